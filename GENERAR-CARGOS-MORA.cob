       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERAR-CARGOS-MORA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CARTERA-SELECT.
       COPY CUOTAS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY MORA-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CARTERA-FD.
       COPY CUOTAS-FD.
       COPY PARAMETROS-FD.
       COPY MORA-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       COPY PARAMETROS-WS.
       COPY MORA-WS.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> CORRIDA MENSUAL DE CARGOS POR MORA: A CADA FACTURA
       *> DE CARTERA ABIERTA Y A CADA CUOTA PENDIENTE CON
       *> SALDO, VENCIDAS MÁS ALLÁ DEL PERIODO DE GRACIA A LA
       *> FECHA DE CORTE, SE LES GENERA UN CARGO POR MORA
       *> COMO DOCUMENTO PROPIO DE LA SERIE MORA-NUM.DAT:
       *>  - FACTURAS: REGISTRO CR-CLASE 'I' EN CARTERA.DAT,
       *>    CAJA MORA-CAJA, FOLIO = NÚMERO DE MORA (SALE EN
       *>    EL ESTADO DE CUENTA Y EN LA ANTIGÜEDAD, Y SE
       *>    PAGA CON PAGOS-CARTERA).
       *>  - CUOTAS: REGISTRO CU-CLASE 'I' EN CUOTAS.DAT (SE
       *>    COBRA CON PAGAR-CUOTAS).
       *> CADA CARGO QUEDA EN MORA-MOVIMIENTOS.DAT PARA LA
       *> PÓLIZA DIARIA, CON LA FECHA DE LA CORRIDA. SÓLO SE
       *> CARGA SOBRE DOCUMENTOS BASE (NO HAY INTERÉS SOBRE
       *> INTERÉS) Y UNA SOLA VEZ POR DOCUMENTO Y MES, ASÍ QUE
       *> RE-EJECUTAR LA CORRIDA ES INOCUO. SE CONDONAN CON
       *> CONDONAR-MORA.
       *> PARÁMETROS (PARAMETROS.DAT):
       *>  MORA-MODALIDAD     I = INTERÉS MENSUAL SOBRE EL
       *>                     SALDO, F = RECARGO FIJO
       *>  MORA-TASA-MENSUAL  PORCENTAJE MENSUAL (MODALIDAD I)
       *>  MORA-CARGO-FIJO    MONTO POR DOCUMENTO (MODALIDAD F)
       *>  MORA-DIAS-GRACIA   DÍAS DESDE LA FACTURA
       *>  MORA-GRACIA-CUOTAS DÍAS DESDE EL FIN DEL MES DE LA
       *>                     CUOTA (POR OMISIÓN, LOS MISMOS)
       *>  MORA-CAJA          SERIE DE CAJA DE LOS CARGOS
       *> USO: GENERAR-CARGOS-MORA <AAAA> <MM>
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(80) VALUE SPACES.
       01 CAMPO-ARG-ANIO         PIC X(6).
       01 CAMPO-ARG-MES          PIC X(6).
       01 ANIO                   PIC 9(4).
       01 MES                    PIC 9(2).
       01 ANIO-MES-CARGO         PIC 9(6).
       01 ANIO-MES-HOY           PIC 9(6).
       01 FECHA-HOY              PIC 9(8).
       01 FECHA-CORTE            PIC 9(8).
       01 CORTE-INT              PIC 9(8).
       01 FECHA-AUXILIAR         PIC 9(8).
       01 VENCE-INT              PIC 9(8).
       01 DIAS-VENCIDOS          PIC S9(7).

       *>----------------------------------------------------
       *> TARIFA DE MORA (VALORES POR OMISIÓN SI LA CLAVE NO
       *> ESTÁ EN PARAMETROS.DAT)
       *>----------------------------------------------------
       01 MORA-MODALIDAD         PIC X VALUE 'I'.
       01 MORA-TASA              PIC 9(3)V99 VALUE 1.50.
       01 MORA-CARGO-FIJO        PIC 9(9)V99 VALUE 0.
       01 MORA-DIAS-GRACIA       PIC 9(4) VALUE 30.
       01 MORA-GRACIA-CUOTAS     PIC 9(4) VALUE 0.
       01 MORA-CAJA              PIC 9(2) VALUE 99.
       01 GRACIA-CUOTAS-DADA     PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CONTROL DE LECTURA
       *>----------------------------------------------------
       01 FS-CARTERA             PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> FACTURAS VENCIDAS Y FACTURAS YA CARGADAS EN EL MES
       *>----------------------------------------------------
       01 MAX-FACTURAS           PIC 9(3) VALUE 500.
       01 TOTAL-FACT-VENCIDAS    PIC 9(3) VALUE 0.
       01 TABLA-FACT-VENCIDAS.
           05 FACT-VENCIDA OCCURS 500 TIMES.
               10 FV-CAJA        PIC 9(2).
               10 FV-FOLIO       PIC 9(6).
               10 FV-CLIENTE     PIC 9(4).
               10 FV-SALDO       PIC S9(11)V99.
               10 FV-DIAS        PIC 9(5).
       01 TOTAL-FACT-CARGADAS    PIC 9(3) VALUE 0.
       01 TABLA-FACT-CARGADAS.
           05 FACT-CARGADA OCCURS 500 TIMES.
               10 FC-CAJA        PIC 9(2).
               10 FC-FOLIO       PIC 9(6).
       01 IDX-FV                 PIC 9(3).
       01 IDX-FC                 PIC 9(3).

       *>----------------------------------------------------
       *> CUOTAS VENCIDAS Y CUOTAS YA CARGADAS EN EL MES
       *>----------------------------------------------------
       01 MAX-CUOTAS             PIC 9(3) VALUE 500.
       01 TOTAL-CUOT-VENCIDAS    PIC 9(3) VALUE 0.
       01 TABLA-CUOT-VENCIDAS.
           05 CUOT-VENCIDA OCCURS 500 TIMES.
               10 QV-MIEMBRO     PIC 9(6).
               10 QV-ANIO-MES    PIC 9(6).
               10 QV-SALDO       PIC 9(9)V99.
               10 QV-DIAS        PIC 9(5).
       01 TOTAL-CUOT-CARGADAS    PIC 9(3) VALUE 0.
       01 TABLA-CUOT-CARGADAS.
           05 CUOT-CARGADA OCCURS 500 TIMES.
               10 QC-MIEMBRO     PIC 9(6).
               10 QC-ANIO-MES    PIC 9(6).
       01 IDX-QV                 PIC 9(3).
       01 IDX-QC                 PIC 9(3).

       *>----------------------------------------------------
       *> CARGO EN PROCESO Y TOTALES
       *>----------------------------------------------------
       01 YA-CARGADO             PIC X VALUE 'N'.
       01 MONTO-CARGO            PIC S9(11)V99 VALUE 0.
       01 CARGOS-FACTURAS        PIC 9(5) VALUE 0.
       01 CARGOS-CUOTAS          PIC 9(5) VALUE 0.
       01 YA-EXISTIAN            PIC 9(5) VALUE 0.
       01 TOTAL-CARGADO          PIC S9(11)V99 VALUE 0.
       01 F-MONTO                PIC Z(8)9.99.
       01 F-SALDO                PIC Z(8)9.99.
       01 F-DIAS                 PIC ZZZZ9.
       01 F-TASA                 PIC ZZ9.99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CARGOS POR MORA DEL MES"
           DISPLAY "==============================="

           MOVE "GENERAR-CARGOS-MORA" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           PERFORM OBTENER-PARAMETROS
           COMPUTE ANIO-MES-CARGO = ANIO * 100 + MES
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE FECHA-HOY (1:6) TO ANIO-MES-HOY
           IF MES < 1 OR MES > 12 OR ANIO-MES-CARGO > ANIO-MES-HOY
               DISPLAY "Período inválido o futuro: " ANIO "-" MES
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CALCULAR-FECHA-CORTE
           PERFORM CARGAR-TARIFA-MORA
           IF MORA-MODALIDAD = 'F' AND MORA-CARGO-FIJO = 0
               OR MORA-MODALIDAD = 'I' AND MORA-TASA = 0
               DISPLAY "La tarifa de mora está en cero; no se "
                       "generaron cargos."
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF
           DISPLAY "Fecha de corte: " FECHA-CORTE

           PERFORM CARGAR-FACTURAS
           PERFORM GRABAR-CARGOS-FACTURAS
           PERFORM CARGAR-CUOTAS
           PERFORM GRABAR-CARGOS-CUOTAS

           MOVE TOTAL-CARGADO TO F-MONTO
           DISPLAY "-------------------------------"
           DISPLAY "Cargos sobre facturas : " CARGOS-FACTURAS
           DISPLAY "Cargos sobre cuotas   : " CARGOS-CUOTAS
           DISPLAY "Ya cargados en el mes : " YA-EXISTIAN
           DISPLAY "Total cargado         : $" F-MONTO
           DISPLAY "==============================="
           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           COMPUTE BW-REGISTROS = CARGOS-FACTURAS + CARGOS-CUOTAS
           PERFORM GRABAR-BITACORA
           STOP RUN.

       OBTENER-PARAMETROS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese el año (AAAA):"
               ACCEPT ANIO
               DISPLAY "Ingrese el mes (MM):"
               ACCEPT MES
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                   INTO CAMPO-ARG-ANIO, CAMPO-ARG-MES
               END-UNSTRING
               MOVE FUNCTION NUMVAL (CAMPO-ARG-ANIO) TO ANIO
               MOVE FUNCTION NUMVAL (CAMPO-ARG-MES) TO MES
               DISPLAY "Período recibido por línea de comando: "
                       ANIO "-" MES
           END-IF.

      *>----------------------------------------------------
      *> EL CORTE ES EL ÚLTIMO DÍA DEL MES; SI EL MES ES EL
      *> EN CURSO, EL DÍA DE HOY.
      *>----------------------------------------------------
       CALCULAR-FECHA-CORTE.
           IF ANIO-MES-CARGO = ANIO-MES-HOY
               MOVE FECHA-HOY TO FECHA-CORTE
           ELSE
               MOVE ANIO-MES-CARGO TO FECHA-AUXILIAR
               COMPUTE FECHA-AUXILIAR = FECHA-AUXILIAR * 100 + 1
               PERFORM FIN-DE-MES
               MOVE FECHA-AUXILIAR TO FECHA-CORTE
           END-IF
           COMPUTE CORTE-INT = FUNCTION INTEGER-OF-DATE (FECHA-CORTE).

      *>----------------------------------------------------
      *> RECIBE EL DÍA 1 DE UN MES EN FECHA-AUXILIAR Y LO
      *> DEVUELVE CONVERTIDO AL ÚLTIMO DÍA DE ESE MES.
      *>----------------------------------------------------
       FIN-DE-MES.
           IF FECHA-AUXILIAR (5:2) = "12"
               COMPUTE FECHA-AUXILIAR = FECHA-AUXILIAR + 8900
           ELSE
               COMPUTE FECHA-AUXILIAR = FECHA-AUXILIAR + 100
           END-IF
           COMPUTE VENCE-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-AUXILIAR) - 1
           COMPUTE FECHA-AUXILIAR =
               FUNCTION DATE-OF-INTEGER (VENCE-INT).

       CARGAR-TARIFA-MORA.
           PERFORM CARGAR-PARAMETROS
           MOVE "MORA-MODALIDAD" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION UPPER-CASE(VALOR-PARAMETRO (1:1))
                   TO MORA-MODALIDAD
           END-IF
           IF MORA-MODALIDAD NOT = 'F'
               MOVE 'I' TO MORA-MODALIDAD
           END-IF
           MOVE "MORA-TASA-MENSUAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TEST-NUMVAL(VALOR-PARAMETRO) = 0
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO) TO MORA-TASA
           END-IF
           MOVE "MORA-CARGO-FIJO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TEST-NUMVAL(VALOR-PARAMETRO) = 0
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO MORA-CARGO-FIJO
           END-IF
           MOVE "MORA-DIAS-GRACIA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO MORA-DIAS-GRACIA
           END-IF
           MOVE "MORA-GRACIA-CUOTAS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO MORA-GRACIA-CUOTAS
               MOVE 'S' TO GRACIA-CUOTAS-DADA
           END-IF
           IF GRACIA-CUOTAS-DADA = 'N'
               MOVE MORA-DIAS-GRACIA TO MORA-GRACIA-CUOTAS
           END-IF
           MOVE "MORA-CAJA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO) TO MORA-CAJA
           END-IF
           IF MORA-MODALIDAD = 'F'
               MOVE MORA-CARGO-FIJO TO F-MONTO
               DISPLAY "Modalidad: recargo fijo de $" F-MONTO
                       " por documento"
           ELSE
               MOVE MORA-TASA TO F-TASA
               DISPLAY "Modalidad: interés de " F-TASA
                       "% mensual sobre el saldo"
           END-IF
           DISPLAY "Gracia: " MORA-DIAS-GRACIA " días (facturas), "
                   MORA-GRACIA-CUOTAS " días (cuotas)".

      *>----------------------------------------------------
      *> FACTURAS: SE LEE LA CARTERA COMPLETA, ANOTANDO LAS
      *> FACTURAS VENCIDAS Y LAS QUE YA TIENEN CARGO EN EL
      *> MES; LUEGO SE AGREGAN LOS CARGOS QUE FALTAN.
      *>----------------------------------------------------
       CARGAR-FACTURAS.
           OPEN INPUT ARCHIVO-CARTERA
           IF FS-CARTERA NOT = "00"
               DISPLAY "No hay cartera de crédito (CARTERA.DAT)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CARTERA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CR-CLASE = 'I'
                           PERFORM ANOTAR-FACTURA-CARGADA
                       ELSE
                           PERFORM EVALUAR-FACTURA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CARTERA.

      *>    UN CARGO CONDONADO TAMBIÉN CUENTA: NO SE REPONE.
       ANOTAR-FACTURA-CARGADA.
           IF CR-FECHA (1:6) NOT = ANIO-MES-CARGO
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-FACT-CARGADAS < MAX-FACTURAS
               ADD 1 TO TOTAL-FACT-CARGADAS
               MOVE CR-REF-CAJA TO FC-CAJA (TOTAL-FACT-CARGADAS)
               MOVE CR-REF-FOLIO TO FC-FOLIO (TOTAL-FACT-CARGADAS)
           END-IF.

      *>    UN CHEQUE PROTESTADO YA LLEVA SU PROPIO CARGO POR
      *>    PROTESTO: NO GENERA MORA ENCIMA.
       EVALUAR-FACTURA.
           IF CR-ESTADO NOT = 'A' OR CR-SALDO NOT > 0
               OR CR-FECHA > FECHA-CORTE
               OR CR-CLASE = 'Q'
               EXIT PARAGRAPH
           END-IF
           COMPUTE DIAS-VENCIDOS = CORTE-INT
               - FUNCTION INTEGER-OF-DATE (CR-FECHA)
           IF DIAS-VENCIDOS <= MORA-DIAS-GRACIA
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-FACT-VENCIDAS >= MAX-FACTURAS
               DISPLAY "Tabla de facturas vencidas llena; caja "
                       CR-CAJA " folio " CR-FOLIO " queda sin cargo."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-FACT-VENCIDAS
           MOVE CR-CAJA TO FV-CAJA (TOTAL-FACT-VENCIDAS)
           MOVE CR-FOLIO TO FV-FOLIO (TOTAL-FACT-VENCIDAS)
           MOVE CR-CLIENTE TO FV-CLIENTE (TOTAL-FACT-VENCIDAS)
           MOVE CR-SALDO TO FV-SALDO (TOTAL-FACT-VENCIDAS)
           MOVE DIAS-VENCIDOS TO FV-DIAS (TOTAL-FACT-VENCIDAS).

       GRABAR-CARGOS-FACTURAS.
           IF TOTAL-FACT-VENCIDAS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARCHIVO-CARTERA
           PERFORM VARYING IDX-FV FROM 1 BY 1
                   UNTIL IDX-FV > TOTAL-FACT-VENCIDAS
               MOVE 'N' TO YA-CARGADO
               PERFORM VARYING IDX-FC FROM 1 BY 1
                       UNTIL IDX-FC > TOTAL-FACT-CARGADAS
                   IF FC-CAJA (IDX-FC) = FV-CAJA (IDX-FV)
                       AND FC-FOLIO (IDX-FC) = FV-FOLIO (IDX-FV)
                       MOVE 'S' TO YA-CARGADO
                   END-IF
               END-PERFORM
               IF YA-CARGADO = 'S'
                   ADD 1 TO YA-EXISTIAN
               ELSE
                   PERFORM GRABAR-CARGO-FACTURA
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-CARTERA.

       GRABAR-CARGO-FACTURA.
           MOVE FV-SALDO (IDX-FV) TO MONTO-CARGO
           PERFORM CALCULAR-CARGO
           IF MONTO-CARGO NOT > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM TOMAR-NUMERO-MORA
           MOVE MW-NUMERO TO CR-FOLIO
           MOVE FECHA-CORTE TO CR-FECHA
           MOVE FV-CLIENTE (IDX-FV) TO CR-CLIENTE
           MOVE MONTO-CARGO TO CR-MONTO
           MOVE MONTO-CARGO TO CR-SALDO
           MOVE 'A' TO CR-ESTADO
           MOVE MORA-CAJA TO CR-CAJA
           MOVE 'I' TO CR-CLASE
           MOVE FV-CAJA (IDX-FV) TO CR-REF-CAJA
           MOVE FV-FOLIO (IDX-FV) TO CR-REF-FOLIO
           WRITE CARTERA-REG
           MOVE FECHA-HOY TO MW-FECHA
           MOVE 'F' TO MW-ORIGEN
           MOVE 'C' TO MW-MOVIMIENTO
           MOVE MONTO-CARGO TO MW-MONTO
           MOVE 0 TO MW-OPERADOR
           PERFORM GRABAR-MOVIMIENTO-MORA
           ADD 1 TO CARGOS-FACTURAS
           ADD MONTO-CARGO TO TOTAL-CARGADO
           MOVE MONTO-CARGO TO F-MONTO
           MOVE FV-SALDO (IDX-FV) TO F-SALDO
           MOVE FV-DIAS (IDX-FV) TO F-DIAS
           DISPLAY "Mora " MW-NUMERO " cliente " FV-CLIENTE (IDX-FV)
                   " caja " FV-CAJA (IDX-FV)
                   " folio " FV-FOLIO (IDX-FV)
                   " (" F-DIAS " días, saldo $" F-SALDO
                   "): $" F-MONTO.

      *>----------------------------------------------------
      *> CUOTAS: MISMO ESQUEMA. LA CUOTA VENCE EL ÚLTIMO DÍA
      *> DE SU MES.
      *>----------------------------------------------------
       CARGAR-CUOTAS.
           OPEN INPUT ARCHIVO-CUOTAS
           IF FS-CUOTAS NOT = "00"
               DISPLAY "No hay cuotas generadas (CUOTAS.DAT)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CUOTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
      *>                EL ALQUILER DE LOCKER, LOS INVITADOS Y
      *>                LOS UNIFORMES NO GENERAN MORA: EL LOCKER
      *>                ATRASADO SALE EN REPORTE-LOCKERS.
                       EVALUATE CU-CLASE
                           WHEN 'I'
                               PERFORM ANOTAR-CUOTA-CARGADA
                           WHEN 'L'
                           WHEN 'V'
                           WHEN 'U'
                               CONTINUE
                           WHEN OTHER
                               PERFORM EVALUAR-CUOTA
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUOTAS.

       ANOTAR-CUOTA-CARGADA.
           IF CU-ANIO-MES NOT = ANIO-MES-CARGO
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-CUOT-CARGADAS < MAX-CUOTAS
               ADD 1 TO TOTAL-CUOT-CARGADAS
               MOVE CU-MIEMBRO TO QC-MIEMBRO (TOTAL-CUOT-CARGADAS)
               MOVE CU-REF-ANIO-MES
                   TO QC-ANIO-MES (TOTAL-CUOT-CARGADAS)
           END-IF.

       EVALUAR-CUOTA.
           IF CU-ESTADO NOT = 'P' OR CU-SALDO = 0
               OR CU-ANIO-MES >= ANIO-MES-CARGO
               EXIT PARAGRAPH
           END-IF
           COMPUTE FECHA-AUXILIAR = CU-ANIO-MES * 100 + 1
           PERFORM FIN-DE-MES
           COMPUTE DIAS-VENCIDOS = CORTE-INT
               - FUNCTION INTEGER-OF-DATE (FECHA-AUXILIAR)
           IF DIAS-VENCIDOS <= MORA-GRACIA-CUOTAS
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-CUOT-VENCIDAS >= MAX-CUOTAS
               DISPLAY "Tabla de cuotas vencidas llena; la cuota "
                       CU-ANIO-MES " del socio " CU-MIEMBRO
                       " queda sin cargo."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-CUOT-VENCIDAS
           MOVE CU-MIEMBRO TO QV-MIEMBRO (TOTAL-CUOT-VENCIDAS)
           MOVE CU-ANIO-MES TO QV-ANIO-MES (TOTAL-CUOT-VENCIDAS)
           MOVE CU-SALDO TO QV-SALDO (TOTAL-CUOT-VENCIDAS)
           MOVE DIAS-VENCIDOS TO QV-DIAS (TOTAL-CUOT-VENCIDAS).

       GRABAR-CARGOS-CUOTAS.
           IF TOTAL-CUOT-VENCIDAS = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARCHIVO-CUOTAS
           PERFORM VARYING IDX-QV FROM 1 BY 1
                   UNTIL IDX-QV > TOTAL-CUOT-VENCIDAS
               MOVE 'N' TO YA-CARGADO
               PERFORM VARYING IDX-QC FROM 1 BY 1
                       UNTIL IDX-QC > TOTAL-CUOT-CARGADAS
                   IF QC-MIEMBRO (IDX-QC) = QV-MIEMBRO (IDX-QV)
                       AND QC-ANIO-MES (IDX-QC) = QV-ANIO-MES (IDX-QV)
                       MOVE 'S' TO YA-CARGADO
                   END-IF
               END-PERFORM
               IF YA-CARGADO = 'S'
                   ADD 1 TO YA-EXISTIAN
               ELSE
                   PERFORM GRABAR-CARGO-CUOTA
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-CUOTAS.

       GRABAR-CARGO-CUOTA.
           MOVE QV-SALDO (IDX-QV) TO MONTO-CARGO
           PERFORM CALCULAR-CARGO
           IF MONTO-CARGO NOT > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM TOMAR-NUMERO-MORA
           MOVE QV-MIEMBRO (IDX-QV) TO CU-MIEMBRO
           MOVE ANIO-MES-CARGO TO CU-ANIO-MES
           MOVE MONTO-CARGO TO CU-MONTO
           MOVE MONTO-CARGO TO CU-SALDO
           MOVE 'P' TO CU-ESTADO
           MOVE 'I' TO CU-CLASE
           MOVE MW-NUMERO TO CU-DOCUMENTO
           MOVE QV-ANIO-MES (IDX-QV) TO CU-REF-ANIO-MES
           WRITE CUOTA-REG
           MOVE FECHA-HOY TO MW-FECHA
           MOVE 'C' TO MW-ORIGEN
           MOVE 'C' TO MW-MOVIMIENTO
           MOVE MONTO-CARGO TO MW-MONTO
           MOVE 0 TO MW-OPERADOR
           PERFORM GRABAR-MOVIMIENTO-MORA
           ADD 1 TO CARGOS-CUOTAS
           ADD MONTO-CARGO TO TOTAL-CARGADO
           MOVE MONTO-CARGO TO F-MONTO
           MOVE QV-SALDO (IDX-QV) TO F-SALDO
           MOVE QV-DIAS (IDX-QV) TO F-DIAS
           DISPLAY "Mora " MW-NUMERO " socio " QV-MIEMBRO (IDX-QV)
                   " cuota " QV-ANIO-MES (IDX-QV)
                   " (" F-DIAS " días, saldo $" F-SALDO
                   "): $" F-MONTO.

      *>----------------------------------------------------
      *> RECIBE EL SALDO VENCIDO EN MONTO-CARGO Y LO DEVUELVE
      *> CONVERTIDO EN EL CARGO SEGÚN LA MODALIDAD.
      *>----------------------------------------------------
       CALCULAR-CARGO.
           IF MORA-MODALIDAD = 'F'
               MOVE MORA-CARGO-FIJO TO MONTO-CARGO
           ELSE
               COMPUTE MONTO-CARGO ROUNDED =
                   MONTO-CARGO * MORA-TASA / 100
           END-IF.

       COPY PARAMETROS-RUTINAS.
       COPY MORA-RUTINAS.
       COPY BITACORA-RUTINAS.
