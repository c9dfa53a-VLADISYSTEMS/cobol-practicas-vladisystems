       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR-LIMITES-CREDITO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY LIMITES-CREDITO-SELECT.
       COPY PROPUESTAS-LIMITE-SELECT.
       COPY CARTERA-SELECT.
           SELECT ARCHIVO-PAGOS ASSIGN TO "PAGOS-CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGOS.
       COPY PARAMETROS-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY BITACORA-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY LIMITES-CREDITO-FD.
       COPY PROPUESTAS-LIMITE-FD.
       COPY CARTERA-FD.

       FD  ARCHIVO-PAGOS.
       01  PAGO-REG.
           05 PG-FOLIO             PIC 9(6).
           05 PG-FECHA             PIC 9(8).
           05 PG-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 PG-CAJA              PIC 9(2).

       COPY PARAMETROS-FD.
       COPY CLIENTES-IDX-FD.
       COPY BITACORA-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LIMITES-CREDITO-WS.
       COPY PROPUESTAS-LIMITE-WS.
       COPY PARAMETROS-WS.
       COPY CLIENTES-IDX-WS.
       COPY ENCABEZADO-WS.
       COPY BITACORA-WS.

      *>----------------------------------------------------
      *> REVISIÓN DE LÍMITES DE CRÉDITO (LOTE TRIMESTRAL).
      *> CALIFICA A CADA CLIENTE DE CRÉDITO (CON LÍMITE EN
      *> LIMITES-CREDITO.DAT O CON MOVIMIENTO EN CARTERA)
      *> SEGÚN SU COMPORTAMIENTO DE PAGO EN LOS ÚLTIMOS
      *> LIMREV-MESES MESES: DÍAS PROMEDIO DE PAGO (PONDERADO
      *> POR MONTO ABONADO), PEOR ATRASO (ABONOS DEL PERÍODO Y
      *> DOCUMENTOS QUE SIGUEN ABIERTOS), USO DEL LÍMITE AL
      *> CIERRE DE CADA MES Y REVERSOS (DOCUMENTOS CANCELADOS
      *> Y ABONOS NEGATIVOS). CON LAS REGLAS DE PARÁMETROS
      *> PROPONE AUMENTAR, MANTENER, RECORTAR O CONGELAR; LAS
      *> PROPUESTAS QUEDAN PENDIENTES EN PROPUESTAS-LIMITE.DAT
      *> HASTA QUE UN SUPERVISOR LAS RESUELVA CON
      *> APROBAR-LIMITES-CREDITO (LAS PENDIENTES DE UNA
      *> REVISIÓN ANTERIOR QUEDAN REEMPLAZADAS). EL DETALLE
      *> SALE EN REVISION-LIMITES-AAAAMMDD.TXT.
      *> USO: REVISAR-LIMITES-CREDITO [AAAAMMDD]
      *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-CARTERA             PIC XX.
       01 FS-PAGOS               PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-REPORTE             PIC XX.
       01 RESULT-CODE            PIC 9(2).
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       01 FECHA-PROCESO          PIC 9(8).
       01 PROCESO-INT            PIC 9(7).
       01 FECHA-DESDE            PIC 9(8).

       *>----------------------------------------------------
       *> REGLAS (PARÁMETROS LIMREV-, CON ESTOS VALORES POR
       *> OMISIÓN). USO-ALTO, AUMENTO Y RECORTE SON
       *> PORCENTAJES.
       *>----------------------------------------------------
       01 MESES-REVISION         PIC 9(2) VALUE 12.
       01 DIAS-PAGO-BUENO        PIC 9(4) VALUE 30.
       01 DIAS-PAGO-MALO         PIC 9(4) VALUE 60.
       01 ATRASO-CONGELAR        PIC 9(4) VALUE 90.
       01 USO-ALTO-PCT           PIC 9(3) VALUE 80.
       01 MESES-USO-MINIMO       PIC 9(2) VALUE 3.
       01 REVERSOS-MAXIMO        PIC 9(3) VALUE 1.
       01 AUMENTO-PCT            PIC 9(3) VALUE 20.
       01 RECORTE-PCT            PIC 9(3) VALUE 25.
       01 VALOR-UMBRAL           PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> CIERRES DE MES DEL PERÍODO (EL ÚLTIMO ES LA FECHA DE
       *> PROCESO)
       *>----------------------------------------------------
       01 TABLA-CIERRES.
           05 CIERRE-MES OCCURS 12 TIMES PIC 9(8).
       01 IDX-MES                PIC 9(2).
       01 MES-ABSOLUTO           PIC 9(6).
       01 ANIO-CALCULO           PIC 9(4).
       01 MES-CALCULO            PIC 9(2).
       01 FECHA-CALCULO          PIC 9(8).

       *>----------------------------------------------------
       *> DOCUMENTOS DE CARTERA, PARA SABER DE QUIÉN Y DE QUÉ
       *> FECHA ES CADA ABONO (CAJA + FOLIO)
       *>----------------------------------------------------
       01 MAX-DOCUMENTOS         PIC 9(4) VALUE 3000.
       01 TOTAL-DOCUMENTOS       PIC 9(4) VALUE 0.
       01 TABLA-DOCUMENTOS.
           05 DOCUMENTO-REVISION OCCURS 3000 TIMES.
               10 TD-CAJA          PIC 9(2).
               10 TD-FOLIO         PIC 9(6).
               10 TD-CLIENTE       PIC 9(4).
               10 TD-FECHA         PIC 9(8).
               10 TD-MONTO         PIC S9(11)V99.
               10 TD-SALDO         PIC S9(11)V99.
               10 TD-ESTADO        PIC X.
       01 IDX-DOCUMENTO          PIC 9(4).
       01 DOCUMENTO-ABONO        PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> CLIENTES CALIFICADOS
       *>----------------------------------------------------
       01 MAX-CLIENTES-REV       PIC 9(3) VALUE 300.
       01 TOTAL-CLIENTES-REV     PIC 9(3) VALUE 0.
       01 TABLA-CLIENTES-REV.
           05 CLIENTE-REVISION OCCURS 300 TIMES.
               10 TR-CLIENTE       PIC 9(4).
               10 TR-TIENE-LIMITE  PIC X.
               10 TR-LIMITE        PIC 9(9)V99.
               10 TR-CONGELADO     PIC X.
               10 TR-PAGADO        PIC S9(11)V99.
               10 TR-PONDERADO     PIC S9(15)V99.
               10 TR-ABONOS        PIC 9(4).
               10 TR-DIAS-PROMEDIO PIC 9(4).
               10 TR-ATRASO-MAXIMO PIC 9(4).
               10 TR-REVERSOS      PIC 9(3).
               10 TR-SALDO-MES     OCCURS 12 TIMES
                                   PIC S9(11)V99.
               10 TR-USO-MAXIMO    PIC 9(3).
               10 TR-MESES-USO     PIC 9(2).
               10 TR-ACCION        PIC X.
               10 TR-PROPUESTO     PIC 9(9)V99.
       01 IDX-CLIENTE            PIC 9(3).
       01 CLIENTE-EN-TABLA       PIC 9(3) VALUE 0.
       01 CLIENTE-BUSCADO        PIC 9(4).

       01 DIAS-DOCUMENTO         PIC S9(5).
       01 USO-MES                PIC S9(7).
       01 FACTOR-LIMITE          PIC 9(3).
       01 LIMITE-NUEVO           PIC 9(9).
       01 PROPUESTAS-AUMENTO     PIC 9(4) VALUE 0.
       01 PROPUESTAS-RECORTE     PIC 9(4) VALUE 0.
       01 PROPUESTAS-CONGELAR    PIC 9(4) VALUE 0.
       01 CLIENTES-MANTENER      PIC 9(4) VALUE 0.
       01 PROPUESTAS-REEMPLAZADAS PIC 9(4) VALUE 0.
       01 TOTAL-PROPUESTAS       PIC 9(4) VALUE 0.
       01 F-LIMITE               PIC Z(8)9.99.
       01 F-PROPUESTO            PIC Z(8)9.99.

       PROCEDURE DIVISION.

       INICIO.
           MOVE "REVISAR-LIMITES-CREDITO" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
           ELSE
               MOVE FUNCTION NUMVAL (WS-COMMAND-LINE)
                   TO FECHA-PROCESO
           END-IF
           COMPUTE PROCESO-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-PROCESO)

           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-REGLAS
           PERFORM CALCULAR-CIERRES-MES
           PERFORM CARGAR-LIMITES
           PERFORM CARGAR-DOCUMENTOS
           PERFORM ACUMULAR-DOCUMENTOS
           PERFORM ACUMULAR-ABONOS
           PERFORM VARYING IDX-CLIENTE FROM 1 BY 1
                   UNTIL IDX-CLIENTE > TOTAL-CLIENTES-REV
               PERFORM CALIFICAR-CLIENTE
           END-PERFORM
           PERFORM GRABAR-PROPUESTAS
           PERFORM IMPRIMIR-REPORTE

           DISPLAY "Aumentar: " PROPUESTAS-AUMENTO
                   " | Recortar: " PROPUESTAS-RECORTE
                   " | Congelar: " PROPUESTAS-CONGELAR
                   " | Mantener: " CLIENTES-MANTENER
           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE TOTAL-PROPUESTAS TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           STOP RUN.

       CARGAR-REGLAS.
           MOVE "LIMREV-MESES" TO CLAVE-BUSCADA
           MOVE MESES-REVISION TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO MESES-REVISION
           IF MESES-REVISION < 1 OR MESES-REVISION > 12
               MOVE 12 TO MESES-REVISION
           END-IF
           MOVE "LIMREV-DIAS-BUENO" TO CLAVE-BUSCADA
           MOVE DIAS-PAGO-BUENO TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO DIAS-PAGO-BUENO
           MOVE "LIMREV-DIAS-MALO" TO CLAVE-BUSCADA
           MOVE DIAS-PAGO-MALO TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO DIAS-PAGO-MALO
           MOVE "LIMREV-ATRASO-MAX" TO CLAVE-BUSCADA
           MOVE ATRASO-CONGELAR TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO ATRASO-CONGELAR
           MOVE "LIMREV-USO-ALTO" TO CLAVE-BUSCADA
           MOVE USO-ALTO-PCT TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO USO-ALTO-PCT
           MOVE "LIMREV-MESES-USO" TO CLAVE-BUSCADA
           MOVE MESES-USO-MINIMO TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO MESES-USO-MINIMO
           MOVE "LIMREV-REVERSOS-MAX" TO CLAVE-BUSCADA
           MOVE REVERSOS-MAXIMO TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO REVERSOS-MAXIMO
           MOVE "LIMREV-AUMENTO-PCT" TO CLAVE-BUSCADA
           MOVE AUMENTO-PCT TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO AUMENTO-PCT
           MOVE "LIMREV-RECORTE-PCT" TO CLAVE-BUSCADA
           MOVE RECORTE-PCT TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO RECORTE-PCT
           IF RECORTE-PCT > 100
               MOVE 100 TO RECORTE-PCT
           END-IF.

      *>----------------------------------------------------
      *> CLAVE-BUSCADA CON VALOR-UMBRAL TRAYENDO EL VALOR POR
      *> OMISIÓN; SE REEMPLAZA SI EL PARÁMETRO EXISTE Y ES
      *> NUMÉRICO.
      *>----------------------------------------------------
       LEER-UMBRAL.
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO VALOR-UMBRAL
           END-IF.

      *>----------------------------------------------------
      *> EL PERÍODO EMPIEZA EL PRIMER DÍA DEL MES QUE QUEDA
      *> MESES-REVISION MESES ATRÁS (CONTANDO EL DE PROCESO).
      *> CADA MES SE MIDE A SU ÚLTIMO DÍA; EL MES EN CURSO, A
      *> LA FECHA DE PROCESO.
      *>----------------------------------------------------
       CALCULAR-CIERRES-MES.
           MOVE FECHA-PROCESO (1:4) TO ANIO-CALCULO
           MOVE FECHA-PROCESO (5:2) TO MES-CALCULO
           COMPUTE MES-ABSOLUTO = ANIO-CALCULO * 12
               + MES-CALCULO - 1 - MESES-REVISION
           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > MESES-REVISION
               ADD 1 TO MES-ABSOLUTO
               IF IDX-MES = 1
                   PERFORM ARMAR-FECHA-MES
                   MOVE FECHA-CALCULO TO FECHA-DESDE
               END-IF
               IF IDX-MES = MESES-REVISION
                   MOVE FECHA-PROCESO TO CIERRE-MES (IDX-MES)
               ELSE
                   ADD 1 TO MES-ABSOLUTO
                   PERFORM ARMAR-FECHA-MES
                   SUBTRACT 1 FROM MES-ABSOLUTO
                   COMPUTE CIERRE-MES (IDX-MES) =
                       FUNCTION DATE-OF-INTEGER (
                       FUNCTION INTEGER-OF-DATE (FECHA-CALCULO) - 1)
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> PRIMER DÍA DEL MES MES-ABSOLUTO (AÑO * 12 + MES - 1)
      *>----------------------------------------------------
       ARMAR-FECHA-MES.
           DIVIDE MES-ABSOLUTO BY 12 GIVING ANIO-CALCULO
               REMAINDER MES-CALCULO
           ADD 1 TO MES-CALCULO
           COMPUTE FECHA-CALCULO = ANIO-CALCULO * 10000
               + MES-CALCULO * 100 + 1.

       CARGAR-LIMITES.
           OPEN INPUT ARCHIVO-LIMITES-CREDITO
           IF FS-LIMITES-CREDITO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-LIMITES-CREDITO
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE LC-CLIENTE TO CLIENTE-BUSCADO
                       PERFORM UBICAR-CLIENTE
                       IF CLIENTE-EN-TABLA > 0
                           MOVE 'S' TO TR-TIENE-LIMITE
                               (CLIENTE-EN-TABLA)
                           MOVE LC-LIMITE TO TR-LIMITE
                               (CLIENTE-EN-TABLA)
                           IF LC-ESTADO = 'C'
                               MOVE 'S' TO TR-CONGELADO
                                   (CLIENTE-EN-TABLA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LIMITES-CREDITO.

      *>----------------------------------------------------
      *> TODOS LOS DOCUMENTOS DE CARTERA. SE CALIFICA AL
      *> CLIENTE QUE TIENE DOCUMENTOS DEL PERÍODO O SALDO
      *> ABIERTO.
      *>----------------------------------------------------
       CARGAR-DOCUMENTOS.
           OPEN INPUT ARCHIVO-CARTERA
           IF FS-CARTERA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CARTERA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CR-FECHA <= FECHA-PROCESO
                           PERFORM ANOTAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CARTERA.

       ANOTAR-DOCUMENTO.
           IF TOTAL-DOCUMENTOS >= MAX-DOCUMENTOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-DOCUMENTOS
           MOVE CR-CAJA TO TD-CAJA (TOTAL-DOCUMENTOS)
           MOVE CR-FOLIO TO TD-FOLIO (TOTAL-DOCUMENTOS)
           MOVE CR-CLIENTE TO TD-CLIENTE (TOTAL-DOCUMENTOS)
           MOVE CR-FECHA TO TD-FECHA (TOTAL-DOCUMENTOS)
           MOVE CR-MONTO TO TD-MONTO (TOTAL-DOCUMENTOS)
           MOVE CR-SALDO TO TD-SALDO (TOTAL-DOCUMENTOS)
           MOVE CR-ESTADO TO TD-ESTADO (TOTAL-DOCUMENTOS)
           IF CR-FECHA >= FECHA-DESDE
               OR (CR-ESTADO = 'A' AND CR-SALDO > 0)
               MOVE CR-CLIENTE TO CLIENTE-BUSCADO
               PERFORM UBICAR-CLIENTE
           END-IF.

      *>----------------------------------------------------
      *> BUSCA CLIENTE-BUSCADO EN LA TABLA Y LO AGREGA SI NO
      *> ESTÁ; CLIENTE-EN-TABLA QUEDA EN 0 SI NO CABE.
      *>----------------------------------------------------
       UBICAR-CLIENTE.
           PERFORM BUSCAR-CLIENTE
           IF CLIENTE-EN-TABLA > 0
               OR TOTAL-CLIENTES-REV >= MAX-CLIENTES-REV
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-CLIENTES-REV
           MOVE TOTAL-CLIENTES-REV TO CLIENTE-EN-TABLA
           INITIALIZE CLIENTE-REVISION (CLIENTE-EN-TABLA)
           MOVE CLIENTE-BUSCADO TO TR-CLIENTE (CLIENTE-EN-TABLA)
           MOVE 'N' TO TR-TIENE-LIMITE (CLIENTE-EN-TABLA)
           MOVE 'N' TO TR-CONGELADO (CLIENTE-EN-TABLA)
           MOVE 'M' TO TR-ACCION (CLIENTE-EN-TABLA).

       BUSCAR-CLIENTE.
           MOVE 0 TO CLIENTE-EN-TABLA
           PERFORM VARYING IDX-CLIENTE FROM 1 BY 1
                   UNTIL IDX-CLIENTE > TOTAL-CLIENTES-REV
                       OR CLIENTE-EN-TABLA > 0
               IF TR-CLIENTE (IDX-CLIENTE) = CLIENTE-BUSCADO
                   MOVE IDX-CLIENTE TO CLIENTE-EN-TABLA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> SALDO DE CADA CIERRE DE MES (CARGOS HASTA ESE DÍA;
      *> LOS ABONOS SE RESTAN DESPUÉS), REVERSOS DEL PERÍODO Y
      *> ANTIGÜEDAD DE LO QUE SIGUE ABIERTO.
      *>----------------------------------------------------
       ACUMULAR-DOCUMENTOS.
           PERFORM VARYING IDX-DOCUMENTO FROM 1 BY 1
                   UNTIL IDX-DOCUMENTO > TOTAL-DOCUMENTOS
               MOVE TD-CLIENTE (IDX-DOCUMENTO) TO CLIENTE-BUSCADO
               PERFORM BUSCAR-CLIENTE
               IF CLIENTE-EN-TABLA > 0
                   PERFORM ACUMULAR-DOCUMENTO
               END-IF
           END-PERFORM.

       ACUMULAR-DOCUMENTO.
           IF TD-ESTADO (IDX-DOCUMENTO) = 'X'
               IF TD-FECHA (IDX-DOCUMENTO) >= FECHA-DESDE
                   ADD 1 TO TR-REVERSOS (CLIENTE-EN-TABLA)
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > MESES-REVISION
               IF TD-FECHA (IDX-DOCUMENTO) <= CIERRE-MES (IDX-MES)
                   ADD TD-MONTO (IDX-DOCUMENTO)
                       TO TR-SALDO-MES (CLIENTE-EN-TABLA, IDX-MES)
               END-IF
           END-PERFORM
           IF TD-ESTADO (IDX-DOCUMENTO) = 'A'
               AND TD-SALDO (IDX-DOCUMENTO) > 0
               COMPUTE DIAS-DOCUMENTO = PROCESO-INT
                   - FUNCTION INTEGER-OF-DATE (TD-FECHA (IDX-DOCUMENTO))
               IF DIAS-DOCUMENTO > TR-ATRASO-MAXIMO (CLIENTE-EN-TABLA)
                   MOVE DIAS-DOCUMENTO
                       TO TR-ATRASO-MAXIMO (CLIENTE-EN-TABLA)
               END-IF
           END-IF.

      *>----------------------------------------------------
      *> ABONOS HASTA LA FECHA DE PROCESO. LOS DEL PERÍODO
      *> CUENTAN PARA LOS DÍAS DE PAGO (DESDE LA FECHA DEL
      *> DOCUMENTO); UN ABONO NEGATIVO ES UN PAGO REVERSADO.
      *>----------------------------------------------------
       ACUMULAR-ABONOS.
           OPEN INPUT ARCHIVO-PAGOS
           IF FS-PAGOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PAGOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PG-FECHA <= FECHA-PROCESO
                           PERFORM ACUMULAR-ABONO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOS.

       ACUMULAR-ABONO.
           MOVE 0 TO DOCUMENTO-ABONO
           PERFORM VARYING IDX-DOCUMENTO FROM 1 BY 1
                   UNTIL IDX-DOCUMENTO > TOTAL-DOCUMENTOS
                       OR DOCUMENTO-ABONO > 0
               IF TD-FOLIO (IDX-DOCUMENTO) = PG-FOLIO
                   AND TD-CAJA (IDX-DOCUMENTO) = PG-CAJA
                   MOVE IDX-DOCUMENTO TO DOCUMENTO-ABONO
               END-IF
           END-PERFORM
           IF DOCUMENTO-ABONO = 0
               EXIT PARAGRAPH
           END-IF
           IF TD-ESTADO (DOCUMENTO-ABONO) = 'X'
               EXIT PARAGRAPH
           END-IF
           MOVE TD-CLIENTE (DOCUMENTO-ABONO) TO CLIENTE-BUSCADO
           PERFORM BUSCAR-CLIENTE
           IF CLIENTE-EN-TABLA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > MESES-REVISION
               IF PG-FECHA <= CIERRE-MES (IDX-MES)
                   SUBTRACT PG-MONTO
                       FROM TR-SALDO-MES (CLIENTE-EN-TABLA, IDX-MES)
               END-IF
           END-PERFORM
           IF PG-FECHA < FECHA-DESDE
               EXIT PARAGRAPH
           END-IF
           IF PG-MONTO < 0
               ADD 1 TO TR-REVERSOS (CLIENTE-EN-TABLA)
               EXIT PARAGRAPH
           END-IF
           COMPUTE DIAS-DOCUMENTO =
               FUNCTION INTEGER-OF-DATE (PG-FECHA)
               - FUNCTION INTEGER-OF-DATE (TD-FECHA (DOCUMENTO-ABONO))
           IF DIAS-DOCUMENTO < 0
               MOVE 0 TO DIAS-DOCUMENTO
           END-IF
           ADD 1 TO TR-ABONOS (CLIENTE-EN-TABLA)
           ADD PG-MONTO TO TR-PAGADO (CLIENTE-EN-TABLA)
           COMPUTE TR-PONDERADO (CLIENTE-EN-TABLA) =
               TR-PONDERADO (CLIENTE-EN-TABLA)
               + PG-MONTO * DIAS-DOCUMENTO
           IF DIAS-DOCUMENTO > TR-ATRASO-MAXIMO (CLIENTE-EN-TABLA)
               MOVE DIAS-DOCUMENTO
                   TO TR-ATRASO-MAXIMO (CLIENTE-EN-TABLA)
           END-IF.

      *>----------------------------------------------------
      *> INDICADORES Y REGLAS DEL CLIENTE IDX-CLIENTE; GANA LA
      *> PRIMERA QUE SE CUMPLE:
      *>   PEOR ATRASO > LIMREV-ATRASO-MAX        -> CONGELAR
      *>   DÍAS PROMEDIO > LIMREV-DIAS-MALO O
      *>   REVERSOS > LIMREV-REVERSOS-MAX         -> RECORTAR
      *>   DÍAS PROMEDIO <= LIMREV-DIAS-BUENO, SIN
      *>   REVERSOS Y AL MENOS LIMREV-MESES-USO
      *>   MESES CON USO >= LIMREV-USO-ALTO       -> AUMENTAR
      *>   EN OTRO CASO                           -> MANTENER
      *> SIN LÍMITE SÓLO SE PROPONE CONGELAR; UN CRÉDITO YA
      *> CONGELADO SE MANTIENE (LO LIBERA
      *> MANTENER-LIMITES-CREDITO).
      *>----------------------------------------------------
       CALIFICAR-CLIENTE.
           IF TR-PAGADO (IDX-CLIENTE) > 0
               COMPUTE TR-DIAS-PROMEDIO (IDX-CLIENTE) ROUNDED =
                   TR-PONDERADO (IDX-CLIENTE) / TR-PAGADO (IDX-CLIENTE)
           END-IF
           IF TR-TIENE-LIMITE (IDX-CLIENTE) = 'S'
               AND TR-LIMITE (IDX-CLIENTE) > 0
               PERFORM MEDIR-USO-LIMITE
           END-IF
           MOVE TR-LIMITE (IDX-CLIENTE) TO TR-PROPUESTO (IDX-CLIENTE)

           IF TR-CONGELADO (IDX-CLIENTE) = 'S'
               MOVE 'M' TO TR-ACCION (IDX-CLIENTE)
               ADD 1 TO CLIENTES-MANTENER
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TR-ATRASO-MAXIMO (IDX-CLIENTE) > ATRASO-CONGELAR
                   MOVE 'C' TO TR-ACCION (IDX-CLIENTE)
                   ADD 1 TO PROPUESTAS-CONGELAR
               WHEN TR-TIENE-LIMITE (IDX-CLIENTE) NOT = 'S'
                   MOVE 'M' TO TR-ACCION (IDX-CLIENTE)
                   ADD 1 TO CLIENTES-MANTENER
               WHEN TR-DIAS-PROMEDIO (IDX-CLIENTE) > DIAS-PAGO-MALO
                   OR TR-REVERSOS (IDX-CLIENTE) > REVERSOS-MAXIMO
                   COMPUTE FACTOR-LIMITE = 100 - RECORTE-PCT
                   COMPUTE LIMITE-NUEVO ROUNDED =
                       TR-LIMITE (IDX-CLIENTE) * FACTOR-LIMITE / 100
                   MOVE LIMITE-NUEVO TO TR-PROPUESTO (IDX-CLIENTE)
                   MOVE 'R' TO TR-ACCION (IDX-CLIENTE)
                   ADD 1 TO PROPUESTAS-RECORTE
               WHEN TR-ABONOS (IDX-CLIENTE) > 0
                   AND TR-DIAS-PROMEDIO (IDX-CLIENTE) <= DIAS-PAGO-BUENO
                   AND TR-REVERSOS (IDX-CLIENTE) = 0
                   AND TR-MESES-USO (IDX-CLIENTE) >= MESES-USO-MINIMO
                   COMPUTE FACTOR-LIMITE = 100 + AUMENTO-PCT
                   COMPUTE LIMITE-NUEVO ROUNDED =
                       TR-LIMITE (IDX-CLIENTE) * FACTOR-LIMITE / 100
                   MOVE LIMITE-NUEVO TO TR-PROPUESTO (IDX-CLIENTE)
                   MOVE 'A' TO TR-ACCION (IDX-CLIENTE)
                   ADD 1 TO PROPUESTAS-AUMENTO
               WHEN OTHER
                   MOVE 'M' TO TR-ACCION (IDX-CLIENTE)
                   ADD 1 TO CLIENTES-MANTENER
           END-EVALUATE.

       MEDIR-USO-LIMITE.
           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > MESES-REVISION
               MOVE 0 TO USO-MES
               IF TR-SALDO-MES (IDX-CLIENTE, IDX-MES) > 0
                   COMPUTE USO-MES =
                       TR-SALDO-MES (IDX-CLIENTE, IDX-MES) * 100
                       / TR-LIMITE (IDX-CLIENTE)
               END-IF
               IF USO-MES > 999
                   MOVE 999 TO USO-MES
               END-IF
               IF USO-MES > TR-USO-MAXIMO (IDX-CLIENTE)
                   MOVE USO-MES TO TR-USO-MAXIMO (IDX-CLIENTE)
               END-IF
               IF USO-MES >= USO-ALTO-PCT
                   ADD 1 TO TR-MESES-USO (IDX-CLIENTE)
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> REGRABA PROPUESTAS-LIMITE.DAT (ARCHIVO TEMPORAL +
      *> CBL_RENAME_FILE): LAS PENDIENTES ANTERIORES PASAN A
      *> REEMPLAZADAS Y SE AGREGAN LAS DE ESTA REVISIÓN.
      *>----------------------------------------------------
       GRABAR-PROPUESTAS.
           OPEN OUTPUT ARCHIVO-PROPUESTAS-TMP
           OPEN INPUT ARCHIVO-PROPUESTAS
           IF FS-PROPUESTAS = "00"
               MOVE 'N' TO FIN-PROPUESTAS
               PERFORM UNTIL FIN-PROPUESTAS = 'S'
                   READ ARCHIVO-PROPUESTAS
                       AT END
                           MOVE 'S' TO FIN-PROPUESTAS
                       NOT AT END
                           IF PL-ESTADO = 'P'
                               MOVE 'S' TO PL-ESTADO
                               ADD 1 TO PROPUESTAS-REEMPLAZADAS
                           END-IF
                           MOVE PROPUESTA-REG TO PROPUESTA-TMP-REG
                           WRITE PROPUESTA-TMP-REG
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PROPUESTAS
           END-IF
           PERFORM VARYING IDX-CLIENTE FROM 1 BY 1
                   UNTIL IDX-CLIENTE > TOTAL-CLIENTES-REV
               IF TR-ACCION (IDX-CLIENTE) NOT = 'M'
                   PERFORM GRABAR-PROPUESTA
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PROPUESTAS-TMP
           CALL "CBL_RENAME_FILE" USING "PROPUESTAS-LIMITE.TMP"
                                         "PROPUESTAS-LIMITE.DAT"
               RETURNING RESULT-CODE.

       GRABAR-PROPUESTA.
           MOVE FECHA-PROCESO TO PL-FECHA
           MOVE TR-CLIENTE (IDX-CLIENTE) TO PL-CLIENTE
           MOVE TR-TIENE-LIMITE (IDX-CLIENTE) TO PL-TIENE-LIMITE
           MOVE TR-LIMITE (IDX-CLIENTE) TO PL-LIMITE-ACTUAL
           MOVE TR-ACCION (IDX-CLIENTE) TO PL-ACCION
           MOVE TR-PROPUESTO (IDX-CLIENTE) TO PL-LIMITE-PROPUESTO
           MOVE TR-DIAS-PROMEDIO (IDX-CLIENTE) TO PL-DIAS-PROMEDIO
           MOVE TR-ATRASO-MAXIMO (IDX-CLIENTE) TO PL-ATRASO-MAXIMO
           MOVE TR-USO-MAXIMO (IDX-CLIENTE) TO PL-USO-MAXIMO
           MOVE TR-MESES-USO (IDX-CLIENTE) TO PL-MESES-USO-ALTO
           MOVE TR-REVERSOS (IDX-CLIENTE) TO PL-REVERSOS
           MOVE 'P' TO PL-ESTADO
           MOVE 0 TO PL-SUPERVISOR
           MOVE 0 TO PL-FECHA-RESOLUCION
           MOVE PROPUESTA-REG TO PROPUESTA-TMP-REG
           WRITE PROPUESTA-TMP-REG
           ADD 1 TO TOTAL-PROPUESTAS.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       ESCRIBIR-ENCABEZADO.
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       IMPRIMIR-REPORTE.
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "REVISION-LIMITES-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-PROCESO TO EC-FECHA-REPORTE
           MOVE "REVISION DE LIMITES DE CREDITO" TO EC-TITULO
           MOVE "CREDITO" TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Periodo: " DELIMITED BY SIZE
                  FECHA-DESDE DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           PERFORM VARYING IDX-CLIENTE FROM 1 BY 1
                   UNTIL IDX-CLIENTE > TOTAL-CLIENTES-REV
               PERFORM ESCRIBIR-CLIENTE
           END-PERFORM
           IF TOTAL-CLIENTES-REV = 0
               MOVE "(sin clientes de crédito)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF

           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Clientes revisados: " DELIMITED BY SIZE
                  TOTAL-CLIENTES-REV DELIMITED BY SIZE
                  " | Propuestas nuevas: " DELIMITED BY SIZE
                  TOTAL-PROPUESTAS DELIMITED BY SIZE
                  " | Reemplazadas: " DELIMITED BY SIZE
                  PROPUESTAS-REEMPLAZADAS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Aumentar: " DELIMITED BY SIZE
                  PROPUESTAS-AUMENTO DELIMITED BY SIZE
                  " | Recortar: " DELIMITED BY SIZE
                  PROPUESTAS-RECORTE DELIMITED BY SIZE
                  " | Congelar: " DELIMITED BY SIZE
                  PROPUESTAS-CONGELAR DELIMITED BY SIZE
                  " | Mantener: " DELIMITED BY SIZE
                  CLIENTES-MANTENER DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE.

       ESCRIBIR-CLIENTE.
           MOVE TR-CLIENTE (IDX-CLIENTE) TO CLIENTE-RECEPTOR
           PERFORM LEER-DATOS-RECEPTOR
           IF RECEPTOR-HALLADO = 'N'
               MOVE "(sin ficha de cliente)" TO DR-NOMBRE
           END-IF
           MOVE TR-ACCION (IDX-CLIENTE) TO ACCION-CONSULTA
           PERFORM DESCRIBIR-ACCION-LIMITE
           MOVE TR-LIMITE (IDX-CLIENTE) TO F-LIMITE
           MOVE TR-PROPUESTO (IDX-CLIENTE) TO F-PROPUESTO
           MOVE SPACES TO LINEA-SALIDA
           EVALUATE TRUE
               WHEN TR-TIENE-LIMITE (IDX-CLIENTE) NOT = 'S'
                   STRING "Cliente " DELIMITED BY SIZE
                          TR-CLIENTE (IDX-CLIENTE) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DR-NOMBRE (1:30) DELIMITED BY SIZE
                          " Sin límite -> " DELIMITED BY SIZE
                          DESCRIPCION-ACCION DELIMITED BY SIZE
                          INTO LINEA-SALIDA
               WHEN TR-CONGELADO (IDX-CLIENTE) = 'S'
                   STRING "Cliente " DELIMITED BY SIZE
                          TR-CLIENTE (IDX-CLIENTE) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DR-NOMBRE (1:30) DELIMITED BY SIZE
                          " Límite: $" DELIMITED BY SIZE
                          FUNCTION TRIM(F-LIMITE) DELIMITED BY SIZE
                          " (CONGELADO)" DELIMITED BY SIZE
                          INTO LINEA-SALIDA
               WHEN OTHER
                   STRING "Cliente " DELIMITED BY SIZE
                          TR-CLIENTE (IDX-CLIENTE) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          DR-NOMBRE (1:30) DELIMITED BY SIZE
                          " Límite: $" DELIMITED BY SIZE
                          FUNCTION TRIM(F-LIMITE) DELIMITED BY SIZE
                          " -> " DELIMITED BY SIZE
                          DESCRIPCION-ACCION DELIMITED BY SIZE
                          " $" DELIMITED BY SIZE
                          FUNCTION TRIM(F-PROPUESTO) DELIMITED BY SIZE
                          INTO LINEA-SALIDA
           END-EVALUATE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "   Días prom.: " DELIMITED BY SIZE
                  TR-DIAS-PROMEDIO (IDX-CLIENTE) DELIMITED BY SIZE
                  " | Peor atraso: " DELIMITED BY SIZE
                  TR-ATRASO-MAXIMO (IDX-CLIENTE) DELIMITED BY SIZE
                  " | Uso máx.: " DELIMITED BY SIZE
                  TR-USO-MAXIMO (IDX-CLIENTE) DELIMITED BY SIZE
                  "% | Meses uso alto: " DELIMITED BY SIZE
                  TR-MESES-USO (IDX-CLIENTE) DELIMITED BY SIZE
                  " | Rev.: " DELIMITED BY SIZE
                  TR-REVERSOS (IDX-CLIENTE) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       COPY PARAMETROS-RUTINAS.
       COPY PROPUESTAS-LIMITE-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY BITACORA-RUTINAS.
