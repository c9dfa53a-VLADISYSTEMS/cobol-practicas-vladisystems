       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-SUCURSAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-VENTAS ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
           SELECT ARCHIVO-VENTAS-DESTINO
               ASSIGN TO DYNAMIC NOMBRE-VENTAS-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS-DESTINO.
           SELECT ARCHIVO-PAGOS-VENTA
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PAGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGOS-VENTA.
           SELECT ARCHIVO-PAGOS-DESTINO
               ASSIGN TO DYNAMIC NOMBRE-PAGOS-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGOS-DESTINO.
           SELECT ARCHIVO-EGRESOS
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-EGRESOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EGRESOS.
           SELECT ARCHIVO-EGRESOS-DESTINO
               ASSIGN TO DYNAMIC NOMBRE-EGRESOS-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EGRESOS-DESTINO.
       COPY AGREGADO-SELECT.
       COPY PARAMETROS-SELECT.
       COPY PERIODOS-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       FILE SECTION.
      *>----------------------------------------------------
      *> LOS TRES ARCHIVOS SE LEEN CON SU DISEÑO (PRIMERO EL
      *> DIARIO LOCAL PARA VER SI LAS CAJAS YA ESTÁN OCUPADAS,
      *> LUEGO EL DE LA SUCURSAL) Y SE AGREGAN AL DIARIO LOCAL
      *> POR EL FD "-DESTINO", QUE ES LA MISMA LÍNEA COMPLETA.
      *>----------------------------------------------------
       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       FD  ARCHIVO-VENTAS-DESTINO.
       01  VENTA-DESTINO-REG     PIC X(145).

       FD  ARCHIVO-PAGOS-VENTA.
       01  PAGOS-VENTA-REG.
       COPY PAGOS-VENTA-REG.

       FD  ARCHIVO-PAGOS-DESTINO.
       01  PAGO-DESTINO-REG      PIC X(55).

       FD  ARCHIVO-EGRESOS.
       01  EGRESO-REG.
           05 EG-FECHA             PIC 9(8).
           05 EG-HORA              PIC 9(8).
           05 EG-CONCEPTO          PIC X(30).
           05 EG-MONTO             PIC 9(9)V99.
           05 EG-OPERADOR          PIC 9(4).
           05 EG-CAJA              PIC 9(2).
           05 EG-TURNO             PIC 9(2).
           05 EG-SUCURSAL          PIC 9(2).

       FD  ARCHIVO-EGRESOS-DESTINO.
       01  EGRESO-DESTINO-REG    PIC X(67).

       COPY AGREGADO-FD.
       COPY PARAMETROS-FD.
       COPY PERIODOS-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       COPY PARAMETROS-WS.
       COPY PERIODOS-WS.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> IMPORTACIÓN DIARIA DE UNA SUCURSAL A CASA MATRIZ.
       *> LA SUCURSAL CORRE SU PROPIA COPIA DE VENTA-DIARIA
       *> (PARÁMETRO SUCURSAL = SU CÓDIGO) Y ENVÍA SUS ARCHIVOS
       *> DEL DÍA, QUE EN CASA MATRIZ SE DEJAN CON EL PREFIJO
       *> DE LA TIENDA:
       *>   SUCNN-VENTAS-AAAAMMDD.DAT
       *>   SUCNN-PAGOS-VENTA-AAAAMMDD.DAT
       *>   SUCNN-EGRESOS-AAAAMMDD.DAT
       *> CADA LÍNEA SE AGREGA AL DIARIO LOCAL DEL MISMO NOMBRE
       *> CON SU CÓDIGO DE SUCURSAL Y LA CAJA RENUMERADA A
       *> NN * 10 + CAJA (LA CAJA 1 DE LA SUCURSAL 2 QUEDA COMO
       *> CAJA 21), ASÍ CAJA + FOLIO NO CHOCA CON LAS SERIES DE
       *> CASA MATRIZ, QUE USA LAS CAJAS 1 A 9. LA REFERENCIA
       *> DE UN REVERSO (VR-CAJA-REF) SE RENUMERA IGUAL.
       *> SI EL DIARIO LOCAL YA TIENE LÍNEAS EN ESAS CAJAS
       *> (ARCHIVO YA IMPORTADO O CAJA LOCAL MAL NUMERADA) ESE
       *> ARCHIVO NO SE IMPORTA. CON VENTAS NUEVAS SE VUELVE A
       *> CORRER CONSOLIDAR-HISTORIAL DEL DÍA (VENTAS-HIST.IDX)
       *> Y, SI EL MES YA TENÍA AGREGADO, AGREGAR-MES-VENTAS.
       *> UNA FECHA EN UN PERIODO FISCAL CERRADO NO SE IMPORTA.
       *> USO: IMPORTAR-SUCURSAL <NN> <AAAAMMDD>
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 CAMPO-ARG-SUCURSAL     PIC X(6).
       01 CAMPO-ARG-FECHA        PIC X(10).
       01 SUCURSAL-IMPORTAR      PIC 9(2) VALUE 0.
       01 SUCURSAL-LOCAL         PIC 9(2) VALUE 0.
       01 FECHA-IMPORTAR         PIC 9(8).
       01 ANIO-MES               PIC 9(6).

       01 FS-VENTAS              PIC XX.
       01 FS-VENTAS-DESTINO      PIC XX.
       01 FS-PAGOS-VENTA         PIC XX.
       01 FS-PAGOS-DESTINO       PIC XX.
       01 FS-EGRESOS             PIC XX.
       01 FS-EGRESOS-DESTINO     PIC XX.
       01 FS-AGREGADO            PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.

       01 NOMBRE-ARCHIVO-VENTAS  PIC X(30).
       01 NOMBRE-VENTAS-ORIGEN   PIC X(30).
       01 NOMBRE-VENTAS-DESTINO  PIC X(30).
       01 NOMBRE-ARCHIVO-PAGOS   PIC X(34).
       01 NOMBRE-PAGOS-ORIGEN    PIC X(34).
       01 NOMBRE-PAGOS-DESTINO   PIC X(34).
       01 NOMBRE-ARCHIVO-EGRESOS PIC X(30).
       01 NOMBRE-EGRESOS-ORIGEN  PIC X(30).
       01 NOMBRE-EGRESOS-DESTINO PIC X(30).
       01 NOMBRE-ARCHIVO-AGREGADO PIC X(22).

       *>----------------------------------------------------
       *> RENUMERACIÓN DE CAJAS: LA SUCURSAL NN OCUPA LAS
       *> CAJAS NN1 A NN9 DE CASA MATRIZ.
       *>----------------------------------------------------
       01 CAJA-MINIMA            PIC 9(2).
       01 CAJA-MAXIMA            PIC 9(2).
       01 CAJA-ORIGEN-TXT        PIC X(2).
       01 CAJA-ORIGEN            PIC 9(2).
       01 CAJA-NUEVA             PIC 9(2).
       01 CAJA-VALIDA            PIC X VALUE 'S'.

       01 LINEAS-INVALIDAS       PIC 9(7) VALUE 0.
       01 LINEAS-OCUPADAS        PIC 9(7) VALUE 0.
       01 VENTAS-IMPORTADAS      PIC 9(7) VALUE 0.
       01 PAGOS-IMPORTADOS       PIC 9(7) VALUE 0.
       01 EGRESOS-IMPORTADOS     PIC 9(7) VALUE 0.
       01 ARCHIVOS-RECHAZADOS    PIC 9 VALUE 0.
       01 TOTAL-IMPORTADAS       PIC 9(7) VALUE 0.
       01 COMANDO-EJECUTAR       PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  IMPORTACIÓN DE VENTAS DE SUCURSAL"
           DISPLAY "==============================="

           MOVE "IMPORTAR-SUCURSAL" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           PERFORM OBTENER-PARAMETROS
           PERFORM VALIDAR-PARAMETROS

           COMPUTE CAJA-MINIMA = SUCURSAL-IMPORTAR * 10 + 1
           COMPUTE CAJA-MAXIMA = SUCURSAL-IMPORTAR * 10 + 9
           DISPLAY "Sucursal " SUCURSAL-IMPORTAR " del "
                   FECHA-IMPORTAR ": sus cajas 1 a 9 quedan como "
                   CAJA-MINIMA " a " CAJA-MAXIMA "."

           PERFORM IMPORTAR-VENTAS
           PERFORM IMPORTAR-PAGOS
           PERFORM IMPORTAR-EGRESOS

           DISPLAY "-------------------------------"
           DISPLAY "Líneas de venta importadas : " VENTAS-IMPORTADAS
           DISPLAY "Formas de pago importadas  : " PAGOS-IMPORTADOS
           DISPLAY "Egresos importados         : " EGRESOS-IMPORTADOS

           IF VENTAS-IMPORTADAS > 0
               PERFORM CONSOLIDAR-VENTAS
           END-IF

           COMPUTE TOTAL-IMPORTADAS = VENTAS-IMPORTADAS
               + PAGOS-IMPORTADOS + EGRESOS-IMPORTADOS
           MOVE 'F' TO BW-EVENTO
           MOVE TOTAL-IMPORTADAS TO BW-REGISTROS
           IF ARCHIVOS-RECHAZADOS > 0
               DISPLAY "ATENCIÓN: " ARCHIVOS-RECHAZADOS
                       " archivo(s) no se importaron; revise los "
                       "mensajes anteriores."
               MOVE "ERROR" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
           ELSE
               IF TOTAL-IMPORTADAS = 0
                   MOVE "VACIO" TO BW-ESTADO
               ELSE
                   MOVE "OK" TO BW-ESTADO
               END-IF
               PERFORM GRABAR-BITACORA
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "==============================="
           STOP RUN.

       OBTENER-PARAMETROS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Código de sucursal a importar (1-9):"
               ACCEPT CAMPO-ARG-SUCURSAL
               DISPLAY "Fecha de los archivos (AAAAMMDD):"
               ACCEPT CAMPO-ARG-FECHA
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO CAMPO-ARG-SUCURSAL, CAMPO-ARG-FECHA
               END-UNSTRING
           END-IF
           IF FUNCTION TRIM(CAMPO-ARG-SUCURSAL) IS NUMERIC
               MOVE FUNCTION NUMVAL (CAMPO-ARG-SUCURSAL)
                   TO SUCURSAL-IMPORTAR
           ELSE
               MOVE 0 TO SUCURSAL-IMPORTAR
           END-IF
           IF FUNCTION TRIM(CAMPO-ARG-FECHA) IS NUMERIC
               MOVE FUNCTION NUMVAL (CAMPO-ARG-FECHA)
                   TO FECHA-IMPORTAR
           ELSE
               MOVE 0 TO FECHA-IMPORTAR
           END-IF.

      *>----------------------------------------------------
      *> SÓLO CASA MATRIZ IMPORTA (SU PARÁMETRO SUCURSAL ES 0
      *> O NO EXISTE), Y NUNCA SU PROPIO CÓDIGO NI UN DÍA DE
      *> UN PERIODO FISCAL YA CERRADO.
      *>----------------------------------------------------
       VALIDAR-PARAMETROS.
           PERFORM CARGAR-PARAMETROS
           MOVE "SUCURSAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO SUCURSAL-LOCAL
           END-IF
           IF SUCURSAL-LOCAL NOT = 0
               DISPLAY "Este equipo es la sucursal " SUCURSAL-LOCAL
                       "; la importación se corre en casa matriz."
               PERFORM TERMINAR-CON-ERROR
           END-IF
           IF SUCURSAL-IMPORTAR < 1 OR SUCURSAL-IMPORTAR > 9
               DISPLAY "Código de sucursal inválido (1 a 9)."
               PERFORM TERMINAR-CON-ERROR
           END-IF
           IF FECHA-IMPORTAR = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (FECHA-IMPORTAR)
                   NOT = 0
               DISPLAY "Fecha inválida."
               PERFORM TERMINAR-CON-ERROR
           END-IF
           MOVE FECHA-IMPORTAR TO FECHA-PERIODO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "Archivos de la sucursal no importados."
               PERFORM TERMINAR-CON-ERROR
           END-IF.

       TERMINAR-CON-ERROR.
           MOVE 'F' TO BW-EVENTO
           MOVE "ERROR" TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           MOVE 1 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------
      *> CAJA DE LA SUCURSAL (1 A 9) -> CAJA EN CASA MATRIZ.
      *>----------------------------------------------------
       RENUMERAR-CAJA.
           MOVE 'S' TO CAJA-VALIDA
           MOVE 0 TO CAJA-NUEVA
           IF CAJA-ORIGEN-TXT IS NOT NUMERIC
               MOVE 'N' TO CAJA-VALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE CAJA-ORIGEN-TXT TO CAJA-ORIGEN
           IF CAJA-ORIGEN < 1 OR CAJA-ORIGEN > 9
               MOVE 'N' TO CAJA-VALIDA
               EXIT PARAGRAPH
           END-IF
           COMPUTE CAJA-NUEVA = SUCURSAL-IMPORTAR * 10 + CAJA-ORIGEN.

      *>----------------------------------------------------
      *> VENTAS: SE REVISA EL DIARIO LOCAL (CAJAS YA OCUPADAS)
      *> Y EL DE LA SUCURSAL (CAJAS FUERA DE 1 A 9) ANTES DE
      *> AGREGAR NADA, PARA NO DEJAR EL DÍA A MEDIO IMPORTAR.
      *>----------------------------------------------------
       IMPORTAR-VENTAS.
           MOVE SPACES TO NOMBRE-VENTAS-ORIGEN
           STRING "SUC" DELIMITED BY SIZE
                  SUCURSAL-IMPORTAR DELIMITED BY SIZE
                  "-VENTAS-" DELIMITED BY SIZE
                  FECHA-IMPORTAR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-VENTAS-ORIGEN
           MOVE SPACES TO NOMBRE-VENTAS-DESTINO
           STRING "VENTAS-" DELIMITED BY SIZE
                  FECHA-IMPORTAR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-VENTAS-DESTINO

           MOVE NOMBRE-VENTAS-ORIGEN TO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               DISPLAY "No llegó " FUNCTION TRIM(NOMBRE-VENTAS-ORIGEN)
                       "; la sucursal no tiene ventas ese día."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LINEAS-INVALIDAS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE VR-CAJA TO CAJA-ORIGEN-TXT
                       PERFORM RENUMERAR-CAJA
                       IF CAJA-VALIDA = 'N'
                           ADD 1 TO LINEAS-INVALIDAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VENTAS
           IF LINEAS-INVALIDAS > 0
               DISPLAY FUNCTION TRIM(NOMBRE-VENTAS-ORIGEN) ": "
                       LINEAS-INVALIDAS " línea(s) con caja fuera "
                       "de 1 a 9; NO se importa."
               ADD 1 TO ARCHIVOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LINEAS-OCUPADAS
           MOVE NOMBRE-VENTAS-DESTINO TO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-VENTAS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF VR-CAJA IS NUMERIC
                               AND VR-CAJA >= CAJA-MINIMA
                               AND VR-CAJA <= CAJA-MAXIMA
                               ADD 1 TO LINEAS-OCUPADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VENTAS
           END-IF
           IF LINEAS-OCUPADAS > 0
               DISPLAY FUNCTION TRIM(NOMBRE-VENTAS-DESTINO)
                       " ya tiene " LINEAS-OCUPADAS " línea(s) en "
                       "las cajas " CAJA-MINIMA "-" CAJA-MAXIMA
                       " (¿ya importado?); NO se importa."
               ADD 1 TO ARCHIVOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-VENTAS-DESTINO
           IF FS-VENTAS-DESTINO = "35"
               OPEN OUTPUT ARCHIVO-VENTAS-DESTINO
           END-IF
           IF FS-VENTAS-DESTINO NOT = "00"
               DISPLAY "No se pudo abrir "
                       FUNCTION TRIM(NOMBRE-VENTAS-DESTINO) " ("
                       FS-VENTAS-DESTINO ")"
               ADD 1 TO ARCHIVOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF
           MOVE NOMBRE-VENTAS-ORIGEN TO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM COPIAR-VENTA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VENTAS
           CLOSE ARCHIVO-VENTAS-DESTINO.

       COPIAR-VENTA.
           MOVE VR-CAJA TO CAJA-ORIGEN-TXT
           PERFORM RENUMERAR-CAJA
           MOVE CAJA-NUEVA TO VR-CAJA
           MOVE VR-CAJA-REF TO CAJA-ORIGEN-TXT
           PERFORM RENUMERAR-CAJA
           IF CAJA-VALIDA = 'S'
               MOVE CAJA-NUEVA TO VR-CAJA-REF
           END-IF
           MOVE SUCURSAL-IMPORTAR TO VR-SUCURSAL
           WRITE VENTA-DESTINO-REG FROM VENTA-REG
           ADD 1 TO VENTAS-IMPORTADAS.

      *>----------------------------------------------------
      *> DESGLOSE DE PAGOS MIXTOS: MISMA REVISIÓN QUE VENTAS.
      *>----------------------------------------------------
       IMPORTAR-PAGOS.
           MOVE SPACES TO NOMBRE-PAGOS-ORIGEN
           STRING "SUC" DELIMITED BY SIZE
                  SUCURSAL-IMPORTAR DELIMITED BY SIZE
                  "-PAGOS-VENTA-" DELIMITED BY SIZE
                  FECHA-IMPORTAR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-PAGOS-ORIGEN
           MOVE SPACES TO NOMBRE-PAGOS-DESTINO
           STRING "PAGOS-VENTA-" DELIMITED BY SIZE
                  FECHA-IMPORTAR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-PAGOS-DESTINO

           MOVE NOMBRE-PAGOS-ORIGEN TO NOMBRE-ARCHIVO-PAGOS
           OPEN INPUT ARCHIVO-PAGOS-VENTA
           IF FS-PAGOS-VENTA NOT = "00"
               DISPLAY "No llegó " FUNCTION TRIM(NOMBRE-PAGOS-ORIGEN)
                       "; sin pagos mixtos ese día."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LINEAS-INVALIDAS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PAGOS-VENTA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE PG-CAJA TO CAJA-ORIGEN-TXT
                       PERFORM RENUMERAR-CAJA
                       IF CAJA-VALIDA = 'N'
                           ADD 1 TO LINEAS-INVALIDAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOS-VENTA
           IF LINEAS-INVALIDAS > 0
               DISPLAY FUNCTION TRIM(NOMBRE-PAGOS-ORIGEN) ": "
                       LINEAS-INVALIDAS " línea(s) con caja fuera "
                       "de 1 a 9; NO se importa."
               ADD 1 TO ARCHIVOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LINEAS-OCUPADAS
           MOVE NOMBRE-PAGOS-DESTINO TO NOMBRE-ARCHIVO-PAGOS
           OPEN INPUT ARCHIVO-PAGOS-VENTA
           IF FS-PAGOS-VENTA = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-PAGOS-VENTA
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF PG-CAJA IS NUMERIC
                               AND PG-CAJA >= CAJA-MINIMA
                               AND PG-CAJA <= CAJA-MAXIMA
                               ADD 1 TO LINEAS-OCUPADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PAGOS-VENTA
           END-IF
           IF LINEAS-OCUPADAS > 0
               DISPLAY FUNCTION TRIM(NOMBRE-PAGOS-DESTINO)
                       " ya tiene " LINEAS-OCUPADAS " línea(s) en "
                       "las cajas " CAJA-MINIMA "-" CAJA-MAXIMA
                       " (¿ya importado?); NO se importa."
               ADD 1 TO ARCHIVOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-PAGOS-DESTINO
           IF FS-PAGOS-DESTINO = "35"
               OPEN OUTPUT ARCHIVO-PAGOS-DESTINO
           END-IF
           IF FS-PAGOS-DESTINO NOT = "00"
               DISPLAY "No se pudo abrir "
                       FUNCTION TRIM(NOMBRE-PAGOS-DESTINO) " ("
                       FS-PAGOS-DESTINO ")"
               ADD 1 TO ARCHIVOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF
           MOVE NOMBRE-PAGOS-ORIGEN TO NOMBRE-ARCHIVO-PAGOS
           OPEN INPUT ARCHIVO-PAGOS-VENTA
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PAGOS-VENTA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE PG-CAJA TO CAJA-ORIGEN-TXT
                       PERFORM RENUMERAR-CAJA
                       MOVE CAJA-NUEVA TO PG-CAJA
                       MOVE SUCURSAL-IMPORTAR TO PG-SUCURSAL
                       WRITE PAGO-DESTINO-REG FROM PAGOS-VENTA-REG
                       ADD 1 TO PAGOS-IMPORTADOS
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOS-VENTA
           CLOSE ARCHIVO-PAGOS-DESTINO.

      *>----------------------------------------------------
      *> EGRESOS DE CAJA CHICA DE LA SUCURSAL.
      *>----------------------------------------------------
       IMPORTAR-EGRESOS.
           MOVE SPACES TO NOMBRE-EGRESOS-ORIGEN
           STRING "SUC" DELIMITED BY SIZE
                  SUCURSAL-IMPORTAR DELIMITED BY SIZE
                  "-EGRESOS-" DELIMITED BY SIZE
                  FECHA-IMPORTAR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-EGRESOS-ORIGEN
           MOVE SPACES TO NOMBRE-EGRESOS-DESTINO
           STRING "EGRESOS-" DELIMITED BY SIZE
                  FECHA-IMPORTAR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-EGRESOS-DESTINO

           MOVE NOMBRE-EGRESOS-ORIGEN TO NOMBRE-ARCHIVO-EGRESOS
           OPEN INPUT ARCHIVO-EGRESOS
           IF FS-EGRESOS NOT = "00"
               DISPLAY "No llegó "
                       FUNCTION TRIM(NOMBRE-EGRESOS-ORIGEN)
                       "; sin egresos ese día."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LINEAS-INVALIDAS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-EGRESOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE EG-CAJA TO CAJA-ORIGEN-TXT
                       PERFORM RENUMERAR-CAJA
                       IF CAJA-VALIDA = 'N'
                           ADD 1 TO LINEAS-INVALIDAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EGRESOS
           IF LINEAS-INVALIDAS > 0
               DISPLAY FUNCTION TRIM(NOMBRE-EGRESOS-ORIGEN) ": "
                       LINEAS-INVALIDAS " línea(s) con caja fuera "
                       "de 1 a 9; NO se importa."
               ADD 1 TO ARCHIVOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LINEAS-OCUPADAS
           MOVE NOMBRE-EGRESOS-DESTINO TO NOMBRE-ARCHIVO-EGRESOS
           OPEN INPUT ARCHIVO-EGRESOS
           IF FS-EGRESOS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-EGRESOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF EG-CAJA IS NUMERIC
                               AND EG-CAJA >= CAJA-MINIMA
                               AND EG-CAJA <= CAJA-MAXIMA
                               ADD 1 TO LINEAS-OCUPADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-EGRESOS
           END-IF
           IF LINEAS-OCUPADAS > 0
               DISPLAY FUNCTION TRIM(NOMBRE-EGRESOS-DESTINO)
                       " ya tiene " LINEAS-OCUPADAS " línea(s) en "
                       "las cajas " CAJA-MINIMA "-" CAJA-MAXIMA
                       " (¿ya importado?); NO se importa."
               ADD 1 TO ARCHIVOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND ARCHIVO-EGRESOS-DESTINO
           IF FS-EGRESOS-DESTINO = "35"
               OPEN OUTPUT ARCHIVO-EGRESOS-DESTINO
           END-IF
           IF FS-EGRESOS-DESTINO NOT = "00"
               DISPLAY "No se pudo abrir "
                       FUNCTION TRIM(NOMBRE-EGRESOS-DESTINO) " ("
                       FS-EGRESOS-DESTINO ")"
               ADD 1 TO ARCHIVOS-RECHAZADOS
               EXIT PARAGRAPH
           END-IF
           MOVE NOMBRE-EGRESOS-ORIGEN TO NOMBRE-ARCHIVO-EGRESOS
           OPEN INPUT ARCHIVO-EGRESOS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-EGRESOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE EG-CAJA TO CAJA-ORIGEN-TXT
                       PERFORM RENUMERAR-CAJA
                       MOVE CAJA-NUEVA TO EG-CAJA
                       MOVE SUCURSAL-IMPORTAR TO EG-SUCURSAL
                       WRITE EGRESO-DESTINO-REG FROM EGRESO-REG
                       ADD 1 TO EGRESOS-IMPORTADOS
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EGRESOS
           CLOSE ARCHIVO-EGRESOS-DESTINO.

      *>----------------------------------------------------
      *> LAS LÍNEAS NUEVAS ENTRAN AL HISTORIAL INDEXADO (LAS
      *> YA CARGADAS SE OMITEN) Y, SI EL MES YA SE HABÍA
      *> AGREGADO, EL AGREGADO SE REARMA CON LA SUCURSAL.
      *>----------------------------------------------------
       CONSOLIDAR-VENTAS.
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./CONSOLIDAR-HISTORIAL " DELIMITED BY SIZE
                  FECHA-IMPORTAR DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO

           COMPUTE ANIO-MES = FECHA-IMPORTAR / 100
           MOVE SPACES TO NOMBRE-ARCHIVO-AGREGADO
           STRING "VENTAS-MES-" DELIMITED BY SIZE
                  ANIO-MES DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-AGREGADO
           OPEN INPUT ARCHIVO-AGREGADO
           IF FS-AGREGADO NOT = "00"
               DISPLAY "El mes " ANIO-MES " aún no tiene agregado; "
                       "entrará al correr AGREGAR-MES-VENTAS."
               EXIT PARAGRAPH
           END-IF
           CLOSE ARCHIVO-AGREGADO
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./AGREGAR-MES-VENTAS " DELIMITED BY SIZE
                  ANIO-MES (1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ANIO-MES (5:2) DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

       EJECUTAR-PASO-EXTERNO.
           DISPLAY "Ejecutando " FUNCTION TRIM(COMANDO-EJECUTAR)
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING COMANDO-EJECUTAR
           ON EXCEPTION
               DISPLAY "No se pudo ejecutar " COMANDO-EJECUTAR
               ADD 1 TO ARCHIVOS-RECHAZADOS
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "El paso terminó con error; vuelva a correrlo "
                       "a mano."
               ADD 1 TO ARCHIVOS-RECHAZADOS
           END-IF
           MOVE 0 TO RETURN-CODE.

       COPY PARAMETROS-RUTINAS.
       COPY PERIODOS-RUTINAS.
       COPY BITACORA-RUTINAS.
