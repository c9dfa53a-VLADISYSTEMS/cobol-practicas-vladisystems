       COPY CUOTAS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY RECIBOS-SELECT.
       COPY BITACORA-SELECT.
           SELECT ARCHIVO-PREPAGOS ASSIGN TO "PREPAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREPAGOS.
       COPY CUOTAS-FD.
       COPY PARAMETROS-FD.
       COPY RECIBOS-FD.
       COPY BITACORA-FD.

      *>----------------------------------------------------
      *> PLANES ANUALES PREPAGADOS (PREPAGOS.DAT): EL SOCIO
       WORKING-STORAGE SECTION.
       COPY PARAMETROS-WS.
       COPY RECIBOS-WS.
       COPY BITACORA-WS.

       01 FS-MIEMBROS            PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 MONTO-REEMBOLSO        PIC 9(9)V99.
       01 PLAN-HALLADO           PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> PARÁMETROS POR LÍNEA DE COMANDO (EJECUCIÓN POR LOTE
       *> DESDE CIERRE-MES): PLAN-ANUAL RECONOCER <AAAA> <MM>.
       *> CADA PLAN VIGENTE SE DEVENGA HASTA EL MES INDICADO
       *> (LOS DE AÑOS ANTERIORES HASTA 12, LOS DE AÑOS
       *> POSTERIORES NO SE TOCAN), ASÍ QUE REPETIR LA CORRIDA
       *> DEL MISMO MES NO DEVENGA DOS VECES. LOS RENGLONES
       *> QUEDAN FECHADOS EL ÚLTIMO DÍA DE ESE MES.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 CAMPO-ARG-ACCION       PIC X(12).
       01 CAMPO-ARG-ANIO         PIC X(6).
       01 CAMPO-ARG-MES          PIC X(4).
       01 MODO-LOTE              PIC X VALUE 'N'.
       01 ANIO-CIERRE            PIC 9(4) VALUE 0.
       01 MES-CIERRE             PIC 9(2) VALUE 0.
       01 META-MESES             PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "  PLAN ANUAL PREPAGADO DE CUOTAS"
           DISPLAY "==============================="
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               PERFORM RECONOCER-POR-LOTE
               STOP RUN
           END-IF
           PERFORM CARGAR-PARAMETROS
           MOVE "ANUAL-DESC-PCT" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
               MOVE MENSUAL-DESCONTADA TO CU-MONTO
               MOVE 0 TO CU-SALDO
               MOVE 'C' TO CU-ESTADO
               MOVE SPACE TO CU-CLASE
               MOVE 0 TO CU-DOCUMENTO
               MOVE 0 TO CU-REF-ANIO-MES
               WRITE CUOTA-REG
           END-PERFORM
           CLOSE ARCHIVO-CUOTAS
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PP-ESTADO = 'A'
                           IF MODO-LOTE = 'S'
                               PERFORM RECONOCER-HASTA-CIERRE
                           ELSE
                               PERFORM RECONOCER-UN-PLAN
                           END-IF
                       END-IF
                       MOVE PREPAGO-REG TO PREPAGO-TMP-REG
                       WRITE PREPAGO-TMP-REG
           DISPLAY "Meses reconocidos en la corrida: "
                   RECONOCIMIENTOS.

      *>----------------------------------------------------
      *> CORRIDA POR LOTE DEL CIERRE DE MES
      *>----------------------------------------------------
       RECONOCER-POR-LOTE.
           MOVE "PLAN-ANUAL" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO CAMPO-ARG-ACCION, CAMPO-ARG-ANIO, CAMPO-ARG-MES
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(CAMPO-ARG-ACCION)
               TO CAMPO-ARG-ACCION
           IF CAMPO-ARG-ACCION NOT = "RECONOCER"
               OR FUNCTION TRIM(CAMPO-ARG-ANIO) IS NOT NUMERIC
               OR FUNCTION TRIM(CAMPO-ARG-MES) IS NOT NUMERIC
               DISPLAY "Uso: PLAN-ANUAL RECONOCER <AAAA> <MM>"
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CAMPO-ARG-ANIO) TO ANIO-CIERRE
           MOVE FUNCTION NUMVAL (CAMPO-ARG-MES) TO MES-CIERRE
           IF MES-CIERRE < 1 OR MES-CIERRE > 12
               DISPLAY "Mes inválido: " MES-CIERRE
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Reconocimiento hasta " ANIO-CIERRE "-"
                   MES-CIERRE " por línea de comando."

      *>    LOS RENGLONES SE FECHAN EL ÚLTIMO DÍA DEL MES CERRADO.
           IF MES-CIERRE = 12
               COMPUTE FECHA-HOY = ANIO-CIERRE * 10000 + 1231
           ELSE
               COMPUTE FECHA-HOY = FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE (ANIO-CIERRE * 10000
                       + (MES-CIERRE + 1) * 100 + 1) - 1)
           END-IF

           MOVE 'S' TO MODO-LOTE
           PERFORM RECONOCER-MES

           MOVE 'F' TO BW-EVENTO
           IF FS-PREPAGOS NOT = "00" AND RECONOCIMIENTOS = 0
               MOVE "VACIO" TO BW-ESTADO
           ELSE
               MOVE "OK" TO BW-ESTADO
           END-IF
           MOVE RECONOCIMIENTOS TO BW-REGISTROS
           PERFORM GRABAR-BITACORA.

       RECONOCER-HASTA-CIERRE.
           EVALUATE TRUE
               WHEN PP-ANIO < ANIO-CIERRE
                   MOVE 12 TO META-MESES
               WHEN PP-ANIO = ANIO-CIERRE
                   MOVE MES-CIERRE TO META-MESES
               WHEN OTHER
                   MOVE 0 TO META-MESES
           END-EVALUATE
           PERFORM UNTIL PP-ESTADO NOT = 'A'
                   OR PP-MESES-RECONOCIDOS >= META-MESES
               PERFORM RECONOCER-UN-PLAN
           END-PERFORM.

       RECONOCER-UN-PLAN.
           ADD 1 TO PP-MESES-RECONOCIDOS
           IF PP-MESES-RECONOCIDOS >= 12

       COPY PARAMETROS-RUTINAS.
       COPY RECIBOS-RUTINAS.
       COPY BITACORA-RUTINAS.
