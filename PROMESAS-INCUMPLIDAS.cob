       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMESAS-INCUMPLIDAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY COBRANZA-SELECT.
       COPY CARTERA-SELECT.
           SELECT ARCHIVO-PAGOS ASSIGN TO "PAGOS-CARTERA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGOS.
       COPY CLIENTES-IDX-SELECT.
       COPY BITACORA-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY COBRANZA-FD.
       COPY CARTERA-FD.

       FD  ARCHIVO-PAGOS.
       01  PAGO-REG.
           05 PG-FOLIO             PIC 9(6).
           05 PG-FECHA             PIC 9(8).
           05 PG-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 PG-CAJA              PIC 9(2).

       COPY CLIENTES-IDX-FD.
       COPY BITACORA-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COBRANZA-WS.
       COPY CLIENTES-IDX-WS.
       COPY ENCABEZADO-WS.
       COPY BITACORA-WS.

      *>----------------------------------------------------
      *> PROMESAS DE PAGO INCUMPLIDAS (LOTE DIARIO). TODA
      *> PROMESA PENDIENTE DE GESTIONES-COBRANZA.DAT CUYA
      *> FECHA PROMETIDA YA PASÓ SE COMPARA CON LOS ABONOS DE
      *> PAGOS-CARTERA.DAT A DOCUMENTOS DEL CLIENTE HECHOS
      *> ENTRE EL DÍA DE LA GESTIÓN Y LA FECHA PROMETIDA: SI
      *> SUMAN AL MENOS LO PROMETIDO (O EL CLIENTE YA NO DEBE
      *> NADA) QUEDA CUMPLIDA; SI NO, ROTA. EL ESTADO SE
      *> GRABA EN LA GESTIÓN, ASÍ QUE CADA PROMESA SE REPORTA
      *> UNA SOLA VEZ, Y LAS ROTAS SALEN EN
      *> PROMESAS-INCUMPLIDAS-AAAAMMDD.TXT PARA QUE COBRANZA
      *> VUELVA A LLAMAR.
      *> USO: PROMESAS-INCUMPLIDAS [AAAAMMDD]
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
       01 NUMERO-REGISTRO        PIC 9(6) VALUE 0.

       *>----------------------------------------------------
       *> PROMESAS VENCIDAS A EVALUAR (PV-REGISTRO ES LA
       *> POSICIÓN DE LA GESTIÓN EN EL ARCHIVO)
       *>----------------------------------------------------
       01 MAX-PROMESAS           PIC 9(3) VALUE 500.
       01 TOTAL-PROMESAS         PIC 9(3) VALUE 0.
       01 TABLA-PROMESAS.
           05 PROMESA-VENCIDA OCCURS 500 TIMES.
               10 PV-REGISTRO      PIC 9(6).
               10 PV-CLIENTE       PIC 9(4).
               10 PV-FECHA         PIC 9(8).
               10 PV-PROMESA-FECHA PIC 9(8).
               10 PV-MONTO         PIC 9(9)V99.
               10 PV-PAGADO        PIC S9(11)V99.
               10 PV-SALDO-ABIERTO PIC S9(11)V99.
               10 PV-OPERADOR      PIC 9(4).
               10 PV-ESTADO        PIC X.
       01 IDX-PROMESA            PIC 9(3).
       01 PROMESA-EN-TABLA       PIC 9(3) VALUE 0.

       *>----------------------------------------------------
       *> DOCUMENTOS DE CARTERA DE LOS CLIENTES CON PROMESA,
       *> PARA SABER DE QUIÉN ES CADA ABONO (CAJA + FOLIO)
       *>----------------------------------------------------
       01 MAX-DOCUMENTOS         PIC 9(4) VALUE 2000.
       01 TOTAL-DOCUMENTOS       PIC 9(4) VALUE 0.
       01 TABLA-DOCUMENTOS.
           05 DOCUMENTO-CLIENTE OCCURS 2000 TIMES.
               10 DO-CAJA          PIC 9(2).
               10 DO-FOLIO         PIC 9(6).
               10 DO-CLIENTE       PIC 9(4).
       01 IDX-DOCUMENTO          PIC 9(4).
       01 CLIENTE-ABONO          PIC 9(4) VALUE 0.
       01 CLIENTE-CON-PROMESA    PIC X VALUE 'N'.

       01 PROMESAS-CUMPLIDAS     PIC 9(4) VALUE 0.
       01 PROMESAS-ROTAS         PIC 9(4) VALUE 0.
       01 MONTO-ROTO             PIC S9(11)V99 VALUE 0.
       01 FALTANTE               PIC S9(11)V99 VALUE 0.
       01 F-MONTO                PIC Z(8)9.99.
       01 F-PAGADO               PIC -(8)9.99.
       01 F-FALTANTE             PIC -(8)9.99.

       PROCEDURE DIVISION.

       INICIO.
           MOVE "PROMESAS-INCUMPLIDAS" TO BW-PROGRAMA
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

           PERFORM CARGAR-PROMESAS-VENCIDAS
           IF TOTAL-PROMESAS > 0
               PERFORM CARGAR-DOCUMENTOS-CLIENTES
               PERFORM SUMAR-ABONOS
               PERFORM CALIFICAR-PROMESAS
               PERFORM REGRABAR-GESTIONES
           END-IF
           PERFORM IMPRIMIR-REPORTE

           DISPLAY "Promesas cumplidas: " PROMESAS-CUMPLIDAS
                   " | Rotas: " PROMESAS-ROTAS
           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE PROMESAS-ROTAS TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           STOP RUN.

      *>----------------------------------------------------
      *> PROMESAS PENDIENTES CUYA FECHA ES ANTERIOR A LA DEL
      *> PROCESO (EL MISMO DÍA PROMETIDO TODAVÍA SE PUEDE
      *> PAGAR).
      *>----------------------------------------------------
       CARGAR-PROMESAS-VENCIDAS.
           OPEN INPUT ARCHIVO-GESTIONES
           IF FS-GESTIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NUMERO-REGISTRO
           MOVE 'N' TO FIN-GESTIONES
           PERFORM UNTIL FIN-GESTIONES = 'S'
               READ ARCHIVO-GESTIONES
                   AT END
                       MOVE 'S' TO FIN-GESTIONES
                   NOT AT END
                       ADD 1 TO NUMERO-REGISTRO
                       IF GC-PROMESA-ESTADO = 'P'
                           AND GC-PROMESA-FECHA < FECHA-PROCESO
                           AND TOTAL-PROMESAS < MAX-PROMESAS
                           PERFORM ANOTAR-PROMESA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GESTIONES.

       ANOTAR-PROMESA.
           ADD 1 TO TOTAL-PROMESAS
           MOVE NUMERO-REGISTRO TO PV-REGISTRO (TOTAL-PROMESAS)
           MOVE GC-CLIENTE TO PV-CLIENTE (TOTAL-PROMESAS)
           MOVE GC-FECHA TO PV-FECHA (TOTAL-PROMESAS)
           MOVE GC-PROMESA-FECHA TO PV-PROMESA-FECHA (TOTAL-PROMESAS)
           MOVE GC-PROMESA-MONTO TO PV-MONTO (TOTAL-PROMESAS)
           MOVE 0 TO PV-PAGADO (TOTAL-PROMESAS)
           MOVE 0 TO PV-SALDO-ABIERTO (TOTAL-PROMESAS)
           MOVE GC-OPERADOR TO PV-OPERADOR (TOTAL-PROMESAS)
           MOVE 'P' TO PV-ESTADO (TOTAL-PROMESAS).

      *>----------------------------------------------------
      *> DOCUMENTOS (DE CUALQUIER ESTADO) DE LOS CLIENTES CON
      *> PROMESA, Y SU SALDO ABIERTO DE HOY.
      *>----------------------------------------------------
       CARGAR-DOCUMENTOS-CLIENTES.
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
                       PERFORM ANOTAR-DOCUMENTO-CLIENTE
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CARTERA.

       ANOTAR-DOCUMENTO-CLIENTE.
           MOVE 'N' TO CLIENTE-CON-PROMESA
           PERFORM VARYING IDX-PROMESA FROM 1 BY 1
                   UNTIL IDX-PROMESA > TOTAL-PROMESAS
               IF PV-CLIENTE (IDX-PROMESA) = CR-CLIENTE
                   MOVE 'S' TO CLIENTE-CON-PROMESA
                   IF CR-ESTADO = 'A'
                       ADD CR-SALDO TO PV-SALDO-ABIERTO (IDX-PROMESA)
                   END-IF
               END-IF
           END-PERFORM
           IF CLIENTE-CON-PROMESA = 'S'
               AND TOTAL-DOCUMENTOS < MAX-DOCUMENTOS
               ADD 1 TO TOTAL-DOCUMENTOS
               MOVE CR-CAJA TO DO-CAJA (TOTAL-DOCUMENTOS)
               MOVE CR-FOLIO TO DO-FOLIO (TOTAL-DOCUMENTOS)
               MOVE CR-CLIENTE TO DO-CLIENTE (TOTAL-DOCUMENTOS)
           END-IF.

      *>----------------------------------------------------
      *> LOS ABONOS TRAEN CAJA + FOLIO; EL CLIENTE SE TOMA DEL
      *> DOCUMENTO DE CARTERA, COMO EN ESTADO-CUENTA.
      *>----------------------------------------------------
       SUMAR-ABONOS.
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
                       PERFORM APLICAR-ABONO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOS.

       APLICAR-ABONO.
           MOVE 0 TO CLIENTE-ABONO
           PERFORM VARYING IDX-DOCUMENTO FROM 1 BY 1
                   UNTIL IDX-DOCUMENTO > TOTAL-DOCUMENTOS
                       OR CLIENTE-ABONO NOT = 0
               IF DO-FOLIO (IDX-DOCUMENTO) = PG-FOLIO
                   AND DO-CAJA (IDX-DOCUMENTO) = PG-CAJA
                   MOVE DO-CLIENTE (IDX-DOCUMENTO) TO CLIENTE-ABONO
               END-IF
           END-PERFORM
           IF CLIENTE-ABONO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-PROMESA FROM 1 BY 1
                   UNTIL IDX-PROMESA > TOTAL-PROMESAS
               IF PV-CLIENTE (IDX-PROMESA) = CLIENTE-ABONO
                   AND PG-FECHA >= PV-FECHA (IDX-PROMESA)
                   AND PG-FECHA <= PV-PROMESA-FECHA (IDX-PROMESA)
                   ADD PG-MONTO TO PV-PAGADO (IDX-PROMESA)
               END-IF
           END-PERFORM.

       CALIFICAR-PROMESAS.
           PERFORM VARYING IDX-PROMESA FROM 1 BY 1
                   UNTIL IDX-PROMESA > TOTAL-PROMESAS
               IF PV-PAGADO (IDX-PROMESA) >= PV-MONTO (IDX-PROMESA)
                   OR PV-SALDO-ABIERTO (IDX-PROMESA) <= 0
                   MOVE 'C' TO PV-ESTADO (IDX-PROMESA)
                   ADD 1 TO PROMESAS-CUMPLIDAS
               ELSE
                   MOVE 'R' TO PV-ESTADO (IDX-PROMESA)
                   ADD 1 TO PROMESAS-ROTAS
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> DEVUELVE EL ESTADO DE CADA PROMESA EVALUADA A SU
      *> GESTIÓN (ARCHIVO TEMPORAL + CBL_RENAME_FILE).
      *>----------------------------------------------------
       REGRABAR-GESTIONES.
           OPEN INPUT ARCHIVO-GESTIONES
           IF FS-GESTIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-GESTIONES-TMP
           MOVE 0 TO NUMERO-REGISTRO
           MOVE 1 TO PROMESA-EN-TABLA
           MOVE 'N' TO FIN-GESTIONES
           PERFORM UNTIL FIN-GESTIONES = 'S'
               READ ARCHIVO-GESTIONES
                   AT END
                       MOVE 'S' TO FIN-GESTIONES
                   NOT AT END
                       ADD 1 TO NUMERO-REGISTRO
                       IF PROMESA-EN-TABLA <= TOTAL-PROMESAS
                           AND PV-REGISTRO (PROMESA-EN-TABLA)
                               = NUMERO-REGISTRO
                           MOVE PV-ESTADO (PROMESA-EN-TABLA)
                               TO GC-PROMESA-ESTADO
                           ADD 1 TO PROMESA-EN-TABLA
                       END-IF
                       MOVE GESTION-REG TO GESTION-TMP-REG
                       WRITE GESTION-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GESTIONES
           CLOSE ARCHIVO-GESTIONES-TMP
           CALL "CBL_RENAME_FILE" USING "GESTIONES-COBRANZA.TMP"
                                         "GESTIONES-COBRANZA.DAT"
               RETURNING RESULT-CODE.

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
           STRING "PROMESAS-INCUMPLIDAS-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-PROCESO TO EC-FECHA-REPORTE
           MOVE "PROMESAS DE PAGO INCUMPLIDAS" TO EC-TITULO
           MOVE "COBRANZA" TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           PERFORM VARYING IDX-PROMESA FROM 1 BY 1
                   UNTIL IDX-PROMESA > TOTAL-PROMESAS
               IF PV-ESTADO (IDX-PROMESA) = 'R'
                   PERFORM ESCRIBIR-PROMESA-ROTA
               END-IF
           END-PERFORM
           IF PROMESAS-ROTAS = 0
               MOVE "(ninguna)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF

           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE MONTO-ROTO TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Promesas vencidas evaluadas: " DELIMITED BY SIZE
                  TOTAL-PROMESAS DELIMITED BY SIZE
                  " | Cumplidas: " DELIMITED BY SIZE
                  PROMESAS-CUMPLIDAS DELIMITED BY SIZE
                  " | Rotas: " DELIMITED BY SIZE
                  PROMESAS-ROTAS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Monto prometido no pagado: $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE.

       ESCRIBIR-PROMESA-ROTA.
           COMPUTE FALTANTE = PV-MONTO (IDX-PROMESA)
               - PV-PAGADO (IDX-PROMESA)
           ADD FALTANTE TO MONTO-ROTO
           MOVE PV-CLIENTE (IDX-PROMESA) TO CLIENTE-RECEPTOR
           PERFORM LEER-DATOS-RECEPTOR
           IF RECEPTOR-HALLADO = 'N'
               MOVE "(sin ficha de cliente)" TO DR-NOMBRE
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING "Cliente " DELIMITED BY SIZE
                  PV-CLIENTE (IDX-PROMESA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-NOMBRE (1:30) DELIMITED BY SIZE
                  " Tel: " DELIMITED BY SIZE
                  DR-TELEFONO DELIMITED BY SIZE
                  " | Op. " DELIMITED BY SIZE
                  PV-OPERADOR (IDX-PROMESA) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE PV-MONTO (IDX-PROMESA) TO F-MONTO
           MOVE PV-PAGADO (IDX-PROMESA) TO F-PAGADO
           MOVE FALTANTE TO F-FALTANTE
           MOVE SPACES TO LINEA-SALIDA
           STRING "   Prometió el " DELIMITED BY SIZE
                  PV-FECHA (IDX-PROMESA) DELIMITED BY SIZE
                  " pagar $" DELIMITED BY SIZE
                  FUNCTION TRIM(F-MONTO) DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  PV-PROMESA-FECHA (IDX-PROMESA) DELIMITED BY SIZE
                  " | Abonó: $" DELIMITED BY SIZE
                  FUNCTION TRIM(F-PAGADO) DELIMITED BY SIZE
                  " | Falta: $" DELIMITED BY SIZE
                  FUNCTION TRIM(F-FALTANTE) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       COPY CLIENTES-IDX-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY BITACORA-RUTINAS.
