               FILE STATUS IS FS-ABONOS.
       COPY PARAMETROS-SELECT.
       COPY BITACORA-SELECT.
       COPY NOTIFICACIONES-SELECT.
           SELECT ARCHIVO-CARTAS
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CARTAS
               ORGANIZATION IS LINE SEQUENTIAL

       COPY PARAMETROS-FD.
       COPY BITACORA-FD.
       COPY NOTIFICACIONES-FD.

       FD  ARCHIVO-CARTAS.
       01  LINEA-CARTA            PIC X(100).
       WORKING-STORAGE SECTION.
       COPY PARAMETROS-WS.
       COPY BITACORA-WS.
       COPY NOTIFICACIONES-WS.

      *>----------------------------------------------------
      *> BARRIDA DE PLANES SEPARE ABANDONADOS (LOTE, CORRIDA
      *> RETENCIÓN ES SEPARE-RETENCION-PCT (10%) DE LO
      *> ABONADO; EL RESTO ES REEMBOLSABLE, Y CADA CLIENTE
      *> AFECTADO RECIBE UN AVISO EN
      *> CARTAS-SEPARE-AAAAMMDD.TXT. EL AVISO SALE TAMBIÉN POR
      *> LA COLA DE NOTIFICACIONES, Y LAS ÓRDENES A LAS QUE
      *> LES QUEDAN SEPARE-DIAS-RECORDATORIO DÍAS (15) O MENOS
      *> PARA EXPIRAR RECIBEN ANTES UN RECORDATORIO DE ABONO
      *> (UNO AL MES POR CLIENTE).
      *> USO: EXPIRAR-SEPARE [AAAAMMDD]
      *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 CORTE-INT              PIC 9(8).
       01 ACTIVIDAD-INT          PIC 9(8).
       01 DIAS-SIN-ABONO         PIC S9(5).
       01 DIAS-RECORDATORIO      PIC 9(4) VALUE 15.
       01 FECHA-EXPIRA           PIC 9(8).
       01 F-SALDO                PIC -(9).99.
       01 RECORDATORIOS          PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> ÚLTIMO ABONO POR ORDEN (TABLA EN MEMORIA)
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO DIAS-EXPIRA
           END-IF
           MOVE "SEPARE-DIAS-RECORDATORIO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO DIAS-RECORDATORIO
           END-IF
           MOVE "SEPARE-RETENCION-PCT" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               DISPLAY "Avisos grabados en: " NOMBRE-ARCHIVO-CARTAS
           END-IF
           DISPLAY "Planes separe expirados: " ORDENES-EXPIRADAS
           DISPLAY "Recordatorios de abono encolados: " RECORDATORIOS
           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE ORDENES-EXPIRADAS TO BW-REGISTROS
           COMPUTE ACTIVIDAD-INT =
               FUNCTION INTEGER-OF-DATE (ULTIMA-ACTIVIDAD)
           COMPUTE DIAS-SIN-ABONO = CORTE-INT - ACTIVIDAD-INT
           COMPUTE FECHA-EXPIRA = FUNCTION DATE-OF-INTEGER
               (ACTIVIDAD-INT + DIAS-EXPIRA)
           IF DIAS-SIN-ABONO <= DIAS-EXPIRA
               IF DIAS-SIN-ABONO + DIAS-RECORDATORIO >= DIAS-EXPIRA
                   MOVE "SEPARE-RECORD" TO NQ-PLANTILLA
                   PERFORM ENCOLAR-AVISO-SEPARE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'E' TO SP-ESTADO
               MONTO-ABONADO * RETENCION-PCT / 100
           COMPUTE MONTO-REEMBOLSO =
               MONTO-ABONADO - MONTO-RETENIDO
           PERFORM ESCRIBIR-AVISO
           MOVE "SEPARE-EXPIRA" TO NQ-PLANTILLA
           PERFORM ENCOLAR-AVISO-SEPARE.

      *>----------------------------------------------------
      *> EL LLAMADOR DEJA LA PLANTILLA EN NQ-PLANTILLA.
      *>----------------------------------------------------
       ENCOLAR-AVISO-SEPARE.
           IF SP-CLIENTE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "EXPIRAR-SEPARE" TO NQ-ORIGEN
           MOVE 'C' TO NQ-TIPO-DEST
           MOVE SP-CLIENTE TO NQ-DESTINATARIO
           MOVE SPACES TO NQ-NOMBRE
           MOVE SPACE TO NQ-CANAL
           MOVE 0 TO NQ-FECHA-ENVIO
           MOVE SP-SALDO TO F-SALDO
           MOVE SPACES TO NQ-VARIABLES
           IF NQ-PLANTILLA = "SEPARE-EXPIRA"
               MOVE MONTO-REEMBOLSO TO F-REEMBOLSO
               STRING "ORDEN=" DELIMITED BY SIZE
                      SP-NUMERO DELIMITED BY SIZE
                      ";REEMBOLSO=" DELIMITED BY SIZE
                      FUNCTION TRIM(F-REEMBOLSO) DELIMITED BY SIZE
                      INTO NQ-VARIABLES
           ELSE
               STRING "ORDEN=" DELIMITED BY SIZE
                      SP-NUMERO DELIMITED BY SIZE
                      ";SALDO=" DELIMITED BY SIZE
                      FUNCTION TRIM(F-SALDO) DELIMITED BY SIZE
                      ";EXPIRA=" DELIMITED BY SIZE
                      FECHA-EXPIRA DELIMITED BY SIZE
                      INTO NQ-VARIABLES
           END-IF
           MOVE FECHA-PROCESO (1:6) TO PERIODO-AVISO
           PERFORM ENCOLAR-NOTIFICACION-MES
           IF NQ-PLANTILLA = "SEPARE-RECORD"
               AND AVISO-YA-ENCOLADO = 'N'
               ADD 1 TO RECORDATORIOS
           END-IF.

       ESCRIBIR-AVISO.
           IF CARTAS-ABIERTAS = 'N'

       COPY PARAMETROS-RUTINAS.
       COPY BITACORA-RUTINAS.
       COPY NOTIFICACIONES-RUTINAS.
