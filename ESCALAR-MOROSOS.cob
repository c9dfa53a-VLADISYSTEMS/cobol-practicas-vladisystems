       COPY MIEMBROS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY BITACORA-SELECT.
       COPY NOTIFICACIONES-SELECT.
           SELECT MIEMBROS-HIST ASSIGN TO "MIEMBROS-HIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.
       COPY MIEMBROS-FD.
       COPY PARAMETROS-FD.
       COPY BITACORA-FD.
       COPY NOTIFICACIONES-FD.

       FD  MIEMBROS-HIST.
       01  LINEA-HIST             PIC X(100).
       WORKING-STORAGE SECTION.
       COPY PARAMETROS-WS.
       COPY BITACORA-WS.
       COPY NOTIFICACIONES-WS.

      *>----------------------------------------------------
      *> ESCALAMIENTO DE MOROSIDAD (LOTE NOCTURNO, CORRE
      *> MANTENER-ESTADO-MIEMBRO (ESTADO 'S', M-MOTIVO-ESTADO
      *> Y RENGLÓN EN MIEMBROS-HIST.LOG). UN SUSPENDIDO POR
      *> MOROSIDAD QUE YA NO DEBE NADA (PAGAR-CUOTAS SALDÓ
      *> SUS CUOTAS) SE REACTIVA AQUÍ MISMO. CADA CARTA SE
      *> ENCOLA TAMBIÉN COMO NOTIFICACIÓN, UNA VEZ AL MES POR
      *> SOCIO Y TIPO DE AVISO.
      *> USO: ESCALAR-MOROSOS [AAAAMMDD]
      *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 CARTAS-EMITIDAS        PIC 9(4) VALUE 0.
       01 CARTAS-ABIERTAS        PIC X VALUE 'N'.
       01 TITULO-CARTA           PIC X(40).
       01 PLANTILLA-AVISO        PIC X(12).
       01 LINEA-SALIDA           PIC X(100).

       PROCEDURE DIVISION.
                   WHEN MESES-DEUDOR >= MESES-AVISO2
                       MOVE "ULTIMO AVISO DE SUSPENSION"
                           TO TITULO-CARTA
                       MOVE "MOROSO-AVISO2" TO PLANTILLA-AVISO
                       PERFORM ESCRIBIR-CARTA
                   WHEN MESES-DEUDOR >= MESES-AVISO1
                       MOVE "RECORDATORIO DE CUOTAS PENDIENTES"
                           TO TITULO-CARTA
                       MOVE "MOROSO-AVISO1" TO PLANTILLA-AVISO
                       PERFORM ESCRIBIR-CARTA
               END-EVALUATE
           END-PERFORM.
                       "morosidad (" MESES-DEUDOR " meses)."
               PERFORM GRABAR-HIST-ESTADO
               MOVE "SUSPENSION POR MOROSIDAD" TO TITULO-CARTA
               MOVE "MOROSO-SUSP" TO PLANTILLA-AVISO
               PERFORM ESCRIBIR-CARTA
           END-REWRITE
           CLOSE ARCHIVO-MIEMBROS.
               TO LINEA-SALIDA
           WRITE LINEA-CARTA FROM LINEA-SALIDA
           MOVE "conservar su membresía activa." TO LINEA-SALIDA
           WRITE LINEA-CARTA FROM LINEA-SALIDA
           PERFORM ENCOLAR-AVISO-MOROSO.

       ENCOLAR-AVISO-MOROSO.
           MOVE SPACES TO NOTIFICACION-NUEVA
           MOVE "ESCALAR-MOROSOS" TO NQ-ORIGEN
           MOVE 'M' TO NQ-TIPO-DEST
           MOVE MIEMBRO-DEUDOR TO NQ-DESTINATARIO
           MOVE PLANTILLA-AVISO TO NQ-PLANTILLA
           STRING "MESES=" DELIMITED BY SIZE
                  MESES-DEUDOR DELIMITED BY SIZE
                  ";FECHA=" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  INTO NQ-VARIABLES
           MOVE FECHA-PROCESO (1:6) TO PERIODO-AVISO
           PERFORM ENCOLAR-NOTIFICACION-MES.

       COPY PARAMETROS-RUTINAS.
       COPY BITACORA-RUTINAS.
       COPY NOTIFICACIONES-RUTINAS.
