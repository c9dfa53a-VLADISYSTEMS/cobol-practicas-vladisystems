      *>----------------------------------------------------
      *> RUTINAS DE LA COLA DE NOTIFICACIONES. REQUIEREN COPY
      *> NOTIFICACIONES-WS EN WORKING-STORAGE.
      *> LA SECUENCIA DISTINGUE LOS AVISOS GRABADOS EN LA
      *> MISMA CENTÉSIMA DE SEGUNDO DENTRO DE UNA CORRIDA.
      *>----------------------------------------------------
       ENCOLAR-NOTIFICACION.
           IF NQ-DESTINATARIO = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT FECHA-NOTIFICACION FROM DATE YYYYMMDD
           ACCEPT HORA-NOTIFICACION FROM TIME
           ADD 1 TO SECUENCIA-NOTIFICACION
           OPEN EXTEND ARCHIVO-NOTIFICACIONES
           IF FS-NOTIFICACIONES = "35"
               OPEN OUTPUT ARCHIVO-NOTIFICACIONES
           END-IF
           IF FS-NOTIFICACIONES NOT = "00"
               DISPLAY "No se pudo abrir NOTIFICACIONES.DAT ("
                       FS-NOTIFICACIONES "); aviso no encolado."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOTIFICACION-REG
           MOVE FECHA-NOTIFICACION TO NT-FECHA
           IF NQ-FECHA-ENVIO IS NUMERIC
               AND NQ-FECHA-ENVIO > FECHA-NOTIFICACION
               MOVE NQ-FECHA-ENVIO TO NT-FECHA
           END-IF
           MOVE HORA-NOTIFICACION TO NT-HORA
           MOVE SECUENCIA-NOTIFICACION TO NT-SECUENCIA
           MOVE NQ-ORIGEN TO NT-ORIGEN
           MOVE NQ-TIPO-DEST TO NT-TIPO-DEST
           MOVE NQ-DESTINATARIO TO NT-DESTINATARIO
           MOVE NQ-NOMBRE TO NT-NOMBRE
           MOVE NQ-CANAL TO NT-CANAL
           MOVE NQ-PLANTILLA TO NT-PLANTILLA
           MOVE NQ-VARIABLES TO NT-VARIABLES
           MOVE 'P' TO NT-ESTADO
           MOVE FECHA-NOTIFICACION TO NT-FECHA-ESTADO
           WRITE NOTIFICACION-REG
           CLOSE ARCHIVO-NOTIFICACIONES
           ADD 1 TO NOTIFICACIONES-ENCOLADAS.

       ENCOLAR-NOTIFICACION-MES.
           PERFORM BUSCAR-AVISO-PREVIO
           IF AVISO-YA-ENCOLADO = 'N'
               PERFORM ENCOLAR-NOTIFICACION
           END-IF.

       BUSCAR-AVISO-PREVIO.
           MOVE 'N' TO AVISO-YA-ENCOLADO
           OPEN INPUT ARCHIVO-NOTIFICACIONES
           IF FS-NOTIFICACIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-NOTIFICACIONES NOT = "00"
                      OR AVISO-YA-ENCOLADO = 'S'
               READ ARCHIVO-NOTIFICACIONES
                   AT END
                       MOVE "10" TO FS-NOTIFICACIONES
                   NOT AT END
                       IF NT-TIPO-DEST = NQ-TIPO-DEST
                           AND NT-DESTINATARIO = NQ-DESTINATARIO
                           AND NT-PLANTILLA = NQ-PLANTILLA
                           AND NT-FECHA (1:6) = PERIODO-AVISO
                           MOVE 'S' TO AVISO-YA-ENCOLADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-NOTIFICACIONES.
