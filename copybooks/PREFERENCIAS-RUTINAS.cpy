      *>----------------------------------------------------
      *> RUTINAS DE PREFERENCIAS DE CONTACTO. REQUIEREN COPY
      *> PREFERENCIAS-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       CARGAR-PREFERENCIAS.
           MOVE 0 TO TOTAL-PREFERENCIAS
           OPEN INPUT ARCHIVO-PREFERENCIAS
           IF FS-PREFERENCIAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-PREFERENCIAS NOT = "00"
               READ ARCHIVO-PREFERENCIAS
                   AT END
                       MOVE "10" TO FS-PREFERENCIAS
                   NOT AT END
                       IF TOTAL-PREFERENCIAS < MAX-PREFERENCIAS
                           ADD 1 TO TOTAL-PREFERENCIAS
                           MOVE PREFERENCIA-REG TO
                               PREFERENCIA-ENTRADA
                                   (TOTAL-PREFERENCIAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PREFERENCIAS.

       BUSCAR-PREFERENCIA.
           MOVE 'N' TO PREF-HALLADA
           MOVE 0 TO PREF-POSICION
           MOVE SPACE TO PREF-CANAL
           MOVE 'S' TO PREF-SMS
           MOVE 'S' TO PREF-EMAIL
           MOVE 'S' TO PREF-CARTA
           PERFORM VARYING IDX-PREFERENCIA FROM 1 BY 1
                   UNTIL IDX-PREFERENCIA > TOTAL-PREFERENCIAS
                      OR PREF-HALLADA = 'S'
               IF TP-TIPO (IDX-PREFERENCIA) = PREF-TIPO-BUSCADO
                   AND TP-ID (IDX-PREFERENCIA) = PREF-ID-BUSCADO
                   MOVE 'S' TO PREF-HALLADA
                   MOVE IDX-PREFERENCIA TO PREF-POSICION
                   MOVE TP-CANAL (IDX-PREFERENCIA) TO PREF-CANAL
                   MOVE TP-SMS (IDX-PREFERENCIA) TO PREF-SMS
                   MOVE TP-EMAIL (IDX-PREFERENCIA) TO PREF-EMAIL
                   MOVE TP-CARTA (IDX-PREFERENCIA) TO PREF-CARTA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> DEJA PREF-POSICION APUNTANDO A UN RENGLÓN DEL
      *> DESTINATARIO BUSCADO, CREÁNDOLO CON LOS TRES CANALES
      *> ACEPTADOS SI NO EXISTÍA (0 SI LA TABLA ESTÁ LLENA).
      *>----------------------------------------------------
       ASEGURAR-PREFERENCIA.
           PERFORM BUSCAR-PREFERENCIA
           IF PREF-HALLADA = 'S'
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-PREFERENCIAS >= MAX-PREFERENCIAS
               DISPLAY "La tabla de preferencias está llena."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-PREFERENCIAS
           MOVE TOTAL-PREFERENCIAS TO PREF-POSICION
           MOVE PREF-TIPO-BUSCADO TO TP-TIPO (PREF-POSICION)
           MOVE PREF-ID-BUSCADO TO TP-ID (PREF-POSICION)
           MOVE SPACE TO TP-CANAL (PREF-POSICION)
           MOVE 'S' TO TP-SMS (PREF-POSICION)
           MOVE 'S' TO TP-EMAIL (PREF-POSICION)
           MOVE 'S' TO TP-CARTA (PREF-POSICION)
           MOVE 0 TO TP-FECHA (PREF-POSICION)
           MOVE SPACE TO TP-ORIGEN (PREF-POSICION).

       GRABAR-PREFERENCIAS.
           OPEN OUTPUT ARCHIVO-PREFERENCIAS-TMP
           PERFORM VARYING IDX-PREFERENCIA FROM 1 BY 1
                   UNTIL IDX-PREFERENCIA > TOTAL-PREFERENCIAS
               MOVE PREFERENCIA-ENTRADA (IDX-PREFERENCIA)
                   TO PREFERENCIA-TMP-REG
               WRITE PREFERENCIA-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-PREFERENCIAS-TMP
           CALL "CBL_RENAME_FILE" USING "PREFERENCIAS-CONTACTO.TMP"
                                         "PREFERENCIAS-CONTACTO.DAT"
               RETURNING RESULT-CODE-PREFERENCIAS.
