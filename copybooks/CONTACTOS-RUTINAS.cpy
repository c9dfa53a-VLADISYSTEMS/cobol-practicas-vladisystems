      *>----------------------------------------------------
      *> RUTINAS DE CONTACTOS DE SOCIOS. REQUIEREN COPY
      *> CONTACTOS-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       CAPTURAR-CONTACTO.
           MOVE 'N' TO CONTACTO-CAPTURADO
           IF CT-TIPO = 'T'
               DISPLAY "Nombre del padre, madre o tutor "
                       "(ENTER = ninguno):"
           ELSE
               DISPLAY "Nombre del contacto de emergencia "
                       "(ENTER = ninguno):"
           END-IF
           MOVE SPACES TO CT-NOMBRE
           ACCEPT CT-NOMBRE
           IF CT-NOMBRE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vínculo con el socio (padre, madre, tío...):"
           MOVE SPACES TO CT-VINCULO
           ACCEPT CT-VINCULO
           MOVE SPACES TO CT-TELEFONO
           PERFORM UNTIL CT-TELEFONO NOT = SPACES
               DISPLAY "Teléfono de emergencia:"
               ACCEPT CT-TELEFONO
           END-PERFORM
           DISPLAY "Teléfono alternativo (ENTER = ninguno):"
           MOVE SPACES TO CT-TELEFONO-ALT
           ACCEPT CT-TELEFONO-ALT
           MOVE SPACES TO CT-AUT-IMAGEN
           MOVE SPACES TO CT-AUT-MEDICA
           IF CT-TIPO = 'T'
               DISPLAY "¿Autoriza el uso de fotos y videos del "
                       "socio? (S/N):"
               PERFORM PEDIR-CONTACTO-SN
               MOVE CONTACTO-SN TO CT-AUT-IMAGEN
               DISPLAY "¿Autoriza la atención médica de urgencia? "
                       "(S/N):"
               PERFORM PEDIR-CONTACTO-SN
               MOVE CONTACTO-SN TO CT-AUT-MEDICA
           END-IF
           MOVE 'S' TO CONTACTO-CAPTURADO.

       PEDIR-CONTACTO-SN.
           MOVE 'N' TO CONTACTO-SN-VALIDO
           PERFORM UNTIL CONTACTO-SN-VALIDO = 'S'
               ACCEPT CONTACTO-SN
               MOVE FUNCTION UPPER-CASE(CONTACTO-SN) TO CONTACTO-SN
               IF CONTACTO-SN = 'S' OR CONTACTO-SN = 'N'
                   MOVE 'S' TO CONTACTO-SN-VALIDO
               ELSE
                   DISPLAY "Responda S o N."
               END-IF
           END-PERFORM.

       AGREGAR-CONTACTO.
           OPEN EXTEND ARCHIVO-CONTACTOS
           IF FS-CONTACTOS = "35"
               OPEN OUTPUT ARCHIVO-CONTACTOS
           END-IF
           WRITE CONTACTO-REG
           CLOSE ARCHIVO-CONTACTOS.
