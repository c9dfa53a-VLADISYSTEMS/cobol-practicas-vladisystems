      *>----------------------------------------------------
      *> RUTINAS DE INCIDENTES. REQUIEREN COPY INCIDENTES-WS
      *> EN WORKING-STORAGE Y LOS ARCHIVOS DE INCIDENTES Y
      *> DE CERTIFICADOS MÉDICOS.
      *>----------------------------------------------------
       VERIFICAR-ALTA-MEDICA.
           MOVE 'S' TO SOCIO-HABILITADO
           MOVE 0 TO FECHA-LESION-PENDIENTE
           MOVE 0 TO INCIDENTE-PENDIENTE
           OPEN INPUT ARCHIVO-INCIDENTES
           IF FS-INCIDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-INCIDENTES
           PERFORM UNTIL FIN-INCIDENTES = 'S'
               READ ARCHIVO-INCIDENTES
                   AT END
                       MOVE 'S' TO FIN-INCIDENTES
                   NOT AT END
                       IF IN-TIPO-PERSONA = 'S'
                           AND IN-MIEMBRO = INCIDENTE-SOCIO
                           AND IN-INHABILITA = 'S'
                           AND IN-FECHA >= FECHA-LESION-PENDIENTE
                           MOVE IN-FECHA TO FECHA-LESION-PENDIENTE
                           MOVE IN-NUMERO TO INCIDENTE-PENDIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INCIDENTES
           IF FECHA-LESION-PENDIENTE = 0
               EXIT PARAGRAPH
           END-IF
      *>    EL ALTA ES CUALQUIER CERTIFICADO EMITIDO DESDE LA
      *>    FECHA DE LA LESIÓN.
           MOVE 'N' TO SOCIO-HABILITADO
           OPEN INPUT ARCHIVO-CERTIFICADOS
           IF FS-CERTIFICADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-INCIDENTES
           PERFORM UNTIL FIN-INCIDENTES = 'S'
               READ ARCHIVO-CERTIFICADOS
                   AT END
                       MOVE 'S' TO FIN-INCIDENTES
                   NOT AT END
                       IF CM-MIEMBRO = INCIDENTE-SOCIO
                           AND CM-FECHA-EMISION
                               >= FECHA-LESION-PENDIENTE
                           MOVE 'S' TO SOCIO-HABILITADO
                           MOVE 'S' TO FIN-INCIDENTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CERTIFICADOS.
