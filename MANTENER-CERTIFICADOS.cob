       FILE-CONTROL.
       COPY CERTIFICADOS-SELECT.
       COPY MIEMBROS-SELECT.
       COPY INCIDENTES-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CERTIFICADOS-FD.
       COPY MIEMBROS-FD.
       COPY INCIDENTES-FD.

       WORKING-STORAGE SECTION.

       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 FECHA-TXT              PIC X(8).
       01 TOTAL-CAPTURADOS       PIC 9(4) VALUE 0.
       COPY INCIDENTES-WS.

       PROCEDURE DIVISION.

           END-IF
           DISPLAY "Médico que emite:"
           ACCEPT MEDICO
      *>    SI EL SOCIO ESTÁ INHABILITADO POR UNA LESIÓN, EL
      *>    CERTIFICADO EMITIDO DESDE ESA FECHA ES SU ALTA.
           MOVE MIEMBRO-CERT TO INCIDENTE-SOCIO
           PERFORM VERIFICAR-ALTA-MEDICA

           OPEN EXTEND ARCHIVO-CERTIFICADOS
           IF FS-CERTIFICADOS = "35"
           WRITE CERTIFICADO-REG
           CLOSE ARCHIVO-CERTIFICADOS
           ADD 1 TO TOTAL-CAPTURADOS
           DISPLAY "Certificado registrado; vence el " FECHA-VENCE
           IF SOCIO-HABILITADO = 'N'
               IF FECHA-EMISION >= FECHA-LESION-PENDIENTE
                   DISPLAY "Alta médica: el socio vuelve a estar "
                           "habilitado (incidente "
                           INCIDENTE-PENDIENTE ")."
               ELSE
                   DISPLAY "ATENCIÓN: el certificado es anterior a "
                           "la lesión del " FECHA-LESION-PENDIENTE
                           "; el socio sigue inhabilitado."
               END-IF
           END-IF.

       VALIDAR-MIEMBRO.
           MOVE 'N' TO MIEMBRO-HALLADO
                   DISPLAY "Fecha inválida. Intente de nuevo."
               END-IF
           END-PERFORM.

       COPY INCIDENTES-RUTINAS.
