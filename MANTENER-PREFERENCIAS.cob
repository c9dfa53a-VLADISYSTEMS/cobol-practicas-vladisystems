       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-PREFERENCIAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PREFERENCIAS-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY MIEMBROS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY PREFERENCIAS-FD.
       COPY CLIENTES-IDX-FD.
       COPY MIEMBROS-FD.

       WORKING-STORAGE SECTION.
       COPY PREFERENCIAS-WS.

      *>----------------------------------------------------
      *> CONSENTIMIENTO DE CONTACTO POR CLIENTE O SOCIO:
      *> CANAL PREFERIDO Y BAJAS POR CANAL. LO RESPETA
      *> EXPORTAR-NOTIFICACIONES AL ARMAR EL ENVÍO.
      *>----------------------------------------------------
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-MIEMBROS            PIC XX.

       *>----------------------------------------------------
       *> CAPTURA
       *>----------------------------------------------------
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 TIPO-TXT               PIC X.
       01 ID-TXT                 PIC X(8).
       01 ID-CAPTURA             PIC 9(6).
       01 NOMBRE-DESTINATARIO    PIC X(30).
       01 CANAL-TXT              PIC X.
       01 RESPUESTA-SN           PIC X.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 FECHA-HOY              PIC 9(8).
       01 DESCRIPCION-CANAL      PIC X(8).
       01 TOTAL-BAJAS            PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  PREFERENCIAS DE CONTACTO"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-PREFERENCIAS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Registrar / cambiar preferencias"
               DISPLAY "2. Consultar preferencias"
               DISPLAY "3. Listar bajas de contacto"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM REGISTRAR-PREFERENCIA
                   WHEN 2
                       PERFORM CONSULTAR-PREFERENCIA
                   WHEN 3
                       PERFORM LISTAR-BAJAS
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           PERFORM GRABAR-PREFERENCIAS
           DISPLAY "Mantenimiento de preferencias finalizado."
           STOP RUN.

      *>----------------------------------------------------
      *> EL DESTINATARIO SE VALIDA CONTRA SU MAESTRO PARA NO
      *> DEJAR PREFERENCIAS DE FICHAS INEXISTENTES.
      *>----------------------------------------------------
       PEDIR-DESTINATARIO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Tipo (C=Cliente, M=Socio):"
               ACCEPT TIPO-TXT
               MOVE FUNCTION UPPER-CASE(TIPO-TXT) TO TIPO-TXT
               IF TIPO-TXT = 'C' OR TIPO-TXT = 'M'
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Tipo inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de cliente o socio:"
               ACCEPT ID-TXT
               IF FUNCTION TRIM(ID-TXT) IS NOT NUMERIC
                   DISPLAY "Número inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (ID-TXT) TO ID-CAPTURA
                   IF TIPO-TXT = 'C'
                       PERFORM VALIDAR-CLIENTE
                   ELSE
                       PERFORM VALIDAR-SOCIO
                   END-IF
               END-IF
           END-PERFORM
           MOVE TIPO-TXT TO PREF-TIPO-BUSCADO
           MOVE ID-CAPTURA TO PREF-ID-BUSCADO.

       VALIDAR-CLIENTE.
           MOVE SPACES TO NOMBRE-DESTINATARIO
           OPEN INPUT CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES.IDX ("
                       FS-CLIENTES-IDX "); se acepta sin validar."
               MOVE 'S' TO ENTRADA-VALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE ID-CAPTURA TO ID-CLIENTE
           READ CLIENTES-INDEXADO
               INVALID KEY
                   DISPLAY "No existe un cliente con ese número. "
                           "Intente de nuevo."
               NOT INVALID KEY
                   MOVE NOMBRE-IDX TO NOMBRE-DESTINATARIO
                   DISPLAY "Cliente: " NOMBRE-IDX
                   MOVE 'S' TO ENTRADA-VALIDA
           END-READ
           CLOSE CLIENTES-INDEXADO.

       VALIDAR-SOCIO.
           MOVE SPACES TO NOMBRE-DESTINATARIO
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No se pudo abrir MIEMBROS.IDX ("
                       FS-MIEMBROS "); se acepta sin validar."
               MOVE 'S' TO ENTRADA-VALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE ID-CAPTURA TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   DISPLAY "No existe un socio con ese número. "
                           "Intente de nuevo."
               NOT INVALID KEY
                   MOVE M-NOMBRE TO NOMBRE-DESTINATARIO
                   DISPLAY "Socio: " M-NOMBRE
                   MOVE 'S' TO ENTRADA-VALIDA
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

       REGISTRAR-PREFERENCIA.
           PERFORM PEDIR-DESTINATARIO
           PERFORM ASEGURAR-PREFERENCIA
           IF PREF-POSICION = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-PREFERENCIA
           DISPLAY "¿Acepta avisos por SMS? (S/N):"
           PERFORM PEDIR-SN
           MOVE RESPUESTA-SN TO TP-SMS (PREF-POSICION)
           DISPLAY "¿Acepta avisos por e-mail? (S/N):"
           PERFORM PEDIR-SN
           MOVE RESPUESTA-SN TO TP-EMAIL (PREF-POSICION)
           DISPLAY "¿Acepta avisos por carta? (S/N):"
           PERFORM PEDIR-SN
           MOVE RESPUESTA-SN TO TP-CARTA (PREF-POSICION)
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Canal preferido (S=SMS, E=E-mail, C=Carta, "
                       "ENTER = ninguno):"
               MOVE SPACE TO CANAL-TXT
               ACCEPT CANAL-TXT
               MOVE FUNCTION UPPER-CASE(CANAL-TXT) TO CANAL-TXT
               EVALUATE TRUE
                   WHEN CANAL-TXT = SPACE
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN CANAL-TXT = 'S'
                        AND TP-SMS (PREF-POSICION) = 'S'
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN CANAL-TXT = 'E'
                        AND TP-EMAIL (PREF-POSICION) = 'S'
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN CANAL-TXT = 'C'
                        AND TP-CARTA (PREF-POSICION) = 'S'
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN OTHER
                       DISPLAY "Canal inválido o no aceptado por el "
                               "destinatario."
               END-EVALUATE
           END-PERFORM
           MOVE CANAL-TXT TO TP-CANAL (PREF-POSICION)
           MOVE FECHA-HOY TO TP-FECHA (PREF-POSICION)
           MOVE 'M' TO TP-ORIGEN (PREF-POSICION)
           DISPLAY "Preferencias registradas.".

       PEDIR-SN.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT RESPUESTA-SN
               MOVE FUNCTION UPPER-CASE(RESPUESTA-SN) TO RESPUESTA-SN
               IF RESPUESTA-SN = 'S' OR RESPUESTA-SN = 'N'
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Responda S o N."
               END-IF
           END-PERFORM.

       CONSULTAR-PREFERENCIA.
           PERFORM PEDIR-DESTINATARIO
           PERFORM BUSCAR-PREFERENCIA
           IF PREF-HALLADA = 'N'
               DISPLAY "Sin preferencias registradas: acepta SMS, "
                       "e-mail y carta."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-PREFERENCIA.

       MOSTRAR-PREFERENCIA.
           IF PREF-HALLADA = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE PREF-CANAL TO CANAL-TXT
           PERFORM DESCRIBIR-CANAL
           DISPLAY "SMS: " PREF-SMS " | E-mail: " PREF-EMAIL
                   " | Carta: " PREF-CARTA
                   " | Preferido: " DESCRIPCION-CANAL
           DISPLAY "Registrado el " TP-FECHA (PREF-POSICION)
                   " (origen " TP-ORIGEN (PREF-POSICION) ")".

       LISTAR-BAJAS.
           MOVE 0 TO TOTAL-BAJAS
           PERFORM VARYING IDX-PREFERENCIA FROM 1 BY 1
                   UNTIL IDX-PREFERENCIA > TOTAL-PREFERENCIAS
               IF TP-SMS (IDX-PREFERENCIA) = 'N'
                  OR TP-EMAIL (IDX-PREFERENCIA) = 'N'
                  OR TP-CARTA (IDX-PREFERENCIA) = 'N'
                   ADD 1 TO TOTAL-BAJAS
                   DISPLAY TP-TIPO (IDX-PREFERENCIA) " "
                           TP-ID (IDX-PREFERENCIA)
                           " | SMS: " TP-SMS (IDX-PREFERENCIA)
                           " | E-mail: " TP-EMAIL (IDX-PREFERENCIA)
                           " | Carta: " TP-CARTA (IDX-PREFERENCIA)
                           " | " TP-FECHA (IDX-PREFERENCIA)
                           " " TP-ORIGEN (IDX-PREFERENCIA)
               END-IF
           END-PERFORM
           DISPLAY TOTAL-BAJAS " destinatario(s) con alguna baja de "
                   "contacto.".

       DESCRIBIR-CANAL.
           EVALUATE CANAL-TXT
               WHEN 'S'
                   MOVE "SMS" TO DESCRIPCION-CANAL
               WHEN 'E'
                   MOVE "E-MAIL" TO DESCRIPCION-CANAL
               WHEN 'C'
                   MOVE "CARTA" TO DESCRIPCION-CANAL
               WHEN OTHER
                   MOVE "NINGUNO" TO DESCRIPCION-CANAL
           END-EVALUATE.

       COPY PREFERENCIAS-RUTINAS.
