       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-RESULT-NOTIF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY NOTIFICACIONES-SELECT.
       COPY PREFERENCIAS-SELECT.
       COPY BITACORA-SELECT.
           SELECT ARCHIVO-RESULTADOS
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-RESULTADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULTADOS.

       DATA DIVISION.
       FILE SECTION.
       COPY NOTIFICACIONES-FD.
       COPY PREFERENCIAS-FD.
       COPY BITACORA-FD.

      *>----------------------------------------------------
      *> RESULTADO DE ENTREGA DEL PROVEEDOR DE MENSAJERÍA
      *> (NOTIF-RESULTADO-AAAAMMDD.TXT): EL ID DEL AVISO TAL
      *> COMO SALIÓ EN NOTIF-ENVIO, E = ENTREGADO, F = FALLIDO,
      *> B = EL DESTINATARIO PIDIÓ NO RECIBIR MÁS AVISOS POR
      *> ESE CANAL; Y EL MOTIVO INFORMADO.
      *>----------------------------------------------------
       FD  ARCHIVO-RESULTADOS.
       01  RESULTADO-REG.
           05 RS-ID                PIC X(20).
           05 RS-RESULTADO         PIC X.
           05 RS-MOTIVO            PIC X(30).

       WORKING-STORAGE SECTION.
       COPY NOTIFICACIONES-WS.
       COPY PREFERENCIAS-WS.
       COPY BITACORA-WS.

      *>----------------------------------------------------
      *> IMPORTACIÓN DE RESULTADOS DE ENVÍO (LOTE): CADA AVISO
      *> EXPORTADO (X) QUE FIGURA EN EL ARCHIVO DEL PROVEEDOR
      *> QUEDA ENTREGADO (E) O FALLIDO (F) CON SU MOTIVO. UNA
      *> BAJA (B) DEJA EL AVISO FALLIDO Y REGISTRA EN
      *> PREFERENCIAS-CONTACTO.DAT QUE EL DESTINATARIO YA NO
      *> ACEPTA ESE CANAL, PARA QUE LA PRÓXIMA EXPORTACIÓN LO
      *> RESPETE. LOS RESULTADOS SIN AVISO EXPORTADO QUE LES
      *> CORRESPONDA SE LISTAN Y NO SE APLICAN.
      *> USO: IMPORTAR-RESULT-NOTIF [AAAAMMDD]
      *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-RESULTADOS          PIC XX.
       01 NOMBRE-ARCHIVO-RESULTADOS PIC X(34).
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 RESULT-CODE            PIC 9(2).
       01 FECHA-PROCESO          PIC 9(8).

       *>----------------------------------------------------
       *> RESULTADOS EN TABLA (ID -> RESULTADO)
       *>----------------------------------------------------
       01 MAX-RESULTADOS         PIC 9(4) VALUE 3000.
       01 TOTAL-RESULTADOS       PIC 9(4) VALUE 0.
       01 TABLA-RESULTADOS.
           05 RESULTADO-ENTRADA OCCURS 3000 TIMES.
               10 TR-ID          PIC X(20).
               10 TR-RESULTADO   PIC X.
               10 TR-MOTIVO      PIC X(30).
               10 TR-APLICADO    PIC X.
       01 IDX-RESULTADO          PIC 9(4).
       01 RESULTADO-HALLADO      PIC X VALUE 'N'.

       01 AVISOS-ENTREGADOS      PIC 9(5) VALUE 0.
       01 AVISOS-FALLIDOS        PIC 9(5) VALUE 0.
       01 BAJAS-REGISTRADAS      PIC 9(5) VALUE 0.
       01 RESULTADOS-SIN-AVISO   PIC 9(5) VALUE 0.
       01 RESULTADOS-INVALIDOS   PIC 9(5) VALUE 0.
       01 TOTAL-APLICADOS        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           MOVE "IMPORTAR-RESULT-NOTIF" TO BW-PROGRAMA
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

           MOVE SPACES TO NOMBRE-ARCHIVO-RESULTADOS
           STRING "NOTIF-RESULTADO-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-RESULTADOS
           PERFORM CARGAR-RESULTADOS
           IF TOTAL-RESULTADOS = 0
               DISPLAY "Sin resultados que importar en "
                       NOMBRE-ARCHIVO-RESULTADOS
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF

           OPEN INPUT ARCHIVO-NOTIFICACIONES
           IF FS-NOTIFICACIONES NOT = "00"
               DISPLAY "No hay notificaciones encoladas."
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-PREFERENCIAS
           OPEN OUTPUT ARCHIVO-NOTIFICACIONES-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-NOTIFICACIONES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF NT-ESTADO = 'X'
                           PERFORM APLICAR-RESULTADO
                       END-IF
                       MOVE NOTIFICACION-REG TO NOTIFICACION-TMP-REG
                       WRITE NOTIFICACION-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-NOTIFICACIONES
           CLOSE ARCHIVO-NOTIFICACIONES-TMP
           CALL "CBL_RENAME_FILE" USING "NOTIFICACIONES.TMP"
                                         "NOTIFICACIONES.DAT"
               RETURNING RESULT-CODE
           IF BAJAS-REGISTRADAS > 0
               PERFORM GRABAR-PREFERENCIAS
           END-IF

           PERFORM VARYING IDX-RESULTADO FROM 1 BY 1
                   UNTIL IDX-RESULTADO > TOTAL-RESULTADOS
               IF TR-APLICADO (IDX-RESULTADO) = 'N'
                   ADD 1 TO RESULTADOS-SIN-AVISO
                   DISPLAY "Sin aviso exportado: "
                           TR-ID (IDX-RESULTADO) " "
                           TR-RESULTADO (IDX-RESULTADO)
               END-IF
           END-PERFORM

           DISPLAY "Entregados: " AVISOS-ENTREGADOS
                   " | Fallidos: " AVISOS-FALLIDOS
                   " | Bajas registradas: " BAJAS-REGISTRADAS
           DISPLAY "Resultados sin aviso exportado: "
                   RESULTADOS-SIN-AVISO
                   " | Renglones inválidos: " RESULTADOS-INVALIDOS
           COMPUTE TOTAL-APLICADOS =
               AVISOS-ENTREGADOS + AVISOS-FALLIDOS
           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE TOTAL-APLICADOS TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           STOP RUN.

       CARGAR-RESULTADOS.
           OPEN INPUT ARCHIVO-RESULTADOS
           IF FS-RESULTADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-RESULTADOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM ANOTAR-RESULTADO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESULTADOS.

       ANOTAR-RESULTADO.
           MOVE FUNCTION UPPER-CASE(RS-RESULTADO) TO RS-RESULTADO
           IF RS-RESULTADO NOT = 'E' AND RS-RESULTADO NOT = 'F'
               AND RS-RESULTADO NOT = 'B'
               ADD 1 TO RESULTADOS-INVALIDOS
               DISPLAY "Resultado inválido: " RESULTADO-REG
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-RESULTADOS >= MAX-RESULTADOS
               ADD 1 TO RESULTADOS-INVALIDOS
               DISPLAY "Tabla de resultados llena; se omite: " RS-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-RESULTADOS
           MOVE RS-ID TO TR-ID (TOTAL-RESULTADOS)
           MOVE RS-RESULTADO TO TR-RESULTADO (TOTAL-RESULTADOS)
           MOVE RS-MOTIVO TO TR-MOTIVO (TOTAL-RESULTADOS)
           MOVE 'N' TO TR-APLICADO (TOTAL-RESULTADOS).

       APLICAR-RESULTADO.
           MOVE 'N' TO RESULTADO-HALLADO
           PERFORM VARYING IDX-RESULTADO FROM 1 BY 1
                   UNTIL IDX-RESULTADO > TOTAL-RESULTADOS
                      OR RESULTADO-HALLADO = 'S'
               IF TR-ID (IDX-RESULTADO) = NT-ID
                   AND TR-APLICADO (IDX-RESULTADO) = 'N'
                   MOVE 'S' TO RESULTADO-HALLADO
                   MOVE 'S' TO TR-APLICADO (IDX-RESULTADO)
                   PERFORM MARCAR-NOTIFICACION
               END-IF
           END-PERFORM.

       MARCAR-NOTIFICACION.
           MOVE FECHA-PROCESO TO NT-FECHA-ESTADO
           MOVE TR-MOTIVO (IDX-RESULTADO) TO NT-MOTIVO
           EVALUATE TR-RESULTADO (IDX-RESULTADO)
               WHEN 'E'
                   MOVE 'E' TO NT-ESTADO
                   ADD 1 TO AVISOS-ENTREGADOS
               WHEN 'F'
                   MOVE 'F' TO NT-ESTADO
                   ADD 1 TO AVISOS-FALLIDOS
               WHEN 'B'
                   MOVE 'F' TO NT-ESTADO
                   IF NT-MOTIVO = SPACES
                       MOVE "BAJA SOLICITADA POR EL DESTINATARIO"
                           TO NT-MOTIVO
                   END-IF
                   ADD 1 TO AVISOS-FALLIDOS
                   PERFORM REGISTRAR-BAJA
           END-EVALUATE.

      *>----------------------------------------------------
      *> LA BAJA SÓLO CIERRA EL CANAL POR EL QUE LLEGÓ; SI
      *> ERA EL PREFERIDO, EL DESTINATARIO QUEDA SIN PREFERIDO.
      *>----------------------------------------------------
       REGISTRAR-BAJA.
           MOVE NT-TIPO-DEST TO PREF-TIPO-BUSCADO
           MOVE NT-DESTINATARIO TO PREF-ID-BUSCADO
           PERFORM ASEGURAR-PREFERENCIA
           IF PREF-POSICION = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE NT-CANAL
               WHEN 'S'
                   MOVE 'N' TO TP-SMS (PREF-POSICION)
               WHEN 'E'
                   MOVE 'N' TO TP-EMAIL (PREF-POSICION)
               WHEN 'C'
                   MOVE 'N' TO TP-CARTA (PREF-POSICION)
           END-EVALUATE
           IF TP-CANAL (PREF-POSICION) = NT-CANAL
               MOVE SPACE TO TP-CANAL (PREF-POSICION)
           END-IF
           MOVE FECHA-PROCESO TO TP-FECHA (PREF-POSICION)
           MOVE 'B' TO TP-ORIGEN (PREF-POSICION)
           ADD 1 TO BAJAS-REGISTRADAS.

       COPY PREFERENCIAS-RUTINAS.
       COPY BITACORA-RUTINAS.
