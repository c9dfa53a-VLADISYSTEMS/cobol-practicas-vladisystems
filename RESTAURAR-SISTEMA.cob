       COPY CLIENTES-IDX-SELECT.
       COPY MIEMBROS-SELECT.
       COPY GIFTCARD-SELECT.
       COPY CUPONES-SELECT.
       COPY VENTAS-HIST-SELECT.
       COPY ASISTENCIAS-IDX-SELECT.
       COPY KARDEX-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ORIGEN.
       01  REGISTRO-ORIGEN        PIC X(300).

       FD  ARCHIVO-DESTINO.
       01  REGISTRO-DESTINO       PIC X(300).

       FD  ARCHIVO-MANIFIESTO.
       01  MANIFIESTO-REG.
       COPY CLIENTES-IDX-FD.
       COPY MIEMBROS-FD.
       COPY GIFTCARD-FD.
       COPY CUPONES-FD.
       COPY VENTAS-HIST-FD.
       COPY ASISTENCIAS-IDX-FD.
       COPY KARDEX-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 FS-GIFTCARD            PIC XX.
       01 FS-CUPONES             PIC XX.
       01 FS-VENTAS-HIST         PIC XX.
       01 FS-ASISTENCIAS         PIC XX.
       01 FS-KARDEX              PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ORIGEN          PIC X(44).
       01 NOMBRE-DESTINO         PIC X(30).
                   PERFORM RESTAURAR-MIEMBROS-IDX
               WHEN "TARJETAS-REGALO.IDX"
                   PERFORM RESTAURAR-GIFTCARDS
               WHEN "CUPONES.IDX"
                   PERFORM RESTAURAR-CUPONES
               WHEN "VENTAS-HIST.IDX"
                   PERFORM RESTAURAR-HISTORIAL
               WHEN "ASISTENCIAS.IDX"
                   PERFORM RESTAURAR-ASISTENCIAS
               WHEN "KARDEX.IDX"
                   PERFORM RESTAURAR-KARDEX
               WHEN OTHER
                   PERFORM RESTAURAR-SECUENCIAL
           END-EVALUATE.
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM VERIFICAR-CONTEO.

       RESTAURAR-CUPONES.
           OPEN INPUT ARCHIVO-ORIGEN
           IF FS-ORIGEN NOT = "00"
               ADD 1 TO ARCHIVOS-CON-ERROR
               DISPLAY "** Falta el respaldo " NOMBRE-ORIGEN " **"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-CUPONES
           MOVE 0 TO REGISTROS-RESTAURADOS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ORIGEN
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE REGISTRO-ORIGEN TO CUPON-REG
                       WRITE CUPON-REG INVALID KEY
                           DISPLAY "Clave repetida en el respaldo."
                       NOT INVALID KEY
                           ADD 1 TO REGISTROS-RESTAURADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ORIGEN
           CLOSE ARCHIVO-CUPONES
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM VERIFICAR-CONTEO.

       RESTAURAR-HISTORIAL.
           OPEN INPUT ARCHIVO-ORIGEN
           IF FS-ORIGEN NOT = "00"
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM VERIFICAR-CONTEO.

       RESTAURAR-KARDEX.
           OPEN INPUT ARCHIVO-ORIGEN
           IF FS-ORIGEN NOT = "00"
               ADD 1 TO ARCHIVOS-CON-ERROR
               DISPLAY "** Falta el respaldo " NOMBRE-ORIGEN " **"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-KARDEX
           MOVE 0 TO REGISTROS-RESTAURADOS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ORIGEN
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE REGISTRO-ORIGEN TO KARDEX-REG
                       WRITE KARDEX-REG INVALID KEY
                           DISPLAY "Clave repetida en el respaldo."
                       NOT INVALID KEY
                           ADD 1 TO REGISTROS-RESTAURADOS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ORIGEN
           CLOSE ARCHIVO-KARDEX
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM VERIFICAR-CONTEO.

       COPY BITACORA-RUTINAS.
