       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAR-KARDEX-IDX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARDEX-SECUENCIAL
               ASSIGN TO "KARDEX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SECUENCIAL.
       COPY KARDEX-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  KARDEX-SECUENCIAL.
       01  KARDEX-SEC-REG.
       COPY KARDEX-SEC-REG.

       COPY KARDEX-FD.

       WORKING-STORAGE SECTION.

       *>----------------------------------------------------
       *> MIGRACIÓN ÚNICA DEL KARDEX AL FORMATO INDEXADO POR
       *> PRODUCTO + FECHA + HORA (MISMO MOVIMIENTO QUE
       *> MIGRAR-ASISTENCIAS-IDX). AL TERMINAR, EL SECUENCIAL
       *> QUEDA COMO KARDEX-SEQ.BAK POR SI HAY QUE VOLVER
       *> ATRÁS. UN MOVIMIENTO NO SE PUEDE PERDER SIN DESCUADRAR
       *> LOS SALDOS: SI DOS COMPARTEN PRODUCTO, FECHA Y HORA,
       *> EL SEGUNDO SE CORRE UNA CENTÉSIMA, IGUAL QUE EN
       *> GRABAR-KARDEX.
       *>----------------------------------------------------
       77 FS-SECUENCIAL          PIC XX.
       77 FS-KARDEX              PIC XX.
       77 FIN-ARCHIVO            PIC X VALUE 'N'.
       77 GRABADO                PIC X VALUE 'N'.
       77 CONTADOR-MIGRADOS      PIC 9(7) VALUE 0.
       77 CONTADOR-CORRIDOS      PIC 9(7) VALUE 0.
       77 CONTADOR-ERRORES       PIC 9(7) VALUE 0.
       77 RESULT-CODE            PIC 9(2).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "== CONVERSIÓN DE KARDEX.DAT A KARDEX.IDX =="

           OPEN INPUT KARDEX-SECUENCIAL
           IF FS-SECUENCIAL NOT = "00"
               DISPLAY "No se pudo abrir KARDEX.DAT ("
                       FS-SECUENCIAL ")"
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-KARDEX
           IF FS-KARDEX NOT = "00"
               DISPLAY "No se pudo abrir KARDEX.IDX ("
                       FS-KARDEX ")"
               STOP RUN
           END-IF

           PERFORM HASTA-FIN

           CLOSE KARDEX-SECUENCIAL
           CLOSE ARCHIVO-KARDEX

           IF CONTADOR-ERRORES > 0
               DISPLAY "Hubo " CONTADOR-ERRORES " movimientos sin "
                       "migrar; KARDEX.DAT se deja en su lugar."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           CALL "CBL_RENAME_FILE" USING "KARDEX.DAT"
                                         "KARDEX-SEQ.BAK"
               RETURNING RESULT-CODE

           DISPLAY "Movimientos migrados: " CONTADOR-MIGRADOS
           DISPLAY "Horas corridas      : " CONTADOR-CORRIDOS
           DISPLAY "El secuencial quedó como KARDEX-SEQ.BAK."
           DISPLAY "== FIN DE LA CONVERSIÓN =="
           STOP RUN.

       HASTA-FIN.
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ KARDEX-SECUENCIAL
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM CONVERTIR-REGISTRO
               END-READ
           END-PERFORM.

       CONVERTIR-REGISTRO.
           MOVE KS-CODIGO TO KX-CODIGO
           MOVE KS-FECHA TO KX-FECHA
           MOVE KS-HORA TO KX-HORA
           MOVE KS-TIPO TO KX-TIPO
           MOVE KS-FOLIO TO KX-FOLIO
           MOVE KS-UNIDADES TO KX-UNIDADES
           MOVE KS-SALDO TO KX-SALDO
           MOVE KS-MOTIVO TO KX-MOTIVO
           MOVE 'N' TO GRABADO
           PERFORM UNTIL GRABADO = 'S'
               WRITE KARDEX-REG
                   INVALID KEY
                       IF FS-KARDEX = "22"
                           ADD 1 TO KX-HORA
                           ADD 1 TO CONTADOR-CORRIDOS
                       ELSE
                           ADD 1 TO CONTADOR-ERRORES
                           DISPLAY "ERROR: no se pudo migrar el "
                                   "movimiento del producto "
                                   KS-CODIGO " el " KS-FECHA
                                   " (" FS-KARDEX ")"
                           MOVE 'S' TO GRABADO
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO CONTADOR-MIGRADOS
                       MOVE 'S' TO GRABADO
               END-WRITE
           END-PERFORM.
