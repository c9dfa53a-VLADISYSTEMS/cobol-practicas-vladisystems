       COPY CLIENTES-IDX-FD.

       FD  ARCHIVO-TEMP.
       01  TEMP-REG               PIC X(16).

       WORKING-STORAGE SECTION.

       *>----------------------------------------------------
       *> LÍMITES DE CRÉDITO EN TABLA (CLIENTE -> TOPE DE
       *> SALDO ABIERTO EN CARTERA). UN CLIENTE SIN RENGLÓN
       *> NO TIENE LÍMITE. FIJAR UN LÍMITE A MANO DESCONGELA
       *> EL CRÉDITO.
       *>----------------------------------------------------
       01 FS-LIMITES-CREDITO     PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-TEMP                PIC XX.
       01 MAX-LIMITES            PIC 9(3) VALUE 300.
       01 TOTAL-LIMITES          PIC 9(3) VALUE 0.
       01 TABLA-LIMITES.
           05 LIMITE-ENTRADA OCCURS 300 TIMES.
               10 TL-CLIENTE     PIC 9(4).
               10 TL-LIMITE      PIC 9(9)V99.
               10 TL-ESTADO      PIC X.
       01 IDX-LIMITE             PIC 9(3).
       01 LIMITE-EN-TABLA        PIC X VALUE 'N'.

                                   TO TL-CLIENTE (TOTAL-LIMITES)
                               MOVE LC-LIMITE
                                   TO TL-LIMITE (TOTAL-LIMITES)
                               MOVE LC-ESTADO
                                   TO TL-ESTADO (TOTAL-LIMITES)
                           END-IF
                   END-READ
               END-PERFORM
                   IF TL-CLIENTE (IDX-LIMITE) = CLIENTE-CAPTURA
                       MOVE LIMITE-CAPTURA
                           TO TL-LIMITE (IDX-LIMITE)
                       MOVE SPACE TO TL-ESTADO (IDX-LIMITE)
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO TOTAL-LIMITES
               MOVE CLIENTE-CAPTURA TO TL-CLIENTE (TOTAL-LIMITES)
               MOVE LIMITE-CAPTURA TO TL-LIMITE (TOTAL-LIMITES)
               MOVE SPACE TO TL-ESTADO (TOTAL-LIMITES)
           END-IF
           MOVE LIMITE-CAPTURA TO F-LIMITE
           DISPLAY "Límite del cliente " CLIENTE-CAPTURA
           END-PERFORM
           MOVE 0 TO TL-CLIENTE (TOTAL-LIMITES)
           MOVE 0 TO TL-LIMITE (TOTAL-LIMITES)
           MOVE SPACE TO TL-ESTADO (TOTAL-LIMITES)
           SUBTRACT 1 FROM TOTAL-LIMITES
           DISPLAY "Límite eliminado; el cliente queda sin tope.".

           PERFORM VARYING IDX-LIMITE FROM 1 BY 1
                   UNTIL IDX-LIMITE > TOTAL-LIMITES
               MOVE TL-LIMITE (IDX-LIMITE) TO F-LIMITE
               IF TL-ESTADO (IDX-LIMITE) = 'C'
                   DISPLAY "Cliente " TL-CLIENTE (IDX-LIMITE)
                           " | Límite: $" F-LIMITE " CONGELADO"
               ELSE
                   DISPLAY "Cliente " TL-CLIENTE (IDX-LIMITE)
                           " | Límite: $" F-LIMITE
               END-IF
           END-PERFORM
           DISPLAY TOTAL-LIMITES " límite(s) registrados.".

               MOVE SPACES TO TEMP-REG
               STRING TL-CLIENTE (IDX-LIMITE) DELIMITED BY SIZE
                      TL-LIMITE (IDX-LIMITE) DELIMITED BY SIZE
                      TL-ESTADO (IDX-LIMITE) DELIMITED BY SIZE
                      INTO TEMP-REG
               WRITE TEMP-REG
           END-PERFORM
