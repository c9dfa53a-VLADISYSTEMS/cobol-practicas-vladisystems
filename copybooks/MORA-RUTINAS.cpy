      *>----------------------------------------------------
      *> RUTINAS DE CARGOS POR MORA. REQUIEREN COPY MORA-WS
      *> EN WORKING-STORAGE Y COPY MORA-SELECT / MORA-FD EN
      *> SUS SECCIONES.
      *>----------------------------------------------------
       TOMAR-NUMERO-MORA.
           MOVE 0 TO MW-NUMERO
           OPEN INPUT ARCHIVO-NUM-MORA
           IF FS-NUM-MORA = "00"
               READ ARCHIVO-NUM-MORA
               MOVE NUM-MORA-REG TO MW-NUMERO
               CLOSE ARCHIVO-NUM-MORA
           END-IF
           ADD 1 TO MW-NUMERO
           OPEN OUTPUT ARCHIVO-NUM-MORA
           MOVE MW-NUMERO TO NUM-MORA-REG
           WRITE NUM-MORA-REG
           CLOSE ARCHIVO-NUM-MORA.

       GRABAR-MOVIMIENTO-MORA.
           OPEN EXTEND ARCHIVO-MORA
           IF FS-MORA = "35"
               OPEN OUTPUT ARCHIVO-MORA
           END-IF
           MOVE MW-FECHA TO MM-FECHA
           MOVE MW-NUMERO TO MM-NUMERO
           MOVE MW-ORIGEN TO MM-ORIGEN
           MOVE MW-MOVIMIENTO TO MM-MOVIMIENTO
           MOVE MW-MONTO TO MM-MONTO
           MOVE MW-OPERADOR TO MM-OPERADOR
           WRITE MORA-REG
           CLOSE ARCHIVO-MORA.
