      *>----------------------------------------------------
      *> RUTINAS DE RUT. REQUIEREN COPY RUT-WS EN
      *> WORKING-STORAGE.
      *>----------------------------------------------------
       VALIDAR-RUT.
           MOVE 'N' TO RUT-VALIDO
           MOVE SPACES TO RUT-NORMALIZADO
           MOVE SPACES TO RUT-CUERPO
           MOVE SPACE TO RUT-DV-LEIDO
           MOVE 0 TO RUT-LARGO-CUERPO
           MOVE FUNCTION UPPER-CASE (RUT-ENTRADA) TO RUT-ENTRADA
      *>    EL ÚLTIMO CARÁCTER SIGNIFICATIVO ES EL DÍGITO
      *>    VERIFICADOR; CADA UNO ANTERIOR PASA AL CUERPO, QUE
      *>    SÓLO ADMITE DÍGITOS.
           PERFORM VARYING IDX-RUT FROM 1 BY 1 UNTIL IDX-RUT > 12
               EVALUATE TRUE
                   WHEN RUT-CARACTER (IDX-RUT) = SPACE
                   WHEN RUT-CARACTER (IDX-RUT) = "."
                   WHEN RUT-CARACTER (IDX-RUT) = "-"
                       CONTINUE
                   WHEN RUT-CARACTER (IDX-RUT) IS NUMERIC
                   WHEN RUT-CARACTER (IDX-RUT) = "K"
                       IF RUT-DV-LEIDO NOT = SPACE
                           IF RUT-DV-LEIDO = "K"
                               OR RUT-LARGO-CUERPO = 8
                               EXIT PARAGRAPH
                           END-IF
                           ADD 1 TO RUT-LARGO-CUERPO
                           MOVE RUT-DV-LEIDO
                               TO RUT-DIGITO (RUT-LARGO-CUERPO)
                       END-IF
                       MOVE RUT-CARACTER (IDX-RUT) TO RUT-DV-LEIDO
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           IF RUT-LARGO-CUERPO = 0
               EXIT PARAGRAPH
           END-IF

      *>    PESOS 2,3,4,5,6,7 DESDE LA DERECHA, EN CICLO.
           MOVE 0 TO RUT-SUMA
           MOVE 2 TO RUT-FACTOR
           PERFORM VARYING IDX-RUT FROM RUT-LARGO-CUERPO BY -1
                   UNTIL IDX-RUT < 1
               MOVE RUT-DIGITO (IDX-RUT) TO RUT-VALOR-DIGITO
               COMPUTE RUT-SUMA = RUT-SUMA
                   + RUT-VALOR-DIGITO * RUT-FACTOR
               IF RUT-FACTOR = 7
                   MOVE 2 TO RUT-FACTOR
               ELSE
                   ADD 1 TO RUT-FACTOR
               END-IF
           END-PERFORM
           DIVIDE RUT-SUMA BY 11 GIVING RUT-COCIENTE
               REMAINDER RUT-RESTO
           COMPUTE RUT-RESTO = 11 - RUT-RESTO
           EVALUATE RUT-RESTO
               WHEN 11
                   MOVE "0" TO RUT-DV-CALCULADO
               WHEN 10
                   MOVE "K" TO RUT-DV-CALCULADO
               WHEN OTHER
                   MOVE RUT-RESTO TO RUT-VALOR-DIGITO
                   MOVE RUT-VALOR-DIGITO TO RUT-DV-CALCULADO
           END-EVALUATE
           IF RUT-DV-CALCULADO NOT = RUT-DV-LEIDO
               EXIT PARAGRAPH
           END-IF
           STRING RUT-CUERPO DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  RUT-DV-LEIDO DELIMITED BY SIZE
                  INTO RUT-NORMALIZADO
           MOVE 'S' TO RUT-VALIDO.
