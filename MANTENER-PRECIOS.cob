       01 PRECIO-NUEVO           PIC 9(7)V99.
       01 VIGENCIA-TXT           PIC X(8).
       01 FECHA-VIGENCIA         PIC 9(8).
       01 NIVEL-TXT              PIC X.
       01 NIVEL-CAPTURA          PIC X VALUE 'D'.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 ENTRADAS-LISTADAS      PIC 9(4) VALUE 0.
       01 F-PRECIO               PIC Z(6)9.99.
                   END-IF
               END-IF
           END-PERFORM
           PERFORM PEDIR-NIVEL
           DISPLAY "Vigente desde (AAAAMMDD, en blanco = hoy):"
           ACCEPT VIGENCIA-TXT
           IF VIGENCIA-TXT = SPACES
           MOVE FECHA-HOY TO LP-FECHA-CARGA
           MOVE HORA-CARGA TO LP-HORA-CARGA
           MOVE CODIGO-OPERADOR TO LP-OPERADOR
           MOVE NIVEL-CAPTURA TO LP-NIVEL
           WRITE PRECIO-REG
           CLOSE ARCHIVO-PRECIOS
           DISPLAY "Precio nivel " NIVEL-CAPTURA
                   " cargado, vigente desde " FECHA-VIGENCIA.

      *>----------------------------------------------------
      *> NIVEL DE PRECIO: D = DETAL (PÚBLICO), M = MAYORISTA,
      *> I = INSTITUCIONAL (COLEGIOS Y CLUBES). EL NIVEL DEL
      *> CLIENTE SE FIJA EN SU FICHA (MANTENER-CLIENTES).
      *>----------------------------------------------------
       PEDIR-NIVEL.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Nivel de precio (D=Detal, M=Mayorista, "
                       "I=Institucional; en blanco = D):"
               ACCEPT NIVEL-TXT
               MOVE FUNCTION UPPER-CASE(NIVEL-TXT) TO NIVEL-TXT
               EVALUATE NIVEL-TXT
                   WHEN SPACE
                       MOVE 'D' TO NIVEL-CAPTURA
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN 'D'
                   WHEN 'M'
                   WHEN 'I'
                       MOVE NIVEL-TXT TO NIVEL-CAPTURA
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN OTHER
                       DISPLAY "Nivel inválido. Intente de nuevo."
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------
      *> MARGEN SOBRE EL COSTO = (PRECIO - COSTO) / COSTO.
                       IF LP-CODIGO = CODIGO-PRODUCTO
                           ADD 1 TO ENTRADAS-LISTADAS
                           MOVE LP-PRECIO TO F-PRECIO
                           IF LP-NIVEL = SPACE
                               MOVE 'D' TO LP-NIVEL
                           END-IF
                           DISPLAY "Nivel " LP-NIVEL
                                   " | Vigente " LP-VIGENCIA
                                   " | $" F-PRECIO
                                   " | Cargado " LP-FECHA-CARGA
                                   " por operador " LP-OPERADOR
           ELSE
               MOVE FUNCTION NUMVAL (VIGENCIA-TXT) TO PRECIO-FECHA
           END-IF
           PERFORM PEDIR-NIVEL
           MOVE CODIGO-PRODUCTO TO PRECIO-CODIGO
           MOVE NIVEL-CAPTURA TO PRECIO-NIVEL
           PERFORM BUSCAR-PRECIO-VIGENTE
           IF PRECIO-HALLADO = 'S'
               MOVE PRECIO-VIGENTE TO F-PRECIO
               DISPLAY "Precio vigente: $" F-PRECIO
                       " (desde " MEJOR-VIGENCIA ")"
               IF NIVEL-CAPTURA NOT = 'D' AND PRECIO-DE-NIVEL = 'N'
                   DISPLAY "El nivel " NIVEL-CAPTURA " no tiene "
                           "precio propio; rige el precio detal."
               END-IF
           ELSE
               DISPLAY "No hay precio en la lista para esa fecha; "
                       "rige el precio del maestro."
