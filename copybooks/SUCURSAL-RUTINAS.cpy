      *>----------------------------------------------------
      *> RUTINAS DEL FILTRO DE SUCURSAL. REQUIERE COPY
      *> SUCURSAL-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       INTERPRETAR-SUCURSAL.
           MOVE 'N' TO FILTRAR-SUCURSAL
           MOVE 'S' TO INCLUIR-CASA-MATRIZ
           MOVE 0 TO SUCURSAL-FILTRO
           MOVE SPACES TO SUCURSAL-SUFIJO
           MOVE "Sucursal: todas" TO SUCURSAL-LEYENDA
           IF FUNCTION TRIM(SUCURSAL-TXT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(SUCURSAL-TXT) IS NOT NUMERIC
               OR FUNCTION NUMVAL (SUCURSAL-TXT) > 99
               DISPLAY "Sucursal inválida ("
                       FUNCTION TRIM(SUCURSAL-TXT)
                       "); se toman todas."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO FILTRAR-SUCURSAL
           MOVE FUNCTION NUMVAL (SUCURSAL-TXT) TO SUCURSAL-FILTRO
           STRING "-S" DELIMITED BY SIZE
                  SUCURSAL-FILTRO DELIMITED BY SIZE
                  INTO SUCURSAL-SUFIJO
           MOVE SPACES TO SUCURSAL-LEYENDA
           IF SUCURSAL-FILTRO = 0
               MOVE "Sucursal: 00 (casa matriz)" TO SUCURSAL-LEYENDA
           ELSE
               MOVE 'N' TO INCLUIR-CASA-MATRIZ
               STRING "Sucursal: " DELIMITED BY SIZE
                      SUCURSAL-FILTRO DELIMITED BY SIZE
                      INTO SUCURSAL-LEYENDA
           END-IF.

       VERIFICAR-SUCURSAL.
           IF SUCURSAL-LINEA-TXT IS NUMERIC
               MOVE SUCURSAL-LINEA-TXT TO SUCURSAL-LINEA
           ELSE
               MOVE 0 TO SUCURSAL-LINEA
           END-IF
           IF FILTRAR-SUCURSAL = 'N'
               OR SUCURSAL-LINEA = SUCURSAL-FILTRO
               MOVE 'S' TO SUCURSAL-INCLUIDA
           ELSE
               MOVE 'N' TO SUCURSAL-INCLUIDA
           END-IF.
