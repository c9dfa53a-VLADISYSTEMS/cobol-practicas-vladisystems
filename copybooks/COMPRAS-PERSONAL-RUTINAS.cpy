      *>----------------------------------------------------
      *> RUTINAS DEL LIBRO DE COMPRAS DEL PERSONAL. REQUIEREN
      *> COPY COMPRAS-PERSONAL-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       GRABAR-COMPRA-PERSONAL.
           OPEN EXTEND ARCHIVO-COMPRAS-PERSONAL
           IF FS-COMPRAS-PERSONAL = "35"
               OPEN OUTPUT ARCHIVO-COMPRAS-PERSONAL
           END-IF
           MOVE PERSONAL-FECHA TO CP-FECHA
           MOVE PERSONAL-CAJA TO CP-CAJA
           MOVE PERSONAL-FOLIO TO CP-FOLIO
           MOVE PERSONAL-TIPO TO CP-TIPO
           MOVE PERSONAL-EMPLEADO TO CP-EMPLEADO
           MOVE PERSONAL-MONTO TO CP-MONTO
           MOVE PERSONAL-DESCUENTO TO CP-DESCUENTO
           MOVE PERSONAL-PLANILLA TO CP-PLANILLA
           MOVE PERSONAL-CAJA-REF TO CP-CAJA-REF
           MOVE PERSONAL-FOLIO-REF TO CP-FOLIO-REF
           MOVE PERSONAL-OPERADOR TO CP-OPERADOR
           WRITE COMPRA-PERSONAL-REG
           CLOSE ARCHIVO-COMPRAS-PERSONAL.

      *>----------------------------------------------------
      *> EL CONSUMO DEL MES ES EL NETO DE TODAS LAS COMPRAS,
      *> REVERSOS Y CAMBIOS DEL EMPLEADO CON FECHA EN ESE MES.
      *>----------------------------------------------------
       SUMAR-CONSUMO-PERSONAL.
           MOVE 0 TO PERSONAL-CONSUMO
           OPEN INPUT ARCHIVO-COMPRAS-PERSONAL
           IF FS-COMPRAS-PERSONAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-COMPRAS-PERSONAL
           PERFORM UNTIL FIN-COMPRAS-PERSONAL = 'S'
               READ ARCHIVO-COMPRAS-PERSONAL
                   AT END
                       MOVE 'S' TO FIN-COMPRAS-PERSONAL
                   NOT AT END
                       IF CP-EMPLEADO = PERSONAL-EMPLEADO
                           AND CP-FECHA (1:6) = PERSONAL-MES
                           ADD CP-MONTO TO PERSONAL-CONSUMO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-COMPRAS-PERSONAL.

       BUSCAR-COMPRA-PERSONAL.
           MOVE 'N' TO PERSONAL-HALLADA
           OPEN INPUT ARCHIVO-COMPRAS-PERSONAL
           IF FS-COMPRAS-PERSONAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-COMPRAS-PERSONAL
           PERFORM UNTIL FIN-COMPRAS-PERSONAL = 'S'
               READ ARCHIVO-COMPRAS-PERSONAL
                   AT END
                       MOVE 'S' TO FIN-COMPRAS-PERSONAL
                   NOT AT END
                       IF CP-CAJA = PERSONAL-CAJA
                           AND CP-FOLIO = PERSONAL-FOLIO
                           AND CP-FECHA = PERSONAL-FECHA
                           MOVE 'S' TO PERSONAL-HALLADA
                           MOVE 'S' TO FIN-COMPRAS-PERSONAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-COMPRAS-PERSONAL.
