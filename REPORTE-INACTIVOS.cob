       01 DIAS-SIN-VENTA         PIC S9(5).

       *>----------------------------------------------------
       *> ÚLTIMA VENTA DEL PRODUCTO EN CURSO (SE LEEN SÓLO SUS
       *> MOVIMIENTOS DEL KARDEX)
       *>----------------------------------------------------
       01 KARDEX-ABIERTO         PIC X VALUE 'N'.
       01 FIN-KARDEX             PIC X VALUE 'N'.
       01 ULTIMA-VENTA           PIC 9(8).

       *>----------------------------------------------------
           COMPUTE CORTE-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-CORTE)

           OPEN INPUT ARCHIVO-KARDEX
           IF FS-KARDEX = "00"
               MOVE 'S' TO KARDEX-ABIERTO
           ELSE
               DISPLAY "No hay movimientos en KARDEX.IDX."
           END-IF

           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS
           IF KARDEX-ABIERTO = 'S'
               CLOSE ARCHIVO-KARDEX
           END-IF

           PERFORM MOSTRAR-TOTALES
           CLOSE ARCHIVO-REPORTE
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> LOS MOVIMIENTOS DEL PRODUCTO ESTÁN JUNTOS Y EN ORDEN
      *> DE FECHA: LA ÚLTIMA SALIDA POR VENTA LEÍDA ES LA MÁS
      *> RECIENTE.
      *>----------------------------------------------------
       BUSCAR-ULTIMA-VENTA.
           MOVE 0 TO ULTIMA-VENTA
           IF KARDEX-ABIERTO = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE PR-CODIGO TO KX-CODIGO
           MOVE 0 TO KX-FECHA
           MOVE 0 TO KX-HORA
           MOVE 'N' TO FIN-KARDEX
           START ARCHIVO-KARDEX KEY IS NOT LESS THAN KX-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-KARDEX
           END-START
           PERFORM UNTIL FIN-KARDEX = 'S'
               READ ARCHIVO-KARDEX NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-KARDEX
                   NOT AT END
                       IF KX-CODIGO NOT = PR-CODIGO
                           MOVE 'S' TO FIN-KARDEX
                       ELSE
                           IF KX-TIPO = 'V' OR KX-TIPO = 'C'
                               MOVE KX-FECHA TO ULTIMA-VENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-PRODUCTO.
           IF PR-EXISTENCIA <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-ULTIMA-VENTA
           IF ULTIMA-VENTA = 0
               MOVE 99999 TO DIAS-SIN-VENTA
           ELSE
