       *> RAZÓN, VALUADOS AL COSTO ACTUAL, PARA VER SI LA
       *> MERMA ES UN PROBLEMA DE CONTEO O DE SEGURIDAD. LOS
       *> AJUSTES ANTIGUOS SIN MOTIVO SE AGRUPAN COMO "(SIN
       *> MOTIVO)". SE RECORRE EL MAESTRO DE PRODUCTOS Y, POR
       *> CADA UNO, SÓLO SUS MOVIMIENTOS DEL MES EN EL KARDEX.
       *>----------------------------------------------------
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 FIN-KARDEX             PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(26).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 MES-TXT                PIC X(8).
       01 MES-REPORTE            PIC 9(6).
       01 MES-MOVIMIENTO         PIC 9(6).
       01 FECHA-DESDE            PIC 9(8).
       01 VALOR-AJUSTE           PIC S9(11)V99.
       01 MOTIVO-LINEA           PIC X(12).

               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (MES-TXT) TO MES-REPORTE
           COMPUTE FECHA-DESDE = MES-REPORTE * 100 + 1

           OPEN INPUT ARCHIVO-KARDEX
           IF FS-KARDEX NOT = "00"
               DISPLAY "No hay movimientos en KARDEX.IDX."
               STOP RUN
           END-IF

           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No hay productos registrados."
               CLOSE ARCHIVO-KARDEX
               STOP RUN
           END-IF

           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           PERFORM HASTA-FIN
           CLOSE ARCHIVO-PRODUCTOS
           CLOSE ARCHIVO-KARDEX

           PERFORM MOSTRAR-TOTALES
           PERFORM ESCRIBIR-LINEA.

       HASTA-FIN.
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PRODUCTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM BUSCAR-AJUSTES-MES
               END-READ
           END-PERFORM.

      *>----------------------------------------------------
      *> LOS MOVIMIENTOS DEL PRODUCTO ESTÁN JUNTOS Y EN ORDEN
      *> DE FECHA: SE POSICIONA EN EL DÍA 1 DEL MES Y SE LEE
      *> HASTA QUE CAMBIA EL PRODUCTO O TERMINA EL MES.
      *>----------------------------------------------------
       BUSCAR-AJUSTES-MES.
           MOVE PR-CODIGO TO KX-CODIGO
           MOVE FECHA-DESDE TO KX-FECHA
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
                       COMPUTE MES-MOVIMIENTO = KX-FECHA / 100
                       IF KX-CODIGO NOT = PR-CODIGO
                           OR MES-MOVIMIENTO > MES-REPORTE
                           MOVE 'S' TO FIN-KARDEX
                       ELSE
                           IF KX-TIPO = 'A'
                               PERFORM ACUMULAR-AJUSTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ELSE
               MOVE KX-MOTIVO TO MOTIVO-LINEA
           END-IF
           COMPUTE VALOR-AJUSTE = KX-UNIDADES * PR-COSTO
           ADD VALOR-AJUSTE TO VALOR-TOTAL
           MOVE 'N' TO ENCONTRADO
           PERFORM VARYING IDX FROM 1 BY 1
