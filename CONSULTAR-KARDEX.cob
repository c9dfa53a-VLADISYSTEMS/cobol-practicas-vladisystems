       COPY KARDEX-FD.

       FD  ARCHIVO-KARDEX-HIST.
       01  KARDEX-SEC-REG.
       COPY KARDEX-SEC-REG.

       COPY PRODUCTOS-FD.

       *>----------------------------------------------------
       01 TOTAL-MOVIMIENTOS      PIC 9(5) VALUE 0.

       *>----------------------------------------------------
       *> RANGO DE FECHAS SOBRE EL KARDEX VIGENTE: EL START
       *> VA DIRECTO AL PRODUCTO Y A LA FECHA DESDE
       *>----------------------------------------------------
       01 FECHA-TXT              PIC X(10).
       01 FECHA-DESDE            PIC 9(8) VALUE 0.
       01 FECHA-HASTA            PIC 9(8) VALUE 99999999.

       *>----------------------------------------------------
       *> CONSULTA DE UN ARCHIVO ANUAL COMPRIMIDO
       *> (KARDEX-AAAA.DAT DE COMPRIMIR-KARDEX) CUANDO ALGUIEN
               OPEN INPUT ARCHIVO-KARDEX
               IF FS-KARDEX NOT = "00"
                   DISPLAY "No hay movimientos registrados en "
                           "KARDEX.IDX."
                   STOP RUN
               END-IF
               PERFORM PEDIR-RANGO
           END-IF

           PERFORM ACEPTAR-FECHA-COMPLETA
               END-IF
           END-PERFORM.

       PEDIR-RANGO.
           DISPLAY "Desde fecha AAAAMMDD (en blanco = desde el "
                   "inicio):"
           MOVE SPACES TO FECHA-TXT
           ACCEPT FECHA-TXT
           IF FUNCTION TRIM(FECHA-TXT) NOT = SPACES
               AND FUNCTION TRIM(FECHA-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-DESDE
           END-IF
           DISPLAY "Hasta fecha AAAAMMDD (en blanco = hasta hoy):"
           MOVE SPACES TO FECHA-TXT
           ACCEPT FECHA-TXT
           IF FUNCTION TRIM(FECHA-TXT) NOT = SPACES
               AND FUNCTION TRIM(FECHA-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-HASTA
           END-IF.

      *>----------------------------------------------------
      *> SE POSICIONA EN EL PRIMER MOVIMIENTO DEL PRODUCTO
      *> DESDE LA FECHA PEDIDA Y LEE HASTA QUE CAMBIA EL
      *> CÓDIGO O SE PASA LA FECHA HASTA.
      *>----------------------------------------------------
       HASTA-FIN.
           MOVE CODIGO-PRODUCTO TO KX-CODIGO
           MOVE FECHA-DESDE TO KX-FECHA
           MOVE 0 TO KX-HORA
           START ARCHIVO-KARDEX KEY IS NOT LESS THAN KX-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-KARDEX NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF KX-CODIGO NOT = CODIGO-PRODUCTO
                           OR KX-FECHA > FECHA-HASTA
                           MOVE 'S' TO FIN-ARCHIVO
                       ELSE
                           PERFORM LISTAR-MOVIMIENTO
                       END-IF
               END-READ
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE KS-FECHA TO KX-FECHA
                       MOVE KS-HORA TO KX-HORA
                       MOVE KS-CODIGO TO KX-CODIGO
                       MOVE KS-TIPO TO KX-TIPO
                       MOVE KS-FOLIO TO KX-FOLIO
                       MOVE KS-UNIDADES TO KX-UNIDADES
                       MOVE KS-SALDO TO KX-SALDO
                       MOVE KS-MOTIVO TO KX-MOTIVO
                       IF KX-CODIGO = CODIGO-PRODUCTO
                           PERFORM LISTAR-MOVIMIENTO
                       END-IF
