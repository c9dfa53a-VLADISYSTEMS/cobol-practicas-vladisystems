      *> KARDEX-WS EN WORKING-STORAGE Y COPY KARDEX-SELECT /
      *> KARDEX-FD EN SUS SECCIONES. ABRE, GRABA Y CIERRA EN
      *> CADA LLAMADA (MISMO PATRÓN QUE CLIENTES-HIST.LOG).
      *> DOS MOVIMIENTOS DEL MISMO PRODUCTO EN LA MISMA
      *> CENTÉSIMA DE SEGUNDO (UNA VENTA DE VARIAS LÍNEAS DEL
      *> MISMO CÓDIGO) CHOCARÍAN EN LA CLAVE: EL SEGUNDO SE
      *> CORRE UNA CENTÉSIMA Y SE VUELVE A GRABAR.
      *>----------------------------------------------------
       GRABAR-KARDEX.
           ACCEPT KW-FECHA FROM DATE YYYYMMDD
           ACCEPT KW-HORA FROM TIME
           OPEN I-O ARCHIVO-KARDEX
           IF FS-KARDEX = "35"
               OPEN OUTPUT ARCHIVO-KARDEX
           END-IF
           MOVE KW-CODIGO   TO KX-CODIGO
           MOVE KW-FECHA    TO KX-FECHA
           MOVE KW-HORA     TO KX-HORA
           MOVE KW-TIPO     TO KX-TIPO
           MOVE KW-FOLIO    TO KX-FOLIO
           MOVE KW-UNIDADES TO KX-UNIDADES
           MOVE KW-SALDO    TO KX-SALDO
           MOVE KW-MOTIVO   TO KX-MOTIVO
           MOVE 'N' TO KW-GRABADO
           PERFORM UNTIL KW-GRABADO = 'S'
               WRITE KARDEX-REG
                   INVALID KEY
                       IF FS-KARDEX = "22"
                           ADD 1 TO KX-HORA
                       ELSE
                           DISPLAY "ERROR al grabar el kardex del "
                                   "producto " KX-CODIGO " ("
                                   FS-KARDEX ")."
                           MOVE 'S' TO KW-GRABADO
                       END-IF
                   NOT INVALID KEY
                       MOVE 'S' TO KW-GRABADO
               END-WRITE
           END-PERFORM
           CLOSE ARCHIVO-KARDEX
           MOVE SPACES TO KW-MOTIVO.
