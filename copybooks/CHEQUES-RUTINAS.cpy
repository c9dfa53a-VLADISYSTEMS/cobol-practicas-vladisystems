      *>----------------------------------------------------
      *> RUTINAS DE LA CARTERA DE CHEQUES. REQUIEREN COPY
      *> CHEQUES-WS EN WORKING-STORAGE Y COPY CHEQUES-SELECT /
      *> CHEQUES-FD EN SUS SECCIONES.
      *>----------------------------------------------------
       TOMAR-NUMERO-CHEQUE.
           MOVE 0 TO CHW-ID
           OPEN INPUT ARCHIVO-NUM-CHEQUE
           IF FS-NUM-CHEQUE = "00"
               READ ARCHIVO-NUM-CHEQUE
               MOVE NUM-CHEQUE-REG TO CHW-ID
               CLOSE ARCHIVO-NUM-CHEQUE
           END-IF
           ADD 1 TO CHW-ID
           OPEN OUTPUT ARCHIVO-NUM-CHEQUE
           MOVE CHW-ID TO NUM-CHEQUE-REG
           WRITE NUM-CHEQUE-REG
           CLOSE ARCHIVO-NUM-CHEQUE.

       AGREGAR-CHEQUE.
           PERFORM TOMAR-NUMERO-CHEQUE
           OPEN EXTEND ARCHIVO-CHEQUES
           IF FS-CHEQUES = "35"
               OPEN OUTPUT ARCHIVO-CHEQUES
           END-IF
           MOVE CHW-ID TO CH-ID
           MOVE CHW-FECHA-RECEPCION TO CH-FECHA-RECEPCION
           MOVE CHW-CAJA TO CH-CAJA
           MOVE CHW-FOLIO TO CH-FOLIO
           MOVE CHW-CLIENTE TO CH-CLIENTE
           MOVE CHW-BANCO TO CH-BANCO
           MOVE CHW-NUMERO TO CH-NUMERO
           MOVE CHW-RUT-GIRADOR TO CH-RUT-GIRADOR
           MOVE CHW-FECHA-DEPOSITO TO CH-FECHA-DEPOSITO
           MOVE CHW-MONTO TO CH-MONTO
           MOVE 'C' TO CH-ESTADO
           MOVE 0 TO CH-FECHA-DEPOSITADO
           MOVE 0 TO CH-FECHA-PROTESTO
           MOVE 0 TO CH-CARGO-PROTESTO
           MOVE CHW-OPERADOR TO CH-OPERADOR
           WRITE CHEQUE-REG
           CLOSE ARCHIVO-CHEQUES.

      *>----------------------------------------------------
      *> UN GIRADOR CON ALGÚN CHEQUE PROTESTADO QUEDA
      *> BLOQUEADO: NO SE LE RECIBEN MÁS CHEQUES.
      *>----------------------------------------------------
       VERIFICAR-GIRADOR.
           MOVE 'N' TO GIRADOR-BLOQUEADO
           MOVE 0 TO PROTESTOS-GIRADOR
           OPEN INPUT ARCHIVO-CHEQUES
           IF FS-CHEQUES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CHEQUES
           PERFORM UNTIL FIN-CHEQUES = 'S'
               READ ARCHIVO-CHEQUES
                   AT END
                       MOVE 'S' TO FIN-CHEQUES
                   NOT AT END
                       IF CH-RUT-GIRADOR = RUT-GIRADOR-BUSCADO
                           AND CH-ESTADO = 'P'
                           MOVE 'S' TO GIRADOR-BLOQUEADO
                           ADD 1 TO PROTESTOS-GIRADOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CHEQUES.

       DESCRIBIR-ESTADO-CHEQUE.
           EVALUATE ESTADO-CHEQUE-CONSULTA
               WHEN 'C'
                   MOVE "EN CARTERA" TO DESCRIPCION-ESTADO-CHEQUE
               WHEN 'D'
                   MOVE "DEPOSITADO" TO DESCRIPCION-ESTADO-CHEQUE
               WHEN 'P'
                   MOVE "PROTESTADO" TO DESCRIPCION-ESTADO-CHEQUE
               WHEN 'X'
                   MOVE "DEVUELTO" TO DESCRIPCION-ESTADO-CHEQUE
               WHEN OTHER
                   MOVE "?" TO DESCRIPCION-ESTADO-CHEQUE
           END-EVALUATE.
