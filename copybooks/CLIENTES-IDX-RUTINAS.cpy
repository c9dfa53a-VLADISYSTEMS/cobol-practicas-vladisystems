      *>----------------------------------------------------
      *> RUTINAS DE DATOS DEL COMPRADOR. REQUIEREN COPY
      *> CLIENTES-IDX-WS EN WORKING-STORAGE.
      *>----------------------------------------------------

       LEER-DATOS-RECEPTOR.
           MOVE 'N' TO RECEPTOR-HALLADO
           MOVE SPACES TO DATOS-RECEPTOR
           MOVE SPACES TO TABLA-LINEAS-RECEPTOR
           MOVE 0 TO TOTAL-LINEAS-RECEPTOR
           IF CLIENTE-RECEPTOR = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CLIENTE-RECEPTOR TO ID-CLIENTE
           READ CLIENTES-INDEXADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO RECEPTOR-HALLADO
                   IF RAZON-SOCIAL-IDX NOT = SPACES
                       MOVE RAZON-SOCIAL-IDX TO DR-NOMBRE
                   ELSE
                       MOVE NOMBRE-IDX TO DR-NOMBRE
                   END-IF
                   MOVE RUT-IDX TO DR-RUT
                   MOVE TELEFONO-IDX TO DR-TELEFONO
                   MOVE DIRECCION-IDX TO DR-DIRECCION
                   MOVE COMUNA-IDX TO DR-COMUNA
                   MOVE CIUDAD-IDX TO DR-CIUDAD
                   MOVE EMAIL-IDX TO DR-EMAIL
           END-READ
           CLOSE CLIENTES-INDEXADO
           IF RECEPTOR-HALLADO = 'S'
               PERFORM ARMAR-LINEAS-RECEPTOR
           END-IF.

      *>----------------------------------------------------
      *> SÓLO SE ARMAN LAS LÍNEAS QUE TIENEN DATOS; UNA FICHA
      *> ANTIGUA SIN COMPLETAR SALE SÓLO CON EL NOMBRE.
      *>----------------------------------------------------
       ARMAR-LINEAS-RECEPTOR.
           ADD 1 TO TOTAL-LINEAS-RECEPTOR
           STRING "Señor(es) : " DELIMITED BY SIZE
                  FUNCTION TRIM(DR-NOMBRE) DELIMITED BY SIZE
                  INTO LINEA-RECEPTOR (TOTAL-LINEAS-RECEPTOR)
           IF DR-RUT NOT = SPACES
               ADD 1 TO TOTAL-LINEAS-RECEPTOR
               STRING "RUT       : " DELIMITED BY SIZE
                      DR-RUT DELIMITED BY SIZE
                      INTO LINEA-RECEPTOR (TOTAL-LINEAS-RECEPTOR)
           END-IF
           IF DR-DIRECCION NOT = SPACES
               ADD 1 TO TOTAL-LINEAS-RECEPTOR
               STRING "Dirección : " DELIMITED BY SIZE
                      FUNCTION TRIM(DR-DIRECCION) DELIMITED BY SIZE
                      INTO LINEA-RECEPTOR (TOTAL-LINEAS-RECEPTOR)
           END-IF
           IF DR-COMUNA NOT = SPACES OR DR-CIUDAD NOT = SPACES
               ADD 1 TO TOTAL-LINEAS-RECEPTOR
               STRING "Comuna    : " DELIMITED BY SIZE
                      DR-COMUNA DELIMITED BY SIZE
                      " Ciudad: " DELIMITED BY SIZE
                      FUNCTION TRIM(DR-CIUDAD) DELIMITED BY SIZE
                      INTO LINEA-RECEPTOR (TOTAL-LINEAS-RECEPTOR)
           END-IF
           IF DR-EMAIL NOT = SPACES
               ADD 1 TO TOTAL-LINEAS-RECEPTOR
               STRING "E-mail    : " DELIMITED BY SIZE
                      FUNCTION TRIM(DR-EMAIL) DELIMITED BY SIZE
                      INTO LINEA-RECEPTOR (TOTAL-LINEAS-RECEPTOR)
           END-IF.

      *>----------------------------------------------------
      *> NIVEL DE PRECIO DESDE LA FICHA DEL CLIENTE: DETAL SI
      *> NO TIENE NIVEL, NO ESTÁ REGISTRADO O ES LA VENTA
      *> ANÓNIMA DE MOSTRADOR.
      *>----------------------------------------------------
       BUSCAR-NIVEL-CLIENTE.
           MOVE 'D' TO NIVEL-CLIENTE
           IF NIVEL-CLIENTE-BUSCADO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE NIVEL-CLIENTE-BUSCADO TO ID-CLIENTE
           READ CLIENTES-INDEXADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NIVEL-IDX = 'M' OR NIVEL-IDX = 'I'
                       MOVE NIVEL-IDX TO NIVEL-CLIENTE
                   END-IF
           END-READ
           CLOSE CLIENTES-INDEXADO.
