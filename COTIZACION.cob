       COPY COTIZACIONES-SELECT.
       COPY PRODUCTOS-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY PRECIOS-SELECT.
           SELECT ARCHIVO-NUM-COTIZA ASSIGN TO "COTIZACION-NUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUM-COTIZA.
       COPY COTIZACIONES-FD.
       COPY PRODUCTOS-FD.
       COPY CLIENTES-IDX-FD.
       COPY PRECIOS-FD.

       FD  ARCHIVO-NUM-COTIZA.
       01  NUM-COTIZA-REG         PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY PRODUCTOS-WS.
       COPY PRECIOS-WS.
       COPY CLIENTES-IDX-WS.

       *>----------------------------------------------------
       *> LÍNEAS DE LA COTIZACIÓN (MISMA CAPTURA QUE LA VENTA,
       01 CLIENTE-TXT            PIC X(6).
       01 CLIENTE-COTIZA         PIC 9(4) VALUE 0.
       01 CLIENTE-VALIDO         PIC X VALUE 'N'.
      *> NIVEL DE PRECIO DEL CLIENTE (FICHA EN CLIENTES.IDX),
      *> COMO EN LA VENTA: SIN CLIENTE SE COTIZA A DETAL.
       01 NIVEL-COTIZA           PIC X VALUE 'D'.

       *>----------------------------------------------------
       *> NÚMERO Y VIGENCIA DE LA COTIZACIÓN
           END-IF

           PERFORM CAPTURAR-CLIENTE
           PERFORM OBTENER-NIVEL-COTIZA
           PERFORM PEDIR-VALIDEZ
           PERFORM CAPTURAR-LINEAS
           CLOSE ARCHIVO-PRODUCTOS
                           IF PRODUCTO-ENCONTRADO = 'S'
                               MOVE PR-DESCRIPCION TO PRODUCTO
                               MOVE PR-PRECIO TO PRECIO-UNITARIO
                               PERFORM APLICAR-PRECIO-VIGENTE
                               MOVE PRECIO-UNITARIO
                                   TO F-PRECIO-SUGERIDO
                               DISPLAY PR-DESCRIPCION " a $"
                                       F-PRECIO-SUGERIDO
                               MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> LA COTIZACIÓN TOMA EL PRECIO DE LA LISTA CON
      *> VIGENCIA A LA FECHA DE HOY, Y EL DEL NIVEL DEL
      *> CLIENTE CUANDO LO HAY, IGUAL QUE VENTA-DIARIA.
      *>----------------------------------------------------
       APLICAR-PRECIO-VIGENTE.
           MOVE CODIGO-PRODUCTO TO PRECIO-CODIGO
           MOVE FECHA-COTIZA TO PRECIO-FECHA
           MOVE NIVEL-COTIZA TO PRECIO-NIVEL
           PERFORM BUSCAR-PRECIO-VIGENTE
           IF PRECIO-HALLADO = 'S'
               MOVE PRECIO-VIGENTE TO PRECIO-UNITARIO
           END-IF
           IF PRECIO-DE-NIVEL = 'S'
               DISPLAY "Precio de nivel " NIVEL-COTIZA
                       " del cliente."
           END-IF.

       OBTENER-NIVEL-COTIZA.
           MOVE CLIENTE-COTIZA TO NIVEL-CLIENTE-BUSCADO
           PERFORM BUSCAR-NIVEL-CLIENTE
           MOVE NIVEL-CLIENTE TO NIVEL-COTIZA
           EVALUATE NIVEL-COTIZA
               WHEN 'M'
                   DISPLAY "Cliente mayorista: rigen los precios "
                           "de nivel mayorista."
               WHEN 'I'
                   DISPLAY "Cliente institucional: rigen los "
                           "precios de nivel institucional."
           END-EVALUATE.

       VALIDAR-UNIDADES.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
           DISPLAY "===============================".

       COPY PRODUCTOS-RUTINAS.
       COPY PRECIOS-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
