       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR-SERIE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SERIES-SELECT.
       COPY PRODUCTOS-SELECT.
       COPY PROVEEDORES-SELECT.
       COPY CLIENTES-IDX-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY SERIES-FD.
       COPY PRODUCTOS-FD.
       COPY PROVEEDORES-FD.
       COPY CLIENTES-IDX-FD.

       WORKING-STORAGE SECTION.
       COPY SERIES-WS.
       COPY PRODUCTOS-WS.
       COPY CLIENTES-IDX-WS.
       01 FS-PROVEEDORES         PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.

       *>----------------------------------------------------
       *> CONSULTA POR NÚMERO DE SERIE: ORIGEN (PROVEEDOR, OC,
       *> ENTRADA), VENTA (CAJA, FOLIO, FECHA, CLIENTE) Y LOS
       *> DÍAS DE GARANTÍA QUE LE QUEDAN.
       *>----------------------------------------------------
       01 OPCION                 PIC X VALUE 'S'.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-PROVEEDOR       PIC X(30).
       01 FECHA-HOY              PIC 9(8).
       01 DIAS-DESDE-VENTA       PIC S9(7) VALUE 0.
       01 DIAS-GARANTIA-RESTAN   PIC S9(7) VALUE 0.
       01 FECHA-FIN-GARANTIA     PIC 9(8).
       01 CODIGO-TXT             PIC X(8).
       01 F-DIAS-GARANTIA        PIC Z(5)9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CONSULTA DE NÚMERO DE SERIE"
           DISPLAY "==============================="
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM UNTIL OPCION = 'N'
               PERFORM CONSULTAR-UNA-SERIE
               DISPLAY "¿Consultar otra serie? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM
           STOP RUN.

       CONSULTAR-UNA-SERIE.
           DISPLAY "Número de serie:"
           MOVE SPACES TO SR-SERIE
           ACCEPT SR-SERIE
           MOVE FUNCTION UPPER-CASE(SR-SERIE) TO SR-SERIE
           IF SR-SERIE = SPACES
               EXIT PARAGRAPH
           END-IF
      *>    LA SERIE ES ÚNICA POR PRODUCTO; SI DOS MARCAS
      *>    COINCIDEN, EL CÓDIGO DE PRODUCTO LAS DISTINGUE.
           DISPLAY "Código de producto (ENTER = cualquiera):"
           ACCEPT CODIGO-TXT
           IF FUNCTION TRIM(CODIGO-TXT) NOT = SPACES
               AND FUNCTION TRIM(CODIGO-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (CODIGO-TXT) TO SR-CODIGO
           ELSE
               MOVE 0 TO SR-CODIGO
           END-IF
           PERFORM BUSCAR-SERIE
           IF SR-HALLADA = 'N'
               DISPLAY "La serie " FUNCTION TRIM(SR-SERIE)
                       " no está registrada."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO PRODUCTO-ENCONTRADO
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS = "00"
               MOVE SR-CODIGO TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               CLOSE ARCHIVO-PRODUCTOS
           END-IF
           PERFORM BUSCAR-NOMBRE-PROVEEDOR
           DISPLAY "-------------------------------"
           DISPLAY "Serie       : " SR-SERIE
           IF PRODUCTO-ENCONTRADO = 'S'
               DISPLAY "Producto    : " SR-CODIGO " "
                       PR-DESCRIPCION
           ELSE
               DISPLAY "Producto    : " SR-CODIGO
                       " (no existe en el maestro)"
           END-IF
           IF SR-PROVEEDOR = 0
               DISPLAY "Proveedor   : (sin proveedor)"
           ELSE
               DISPLAY "Proveedor   : " SR-PROVEEDOR " "
                       NOMBRE-PROVEEDOR
           END-IF
           IF SR-OC = 0
               DISPLAY "Orden compra: (entrada directa)"
           ELSE
               DISPLAY "Orden compra: " SR-OC
           END-IF
           DISPLAY "Entrada     : " SR-FECHA-ENTRADA
           IF SR-ESTADO NOT = 'V'
               DISPLAY "Estado      : EN STOCK"
               DISPLAY "-------------------------------"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Estado      : VENDIDA"
           DISPLAY "Venta       : " SR-FECHA-VENTA "  caja "
                   SR-CAJA "  folio " SR-FOLIO
           PERFORM MOSTRAR-CLIENTE-SERIE
           PERFORM MOSTRAR-GARANTIA
           DISPLAY "-------------------------------".

       BUSCAR-NOMBRE-PROVEEDOR.
           MOVE SPACES TO NOMBRE-PROVEEDOR
           IF SR-PROVEEDOR = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-PROVEEDORES
           IF FS-PROVEEDORES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PROVEEDORES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PV-CODIGO = SR-PROVEEDOR
                           MOVE PV-NOMBRE TO NOMBRE-PROVEEDOR
                           MOVE 'S' TO FIN-ARCHIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROVEEDORES.

       MOSTRAR-CLIENTE-SERIE.
           IF SR-CLIENTE = 0
               DISPLAY "Cliente     : (venta sin cliente)"
               EXIT PARAGRAPH
           END-IF
           MOVE SR-CLIENTE TO CLIENTE-RECEPTOR
           PERFORM LEER-DATOS-RECEPTOR
           IF RECEPTOR-HALLADO = 'S'
               DISPLAY "Cliente     : " SR-CLIENTE " "
                       FUNCTION TRIM(DR-NOMBRE)
               IF DR-TELEFONO NOT = SPACES
                   DISPLAY "Teléfono    : " DR-TELEFONO
               END-IF
           ELSE
               DISPLAY "Cliente     : " SR-CLIENTE
           END-IF.

      *>----------------------------------------------------
      *> LA GARANTÍA CORRE DESDE LA FECHA DE VENTA POR LOS
      *> DÍAS QUE INDICA LA FICHA DEL PRODUCTO.
      *>----------------------------------------------------
       MOSTRAR-GARANTIA.
           IF PRODUCTO-ENCONTRADO = 'N'
               OR PR-GARANTIA-DIAS IS NOT NUMERIC
               OR PR-GARANTIA-DIAS = 0
               DISPLAY "Garantía    : el producto no tiene garantía "
                       "registrada."
               EXIT PARAGRAPH
           END-IF
           COMPUTE DIAS-DESDE-VENTA =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(SR-FECHA-VENTA)
           COMPUTE DIAS-GARANTIA-RESTAN =
               PR-GARANTIA-DIAS - DIAS-DESDE-VENTA
           COMPUTE FECHA-FIN-GARANTIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(SR-FECHA-VENTA)
               + PR-GARANTIA-DIAS)
           IF DIAS-GARANTIA-RESTAN > 0
               MOVE DIAS-GARANTIA-RESTAN TO F-DIAS-GARANTIA
               DISPLAY "Garantía    : vigente, quedan "
                       FUNCTION TRIM(F-DIAS-GARANTIA)
                       " días (vence " FECHA-FIN-GARANTIA ")"
           ELSE
               DISPLAY "Garantía    : VENCIDA el "
                       FECHA-FIN-GARANTIA
           END-IF.

       COPY SERIES-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
