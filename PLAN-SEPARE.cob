               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLIO.
       COPY PRODUCTOS-SELECT.
       COPY PRECIOS-SELECT.
       COPY KARDEX-SELECT.
       COPY PARAMETROS-SELECT.
       COPY OPERADORES-SELECT.
       COPY TURNOS-SELECT.
       COPY CANDADO-SELECT.
       COPY CLIENTES-IDX-SELECT.

       DATA DIVISION.
       FILE SECTION.
       01  FOLIO-REG              PIC 9(6).

       COPY PRODUCTOS-FD.
       COPY PRECIOS-FD.
       COPY KARDEX-FD.
       COPY PARAMETROS-FD.
       COPY OPERADORES-FD.
       COPY TURNOS-FD.
       COPY CANDADO-FD.
       COPY CLIENTES-IDX-FD.

       WORKING-STORAGE SECTION.
       COPY PRODUCTOS-WS.
       COPY PRECIOS-WS.
       COPY KARDEX-WS.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.
       COPY TURNOS-WS.
       01 TURNO-ABONO            PIC 9(2) VALUE 0.
       COPY CANDADO-WS.
       COPY CLIENTES-IDX-WS.
       01 FS-CLIENTES-IDX        PIC XX.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       01 NUMERO-TXT             PIC X(8).
       01 CLIENTE-TXT            PIC X(6).
       01 CLIENTE-PLAN           PIC 9(4) VALUE 0.
      *> NIVEL DE PRECIO DEL CLIENTE (FICHA EN CLIENTES.IDX):
      *> EL PLAN SE ARMA CON LOS PRECIOS DE SU NIVEL.
       01 NIVEL-PLAN             PIC X VALUE 'D'.

       *>----------------------------------------------------
       *> CÁLCULO DE TOTALES CON IVA
       01 ESTADO-ORDEN           PIC X.
       01 MONTO-ABONADO          PIC S9(11)V99.
       01 RETENCION-PCT          PIC 9(3) VALUE 10.
       *> TIENDA DEL APARTADO (PARÁMETRO SUCURSAL; 0 = CASA
       *> MATRIZ) PARA LAS LÍNEAS DE VENTA AL LIQUIDAR.
       01 SUCURSAL-VENTA         PIC 9(2) VALUE 0.
       01 MONTO-RETENIDO         PIC S9(11)V99.
       01 MONTO-REEMBOLSO        PIC S9(11)V99.
       01 ESTADO-NUEVO           PIC X.
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO RETENCION-PCT
           END-IF
           MOVE "SUCURSAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO SUCURSAL-VENTA
           END-IF

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
           ELSE
               MOVE 0 TO CLIENTE-PLAN
           END-IF
           MOVE CLIENTE-PLAN TO NIVEL-CLIENTE-BUSCADO
           PERFORM BUSCAR-NIVEL-CLIENTE
           MOVE NIVEL-CLIENTE TO NIVEL-PLAN
           EVALUATE NIVEL-PLAN
               WHEN 'M'
                   DISPLAY "Cliente mayorista: rigen los precios "
                           "de nivel mayorista."
               WHEN 'I'
                   DISPLAY "Cliente institucional: rigen los "
                           "precios de nivel institucional."
           END-EVALUATE
           PERFORM CAPTURAR-LINEAS
           CLOSE ARCHIVO-PRODUCTOS
           IF TOTAL-LINEAS = 0
                               MOVE PR-DESCRIPCION TO PRODUCTO
                               MOVE PR-PRECIO TO PRECIO-UNITARIO
                               MOVE PR-EXENTO-IVA TO EXENTO-IVA
                               PERFORM APLICAR-PRECIO-VIGENTE
                               MOVE PRECIO-UNITARIO
                                   TO F-PRECIO-SUGERIDO
                               DISPLAY PR-DESCRIPCION " a $"
                                       F-PRECIO-SUGERIDO
                               MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> EL PLAN TOMA EL PRECIO DE LA LISTA CON VIGENCIA A
      *> HOY, Y EL DEL NIVEL DEL CLIENTE CUANDO LO HAY, IGUAL
      *> QUE VENTA-DIARIA; QUEDA CONGELADO EN SD-PRECIO.
      *>----------------------------------------------------
       APLICAR-PRECIO-VIGENTE.
           MOVE CODIGO-PRODUCTO TO PRECIO-CODIGO
           MOVE FECHA-HOY TO PRECIO-FECHA
           MOVE NIVEL-PLAN TO PRECIO-NIVEL
           PERFORM BUSCAR-PRECIO-VIGENTE
           IF PRECIO-HALLADO = 'S'
               MOVE PRECIO-VIGENTE TO PRECIO-UNITARIO
           END-IF
           IF PRECIO-DE-NIVEL = 'S'
               DISPLAY "Precio de nivel " NIVEL-PLAN
                       " del cliente."
           END-IF.

       VALIDAR-UNIDADES.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
           DISPLAY "Factura No. " F-FOLIO.

       GRABAR-VENTA.
           MOVE CLIENTE-ORDEN TO NIVEL-CLIENTE-BUSCADO
           PERFORM BUSCAR-NIVEL-CLIENTE
           ACCEPT HORA-VENTA FROM TIME
           OPEN EXTEND ARCHIVO-VENTAS
           IF FS-VENTAS = "35"
               MOVE HORA-VENTA TO VR-HORA
               MOVE 0 TO VR-MIEMBRO
               MOVE 0 TO VR-TURNO
               MOVE 0 TO VR-CAMPANIA
               MOVE NIVEL-CLIENTE TO VR-NIVEL
               MOVE 0 TO VR-EMPLEADO
               MOVE SUCURSAL-VENTA TO VR-SUCURSAL
               WRITE VENTA-REG
           END-PERFORM
           CLOSE ARCHIVO-VENTAS
           CLOSE ARCHIVO-ABONOS.

       COPY PRODUCTOS-RUTINAS.
       COPY PRECIOS-RUTINAS.
       COPY KARDEX-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY TURNOS-RUTINAS.
       COPY CANDADO-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
