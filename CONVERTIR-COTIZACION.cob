       COPY CARTERA-SELECT.
       COPY OPERADORES-SELECT.
       COPY CANDADO-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY PARAMETROS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CARTERA-FD.
       COPY OPERADORES-FD.
       COPY CANDADO-FD.
       COPY CLIENTES-IDX-FD.
       COPY PARAMETROS-FD.

       WORKING-STORAGE SECTION.
       COPY PRODUCTOS-WS.
       COPY KARDEX-WS.
       COPY OPERADORES-WS.
       COPY CANDADO-WS.
       COPY CLIENTES-IDX-WS.
       01 FS-CLIENTES-IDX        PIC XX.
       COPY PARAMETROS-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       01 CAJA-TXT               PIC X(4).
       01 CAJA-REGISTRO          PIC 9(2) VALUE 1.
       01 NOMBRE-ARCHIVO-FOLIO   PIC X(14).
       *> TIENDA QUE FACTURA (PARÁMETRO SUCURSAL; 0 = CASA
       *> MATRIZ), COMO EN VENTA-DIARIA.
       01 SUCURSAL-VENTA         PIC 9(2) VALUE 0.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
           PERFORM CARGAR-IVA
           PERFORM CARGAR-EXENTOS
           PERFORM OBTENER-CAJA
           PERFORM OBTENER-SUCURSAL
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM CAPTURAR-FORMA-PAGO
           PERFORM ASIGNAR-FOLIO
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-FOLIO.

       OBTENER-SUCURSAL.
           PERFORM CARGAR-PARAMETROS
           MOVE "SUCURSAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO SUCURSAL-VENTA
           END-IF.

       ASIGNAR-FOLIO.
           PERFORM TOMAR-CANDADO
           OPEN INPUT ARCHIVO-FOLIO
           END-PERFORM.

       GRABAR-VENTA.
           MOVE CLIENTE-VENTA TO NIVEL-CLIENTE-BUSCADO
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
           MOVE GRAN-TOTAL-NETO TO CR-SALDO
           MOVE 'A' TO CR-ESTADO
           MOVE CAJA-REGISTRO TO CR-CAJA
           MOVE SPACE TO CR-CLASE
           MOVE 0 TO CR-REF-CAJA
           MOVE 0 TO CR-REF-FOLIO
           WRITE CARTERA-REG
           CLOSE ARCHIVO-CARTERA
           DISPLAY "Factura registrada en cartera de crédito.".
       COPY KARDEX-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY CANDADO-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
       COPY PARAMETROS-RUTINAS.
