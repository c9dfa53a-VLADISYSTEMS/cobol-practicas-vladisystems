       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDOS-WEB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ENTRADA-WEB
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRADA-WEB.
       COPY PEDIDOS-WEB-SELECT.
           SELECT ARCHIVO-VENTAS ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
           SELECT ARCHIVO-IVA ASSIGN TO "IVA.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IVA.
           SELECT ARCHIVO-FOLIO ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-FOLIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOLIO.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
       COPY PRODUCTOS-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY KARDEX-SELECT.
       COPY OPERADORES-SELECT.
       COPY CANDADO-SELECT.
       COPY PARAMETROS-SELECT.
       COPY RESERVAS-SELECT.
       COPY UBICACIONES-SELECT.
       COPY LOTES-SELECT.
       COPY KITS-SELECT.
       COPY PERIODOS-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       FILE SECTION.

      *>----------------------------------------------------
      *> ARCHIVO DIARIO DE LA PLATAFORMA WEB
      *> (PEDIDOS-WEB-AAAAMMDD.DAT): UNA LÍNEA POR PRODUCTO
      *> PEDIDO, CON LOS DATOS DEL PEDIDO (CLIENTE, DESPACHO
      *> Y PAGO) REPETIDOS EN CADA LÍNEA; LAS LÍNEAS DE UN
      *> MISMO PEDIDO VIENEN SEGUIDAS. WI-PRECIO ES UNITARIO
      *> SIN IVA (0 = EL PRECIO DEL MAESTRO) Y WI-ENVIO EL
      *> COBRO DE DESPACHO SIN IVA.
      *>----------------------------------------------------
       FD  ARCHIVO-ENTRADA-WEB.
       01  ENTRADA-WEB-REG.
           05 WI-PEDIDO            PIC X(12).
           05 WI-FECHA             PIC 9(8).
           05 WI-NOMBRE            PIC X(30).
           05 WI-RUT               PIC X(12).
           05 WI-EMAIL             PIC X(40).
           05 WI-TELEFONO          PIC X(10).
           05 WI-DIRECCION         PIC X(40).
           05 WI-COMUNA            PIC X(20).
           05 WI-CIUDAD            PIC X(20).
           05 WI-ENVIO             PIC 9(7)V99.
           05 WI-FORMA-PAGO        PIC X(13).
           05 WI-REFERENCIA        PIC X(20).
           05 WI-CODIGO            PIC 9(6).
           05 WI-UNIDADES          PIC 9(3).
           05 WI-PRECIO            PIC 9(7)V99.

       COPY PEDIDOS-WEB-FD.

       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       FD  ARCHIVO-IVA.
       01  IVA-REG               PIC X(6).

       FD  ARCHIVO-FOLIO.
       01  FOLIO-REG              PIC 9(6).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       COPY PRODUCTOS-FD.
       COPY CLIENTES-IDX-FD.
       COPY KARDEX-FD.
       COPY OPERADORES-FD.
       COPY CANDADO-FD.
       COPY PARAMETROS-FD.
       COPY RESERVAS-FD.
       COPY UBICACIONES-FD.
       COPY LOTES-FD.
       COPY KITS-FD.
       COPY PERIODOS-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY PEDIDOS-WEB-WS.
       COPY PRODUCTOS-WS.
       COPY KARDEX-WS.
       COPY OPERADORES-WS.
       COPY CANDADO-WS.
       COPY CLIENTES-IDX-WS.
       COPY PARAMETROS-WS.
       COPY RESERVAS-WS.
       COPY UBICACIONES-WS.
       COPY LOTES-WS.
       COPY KITS-WS.
       COPY PERIODOS-WS.
       COPY RUT-WS.
       COPY BITACORA-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> PEDIDOS DE LA TIENDA WEB. LA IMPORTACIÓN DIARIA LEE
       *> EL ARCHIVO DE LA PLATAFORMA, UBICA AL CLIENTE EN
       *> CLIENTES.IDX (POR RUT Y, SI NO, POR CORREO) O LO DA
       *> DE ALTA, Y APARTA EL STOCK DISPONIBLE (EXISTENCIA
       *> MENOS CALCULAR-RESERVADO) PARA CADA LÍNEA. EL PEDIDO
       *> CON TODO APARTADO QUEDA LISTO ('R') Y ENTRA A LA
       *> LISTA DE PICKING POR UBICACIÓN (BODEGA PRIMERO, LUEGO
       *> SALA, SEGÚN STOCK-UBICACION.DAT); EL QUE TIENE
       *> FALTANTES QUEDA PENDIENTE ('B') EN LA LISTA DE
       *> PENDIENTES Y VUELVE A INTENTAR APARTAR, DEL MÁS
       *> ANTIGUO AL MÁS NUEVO, CADA VEZ QUE SE PROCESA.
       *> AL DESPACHAR, EL PEDIDO SE FACTURA EN LA CAJA PROPIA
       *> DE LA TIENDA WEB (WEB-CAJA EN PARAMETROS.DAT, 10 POR
       *> OMISIÓN: NI LA CASA MATRIZ NI LAS SUCURSALES LA
       *> USAN) CON SU SERIE DE FOLIOS FOLIO-NN.DAT, Y LA
       *> VENTA QUEDA EN VENTAS-AAAAMMDD.DAT COMO CUALQUIER
       *> OTRA. EL DESPACHO SE FACTURA COMO UNA LÍNEA MÁS CON
       *> EL CÓDIGO WEB-ENVIO-COD, SIN MOVER STOCK.
       *> LOS KITS Y LOS PRODUCTOS CON NÚMERO DE SERIE SÓLO SE
       *> VENDEN EN CAJA (COMPONENTES Y SERIES LOS MANEJA
       *> VENTA-DIARIA): EL PEDIDO QUE LOS TRAE SE RECHAZA AL
       *> IMPORTAR, Y NO SE DESPACHA SI EL MAESTRO CAMBIÓ
       *> DESPUÉS.
       *> ANTES DE GRABAR LA VENTA EL PEDIDO PASA A 'D' CON SU
       *> CAJA Y FOLIO; SI EL DESPACHO SE INTERRUMPE, EL
       *> SIGUIENTE DESPACHO DEL PEDIDO BUSCA ESE FOLIO EN LAS
       *> VENTAS DEL DÍA Y SÓLO LO TERMINA, SIN FACTURAR DOS
       *> VECES.
       *>----------------------------------------------------
       01 FS-ENTRADA-WEB         PIC XX.
       01 FS-VENTAS              PIC XX.
       01 FS-IVA                 PIC XX.
       01 FS-FOLIO               PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.
       01 NOMBRE-ARCHIVO-ENTRADA PIC X(30).
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 NOMBRE-ARCHIVO-FOLIO   PIC X(14).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(34).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 RESULT-CODE            PIC 9(2).

       *>----------------------------------------------------
       *> PARÁMETROS POR LÍNEA DE COMANDO (EJECUCIÓN POR LOTE):
       *> PEDIDOS-WEB <AAAAMMDD> <OPERADOR>. IMPORTA EL
       *> ARCHIVO DE ESA FECHA Y DEJA LAS LISTAS DE PICKING Y
       *> DE PENDIENTES. SIN PARÁMETROS SE TRABAJA CON MENÚ.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 CAMPO-ARG-FECHA        PIC X(10).
       01 CAMPO-ARG-OPERADOR     PIC X(20).
       01 MODO-LOTE              PIC X VALUE 'N'.
       01 FECHA-TXT              PIC X(10).
       01 FECHA-HOY              PIC 9(8).
       01 FECHA-PROCESO          PIC 9(8).
       01 FECHA-VALIDA           PIC X VALUE 'S'.

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 CONFIRMAR              PIC X.
       01 NUMERO-TXT             PIC X(8).

       *>----------------------------------------------------
       *> PARÁMETROS DE LA TIENDA WEB
       *>----------------------------------------------------
       01 CAJA-REGISTRO          PIC 9(2) VALUE 10.
       01 CODIGO-ENVIO           PIC 9(6) VALUE 0.
       01 SUCURSAL-VENTA         PIC 9(2) VALUE 0.

       *>----------------------------------------------------
       *> PEDIDO EN IMPORTACIÓN: DATOS DE LA PRIMERA LÍNEA DEL
       *> PEDIDO EN EL ARCHIVO DE LA PLATAFORMA
       *>----------------------------------------------------
       01 PEDIDO-EN-CURSO        PIC X(12) VALUE SPACES.
       01 CABECERA-WEB.
           05 CW-PEDIDO            PIC X(12).
           05 CW-FECHA             PIC 9(8).
           05 CW-NOMBRE            PIC X(30).
           05 CW-RUT               PIC X(12).
           05 CW-EMAIL             PIC X(40).
           05 CW-TELEFONO          PIC X(10).
           05 CW-DIRECCION         PIC X(40).
           05 CW-COMUNA            PIC X(20).
           05 CW-CIUDAD            PIC X(20).
           05 CW-ENVIO             PIC 9(7)V99.
           05 CW-FORMA-PAGO        PIC X(13).
           05 CW-REFERENCIA        PIC X(20).
       01 PEDIDO-RECHAZADO       PIC X VALUE 'N'.
       01 MOTIVO-RECHAZO         PIC X(40).
       01 PEDIDO-YA-IMPORTADO    PIC X VALUE 'N'.
       01 FIN-PEDIDOS-WEB        PIC X VALUE 'N'.
       01 ULTIMO-NUMERO          PIC 9(6) VALUE 0.
       01 ESTADO-PEDIDO          PIC X.
       01 DISPONIBLE             PIC S9(7).
       01 APARTADO-PREVIO        PIC S9(7).

       *>----------------------------------------------------
       *> CLIENTE DEL PEDIDO
       *>----------------------------------------------------
       01 CLIENTE-PEDIDO         PIC 9(4) VALUE 0.
       01 CLIENTE-NUEVO          PIC X VALUE 'N'.
       01 CLIENTE-POR-RUT        PIC 9(4) VALUE 0.
       01 CLIENTE-POR-EMAIL      PIC 9(4) VALUE 0.
       01 ULTIMO-CLIENTE         PIC 9(4) VALUE 0.
       01 RUT-BUSCADO            PIC X(10).
       01 EMAIL-BUSCADO          PIC X(40).
       01 FIN-CLIENTES           PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> TOTALES DE LA IMPORTACIÓN
       *>----------------------------------------------------
       01 LINEAS-LEIDAS          PIC 9(5) VALUE 0.
       01 PEDIDOS-LEIDOS         PIC 9(5) VALUE 0.
       01 PEDIDOS-IMPORTADOS     PIC 9(5) VALUE 0.
       01 PEDIDOS-COMPLETOS      PIC 9(5) VALUE 0.
       01 PEDIDOS-CON-FALTANTE   PIC 9(5) VALUE 0.
       01 PEDIDOS-REPETIDOS      PIC 9(5) VALUE 0.
       01 PEDIDOS-RECHAZADOS     PIC 9(5) VALUE 0.
       01 CLIENTES-CREADOS       PIC 9(5) VALUE 0.
       01 PEDIDOS-LIBERADOS      PIC 9(5) VALUE 0.

       *>----------------------------------------------------
       *> LÍNEAS DEL PEDIDO (EN LA IMPORTACIÓN Y EN EL
       *> DESPACHO). LA LÍNEA 21 QUEDA PARA EL COBRO DE
       *> DESPACHO AL FACTURAR.
       *>----------------------------------------------------
       01 MAX-LINEAS             PIC 9(2) VALUE 20.
       01 TOTAL-LINEAS           PIC 9(2) VALUE 0.
       01 TABLA-LINEAS.
           05 LINEA-ITEM OCCURS 21 TIMES.
               10 LI-CODIGO       PIC 9(6).
               10 LI-PRODUCTO     PIC X(20).
               10 LI-UNIDADES     PIC 9(3).
               10 LI-PRECIO       PIC 9(7)V99.
               10 LI-RESERVADAS   PIC 9(3).
               10 LI-ENVIO        PIC X.
               10 LI-EXENTO       PIC X.
               10 LI-TASA         PIC 9V99.
               10 LI-IVA          PIC S9(9)V99.
               10 LI-NETO         PIC S9(11)V99.
       01 IDX                     PIC 9(2).
       01 IDX-PREVIO              PIC 9(2).

       *>----------------------------------------------------
       *> REINTENTO DE PENDIENTES: PEDIDOS EN 'B' Y TODAS LAS
       *> LÍNEAS DEL DETALLE EN MEMORIA; LO APARTADO EN ESTA
       *> PASADA SE LLEVA POR PRODUCTO PORQUE AÚN NO ESTÁ EN
       *> EL ARCHIVO QUE LEE CALCULAR-RESERVADO.
       *>----------------------------------------------------
       01 MAX-PENDIENTES         PIC 9(3) VALUE 500.
       01 TOTAL-PENDIENTES       PIC 9(3) VALUE 0.
       01 TABLA-PENDIENTES.
           05 PN-NUMERO OCCURS 500 TIMES PIC 9(6).
       01 IDX-PEND                PIC 9(3).
       01 PEDIDO-PENDIENTE        PIC X VALUE 'N'.
       01 PEDIDO-COMPLETO         PIC X VALUE 'N'.
       01 MAX-DETALLE            PIC 9(4) VALUE 2000.
       01 TOTAL-DETALLE          PIC 9(4) VALUE 0.
       01 TABLA-DETALLE.
           05 DT-ITEM OCCURS 2000 TIMES.
               10 DT-NUMERO       PIC 9(6).
               10 DT-CODIGO       PIC 9(6).
               10 DT-PRODUCTO     PIC X(20).
               10 DT-UNIDADES     PIC 9(3).
               10 DT-PRECIO       PIC 9(7)V99.
               10 DT-RESERVADAS   PIC 9(3).
               10 DT-ESTADO       PIC X.
       01 IDX-DET                 PIC 9(4).
       01 MAX-AJUSTES            PIC 9(3) VALUE 200.
       01 TOTAL-AJUSTES          PIC 9(3) VALUE 0.
       01 TABLA-AJUSTES.
           05 AJUSTE-ITEM OCCURS 200 TIMES.
               10 AJ-CODIGO       PIC 9(6).
               10 AJ-UNIDADES     PIC S9(7).
       01 IDX-AJUSTE              PIC 9(3).
       01 AJUSTE-HALLADO          PIC 9(3).
       01 FALTAN                  PIC S9(7).
       01 TOMAR                   PIC S9(7).
       01 UNIDADES-FALTANTES      PIC 9(7) VALUE 0.

       *>----------------------------------------------------
       *> LISTA DE PICKING: LÍNEAS DE PEDIDOS LISTOS REPARTIDAS
       *> ENTRE BODEGA Y SALA. PICK-BODEGA-USADA LLEVA POR
       *> PRODUCTO LO YA ASIGNADO A LA BODEGA EN LA LISTA.
       *>----------------------------------------------------
       01 MAX-LISTOS             PIC 9(3) VALUE 500.
       01 TOTAL-LISTOS           PIC 9(3) VALUE 0.
       01 TABLA-LISTOS.
           05 LISTO-ITEM OCCURS 500 TIMES.
               10 LS-NUMERO       PIC 9(6).
               10 LS-PEDIDO-WEB   PIC X(12).
               10 LS-NOMBRE       PIC X(30).
               10 LS-DIRECCION    PIC X(40).
               10 LS-COMUNA       PIC X(20).
               10 LS-CIUDAD       PIC X(20).
               10 LS-TELEFONO     PIC X(10).
       01 IDX-LISTO               PIC 9(3).
       01 PEDIDO-LISTO            PIC X VALUE 'N'.
       01 MAX-PICKING            PIC 9(4) VALUE 2000.
       01 TOTAL-PICKING          PIC 9(4) VALUE 0.
       01 TABLA-PICKING.
           05 PICK-ITEM OCCURS 2000 TIMES.
               10 PK-NUMERO       PIC 9(6).
               10 PK-CODIGO       PIC 9(6).
               10 PK-PRODUCTO     PIC X(20).
               10 PK-BODEGA       PIC 9(3).
               10 PK-SALA         PIC 9(3).
       01 IDX-PICK                PIC 9(4).
       01 LIBRE-BODEGA            PIC S9(7).
       01 UNIDADES-BODEGA         PIC 9(7) VALUE 0.
       01 UNIDADES-SALA           PIC 9(7) VALUE 0.

       *>----------------------------------------------------
       *> PEDIDO EN DESPACHO O ANULACIÓN
       *>----------------------------------------------------
       01 NUMERO-PEDIDO          PIC 9(6) VALUE 0.
       01 PEDIDO-HALLADO         PIC X VALUE 'N'.
       01 LINEA-NO-DESPACHABLE   PIC X VALUE 'N'.
       01 DESPACHO-PENDIENTE     PIC X VALUE 'N'.
       01 LINEAS-EN-VENTAS       PIC 9(3) VALUE 0.
       01 LINEAS-ESPERADAS       PIC 9(3) VALUE 0.
       01 LINEAS-COMPLETADAS     PIC 9(3) VALUE 0.
       01 KARDEX-EXISTE          PIC X VALUE 'N'.
       01 PEDIDO-ACTUAL.
           05 PA-NUMERO            PIC 9(6).
           05 PA-PEDIDO-WEB        PIC X(12).
           05 PA-FECHA             PIC 9(8).
           05 PA-FECHA-IMPORTA     PIC 9(8).
           05 PA-CLIENTE           PIC 9(4).
           05 PA-NOMBRE            PIC X(30).
           05 PA-DIRECCION         PIC X(40).
           05 PA-COMUNA            PIC X(20).
           05 PA-CIUDAD            PIC X(20).
           05 PA-TELEFONO          PIC X(10).
           05 PA-ENVIO             PIC 9(7)V99.
           05 PA-FORMA-PAGO        PIC X(13).
           05 PA-REFERENCIA        PIC X(20).
           05 PA-ESTADO            PIC X.
           05 PA-CAJA              PIC 9(2).
           05 PA-FOLIO             PIC 9(6).
           05 PA-FECHA-FACTURA     PIC 9(8).
           05 PA-OPERADOR          PIC 9(4).
       01 ESTADO-LINEA-NUEVO     PIC X.

       *>----------------------------------------------------
       *> CÁLCULO DE TOTALES (MISMA ARITMÉTICA DE VENTA-DIARIA)
       *>----------------------------------------------------
       01 IVA                    PIC V99 VALUE 0.19.
       01 TOTAL-BRUTO            PIC 9(9)V99.
       01 BASE-IVA               PIC S9(9)V99.
       01 TOTAL-IVA              PIC S9(9)V99.
       01 TOTAL-NETO             PIC S9(11)V99.
       01 GRAN-TOTAL-BRUTO       PIC S9(11)V99 VALUE 0.
       01 GRAN-TOTAL-IVA         PIC S9(11)V99 VALUE 0.
       01 GRAN-TOTAL-NETO        PIC S9(11)V99 VALUE 0.
       01 FECHA-VENTA            PIC 9(8).
       01 HORA-VENTA             PIC 9(8).
       01 FOLIO                  PIC 9(6) VALUE 0.
       01 UNIDADES-SALA-MOV      PIC S9(7).

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-NUMERO               PIC Z(5)9.
       01 F-CLIENTE              PIC Z(3)9.
       01 F-UNIDADES             PIC ZZ9.
       01 F-RESERVADAS           PIC ZZ9.
       01 F-FALTAN               PIC ZZ9.
       01 F-TOTAL                PIC Z(6)9.
       01 F-CAJA                 PIC Z9.
       01 F-FOLIO                PIC Z(5)9.
       01 F-BRUTO                PIC -(9).99.
       01 F-IVA                  PIC -(9).99.
       01 F-NETO                 PIC -(11).99.
       01 F-LINEA-NETO           PIC -(9).99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  PEDIDOS DE LA TIENDA WEB"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE FECHA-HOY TO FECHA-PROCESO
           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-PARAMETROS-WEB

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE 'S' TO MODO-LOTE
               UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                   INTO CAMPO-ARG-FECHA, CAMPO-ARG-OPERADOR
               END-UNSTRING
               MOVE CAMPO-ARG-FECHA TO FECHA-TXT
               MOVE CAMPO-ARG-OPERADOR TO OPERADOR
               PERFORM PROCESAR-DIA
               STOP RUN
           END-IF

           PERFORM INICIAR-SESION-OPERADOR
           MOVE OPERADOR-NOMBRE TO OPERADOR

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Importar pedidos del día"
               DISPLAY "2. Lista de picking"
               DISPLAY "3. Lista de pendientes por falta de stock"
               DISPLAY "4. Despachar y facturar pedido"
               DISPLAY "5. Anular pedido"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       DISPLAY "Fecha del archivo a importar "
                               "(AAAAMMDD, ENTER = hoy):"
                       ACCEPT FECHA-TXT
                       PERFORM PROCESAR-DIA
                   WHEN 2
                       MOVE FECHA-HOY TO FECHA-PROCESO
                       PERFORM REINTENTAR-PENDIENTES
                       PERFORM GENERAR-PICKING
                   WHEN 3
                       MOVE FECHA-HOY TO FECHA-PROCESO
                       PERFORM REINTENTAR-PENDIENTES
                       PERFORM GENERAR-LISTA-PENDIENTES
                   WHEN 4
                       PERFORM DESPACHAR-PEDIDO
                   WHEN 5
                       PERFORM ANULAR-PEDIDO
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           DISPLAY "Fin del módulo de pedidos web."
           STOP RUN.

       CARGAR-PARAMETROS-WEB.
           MOVE "WEB-CAJA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CAJA-REGISTRO
           END-IF
           IF CAJA-REGISTRO = 0
               MOVE 10 TO CAJA-REGISTRO
           END-IF
           MOVE "WEB-ENVIO-COD" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CODIGO-ENVIO
           END-IF
           MOVE "SUCURSAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO SUCURSAL-VENTA
           END-IF
           MOVE SPACES TO NOMBRE-ARCHIVO-FOLIO
           STRING "FOLIO-" DELIMITED BY SIZE
                  CAJA-REGISTRO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-FOLIO.

       INICIAR-SESION-OPERADOR.
           PERFORM CARGAR-OPERADORES
           MOVE 'N' TO SESION-VALIDA
           PERFORM UNTIL SESION-VALIDA = 'S'
               DISPLAY "Código de operador:"
               ACCEPT OPERADOR-TXT
               IF FUNCTION TRIM(OPERADOR-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (OPERADOR-TXT)
                       TO CODIGO-OPERADOR
                   PERFORM BUSCAR-OPERADOR
                   EVALUATE TRUE
                       WHEN OPERADOR-ENCONTRADO = 'N'
                           DISPLAY "No existe ese operador. Intente "
                                   "de nuevo."
                       WHEN OPERADOR-ACTIVO NOT = 'S'
                           DISPLAY "El operador está inactivo. "
                                   "Intente de nuevo."
                       WHEN OTHER
                           DISPLAY "Sesión iniciada: "
                                   FUNCTION TRIM(OPERADOR-NOMBRE)
                           MOVE 'S' TO SESION-VALIDA
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> PROCESO DEL DÍA: PRIMERO SE REINTENTAN LOS PENDIENTES
      *> (LOS PEDIDOS MÁS ANTIGUOS TIENEN PRIORIDAD SOBRE EL
      *> STOCK), LUEGO SE IMPORTA EL ARCHIVO DE LA FECHA Y SE
      *> EMITEN LAS LISTAS DE PICKING Y DE PENDIENTES.
      *>----------------------------------------------------
       PROCESAR-DIA.
           MOVE "PEDIDOS-WEB" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           MOVE FECHA-HOY TO FECHA-PROCESO
           IF FECHA-TXT NOT = SPACES
               IF FUNCTION TRIM(FECHA-TXT) IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                      (FUNCTION NUMVAL (FECHA-TXT)) NOT = 0
                   DISPLAY "Fecha inválida: " FECHA-TXT
                   MOVE 'F' TO BW-EVENTO
                   MOVE "ERROR" TO BW-ESTADO
                   PERFORM GRABAR-BITACORA
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-PROCESO
           END-IF

           PERFORM REINTENTAR-PENDIENTES
           PERFORM IMPORTAR-PEDIDOS
           PERFORM GENERAR-PICKING
           PERFORM GENERAR-LISTA-PENDIENTES

           MOVE 'F' TO BW-EVENTO
           IF FS-ENTRADA-WEB NOT = "00"
               MOVE "VACIO" TO BW-ESTADO
           ELSE
               MOVE "OK" TO BW-ESTADO
           END-IF
           MOVE PEDIDOS-IMPORTADOS TO BW-REGISTROS
           PERFORM GRABAR-BITACORA.

      *>----------------------------------------------------
      *> IMPORTACIÓN DEL ARCHIVO DE LA PLATAFORMA. CADA PEDIDO
      *> SE GRABA APENAS SE APARTA SU STOCK, ASÍ EL SIGUIENTE
      *> YA VE ESA RESERVA. UN PEDIDO YA IMPORTADO (MISMO
      *> NÚMERO WEB) SE OMITE; UNO CON ERRORES SE RECHAZA
      *> COMPLETO Y PUEDE VOLVER A IMPORTARSE CORREGIDO.
      *>----------------------------------------------------
       IMPORTAR-PEDIDOS.
           MOVE 0 TO LINEAS-LEIDAS PEDIDOS-LEIDOS
                     PEDIDOS-IMPORTADOS PEDIDOS-COMPLETOS
                     PEDIDOS-CON-FALTANTE PEDIDOS-REPETIDOS
                     PEDIDOS-RECHAZADOS CLIENTES-CREADOS
           MOVE SPACES TO NOMBRE-ARCHIVO-ENTRADA
           STRING "PEDIDOS-WEB-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-ENTRADA
           OPEN INPUT ARCHIVO-ENTRADA-WEB
           IF FS-ENTRADA-WEB NOT = "00"
               DISPLAY "No existe el archivo "
                       FUNCTION TRIM(NOMBRE-ARCHIVO-ENTRADA)
                       "; no hay pedidos que importar."
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir el maestro de productos ("
                       FS-PRODUCTOS ")."
               CLOSE ARCHIVO-ENTRADA-WEB
               MOVE "99" TO FS-ENTRADA-WEB
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX = "35"
               OPEN OUTPUT CLIENTES-INDEXADO
               CLOSE CLIENTES-INDEXADO
               OPEN I-O CLIENTES-INDEXADO
           END-IF
           IF FS-CLIENTES-IDX NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES.IDX ("
                       FS-CLIENTES-IDX ")"
               CLOSE ARCHIVO-ENTRADA-WEB
               CLOSE ARCHIVO-PRODUCTOS
               MOVE "99" TO FS-ENTRADA-WEB
               EXIT PARAGRAPH
           END-IF

           PERFORM OBTENER-ULTIMO-NUMERO
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "IMPORTACION-WEB-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE "IMPORTACION DE PEDIDOS WEB" TO EC-TITULO
           PERFORM ABRIR-REPORTE

           MOVE SPACES TO PEDIDO-EN-CURSO
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ENTRADA-WEB
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF WI-PEDIDO NOT = SPACES
                           ADD 1 TO LINEAS-LEIDAS
                           IF WI-PEDIDO NOT = PEDIDO-EN-CURSO
                               IF PEDIDO-EN-CURSO NOT = SPACES
                                   PERFORM PROCESAR-PEDIDO-WEB
                               END-IF
                               PERFORM INICIAR-PEDIDO-WEB
                           END-IF
                           PERFORM AGREGAR-LINEA-WEB
                       END-IF
               END-READ
           END-PERFORM
           IF PEDIDO-EN-CURSO NOT = SPACES
               PERFORM PROCESAR-PEDIDO-WEB
           END-IF

           CLOSE ARCHIVO-ENTRADA-WEB
           CLOSE ARCHIVO-PRODUCTOS
           CLOSE CLIENTES-INDEXADO
           PERFORM ESCRIBIR-TOTALES-IMPORTACION
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE.

       OBTENER-ULTIMO-NUMERO.
           MOVE 0 TO ULTIMO-NUMERO
           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PEDIDOS-WEB
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PW-NUMERO > ULTIMO-NUMERO
                           MOVE PW-NUMERO TO ULTIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS-WEB
           MOVE 'N' TO FIN-ARCHIVO.

       INICIAR-PEDIDO-WEB.
           MOVE WI-PEDIDO TO PEDIDO-EN-CURSO
           MOVE WI-PEDIDO TO CW-PEDIDO
           MOVE WI-FECHA TO CW-FECHA
           MOVE WI-NOMBRE TO CW-NOMBRE
           MOVE WI-RUT TO CW-RUT
           MOVE WI-EMAIL TO CW-EMAIL
           MOVE WI-TELEFONO TO CW-TELEFONO
           MOVE WI-DIRECCION TO CW-DIRECCION
           MOVE WI-COMUNA TO CW-COMUNA
           MOVE WI-CIUDAD TO CW-CIUDAD
           MOVE WI-FORMA-PAGO TO CW-FORMA-PAGO
           MOVE WI-REFERENCIA TO CW-REFERENCIA
           MOVE 0 TO TOTAL-LINEAS
           MOVE 'N' TO PEDIDO-RECHAZADO
           MOVE SPACES TO MOTIVO-RECHAZO
           IF WI-FECHA IS NOT NUMERIC
               OR WI-ENVIO IS NOT NUMERIC
               MOVE 0 TO CW-FECHA
               MOVE 0 TO CW-ENVIO
               MOVE 'S' TO PEDIDO-RECHAZADO
               MOVE "FECHA O DESPACHO NO NUMERICOS"
                   TO MOTIVO-RECHAZO
           ELSE
               MOVE WI-ENVIO TO CW-ENVIO
           END-IF.

       AGREGAR-LINEA-WEB.
           IF PEDIDO-RECHAZADO = 'S'
               EXIT PARAGRAPH
           END-IF
           IF WI-CODIGO IS NOT NUMERIC
               OR WI-UNIDADES IS NOT NUMERIC
               OR WI-PRECIO IS NOT NUMERIC
               MOVE 'S' TO PEDIDO-RECHAZADO
               MOVE "LINEA CON DATOS NO NUMERICOS"
                   TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-LINEAS >= MAX-LINEAS
               MOVE 'S' TO PEDIDO-RECHAZADO
               MOVE "MAS DE 20 LINEAS" TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-LINEAS
           MOVE WI-CODIGO TO LI-CODIGO (TOTAL-LINEAS)
           MOVE SPACES TO LI-PRODUCTO (TOTAL-LINEAS)
           MOVE WI-UNIDADES TO LI-UNIDADES (TOTAL-LINEAS)
           MOVE WI-PRECIO TO LI-PRECIO (TOTAL-LINEAS)
           MOVE 0 TO LI-RESERVADAS (TOTAL-LINEAS)
           MOVE 'N' TO LI-ENVIO (TOTAL-LINEAS).

       PROCESAR-PEDIDO-WEB.
           ADD 1 TO PEDIDOS-LEIDOS
           PERFORM BUSCAR-PEDIDO-IMPORTADO
           IF PEDIDO-YA-IMPORTADO = 'S'
               ADD 1 TO PEDIDOS-REPETIDOS
               MOVE SPACES TO LINEA-SALIDA
               STRING "Pedido web " DELIMITED BY SIZE
                      CW-PEDIDO DELIMITED BY SIZE
                      "  YA IMPORTADO, SE OMITE" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           IF PEDIDO-RECHAZADO = 'N'
               PERFORM VALIDAR-LINEAS-WEB
           END-IF
           IF PEDIDO-RECHAZADO = 'N'
               AND CW-NOMBRE = SPACES
               MOVE 'S' TO PEDIDO-RECHAZADO
               MOVE "SIN NOMBRE DE CLIENTE" TO MOTIVO-RECHAZO
           END-IF
           IF PEDIDO-RECHAZADO = 'N'
               PERFORM IDENTIFICAR-CLIENTE
           END-IF
           IF PEDIDO-RECHAZADO = 'S'
               ADD 1 TO PEDIDOS-RECHAZADOS
               MOVE SPACES TO LINEA-SALIDA
               STRING "Pedido web " DELIMITED BY SIZE
                      CW-PEDIDO DELIMITED BY SIZE
                      "  RECHAZADO: " DELIMITED BY SIZE
                      MOTIVO-RECHAZO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF

           PERFORM RESERVAR-LINEAS-WEB
           ADD 1 TO ULTIMO-NUMERO
           PERFORM GRABAR-PEDIDO-WEB
           ADD 1 TO PEDIDOS-IMPORTADOS
           IF ESTADO-PEDIDO = 'R'
               ADD 1 TO PEDIDOS-COMPLETOS
           ELSE
               ADD 1 TO PEDIDOS-CON-FALTANTE
           END-IF

           MOVE ULTIMO-NUMERO TO F-NUMERO
           MOVE CLIENTE-PEDIDO TO F-CLIENTE
           MOVE SPACES TO LINEA-SALIDA
           STRING "Pedido web " DELIMITED BY SIZE
                  CW-PEDIDO DELIMITED BY SIZE
                  "  No. " DELIMITED BY SIZE
                  F-NUMERO DELIMITED BY SIZE
                  "  Cliente " DELIMITED BY SIZE
                  F-CLIENTE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           IF CLIENTE-NUEVO = 'S'
               MOVE "(NUEVO)" TO LINEA-SALIDA (51:7)
           END-IF
           IF ESTADO-PEDIDO = 'R'
               MOVE "LISTO PARA PICKING" TO LINEA-SALIDA (60:24)
           ELSE
               MOVE "PENDIENTE POR FALTANTE" TO LINEA-SALIDA (60:24)
           END-IF
           PERFORM ESCRIBIR-LINEA.

       BUSCAR-PEDIDO-IMPORTADO.
           MOVE 'N' TO PEDIDO-YA-IMPORTADO
           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-PEDIDOS-WEB
           PERFORM UNTIL FIN-PEDIDOS-WEB = 'S'
               READ ARCHIVO-PEDIDOS-WEB
                   AT END
                       MOVE 'S' TO FIN-PEDIDOS-WEB
                   NOT AT END
                       IF PW-PEDIDO-WEB = CW-PEDIDO
                           MOVE 'S' TO PEDIDO-YA-IMPORTADO
                           MOVE 'S' TO FIN-PEDIDOS-WEB
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS-WEB.

      *>----------------------------------------------------
      *> LA DESCRIPCIÓN SE TOMA DEL MAESTRO; EL PRECIO EN CERO
      *> DE LA PLATAFORMA SE REEMPLAZA POR EL DEL MAESTRO.
      *> KITS Y PRODUCTOS SERIALIZADOS NO SE ACEPTAN.
      *>----------------------------------------------------
       VALIDAR-LINEAS-WEB.
           IF TOTAL-LINEAS = 0
               MOVE 'S' TO PEDIDO-RECHAZADO
               MOVE "PEDIDO SIN LINEAS" TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-LINEAS
                       OR PEDIDO-RECHAZADO = 'S'
               MOVE LI-CODIGO (IDX) TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               MOVE LI-CODIGO (IDX) TO KIT-BUSCADO
               PERFORM CARGAR-COMPONENTES-KIT
               EVALUATE TRUE
                   WHEN PRODUCTO-ENCONTRADO = 'N'
                       MOVE 'S' TO PEDIDO-RECHAZADO
                       MOVE SPACES TO MOTIVO-RECHAZO
                       STRING "NO EXISTE EL PRODUCTO "
                                  DELIMITED BY SIZE
                              LI-CODIGO (IDX) DELIMITED BY SIZE
                              INTO MOTIVO-RECHAZO
                   WHEN ES-KIT = 'S'
                       MOVE 'S' TO PEDIDO-RECHAZADO
                       MOVE SPACES TO MOTIVO-RECHAZO
                       STRING "KIT " DELIMITED BY SIZE
                              LI-CODIGO (IDX) DELIMITED BY SIZE
                              ", SOLO VENTA EN CAJA"
                                  DELIMITED BY SIZE
                              INTO MOTIVO-RECHAZO
                   WHEN PR-SERIALIZADO = 'S'
                       MOVE 'S' TO PEDIDO-RECHAZADO
                       MOVE SPACES TO MOTIVO-RECHAZO
                       STRING "SERIALIZADO " DELIMITED BY SIZE
                              LI-CODIGO (IDX) DELIMITED BY SIZE
                              ", SOLO VENTA EN CAJA"
                                  DELIMITED BY SIZE
                              INTO MOTIVO-RECHAZO
                   WHEN LI-UNIDADES (IDX) = 0
                       MOVE 'S' TO PEDIDO-RECHAZADO
                       MOVE "LINEA CON CERO UNIDADES"
                           TO MOTIVO-RECHAZO
                   WHEN OTHER
                       MOVE PR-DESCRIPCION TO LI-PRODUCTO (IDX)
                       IF LI-PRECIO (IDX) = 0
                           MOVE PR-PRECIO TO LI-PRECIO (IDX)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------
      *> EL CLIENTE SE BUSCA POR RUT (SI VIENE Y ES VÁLIDO) Y,
      *> SI NO APARECE, POR CORREO SIN DISTINGUIR MAYÚSCULAS.
      *> SI NO EXISTE SE DA DE ALTA CON EL NÚMERO SIGUIENTE AL
      *> MAYOR DEL ARCHIVO, COMO EN MANTENER-CLIENTES.
      *>----------------------------------------------------
       IDENTIFICAR-CLIENTE.
           MOVE 0 TO CLIENTE-PEDIDO
           MOVE 0 TO CLIENTE-POR-RUT
           MOVE 0 TO CLIENTE-POR-EMAIL
           MOVE 0 TO ULTIMO-CLIENTE
           MOVE 'N' TO CLIENTE-NUEVO
           MOVE SPACES TO RUT-BUSCADO
           IF CW-RUT NOT = SPACES
               MOVE CW-RUT TO RUT-ENTRADA
               PERFORM VALIDAR-RUT
               IF RUT-VALIDO = 'S'
                   MOVE RUT-NORMALIZADO TO RUT-BUSCADO
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE (CW-EMAIL) TO EMAIL-BUSCADO

           MOVE 0 TO ID-CLIENTE
           MOVE 'N' TO FIN-CLIENTES
           START CLIENTES-INDEXADO KEY IS >= ID-CLIENTE
               INVALID KEY
                   MOVE 'S' TO FIN-CLIENTES
           END-START
           PERFORM UNTIL FIN-CLIENTES = 'S'
               READ CLIENTES-INDEXADO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-CLIENTES
                   NOT AT END
                       MOVE ID-CLIENTE TO ULTIMO-CLIENTE
                       IF RUT-BUSCADO NOT = SPACES
                           AND RUT-IDX = RUT-BUSCADO
                           AND CLIENTE-POR-RUT = 0
                           MOVE ID-CLIENTE TO CLIENTE-POR-RUT
                       END-IF
                       IF EMAIL-BUSCADO NOT = SPACES
                           AND FUNCTION UPPER-CASE (EMAIL-IDX)
                               = EMAIL-BUSCADO
                           AND CLIENTE-POR-EMAIL = 0
                           MOVE ID-CLIENTE TO CLIENTE-POR-EMAIL
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN CLIENTE-POR-RUT NOT = 0
                   MOVE CLIENTE-POR-RUT TO CLIENTE-PEDIDO
               WHEN CLIENTE-POR-EMAIL NOT = 0
                   MOVE CLIENTE-POR-EMAIL TO CLIENTE-PEDIDO
               WHEN OTHER
                   PERFORM CREAR-CLIENTE-WEB
           END-EVALUATE.

       CREAR-CLIENTE-WEB.
           IF ULTIMO-CLIENTE >= 9999
               MOVE 'S' TO PEDIDO-RECHAZADO
               MOVE "NO QUEDAN NUMEROS DE CLIENTE"
                   TO MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF
           INITIALIZE REGISTRO-CLIENTE-IDX
           COMPUTE ID-CLIENTE = ULTIMO-CLIENTE + 1
           MOVE CW-NOMBRE TO NOMBRE-IDX
           MOVE CW-TELEFONO TO TELEFONO-IDX
           MOVE RUT-BUSCADO TO RUT-IDX
           MOVE SPACES TO RAZON-SOCIAL-IDX
           MOVE CW-DIRECCION TO DIRECCION-IDX
           MOVE CW-COMUNA TO COMUNA-IDX
           MOVE CW-CIUDAD TO CIUDAD-IDX
           MOVE CW-EMAIL TO EMAIL-IDX
           WRITE REGISTRO-CLIENTE-IDX
               INVALID KEY
                   MOVE 'S' TO PEDIDO-RECHAZADO
                   MOVE "NO SE PUDO DAR DE ALTA EL CLIENTE"
                       TO MOTIVO-RECHAZO
               NOT INVALID KEY
                   MOVE ID-CLIENTE TO CLIENTE-PEDIDO
                   MOVE 'S' TO CLIENTE-NUEVO
                   ADD 1 TO CLIENTES-CREADOS
           END-WRITE.

      *>----------------------------------------------------
      *> CADA LÍNEA APARTA LO QUE HAYA DISPONIBLE, HASTA LO
      *> PEDIDO. LAS LÍNEAS ANTERIORES DEL MISMO PEDIDO CON
      *> EL MISMO PRODUCTO AÚN NO ESTÁN GRABADAS Y SE RESTAN
      *> APARTE.
      *>----------------------------------------------------
       RESERVAR-LINEAS-WEB.
           MOVE 'R' TO ESTADO-PEDIDO
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               MOVE LI-CODIGO (IDX) TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               MOVE LI-CODIGO (IDX) TO RSV-CODIGO
               MOVE FECHA-HOY TO RSV-FECHA
               PERFORM CALCULAR-RESERVADO
               MOVE 0 TO APARTADO-PREVIO
               PERFORM VARYING IDX-PREVIO FROM 1 BY 1
                       UNTIL IDX-PREVIO >= IDX
                   IF LI-CODIGO (IDX-PREVIO) = LI-CODIGO (IDX)
                       ADD LI-RESERVADAS (IDX-PREVIO)
                           TO APARTADO-PREVIO
                   END-IF
               END-PERFORM
               COMPUTE DISPONIBLE = PR-EXISTENCIA - RSV-RESERVADO
                                    - APARTADO-PREVIO
               EVALUATE TRUE
                   WHEN DISPONIBLE >= LI-UNIDADES (IDX)
                       MOVE LI-UNIDADES (IDX) TO LI-RESERVADAS (IDX)
                   WHEN DISPONIBLE > 0
                       MOVE DISPONIBLE TO LI-RESERVADAS (IDX)
                       MOVE 'B' TO ESTADO-PEDIDO
                   WHEN OTHER
                       MOVE 0 TO LI-RESERVADAS (IDX)
                       MOVE 'B' TO ESTADO-PEDIDO
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------
      *> LA FORMA DE PAGO DE LA PLATAFORMA SE LLEVA A LAS DE
      *> LA CAJA: TARJETA, O TRANSFERENCIA PARA TODO LO DEMÁS
      *> (EL PEDIDO WEB LLEGA SIEMPRE PAGADO).
      *>----------------------------------------------------
       GRABAR-PEDIDO-WEB.
           OPEN EXTEND ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB = "35"
               OPEN OUTPUT ARCHIVO-PEDIDOS-WEB
           END-IF
           MOVE ULTIMO-NUMERO TO PW-NUMERO
           MOVE CW-PEDIDO TO PW-PEDIDO-WEB
           MOVE CW-FECHA TO PW-FECHA
           MOVE FECHA-HOY TO PW-FECHA-IMPORTA
           MOVE CLIENTE-PEDIDO TO PW-CLIENTE
           MOVE CW-NOMBRE TO PW-NOMBRE
           MOVE CW-DIRECCION TO PW-DIRECCION
           MOVE CW-COMUNA TO PW-COMUNA
           MOVE CW-CIUDAD TO PW-CIUDAD
           MOVE CW-TELEFONO TO PW-TELEFONO
           MOVE CW-ENVIO TO PW-ENVIO
           IF FUNCTION UPPER-CASE (CW-FORMA-PAGO) = "TARJETA"
               MOVE "TARJETA" TO PW-FORMA-PAGO
           ELSE
               MOVE "TRANSFERENCIA" TO PW-FORMA-PAGO
           END-IF
           MOVE CW-REFERENCIA TO PW-REFERENCIA
           MOVE ESTADO-PEDIDO TO PW-ESTADO
           MOVE 0 TO PW-CAJA
           MOVE 0 TO PW-FOLIO
           MOVE 0 TO PW-FECHA-FACTURA
           MOVE 0 TO PW-OPERADOR
           WRITE PEDIDO-WEB-REG
           CLOSE ARCHIVO-PEDIDOS-WEB

           OPEN EXTEND ARCHIVO-WEB-DETALLE
           IF FS-WEB-DETALLE = "35"
               OPEN OUTPUT ARCHIVO-WEB-DETALLE
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               MOVE ULTIMO-NUMERO TO WL-NUMERO
               MOVE LI-CODIGO (IDX) TO WL-CODIGO
               MOVE LI-PRODUCTO (IDX) TO WL-PRODUCTO
               MOVE LI-UNIDADES (IDX) TO WL-UNIDADES
               MOVE LI-PRECIO (IDX) TO WL-PRECIO
               MOVE LI-RESERVADAS (IDX) TO WL-RESERVADAS
               MOVE 'A' TO WL-ESTADO
               WRITE WEB-DETALLE-REG
           END-PERFORM
           CLOSE ARCHIVO-WEB-DETALLE.

       ESCRIBIR-TOTALES-IMPORTACION.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Archivo: " DELIMITED BY SIZE
                  NOMBRE-ARCHIVO-ENTRADA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE LINEAS-LEIDAS TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Líneas leídas              : " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE PEDIDOS-LEIDOS TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Pedidos leídos             : " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE PEDIDOS-IMPORTADOS TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Pedidos importados         : " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE PEDIDOS-COMPLETOS TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "  listos para picking      : " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE PEDIDOS-CON-FALTANTE TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "  pendientes por faltante  : " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE PEDIDOS-REPETIDOS TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Pedidos ya importados      : " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE PEDIDOS-RECHAZADOS TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Pedidos rechazados         : " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE CLIENTES-CREADOS TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Clientes dados de alta     : " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> REINTENTO DE PENDIENTES: A CADA LÍNEA CON FALTANTE
      *> DE UN PEDIDO EN 'B' SE LE APARTA LO QUE HOY ESTÉ
      *> DISPONIBLE, EN EL ORDEN DEL ARCHIVO (EL PEDIDO MÁS
      *> ANTIGUO PRIMERO). EL PEDIDO QUE QUEDA COMPLETO PASA
      *> A 'R'. AMBOS ARCHIVOS SE REGRABAN CON EL PATRÓN DE
      *> ARCHIVO TEMPORAL + CBL_RENAME_FILE.
      *>----------------------------------------------------
       REINTENTAR-PENDIENTES.
           MOVE 0 TO PEDIDOS-LIBERADOS
           MOVE 0 TO TOTAL-PENDIENTES
           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PEDIDOS-WEB
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PW-ESTADO = 'B'
                           AND TOTAL-PENDIENTES < MAX-PENDIENTES
                           ADD 1 TO TOTAL-PENDIENTES
                           MOVE PW-NUMERO
                               TO PN-NUMERO (TOTAL-PENDIENTES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS-WEB
           IF TOTAL-PENDIENTES = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CARGAR-DETALLE-WEB
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TOTAL-AJUSTES
           PERFORM VARYING IDX-DET FROM 1 BY 1
                   UNTIL IDX-DET > TOTAL-DETALLE
               IF DT-ESTADO (IDX-DET) = 'A'
                   AND DT-RESERVADAS (IDX-DET)
                       < DT-UNIDADES (IDX-DET)
                   MOVE DT-NUMERO (IDX-DET) TO NUMERO-PEDIDO
                   PERFORM VERIFICAR-PENDIENTE
                   IF PEDIDO-PENDIENTE = 'S'
                       PERFORM COMPLETAR-LINEA-PENDIENTE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS

           OPEN OUTPUT ARCHIVO-WEB-DETALLE-TMP
           PERFORM VARYING IDX-DET FROM 1 BY 1
                   UNTIL IDX-DET > TOTAL-DETALLE
               MOVE DT-ITEM (IDX-DET) TO WEB-DETALLE-TMP-REG
               WRITE WEB-DETALLE-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-WEB-DETALLE-TMP
           CALL "CBL_RENAME_FILE" USING "PEDIDOS-WEB-DETALLE.TMP"
                                         "PEDIDOS-WEB-DETALLE.DAT"
               RETURNING RESULT-CODE

           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           OPEN OUTPUT ARCHIVO-PEDIDOS-WEB-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PEDIDOS-WEB
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PW-ESTADO = 'B'
                           MOVE PW-NUMERO TO NUMERO-PEDIDO
                           PERFORM VERIFICAR-COMPLETO
                           IF PEDIDO-COMPLETO = 'S'
                               MOVE 'R' TO PW-ESTADO
                               ADD 1 TO PEDIDOS-LIBERADOS
                           END-IF
                       END-IF
                       MOVE PEDIDO-WEB-REG TO PEDIDO-WEB-TMP-REG
                       WRITE PEDIDO-WEB-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS-WEB
           CLOSE ARCHIVO-PEDIDOS-WEB-TMP
           CALL "CBL_RENAME_FILE" USING "PEDIDOS-WEB.TMP"
                                         "PEDIDOS-WEB.DAT"
               RETURNING RESULT-CODE
           IF PEDIDOS-LIBERADOS > 0
               MOVE PEDIDOS-LIBERADOS TO F-TOTAL
               DISPLAY "Pedidos pendientes que ya tienen stock: "
                       F-TOTAL
           END-IF.

       CARGAR-DETALLE-WEB.
           MOVE 0 TO TOTAL-DETALLE
           OPEN INPUT ARCHIVO-WEB-DETALLE
           IF FS-WEB-DETALLE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-WEB-DETALLE
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-DETALLE < MAX-DETALLE
                           ADD 1 TO TOTAL-DETALLE
                           MOVE WEB-DETALLE-REG
                               TO DT-ITEM (TOTAL-DETALLE)
                       ELSE
                           DISPLAY "Detalle de pedidos web con más "
                                   "de " MAX-DETALLE " líneas."
                           MOVE 'S' TO FIN-ARCHIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-WEB-DETALLE.

       VERIFICAR-PENDIENTE.
           MOVE 'N' TO PEDIDO-PENDIENTE
           PERFORM VARYING IDX-PEND FROM 1 BY 1
                   UNTIL IDX-PEND > TOTAL-PENDIENTES
                       OR PEDIDO-PENDIENTE = 'S'
               IF PN-NUMERO (IDX-PEND) = NUMERO-PEDIDO
                   MOVE 'S' TO PEDIDO-PENDIENTE
               END-IF
           END-PERFORM.

       COMPLETAR-LINEA-PENDIENTE.
           MOVE DT-CODIGO (IDX-DET) TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE DT-CODIGO (IDX-DET) TO RSV-CODIGO
           MOVE FECHA-HOY TO RSV-FECHA
           PERFORM CALCULAR-RESERVADO
           MOVE 0 TO AJUSTE-HALLADO
           PERFORM VARYING IDX-AJUSTE FROM 1 BY 1
                   UNTIL IDX-AJUSTE > TOTAL-AJUSTES
                       OR AJUSTE-HALLADO NOT = 0
               IF AJ-CODIGO (IDX-AJUSTE) = DT-CODIGO (IDX-DET)
                   MOVE IDX-AJUSTE TO AJUSTE-HALLADO
               END-IF
           END-PERFORM
           COMPUTE DISPONIBLE = PR-EXISTENCIA - RSV-RESERVADO
           IF AJUSTE-HALLADO NOT = 0
               SUBTRACT AJ-UNIDADES (AJUSTE-HALLADO) FROM DISPONIBLE
           END-IF
           IF DISPONIBLE <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE FALTAN = DT-UNIDADES (IDX-DET)
                            - DT-RESERVADAS (IDX-DET)
           IF DISPONIBLE < FALTAN
               MOVE DISPONIBLE TO TOMAR
           ELSE
               MOVE FALTAN TO TOMAR
           END-IF
           ADD TOMAR TO DT-RESERVADAS (IDX-DET)
           IF AJUSTE-HALLADO = 0
               IF TOTAL-AJUSTES < MAX-AJUSTES
                   ADD 1 TO TOTAL-AJUSTES
                   MOVE DT-CODIGO (IDX-DET)
                       TO AJ-CODIGO (TOTAL-AJUSTES)
                   MOVE TOMAR TO AJ-UNIDADES (TOTAL-AJUSTES)
               END-IF
           ELSE
               ADD TOMAR TO AJ-UNIDADES (AJUSTE-HALLADO)
           END-IF.

       VERIFICAR-COMPLETO.
           MOVE 'S' TO PEDIDO-COMPLETO
           PERFORM VARYING IDX-DET FROM 1 BY 1
                   UNTIL IDX-DET > TOTAL-DETALLE
               IF DT-NUMERO (IDX-DET) = NUMERO-PEDIDO
                   AND DT-ESTADO (IDX-DET) = 'A'
                   AND DT-RESERVADAS (IDX-DET)
                       < DT-UNIDADES (IDX-DET)
                   MOVE 'N' TO PEDIDO-COMPLETO
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> LISTA DE PICKING (PICKING-WEB-AAAAMMDD.TXT) DE LOS
      *> PEDIDOS LISTOS: CADA LÍNEA SE TOMA DE BODEGA HASTA
      *> DONDE ALCANCE SU STOCK EN STOCK-UBICACION.DAT Y EL
      *> RESTO DE LA SALA DE VENTAS. AL FINAL VAN LOS DATOS DE
      *> DESPACHO DE CADA PEDIDO.
      *>----------------------------------------------------
       GENERAR-PICKING.
           PERFORM CARGAR-PEDIDOS-LISTOS
           MOVE 0 TO TOTAL-PICKING
           MOVE 0 TO TOTAL-AJUSTES
           MOVE 0 TO UNIDADES-BODEGA
           MOVE 0 TO UNIDADES-SALA
           IF TOTAL-LISTOS > 0
               PERFORM CARGAR-LINEAS-PICKING
           END-IF

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "PICKING-WEB-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE "PICKING DE PEDIDOS WEB" TO EC-TITULO
           PERFORM ABRIR-REPORTE

           IF TOTAL-PICKING = 0
               MOVE "No hay pedidos web listos para despachar."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               CLOSE ARCHIVO-REPORTE
               DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
               EXIT PARAGRAPH
           END-IF

           MOVE "BODEGA" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-TITULOS-PICKING
           PERFORM VARYING IDX-PICK FROM 1 BY 1
                   UNTIL IDX-PICK > TOTAL-PICKING
               IF PK-BODEGA (IDX-PICK) > 0
                   MOVE PK-BODEGA (IDX-PICK) TO F-UNIDADES
                   PERFORM ESCRIBIR-LINEA-PICKING
               END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "SALA DE VENTAS" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-TITULOS-PICKING
           PERFORM VARYING IDX-PICK FROM 1 BY 1
                   UNTIL IDX-PICK > TOTAL-PICKING
               IF PK-SALA (IDX-PICK) > 0
                   MOVE PK-SALA (IDX-PICK) TO F-UNIDADES
                   PERFORM ESCRIBIR-LINEA-PICKING
               END-IF
           END-PERFORM

           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "DESPACHOS" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-LISTO FROM 1 BY 1
                   UNTIL IDX-LISTO > TOTAL-LISTOS
               MOVE LS-NUMERO (IDX-LISTO) TO F-NUMERO
               MOVE SPACES TO LINEA-SALIDA
               STRING F-NUMERO DELIMITED BY SIZE
                      "  Web " DELIMITED BY SIZE
                      LS-PEDIDO-WEB (IDX-LISTO) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      LS-NOMBRE (IDX-LISTO) DELIMITED BY SIZE
                      "  Fono " DELIMITED BY SIZE
                      LS-TELEFONO (IDX-LISTO) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO LINEA-SALIDA
               STRING "        " DELIMITED BY SIZE
                      FUNCTION TRIM (LS-DIRECCION (IDX-LISTO))
                          DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM (LS-COMUNA (IDX-LISTO))
                          DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM (LS-CIUDAD (IDX-LISTO))
                          DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM

           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-LISTOS TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Pedidos listos: " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE UNIDADES-BODEGA TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Unidades de bodega: " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE UNIDADES-SALA TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Unidades de sala: " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE.

       CARGAR-PEDIDOS-LISTOS.
           MOVE 0 TO TOTAL-LISTOS
           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PEDIDOS-WEB
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PW-ESTADO = 'R'
                           AND TOTAL-LISTOS < MAX-LISTOS
                           ADD 1 TO TOTAL-LISTOS
                           MOVE PW-NUMERO
                               TO LS-NUMERO (TOTAL-LISTOS)
                           MOVE PW-PEDIDO-WEB
                               TO LS-PEDIDO-WEB (TOTAL-LISTOS)
                           MOVE PW-NOMBRE
                               TO LS-NOMBRE (TOTAL-LISTOS)
                           MOVE PW-DIRECCION
                               TO LS-DIRECCION (TOTAL-LISTOS)
                           MOVE PW-COMUNA
                               TO LS-COMUNA (TOTAL-LISTOS)
                           MOVE PW-CIUDAD
                               TO LS-CIUDAD (TOTAL-LISTOS)
                           MOVE PW-TELEFONO
                               TO LS-TELEFONO (TOTAL-LISTOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS-WEB.

      *>----------------------------------------------------
      *> LO YA ASIGNADO A BODEGA POR PRODUCTO SE LLEVA EN LA
      *> TABLA DE AJUSTES PARA NO PEDIR DOS VECES LAS MISMAS
      *> UNIDADES A LA BODEGA.
      *>----------------------------------------------------
       CARGAR-LINEAS-PICKING.
           OPEN INPUT ARCHIVO-WEB-DETALLE
           IF FS-WEB-DETALLE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-WEB-DETALLE
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF WL-ESTADO = 'A'
                           MOVE WL-NUMERO TO NUMERO-PEDIDO
                           PERFORM VERIFICAR-LISTO
                           IF PEDIDO-LISTO = 'S'
                               AND TOTAL-PICKING < MAX-PICKING
                               PERFORM REPARTIR-LINEA-PICKING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-WEB-DETALLE.

       VERIFICAR-LISTO.
           MOVE 'N' TO PEDIDO-LISTO
           PERFORM VARYING IDX-LISTO FROM 1 BY 1
                   UNTIL IDX-LISTO > TOTAL-LISTOS
                       OR PEDIDO-LISTO = 'S'
               IF LS-NUMERO (IDX-LISTO) = NUMERO-PEDIDO
                   MOVE 'S' TO PEDIDO-LISTO
               END-IF
           END-PERFORM.

       REPARTIR-LINEA-PICKING.
           ADD 1 TO TOTAL-PICKING
           MOVE WL-NUMERO TO PK-NUMERO (TOTAL-PICKING)
           MOVE WL-CODIGO TO PK-CODIGO (TOTAL-PICKING)
           MOVE WL-PRODUCTO TO PK-PRODUCTO (TOTAL-PICKING)
           MOVE WL-CODIGO TO UB-CODIGO
           MOVE 'B' TO UB-UBICACION
           PERFORM CONSULTAR-UBICACION
           MOVE UB-CANTIDAD TO LIBRE-BODEGA
           MOVE 0 TO AJUSTE-HALLADO
           PERFORM VARYING IDX-AJUSTE FROM 1 BY 1
                   UNTIL IDX-AJUSTE > TOTAL-AJUSTES
                       OR AJUSTE-HALLADO NOT = 0
               IF AJ-CODIGO (IDX-AJUSTE) = WL-CODIGO
                   MOVE IDX-AJUSTE TO AJUSTE-HALLADO
               END-IF
           END-PERFORM
           IF AJUSTE-HALLADO NOT = 0
               SUBTRACT AJ-UNIDADES (AJUSTE-HALLADO)
                   FROM LIBRE-BODEGA
           END-IF
           EVALUATE TRUE
               WHEN LIBRE-BODEGA >= WL-UNIDADES
                   MOVE WL-UNIDADES TO PK-BODEGA (TOTAL-PICKING)
               WHEN LIBRE-BODEGA > 0
                   MOVE LIBRE-BODEGA TO PK-BODEGA (TOTAL-PICKING)
               WHEN OTHER
                   MOVE 0 TO PK-BODEGA (TOTAL-PICKING)
           END-EVALUATE
           COMPUTE PK-SALA (TOTAL-PICKING) =
               WL-UNIDADES - PK-BODEGA (TOTAL-PICKING)
           ADD PK-BODEGA (TOTAL-PICKING) TO UNIDADES-BODEGA
           ADD PK-SALA (TOTAL-PICKING) TO UNIDADES-SALA
           IF AJUSTE-HALLADO = 0
               IF TOTAL-AJUSTES < MAX-AJUSTES
                   ADD 1 TO TOTAL-AJUSTES
                   MOVE WL-CODIGO TO AJ-CODIGO (TOTAL-AJUSTES)
                   MOVE PK-BODEGA (TOTAL-PICKING)
                       TO AJ-UNIDADES (TOTAL-AJUSTES)
               END-IF
           ELSE
               ADD PK-BODEGA (TOTAL-PICKING)
                   TO AJ-UNIDADES (AJUSTE-HALLADO)
           END-IF.

       ESCRIBIR-TITULOS-PICKING.
           MOVE SPACES TO LINEA-SALIDA
           STRING "Pedido  Código  Producto              Unidades"
                  DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA-PICKING.
           MOVE PK-NUMERO (IDX-PICK) TO F-NUMERO
           MOVE SPACES TO LINEA-SALIDA
           STRING F-NUMERO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PK-CODIGO (IDX-PICK) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PK-PRODUCTO (IDX-PICK) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> LISTA DE PENDIENTES (PENDIENTES-WEB-AAAAMMDD.TXT):
      *> CADA PEDIDO EN 'B' CON SUS LÍNEAS CON FALTANTE, LO
      *> PEDIDO, LO YA APARTADO Y LO QUE FALTA.
      *>----------------------------------------------------
       GENERAR-LISTA-PENDIENTES.
           MOVE 0 TO TOTAL-PENDIENTES
           MOVE 0 TO UNIDADES-FALTANTES
           PERFORM CARGAR-DETALLE-WEB
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "PENDIENTES-WEB-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE "PEDIDOS WEB PENDIENTES" TO EC-TITULO
           PERFORM ABRIR-REPORTE

           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-PEDIDOS-WEB
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF PW-ESTADO = 'B'
                               ADD 1 TO TOTAL-PENDIENTES
                               PERFORM ESCRIBIR-PEDIDO-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PEDIDOS-WEB
           END-IF

           IF TOTAL-PENDIENTES = 0
               MOVE SPACES TO LINEA-SALIDA
               STRING "No hay pedidos web pendientes por falta de "
                      "stock." DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               CLOSE ARCHIVO-REPORTE
               DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-PENDIENTES TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Pedidos pendientes: " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE UNIDADES-FALTANTES TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Unidades faltantes: " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE.

       ESCRIBIR-PEDIDO-PENDIENTE.
           MOVE PW-NUMERO TO F-NUMERO
           MOVE PW-CLIENTE TO F-CLIENTE
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           STRING "Pedido " DELIMITED BY SIZE
                  F-NUMERO DELIMITED BY SIZE
                  "  Web " DELIMITED BY SIZE
                  PW-PEDIDO-WEB DELIMITED BY SIZE
                  "  del " DELIMITED BY SIZE
                  PW-FECHA DELIMITED BY SIZE
                  "  Cliente " DELIMITED BY SIZE
                  F-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PW-NOMBRE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "   Código  Producto              Pedidas  "
                  "Apartadas  Faltan" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-DET FROM 1 BY 1
                   UNTIL IDX-DET > TOTAL-DETALLE
               IF DT-NUMERO (IDX-DET) = PW-NUMERO
                   AND DT-ESTADO (IDX-DET) = 'A'
                   AND DT-RESERVADAS (IDX-DET)
                       < DT-UNIDADES (IDX-DET)
                   PERFORM ESCRIBIR-LINEA-PENDIENTE
               END-IF
           END-PERFORM.

       ESCRIBIR-LINEA-PENDIENTE.
           COMPUTE FALTAN = DT-UNIDADES (IDX-DET)
                            - DT-RESERVADAS (IDX-DET)
           ADD FALTAN TO UNIDADES-FALTANTES
           MOVE DT-UNIDADES (IDX-DET) TO F-UNIDADES
           MOVE DT-RESERVADAS (IDX-DET) TO F-RESERVADAS
           MOVE FALTAN TO F-FALTAN
           MOVE SPACES TO LINEA-SALIDA
           STRING "   " DELIMITED BY SIZE
                  DT-CODIGO (IDX-DET) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DT-PRODUCTO (IDX-DET) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  F-RESERVADAS DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  F-FALTAN DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> DESPACHO: SÓLO UN PEDIDO LISTO ('R') SE FACTURA. LA
      *> FACTURA SALE EN LA CAJA WEB CON EL CLIENTE Y LA FORMA
      *> DE PAGO DEL PEDIDO; EL STOCK SALE DE BODEGA PRIMERO
      *> Y LUEGO DE SALA, COMO EN LA LISTA DE PICKING. UN
      *> PEDIDO EN 'D' QUEDÓ CON UN DESPACHO A MEDIAS Y SE
      *> REVISA CONTRA LAS VENTAS ANTES DE VOLVER A FACTURAR.
      *>----------------------------------------------------
       DESPACHAR-PEDIDO.
           PERFORM PEDIR-NUMERO-PEDIDO
           PERFORM LEER-PEDIDO-WEB
           IF PEDIDO-HALLADO = 'N'
               DISPLAY "No existe el pedido web " NUMERO-PEDIDO "."
               EXIT PARAGRAPH
           END-IF
           EVALUATE PA-ESTADO
               WHEN 'F'
                   MOVE PA-FOLIO TO F-FOLIO
                   DISPLAY "El pedido ya fue despachado: caja "
                           PA-CAJA ", folio " F-FOLIO
                           ", fecha " PA-FECHA-FACTURA "."
                   EXIT PARAGRAPH
               WHEN 'C'
                   DISPLAY "El pedido está anulado."
                   EXIT PARAGRAPH
               WHEN 'B'
                   DISPLAY "El pedido tiene faltantes de stock; "
                           "no puede despacharse completo."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM CARGAR-LINEAS-PEDIDO
           IF TOTAL-LINEAS = 0
               DISPLAY "El pedido no tiene líneas abiertas."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO DESPACHO-PENDIENTE
           IF PA-ESTADO = 'D'
               MOVE 'S' TO DESPACHO-PENDIENTE
               PERFORM REVISAR-DESPACHO-PENDIENTE
               IF LINEAS-EN-VENTAS > 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VERIFICAR-LINEAS-DESPACHO
           IF LINEA-NO-DESPACHABLE = 'S'
               DISPLAY "Anule el pedido y véndalo en caja."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-PEDIDO
           DISPLAY "¿Confirma el despacho y la factura? (S/N):"
           ACCEPT CONFIRMAR
           IF FUNCTION UPPER-CASE(CONFIRMAR) NOT = 'S'
               DISPLAY "Despacho cancelado."
               EXIT PARAGRAPH
           END-IF

           ACCEPT FECHA-VENTA FROM DATE YYYYMMDD
           MOVE FECHA-VENTA TO FECHA-PERIODO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "No se pueden registrar transacciones en "
                       "caja hasta que se reabra el periodo."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  FECHA-VENTA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
           PERFORM CARGAR-IVA
           PERFORM CARGAR-EXENTOS
           PERFORM AGREGAR-LINEA-ENVIO
      *>    LA VENTA NUNCA LLEGÓ A GRABARSE: SE FACTURA CON EL
      *>    FOLIO YA ASIGNADO SI SIGUE SIENDO LA MISMA CAJA.
           IF DESPACHO-PENDIENTE = 'S'
               AND PA-CAJA = CAJA-REGISTRO
               MOVE PA-FOLIO TO FOLIO
               MOVE FOLIO TO F-FOLIO
               DISPLAY "Factura No. " F-FOLIO
                       " (folio ya asignado al pedido)"
           ELSE
               PERFORM ASIGNAR-FOLIO
           END-IF
      *>    EL PEDIDO QUEDA EN 'D' CON SU CAJA Y FOLIO ANTES DE
      *>    TOCAR VENTAS Y STOCK; SUS LÍNEAS SIGUEN ABIERTAS.
           MOVE 'D' TO PA-ESTADO
           MOVE CAJA-REGISTRO TO PA-CAJA
           MOVE FOLIO TO PA-FOLIO
           MOVE FECHA-VENTA TO PA-FECHA-FACTURA
           MOVE CODIGO-OPERADOR TO PA-OPERADOR
           MOVE 'A' TO ESTADO-LINEA-NUEVO
           PERFORM REGRABAR-PEDIDO-WEB
           PERFORM CALCULAR-TOTALES
           PERFORM GRABAR-VENTA
           MOVE 'F' TO PA-ESTADO
           MOVE 'F' TO ESTADO-LINEA-NUEVO
           PERFORM REGRABAR-PEDIDO-WEB
           PERFORM MOSTRAR-RECIBO.

      *>----------------------------------------------------
      *> DESPACHO INTERRUMPIDO: SE CUENTAN EN VENTAS-AAAAMMDD
      *> DE PA-FECHA-FACTURA LAS LÍNEAS DE LA CAJA Y FOLIO DEL
      *> PEDIDO. SIN LÍNEAS, EL DESPACHO SIGUE NORMAL; CON
      *> TODAS, SÓLO SE TERMINA (STOCK FALTANTE Y ESTADO 'F');
      *> CON UNA PARTE, QUEDA PARA REVISIÓN DEL SUPERVISOR.
      *>----------------------------------------------------
       REVISAR-DESPACHO-PENDIENTE.
           MOVE PA-FOLIO TO F-FOLIO
           DISPLAY "El pedido quedó con un despacho interrumpido: "
                   "caja " PA-CAJA ", folio " F-FOLIO
                   ", fecha " PA-FECHA-FACTURA "."
           PERFORM CONTAR-LINEAS-FACTURA
           EVALUATE TRUE
               WHEN LINEAS-EN-VENTAS = 0
                   DISPLAY "La factura no alcanzó a grabarse; el "
                           "pedido se despacha de nuevo."
               WHEN LINEAS-EN-VENTAS NOT = LINEAS-ESPERADAS
                   DISPLAY "La factura quedó incompleta ("
                           LINEAS-EN-VENTAS " de " LINEAS-ESPERADAS
                           " líneas); revísela con el supervisor "
                           "antes de cerrar el pedido."
               WHEN OTHER
                   PERFORM TERMINAR-DESPACHO
           END-EVALUATE.

      *>----------------------------------------------------
      *> LÍNEAS GRABADAS CON LA CAJA Y FOLIO DEL PEDIDO EN LAS
      *> VENTAS DE PA-FECHA-FACTURA, Y LAS QUE DEBERÍA TENER
      *> LA FACTURA (LÍNEAS ABIERTAS MÁS EL DESPACHO).
      *>----------------------------------------------------
       CONTAR-LINEAS-FACTURA.
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  PA-FECHA-FACTURA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
           MOVE 0 TO LINEAS-EN-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-VENTAS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF VR-CAJA = PA-CAJA
                               AND VR-FOLIO = PA-FOLIO
                               ADD 1 TO LINEAS-EN-VENTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VENTAS
           END-IF
           MOVE TOTAL-LINEAS TO LINEAS-ESPERADAS
           IF PA-ENVIO > 0
               ADD 1 TO LINEAS-ESPERADAS
           END-IF.

      *>----------------------------------------------------
      *> LA FACTURA ESTÁ COMPLETA: SE DESCUENTA EL STOCK DE LAS
      *> LÍNEAS QUE NO TIENEN SU SALIDA 'V' DE ESE FOLIO EN EL
      *> KARDEX Y EL PEDIDO PASA A 'F'.
      *>----------------------------------------------------
       TERMINAR-DESPACHO.
           MOVE PA-FOLIO TO FOLIO
           MOVE 0 TO LINEAS-COMPLETADAS
           OPEN I-O ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo actualizar la existencia ("
                       FS-PRODUCTOS "); el pedido sigue en "
                       "despacho."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               PERFORM BUSCAR-KARDEX-DESPACHO
               IF KARDEX-EXISTE = 'N'
                   MOVE LI-CODIGO (IDX) TO PR-CODIGO
                   PERFORM BUSCAR-PRODUCTO
                   IF PRODUCTO-ENCONTRADO = 'S'
                       PERFORM DESCONTAR-EXISTENCIA
                       ADD 1 TO LINEAS-COMPLETADAS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS
           MOVE 'F' TO PA-ESTADO
           MOVE 'F' TO ESTADO-LINEA-NUEVO
           PERFORM REGRABAR-PEDIDO-WEB
           DISPLAY "Pedido cerrado con la factura ya grabada; "
                   "líneas con stock descontado ahora: "
                   LINEAS-COMPLETADAS "."
           DISPLAY "Genere la copia impresa con REIMPRIMIR-FACTURA "
                   "(caja " PA-CAJA ", folio " F-FOLIO
                   ", fecha " PA-FECHA-FACTURA ").".

      *>----------------------------------------------------
      *> ¿TIENE LA LÍNEA IDX SU SALIDA 'V' CON EL FOLIO DEL
      *> PEDIDO EN EL KARDEX, DESDE LA FECHA DE LA FACTURA?
      *>----------------------------------------------------
       BUSCAR-KARDEX-DESPACHO.
           MOVE 'N' TO KARDEX-EXISTE
           OPEN INPUT ARCHIVO-KARDEX
           IF FS-KARDEX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LI-CODIGO (IDX) TO KX-CODIGO
           MOVE PA-FECHA-FACTURA TO KX-FECHA
           MOVE 0 TO KX-HORA
           MOVE 'N' TO FIN-ARCHIVO
           START ARCHIVO-KARDEX KEY IS NOT LESS THAN KX-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-ARCHIVO
           END-START
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-KARDEX NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF KX-CODIGO NOT = LI-CODIGO (IDX)
                           MOVE 'S' TO FIN-ARCHIVO
                       ELSE
                           IF KX-FOLIO = PA-FOLIO
                               AND KX-TIPO = 'V'
                               MOVE 'S' TO KARDEX-EXISTE
                               MOVE 'S' TO FIN-ARCHIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-KARDEX.

      *>----------------------------------------------------
      *> UN PRODUCTO QUE PASÓ A KIT O A SERIALIZADO DESPUÉS DE
      *> IMPORTADO EL PEDIDO NO SE FACTURA DESDE AQUÍ.
      *>----------------------------------------------------
       VERIFICAR-LINEAS-DESPACHO.
           MOVE 'N' TO LINEA-NO-DESPACHABLE
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               MOVE LI-CODIGO (IDX) TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               MOVE LI-CODIGO (IDX) TO KIT-BUSCADO
               PERFORM CARGAR-COMPONENTES-KIT
               IF ES-KIT = 'S'
                   DISPLAY "El producto " LI-CODIGO (IDX)
                           " es un kit."
                   MOVE 'S' TO LINEA-NO-DESPACHABLE
               END-IF
               IF PRODUCTO-ENCONTRADO = 'S'
                   AND PR-SERIALIZADO = 'S'
                   DISPLAY "El producto " LI-CODIGO (IDX)
                           " lleva número de serie."
                   MOVE 'S' TO LINEA-NO-DESPACHABLE
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS.

       PEDIR-NUMERO-PEDIDO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de pedido web (el interno de la "
                       "lista de picking):"
               ACCEPT NUMERO-TXT
               IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
                   DISPLAY "Número inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (NUMERO-TXT)
                       TO NUMERO-PEDIDO
                   IF NUMERO-PEDIDO = 0
                       DISPLAY "Número inválido. Intente de nuevo."
                   ELSE
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

       LEER-PEDIDO-WEB.
           MOVE 'N' TO PEDIDO-HALLADO
           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PEDIDOS-WEB
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PW-NUMERO = NUMERO-PEDIDO
                           MOVE PEDIDO-WEB-REG TO PEDIDO-ACTUAL
                           MOVE 'S' TO PEDIDO-HALLADO
                           MOVE 'S' TO FIN-ARCHIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS-WEB.

       CARGAR-LINEAS-PEDIDO.
           MOVE 0 TO TOTAL-LINEAS
           OPEN INPUT ARCHIVO-WEB-DETALLE
           IF FS-WEB-DETALLE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-WEB-DETALLE
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF WL-NUMERO = NUMERO-PEDIDO
                           AND WL-ESTADO = 'A'
                           AND TOTAL-LINEAS < MAX-LINEAS
                           ADD 1 TO TOTAL-LINEAS
                           MOVE WL-CODIGO
                               TO LI-CODIGO (TOTAL-LINEAS)
                           MOVE WL-PRODUCTO
                               TO LI-PRODUCTO (TOTAL-LINEAS)
                           MOVE WL-UNIDADES
                               TO LI-UNIDADES (TOTAL-LINEAS)
                           MOVE WL-PRECIO
                               TO LI-PRECIO (TOTAL-LINEAS)
                           MOVE WL-RESERVADAS
                               TO LI-RESERVADAS (TOTAL-LINEAS)
                           MOVE 'N' TO LI-ENVIO (TOTAL-LINEAS)
                           MOVE 'N' TO LI-EXENTO (TOTAL-LINEAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-WEB-DETALLE.

       MOSTRAR-PEDIDO.
           MOVE PA-NUMERO TO F-NUMERO
           MOVE PA-CLIENTE TO F-CLIENTE
           DISPLAY "Pedido " F-NUMERO "  (web " PA-PEDIDO-WEB
                   ", del " PA-FECHA ")"
           DISPLAY "Cliente " F-CLIENTE " " PA-NOMBRE
           DISPLAY "Despacho a: " FUNCTION TRIM(PA-DIRECCION) ", "
                   FUNCTION TRIM(PA-COMUNA) ", "
                   FUNCTION TRIM(PA-CIUDAD)
           DISPLAY "Pago: " PA-FORMA-PAGO " ref. " PA-REFERENCIA
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               MOVE LI-UNIDADES (IDX) TO F-UNIDADES
               DISPLAY "  " LI-CODIGO (IDX) " " LI-PRODUCTO (IDX)
                       " x" F-UNIDADES
           END-PERFORM.

       CARGAR-IVA.
           OPEN INPUT ARCHIVO-IVA
           IF FS-IVA = "00"
               READ ARCHIVO-IVA
               MOVE FUNCTION NUMVAL (IVA-REG) TO IVA
               CLOSE ARCHIVO-IVA
           END-IF.

      *>----------------------------------------------------
      *> LA MARCA DE EXENTO DE IVA SE TOMA DEL MAESTRO DE
      *> PRODUCTOS AL MOMENTO DE FACTURAR.
      *>----------------------------------------------------
       CARGAR-EXENTOS.
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               MOVE LI-CODIGO (IDX) TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               IF PRODUCTO-ENCONTRADO = 'S'
                   MOVE PR-EXENTO-IVA TO LI-EXENTO (IDX)
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS.

       AGREGAR-LINEA-ENVIO.
           IF PA-ENVIO = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-LINEAS
           MOVE CODIGO-ENVIO TO LI-CODIGO (TOTAL-LINEAS)
           MOVE "DESPACHO A DOMICILIO" TO LI-PRODUCTO (TOTAL-LINEAS)
           MOVE 1 TO LI-UNIDADES (TOTAL-LINEAS)
           MOVE PA-ENVIO TO LI-PRECIO (TOTAL-LINEAS)
           MOVE 0 TO LI-RESERVADAS (TOTAL-LINEAS)
           MOVE 'S' TO LI-ENVIO (TOTAL-LINEAS)
           MOVE 'N' TO LI-EXENTO (TOTAL-LINEAS).

       ASIGNAR-FOLIO.
           PERFORM TOMAR-CANDADO
           MOVE 0 TO FOLIO
           OPEN INPUT ARCHIVO-FOLIO
           IF FS-FOLIO = "00"
               READ ARCHIVO-FOLIO
               MOVE FOLIO-REG TO FOLIO
               CLOSE ARCHIVO-FOLIO
           END-IF
           ADD 1 TO FOLIO
           OPEN OUTPUT ARCHIVO-FOLIO
           MOVE FOLIO TO FOLIO-REG
           WRITE FOLIO-REG
           CLOSE ARCHIVO-FOLIO
           PERFORM SOLTAR-CANDADO
           MOVE FOLIO TO F-FOLIO
           DISPLAY "Factura No. " F-FOLIO.

       CALCULAR-TOTALES.
           MOVE 0 TO GRAN-TOTAL-BRUTO
           MOVE 0 TO GRAN-TOTAL-IVA
           MOVE 0 TO GRAN-TOTAL-NETO
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               MULTIPLY LI-UNIDADES (IDX) BY LI-PRECIO (IDX)
                   GIVING TOTAL-BRUTO
               MOVE TOTAL-BRUTO TO BASE-IVA
               IF LI-EXENTO (IDX) = 'S'
                   MOVE 0 TO TOTAL-IVA
                   MOVE 0 TO LI-TASA (IDX)
               ELSE
                   MULTIPLY BASE-IVA BY IVA GIVING TOTAL-IVA
                   MOVE IVA TO LI-TASA (IDX)
               END-IF
               ADD BASE-IVA TO TOTAL-IVA GIVING TOTAL-NETO
               MOVE TOTAL-IVA TO LI-IVA (IDX)
               MOVE TOTAL-NETO TO LI-NETO (IDX)
               ADD BASE-IVA TO GRAN-TOTAL-BRUTO
               ADD TOTAL-IVA   TO GRAN-TOTAL-IVA
               ADD TOTAL-NETO  TO GRAN-TOTAL-NETO
           END-PERFORM.

       GRABAR-VENTA.
           MOVE PA-CLIENTE TO NIVEL-CLIENTE-BUSCADO
           PERFORM BUSCAR-NIVEL-CLIENTE
           ACCEPT HORA-VENTA FROM TIME
           OPEN EXTEND ARCHIVO-VENTAS
           IF FS-VENTAS = "35"
               OPEN OUTPUT ARCHIVO-VENTAS
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               MOVE FOLIO TO VR-FOLIO
               MOVE LI-CODIGO   (IDX) TO VR-CODIGO
               MOVE LI-PRODUCTO (IDX) TO VR-PRODUCTO
               MOVE LI-UNIDADES (IDX) TO VR-UNIDADES
               MOVE LI-PRECIO   (IDX) TO VR-PRECIO-UNITARIO
               MOVE LI-NETO     (IDX) TO VR-TOTAL-NETO
               MOVE 0 TO VR-DESCUENTO-PCT
               MOVE PA-FORMA-PAGO TO VR-FORMA-PAGO
               MOVE 'V' TO VR-TIPO
               MOVE 0 TO VR-FOLIO-REF
               MOVE 0 TO VR-CAJA-REF
               MOVE FECHA-VENTA TO VR-FECHA
               MOVE PA-CLIENTE TO VR-CLIENTE
               MOVE LI-TASA (IDX) TO VR-IVA-TASA
               MOVE LI-IVA (IDX) TO VR-IVA-MONTO
               MOVE CAJA-REGISTRO TO VR-CAJA
               MOVE CODIGO-OPERADOR TO VR-OPERADOR
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
           PERFORM ACTUALIZAR-EXISTENCIAS.

      *>----------------------------------------------------
      *> EL COBRO DE DESPACHO NO MUEVE STOCK. LOS PRODUCTOS
      *> CON LOTE SE CONSUMEN FEFO, COMO EN VENTA-DIARIA.
      *>----------------------------------------------------
       ACTUALIZAR-EXISTENCIAS.
           OPEN I-O ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo actualizar la existencia ("
                       FS-PRODUCTOS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               IF LI-ENVIO (IDX) = 'N'
                   MOVE LI-CODIGO (IDX) TO PR-CODIGO
                   PERFORM BUSCAR-PRODUCTO
                   IF PRODUCTO-ENCONTRADO = 'S'
                       PERFORM DESCONTAR-EXISTENCIA
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS.

       DESCONTAR-EXISTENCIA.
           SUBTRACT LI-UNIDADES (IDX) FROM PR-EXISTENCIA
           REWRITE PRODUCTO-REG INVALID KEY
               DISPLAY "ERROR al actualizar existencia del "
                       "producto " PR-CODIGO
           NOT INVALID KEY
               MOVE LI-CODIGO (IDX) TO KW-CODIGO
               MOVE 'V' TO KW-TIPO
               MOVE FOLIO TO KW-FOLIO
               COMPUTE KW-UNIDADES = LI-UNIDADES (IDX) * -1
               MOVE PR-EXISTENCIA TO KW-SALDO
               PERFORM GRABAR-KARDEX
               PERFORM DESCONTAR-UBICACIONES
               IF PR-LOTEADO = 'S'
                   MOVE LI-CODIGO (IDX) TO LO-CODIGO
                   MOVE LI-UNIDADES (IDX) TO LO-CANTIDAD-FEFO
                   PERFORM DESCONTAR-LOTE-FEFO
               END-IF
           END-REWRITE.

       DESCONTAR-UBICACIONES.
           MOVE LI-CODIGO (IDX) TO UB-CODIGO
           MOVE 'B' TO UB-UBICACION
           PERFORM CONSULTAR-UBICACION
           EVALUATE TRUE
               WHEN UB-CANTIDAD >= LI-UNIDADES (IDX)
                   MOVE 0 TO UNIDADES-SALA-MOV
                   COMPUTE UB-DELTA = LI-UNIDADES (IDX) * -1
               WHEN UB-CANTIDAD > 0
                   COMPUTE UNIDADES-SALA-MOV =
                       LI-UNIDADES (IDX) - UB-CANTIDAD
                   COMPUTE UB-DELTA = UB-CANTIDAD * -1
               WHEN OTHER
                   MOVE LI-UNIDADES (IDX) TO UNIDADES-SALA-MOV
                   MOVE 0 TO UB-DELTA
           END-EVALUATE
           IF UB-DELTA NOT = 0
               MOVE LI-CODIGO (IDX) TO UB-CODIGO
               MOVE 'B' TO UB-UBICACION
               PERFORM AJUSTAR-UBICACION
           END-IF
           IF UNIDADES-SALA-MOV NOT = 0
               MOVE LI-CODIGO (IDX) TO UB-CODIGO
               MOVE 'S' TO UB-UBICACION
               COMPUTE UB-DELTA = UNIDADES-SALA-MOV * -1
               PERFORM AJUSTAR-UBICACION
           END-IF.

      *>----------------------------------------------------
      *> DEVUELVE PEDIDO-ACTUAL AL ARCHIVO Y PASA SUS LÍNEAS
      *> ABIERTAS A ESTADO-LINEA-NUEVO (F AL FACTURAR, C AL
      *> ANULAR; A LAS DEJA ABIERTAS), CON ARCHIVO TEMPORAL +
      *> CBL_RENAME_FILE.
      *>----------------------------------------------------
       REGRABAR-PEDIDO-WEB.
           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-PEDIDOS-WEB-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PEDIDOS-WEB
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PW-NUMERO = PA-NUMERO
                           MOVE PEDIDO-ACTUAL TO PEDIDO-WEB-REG
                       END-IF
                       MOVE PEDIDO-WEB-REG TO PEDIDO-WEB-TMP-REG
                       WRITE PEDIDO-WEB-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS-WEB
           CLOSE ARCHIVO-PEDIDOS-WEB-TMP
           CALL "CBL_RENAME_FILE" USING "PEDIDOS-WEB.TMP"
                                         "PEDIDOS-WEB.DAT"
               RETURNING RESULT-CODE
           IF ESTADO-LINEA-NUEVO = 'A'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-WEB-DETALLE
           IF FS-WEB-DETALLE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-WEB-DETALLE-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-WEB-DETALLE
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF WL-NUMERO = PA-NUMERO
                           AND WL-ESTADO = 'A'
                           MOVE ESTADO-LINEA-NUEVO TO WL-ESTADO
                       END-IF
                       MOVE WEB-DETALLE-REG TO WEB-DETALLE-TMP-REG
                       WRITE WEB-DETALLE-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-WEB-DETALLE
           CLOSE ARCHIVO-WEB-DETALLE-TMP
           CALL "CBL_RENAME_FILE" USING "PEDIDOS-WEB-DETALLE.TMP"
                                         "PEDIDOS-WEB-DETALLE.DAT"
               RETURNING RESULT-CODE.

       MOSTRAR-RECIBO.
           MOVE GRAN-TOTAL-BRUTO TO F-BRUTO
           MOVE GRAN-TOTAL-IVA   TO F-IVA
           MOVE GRAN-TOTAL-NETO  TO F-NETO
           MOVE PA-NUMERO TO F-NUMERO
           DISPLAY "==============================="
           DISPLAY "     RESUMEN DE LA VENTA"
           DISPLAY "     Factura No. " F-FOLIO
           DISPLAY "     (del pedido web " F-NUMERO ")"
           DISPLAY "==============================="
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               MOVE LI-NETO (IDX) TO F-LINEA-NETO
               DISPLAY LI-PRODUCTO (IDX) " x" LI-UNIDADES (IDX)
                       " = $" F-LINEA-NETO
           END-PERFORM
           DISPLAY "-------------------------------"
           DISPLAY "Total bruto     : $" F-BRUTO
           DISPLAY "Total IVA       : $" F-IVA
           DISPLAY "Total pagado    : $" F-NETO
           DISPLAY "Forma de pago   : " PA-FORMA-PAGO
           DISPLAY "Referencia      : " PA-REFERENCIA
           DISPLAY "Genere la copia impresa con REIMPRIMIR-FACTURA "
                   "(caja " CAJA-REGISTRO ", folio " F-FOLIO
                   ", fecha de hoy)."
           DISPLAY "===============================".

      *>----------------------------------------------------
      *> ANULACIÓN: EL PEDIDO NO DESPACHADO PASA A 'C' Y SUS
      *> LÍNEAS DEJAN DE RESERVAR STOCK.
      *>----------------------------------------------------
       ANULAR-PEDIDO.
           PERFORM PEDIR-NUMERO-PEDIDO
           PERFORM LEER-PEDIDO-WEB
           IF PEDIDO-HALLADO = 'N'
               DISPLAY "No existe el pedido web " NUMERO-PEDIDO "."
               EXIT PARAGRAPH
           END-IF
           IF PA-ESTADO = 'F'
               DISPLAY "El pedido ya fue facturado; use el reverso "
                       "de la factura."
               EXIT PARAGRAPH
           END-IF
           IF PA-ESTADO = 'C'
               DISPLAY "El pedido ya está anulado."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-LINEAS-PEDIDO
      *>    UN DESPACHO INTERRUMPIDO SÓLO SE ANULA SI SU FACTURA
      *>    NO ALCANZÓ A GRABARSE.
           IF PA-ESTADO = 'D'
               PERFORM CONTAR-LINEAS-FACTURA
               IF LINEAS-EN-VENTAS > 0
                   DISPLAY "El pedido tiene un despacho "
                           "interrumpido con factura grabada; "
                           "termínelo con la opción de despacho."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM MOSTRAR-PEDIDO
           DISPLAY "¿Confirma la anulación del pedido? (S/N):"
           ACCEPT CONFIRMAR
           IF FUNCTION UPPER-CASE(CONFIRMAR) NOT = 'S'
               DISPLAY "Anulación cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO PA-ESTADO
           MOVE FECHA-HOY TO PA-FECHA-FACTURA
           MOVE CODIGO-OPERADOR TO PA-OPERADOR
           MOVE 'C' TO ESTADO-LINEA-NUEVO
           PERFORM REGRABAR-PEDIDO-WEB
           DISPLAY "Pedido anulado; su stock queda disponible.".

       ABRIR-REPORTE.
           MOVE 0 TO EC-PAGINA
           MOVE FECHA-PROCESO TO EC-FECHA-REPORTE
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       COPY PRODUCTOS-RUTINAS.
       COPY KARDEX-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY CANDADO-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY RESERVAS-RUTINAS.
       COPY UBICACIONES-RUTINAS.
       COPY LOTES-RUTINAS.
       COPY KITS-RUTINAS.
       COPY PERIODOS-RUTINAS.
       COPY RUT-RUTINAS.
       COPY BITACORA-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
