       COPY OPERADORES-SELECT.
       COPY GIFTCARD-SELECT.
       COPY PRECIOS-SELECT.
       COPY CAMPANIAS-SELECT.
       COPY MIEMBROS-SELECT.
       COPY CANDADO-SELECT.
       COPY AUTORIZA-SELECT.
       COPY LIMITES-CREDITO-SELECT.
       COPY UBICACIONES-SELECT.
       COPY LOTES-SELECT.
       COPY SERIES-SELECT.
       COPY RESERVAS-SELECT.
       COPY TRANSACCIONES-SELECT.
       COPY REVERSOS-IDX-SELECT.
       COPY CUPONES-SELECT.
       COPY COMPRAS-PERSONAL-SELECT.
       COPY PEDIDOS-ESPECIALES-SELECT.
       COPY ALQUILERES-SELECT.
       COPY INSTALACIONES-SELECT.
           SELECT ARCHIVO-VISITANTES ASSIGN TO "VISITANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VISITANTES.
       COPY NOTAS-CREDITO-SELECT.
       COPY PUNTOS-SELECT.
       COPY TIPOS-CAMBIO-SELECT.
       COPY CHEQUES-SELECT.
       COPY PERIODOS-SELECT.
           SELECT ARCHIVO-DIVISAS
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-DIVISAS
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "TICKETS-ESPERA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TICKETS-TMP.
       COPY TICKETS-BORRADOS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CARTERA-FD.

       FD  ARCHIVO-CARTERA-TMP.
       01  CARTERA-TMP-REG        PIC X(58).

      *>----------------------------------------------------
      *> DESGLOSE DE FORMAS DE PAGO DE UNA FACTURA PAGADA CON
       COPY OPERADORES-FD.
       COPY GIFTCARD-FD.
       COPY PRECIOS-FD.
       COPY CAMPANIAS-FD.
       COPY MIEMBROS-FD.
       COPY CANDADO-FD.
       COPY AUTORIZA-FD.
       COPY LIMITES-CREDITO-FD.
       COPY UBICACIONES-FD.
       COPY LOTES-FD.
       COPY SERIES-FD.
       COPY RESERVAS-FD.
       COPY TRANSACCIONES-FD.
       COPY REVERSOS-IDX-FD.
       COPY CUPONES-FD.
       COPY COMPRAS-PERSONAL-FD.
       COPY PEDIDOS-ESPECIALES-FD.
       COPY ALQUILERES-FD.
       COPY INSTALACIONES-FD.

       FD  ARCHIVO-VISITANTES.
       01  LINEA-VISITANTE        PIC X(70).
       COPY NOTAS-CREDITO-FD.
       COPY PUNTOS-FD.
       COPY TIPOS-CAMBIO-FD.
       COPY CHEQUES-FD.
       COPY PERIODOS-FD.

      *>----------------------------------------------------
      *> DIVISAS RECIBIDAS EN CAJA (UN ARCHIVO POR DÍA:
           05 ET-PRECIO            PIC 9(7)V99.
           05 ET-DESCUENTO         PIC 9(3)V99.
           05 ET-EXENTO            PIC X.
           05 ET-CAMPANIA          PIC 9(4).
           05 ET-EMPLEADO          PIC 9(4).

       FD  ARCHIVO-TICKETS-TMP.
       01  TICKET-TMP-REG         PIC X(86).

       COPY TICKETS-BORRADOS-FD.

       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.
       COPY PRECIOS-WS.
       COPY CAMPANIAS-WS.
       COPY CANDADO-WS.
       COPY AUTORIZA-WS.

       *>----------------------------------------------------
       *> DIARIO DE TRANSACCIONES: GRABAR-VENTA DEJA UN INICIO
       *> POR FOLIO, UN RENGLÓN POR CADA PASO DE POSTEO
       *> (LÍNEAS, EXISTENCIAS, CADA FORMA DE PAGO, DESGLOSE,
       *> PUNTOS...) Y LA CONFIRMACIÓN AL FINAL. SI LA
       *> TERMINAL MUERE A MEDIO CAMINO, AL VOLVER A ABRIR LA
       *> CAJA SE CORRE RECUPERAR-VENTAS SOBRE SUS FOLIOS
       *> PENDIENTES.
       *>----------------------------------------------------
       COPY TRANSACCIONES-WS.
       COPY CUPONES-WS.
       01 COMANDO-RECUPERAR      PIC X(40) VALUE SPACES.

       *>----------------------------------------------------
       *> COMPRA DEL PERSONAL: CON EL CÓDIGO DE UN EMPLEADO
       *> (OPERADORES.DAT, ACTIVO) LAS LÍNEAS SIN CAMPAÑA
       *> LLEVAN EL DESCUENTO DE PERSONAL (PARAMETROS.DAT,
       *> CLAVE DESCUENTO-PERSONAL) Y SE ADMITE LA FORMA
       *> PLANILLA (DESCUENTO POR PLANILLA). LO COMPRADO EN EL
       *> MES NO PUEDE PASAR DE LA CLAVE TOPE-PERSONAL (0 O
       *> SIN CLAVE = SIN TOPE) SALVO AUTORIZACIÓN; SIN ELLA
       *> LA COMPRA SIGUE SIN DESCUENTO NI PLANILLA. CADA
       *> FOLIO QUEDA EN COMPRAS-PERSONAL.DAT PARA LA
       *> LIQUIDACIÓN DE FIN DE MES.
       *>----------------------------------------------------
       COPY COMPRAS-PERSONAL-WS.
       01 EMPLEADO-TXT           PIC X(6).
       01 EMPLEADO-VENTA         PIC 9(4) VALUE 0.
       01 EMPLEADO-VALIDO        PIC X VALUE 'N'.
       01 EMPLEADO-HALLADO       PIC X VALUE 'N'.
       01 EMPLEADO-ACTIVO        PIC X VALUE 'N'.
       01 EMPLEADO-NOMBRE        PIC X(30).
       01 CODIGO-CAJERO          PIC 9(4) VALUE 0.
       01 DESCUENTO-EMPLEADO     PIC 9(3)V99 VALUE 0.
       01 TOPE-EMPLEADO          PIC 9(9)V99 VALUE 0.
       01 TOPE-EXCEDIDO          PIC X VALUE 'N'.
       01 PLANILLA-ORIGINAL      PIC S9(11)V99 VALUE 0.
       01 DESCUENTO-LINEA        PIC S9(9)V99 VALUE 0.
       01 F-DESC-EMPLEADO        PIC Z9.99.
       01 F-TOPE-EMPLEADO        PIC Z(8)9.99.
       01 F-CONSUMO-EMPLEADO     PIC -(9).99.

       *>----------------------------------------------------
       *> TURNO DE CAJA EN CURSO: LAS VENTAS Y SUS PAGOS
       *> QUEDAN ESTAMPADOS CON EL TURNO ABIERTO DE LA CAJA
       COPY TURNOS-WS.
       01 TURNO-VENTA            PIC 9(2) VALUE 0.

       *>----------------------------------------------------
       *> ENTREGA DE UN PEDIDO ESPECIAL YA LLEGADO ('R'): SU
       *> LÍNEA ENTRA AL PRECIO PACTADO Y EL ANTICIPO SE
       *> APLICA SOLO COMO PRIMERA FORMA DE PAGO ("ANTICIPO",
       *> REFERENCIA = NÚMERO DE PEDIDO).
       *>----------------------------------------------------
       COPY PEDIDOS-ESPECIALES-WS.
       01 PEDIDO-VENTA           PIC 9(6) VALUE 0.
       01 PEDIDO-TXT             PIC X(8).
       01 HAY-PEDIDOS            PIC X VALUE 'N'.
       01 ANTICIPO-VENTA         PIC S9(9)V99 VALUE 0.
       01 F-ANTICIPO-VENTA       PIC Z(8)9.99.

       *>----------------------------------------------------
       *> RECARGO POR ATRASO DE UN ALQUILER DE EQUIPO YA
       *> DEVUELTO ('R'): SE COBRA COMO UNA LÍNEA DEL PRODUCTO
       *> DE SERVICIO ALQUILER-RECARGO-CODIGO DE PARAMETROS.DAT
       *> (NO MUEVE EXISTENCIA NI KARDEX) Y EL ALQUILER QUEDA
       *> FACTURADO CON EL FOLIO.
       *>----------------------------------------------------
       COPY ALQUILERES-WS.
       01 CODIGO-RECARGO-ALQ     PIC 9(6) VALUE 0.
       01 ALQUILER-VENTA         PIC 9(6) VALUE 0.
       01 ALQUILER-TXT           PIC X(8).
       01 HAY-ALQUILERES         PIC X VALUE 'N'.
       01 F-RECARGO-ALQ          PIC Z(6)9.99.

       *>----------------------------------------------------
       *> COBRO DE UNA RESERVA DE INSTALACIÓN PENDIENTE ('P'):
       *> SE COBRA COMO UNA LÍNEA DEL PRODUCTO DE SERVICIO
       *> RESERVA-COBRO-CODIGO DE PARAMETROS.DAT (NO MUEVE
       *> EXISTENCIA NI KARDEX) Y LA RESERVA QUEDA FACTURADA
       *> CON EL FOLIO.
       *>----------------------------------------------------
       COPY INSTALACIONES-WS.
       01 CODIGO-COBRO-RESERVA   PIC 9(6) VALUE 0.
       01 RESERVA-VENTA          PIC 9(6) VALUE 0.
       01 RESERVA-TXT            PIC X(8).
       01 HAY-RESERVAS-INST      PIC X VALUE 'N'.
       01 F-COBRO-RESERVA        PIC Z(6)9.99.

       *>----------------------------------------------------
       *> TOPE DE DESCUENTO SIN SUPERVISOR (PARAMETROS.DAT,
       *> CLAVE DESCUENTO-MAXIMO; 20 SI NO ESTÁ CONFIGURADA).
       COPY UBICACIONES-WS.
       COPY LOTES-WS.

       *>----------------------------------------------------
       *> SERIES DE LOS ARTÍCULOS SERIALIZADOS DEL TICKET, UNA
       *> POR UNIDAD, CAPTURADAS ANTES DE ASIGNAR EL FOLIO Y
       *> GRABADAS EN SERIES.DAT JUNTO CON LA VENTA.
       *>----------------------------------------------------
       COPY SERIES-WS.
       01 MAX-SERIES-VENTA       PIC 9(3) VALUE 99.
       01 TOTAL-SERIES-VENTA     PIC 9(3) VALUE 0.
       01 TABLA-SERIES-VENTA.
           05 SV-ITEM OCCURS 99 TIMES.
               10 SV-LINEA        PIC 9(2).
               10 SV-CODIGO       PIC 9(6).
               10 SV-SERIE        PIC X(20).
       01 IDX-SERIE              PIC 9(3).
       01 SERIES-LINEA           PIC 9(3).
       01 SERIE-REPETIDA         PIC X VALUE 'N'.
       01 F-SERIE-UNIDAD         PIC ZZ9.
       01 F-SERIE-UNIDADES       PIC ZZ9.

       *>----------------------------------------------------
       *> DISPONIBLE PARA VENDER: EXISTENCIA MENOS LO
       *> RESERVADO POR PLANES SEPARE ABIERTOS Y COTIZACIONES
      *>       LI-SIGNO: 1 = LÍNEA QUE SALE, -1 = LÍNEA QUE
      *>       VUELVE EN UN CAMBIO (TIPO 'C'); VER ABAJO.
               10 LI-SIGNO        PIC S9.
      *>       LI-LINEA-ORIG: EN UN REVERSO O UNA LÍNEA QUE
      *>       VUELVE, NÚMERO DE LÍNEA EN LA FACTURA ORIGINAL
      *>       (PARA LA REFERENCIA CRUZADA DE REVERSOS.IDX).
               10 LI-LINEA-ORIG   PIC 9(2).
      *>       LI-CAMPANIA: CAMPAÑA QUE DIO EL DESCUENTO DE LA
      *>       LÍNEA (0 = NINGUNA).
               10 LI-CAMPANIA     PIC 9(4).
       01 IDX                     PIC 9(2).

       *>----------------------------------------------------
           05 PRECIO-UNITARIO    PIC 9(7)V99.  *> Hasta 9.999.999,99
           05 DESCUENTO-PCT      PIC 9(3)V99.  *> % de descuento (0 = ninguno)
           05 EXENTO-IVA         PIC X.
           05 FAMILIA-PRODUCTO   PIC X(12).
           05 CAMPANIA-LINEA     PIC 9(4).
      *>   EL CAMPO ADMITE UN PR-CODIGO DE 6 DÍGITOS O UN
      *>   CÓDIGO DE BARRAS DE HASTA 13 (EAN DEL PROVEEDOR).
       01 CODIGO-TXT             PIC X(14).
       01 F-FOLIO-REF            PIC Z(5)9.
       01 SIGNO-TRANS            PIC S9 VALUE 1.
       01 CAMBIO-VALIDO          PIC X VALUE 'N'.
      *>   SIN LA BOLETA DE LA FACTURA ORIGINAL EL CAMBIO
      *>   EXIGE FIRMA DE SUPERVISOR ("CAMBIO SIN BOLETA").
       01 PRESENTA-BOLETA        PIC X VALUE 'S'.
       01 LINEAS-ORIGINALES      PIC 9(2) VALUE 0.
       01 LINEAS-DEV             PIC 9(2) VALUE 0.
       01 UNIDADES-DEV           PIC 9(3) VALUE 0.
       01 YA-REVERSADA           PIC X VALUE 'N'.
       01 YA-CAMBIADA            PIC X VALUE 'N'.
       01 FIN-ARCHIVO-REV        PIC X VALUE 'N'.
       01 FS-REVERSOS            PIC XX.
       01 REFERENCIAS-OK         PIC X VALUE 'S'.

      *>----------------------------------------------------
      *> UNIDADES YA DEVUELTAS EN CAMBIOS ANTERIORES DEL
       01 IDX-DP                 PIC 9(3).
       01 DEV-ENCONTRADA         PIC X VALUE 'N'.
       01 UNIDADES-RESTAN        PIC S9(5) VALUE 0.
       01 CONFIRMA-REVERSO       PIC X.
       01 TOTAL-ORIGINAL         PIC S9(11)V99 VALUE 0.
       01 F-TOTAL-ORIGINAL       PIC -(9).99.
       01 GRAN-TOTAL-IVA         PIC S9(11)V99 VALUE 0.
       01 GRAN-TOTAL-NETO        PIC S9(11)V99 VALUE 0.

       *>----------------------------------------------------
       *> CUPÓN DE UN SOLO USO PRESENTADO EN LA VENTA (O
       *> CANJEADO EN LA FACTURA QUE SE REVERSA). CUPON-PCT
       *> ES EL % ADICIONAL QUE RECIBEN LAS LÍNEAS QUE
       *> CALIFICAN; MONTO-CUPON, LO QUE BAJÓ EL TOTAL.
       *>----------------------------------------------------
       01 CUPON-VENTA            PIC X(10) VALUE SPACES.
       01 CUPON-TXT              PIC X(12).
       01 CUPON-PCT              PIC 9(3)V9(4) VALUE 0.
       01 BASE-CUPON             PIC S9(11)V99 VALUE 0.
       01 TOTAL-ANTES-CUPON      PIC S9(11)V99 VALUE 0.
       01 MONTO-CUPON            PIC S9(9)V99 VALUE 0.
       01 LINEAS-CUPON.
           05 LINEA-CALIFICA     PIC X OCCURS 20 TIMES.
       01 F-MONTO-CUPON          PIC -(9).99.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN (sin ceros a la izquierda)
       *>----------------------------------------------------
           05 F-IVA              PIC -(9).99.
           05 F-NETO             PIC -(11).99.
           05 F-LINEA-NETO       PIC -(9).99.
           05 F-DESCUENTO        PIC ZZ9.99.
           05 F-DESC-CAMPANIA    PIC ZZ9.99.

       *>----------------------------------------------------
       *> VARIABLES DE ARCHIVO
       01 CAJA-REGISTRO          PIC 9(2) VALUE 1.
       01 NOMBRE-ARCHIVO-FOLIO   PIC X(14).

       *>----------------------------------------------------
       *> TIENDA QUE OPERA ESTE EQUIPO (PARÁMETRO SUCURSAL;
       *> SIN ÉL, 0 = CASA MATRIZ). QUEDA EN CADA LÍNEA DE
       *> VENTA Y DE PAGO PARA CONSOLIDAR LAS SUCURSALES.
       *>----------------------------------------------------
       01 SUCURSAL-VENTA         PIC 9(2) VALUE 0.

       *>----------------------------------------------------
       *> FORMAS DE PAGO (ARQUEO DE CAJA). LA FACTURA ADMITE
       *> HASTA 5 FORMAS COMBINADAS: CON UNA SOLA SE GRABA
       01 HORA-TICKET            PIC 9(8).
       01 RESULT-CODE-TICKETS    PIC 9(2).
       01 F-NUMERO-TICKET        PIC Z(3)9.
       01 FS-TICKETS-BORRADOS    PIC XX.
       01 EVENTO-TICKET          PIC X.
       01 IMPORTE-TICKET         PIC 9(9)V99 VALUE 0.

       *>----------------------------------------------------
       *> CLIENTE DE LA FACTURA (CLIENTES.IDX; 0 = VENTA DE
       01 FS-CLIENTES-IDX        PIC XX.
       01 CLIENTE-TXT            PIC X(6).
       01 CLIENTE-VENTA          PIC 9(4) VALUE 0.
       COPY CLIENTES-IDX-WS.
      *> NIVEL DE PRECIO DEL CLIENTE (FICHA EN CLIENTES.IDX):
      *> DEFINE QUÉ PRECIO DE LA LISTA SE TOMA EN CADA LÍNEA
      *> Y QUEDA GRABADO EN VR-NIVEL.
       01 NIVEL-VENTA            PIC X VALUE 'D'.
       01 CLIENTE-VALIDO         PIC X VALUE 'N'.

       *>----------------------------------------------------
       01 TOTAL-USD-VENTA        PIC S9(9)V99 VALUE 0.
       01 F-MONTO-USD            PIC -(7)9.99.
       01 F-TASA-CAMBIO          PIC Z(4)9.9999.

       *>----------------------------------------------------
       *> PAGO CON CHEQUE (AL DÍA O A FECHA): SE CAPTURAN
       *> BANCO, NÚMERO, RUT DEL GIRADOR Y FECHA DE DEPÓSITO;
       *> EL CHEQUE QUEDA EN LA CARTERA DE CHEQUES.DAT HASTA
       *> QUE CARTERA-CHEQUES LO DEPOSITA. UN GIRADOR CON
       *> CHEQUES PROTESTADOS NO PUEDE PAGAR CON CHEQUE. SE
       *> ACEPTA UN SOLO CHEQUE POR VENTA. LA FECHA DE
       *> DEPÓSITO NO PUEDE PASAR DE CHEQUE-PLAZO-MAXIMO DÍAS
       *> (PARAMETROS.DAT).
       *>----------------------------------------------------
       COPY CHEQUES-WS.
       COPY PERIODOS-WS.
       COPY RUT-WS.
       01 CHEQUE-VALIDO          PIC X VALUE 'N'.
       01 CHEQUE-EN-VENTA        PIC X VALUE 'N'.
       01 CHEQUE-PLAZO-MAXIMO    PIC 9(3) VALUE 90.
       01 CHEQUE-FECHA-LIMITE    PIC 9(8).
       01 CHEQUE-TXT             PIC X(12).
       01 MIXTO-TIENE-CHEQUE     PIC X VALUE 'N'.
       01 F-DISPONIBLE-PUNTOS    PIC -(9).99.
       01 F-PUNTOS               PIC -(6)9.

           DISPLAY "==============================="

           PERFORM OBTENER-CAJA
           PERFORM OBTENER-SUCURSAL
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM REVISAR-FOLIOS-PENDIENTES
           PERFORM OBTENER-ARCHIVO-VENTAS
           PERFORM VERIFICAR-PERIODO-VENTA
           PERFORM OBTENER-TURNO
           PERFORM CAPTURAR-TIPO-TRANS
           PERFORM CARGAR-IVA
           IF TIPO-TRANS = 'R'
               PERFORM ASIGNAR-FOLIO
               PERFORM CALCULAR-TOTALES-REVERSO
               PERFORM BUSCAR-CUPON-REVERSO
               PERFORM OFRECER-NOTA-CREDITO
           ELSE
               PERFORM ABRIR-PRODUCTOS
               PERFORM CARGAR-LIMITE-DESCUENTO
               PERFORM CARGAR-CODIGO-PASE
               PERFORM CARGAR-CODIGO-RECARGO-ALQ
               PERFORM CARGAR-CODIGO-COBRO-RESERVA
               IF TIPO-TRANS = 'C'
                   MOVE 'N' TO CAMBIO-VALIDO
                   PERFORM VALIDAR-CAMBIO UNTIL CAMBIO-VALIDO = 'S'
               ELSE
                   PERFORM PREGUNTAR-TICKET-ESPERA
                   IF TICKET-RECUPERADO = 'N'
                       PERFORM PREGUNTAR-PEDIDO-ESPECIAL
                       IF PEDIDO-VENTA = 0
                           PERFORM CAPTURAR-CLIENTE
                       END-IF
                       PERFORM CAPTURAR-MIEMBRO
                       PERFORM CAPTURAR-EMPLEADO
                       PERFORM PREGUNTAR-RECARGO-ALQUILER
                       PERFORM PREGUNTAR-COBRO-RESERVA
                   END-IF
               END-IF
               IF EMPLEADO-VENTA > 0
                   PERFORM OBTENER-DESCUENTO-EMPLEADO
               END-IF
               PERFORM OBTENER-NIVEL-VENTA
               PERFORM CAPTURAR-LINEAS
               CLOSE ARCHIVO-PRODUCTOS
               IF VENTA-EN-ESPERA = 'S'
                   PERFORM GRABAR-TICKET-ESPERA
                   STOP RUN
               END-IF
               PERFORM CAPTURAR-SERIES-VENTA
      *>    EL FOLIO SE ASIGNA RECIÉN AQUÍ, CON LAS LÍNEAS YA
      *>    CAPTURADAS: UN TICKET DEJADO EN ESPERA (O UNA
      *>    CAPTURA VACÍA ABANDONADA) NO CONSUME FOLIO.
               PERFORM ASIGNAR-FOLIO
               PERFORM CALCULAR-TOTALES
               PERFORM VERIFICAR-TOPE-EMPLEADO
      *>       EL PEDIDO ESPECIAL YA TRAE PRECIO PACTADO: NO
      *>       ADMITE CUPÓN ENCIMA.
               IF TIPO-TRANS = 'V' AND PEDIDO-VENTA = 0
                   PERFORM CAPTURAR-CUPON
               END-IF
               PERFORM CAPTURAR-FORMA-PAGO
           END-IF
           PERFORM MOSTRAR-RECIBO
           PERFORM GRABAR-VENTA
           PERFORM GRABAR-FACTURA
           IF TICKET-RECUPERADO = 'S' AND TOTAL-LINEAS > 0
               MOVE 'C' TO EVENTO-TICKET
               PERFORM REGISTRAR-TICKET-BORRADO
           END-IF

           STOP RUN.

           DISPLAY "Operando la caja " CAJA-REGISTRO
                   " (serie de folios " NOMBRE-ARCHIVO-FOLIO ").".

       OBTENER-SUCURSAL.
           PERFORM CARGAR-PARAMETROS
           MOVE "SUCURSAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO SUCURSAL-VENTA
           END-IF.

      *>----------------------------------------------------
      *> INICIO DE SESIÓN: EL OPERADOR SE IDENTIFICA CON SU
      *> CÓDIGO DE OPERADORES.DAT Y QUEDA ESTAMPADO EN CADA
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS.

      *>----------------------------------------------------
      *> NO SE REGISTRAN VENTAS, REVERSOS NI CAMBIOS CON
      *> FECHA DE UN PERIODO FISCAL YA CERRADO.
      *>----------------------------------------------------
       VERIFICAR-PERIODO-VENTA.
           MOVE FECHA-VENTA TO FECHA-PERIODO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "No se pueden registrar transacciones en "
                       "caja hasta que se reabra el periodo."
               STOP RUN
           END-IF.

       CAPTURAR-TIPO-TRANS.
           PERFORM UNTIL TIPO-VALIDO = 'S'
               DISPLAY "Tipo de transacción (V=Venta, R=Reverso, "
               END-IF
           END-IF

      *>----------------------------------------------------
      *> LO PAGADO CON CHEQUE TAMPOCO SE REVERSA EN CAJA: SI
      *> EL CHEQUE SIGUE EN CARTERA SE DEVUELVE AL CLIENTE
      *> CON CARTERA-CHEQUES, Y SI YA SE DEPOSITÓ LA
      *> DEVOLUCIÓN SE HACE COMO UN EGRESO.
      *>----------------------------------------------------
           IF FORMA-PAGO = "CHEQUE"
               OR (FORMA-PAGO = "MIXTO"
                   AND MIXTO-TIENE-CHEQUE = 'S')
               MOVE FOLIO-REF TO F-FOLIO-REF
               DISPLAY "La factura " F-FOLIO-REF " se pagó con "
                       "CHEQUE; no puede reversarse en caja. "
                       "Devuelva el cheque con CARTERA-CHEQUES."
               MOVE 0 TO TOTAL-LINEAS
               EXIT PARAGRAPH
           END-IF

           PERFORM BUSCAR-REVERSO-PREVIO
           IF REFERENCIAS-OK = 'N'
               MOVE 0 TO TOTAL-LINEAS
               EXIT PARAGRAPH
           END-IF
           IF YA-REVERSADA = 'S'
               MOVE FOLIO-REF TO F-FOLIO-REF
               DISPLAY "La factura " F-FOLIO-REF " ya fue "
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-REVERSO-PREVIO
           IF REFERENCIAS-OK = 'N'
               MOVE 0 TO TOTAL-LINEAS
               EXIT PARAGRAPH
           END-IF
           IF YA-REVERSADA = 'S'
               MOVE FOLIO-REF TO F-FOLIO-REF
               DISPLAY "La factura " F-FOLIO-REF " ya fue "
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-LINEAS-ORIGINALES
           DISPLAY "¿El cliente presenta la boleta de la factura "
                   "original? (S/N):"
           ACCEPT PRESENTA-BOLETA
           MOVE FUNCTION UPPER-CASE(PRESENTA-BOLETA)
               TO PRESENTA-BOLETA
           IF PRESENTA-BOLETA NOT = 'S'
               MOVE "CAMBIO SIN BOLETA" TO AUT-ACCION
               MOVE FOLIO-REF TO AUT-DOCUMENTO
               MOVE CAJA-REGISTRO TO AUT-CAJA
               PERFORM PEDIR-AUTORIZACION
               IF AUTORIZACION-OK NOT = 'S'
                   DISPLAY "Cambio sin boleta no autorizado."
                   MOVE 0 TO TOTAL-LINEAS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CAPTURAR-DEVOLUCION
           IF LINEAS-DEV = 0
               DISPLAY "No vuelve ninguna línea; para vender sin "
                   END-IF
                   MOVE UNIDADES-DEV TO LI-UNIDADES (LINEAS-DEV)
                   MOVE -1 TO LI-SIGNO (LINEAS-DEV)
                   MOVE IDX TO LI-LINEA-ORIG (LINEAS-DEV)
                   MOVE LI-CAMPANIA (IDX)
                       TO LI-CAMPANIA (LINEAS-DEV)
               END-IF
           END-PERFORM
           MOVE LINEAS-DEV TO TOTAL-LINEAS.
                           MOVE VR-TOTAL-NETO
                               TO LI-NETO (TOTAL-LINEAS)
                           MOVE 1 TO LI-SIGNO (TOTAL-LINEAS)
                           MOVE TOTAL-LINEAS
                               TO LI-LINEA-ORIG (TOTAL-LINEAS)
                           IF VR-CAMPANIA IS NUMERIC
                               MOVE VR-CAMPANIA
                                   TO LI-CAMPANIA (TOTAL-LINEAS)
                           ELSE
                               MOVE 0 TO LI-CAMPANIA (TOTAL-LINEAS)
                           END-IF
                           ADD VR-TOTAL-NETO TO TOTAL-ORIGINAL
                           MOVE VR-FORMA-PAGO TO FORMA-PAGO
                           MOVE VR-CLIENTE TO CLIENTE-VENTA
                           IF VR-NIVEL = 'M' OR VR-NIVEL = 'I'
                               MOVE VR-NIVEL TO NIVEL-VENTA
                           ELSE
                               MOVE 'D' TO NIVEL-VENTA
                           END-IF
                           IF VR-EMPLEADO IS NUMERIC
                               MOVE VR-EMPLEADO TO EMPLEADO-VENTA
                           ELSE
                               MOVE 0 TO EMPLEADO-VENTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *>----------------------------------------------------
      *> BUSCA REVERSOS Y CAMBIOS PREVIOS DEL MISMO FOLIO EN
      *> LA REFERENCIA CRUZADA REVERSOS.IDX (UN START POR
      *> CAJA + FOLIO ORIGINAL) Y ACUMULA LAS UNIDADES YA
      *> DEVUELTAS (LÍNEAS 'D') POR PRODUCTO. SI EL ÍNDICE NO
      *> ESTÁ, NO SE ARRIESGA UN DOBLE REVERSO: SE PIDE
      *> RECONSTRUIRLO.
      *>----------------------------------------------------
       BUSCAR-REVERSO-PREVIO.
           MOVE 'N' TO YA-REVERSADA
           MOVE 'N' TO YA-CAMBIADA
           MOVE 'S' TO REFERENCIAS-OK
           MOVE 0 TO TOTAL-DEV-PREVIAS
           OPEN INPUT ARCHIVO-REVERSOS
           IF FS-REVERSOS NOT = "00"
               DISPLAY "No se pudo abrir REVERSOS.IDX ("
                       FS-REVERSOS "); ejecute RECONSTRUIR-REVERSOS "
                       "antes de reversar o cambiar."
               MOVE 'N' TO REFERENCIAS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE CAJA-ORIGINAL TO XR-CAJA-ORIG
           MOVE FOLIO-REF TO XR-FOLIO-ORIG
           MOVE 0 TO XR-LINEA-ORIG
           MOVE 0 TO XR-CAJA-MOV
           MOVE 0 TO XR-FOLIO-MOV
           MOVE 'N' TO FIN-ARCHIVO-REV
           START ARCHIVO-REVERSOS KEY IS NOT LESS THAN XR-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-ARCHIVO-REV
           END-START
           PERFORM UNTIL FIN-ARCHIVO-REV = 'S'
               READ ARCHIVO-REVERSOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO-REV
                   NOT AT END
                       IF XR-CAJA-ORIG NOT = CAJA-ORIGINAL
                           OR XR-FOLIO-ORIG NOT = FOLIO-REF
                           MOVE 'S' TO FIN-ARCHIVO-REV
                       ELSE
                           EVALUATE XR-TIPO
                               WHEN 'R'
                                   MOVE 'S' TO YA-REVERSADA
                               WHEN 'D'
                                   MOVE 'S' TO YA-CAMBIADA
                                   PERFORM ANOTAR-DEV-PREVIA
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-REVERSOS.

       ANOTAR-DEV-PREVIA.
           MOVE 'N' TO DEV-ENCONTRADA
           PERFORM VARYING IDX-DP FROM 1 BY 1
                   UNTIL IDX-DP > TOTAL-DEV-PREVIAS
                      OR DEV-ENCONTRADA = 'S'
               IF DP-CODIGO (IDX-DP) = XR-CODIGO
                   ADD XR-UNIDADES TO DP-UNIDADES (IDX-DP)
                   MOVE 'S' TO DEV-ENCONTRADA
               END-IF
           END-PERFORM
           IF DEV-ENCONTRADA = 'N'
               AND TOTAL-DEV-PREVIAS < MAX-DEV-PREVIAS
               ADD 1 TO TOTAL-DEV-PREVIAS
               MOVE XR-CODIGO TO DP-CODIGO (TOTAL-DEV-PREVIAS)
               MOVE XR-UNIDADES TO DP-UNIDADES (TOTAL-DEV-PREVIAS)
           END-IF.

      *>----------------------------------------------------
      *> LEE EL DESGLOSE DE PAGOS DEL DÍA DE LA FACTURA
      *> ORIGINAL PARA SABER QUÉ FORMAS COMPONÍAN EL PAGO
      *> MIXTO (GIFT CARD BLOQUEA EL REVERSO; CRÉDITO OBLIGA
      *> A CANCELAR EL CARGO EN CARTERA; LO PAGADO POR
      *> PLANILLA SE DESCUENTA DEL LIBRO DEL PERSONAL).
      *>----------------------------------------------------
       REVISAR-PAGOS-ORIGINALES.
           MOVE 'N' TO MIXTO-TIENE-GIFT
           MOVE 'N' TO MIXTO-TIENE-CREDITO
           MOVE 'N' TO MIXTO-TIENE-CHEQUE
           MOVE 0 TO PLANILLA-ORIGINAL
           MOVE SPACES TO NOMBRE-ARCHIVO-PAGOS
           STRING "PAGOS-VENTA-" DELIMITED BY SIZE
                  FECHA-ORIGINAL DELIMITED BY SIZE
                           IF PG-FORMA = "CREDITO"
                               MOVE 'S' TO MIXTO-TIENE-CREDITO
                           END-IF
                           IF PG-FORMA = "CHEQUE"
                               MOVE 'S' TO MIXTO-TIENE-CHEQUE
                           END-IF
                           IF PG-FORMA = "PLANILLA"
                               ADD PG-MONTO TO PLANILLA-ORIGINAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       " no tiene descuento configurado."
           END-IF.

      *>----------------------------------------------------
      *> COMPRA DEL PERSONAL: EL CÓDIGO DEL EMPLEADO ES SU
      *> CÓDIGO DE OPERADOR. EL CAJERO NO SE COBRA A SÍ MISMO
      *> SIN UN SUPERVISOR.
      *>----------------------------------------------------
       CAPTURAR-EMPLEADO.
           MOVE 'N' TO EMPLEADO-VALIDO
           PERFORM UNTIL EMPLEADO-VALIDO = 'S'
               DISPLAY "Código de empleado si es compra del "
                       "personal (0 o blanco si no lo es):"
               ACCEPT EMPLEADO-TXT
               IF EMPLEADO-TXT = SPACES
                   MOVE 0 TO EMPLEADO-VENTA
                   MOVE 'S' TO EMPLEADO-VALIDO
               ELSE
                   IF FUNCTION TRIM(EMPLEADO-TXT) IS NOT NUMERIC
                       DISPLAY "Código inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (EMPLEADO-TXT)
                           TO EMPLEADO-VENTA
                       IF EMPLEADO-VENTA = 0
                           MOVE 'S' TO EMPLEADO-VALIDO
                       ELSE
                           PERFORM VALIDAR-EMPLEADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDAR-EMPLEADO.
           MOVE CODIGO-OPERADOR TO CODIGO-CAJERO
           MOVE EMPLEADO-VENTA TO CODIGO-OPERADOR
           PERFORM BUSCAR-OPERADOR
           MOVE OPERADOR-ENCONTRADO TO EMPLEADO-HALLADO
           MOVE OPERADOR-ACTIVO TO EMPLEADO-ACTIVO
           MOVE OPERADOR-NOMBRE TO EMPLEADO-NOMBRE
           MOVE CODIGO-CAJERO TO CODIGO-OPERADOR
           PERFORM BUSCAR-OPERADOR
           EVALUATE TRUE
               WHEN EMPLEADO-HALLADO = 'N'
                   DISPLAY "No existe un empleado con ese código. "
                           "Intente de nuevo."
               WHEN EMPLEADO-ACTIVO NOT = 'S'
                   DISPLAY "El empleado está inactivo; no tiene "
                           "compra de personal."
               WHEN EMPLEADO-VENTA = CODIGO-OPERADOR
                   MOVE "COMPRA PROPIA" TO AUT-ACCION
                   MOVE EMPLEADO-VENTA TO AUT-DOCUMENTO
                   MOVE CAJA-REGISTRO TO AUT-CAJA
                   PERFORM PEDIR-AUTORIZACION
                   IF AUTORIZACION-OK = 'S'
                       DISPLAY "Empleado: "
                               FUNCTION TRIM(EMPLEADO-NOMBRE)
                       MOVE 'S' TO EMPLEADO-VALIDO
                   ELSE
                       DISPLAY "El cajero no puede cobrarse su "
                               "propia compra sin supervisor."
                   END-IF
               WHEN OTHER
                   DISPLAY "Empleado: " FUNCTION TRIM(EMPLEADO-NOMBRE)
                   MOVE 'S' TO EMPLEADO-VALIDO
           END-EVALUATE.

       OBTENER-DESCUENTO-EMPLEADO.
           PERFORM CARGAR-PARAMETROS
           MOVE 0 TO DESCUENTO-EMPLEADO
           MOVE 0 TO TOPE-EMPLEADO
           MOVE "DESCUENTO-PERSONAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO DESCUENTO-EMPLEADO
           END-IF
           MOVE "TOPE-PERSONAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO TOPE-EMPLEADO
           END-IF
           MOVE DESCUENTO-EMPLEADO TO F-DESC-EMPLEADO
           DISPLAY "Compra del personal (empleado " EMPLEADO-VENTA
                   "): " F-DESC-EMPLEADO "% de descuento."
           IF TOPE-EMPLEADO > 0
               MOVE TOPE-EMPLEADO TO F-TOPE-EMPLEADO
               DISPLAY "Tope mensual de compras del personal: $"
                       F-TOPE-EMPLEADO
           END-IF.

      *>----------------------------------------------------
      *> TOPE MENSUAL: LO YA COMPRADO EN EL MES (LIBRO DEL
      *> PERSONAL) MÁS ESTA FACTURA. SI LO PASA Y NO HAY
      *> AUTORIZACIÓN, SE QUITA EL DESCUENTO DE PERSONAL Y SE
      *> RECALCULA; LA COMPRA QUEDA ANOTADA AL EMPLEADO PERO
      *> NO PUEDE IR A PLANILLA.
      *>----------------------------------------------------
       VERIFICAR-TOPE-EMPLEADO.
           MOVE 'N' TO TOPE-EXCEDIDO
           IF EMPLEADO-VENTA = 0 OR TOPE-EMPLEADO = 0
               OR GRAN-TOTAL-NETO <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE EMPLEADO-VENTA TO PERSONAL-EMPLEADO
           MOVE FECHA-VENTA (1:6) TO PERSONAL-MES
           PERFORM SUMAR-CONSUMO-PERSONAL
           IF PERSONAL-CONSUMO + GRAN-TOTAL-NETO <= TOPE-EMPLEADO
               EXIT PARAGRAPH
           END-IF
           MOVE PERSONAL-CONSUMO TO F-CONSUMO-EMPLEADO
           MOVE TOPE-EMPLEADO TO F-TOPE-EMPLEADO
           DISPLAY "El empleado lleva $" F-CONSUMO-EMPLEADO
                   " comprados este mes; con esta factura pasa "
                   "su tope de $" F-TOPE-EMPLEADO "."
           MOVE "TOPE PERSONAL" TO AUT-ACCION
           MOVE EMPLEADO-VENTA TO AUT-DOCUMENTO
           MOVE CAJA-REGISTRO TO AUT-CAJA
           PERFORM PEDIR-AUTORIZACION
           IF AUTORIZACION-OK = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO TOPE-EXCEDIDO
           PERFORM QUITAR-DESCUENTO-EMPLEADO
           MOVE 0 TO GRAN-TOTAL-BRUTO
           MOVE 0 TO GRAN-TOTAL-IVA
           MOVE 0 TO GRAN-TOTAL-NETO
           PERFORM CALCULAR-TOTALES
           MOVE GRAN-TOTAL-NETO TO F-NETO
           DISPLAY "Tope excedido: la compra sigue sin descuento "
                   "de personal y sin planilla. Nuevo total: $"
                   F-NETO.

      *>----------------------------------------------------
      *> SÓLO LAS LÍNEAS QUE SALEN Y QUE LLEVAN EL DESCUENTO
      *> DE PERSONAL; SI ADEMÁS ES SOCIO, VUELVE AL DE SOCIO.
      *>----------------------------------------------------
       QUITAR-DESCUENTO-EMPLEADO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               IF LI-SIGNO (IDX) = 1 AND LI-CAMPANIA (IDX) = 0
                   AND LI-DESCUENTO (IDX) = DESCUENTO-EMPLEADO
                   IF MIEMBRO-VENTA > 0
                       MOVE DESCUENTO-SOCIO TO LI-DESCUENTO (IDX)
                   ELSE
                       MOVE 0 TO LI-DESCUENTO (IDX)
                   END-IF
               END-IF
           END-PERFORM.

       CARGAR-IVA.
           OPEN INPUT ARCHIVO-IVA
           IF FS-IVA = "00"
               PERFORM VERIFICAR-DISPONIBLE

               IF DISPONIBLE-OK = 'S'
                   PERFORM APLICAR-CAMPANIA
                   IF CAMPANIA-LINEA = 0
                       EVALUATE TRUE
                           WHEN EMPLEADO-VENTA > 0
                               AND DESCUENTO-EMPLEADO > 0
                               AND (MIEMBRO-VENTA = 0
                                   OR DESCUENTO-EMPLEADO
                                      >= DESCUENTO-SOCIO)
                               MOVE DESCUENTO-EMPLEADO
                                   TO DESCUENTO-PCT
                           WHEN MIEMBRO-VENTA > 0
                               AND DESCUENTO-SOCIO > 0
                               MOVE DESCUENTO-SOCIO TO DESCUENTO-PCT
                           WHEN OTHER
                               DISPLAY "Ingrese % de descuento (0 "
                                       "si no aplica):"
                               ACCEPT DESCUENTO-PCT
                               IF DESCUENTO-PCT > LIMITE-DESCUENTO
                                   PERFORM AUTORIZAR-DESCUENTO
                               END-IF
                       END-EVALUATE
                   END-IF

                   ADD 1 TO TOTAL-LINEAS
                   MOVE EXENTO-IVA
                       TO LI-EXENTO    (TOTAL-LINEAS)
                   MOVE 1 TO LI-SIGNO (TOTAL-LINEAS)
                   MOVE CAMPANIA-LINEA
                       TO LI-CAMPANIA  (TOTAL-LINEAS)
                   IF CODIGO-PASE-DIA > 0 AND TIPO-TRANS = 'V'
                       AND CODIGO-PRODUCTO = CODIGO-PASE-DIA
                       PERFORM CAPTURAR-VISITANTES-PASE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> CAMPAÑA DE PROMOCIÓN VIGENTE PARA EL PRODUCTO (O SU
      *> FAMILIA) A LA FECHA DE LA VENTA: SU DESCUENTO SE
      *> APLICA SOLO, SIN PREGUNTAR AL CAJERO. SI EL
      *> DESCUENTO DE SOCIO O EL DE PERSONAL ES MAYOR, MANDA
      *> ÉSE (NO SE ACUMULAN) Y LA LÍNEA QUEDA SIN CAMPAÑA.
      *>----------------------------------------------------
       APLICAR-CAMPANIA.
           MOVE 0 TO CAMPANIA-LINEA
           MOVE CODIGO-PRODUCTO TO CAMPANIA-PRODUCTO
           MOVE FAMILIA-PRODUCTO TO CAMPANIA-FAMILIA
           MOVE FECHA-VENTA TO CAMPANIA-FECHA
           MOVE UNIDADES TO CAMPANIA-UNIDADES
           PERFORM BUSCAR-CAMPANIA-VIGENTE
           IF CAMPANIA-HALLADA = 'N'
               EXIT PARAGRAPH
           END-IF
           IF MIEMBRO-VENTA > 0
               AND DESCUENTO-SOCIO >= DESCUENTO-CAMPANIA
               EXIT PARAGRAPH
           END-IF
           IF EMPLEADO-VENTA > 0
               AND DESCUENTO-EMPLEADO >= DESCUENTO-CAMPANIA
               EXIT PARAGRAPH
           END-IF
           MOVE CAMPANIA-APLICADA TO CAMPANIA-LINEA
           MOVE DESCUENTO-CAMPANIA TO DESCUENTO-PCT
           MOVE DESCUENTO-CAMPANIA TO F-DESC-CAMPANIA
           DISPLAY "Campaña " CAMPANIA-APLICADA " ("
                   FUNCTION TRIM(CAMPANIA-NOMBRE) "): "
                   F-DESC-CAMPANIA "% de descuento.".

      *>----------------------------------------------------
      *> DISPONIBLE = EXISTENCIA - RESERVADO (SEPARE ABIERTO
      *> + COTIZACIONES VIGENTES). SI NO ALCANZA, LA LÍNEA NO
      *> SE AGREGA. EL PASE DE DÍA, EL RECARGO DE ALQUILER Y
      *> EL COBRO DE RESERVAS SON SERVICIOS Y NO SE VERIFICAN.
      *>----------------------------------------------------
       VERIFICAR-DISPONIBLE.
           MOVE 'S' TO DISPONIBLE-OK
               AND CODIGO-PRODUCTO = CODIGO-PASE-DIA
               EXIT PARAGRAPH
           END-IF
           IF CODIGO-RECARGO-ALQ > 0
               AND CODIGO-PRODUCTO = CODIGO-RECARGO-ALQ
               EXIT PARAGRAPH
           END-IF
           IF CODIGO-COBRO-RESERVA > 0
               AND CODIGO-PRODUCTO = CODIGO-COBRO-RESERVA
               EXIT PARAGRAPH
           END-IF
      *>    UN KIT NO LLEVA EXISTENCIA PROPIA: SU DISPONIBLE
      *>    SALE DE SUS COMPONENTES (EL MÍNIMO DE DISPONIBLE
      *>    ENTRE CANTIDAD, COMO LOS "KITS ARMABLES" DE
      *>               EL TICKET EN ESPERA NO GUARDA EL SIGNO DE
      *>               LAS LÍNEAS NI EL FOLIO ORIGINAL: UN CAMBIO
      *>               A MEDIAS NO PUEDE ESTACIONARSE.
                       EVALUATE TRUE
                           WHEN TIPO-TRANS = 'C'
                               DISPLAY "Un cambio no puede dejarse "
                                       "en espera; complételo o "
                                       "cancélelo."
                           WHEN PEDIDO-VENTA > 0
                               DISPLAY "La entrega de un pedido "
                                       "especial no puede dejarse "
                                       "en espera."
                           WHEN ALQUILER-VENTA > 0
                               DISPLAY "El cobro de un recargo de "
                                       "alquiler no puede dejarse "
                                       "en espera."
                           WHEN RESERVA-VENTA > 0
                               DISPLAY "El cobro de una reserva de "
                                       "instalación no puede "
                                       "dejarse en espera."
                           WHEN OTHER
                               MOVE 'S' TO VENTA-EN-ESPERA
                               MOVE 0 TO CODIGO-PRODUCTO
                               MOVE 'S' TO ENTRADA-VALIDA
                       END-EVALUATE
                   ELSE
                   IF FUNCTION TRIM(CODIGO-TXT) IS NOT NUMERIC
                       DISPLAY "Código inválido. Intente de nuevo."
                               MOVE PR-DESCRIPCION TO PRODUCTO
                               MOVE PR-PRECIO TO PRECIO-UNITARIO
                               MOVE PR-EXENTO-IVA TO EXENTO-IVA
                               MOVE PR-FAMILIA TO FAMILIA-PRODUCTO
                               PERFORM APLICAR-PRECIO-VIGENTE
                               MOVE PRECIO-UNITARIO
                                   TO F-PRECIO-SUGERIDO
      *> SI HAY UN PRECIO EN LA LISTA CON VIGENCIA PARA LA
      *> FECHA DE LA VENTA, ÉSE MANDA SOBRE EL PRECIO DEL
      *> MAESTRO (PERMITE CARGAR ALZAS POR ADELANTADO).
      *> A UN CLIENTE MAYORISTA O INSTITUCIONAL SE LE TOMA
      *> EL PRECIO DE SU NIVEL CUANDO LO HAY EN LA LISTA.
      *>----------------------------------------------------
       APLICAR-PRECIO-VIGENTE.
           MOVE CODIGO-PRODUCTO TO PRECIO-CODIGO
           MOVE FECHA-VENTA TO PRECIO-FECHA
           MOVE NIVEL-VENTA TO PRECIO-NIVEL
           PERFORM BUSCAR-PRECIO-VIGENTE
           IF PRECIO-HALLADO = 'S'
               MOVE PRECIO-VIGENTE TO PRECIO-UNITARIO
           END-IF
           IF PRECIO-DE-NIVEL = 'S'
               DISPLAY "Precio de nivel " NIVEL-VENTA
                       " del cliente."
           END-IF.

      *>----------------------------------------------------
      *> EL NIVEL SE TOMA DEL CLIENTE YA CAPTURADO (O DEL
      *> TICKET RECUPERADO / LA FACTURA DEL CAMBIO); LA
      *> VENTA DE MOSTRADOR ES SIEMPRE DETAL.
      *>----------------------------------------------------
       OBTENER-NIVEL-VENTA.
           MOVE CLIENTE-VENTA TO NIVEL-CLIENTE-BUSCADO
           PERFORM BUSCAR-NIVEL-CLIENTE
           MOVE NIVEL-CLIENTE TO NIVEL-VENTA
           EVALUATE NIVEL-VENTA
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
      *> VERIFICA EL LÍMITE DE CRÉDITO DEL CLIENTE: SALDO
      *> ABIERTO EN CARTERA MÁS EL SALDO POR PAGAR DE ESTE
      *> TICKET CONTRA SU TOPE. SIN REGISTRO DE LÍMITE LA
      *> VENTA PASA COMO SIEMPRE. CON EL CRÉDITO CONGELADO
      *> TODA VENTA A CRÉDITO PIDE SUPERVISOR.
      *>----------------------------------------------------
       VALIDAR-LIMITE-CREDITO.
           MOVE 'N' TO CREDITO-PERMITIDO
               MOVE 'S' TO CREDITO-PERMITIDO
               EXIT PARAGRAPH
           END-IF
           IF LIMITE-CONGELADO = 'S'
               DISPLAY "El crédito de este cliente está congelado."
               MOVE "CREDITO CONGELADO" TO AUT-ACCION
               MOVE CLIENTE-VENTA TO AUT-DOCUMENTO
               MOVE CAJA-REGISTRO TO AUT-CAJA
               PERFORM PEDIR-AUTORIZACION
               IF AUTORIZACION-OK = 'S'
                   MOVE 'S' TO CREDITO-PERMITIDO
               ELSE
                   DISPLAY "Crédito no autorizado; elija otra forma "
                           "de pago."
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM SUMAR-SALDO-CARTERA
           IF SALDO-ABIERTO-CLIENTE + SALDO-POR-PAGAR
               <= LIMITE-CREDITO
                   TO CODIGO-PASE-DIA
           END-IF.

       CARGAR-CODIGO-RECARGO-ALQ.
           MOVE "ALQUILER-RECARGO-CODIGO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CODIGO-RECARGO-ALQ
           END-IF.

       CARGAR-CODIGO-COBRO-RESERVA.
           MOVE "RESERVA-COBRO-CODIGO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CODIGO-COBRO-RESERVA
           END-IF.

      *>----------------------------------------------------
      *> UN VISITANTE POR CADA PASE VENDIDO EN LA LÍNEA; LOS
      *> DATOS QUEDAN EN LA TABLA Y SE GRABAN EN
                           MOVE ET-EXENTO
                               TO LI-EXENTO (TOTAL-LINEAS)
                           MOVE 1 TO LI-SIGNO (TOTAL-LINEAS)
                           IF ET-CAMPANIA IS NUMERIC
                               MOVE ET-CAMPANIA
                                   TO LI-CAMPANIA (TOTAL-LINEAS)
                           ELSE
                               MOVE 0 TO LI-CAMPANIA (TOTAL-LINEAS)
                           END-IF
                           MOVE ET-CLIENTE TO CLIENTE-VENTA
                           MOVE ET-MIEMBRO TO MIEMBRO-VENTA
                           IF ET-EMPLEADO IS NUMERIC
                               MOVE ET-EMPLEADO TO EMPLEADO-VENTA
                           ELSE
                               MOVE 0 TO EMPLEADO-VENTA
                           END-IF
                           MOVE 'S' TO TICKET-RECUPERADO
                       END-IF
               END-READ
           CLOSE ARCHIVO-TICKETS-TMP
           CALL "CBL_RENAME_FILE" USING "TICKETS-ESPERA.TMP"
                                         "TICKETS-ESPERA.DAT"
               RETURNING RESULT-CODE-TICKETS
           MOVE 'B' TO EVENTO-TICKET
           PERFORM REGISTRAR-TICKET-BORRADO.

      *>----------------------------------------------------
      *> DEJA RASTRO DEL TICKET RETIRADO ('B', CON LAS LÍNEAS
      *> E IMPORTE QUE TRAÍA), DE SU COBRO ('C', CON EL
      *> FOLIO) O DE SU VUELTA A ESPERA ('E', CON EL NÚMERO
      *> DE TICKET NUEVO) EN TICKETS-BORRADOS.DAT.
      *>----------------------------------------------------
       REGISTRAR-TICKET-BORRADO.
           MOVE 0 TO IMPORTE-TICKET
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               COMPUTE IMPORTE-TICKET ROUNDED = IMPORTE-TICKET
                   + LI-PRECIO (IDX) * LI-UNIDADES (IDX)
                   * (100 - LI-DESCUENTO (IDX)) / 100
           END-PERFORM
           OPEN EXTEND ARCHIVO-TICKETS-BORRADOS
           IF FS-TICKETS-BORRADOS = "35"
               OPEN OUTPUT ARCHIVO-TICKETS-BORRADOS
           END-IF
           ACCEPT TB-FECHA FROM DATE YYYYMMDD
           ACCEPT TB-HORA FROM TIME
           MOVE CAJA-REGISTRO TO TB-CAJA
           MOVE NUMERO-TICKET TO TB-TICKET
           MOVE EVENTO-TICKET TO TB-EVENTO
           MOVE CODIGO-OPERADOR TO TB-OPERADOR
           MOVE TURNO-VENTA TO TB-TURNO
           MOVE TOTAL-LINEAS TO TB-LINEAS
           MOVE IMPORTE-TICKET TO TB-IMPORTE
           EVALUATE EVENTO-TICKET
               WHEN 'C'
                   MOVE FOLIO TO TB-FOLIO
               WHEN 'E'
                   MOVE MAYOR-TICKET TO TB-FOLIO
               WHEN OTHER
                   MOVE 0 TO TB-FOLIO
           END-EVALUATE
           WRITE TICKET-BORRADO-REG
           CLOSE ARCHIVO-TICKETS-BORRADOS.

      *>----------------------------------------------------
      *> DEJA LA CAPTURA ACTUAL EN ESPERA CON EL SIGUIENTE
      *> NÚMERO DE TICKET LIBRE (MÁXIMO DEL ARCHIVO + 1). UN
      *> TICKET RECUPERADO QUE VUELVE A ESPERA DEJA EL
      *> EVENTO 'E' QUE CIERRA SU RETIRO.
      *>----------------------------------------------------
       GRABAR-TICKET-ESPERA.
           IF TOTAL-LINEAS = 0
               MOVE LI-PRECIO   (IDX) TO ET-PRECIO
               MOVE LI-DESCUENTO (IDX) TO ET-DESCUENTO
               MOVE LI-EXENTO   (IDX) TO ET-EXENTO
               MOVE LI-CAMPANIA (IDX) TO ET-CAMPANIA
               MOVE EMPLEADO-VENTA TO ET-EMPLEADO
               WRITE TICKET-ESPERA-REG
           END-PERFORM
           CLOSE ARCHIVO-TICKETS
           IF TICKET-RECUPERADO = 'S'
               MOVE 'E' TO EVENTO-TICKET
               PERFORM REGISTRAR-TICKET-BORRADO
           END-IF
           MOVE MAYOR-TICKET TO F-NUMERO-TICKET
           DISPLAY "Venta dejada en espera como ticket "
                   F-NUMERO-TICKET "; no se consumió folio.".
      *> PENDIENTE EN ESA FORMA (EL CASO DE UNA SOLA FORMA,
      *> QUE SE GRABA IGUAL QUE SIEMPRE).
      *>----------------------------------------------------
      *>----------------------------------------------------
      *> ENTREGA DE PEDIDO ESPECIAL: SE LISTAN LOS PEDIDOS
      *> LLEGADOS Y, SI EL CAJERO ELIGE UNO, LA VENTA QUEDA A
      *> NOMBRE DE SU CLIENTE CON LA LÍNEA DEL PEDIDO YA
      *> CARGADA (LAS UNIDADES ESTÁN APARTADAS, NO SE VUELVE
      *> A VERIFICAR EL DISPONIBLE). SE PUEDEN AGREGAR MÁS
      *> LÍNEAS DESPUÉS.
      *>----------------------------------------------------
       PREGUNTAR-PEDIDO-ESPECIAL.
           MOVE 0 TO PEDIDO-VENTA
           PERFORM MOSTRAR-PEDIDOS-LLEGADOS
           IF HAY-PEDIDOS = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Número de pedido especial a entregar (0 o "
                   "blanco si no es entrega):"
           ACCEPT PEDIDO-TXT
           IF PEDIDO-TXT = SPACES
               OR FUNCTION TRIM(PEDIDO-TXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (PEDIDO-TXT) TO PEDIDO-BUSCADO
           IF PEDIDO-BUSCADO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-PEDIDO
           IF PEDIDO-HALLADO = 'N' OR PD-ESTADO NOT = 'R'
               DISPLAY "Ese pedido no está listo para entregar; se "
                       "inicia venta normal."
               EXIT PARAGRAPH
           END-IF
           MOVE PD-CODIGO TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO = 'N'
               DISPLAY "El producto del pedido ya no existe en el "
                       "maestro; se inicia venta normal."
               EXIT PARAGRAPH
           END-IF
           MOVE PD-NUMERO TO PEDIDO-VENTA
           MOVE PD-ANTICIPO TO ANTICIPO-VENTA
           MOVE PD-CLIENTE TO CLIENTE-VENTA
           ADD 1 TO TOTAL-LINEAS
           MOVE PD-CODIGO TO LI-CODIGO (TOTAL-LINEAS)
           MOVE PD-PRODUCTO TO LI-PRODUCTO (TOTAL-LINEAS)
           MOVE PD-UNIDADES TO LI-UNIDADES (TOTAL-LINEAS)
           MOVE PD-PRECIO TO LI-PRECIO (TOTAL-LINEAS)
           MOVE 0 TO LI-DESCUENTO (TOTAL-LINEAS)
           MOVE PR-EXENTO-IVA TO LI-EXENTO (TOTAL-LINEAS)
           MOVE 1 TO LI-SIGNO (TOTAL-LINEAS)
           MOVE 0 TO LI-CAMPANIA (TOTAL-LINEAS)
           MOVE ANTICIPO-VENTA TO F-ANTICIPO-VENTA
           DISPLAY "Pedido " PD-NUMERO " del cliente " PD-CLIENTE
                   ": " PD-PRODUCTO " x" PD-UNIDADES
           DISPLAY "Anticipo a aplicar: $" F-ANTICIPO-VENTA
                   "; capture otras líneas si las hay.".

       MOSTRAR-PEDIDOS-LLEGADOS.
           MOVE 'N' TO HAY-PEDIDOS
           OPEN INPUT ARCHIVO-PEDIDOS
           IF FS-PEDIDOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-PEDIDOS
           PERFORM UNTIL FIN-PEDIDOS = 'S'
               READ ARCHIVO-PEDIDOS
                   AT END
                       MOVE 'S' TO FIN-PEDIDOS
                   NOT AT END
                       IF PE-ESTADO = 'R'
                           IF HAY-PEDIDOS = 'N'
                               DISPLAY "Pedidos especiales listos "
                                       "para entregar:"
                               MOVE 'S' TO HAY-PEDIDOS
                           END-IF
                           DISPLAY "  " PE-NUMERO " | Cliente "
                                   PE-CLIENTE " | " PE-PRODUCTO
                                   " x" PE-UNIDADES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS.

      *>----------------------------------------------------
      *> COBRO DE RECARGO DE ALQUILER: SE LISTAN LOS ALQUILERES
      *> DEVUELTOS CON ATRASO Y, SI EL CAJERO ELIGE UNO, SU
      *> RECARGO ENTRA COMO LÍNEA DEL PRODUCTO DE SERVICIO,
      *> SIN DESCUENTO. SIN ESE PRODUCTO CONFIGURADO NO SE
      *> PREGUNTA.
      *>----------------------------------------------------
       PREGUNTAR-RECARGO-ALQUILER.
           MOVE 0 TO ALQUILER-VENTA
           IF CODIGO-RECARGO-ALQ = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-RECARGOS-PENDIENTES
           IF HAY-ALQUILERES = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Número de alquiler cuyo recargo se cobra (0 o "
                   "blanco si no se cobra):"
           ACCEPT ALQUILER-TXT
           IF ALQUILER-TXT = SPACES
               OR FUNCTION TRIM(ALQUILER-TXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (ALQUILER-TXT) TO ALQUILER-BUSCADO
           IF ALQUILER-BUSCADO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-ALQUILER
           IF ALQUILER-HALLADO = 'N' OR AL-ESTADO NOT = 'R'
               DISPLAY "Ese alquiler no tiene recargo pendiente."
               EXIT PARAGRAPH
           END-IF
           MOVE CODIGO-RECARGO-ALQ TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO = 'N'
               DISPLAY "El producto de recargo de alquiler no existe "
                       "en el maestro; no se cobra."
               EXIT PARAGRAPH
           END-IF
           MOVE AL-NUMERO TO ALQUILER-VENTA
           ADD 1 TO TOTAL-LINEAS
           MOVE CODIGO-RECARGO-ALQ TO LI-CODIGO (TOTAL-LINEAS)
           MOVE SPACES TO LI-PRODUCTO (TOTAL-LINEAS)
           STRING "RECARGO ALQ " DELIMITED BY SIZE
                  AL-NUMERO DELIMITED BY SIZE
                  INTO LI-PRODUCTO (TOTAL-LINEAS)
           MOVE 1 TO LI-UNIDADES (TOTAL-LINEAS)
           MOVE AL-RECARGO TO LI-PRECIO (TOTAL-LINEAS)
           MOVE 0 TO LI-DESCUENTO (TOTAL-LINEAS)
           MOVE PR-EXENTO-IVA TO LI-EXENTO (TOTAL-LINEAS)
           MOVE 1 TO LI-SIGNO (TOTAL-LINEAS)
           MOVE 0 TO LI-CAMPANIA (TOTAL-LINEAS)
           MOVE AL-RECARGO TO F-RECARGO-ALQ
           DISPLAY "Recargo del alquiler " AL-NUMERO " ("
                   FUNCTION TRIM(AL-NOMBRE) "): $" F-RECARGO-ALQ.

       MOSTRAR-RECARGOS-PENDIENTES.
           MOVE 'N' TO HAY-ALQUILERES
           OPEN INPUT ARCHIVO-ALQUILERES
           IF FS-ALQUILERES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ALQUILERES
           PERFORM UNTIL FIN-ALQUILERES = 'S'
               READ ARCHIVO-ALQUILERES
                   AT END
                       MOVE 'S' TO FIN-ALQUILERES
                   NOT AT END
                       IF AQ-ESTADO = 'R'
                           IF HAY-ALQUILERES = 'N'
                               DISPLAY "Recargos de alquiler por "
                                       "cobrar:"
                               MOVE 'S' TO HAY-ALQUILERES
                           END-IF
                           MOVE AQ-RECARGO TO F-RECARGO-ALQ
                           DISPLAY "  " AQ-NUMERO " | " AQ-NOMBRE
                                   " | $" F-RECARGO-ALQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ALQUILERES.

      *>----------------------------------------------------
      *> COBRO DE RESERVA DE INSTALACIÓN: SE LISTAN LAS
      *> RESERVAS NO CANCELADAS CON COBRO PENDIENTE Y, SI EL
      *> CAJERO ELIGE UNA, SU TARIFA ENTRA COMO LÍNEA DEL
      *> PRODUCTO DE SERVICIO, SIN DESCUENTO. SIN ESE
      *> PRODUCTO CONFIGURADO NO SE PREGUNTA.
      *>----------------------------------------------------
       PREGUNTAR-COBRO-RESERVA.
           MOVE 0 TO RESERVA-VENTA
           IF CODIGO-COBRO-RESERVA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-RESERVAS-POR-COBRAR
           IF HAY-RESERVAS-INST = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Número de reserva que se cobra (0 o blanco si "
                   "no se cobra):"
           ACCEPT RESERVA-TXT
           IF RESERVA-TXT = SPACES
               OR FUNCTION TRIM(RESERVA-TXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (RESERVA-TXT) TO RESERVA-INST-BUSCADA
           IF RESERVA-INST-BUSCADA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-RESERVA-INST
           IF RESERVA-INST-HALLADA = 'N' OR RI-COBRO NOT = 'P'
               OR RI-ESTADO = 'X'
               DISPLAY "Esa reserva no tiene cobro pendiente."
               EXIT PARAGRAPH
           END-IF
           MOVE CODIGO-COBRO-RESERVA TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO = 'N'
               DISPLAY "El producto de cobro de reservas no existe "
                       "en el maestro; no se cobra."
               EXIT PARAGRAPH
           END-IF
           MOVE RI-NUMERO TO RESERVA-VENTA
           ADD 1 TO TOTAL-LINEAS
           MOVE CODIGO-COBRO-RESERVA TO LI-CODIGO (TOTAL-LINEAS)
           MOVE SPACES TO LI-PRODUCTO (TOTAL-LINEAS)
           STRING "RESERVA INST " DELIMITED BY SIZE
                  RI-NUMERO DELIMITED BY SIZE
                  INTO LI-PRODUCTO (TOTAL-LINEAS)
           MOVE 1 TO LI-UNIDADES (TOTAL-LINEAS)
           MOVE RI-TARIFA TO LI-PRECIO (TOTAL-LINEAS)
           MOVE 0 TO LI-DESCUENTO (TOTAL-LINEAS)
           MOVE PR-EXENTO-IVA TO LI-EXENTO (TOTAL-LINEAS)
           MOVE 1 TO LI-SIGNO (TOTAL-LINEAS)
           MOVE 0 TO LI-CAMPANIA (TOTAL-LINEAS)
           MOVE RI-TARIFA TO F-COBRO-RESERVA
           DISPLAY "Reserva " RI-NUMERO " del " RI-FECHA " "
                   RI-HORA ":00 (" FUNCTION TRIM(RI-NOMBRE)
                   "): $" F-COBRO-RESERVA.

       MOSTRAR-RESERVAS-POR-COBRAR.
           MOVE 'N' TO HAY-RESERVAS-INST
           OPEN INPUT ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-RESERVAS-INST
           PERFORM UNTIL FIN-RESERVAS-INST = 'S'
               READ ARCHIVO-RESERVAS-INST
                   AT END
                       MOVE 'S' TO FIN-RESERVAS-INST
                   NOT AT END
                       IF RN-COBRO = 'P' AND RN-ESTADO NOT = 'X'
                           IF HAY-RESERVAS-INST = 'N'
                               DISPLAY "Reservas de instalación por "
                                       "cobrar:"
                               MOVE 'S' TO HAY-RESERVAS-INST
                           END-IF
                           MOVE RN-TARIFA TO F-COBRO-RESERVA
                           DISPLAY "  " RN-NUMERO " | " RN-FECHA " "
                                   RN-HORA ":00 | " RN-NOMBRE
                                   " | $" F-COBRO-RESERVA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESERVAS-INST.

       CAPTURAR-FORMA-PAGO.
           IF TOTAL-LINEAS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GRAN-TOTAL-NETO TO SALDO-POR-PAGAR
           MOVE 0 TO TOTAL-PAGOS
           IF PEDIDO-VENTA > 0 AND ANTICIPO-VENTA > 0
               PERFORM APLICAR-ANTICIPO-PEDIDO
           END-IF
           PERFORM CAPTURAR-UN-PAGO
               UNTIL SALDO-POR-PAGAR = 0 OR TOTAL-PAGOS = MAX-PAGOS
           IF SALDO-POR-PAGAR NOT = 0
               MOVE "MIXTO" TO FORMA-PAGO
           END-IF.

      *>----------------------------------------------------
      *> EL ANTICIPO DEL PEDIDO ENTRA COMO PRIMERA FORMA DE
      *> PAGO, HASTA EL TOTAL DE LA VENTA; EL SALDO SE COBRA
      *> CON LAS FORMAS DE SIEMPRE.
      *>----------------------------------------------------
       APLICAR-ANTICIPO-PEDIDO.
           IF ANTICIPO-VENTA > SALDO-POR-PAGAR
               MOVE SALDO-POR-PAGAR TO MONTO-PAGO
           ELSE
               MOVE ANTICIPO-VENTA TO MONTO-PAGO
           END-IF
           ADD 1 TO TOTAL-PAGOS
           MOVE "ANTICIPO" TO PA-FORMA (TOTAL-PAGOS)
           MOVE MONTO-PAGO TO PA-MONTO (TOTAL-PAGOS)
           MOVE PEDIDO-VENTA TO PA-TARJETA (TOTAL-PAGOS)
           SUBTRACT MONTO-PAGO FROM SALDO-POR-PAGAR
           MOVE MONTO-PAGO TO F-MONTO-APLICADO
           DISPLAY "Anticipo del pedido " PEDIDO-VENTA
                   " aplicado: $" F-MONTO-APLICADO.

      *>----------------------------------------------------
      *> CAMBIO A FAVOR DEL CLIENTE: SE PREGUNTA EN QUÉ FORMA
      *> SE DEVUELVE LA DIFERENCIA Y QUEDA COMO UN PAGO ÚNICO
               DISPLAY "Forma en que se devuelve la diferencia "
                       "(EFECTIVO/TARJETA/TRANSFERENCIA/"
                       "NOTACREDITO):"
               IF EMPLEADO-VENTA > 0
                   DISPLAY "(compra del personal: también "
                           "PLANILLA)"
               END-IF
               ACCEPT FORMA-PAGO
               MOVE FUNCTION UPPER-CASE(FORMA-PAGO) TO FORMA-PAGO
               IF FORMA-PAGO = "EFECTIVO"
                  OR FORMA-PAGO = "TARJETA"
                  OR FORMA-PAGO = "TRANSFERENCIA"
                  OR FORMA-PAGO = "NOTACREDITO"
                  OR (FORMA-PAGO = "PLANILLA"
                      AND EMPLEADO-VENTA > 0)
                   MOVE 'S' TO PAGO-VALIDO
               ELSE
                   DISPLAY "Forma de pago inválida. Intente de "
           MOVE 0 TO PA-TARJETA (1)
           COMPUTE MONTO-PAGO = GRAN-TOTAL-NETO * -1
           MOVE MONTO-PAGO TO F-SALDO-POR-PAGAR
           EVALUATE FORMA-PAGO
               WHEN "NOTACREDITO"
                   DISPLAY "Se emitirá una nota de crédito por $"
                           F-SALDO-POR-PAGAR "."
               WHEN "PLANILLA"
                   DISPLAY "Se abonan $" F-SALDO-POR-PAGAR
                           " a la planilla del empleado."
               WHEN OTHER
                   DISPLAY "Devuelva al cliente $" F-SALDO-POR-PAGAR
                           " en " FORMA-PAGO "."
           END-EVALUATE.

       CAPTURAR-UN-PAGO.
           IF TOTAL-PAGOS > 0
           PERFORM UNTIL PAGO-VALIDO = 'S'
               DISPLAY "Forma de pago (EFECTIVO/TARJETA/TRANSFEREN"
                       "CIA/CREDITO/GIFTCARD/NOTACREDITO/USD/"
                       "PUNTOS/CHEQUE):"
               IF EMPLEADO-VENTA > 0 AND TOPE-EXCEDIDO = 'N'
                   DISPLAY "(compra del personal: también "
                           "PLANILLA)"
               END-IF
               ACCEPT FORMA-PAGO
               MOVE FUNCTION UPPER-CASE(FORMA-PAGO) TO FORMA-PAGO
               EVALUATE TRUE
                       IF USD-VALIDO = 'S'
                           MOVE 'S' TO PAGO-VALIDO
                       END-IF
                   WHEN FORMA-PAGO = "CHEQUE"
                       PERFORM VALIDAR-CHEQUE
                       IF CHEQUE-VALIDO = 'S'
                           MOVE 'S' TO PAGO-VALIDO
                       END-IF
                   WHEN FORMA-PAGO = "PLANILLA"
                       EVALUATE TRUE
                           WHEN EMPLEADO-VENTA = 0
                               DISPLAY "El descuento por planilla "
                                       "es sólo para compras del "
                                       "personal."
                           WHEN TOPE-EXCEDIDO = 'S'
                               DISPLAY "El empleado pasó su tope "
                                       "del mes; no puede pagar "
                                       "por planilla."
                           WHEN OTHER
                               MOVE 'S' TO PAGO-VALIDO
                       END-EVALUATE
                   WHEN OTHER
                       DISPLAY "Forma de pago inválida. Intente de "
                               "nuevo."
      *>           NOTA EN UN SOLO CAMPO DE 8 DÍGITOS (CCNNNNNN)
                   COMPUTE PA-TARJETA (TOTAL-PAGOS) =
                       CAJA-NOTA * 1000000 + NUMERO-NOTA
               WHEN "CHEQUE"
                   MOVE CHW-NUMERO TO PA-TARJETA (TOTAL-PAGOS)
                   MOVE 'S' TO CHEQUE-EN-VENTA
               WHEN OTHER
                   MOVE 0 TO PA-TARJETA (TOTAL-PAGOS)
           END-EVALUATE
               ADD TOTAL-NETO TO GRAN-TOTAL-NETO
           END-PERFORM.

      *>----------------------------------------------------
      *> CUPÓN DE UN SOLO USO (EMITIR-CUPONES). SE APLICA COMO
      *> DESCUENTO ADICIONAL SOBRE LAS LÍNEAS QUE CALIFICAN
      *> (TODAS, LAS DEL PRODUCTO O LAS DE LA FAMILIA), ASÍ EL
      *> IVA Y UN REVERSO POSTERIOR SALEN DE LAS MISMAS
      *> LÍNEAS. UN CUPÓN DE VALOR SE CONVIERTE AL %
      *> EQUIVALENTE SOBRE ESAS LÍNEAS (HASTA EL 100%). EL
      *> CUPÓN QUEDA USADO RECIÉN AL GRABAR LA VENTA.
      *>----------------------------------------------------
       CAPTURAR-CUPON.
           MOVE SPACES TO CUPON-VENTA
           MOVE 0 TO MONTO-CUPON
           DISPLAY "Código de cupón (ENTER = sin cupón):"
           ACCEPT CUPON-TXT
           IF CUPON-TXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CUPON-TXT))
               TO CUPON-BUSCADO
           PERFORM BUSCAR-CUPON
           IF CUPON-HALLADO = 'N'
               DISPLAY "El cupón no existe; la venta sigue sin "
                       "cupón."
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CL-ESTADO = 'U'
                   DISPLAY "El cupón ya fue usado el " CL-FECHA-USO
                           " (caja " CL-CAJA-USO ", folio "
                           CL-FOLIO-USO "); la venta sigue sin "
                           "cupón."
                   EXIT PARAGRAPH
               WHEN CL-ESTADO = 'A'
                   DISPLAY "El cupón está anulado; la venta sigue "
                           "sin cupón."
                   EXIT PARAGRAPH
               WHEN CL-VENCE < FECHA-VENTA
                   DISPLAY "El cupón venció el " CL-VENCE "; la "
                           "venta sigue sin cupón."
                   EXIT PARAGRAPH
               WHEN GRAN-TOTAL-NETO < CL-MINIMO
                   MOVE CL-MINIMO TO F-MONTO-CUPON
                   DISPLAY "El cupón exige una compra mínima de $"
                           F-MONTO-CUPON "; la venta sigue sin "
                           "cupón."
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM MARCAR-LINEAS-CUPON
           IF BASE-CUPON <= 0
               DISPLAY "Ninguna línea de la venta califica para el "
                       "cupón; la venta sigue sin cupón."
               EXIT PARAGRAPH
           END-IF
           IF CL-TIPO = 'P'
               MOVE CL-PORCENTAJE TO CUPON-PCT
           ELSE
               IF CL-VALOR >= BASE-CUPON
                   MOVE 100 TO CUPON-PCT
               ELSE
                   COMPUTE CUPON-PCT = CL-VALOR * 100 / BASE-CUPON
               END-IF
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               IF LINEA-CALIFICA (IDX) = 'S'
                   COMPUTE LI-DESCUENTO (IDX) = LI-DESCUENTO (IDX)
                       + (100 - LI-DESCUENTO (IDX)) * CUPON-PCT
                       / 100
               END-IF
           END-PERFORM
           MOVE GRAN-TOTAL-NETO TO TOTAL-ANTES-CUPON
           MOVE 0 TO GRAN-TOTAL-BRUTO
           MOVE 0 TO GRAN-TOTAL-IVA
           MOVE 0 TO GRAN-TOTAL-NETO
           PERFORM CALCULAR-TOTALES
           COMPUTE MONTO-CUPON = TOTAL-ANTES-CUPON - GRAN-TOTAL-NETO
           MOVE CUPON-BUSCADO TO CUPON-VENTA
           MOVE MONTO-CUPON TO F-MONTO-CUPON
           DISPLAY "Cupón " CUPON-VENTA " aplicado: -$"
                   F-MONTO-CUPON.

       MARCAR-LINEAS-CUPON.
           MOVE 0 TO BASE-CUPON
           IF CL-ALCANCE = 'F'
               OPEN INPUT ARCHIVO-PRODUCTOS
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               MOVE 'N' TO LINEA-CALIFICA (IDX)
               EVALUATE CL-ALCANCE
                   WHEN 'P'
                       IF LI-CODIGO (IDX) = CL-PRODUCTO
                           MOVE 'S' TO LINEA-CALIFICA (IDX)
                       END-IF
                   WHEN 'F'
                       IF LI-CODIGO (IDX) > 0
                           AND FS-PRODUCTOS = "00"
                           MOVE LI-CODIGO (IDX) TO PR-CODIGO
                           PERFORM BUSCAR-PRODUCTO
                           IF PRODUCTO-ENCONTRADO = 'S'
                               AND PR-FAMILIA = CL-FAMILIA
                               MOVE 'S' TO LINEA-CALIFICA (IDX)
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 'S' TO LINEA-CALIFICA (IDX)
               END-EVALUATE
               IF LINEA-CALIFICA (IDX) = 'S'
                   ADD LI-NETO (IDX) TO BASE-CUPON
               END-IF
           END-PERFORM
           IF CL-ALCANCE = 'F'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF.

      *>----------------------------------------------------
      *> EL REVERSO DEVUELVE AL CLIENTE EL NETO YA REBAJADO
      *> POR EL CUPÓN Y REACTIVA EL CUPÓN CANJEADO EN LA
      *> FACTURA ORIGINAL, SI LO HUBO.
      *>----------------------------------------------------
       BUSCAR-CUPON-REVERSO.
           MOVE SPACES TO CUPON-VENTA
           MOVE 0 TO MONTO-CUPON
           IF TOTAL-LINEAS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CAJA-ORIGINAL TO CUPON-CAJA
           MOVE FOLIO-REF TO CUPON-FOLIO
           PERFORM BUSCAR-CUPON-FOLIO
           MOVE CUPON-BUSCADO TO CUPON-VENTA.

       MOSTRAR-RECIBO.
           MOVE GRAN-TOTAL-BRUTO TO F-BRUTO
           MOVE GRAN-TOTAL-IVA   TO F-IVA
                           " = $" F-LINEA-NETO
               END-IF
           END-PERFORM
           IF CUPON-VENTA NOT = SPACES AND TIPO-TRANS = 'V'
               MOVE MONTO-CUPON TO F-MONTO-CUPON
               DISPLAY "Cupón " CUPON-VENTA "  : -$" F-MONTO-CUPON
           END-IF
           IF EMPLEADO-VENTA > 0
               DISPLAY "Compra del personal, empleado "
                       EMPLEADO-VENTA
           END-IF
           IF PEDIDO-VENTA > 0
               DISPLAY "Entrega del pedido especial " PEDIDO-VENTA
           END-IF
           IF ALQUILER-VENTA > 0
               DISPLAY "Recargo del alquiler " ALQUILER-VENTA
           END-IF
           IF RESERVA-VENTA > 0
               DISPLAY "Cobro de la reserva " RESERVA-VENTA
           END-IF
           MULTIPLY IVA BY 100 GIVING F-IVA-PCT
           DISPLAY "-------------------------------"
           DISPLAY "Total bruto     : $" F-BRUTO
               EXIT PARAGRAPH
           END-IF
           ACCEPT HORA-VENTA FROM TIME
           PERFORM INICIAR-TRANSACCION
           OPEN EXTEND ARCHIVO-VENTAS
           IF FS-VENTAS = "35"
               OPEN OUTPUT ARCHIVO-VENTAS
               MOVE HORA-VENTA TO VR-HORA
               MOVE MIEMBRO-VENTA TO VR-MIEMBRO
               MOVE TURNO-VENTA TO VR-TURNO
               MOVE LI-CAMPANIA (IDX) TO VR-CAMPANIA
               MOVE NIVEL-VENTA TO VR-NIVEL
               MOVE EMPLEADO-VENTA TO VR-EMPLEADO
               MOVE SUCURSAL-VENTA TO VR-SUCURSAL
               WRITE VENTA-REG
           END-PERFORM
           CLOSE ARCHIVO-VENTAS
           MOVE "VENTAS" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO-TRANSACCION
           IF TIPO-TRANS = 'R' OR TIPO-TRANS = 'C'
               PERFORM GRABAR-REFERENCIAS-REVERSO
               MOVE "REFERENCIAS" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO-TRANSACCION
           END-IF
           IF CUPON-VENTA NOT = SPACES
               PERFORM REGISTRAR-CUPON
           END-IF
           PERFORM ACTUALIZAR-EXISTENCIAS
           PERFORM REGISTRAR-SERIES-VENTA
           MOVE "SERIES" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO-TRANSACCION
           IF TIPO-TRANS = 'R'
               IF FORMA-PAGO = "CREDITO"
                   OR (FORMA-PAGO = "MIXTO"
                       AND MIXTO-TIENE-CREDITO = 'S')
                   PERFORM CANCELAR-CARTERA-REVERSO
                   MOVE "CARTERA-REV" TO TW-PASO
                   MOVE 0 TO TW-NUMERO
                   PERFORM MARCAR-PASO-TRANSACCION
               END-IF
      *>       EL REVERSO DE UN PAGO MIXTO DEJA EL DESGLOSE
      *>       ORIGINAL INVERTIDO EN EL ARCHIVO DE PAGOS DEL
      *>       DEVOLUCIÓN DE CADA FORMA REALMENTE COBRADA.
               IF FORMA-PAGO = "MIXTO"
                   PERFORM GRABAR-REVERSO-PAGOS
                   MOVE "DESGLOSE-REV" TO TW-PASO
                   MOVE 0 TO TW-NUMERO
                   PERFORM MARCAR-PASO-TRANSACCION
               END-IF
               IF EMITE-NOTA = 'S'
                   COMPUTE MONTO-NOTA = GRAN-TOTAL-NETO * -1
                   PERFORM EMITIR-NOTA-CREDITO
                   MOVE "NOTACRED" TO TW-PASO
                   MOVE 0 TO TW-NUMERO
                   PERFORM MARCAR-PASO-TRANSACCION
               END-IF
           ELSE
               PERFORM APLICAR-PAGOS
               PERFORM GRABAR-VISITAS-PASE
               MOVE "VISITAS" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO-TRANSACCION
           END-IF
           IF EMPLEADO-VENTA > 0
               PERFORM REGISTRAR-COMPRA-PERSONAL
               MOVE "PERSONAL" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO-TRANSACCION
           END-IF
           IF PEDIDO-VENTA > 0
               MOVE PEDIDO-VENTA TO PEDIDO-BUSCADO
               MOVE CAJA-REGISTRO TO PEDIDO-CAJA
               MOVE FOLIO TO PEDIDO-FOLIO
               MOVE FECHA-VENTA TO PEDIDO-FECHA
               PERFORM MARCAR-PEDIDO-FACTURADO
               MOVE "PEDIDO" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO-TRANSACCION
           END-IF
           IF ALQUILER-VENTA > 0
               MOVE ALQUILER-VENTA TO ALQUILER-BUSCADO
               MOVE CAJA-REGISTRO TO ALQUILER-CAJA
               MOVE FOLIO TO ALQUILER-FOLIO
               MOVE FECHA-VENTA TO ALQUILER-FECHA
               PERFORM MARCAR-ALQUILER-FACTURADO
               MOVE "ALQUILER" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO-TRANSACCION
           END-IF
           IF RESERVA-VENTA > 0
               MOVE RESERVA-VENTA TO RESERVA-INST-BUSCADA
               MOVE CAJA-REGISTRO TO RESERVA-INST-CAJA
               MOVE FOLIO TO RESERVA-INST-FOLIO
               MOVE FECHA-VENTA TO RESERVA-INST-FECHA
               PERFORM MARCAR-RESERVA-INST-FACTURADA
               MOVE "RESERVA" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO-TRANSACCION
           END-IF
           PERFORM CONFIRMAR-TRANSACCION.

      *>----------------------------------------------------
      *> INICIO DEL FOLIO EN EL DIARIO DE TRANSACCIONES, CON
      *> LAS FORMAS DE PAGO Y LOS POSTEOS DE REVERSO QUE
      *> CORRESPONDEN, PARA QUE RECUPERAR-VENTAS PUEDA
      *> TERMINARLO SIN LA SESIÓN DE CAJA.
      *>----------------------------------------------------
       INICIAR-TRANSACCION.
           MOVE CAJA-REGISTRO TO TW-CAJA
           MOVE FOLIO TO TW-FOLIO
           MOVE 'I' TO TW-EVENTO
           MOVE SPACES TO TW-PASO
           MOVE 0 TO TW-NUMERO
           MOVE TIPO-TRANS TO TW-TIPO
           MOVE FECHA-VENTA TO TW-FECHA-VENTA
           MOVE CLIENTE-VENTA TO TW-CLIENTE
           MOVE MIEMBRO-VENTA TO TW-MIEMBRO
           MOVE FOLIO-REF TO TW-FOLIO-REF
           MOVE CAJA-ORIGINAL TO TW-CAJA-REF
           MOVE 0 TO TW-FECHA-REF
           IF TIPO-TRANS = 'R' OR TIPO-TRANS = 'C'
               MOVE FECHA-ORIGINAL TO TW-FECHA-REF
           END-IF
           MOVE GRAN-TOTAL-NETO TO TW-TOTAL
           MOVE CODIGO-OPERADOR TO TW-OPERADOR
           MOVE TURNO-VENTA TO TW-TURNO
           MOVE TOTAL-LINEAS TO TW-LINEAS
           MOVE CUPON-VENTA TO TW-CUPON
           MOVE MONTO-CUPON TO TW-CUPON-MONTO
           PERFORM CALCULAR-COMPRA-PERSONAL
           MOVE EMPLEADO-VENTA TO TW-EMPLEADO
           MOVE PERSONAL-DESCUENTO TO TW-PERSONAL-DESC
           MOVE PERSONAL-PLANILLA TO TW-PERSONAL-PLANILLA
           MOVE PEDIDO-VENTA TO TW-PEDIDO
           MOVE ALQUILER-VENTA TO TW-ALQUILER
           MOVE RESERVA-VENTA TO TW-RESERVA
           MOVE 'N' TO TW-REV-CARTERA
           MOVE 'N' TO TW-REV-DESGLOSE
           MOVE 'N' TO TW-REV-NOTA
           MOVE 0 TO TW-TOTAL-PAGOS
           PERFORM VARYING TW-IDX FROM 1 BY 1 UNTIL TW-IDX > 5
               MOVE SPACES TO TW-FORMA (TW-IDX)
               MOVE 0 TO TW-MONTO (TW-IDX)
               MOVE 0 TO TW-REFERENCIA (TW-IDX)
           END-PERFORM
           IF TIPO-TRANS = 'R'
               IF FORMA-PAGO = "CREDITO"
                   OR (FORMA-PAGO = "MIXTO"
                       AND MIXTO-TIENE-CREDITO = 'S')
                   MOVE 'S' TO TW-REV-CARTERA
               END-IF
               IF FORMA-PAGO = "MIXTO"
                   MOVE 'S' TO TW-REV-DESGLOSE
               END-IF
               IF EMITE-NOTA = 'S'
                   MOVE 'S' TO TW-REV-NOTA
               END-IF
           ELSE
               MOVE TOTAL-PAGOS TO TW-TOTAL-PAGOS
               PERFORM VARYING IDX-PAGO FROM 1 BY 1
                       UNTIL IDX-PAGO > TOTAL-PAGOS
                   MOVE PA-FORMA (IDX-PAGO) TO TW-FORMA (IDX-PAGO)
                   MOVE PA-MONTO (IDX-PAGO) TO TW-MONTO (IDX-PAGO)
                   MOVE PA-TARJETA (IDX-PAGO)
                       TO TW-REFERENCIA (IDX-PAGO)
               END-PERFORM
           END-IF
           PERFORM GRABAR-TRANSACCION.

      *>----------------------------------------------------
      *> RENGLÓN DEL LIBRO DEL PERSONAL: EL DESCUENTO ES LO
      *> QUE BAJARON LAS LÍNEAS (ANTES DE IVA) Y LA PLANILLA
      *> LO COBRADO EN ESA FORMA. EN UN REVERSO AMBOS SALEN
      *> NEGATIVOS: UNO PAGADO SÓLO POR PLANILLA LA DEVUELVE
      *> COMPLETA; UNO MIXTO, LO QUE LA FACTURA ORIGINAL
      *> COBRÓ POR PLANILLA.
      *>----------------------------------------------------
       CALCULAR-COMPRA-PERSONAL.
           MOVE 0 TO PERSONAL-DESCUENTO
           MOVE 0 TO PERSONAL-PLANILLA
           IF EMPLEADO-VENTA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               COMPUTE DESCUENTO-LINEA ROUNDED =
                   LI-UNIDADES (IDX) * LI-PRECIO (IDX)
                   * LI-DESCUENTO (IDX) / 100
                   * SIGNO-TRANS * LI-SIGNO (IDX)
               ADD DESCUENTO-LINEA TO PERSONAL-DESCUENTO
           END-PERFORM
           IF TIPO-TRANS = 'R'
               EVALUATE FORMA-PAGO
                   WHEN "PLANILLA"
                       MOVE GRAN-TOTAL-NETO TO PERSONAL-PLANILLA
                   WHEN "MIXTO"
                       COMPUTE PERSONAL-PLANILLA =
                           PLANILLA-ORIGINAL * -1
               END-EVALUATE
           ELSE
               PERFORM VARYING IDX-PAGO FROM 1 BY 1
                       UNTIL IDX-PAGO > TOTAL-PAGOS
                   IF PA-FORMA (IDX-PAGO) = "PLANILLA"
                       ADD PA-MONTO (IDX-PAGO) TO PERSONAL-PLANILLA
                   END-IF
               END-PERFORM
           END-IF.

       REGISTRAR-COMPRA-PERSONAL.
           MOVE FECHA-VENTA TO PERSONAL-FECHA
           MOVE CAJA-REGISTRO TO PERSONAL-CAJA
           MOVE FOLIO TO PERSONAL-FOLIO
           MOVE TIPO-TRANS TO PERSONAL-TIPO
           MOVE EMPLEADO-VENTA TO PERSONAL-EMPLEADO
           MOVE GRAN-TOTAL-NETO TO PERSONAL-MONTO
           MOVE CAJA-ORIGINAL TO PERSONAL-CAJA-REF
           MOVE FOLIO-REF TO PERSONAL-FOLIO-REF
           MOVE CODIGO-OPERADOR TO PERSONAL-OPERADOR
           PERFORM GRABAR-COMPRA-PERSONAL.

      *>----------------------------------------------------
      *> REFERENCIA CRUZADA DEL REVERSO O CAMBIO: UNA ENTRADA
      *> EN REVERSOS.IDX POR CADA LÍNEA QUE VUELVE (TODAS EN
      *> UN REVERSO, LAS DE SIGNO -1 EN UN CAMBIO), CON LA
      *> LÍNEA DE LA FACTURA ORIGINAL A LA QUE CORRESPONDE.
      *> UNA CLAVE YA EXISTENTE NO SE DUPLICA.
      *>----------------------------------------------------
       GRABAR-REFERENCIAS-REVERSO.
           OPEN I-O ARCHIVO-REVERSOS
           IF FS-REVERSOS = "35"
               OPEN OUTPUT ARCHIVO-REVERSOS
           END-IF
           IF FS-REVERSOS NOT = "00"
               DISPLAY "No se pudo abrir REVERSOS.IDX ("
                       FS-REVERSOS "); ejecute RECONSTRUIR-REVERSOS."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               IF TIPO-TRANS = 'R' OR LI-SIGNO (IDX) = -1
                   MOVE CAJA-ORIGINAL TO XR-CAJA-ORIG
                   MOVE FOLIO-REF TO XR-FOLIO-ORIG
                   MOVE LI-LINEA-ORIG (IDX) TO XR-LINEA-ORIG
                   MOVE CAJA-REGISTRO TO XR-CAJA-MOV
                   MOVE FOLIO TO XR-FOLIO-MOV
                   IF TIPO-TRANS = 'R'
                       MOVE 'R' TO XR-TIPO
                   ELSE
                       MOVE 'D' TO XR-TIPO
                   END-IF
                   MOVE FECHA-VENTA TO XR-FECHA-MOV
                   MOVE LI-CODIGO (IDX) TO XR-CODIGO
                   MOVE LI-UNIDADES (IDX) TO XR-UNIDADES
                   MOVE LI-NETO (IDX) TO XR-MONTO
                   WRITE REFERENCIA-REVERSO-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-REVERSOS.

      *>----------------------------------------------------
      *> CANJE DEL CUPÓN CONTRA CAJA + FOLIO, O SU REACTIVACIÓN
      *> SI SE REVERSA LA FACTURA EN QUE SE CANJEÓ.
      *>----------------------------------------------------
       REGISTRAR-CUPON.
           MOVE CUPON-VENTA TO CUPON-BUSCADO
           IF TIPO-TRANS = 'R'
               MOVE CAJA-ORIGINAL TO CUPON-CAJA
               MOVE FOLIO-REF TO CUPON-FOLIO
               PERFORM REACTIVAR-CUPON
               IF CUPON-RESULTADO = 'S'
                   DISPLAY "El cupón " CUPON-VENTA " queda "
                           "disponible de nuevo."
                   MOVE "CUPON-REV" TO TW-PASO
                   MOVE 0 TO TW-NUMERO
                   PERFORM MARCAR-PASO-TRANSACCION
               ELSE
                   DISPLAY "No se pudo reactivar el cupón "
                           CUPON-VENTA "; avise al supervisor."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE CAJA-REGISTRO TO CUPON-CAJA
           MOVE FOLIO TO CUPON-FOLIO
           MOVE FECHA-VENTA TO CUPON-FECHA
           MOVE MONTO-CUPON TO CUPON-MONTO
           PERFORM MARCAR-CUPON-USADO
           IF CUPON-RESULTADO = 'S'
               MOVE "CUPON" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO-TRANSACCION
           ELSE
               DISPLAY "ATENCION: el cupón " CUPON-VENTA " no pudo "
                       "marcarse como usado (¿canjeado en otra caja "
                       "al mismo tiempo?); avise al supervisor."
           END-IF.

       MARCAR-PASO-TRANSACCION.
           MOVE 'P' TO TW-EVENTO
           PERFORM GRABAR-TRANSACCION.

       CONFIRMAR-TRANSACCION.
           MOVE 'C' TO TW-EVENTO
           MOVE SPACES TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM GRABAR-TRANSACCION.

      *>----------------------------------------------------
      *> AL ABRIR LA CAJA: SI QUEDARON FOLIOS DE ESTA CAJA SIN
      *> CONFIRMAR (LA TERMINAL SE CAYÓ EN MEDIO DEL POSTEO),
      *> SE CORRE RECUPERAR-VENTAS PARA TERMINARLOS O
      *> DEJARLOS LISTADOS AL SUPERVISOR ANTES DE VENDER.
      *>----------------------------------------------------
       REVISAR-FOLIOS-PENDIENTES.
           MOVE CAJA-REGISTRO TO TW-CAJA-FILTRO
           PERFORM CARGAR-TRANSACCIONES-ABIERTAS
           IF TOTAL-TX-ABIERTAS = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ATENCIÓN: la caja tiene " TOTAL-TX-ABIERTAS
                   " folio(s) que quedaron a medio grabar; se "
                   "completan ahora."
           MOVE SPACES TO COMANDO-RECUPERAR
           STRING "./RECUPERAR-VENTAS " DELIMITED BY SIZE
                  CAJA-REGISTRO DELIMITED BY SIZE
                  INTO COMANDO-RECUPERAR
           CALL "SYSTEM" USING COMANDO-RECUPERAR
           ON EXCEPTION
               DISPLAY "No se pudo ejecutar RECUPERAR-VENTAS; "
                       "avise al supervisor."
           END-CALL.

      *>----------------------------------------------------
      *> APLICA CADA FORMA DE PAGO CAPTURADA: EL CRÉDITO
      *> CARGA SU MONTO A LA CARTERA, LA GIFT CARD SE
                   WHEN "USD"
                       MOVE PA-MONTO (IDX-PAGO) TO MONTO-APLICADO
                       PERFORM GRABAR-DIVISA
                   WHEN "CHEQUE"
                       PERFORM GRABAR-CHEQUE-VENTA
                   WHEN "NOTACREDITO"
                       IF PA-MONTO (IDX-PAGO) < 0
                           COMPUTE MONTO-NOTA =
                           PERFORM APLICAR-NOTA-CREDITO
                       END-IF
               END-EVALUATE
               MOVE "PAGO" TO TW-PASO
               MOVE IDX-PAGO TO TW-NUMERO
               PERFORM MARCAR-PASO-TRANSACCION
           END-PERFORM
           IF TOTAL-PAGOS > 1
               PERFORM GRABAR-PAGOS-VENTA
               MOVE "DESGLOSE" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO-TRANSACCION
           END-IF
           PERFORM ACUMULAR-PUNTOS
           MOVE "PUNTOS" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO-TRANSACCION.

      *>----------------------------------------------------
      *> ACUMULACIÓN DE PUNTOS: SÓLO VENTAS (TIPO 'V') CON
           DISPLAY "Tasa USD del día: " F-TASA-CAMBIO " pesos."
           MOVE 'S' TO USD-VALIDO.

      *>----------------------------------------------------
      *> DATOS DEL CHEQUE. CUALQUIER DATO INVÁLIDO DEVUELVE A
      *> LA PREGUNTA DE FORMA DE PAGO.
      *>----------------------------------------------------
       VALIDAR-CHEQUE.
           MOVE 'N' TO CHEQUE-VALIDO
           IF CHEQUE-EN-VENTA = 'S'
               DISPLAY "Se acepta un solo cheque por venta."
               EXIT PARAGRAPH
           END-IF
           IF CLIENTE-VENTA = 0
               DISPLAY "El pago con cheque requiere un cliente "
                       "identificado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Banco del cheque:"
           ACCEPT CHW-BANCO
           MOVE FUNCTION UPPER-CASE(CHW-BANCO) TO CHW-BANCO
           IF CHW-BANCO = SPACES
               DISPLAY "Debe indicar el banco."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Número del cheque:"
           ACCEPT CHEQUE-TXT
           IF FUNCTION TRIM(CHEQUE-TXT) IS NOT NUMERIC
               OR FUNCTION NUMVAL (CHEQUE-TXT) = 0
               OR FUNCTION NUMVAL (CHEQUE-TXT) > 99999999
               DISPLAY "Número de cheque inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CHEQUE-TXT) TO CHW-NUMERO
           DISPLAY "RUT del girador:"
           ACCEPT RUT-ENTRADA
           PERFORM VALIDAR-RUT
           IF RUT-VALIDO = 'N'
               DISPLAY "RUT del girador inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE RUT-NORMALIZADO TO CHW-RUT-GIRADOR
           MOVE RUT-NORMALIZADO TO RUT-GIRADOR-BUSCADO
           PERFORM VERIFICAR-GIRADOR
           IF GIRADOR-BLOQUEADO = 'S'
               DISPLAY "El girador " RUT-NORMALIZADO " tiene "
                       PROTESTOS-GIRADOR " cheque(s) protestado(s);"
                       " no se le reciben cheques."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-PLAZO-CHEQUE
           DISPLAY "Fecha de depósito (AAAAMMDD, ENTER = hoy):"
           ACCEPT CHEQUE-TXT
           IF CHEQUE-TXT = SPACES
               MOVE FECHA-VENTA TO CHW-FECHA-DEPOSITO
           ELSE
               IF FUNCTION TRIM(CHEQUE-TXT) IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (CHEQUE-TXT)) NOT = 0
                   DISPLAY "Fecha de depósito inválida."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL (CHEQUE-TXT)
                   TO CHW-FECHA-DEPOSITO
           END-IF
           IF CHW-FECHA-DEPOSITO < FECHA-VENTA
               DISPLAY "La fecha de depósito no puede ser anterior "
                       "a hoy."
               EXIT PARAGRAPH
           END-IF
           IF CHW-FECHA-DEPOSITO > CHEQUE-FECHA-LIMITE
               DISPLAY "No se reciben cheques a más de "
                       CHEQUE-PLAZO-MAXIMO " días (hasta el "
                       CHEQUE-FECHA-LIMITE ")."
               EXIT PARAGRAPH
           END-IF
           IF CHW-FECHA-DEPOSITO > FECHA-VENTA
               DISPLAY "Cheque a fecha: se deposita el "
                       CHW-FECHA-DEPOSITO "."
           END-IF
           MOVE 'S' TO CHEQUE-VALIDO.

       CARGAR-PLAZO-CHEQUE.
           PERFORM CARGAR-PARAMETROS
           MOVE "CHEQUE-PLAZO-MAXIMO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CHEQUE-PLAZO-MAXIMO
           END-IF
           COMPUTE CHEQUE-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FECHA-VENTA)
                + CHEQUE-PLAZO-MAXIMO).

       GRABAR-CHEQUE-VENTA.
           MOVE PA-MONTO (IDX-PAGO) TO CHW-MONTO
           MOVE FECHA-VENTA TO CHW-FECHA-RECEPCION
           MOVE CAJA-REGISTRO TO CHW-CAJA
           MOVE FOLIO TO CHW-FOLIO
           MOVE CLIENTE-VENTA TO CHW-CLIENTE
           MOVE CODIGO-OPERADOR TO CHW-OPERADOR
           PERFORM AGREGAR-CHEQUE
           DISPLAY "Cheque " CHW-NUMERO " registrado en cartera "
                   "con el número interno " CHW-ID ".".

       GRABAR-DIVISA.
           MOVE SPACES TO NOMBRE-ARCHIVO-DIVISAS
           STRING "DIVISAS-" DELIMITED BY SIZE
               MOVE PA-MONTO (IDX-PAGO) TO PG-MONTO
               MOVE PA-TARJETA (IDX-PAGO) TO PG-REFERENCIA
               MOVE TURNO-VENTA TO PG-TURNO
               MOVE SUCURSAL-VENTA TO PG-SUCURSAL
               WRITE PAGOS-VENTA-REG
           END-PERFORM
           CLOSE ARCHIVO-PAGOS-VENTA.
                       DISPLAY "Reponga al cliente los puntos "
                               "equivalentes a $" F-MONTO-APLICADO
                               " a mano."
                   WHEN "PLANILLA"
                       DISPLAY "Se abonan $" F-MONTO-APLICADO
                               " a la planilla del empleado."
                   WHEN "ANTICIPO"
                       DISPLAY "Devuelva $" F-MONTO-APLICADO
                               " del anticipo en EFECTIVO."
                   WHEN OTHER
                       DISPLAY "Devuelva $" F-MONTO-APLICADO
                               " en " PA-FORMA (IDX-PAGO) "."
      *>    EL CRÉDITO SE CANCELA EN CARTERA Y EL MIXTO SE
      *>    DEVUELVE FORMA POR FORMA CON SU DESGLOSE
      *>    ORIGINAL; LA NOTA SÓLO SUSTITUYE DEVOLUCIONES DE
      *>    UNA SOLA FORMA EN DINERO. LA PLANILLA SE DEVUELVE
      *>    EN EL LIBRO DEL PERSONAL.
           IF FORMA-PAGO = "CREDITO" OR FORMA-PAGO = "MIXTO"
               OR FORMA-PAGO = "PLANILLA"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "¿Emitir nota de crédito en lugar de devolver "
           MOVE MONTO-CARTERA TO CR-SALDO
           MOVE 'A' TO CR-ESTADO
           MOVE CAJA-REGISTRO TO CR-CAJA
           MOVE SPACE TO CR-CLASE
           MOVE 0 TO CR-REF-CAJA
           MOVE 0 TO CR-REF-FOLIO
           WRITE CARTERA-REG
           CLOSE ARCHIVO-CARTERA
           DISPLAY "Factura registrada en cartera de crédito.".
                   MOVE LI-UNIDADES (IDX) TO UNIDADES-MOV
                   PERFORM MOVER-EXISTENCIA-LINEA
               END-IF
               MOVE "LINEA" TO TW-PASO
               MOVE IDX TO TW-NUMERO
               PERFORM MARCAR-PASO-TRANSACCION
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS
           MOVE "EXISTENCIAS" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO-TRANSACCION.

       MOVER-EXISTENCIA-LINEA.
      *>    EL PASE DE DÍA, EL RECARGO DE ALQUILER Y EL COBRO
      *>    DE RESERVAS SON SERVICIOS: NO TOCAN EXISTENCIA NI
      *>    KARDEX.
           IF CODIGO-PASE-DIA > 0 AND CODIGO-MOV = CODIGO-PASE-DIA
               EXIT PARAGRAPH
           END-IF
           IF CODIGO-RECARGO-ALQ > 0
               AND CODIGO-MOV = CODIGO-RECARGO-ALQ
               EXIT PARAGRAPH
           END-IF
           IF CODIGO-COBRO-RESERVA > 0
               AND CODIGO-MOV = CODIGO-COBRO-RESERVA
               EXIT PARAGRAPH
           END-IF
           MOVE CODIGO-MOV TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO = 'S'
               END-REWRITE
           END-IF.

      *>----------------------------------------------------
      *> ARTÍCULOS SERIALIZADOS: UNA SERIE POR UNIDAD. LA
      *> QUE SALE DEBE ESTAR EN STOCK (D) PARA ESE PRODUCTO;
      *> UNA SIN ENTRADA REGISTRADA SÓLO PASA CON FIRMA DE
      *> SUPERVISOR. LA QUE VUELVE EN UN CAMBIO DEBE HABERSE
      *> VENDIDO EN LA FACTURA ORIGINAL.
      *>----------------------------------------------------
       CAPTURAR-SERIES-VENTA.
           MOVE 0 TO TOTAL-SERIES-VENTA
           IF TOTAL-LINEAS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-PRODUCTOS
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-LINEAS
               MOVE LI-CODIGO (IDX) TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               IF PRODUCTO-ENCONTRADO = 'S'
                   AND PR-SERIALIZADO = 'S'
                   PERFORM CAPTURAR-SERIES-LINEA
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS.

       CAPTURAR-SERIES-LINEA.
           IF TOTAL-SERIES-VENTA + LI-UNIDADES (IDX)
               > MAX-SERIES-VENTA
               DISPLAY "Demasiadas unidades serializadas en el "
                       "ticket; las series de "
                       FUNCTION TRIM(LI-PRODUCTO (IDX))
                       " no quedan registradas."
               EXIT PARAGRAPH
           END-IF
           IF LI-SIGNO (IDX) = -1
               DISPLAY FUNCTION TRIM(LI-PRODUCTO (IDX))
                       " (devuelto): capture la serie de cada "
                       "unidad."
           ELSE
               DISPLAY FUNCTION TRIM(LI-PRODUCTO (IDX))
                       ": capture la serie de cada unidad."
           END-IF
           MOVE LI-UNIDADES (IDX) TO F-SERIE-UNIDADES
           MOVE 0 TO SERIES-LINEA
           PERFORM PEDIR-SERIE-VENTA
               UNTIL SERIES-LINEA = LI-UNIDADES (IDX).

       PEDIR-SERIE-VENTA.
           COMPUTE F-SERIE-UNIDAD = SERIES-LINEA + 1
           DISPLAY "Serie " FUNCTION TRIM(F-SERIE-UNIDAD) " de "
                   FUNCTION TRIM(F-SERIE-UNIDADES) ":"
           MOVE SPACES TO SR-SERIE
           ACCEPT SR-SERIE
           MOVE FUNCTION UPPER-CASE(SR-SERIE) TO SR-SERIE
           IF SR-SERIE = SPACES
               DISPLAY "La serie es obligatoria."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SERIE-REPETIDA
           PERFORM VARYING IDX-SERIE FROM 1 BY 1
                   UNTIL IDX-SERIE > TOTAL-SERIES-VENTA
               IF SV-CODIGO (IDX-SERIE) = LI-CODIGO (IDX)
                   AND SV-SERIE (IDX-SERIE) = SR-SERIE
                   MOVE 'S' TO SERIE-REPETIDA
               END-IF
           END-PERFORM
           IF SERIE-REPETIDA = 'S'
               DISPLAY "Esa serie ya está en el ticket."
               EXIT PARAGRAPH
           END-IF
           MOVE LI-CODIGO (IDX) TO SR-CODIGO
           PERFORM BUSCAR-SERIE
           IF LI-SIGNO (IDX) = -1
               PERFORM VALIDAR-SERIE-DEVUELTA
           ELSE
               PERFORM VALIDAR-SERIE-VENDIDA
           END-IF.

       VALIDAR-SERIE-VENDIDA.
           IF SR-HALLADA = 'S'
               IF SR-ESTADO NOT = 'D'
                   DISPLAY "La serie ya figura vendida (caja "
                           SR-CAJA ", folio " SR-FOLIO ", "
                           SR-FECHA-VENTA ")."
                   EXIT PARAGRAPH
               END-IF
               PERFORM AGREGAR-SERIE-VENTA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "La serie " FUNCTION TRIM(SR-SERIE)
                   " no está registrada en ninguna entrada."
           MOVE "SERIE-NO-REG" TO AUT-ACCION
           MOVE 0 TO AUT-DOCUMENTO
           MOVE CAJA-REGISTRO TO AUT-CAJA
           PERFORM PEDIR-AUTORIZACION
           IF AUTORIZACION-OK NOT = 'S'
               DISPLAY "Serie rechazada."
               EXIT PARAGRAPH
           END-IF
           PERFORM AGREGAR-SERIE-VENTA.

      *>    LA SERIE QUE VUELVE DEBE SER DE LA FACTURA ORIGINAL;
      *>    UNA VENTA ANTERIOR AL CONTROL DE SERIES (SIN
      *>    REGISTRO) PASA CON FIRMA DE SUPERVISOR.
       VALIDAR-SERIE-DEVUELTA.
           IF SR-HALLADA = 'S'
               IF SR-ESTADO NOT = 'V'
                   OR SR-CAJA NOT = CAJA-ORIGINAL
                   OR SR-FOLIO NOT = FOLIO-REF
                   OR SR-FECHA-VENTA NOT = FECHA-ORIGINAL
                   DISPLAY "La serie no se vendió en la factura "
                           "original."
                   EXIT PARAGRAPH
               END-IF
               PERFORM AGREGAR-SERIE-VENTA
               EXIT PARAGRAPH
           END-IF
           DISPLAY "La serie " FUNCTION TRIM(SR-SERIE)
                   " no está registrada."
           MOVE "SERIE-NO-REG" TO AUT-ACCION
           MOVE FOLIO-REF TO AUT-DOCUMENTO
           MOVE CAJA-REGISTRO TO AUT-CAJA
           PERFORM PEDIR-AUTORIZACION
           IF AUTORIZACION-OK NOT = 'S'
               DISPLAY "Serie rechazada."
               EXIT PARAGRAPH
           END-IF
           PERFORM AGREGAR-SERIE-VENTA.

       AGREGAR-SERIE-VENTA.
           ADD 1 TO TOTAL-SERIES-VENTA
           MOVE IDX TO SV-LINEA (TOTAL-SERIES-VENTA)
           MOVE LI-CODIGO (IDX) TO SV-CODIGO (TOTAL-SERIES-VENTA)
           MOVE SR-SERIE TO SV-SERIE (TOTAL-SERIES-VENTA)
           ADD 1 TO SERIES-LINEA.

      *>----------------------------------------------------
      *> SERIES.DAT: LO VENDIDO QUEDA CONTRA CAJA, FOLIO,
      *> FECHA Y CLIENTE; LO QUE VUELVE EN UN CAMBIO REGRESA
      *> A STOCK. UN REVERSO DEVUELVE TODAS LAS SERIES DE LA
      *> FACTURA ORIGINAL.
      *>----------------------------------------------------
       REGISTRAR-SERIES-VENTA.
           IF TIPO-TRANS = 'R'
               MOVE CAJA-ORIGINAL TO SR-CAJA
               MOVE FOLIO-REF TO SR-FOLIO
               MOVE FECHA-ORIGINAL TO SR-FECHA-VENTA
               PERFORM DEVOLVER-SERIES-FOLIO
               IF SR-DEVUELTAS > 0
                   DISPLAY "Series devueltas a stock: "
                           SR-DEVUELTAS
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-SERIE FROM 1 BY 1
                   UNTIL IDX-SERIE > TOTAL-SERIES-VENTA
               MOVE SV-CODIGO (IDX-SERIE) TO SR-CODIGO
               MOVE SV-SERIE (IDX-SERIE) TO SR-SERIE
               PERFORM BUSCAR-SERIE
               IF LI-SIGNO (SV-LINEA (IDX-SERIE)) = -1
                   MOVE 'D' TO SR-ESTADO
                   MOVE 0 TO SR-CAJA
                   MOVE 0 TO SR-FOLIO
                   MOVE 0 TO SR-FECHA-VENTA
                   MOVE 0 TO SR-CLIENTE
               ELSE
                   MOVE 'V' TO SR-ESTADO
                   MOVE CAJA-REGISTRO TO SR-CAJA
                   MOVE FOLIO TO SR-FOLIO
                   MOVE FECHA-VENTA TO SR-FECHA-VENTA
                   MOVE CLIENTE-VENTA TO SR-CLIENTE
               END-IF
               IF SR-HALLADA = 'S'
                   PERFORM ACTUALIZAR-SERIE
               ELSE
                   MOVE SV-CODIGO (IDX-SERIE) TO SR-CODIGO
                   MOVE 0 TO SR-PROVEEDOR
                   MOVE 0 TO SR-OC
                   MOVE FECHA-VENTA TO SR-FECHA-ENTRADA
                   PERFORM REGISTRAR-SERIE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> ESCRIBE EL DOCUMENTO IMPRESO DE LA FACTURA EN UN
      *> ARCHIVO POR CAJA Y FOLIO (FACTURA-NN-NNNNNN.TXT),
      *> CON LOS DATOS DE LA TIENDA DE PARAMETROS.DAT Y LOS
      *> DEL COMPRADOR DE CLIENTES.IDX. LA COPIA DEL CLIENTE
      *> PUEDE REGENERARSE CON REIMPRIMIR-FACTURA.
      *>----------------------------------------------------
       GRABAR-FACTURA.
           IF TOTAL-LINEAS = 0
                  CLIENTE-VENTA DELIMITED BY SIZE
                  INTO LINEA-DOC
           WRITE LINEA-FACTURA FROM LINEA-DOC
           MOVE CLIENTE-VENTA TO CLIENTE-RECEPTOR
           PERFORM LEER-DATOS-RECEPTOR
           PERFORM VARYING IDX-RECEPTOR FROM 1 BY 1
                   UNTIL IDX-RECEPTOR > TOTAL-LINEAS-RECEPTOR
               WRITE LINEA-FACTURA FROM LINEA-RECEPTOR (IDX-RECEPTOR)
           END-PERFORM

           MOVE "-------------------------------" TO LINEA-DOC
           WRITE LINEA-FACTURA FROM LINEA-DOC
               WRITE LINEA-FACTURA FROM LINEA-DOC
           END-PERFORM

           IF CUPON-VENTA NOT = SPACES AND TIPO-TRANS = 'V'
               MOVE MONTO-CUPON TO F-MONTO-CUPON
               MOVE SPACES TO LINEA-DOC
               STRING "Cupón " DELIMITED BY SIZE
                      CUPON-VENTA DELIMITED BY SIZE
                      "  : -$" DELIMITED BY SIZE
                      F-MONTO-CUPON DELIMITED BY SIZE
                      INTO LINEA-DOC
               WRITE LINEA-FACTURA FROM LINEA-DOC
           END-IF
           MOVE "-------------------------------" TO LINEA-DOC
           WRITE LINEA-FACTURA FROM LINEA-DOC

       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY PRECIOS-RUTINAS.
       COPY CAMPANIAS-RUTINAS.
       COPY CANDADO-RUTINAS.
       COPY AUTORIZA-RUTINAS.
       COPY TURNOS-RUTINAS.
       COPY LIMITES-CREDITO-RUTINAS.
       COPY UBICACIONES-RUTINAS.
       COPY LOTES-RUTINAS.
       COPY SERIES-RUTINAS.
       COPY RESERVAS-RUTINAS.
       COPY TRANSACCIONES-RUTINAS.
       COPY CUPONES-RUTINAS.
       COPY COMPRAS-PERSONAL-RUTINAS.
       COPY PEDIDOS-ESPECIALES-RUTINAS.
       COPY ALQUILERES-RUTINAS.
       COPY INSTALACIONES-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
       COPY CHEQUES-RUTINAS.
       COPY RUT-RUTINAS.
       COPY PERIODOS-RUTINAS.
