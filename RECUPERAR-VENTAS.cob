       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERAR-VENTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-VENTAS ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
           SELECT ARCHIVO-PAGOS-VENTA
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PAGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGOS-VENTA.
           SELECT ARCHIVO-CARTERA-TMP ASSIGN TO "CARTERA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTERA-TMP.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
       COPY TRANSACCIONES-SELECT.
       COPY REVERSOS-IDX-SELECT.
       COPY CUPONES-SELECT.
       COPY COMPRAS-PERSONAL-SELECT.
       COPY PEDIDOS-ESPECIALES-SELECT.
       COPY ALQUILERES-SELECT.
       COPY INSTALACIONES-SELECT.
       COPY PRODUCTOS-SELECT.
       COPY KITS-SELECT.
       COPY SERIES-SELECT.
       COPY KARDEX-SELECT.
       COPY UBICACIONES-SELECT.
       COPY LOTES-SELECT.
       COPY CARTERA-SELECT.
       COPY PARAMETROS-SELECT.
       COPY OPERADORES-SELECT.
       COPY AUTORIZA-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       FD  ARCHIVO-PAGOS-VENTA.
       01  PAGOS-VENTA-REG.
       COPY PAGOS-VENTA-REG.

       FD  ARCHIVO-CARTERA-TMP.
       01  CARTERA-TMP-REG        PIC X(58).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       COPY TRANSACCIONES-FD.
       COPY REVERSOS-IDX-FD.
       COPY CUPONES-FD.
       COPY COMPRAS-PERSONAL-FD.
       COPY PEDIDOS-ESPECIALES-FD.
       COPY ALQUILERES-FD.
       COPY INSTALACIONES-FD.
       COPY PRODUCTOS-FD.
       COPY KITS-FD.
       COPY SERIES-FD.
       COPY KARDEX-FD.
       COPY UBICACIONES-FD.
       COPY LOTES-FD.
       COPY CARTERA-FD.
       COPY PARAMETROS-FD.
       COPY OPERADORES-FD.
       COPY AUTORIZA-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       COPY TRANSACCIONES-WS.
       COPY CUPONES-WS.
       COPY COMPRAS-PERSONAL-WS.
       COPY PEDIDOS-ESPECIALES-WS.
       COPY ALQUILERES-WS.
       COPY INSTALACIONES-WS.
       COPY PRODUCTOS-WS.
       COPY KITS-WS.
       COPY SERIES-WS.
       COPY KARDEX-WS.
       COPY UBICACIONES-WS.
       COPY LOTES-WS.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.
       COPY AUTORIZA-WS.
       COPY ENCABEZADO-WS.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> RECUPERACIÓN DE FOLIOS A MEDIO GRABAR: LEE EL DIARIO
       *> DE TRANSACCIONES DE CAJA, Y PARA CADA FOLIO SIN
       *> CONFIRMAR TERMINA LOS POSTEOS QUE SE PUEDEN REHACER
       *> SIN EL CAJERO (EXISTENCIAS Y KARDEX, CARGO A
       *> CRÉDITO, DESGLOSE DE PAGOS, CANCELACIÓN DEL CRÉDITO
       *> EN UN REVERSO, REFERENCIA CRUZADA EN REVERSOS.IDX,
       *> CANJE O REACTIVACIÓN DEL CUPÓN, RENGLÓN DEL LIBRO
       *> DE COMPRAS DEL PERSONAL, PEDIDO ESPECIAL ENTREGADO,
       *> RECARGO DE ALQUILER COBRADO, RESERVA DE INSTALACIÓN
       *> COBRADA, SERIES DEVUELTAS EN UN REVERSO)
       *> Y LISTA EN RECUPERACION-AAAAMMDD.TXT
       *> LO QUE NECESITA UN SUPERVISOR (GIFT CARD, PUNTOS,
       *> DIVISAS, NOTAS DE CRÉDITO, VISITAS, SERIES VENDIDAS
       *> QUE NO ALCANZARON A MARCARSE). UN FOLIO SIN
       *> NINGUNA LÍNEA EN VENTAS SE DA POR ANULADO.
       *> USO: RECUPERAR-VENTAS [<CAJA>]
       *>   SIN ARGUMENTO: INTERACTIVO, TODAS LAS CAJAS; EL
       *>   SUPERVISOR PUEDE CERRAR CADA FOLIO PENDIENTE UNA
       *>   VEZ RESUELTO A MANO.
       *>   CON CAJA: EN LOTE SÓLO ESA CAJA (00 = TODAS); LO
       *>   PENDIENTE QUEDA LISTADO. VENTA-DIARIA LO LLAMA AL
       *>   ABRIR LA CAJA Y CIERRE-DIA EN SU ÚLTIMO PASO.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 MODO-LOTE              PIC X VALUE 'N'.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.
       01 RESPUESTA              PIC X.
       01 FECHA-PROCESO          PIC 9(8).
       01 CODIGO-PASE-DIA        PIC 9(6) VALUE 0.
       01 CODIGO-RECARGO-ALQ     PIC 9(6) VALUE 0.
       01 CODIGO-COBRO-RESERVA   PIC 9(6) VALUE 0.
       01 SUCURSAL-VENTA         PIC 9(2) VALUE 0.

       01 FS-VENTAS              PIC XX.
       01 FS-PAGOS-VENTA         PIC XX.
       01 FS-CARTERA             PIC XX.
       01 FS-CARTERA-TMP         PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FS-REVERSOS            PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 RESULT-CODE-CARTERA    PIC 9(2).
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 NOMBRE-ARCHIVO-PAGOS   PIC X(26).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(28).
       01 LINEA-SALIDA           PIC X(100).

       *>----------------------------------------------------
       *> FOLIO EN CURSO: SUS DATOS DE INICIO QUEDAN EN
       *> TW-DATOS; AQUÍ LOS PASOS QUE YA CONSTAN EN EL DIARIO
       *> Y LAS LÍNEAS QUE SÍ LLEGARON A VENTAS-AAAAMMDD.DAT.
       *>----------------------------------------------------
       01 IDX-ABIERTA            PIC 9(3).
       01 RV-CAJA                PIC 9(2).
       01 RV-FOLIO               PIC 9(6).
       01 RV-FECHA               PIC 9(8).
       01 HALLADO-INICIO         PIC X VALUE 'N'.
       01 HECHO-VENTAS           PIC X VALUE 'N'.
       01 HECHO-EXISTENCIAS      PIC X VALUE 'N'.
       01 HECHO-DESGLOSE         PIC X VALUE 'N'.
       01 HECHO-PUNTOS           PIC X VALUE 'N'.
       01 HECHO-VISITAS          PIC X VALUE 'N'.
       01 HECHO-CARTERA-REV      PIC X VALUE 'N'.
       01 HECHO-DESGLOSE-REV     PIC X VALUE 'N'.
       01 HECHO-NOTACRED         PIC X VALUE 'N'.
       01 HECHO-REFERENCIAS      PIC X VALUE 'N'.
       01 HECHO-CUPON            PIC X VALUE 'N'.
       01 HECHO-CUPON-REV        PIC X VALUE 'N'.
       01 HECHO-PERSONAL         PIC X VALUE 'N'.
       01 HECHO-PEDIDO           PIC X VALUE 'N'.
       01 HECHO-ALQUILER         PIC X VALUE 'N'.
       01 HECHO-RESERVA          PIC X VALUE 'N'.
       01 HECHO-SERIES           PIC X VALUE 'N'.
       01 TABLA-LINEAS-HECHAS.
           05 LINEA-HECHA OCCURS 20 TIMES PIC X.
       01 TABLA-PAGOS-HECHOS.
           05 PAGO-HECHO OCCURS 5 TIMES PIC X.
       01 MAX-LINEAS-RV          PIC 9(2) VALUE 20.
       01 LINEAS-EN-DIARIO       PIC 9(2) VALUE 0.
       01 TABLA-LINEAS-RV.
           05 LINEA-RV OCCURS 20 TIMES.
               10 RL-CODIGO      PIC 9(6).
               10 RL-UNIDADES    PIC 9(3).
               10 RL-TIPO        PIC X.
               10 RL-MONTO       PIC S9(11)V99.
       01 IDX-LINEA              PIC 9(2).
       01 IDX-PAGO               PIC 9.
       01 PENDIENTES-FOLIO       PIC 9(2) VALUE 0.
       01 TIENE-PASE             PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> LÍNEAS DE LA FACTURA ORIGINAL DE UN REVERSO O CAMBIO,
       *> PARA UBICAR EN ELLA CADA LÍNEA DEVUELTA AL REHACER
       *> LA REFERENCIA CRUZADA.
       *>----------------------------------------------------
       01 LINEAS-ORIGINAL        PIC 9(2) VALUE 0.
       01 TABLA-LINEAS-ORIGINAL.
           05 LINEA-ORIGINAL OCCURS 20 TIMES.
               10 LO-ORIG-CODIGO PIC 9(6).
               10 LO-ORIG-USADA  PIC X.
       01 IDX-ORIGINAL           PIC 9(2).
       01 LINEA-UBICADA          PIC 9(2).
       01 ORDINAL-REF            PIC 9(2).

       *>----------------------------------------------------
       *> MOVIMIENTO DE EXISTENCIA DE UNA LÍNEA (O COMPONENTE)
       *>----------------------------------------------------
       01 CODIGO-MOV             PIC 9(6).
       01 UNIDADES-MOV           PIC 9(5).
       01 KARDEX-EXISTE          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> SERIES DEL FOLIO: UNIDADES SERIALIZADAS QUE SALEN
       *> SEGÚN VENTAS Y SERIES YA MARCADAS VENDIDAS CONTRA
       *> ESTE FOLIO EN SERIES.DAT.
       *>----------------------------------------------------
       01 SERIES-SALEN           PIC 9(5) VALUE 0.
       01 SERIES-VUELVEN         PIC 9(5) VALUE 0.
       01 SERIES-MARCADAS        PIC 9(5) VALUE 0.
       01 F-SERIES               PIC Z(4)9.
       01 F-SERIES-2             PIC Z(4)9.

       *>----------------------------------------------------
       *> CARTERA Y DESGLOSE DE PAGOS
       *>----------------------------------------------------
       01 CARTERA-EXISTE         PIC X VALUE 'N'.
       01 CARTERA-CANCELADA      PIC X VALUE 'N'.
       01 DESGLOSE-EXISTE        PIC X VALUE 'N'.
       01 TOTAL-PAGOS-ORIG       PIC 9 VALUE 0.
       01 TABLA-PAGOS-ORIG.
           05 PAGO-ORIG OCCURS 5 TIMES.
               10 PO-FORMA       PIC X(13).
               10 PO-MONTO       PIC S9(11)V99.
               10 PO-REFERENCIA  PIC 9(8).

       *>----------------------------------------------------
       *> TOTALES DE LA CORRIDA
       *>----------------------------------------------------
       01 FOLIOS-COMPLETADOS     PIC 9(5) VALUE 0.
       01 FOLIOS-ANULADOS        PIC 9(5) VALUE 0.
       01 FOLIOS-RESUELTOS       PIC 9(5) VALUE 0.
       01 FOLIOS-PENDIENTES      PIC 9(5) VALUE 0.

       01 F-FOLIO                PIC Z(5)9.
       01 F-MONTO                PIC -(11).99.
       01 F-CONTADOR             PIC Z(4)9.
       01 F-LINEAS               PIC Z9.
       01 F-LINEAS-2             PIC Z9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  RECUPERACIÓN DE FOLIOS"
           DISPLAY "==============================="
           MOVE "RECUPERAR-VENTAS" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE 0 TO TW-CAJA-FILTRO
               PERFORM INICIAR-SESION-OPERADOR
           ELSE
               MOVE 'S' TO MODO-LOTE
               MOVE FUNCTION NUMVAL (WS-COMMAND-LINE)
                   TO TW-CAJA-FILTRO
               MOVE 0 TO CODIGO-OPERADOR
               MOVE "LOTE" TO OPERADOR-NOMBRE
           END-IF

           PERFORM CARGAR-PARAMETROS
           MOVE "PASE-DIA-CODIGO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CODIGO-PASE-DIA
           END-IF
           MOVE "ALQUILER-RECARGO-CODIGO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CODIGO-RECARGO-ALQ
           END-IF
           MOVE "RESERVA-COBRO-CODIGO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CODIGO-COBRO-RESERVA
           END-IF
           MOVE "SUCURSAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO SUCURSAL-VENTA
           END-IF

           PERFORM CARGAR-TRANSACCIONES-ABIERTAS
           IF TOTAL-TX-ABIERTAS = 0
               DISPLAY "No hay folios pendientes de confirmar."
               MOVE 'F' TO BW-EVENTO
               MOVE "OK" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ABRIR-REPORTE
           PERFORM VARYING IDX-ABIERTA FROM 1 BY 1
                   UNTIL IDX-ABIERTA > TOTAL-TX-ABIERTAS
               PERFORM RECUPERAR-FOLIO
           END-PERFORM
           PERFORM IMPRIMIR-TOTALES
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Detalle grabado en: " NOMBRE-ARCHIVO-REPORTE

      *>   LOS FOLIOS QUE QUEDAN PARA EL SUPERVISOR NO DETIENEN
      *>   LA CAJA NI EL CIERRE: QUEDAN EN EL REPORTE Y EN LA
      *>   BITÁCORA, Y SE VUELVEN A LISTAR EN CADA CORRIDA.
           MOVE 'F' TO BW-EVENTO
           IF FOLIOS-PENDIENTES > 0
               MOVE "PEND" TO BW-ESTADO
           ELSE
               MOVE "OK" TO BW-ESTADO
           END-IF
           MOVE TOTAL-TX-ABIERTAS TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           MOVE 0 TO RETURN-CODE
           STOP RUN.

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
                           PERFORM VERIFICAR-PIN-OPERADOR
                           IF PIN-OK = 'S'
                               DISPLAY "Sesión iniciada: "
                                       FUNCTION
                                       TRIM(OPERADOR-NOMBRE)
                               MOVE 'S' TO SESION-VALIDA
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ABRIR-REPORTE.
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "RECUPERACION-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN EXTEND ARCHIVO-REPORTE
           IF FS-REPORTE = "35"
               OPEN OUTPUT ARCHIVO-REPORTE
           END-IF
           MOVE "RECUPERACIÓN DE FOLIOS SIN CONFIRMAR" TO EC-TITULO
           MOVE FECHA-PROCESO TO EC-FECHA-REPORTE
           MOVE OPERADOR-NOMBRE TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> UN FOLIO ABIERTO: LEE SU INICIO Y SUS PASOS, REVISA
      *> LAS LÍNEAS EN EL ARCHIVO DIARIO Y COMPLETA O LISTA
      *> CADA POSTEO QUE FALTE.
      *>----------------------------------------------------
       RECUPERAR-FOLIO.
           MOVE TA-CAJA (IDX-ABIERTA) TO RV-CAJA
           MOVE TA-FOLIO (IDX-ABIERTA) TO RV-FOLIO
           MOVE TA-FECHA-VENTA (IDX-ABIERTA) TO RV-FECHA
           MOVE 0 TO PENDIENTES-FOLIO
           PERFORM LEER-PASOS-FOLIO
           IF HALLADO-INICIO = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE RV-FOLIO TO F-FOLIO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Caja " DELIMITED BY SIZE
                  RV-CAJA DELIMITED BY SIZE
                  " folio " DELIMITED BY SIZE
                  F-FOLIO DELIMITED BY SIZE
                  " tipo " DELIMITED BY SIZE
                  TW-TIPO DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  RV-FECHA DELIMITED BY SIZE
                  " (operador " DELIMITED BY SIZE
                  TW-OPERADOR DELIMITED BY SIZE
                  "):" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           PERFORM LEER-LINEAS-VENTA
           IF HECHO-VENTAS = 'N'
               IF LINEAS-EN-DIARIO = 0
                   PERFORM ANULAR-FOLIO
                   EXIT PARAGRAPH
               END-IF
               IF LINEAS-EN-DIARIO < TW-LINEAS
                   MOVE LINEAS-EN-DIARIO TO F-LINEAS
                   MOVE TW-LINEAS TO F-LINEAS-2
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "  PENDIENTE: sólo " DELIMITED BY SIZE
                          F-LINEAS DELIMITED BY SIZE
                          " de " DELIMITED BY SIZE
                          F-LINEAS-2 DELIMITED BY SIZE
                          " líneas llegaron a VENTAS; revise el "
                          DELIMITED BY SIZE
                          "folio completo." DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
                   ADD 1 TO PENDIENTES-FOLIO
                   PERFORM CERRAR-O-DEJAR-FOLIO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO HECHO-VENTAS
               MOVE "VENTAS" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO
           END-IF

           IF HECHO-EXISTENCIAS = 'N'
               PERFORM COMPLETAR-EXISTENCIAS
           END-IF
           IF HECHO-SERIES = 'N'
               PERFORM COMPLETAR-SERIES
           END-IF
           IF (TW-TIPO = 'R' OR TW-TIPO = 'C')
               AND HECHO-REFERENCIAS = 'N'
               PERFORM COMPLETAR-REFERENCIAS
           END-IF
           IF TW-CUPON NOT = SPACES
               PERFORM COMPLETAR-CUPON
           END-IF
           IF TW-EMPLEADO IS NUMERIC AND TW-EMPLEADO > 0
               AND HECHO-PERSONAL = 'N'
               PERFORM COMPLETAR-PERSONAL
           END-IF
           IF TW-PEDIDO IS NUMERIC AND TW-PEDIDO > 0
               AND HECHO-PEDIDO = 'N'
               PERFORM COMPLETAR-PEDIDO
           END-IF
           IF TW-ALQUILER IS NUMERIC AND TW-ALQUILER > 0
               AND HECHO-ALQUILER = 'N'
               PERFORM COMPLETAR-ALQUILER
           END-IF
           IF TW-RESERVA IS NUMERIC AND TW-RESERVA > 0
               AND HECHO-RESERVA = 'N'
               PERFORM COMPLETAR-RESERVA
           END-IF
           IF TW-TIPO = 'R'
               PERFORM COMPLETAR-REVERSO
           ELSE
               PERFORM COMPLETAR-PAGOS
           END-IF
           PERFORM CERRAR-O-DEJAR-FOLIO.

      *>----------------------------------------------------
      *> RECORRE EL DIARIO: EL INICIO MÁS RECIENTE DEL FOLIO
      *> (MISMA CAJA Y FECHA) QUEDA EN TW-DATOS Y CADA 'P'
      *> POSTERIOR PRENDE SU BANDERA.
      *>----------------------------------------------------
       LEER-PASOS-FOLIO.
           MOVE 'N' TO HALLADO-INICIO
           PERFORM LIMPIAR-PASOS
           OPEN INPUT ARCHIVO-TRANSACCIONES
           IF FS-TRANSACCIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO TW-FIN
           PERFORM UNTIL TW-FIN = 'S'
               READ ARCHIVO-TRANSACCIONES
                   AT END
                       MOVE 'S' TO TW-FIN
                   NOT AT END
                       IF TX-CAJA = RV-CAJA
                           AND TX-FOLIO = RV-FOLIO
                           AND TX-FECHA-VENTA = RV-FECHA
                           PERFORM ANOTAR-PASO-FOLIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-TRANSACCIONES.

       ANOTAR-PASO-FOLIO.
           EVALUATE TX-EVENTO
               WHEN 'I'
                   MOVE 'S' TO HALLADO-INICIO
                   MOVE TX-DATOS TO TW-DATOS
                   PERFORM LIMPIAR-PASOS
               WHEN 'P'
                   EVALUATE TX-PASO
                       WHEN "VENTAS"
                           MOVE 'S' TO HECHO-VENTAS
                       WHEN "LINEA"
                           IF TX-NUMERO > 0
                               AND TX-NUMERO <= MAX-LINEAS-RV
                               MOVE 'S' TO LINEA-HECHA (TX-NUMERO)
                           END-IF
                       WHEN "EXISTENCIAS"
                           MOVE 'S' TO HECHO-EXISTENCIAS
                       WHEN "PAGO"
                           IF TX-NUMERO > 0 AND TX-NUMERO <= 5
                               MOVE 'S' TO PAGO-HECHO (TX-NUMERO)
                           END-IF
                       WHEN "DESGLOSE"
                           MOVE 'S' TO HECHO-DESGLOSE
                       WHEN "PUNTOS"
                           MOVE 'S' TO HECHO-PUNTOS
                       WHEN "VISITAS"
                           MOVE 'S' TO HECHO-VISITAS
                       WHEN "CARTERA-REV"
                           MOVE 'S' TO HECHO-CARTERA-REV
                       WHEN "DESGLOSE-REV"
                           MOVE 'S' TO HECHO-DESGLOSE-REV
                       WHEN "NOTACRED"
                           MOVE 'S' TO HECHO-NOTACRED
                       WHEN "REFERENCIAS"
                           MOVE 'S' TO HECHO-REFERENCIAS
                       WHEN "CUPON"
                           MOVE 'S' TO HECHO-CUPON
                       WHEN "CUPON-REV"
                           MOVE 'S' TO HECHO-CUPON-REV
                       WHEN "PERSONAL"
                           MOVE 'S' TO HECHO-PERSONAL
                       WHEN "PEDIDO"
                           MOVE 'S' TO HECHO-PEDIDO
                       WHEN "ALQUILER"
                           MOVE 'S' TO HECHO-ALQUILER
                       WHEN "RESERVA"
                           MOVE 'S' TO HECHO-RESERVA
                       WHEN "SERIES"
                           MOVE 'S' TO HECHO-SERIES
                   END-EVALUATE
           END-EVALUATE.

       LIMPIAR-PASOS.
           MOVE 'N' TO HECHO-VENTAS HECHO-EXISTENCIAS
                       HECHO-DESGLOSE HECHO-PUNTOS HECHO-VISITAS
                       HECHO-CARTERA-REV HECHO-DESGLOSE-REV
                       HECHO-NOTACRED HECHO-REFERENCIAS
                       HECHO-CUPON HECHO-CUPON-REV HECHO-PERSONAL
                       HECHO-PEDIDO HECHO-ALQUILER HECHO-RESERVA
                       HECHO-SERIES
           MOVE ALL 'N' TO TABLA-LINEAS-HECHAS
           MOVE ALL 'N' TO TABLA-PAGOS-HECHOS.

       LEER-LINEAS-VENTA.
           MOVE 0 TO LINEAS-EN-DIARIO
           MOVE 'N' TO TIENE-PASE
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  RV-FECHA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF VR-CAJA = RV-CAJA
                           AND VR-FOLIO = RV-FOLIO
                           AND LINEAS-EN-DIARIO < MAX-LINEAS-RV
                           ADD 1 TO LINEAS-EN-DIARIO
                           MOVE VR-CODIGO
                               TO RL-CODIGO (LINEAS-EN-DIARIO)
                           MOVE VR-UNIDADES
                               TO RL-UNIDADES (LINEAS-EN-DIARIO)
                           MOVE VR-TIPO
                               TO RL-TIPO (LINEAS-EN-DIARIO)
                           MOVE VR-TOTAL-NETO
                               TO RL-MONTO (LINEAS-EN-DIARIO)
                           IF CODIGO-PASE-DIA > 0
                               AND VR-CODIGO = CODIGO-PASE-DIA
                               MOVE 'S' TO TIENE-PASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VENTAS.

      *>----------------------------------------------------
      *> EL FOLIO SE ASIGNÓ PERO NINGUNA LÍNEA LLEGÓ AL
      *> ARCHIVO DIARIO: NO HUBO VENTA Y EL FOLIO QUEDA
      *> ANULADO (EL AUDITOR DE FOLIOS LO VERÁ COMO HUECO).
      *>----------------------------------------------------
       ANULAR-FOLIO.
           MOVE 'N' TO TW-EVENTO
           MOVE SPACES TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM GRABAR-TRANSACCION
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Sin líneas en VENTAS: folio anulado, no hubo "
                  DELIMITED BY SIZE
                  "venta." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           ADD 1 TO FOLIOS-ANULADOS.

       CERRAR-O-DEJAR-FOLIO.
           IF PENDIENTES-FOLIO = 0
               MOVE 'C' TO TW-EVENTO
               MOVE SPACES TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM GRABAR-TRANSACCION
               MOVE "  Folio completado y confirmado."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO FOLIOS-COMPLETADOS
               EXIT PARAGRAPH
           END-IF
           IF MODO-LOTE = 'S'
               ADD 1 TO FOLIOS-PENDIENTES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "¿Ya se resolvió a mano lo pendiente de este "
                   "folio? (S/N)"
           ACCEPT RESPUESTA
           IF FUNCTION UPPER-CASE(RESPUESTA) NOT = 'S'
               ADD 1 TO FOLIOS-PENDIENTES
               EXIT PARAGRAPH
           END-IF
           MOVE "RESOLVER-FOLIO" TO AUT-ACCION
           MOVE RV-FOLIO TO AUT-DOCUMENTO
           MOVE RV-CAJA TO AUT-CAJA
           PERFORM PEDIR-AUTORIZACION
           IF AUTORIZACION-OK NOT = 'S'
               ADD 1 TO FOLIOS-PENDIENTES
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO TW-EVENTO
           MOVE SPACES TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM GRABAR-TRANSACCION
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Resuelto por el supervisor " DELIMITED BY SIZE
                  AUT-AUTORIZADOR DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           ADD 1 TO FOLIOS-RESUELTOS.

      *>----------------------------------------------------
      *> REFERENCIA CRUZADA DEL REVERSO O CAMBIO EN
      *> REVERSOS.IDX. LA LÍNEA K DE UN REVERSO ES LA LÍNEA K
      *> DE LA FACTURA ORIGINAL; CADA LÍNEA 'D' DE UN CAMBIO
      *> SE UBICA EN LA PRIMERA LÍNEA ORIGINAL NO USADA CON EL
      *> MISMO CÓDIGO. UNA CLAVE QUE YA ESTÁ NO SE DUPLICA.
      *>----------------------------------------------------
       COMPLETAR-REFERENCIAS.
           OPEN I-O ARCHIVO-REVERSOS
           IF FS-REVERSOS = "35"
               OPEN OUTPUT ARCHIVO-REVERSOS
           END-IF
           IF FS-REVERSOS NOT = "00"
               MOVE SPACES TO LINEA-SALIDA
               STRING "  PENDIENTE: no se pudo abrir REVERSOS.IDX ("
                      DELIMITED BY SIZE
                      FS-REVERSOS DELIMITED BY SIZE
                      "); corra RECONSTRUIR-REVERSOS."
                      DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO PENDIENTES-FOLIO
               EXIT PARAGRAPH
           END-IF
           IF TW-TIPO = 'C'
               PERFORM CARGAR-LINEAS-ORIGINAL
           END-IF
           MOVE 0 TO ORDINAL-REF
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > LINEAS-EN-DIARIO
               IF RL-TIPO (IDX-LINEA) = 'R'
                   OR RL-TIPO (IDX-LINEA) = 'D'
                   ADD 1 TO ORDINAL-REF
                   MOVE ORDINAL-REF TO LINEA-UBICADA
                   IF RL-TIPO (IDX-LINEA) = 'D'
                       PERFORM UBICAR-LINEA-ORIGINAL
                   END-IF
                   MOVE TW-CAJA-REF TO XR-CAJA-ORIG
                   MOVE TW-FOLIO-REF TO XR-FOLIO-ORIG
                   MOVE LINEA-UBICADA TO XR-LINEA-ORIG
                   MOVE RV-CAJA TO XR-CAJA-MOV
                   MOVE RV-FOLIO TO XR-FOLIO-MOV
                   MOVE RL-TIPO (IDX-LINEA) TO XR-TIPO
                   MOVE RV-FECHA TO XR-FECHA-MOV
                   MOVE RL-CODIGO (IDX-LINEA) TO XR-CODIGO
                   MOVE RL-UNIDADES (IDX-LINEA) TO XR-UNIDADES
                   MOVE RL-MONTO (IDX-LINEA) TO XR-MONTO
                   WRITE REFERENCIA-REVERSO-REG
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-REVERSOS
           MOVE 'S' TO HECHO-REFERENCIAS
           MOVE "REFERENCIAS" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO.

      *>----------------------------------------------------
      *> CUPÓN DEL FOLIO: EN UNA VENTA SE MARCA USADO CONTRA
      *> ESTA CAJA Y FOLIO; EN UN REVERSO SE REACTIVA EL DE LA
      *> FACTURA ORIGINAL. AMBAS RUTINAS TOLERAN REPETIRSE.
      *>----------------------------------------------------
       COMPLETAR-CUPON.
           MOVE TW-CUPON TO CUPON-BUSCADO
           IF TW-TIPO = 'R'
               IF HECHO-CUPON-REV = 'S'
                   EXIT PARAGRAPH
               END-IF
               MOVE TW-CAJA-REF TO CUPON-CAJA
               MOVE TW-FOLIO-REF TO CUPON-FOLIO
               PERFORM REACTIVAR-CUPON
               MOVE "CUPON-REV" TO TW-PASO
           ELSE
               IF HECHO-CUPON = 'S'
                   EXIT PARAGRAPH
               END-IF
               MOVE RV-CAJA TO CUPON-CAJA
               MOVE RV-FOLIO TO CUPON-FOLIO
               MOVE RV-FECHA TO CUPON-FECHA
               MOVE TW-CUPON-MONTO TO CUPON-MONTO
               PERFORM MARCAR-CUPON-USADO
               MOVE "CUPON" TO TW-PASO
           END-IF
           IF CUPON-RESULTADO = 'S'
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO
           ELSE
               MOVE SPACES TO LINEA-SALIDA
               STRING "  PENDIENTE: revise a mano el cupón "
                      DELIMITED BY SIZE
                      TW-CUPON DELIMITED BY SIZE
                      " (no se pudo " DELIMITED BY SIZE
                      "actualizar CUPONES.IDX)." DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO PENDIENTES-FOLIO
           END-IF.

      *>----------------------------------------------------
      *> COMPRA DEL PERSONAL: EL RENGLÓN DEL LIBRO SE GRABA
      *> CON LOS MONTOS QUE QUEDARON EN EL INICIO DEL FOLIO,
      *> SALVO QUE LA TERMINAL YA LO HAYA ALCANZADO A GRABAR.
      *>----------------------------------------------------
       COMPLETAR-PERSONAL.
           MOVE RV-FECHA TO PERSONAL-FECHA
           MOVE RV-CAJA TO PERSONAL-CAJA
           MOVE RV-FOLIO TO PERSONAL-FOLIO
           PERFORM BUSCAR-COMPRA-PERSONAL
           IF PERSONAL-HALLADA = 'N'
               MOVE TW-TIPO TO PERSONAL-TIPO
               MOVE TW-EMPLEADO TO PERSONAL-EMPLEADO
               MOVE TW-TOTAL TO PERSONAL-MONTO
               MOVE TW-PERSONAL-DESC TO PERSONAL-DESCUENTO
               MOVE TW-PERSONAL-PLANILLA TO PERSONAL-PLANILLA
               MOVE TW-CAJA-REF TO PERSONAL-CAJA-REF
               MOVE TW-FOLIO-REF TO PERSONAL-FOLIO-REF
               MOVE TW-OPERADOR TO PERSONAL-OPERADOR
               PERFORM GRABAR-COMPRA-PERSONAL
           END-IF
           MOVE 'S' TO HECHO-PERSONAL
           MOVE "PERSONAL" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO.

      *>----------------------------------------------------
      *> PEDIDO ESPECIAL ENTREGADO: QUEDA FACTURADO CONTRA
      *> ESTE FOLIO (SI LA TERMINAL YA LO HIZO, NO CAMBIA).
      *>----------------------------------------------------
       COMPLETAR-PEDIDO.
           MOVE TW-PEDIDO TO PEDIDO-BUSCADO
           MOVE RV-CAJA TO PEDIDO-CAJA
           MOVE RV-FOLIO TO PEDIDO-FOLIO
           MOVE RV-FECHA TO PEDIDO-FECHA
           PERFORM MARCAR-PEDIDO-FACTURADO
           MOVE 'S' TO HECHO-PEDIDO
           MOVE "PEDIDO" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO.

      *>----------------------------------------------------
      *> RECARGO DE ALQUILER COBRADO: EL ALQUILER QUEDA
      *> FACTURADO CONTRA ESTE FOLIO (SI LA TERMINAL YA LO
      *> HIZO, NO CAMBIA).
      *>----------------------------------------------------
       COMPLETAR-ALQUILER.
           MOVE TW-ALQUILER TO ALQUILER-BUSCADO
           MOVE RV-CAJA TO ALQUILER-CAJA
           MOVE RV-FOLIO TO ALQUILER-FOLIO
           MOVE RV-FECHA TO ALQUILER-FECHA
           PERFORM MARCAR-ALQUILER-FACTURADO
           MOVE 'S' TO HECHO-ALQUILER
           MOVE "ALQUILER" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO.

      *>----------------------------------------------------
      *> RESERVA DE INSTALACIÓN COBRADA: LA RESERVA QUEDA
      *> FACTURADA CONTRA ESTE FOLIO (SI LA TERMINAL YA LO
      *> HIZO, NO CAMBIA).
      *>----------------------------------------------------
       COMPLETAR-RESERVA.
           MOVE TW-RESERVA TO RESERVA-INST-BUSCADA
           MOVE RV-CAJA TO RESERVA-INST-CAJA
           MOVE RV-FOLIO TO RESERVA-INST-FOLIO
           MOVE RV-FECHA TO RESERVA-INST-FECHA
           PERFORM MARCAR-RESERVA-INST-FACTURADA
           MOVE 'S' TO HECHO-RESERVA
           MOVE "RESERVA" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO.

       CARGAR-LINEAS-ORIGINAL.
           MOVE 0 TO LINEAS-ORIGINAL
           IF TW-FECHA-REF = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  TW-FECHA-REF DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF VR-CAJA = TW-CAJA-REF
                           AND VR-FOLIO = TW-FOLIO-REF
                           AND VR-TIPO = 'V'
                           AND LINEAS-ORIGINAL < MAX-LINEAS-RV
                           ADD 1 TO LINEAS-ORIGINAL
                           MOVE VR-CODIGO
                               TO LO-ORIG-CODIGO (LINEAS-ORIGINAL)
                           MOVE 'N'
                               TO LO-ORIG-USADA (LINEAS-ORIGINAL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VENTAS.

      *>    SI LA FACTURA ORIGINAL NO SE ENCUENTRA, LA LÍNEA SE
      *>    ANOTA CON SU POSICIÓN DENTRO DEL CAMBIO.
       UBICAR-LINEA-ORIGINAL.
           PERFORM VARYING IDX-ORIGINAL FROM 1 BY 1
                   UNTIL IDX-ORIGINAL > LINEAS-ORIGINAL
               IF LO-ORIG-USADA (IDX-ORIGINAL) = 'N'
                   AND LO-ORIG-CODIGO (IDX-ORIGINAL)
                       = RL-CODIGO (IDX-LINEA)
                   MOVE IDX-ORIGINAL TO LINEA-UBICADA
                   MOVE 'S' TO LO-ORIG-USADA (IDX-ORIGINAL)
                   MOVE LINEAS-ORIGINAL TO IDX-ORIGINAL
               END-IF
           END-PERFORM.

       MARCAR-PASO.
           MOVE 'P' TO TW-EVENTO
           PERFORM GRABAR-TRANSACCION.

      *>----------------------------------------------------
      *> EXISTENCIAS DE LAS LÍNEAS SIN PASO 'LINEA' EN EL
      *> DIARIO. ANTES DE MOVER CADA PRODUCTO SE BUSCA SU
      *> RENGLÓN EN EL KARDEX CON ESE FOLIO Y TIPO: SI YA
      *> ESTÁ, LA TERMINAL ALCANZÓ A MOVERLO Y NO SE REPITE.
      *>----------------------------------------------------
       COMPLETAR-EXISTENCIAS.
           OPEN I-O ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               MOVE SPACES TO LINEA-SALIDA
               STRING "  PENDIENTE: no se pudo abrir PRODUCTOS.IDX ("
                      DELIMITED BY SIZE
                      FS-PRODUCTOS DELIMITED BY SIZE
                      "); reintente." DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO PENDIENTES-FOLIO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > LINEAS-EN-DIARIO
               IF LINEA-HECHA (IDX-LINEA) = 'N'
                   MOVE RL-CODIGO (IDX-LINEA) TO KIT-BUSCADO
                   PERFORM CARGAR-COMPONENTES-KIT
                   IF ES-KIT = 'S'
                       PERFORM VARYING IDX-COMPONENTE FROM 1 BY 1
                               UNTIL IDX-COMPONENTE
                                   > TOTAL-COMPONENTES
                           MOVE CK-CODIGO (IDX-COMPONENTE)
                               TO CODIGO-MOV
                           COMPUTE UNIDADES-MOV =
                               RL-UNIDADES (IDX-LINEA)
                               * CK-CANTIDAD (IDX-COMPONENTE)
                           PERFORM REHACER-EXISTENCIA
                       END-PERFORM
                   ELSE
                       MOVE RL-CODIGO (IDX-LINEA) TO CODIGO-MOV
                       MOVE RL-UNIDADES (IDX-LINEA) TO UNIDADES-MOV
                       PERFORM REHACER-EXISTENCIA
                   END-IF
                   MOVE "LINEA" TO TW-PASO
                   MOVE IDX-LINEA TO TW-NUMERO
                   PERFORM MARCAR-PASO
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS
           MOVE 'S' TO HECHO-EXISTENCIAS
           MOVE "EXISTENCIAS" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO.

      *>----------------------------------------------------
      *> SERIES DEL FOLIO. EN UN REVERSO SE REHACE: TODA
      *> SERIE VENDIDA EN LA FACTURA ORIGINAL VUELVE A STOCK
      *> (LA RUTINA TOLERA REPETIRSE). EN UNA VENTA O CAMBIO
      *> LAS SERIES LAS CAPTURÓ EL CAJERO Y NO CONSTAN EN EL
      *> DIARIO: SI SERIES.DAT YA TIENE VENDIDAS CONTRA ESTE
      *> FOLIO TODAS LAS UNIDADES SERIALIZADAS QUE SALEN Y
      *> NINGUNA VUELVE, LA TERMINAL ALCANZÓ A MARCARLAS; SI
      *> NO, QUEDA PENDIENTE PARA QUE EL SUPERVISOR LAS MARQUE
      *> A MANO, O SE PODRÍAN VOLVER A VENDER.
      *>----------------------------------------------------
       COMPLETAR-SERIES.
           IF TW-TIPO = 'R'
               MOVE TW-CAJA-REF TO SR-CAJA
               MOVE TW-FOLIO-REF TO SR-FOLIO
               MOVE TW-FECHA-REF TO SR-FECHA-VENTA
               PERFORM DEVOLVER-SERIES-FOLIO
               IF SR-DEVUELTAS > 0
                   MOVE SR-DEVUELTAS TO F-SERIES
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "  Series devueltas a stock: "
                          DELIMITED BY SIZE
                          F-SERIES DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
               END-IF
               MOVE 'S' TO HECHO-SERIES
               MOVE "SERIES" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SERIES-SALEN
           MOVE 0 TO SERIES-VUELVEN
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               MOVE SPACES TO LINEA-SALIDA
               STRING "  PENDIENTE: no se pudo abrir PRODUCTOS.IDX ("
                      DELIMITED BY SIZE
                      FS-PRODUCTOS DELIMITED BY SIZE
                      ") para revisar las series; reintente."
                      DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO PENDIENTES-FOLIO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > LINEAS-EN-DIARIO
               MOVE RL-CODIGO (IDX-LINEA) TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               IF PRODUCTO-ENCONTRADO = 'S'
                   AND PR-SERIALIZADO = 'S'
                   IF RL-TIPO (IDX-LINEA) = 'D'
                       ADD RL-UNIDADES (IDX-LINEA) TO SERIES-VUELVEN
                   ELSE
                       ADD RL-UNIDADES (IDX-LINEA) TO SERIES-SALEN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS
           IF SERIES-SALEN = 0 AND SERIES-VUELVEN = 0
               MOVE 'S' TO HECHO-SERIES
               MOVE "SERIES" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTAR-SERIES-FOLIO
           IF SERIES-VUELVEN = 0
               AND SERIES-MARCADAS NOT < SERIES-SALEN
               MOVE 'S' TO HECHO-SERIES
               MOVE "SERIES" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO
               EXIT PARAGRAPH
           END-IF
           MOVE SERIES-MARCADAS TO F-SERIES
           MOVE SERIES-SALEN TO F-SERIES-2
           MOVE SPACES TO LINEA-SALIDA
           STRING "  PENDIENTE: series vendidas marcadas "
                  DELIMITED BY SIZE
                  F-SERIES DELIMITED BY SIZE
                  " de " DELIMITED BY SIZE
                  F-SERIES-2 DELIMITED BY SIZE
                  "; márquelas en SERIES.DAT a mano."
                  DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF SERIES-VUELVEN > 0
               MOVE SERIES-VUELVEN TO F-SERIES
               MOVE SPACES TO LINEA-SALIDA
               STRING "  PENDIENTE: " DELIMITED BY SIZE
                      F-SERIES DELIMITED BY SIZE
                      " unidad(es) serializada(s) devuelta(s) en "
                      DELIMITED BY SIZE
                      "el cambio; devuelva sus series a stock."
                      DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           ADD 1 TO PENDIENTES-FOLIO.

       CONTAR-SERIES-FOLIO.
           MOVE 0 TO SERIES-MARCADAS
           OPEN INPUT ARCHIVO-SERIES
           IF FS-SERIES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SR-FIN
           PERFORM UNTIL SR-FIN = 'S'
               READ ARCHIVO-SERIES
                   AT END
                       MOVE 'S' TO SR-FIN
                   NOT AT END
                       IF SE-ESTADO = 'V'
                           AND SE-CAJA = RV-CAJA
                           AND SE-FOLIO = RV-FOLIO
                           AND SE-FECHA-VENTA = RV-FECHA
                           ADD 1 TO SERIES-MARCADAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SERIES.

      *>    MISMOS TIPOS DE KARDEX Y MISMO SIGNO QUE
      *>    VENTA-DIARIA: R Y D DEVUELVEN AL STOCK, C Y V SACAN.
       REHACER-EXISTENCIA.
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
           EVALUATE TRUE
               WHEN TW-TIPO = 'R'
                   MOVE 'R' TO KW-TIPO
                   MOVE UNIDADES-MOV TO KW-UNIDADES
               WHEN RL-TIPO (IDX-LINEA) = 'D'
                   MOVE 'D' TO KW-TIPO
                   MOVE UNIDADES-MOV TO KW-UNIDADES
               WHEN TW-TIPO = 'C'
                   MOVE 'C' TO KW-TIPO
                   COMPUTE KW-UNIDADES = UNIDADES-MOV * -1
               WHEN OTHER
                   MOVE 'V' TO KW-TIPO
                   COMPUTE KW-UNIDADES = UNIDADES-MOV * -1
           END-EVALUATE
           PERFORM BUSCAR-KARDEX-FOLIO
           IF KARDEX-EXISTE = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE CODIGO-MOV TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD KW-UNIDADES TO PR-EXISTENCIA
           REWRITE PRODUCTO-REG INVALID KEY
               MOVE SPACES TO LINEA-SALIDA
               STRING "  PENDIENTE: no se pudo actualizar la "
                      DELIMITED BY SIZE
                      "existencia del producto " DELIMITED BY SIZE
                      PR-CODIGO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO PENDIENTES-FOLIO
           NOT INVALID KEY
               MOVE CODIGO-MOV TO KW-CODIGO
               MOVE RV-FOLIO TO KW-FOLIO
               MOVE PR-EXISTENCIA TO KW-SALDO
               PERFORM GRABAR-KARDEX
               MOVE CODIGO-MOV TO UB-CODIGO
               MOVE 'S' TO UB-UBICACION
               MOVE KW-UNIDADES TO UB-DELTA
               PERFORM AJUSTAR-UBICACION
               IF PR-LOTEADO = 'S'
                   MOVE CODIGO-MOV TO LO-CODIGO
                   COMPUTE LO-CANTIDAD-FEFO = KW-UNIDADES * -1
                   PERFORM DESCONTAR-LOTE-FEFO
               END-IF
               MOVE SPACES TO LINEA-SALIDA
               STRING "  Existencia rehecha: producto "
                      DELIMITED BY SIZE
                      CODIGO-MOV DELIMITED BY SIZE
                      " tipo " DELIMITED BY SIZE
                      KW-TIPO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-REWRITE.

       BUSCAR-KARDEX-FOLIO.
           MOVE 'N' TO KARDEX-EXISTE
           OPEN INPUT ARCHIVO-KARDEX
           IF FS-KARDEX NOT = "00"
               EXIT PARAGRAPH
           END-IF
      *>    SÓLO LOS MOVIMIENTOS DEL PRODUCTO DESDE LA FECHA
      *>    DE LA VENTA PUEDEN SER EL DE ESTE FOLIO.
           MOVE CODIGO-MOV TO KX-CODIGO
           MOVE RV-FECHA TO KX-FECHA
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
                       IF KX-CODIGO NOT = CODIGO-MOV
                           MOVE 'S' TO FIN-ARCHIVO
                       ELSE
                           IF KX-FOLIO = RV-FOLIO
                               AND KX-TIPO = KW-TIPO
                               MOVE 'S' TO KARDEX-EXISTE
                               MOVE 'S' TO FIN-ARCHIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-KARDEX.

      *>----------------------------------------------------
      *> FORMAS DE PAGO DE UNA VENTA O CAMBIO. EL EFECTIVO, LA
      *> TARJETA Y LA TRANSFERENCIA NO POSTEAN EN OTRO
      *> ARCHIVO; EL CRÉDITO SE CARGA A CARTERA SI NO ESTÁ;
      *> LAS DEMÁS MUEVEN SALDOS DE TERCEROS Y LAS REVISA EL
      *> SUPERVISOR.
      *>----------------------------------------------------
       COMPLETAR-PAGOS.
           PERFORM VARYING IDX-PAGO FROM 1 BY 1
                   UNTIL IDX-PAGO > TW-TOTAL-PAGOS
               IF PAGO-HECHO (IDX-PAGO) = 'N'
                   EVALUATE TW-FORMA (IDX-PAGO)
                       WHEN "CREDITO"
                           PERFORM COMPLETAR-CARTERA
                           PERFORM MARCAR-PAGO
                       WHEN "GIFTCARD"
                       WHEN "PUNTOS"
                       WHEN "USD"
                       WHEN "NOTACREDITO"
                       WHEN "CHEQUE"
                           PERFORM LISTAR-PAGO-PENDIENTE
                       WHEN OTHER
                           PERFORM MARCAR-PAGO
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF TW-TOTAL-PAGOS > 1 AND HECHO-DESGLOSE = 'N'
               PERFORM COMPLETAR-DESGLOSE
           END-IF
           IF HECHO-PUNTOS = 'N'
               IF TW-TIPO = 'V' AND TW-CLIENTE > 0
                   MOVE TW-TOTAL TO F-MONTO
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "  PENDIENTE: acumule a mano los puntos "
                          DELIMITED BY SIZE
                          "del cliente " DELIMITED BY SIZE
                          TW-CLIENTE DELIMITED BY SIZE
                          " (venta $" DELIMITED BY SIZE
                          F-MONTO DELIMITED BY SIZE
                          ")." DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
                   ADD 1 TO PENDIENTES-FOLIO
               ELSE
                   MOVE "PUNTOS" TO TW-PASO
                   MOVE 0 TO TW-NUMERO
                   PERFORM MARCAR-PASO
               END-IF
           END-IF
           IF HECHO-VISITAS = 'N'
               IF TIENE-PASE = 'S'
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "  PENDIENTE: registre a mano las visitas "
                          DELIMITED BY SIZE
                          "de los pases de día vendidos."
                          DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
                   ADD 1 TO PENDIENTES-FOLIO
               ELSE
                   MOVE "VISITAS" TO TW-PASO
                   MOVE 0 TO TW-NUMERO
                   PERFORM MARCAR-PASO
               END-IF
           END-IF.

       MARCAR-PAGO.
           MOVE "PAGO" TO TW-PASO
           MOVE IDX-PAGO TO TW-NUMERO
           PERFORM MARCAR-PASO.

       LISTAR-PAGO-PENDIENTE.
           MOVE TW-MONTO (IDX-PAGO) TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "  PENDIENTE: verifique/aplique a mano el pago "
                  DELIMITED BY SIZE
                  TW-FORMA (IDX-PAGO) DELIMITED BY SPACE
                  " por $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " ref. " DELIMITED BY SIZE
                  TW-REFERENCIA (IDX-PAGO) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           ADD 1 TO PENDIENTES-FOLIO.

       COMPLETAR-CARTERA.
           MOVE 'N' TO CARTERA-EXISTE
           OPEN INPUT ARCHIVO-CARTERA
           IF FS-CARTERA = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-CARTERA
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF CR-FOLIO = RV-FOLIO
                               AND CR-CAJA = RV-CAJA
                               AND CR-FECHA = RV-FECHA
                               MOVE 'S' TO CARTERA-EXISTE
                               MOVE 'S' TO FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CARTERA
           END-IF
           IF CARTERA-EXISTE = 'S'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARCHIVO-CARTERA
           IF FS-CARTERA = "35"
               OPEN OUTPUT ARCHIVO-CARTERA
           END-IF
           MOVE RV-FOLIO TO CR-FOLIO
           MOVE RV-FECHA TO CR-FECHA
           MOVE TW-CLIENTE TO CR-CLIENTE
           MOVE TW-MONTO (IDX-PAGO) TO CR-MONTO
           MOVE TW-MONTO (IDX-PAGO) TO CR-SALDO
           MOVE 'A' TO CR-ESTADO
           MOVE RV-CAJA TO CR-CAJA
           MOVE SPACE TO CR-CLASE
           MOVE 0 TO CR-REF-CAJA
           MOVE 0 TO CR-REF-FOLIO
           WRITE CARTERA-REG
           CLOSE ARCHIVO-CARTERA
           MOVE TW-MONTO (IDX-PAGO) TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Cargo a crédito registrado en cartera: $"
                  DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> DESGLOSE EN PAGOS-VENTA-AAAAMMDD.DAT (VENTA MIXTA):
      *> SE GRABA DEL INICIO DEL DIARIO SI EL FOLIO AÚN NO
      *> TIENE NINGÚN RENGLÓN EN EL ARCHIVO DEL DÍA.
      *>----------------------------------------------------
       COMPLETAR-DESGLOSE.
           PERFORM BUSCAR-DESGLOSE-FOLIO
           IF DESGLOSE-EXISTE = 'N'
               OPEN EXTEND ARCHIVO-PAGOS-VENTA
               IF FS-PAGOS-VENTA = "35"
                   OPEN OUTPUT ARCHIVO-PAGOS-VENTA
               END-IF
               PERFORM VARYING IDX-PAGO FROM 1 BY 1
                       UNTIL IDX-PAGO > TW-TOTAL-PAGOS
                   MOVE RV-FECHA TO PG-FECHA
                   MOVE RV-CAJA TO PG-CAJA
                   MOVE RV-FOLIO TO PG-FOLIO
                   MOVE TW-FORMA (IDX-PAGO) TO PG-FORMA
                   MOVE TW-MONTO (IDX-PAGO) TO PG-MONTO
                   MOVE TW-REFERENCIA (IDX-PAGO) TO PG-REFERENCIA
                   MOVE TW-TURNO TO PG-TURNO
                   MOVE SUCURSAL-VENTA TO PG-SUCURSAL
                   WRITE PAGOS-VENTA-REG
               END-PERFORM
               CLOSE ARCHIVO-PAGOS-VENTA
               MOVE "  Desglose de formas de pago grabado."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE "DESGLOSE" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO.

       BUSCAR-DESGLOSE-FOLIO.
           MOVE 'N' TO DESGLOSE-EXISTE
           MOVE SPACES TO NOMBRE-ARCHIVO-PAGOS
           STRING "PAGOS-VENTA-" DELIMITED BY SIZE
                  RV-FECHA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-PAGOS
           OPEN INPUT ARCHIVO-PAGOS-VENTA
           IF FS-PAGOS-VENTA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PAGOS-VENTA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PG-FOLIO = RV-FOLIO
                           AND PG-CAJA = RV-CAJA
                           MOVE 'S' TO DESGLOSE-EXISTE
                           MOVE 'S' TO FIN-ARCHIVO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOS-VENTA.

      *>----------------------------------------------------
      *> POSTEOS DE UN REVERSO: CANCELAR EL CARGO A CRÉDITO DE
      *> LA FACTURA ORIGINAL Y GRABAR SU DESGLOSE INVERTIDO
      *> SE REHACEN; LA NOTA DE CRÉDITO LA EMITE EL
      *> SUPERVISOR.
      *>----------------------------------------------------
       COMPLETAR-REVERSO.
           IF TW-REV-CARTERA = 'S' AND HECHO-CARTERA-REV = 'N'
               PERFORM COMPLETAR-CARTERA-REVERSO
           END-IF
           IF TW-REV-DESGLOSE = 'S' AND HECHO-DESGLOSE-REV = 'N'
               PERFORM COMPLETAR-DESGLOSE-REVERSO
           END-IF
           IF TW-REV-NOTA = 'S' AND HECHO-NOTACRED = 'N'
               COMPUTE F-MONTO = TW-TOTAL * -1
               MOVE SPACES TO LINEA-SALIDA
               STRING "  PENDIENTE: verifique/emita la nota de "
                      DELIMITED BY SIZE
                      "crédito del reverso por $" DELIMITED BY SIZE
                      F-MONTO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO PENDIENTES-FOLIO
           END-IF.

       COMPLETAR-CARTERA-REVERSO.
           MOVE 'N' TO CARTERA-CANCELADA
           OPEN INPUT ARCHIVO-CARTERA
           IF FS-CARTERA NOT = "00"
               MOVE SPACES TO LINEA-SALIDA
               STRING "  PENDIENTE: no se pudo abrir CARTERA.DAT para "
                      DELIMITED BY SIZE
                      "cancelar el crédito original." DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO PENDIENTES-FOLIO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-CARTERA-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CARTERA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CR-FOLIO = TW-FOLIO-REF
                           AND CR-CAJA = TW-CAJA-REF
                           AND CR-ESTADO = 'A'
                           MOVE 0 TO CR-SALDO
                           MOVE 'X' TO CR-ESTADO
                           MOVE 'S' TO CARTERA-CANCELADA
                       END-IF
                       MOVE CARTERA-REG TO CARTERA-TMP-REG
                       WRITE CARTERA-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CARTERA
           CLOSE ARCHIVO-CARTERA-TMP
           CALL "CBL_RENAME_FILE" USING "CARTERA.TMP"
                                         "CARTERA.DAT"
               RETURNING RESULT-CODE-CARTERA
           IF CARTERA-CANCELADA = 'S'
               MOVE "  Cargo original cancelado en cartera."
                   TO LINEA-SALIDA
           ELSE
               MOVE "  El cargo original ya no estaba abierto."
                   TO LINEA-SALIDA
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE "CARTERA-REV" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO.

       COMPLETAR-DESGLOSE-REVERSO.
           PERFORM BUSCAR-DESGLOSE-FOLIO
           IF DESGLOSE-EXISTE = 'S'
               MOVE "DESGLOSE-REV" TO TW-PASO
               MOVE 0 TO TW-NUMERO
               PERFORM MARCAR-PASO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TOTAL-PAGOS-ORIG
           MOVE SPACES TO NOMBRE-ARCHIVO-PAGOS
           STRING "PAGOS-VENTA-" DELIMITED BY SIZE
                  TW-FECHA-REF DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-PAGOS
           OPEN INPUT ARCHIVO-PAGOS-VENTA
           IF FS-PAGOS-VENTA = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-PAGOS-VENTA
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF PG-FOLIO = TW-FOLIO-REF
                               AND PG-CAJA = TW-CAJA-REF
                               AND TOTAL-PAGOS-ORIG < 5
                               ADD 1 TO TOTAL-PAGOS-ORIG
                               MOVE PG-FORMA
                                   TO PO-FORMA (TOTAL-PAGOS-ORIG)
                               COMPUTE PO-MONTO (TOTAL-PAGOS-ORIG) =
                                   PG-MONTO * -1
                               MOVE PG-REFERENCIA
                                   TO PO-REFERENCIA (TOTAL-PAGOS-ORIG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PAGOS-VENTA
           END-IF
           IF TOTAL-PAGOS-ORIG = 0
               MOVE SPACES TO LINEA-SALIDA
               STRING "  PENDIENTE: no se halló el desglose de la "
                      DELIMITED BY SIZE
                      "factura original; reparta la devolución a mano."
                      DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO PENDIENTES-FOLIO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NOMBRE-ARCHIVO-PAGOS
           STRING "PAGOS-VENTA-" DELIMITED BY SIZE
                  RV-FECHA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-PAGOS
           OPEN EXTEND ARCHIVO-PAGOS-VENTA
           IF FS-PAGOS-VENTA = "35"
               OPEN OUTPUT ARCHIVO-PAGOS-VENTA
           END-IF
           PERFORM VARYING IDX-PAGO FROM 1 BY 1
                   UNTIL IDX-PAGO > TOTAL-PAGOS-ORIG
               MOVE RV-FECHA TO PG-FECHA
               MOVE RV-CAJA TO PG-CAJA
               MOVE RV-FOLIO TO PG-FOLIO
               MOVE PO-FORMA (IDX-PAGO) TO PG-FORMA
               MOVE PO-MONTO (IDX-PAGO) TO PG-MONTO
               MOVE PO-REFERENCIA (IDX-PAGO) TO PG-REFERENCIA
               MOVE TW-TURNO TO PG-TURNO
               MOVE SUCURSAL-VENTA TO PG-SUCURSAL
               WRITE PAGOS-VENTA-REG
           END-PERFORM
           CLOSE ARCHIVO-PAGOS-VENTA
           MOVE "  Desglose invertido del reverso grabado."
               TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "DESGLOSE-REV" TO TW-PASO
           MOVE 0 TO TW-NUMERO
           PERFORM MARCAR-PASO.

       IMPRIMIR-TOTALES.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE FOLIOS-COMPLETADOS TO F-CONTADOR
           MOVE SPACES TO LINEA-SALIDA
           STRING "Folios completados : " DELIMITED BY SIZE
                  F-CONTADOR DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE FOLIOS-ANULADOS TO F-CONTADOR
           MOVE SPACES TO LINEA-SALIDA
           STRING "Folios anulados    : " DELIMITED BY SIZE
                  F-CONTADOR DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE FOLIOS-RESUELTOS TO F-CONTADOR
           MOVE SPACES TO LINEA-SALIDA
           STRING "Resueltos por sup. : " DELIMITED BY SIZE
                  F-CONTADOR DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE FOLIOS-PENDIENTES TO F-CONTADOR
           MOVE SPACES TO LINEA-SALIDA
           STRING "Pendientes         : " DELIMITED BY SIZE
                  F-CONTADOR DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       COPY TRANSACCIONES-RUTINAS.
       COPY CUPONES-RUTINAS.
       COPY COMPRAS-PERSONAL-RUTINAS.
       COPY PEDIDOS-ESPECIALES-RUTINAS.
       COPY ALQUILERES-RUTINAS.
       COPY INSTALACIONES-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY KITS-RUTINAS.
       COPY SERIES-RUTINAS.
       COPY KARDEX-RUTINAS.
       COPY UBICACIONES-RUTINAS.
       COPY LOTES-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY AUTORIZA-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY BITACORA-RUTINAS.
