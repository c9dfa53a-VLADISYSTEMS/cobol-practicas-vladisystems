       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-PREVENCION.

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
           SELECT ARCHIVO-EGRESOS
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-EGRESOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EGRESOS.
           SELECT ARCHIVO-ABONOS ASSIGN TO "ABONOS-SEPARE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ABONOS.
           SELECT ARCHIVO-ANTICIPOS ASSIGN TO "ANTICIPOS-PEDIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTICIPOS.
           SELECT ARCHIVO-GARANTIAS
               ASSIGN TO "GARANTIAS-ALQUILER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GARANTIAS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
       COPY BOVEDA-SELECT.
       COPY TURNOS-SELECT.
       COPY NOTAS-CREDITO-SELECT.
       COPY AUTORIZA-SELECT.
       COPY TICKETS-BORRADOS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY OPERADORES-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       FD  ARCHIVO-PAGOS-VENTA.
       01  PAGOS-VENTA-REG.
       COPY PAGOS-VENTA-REG.

       FD  ARCHIVO-EGRESOS.
       01  EGRESO-REG.
           05 EG-FECHA             PIC 9(8).
           05 EG-HORA              PIC 9(8).
           05 EG-CONCEPTO          PIC X(30).
           05 EG-MONTO             PIC 9(9)V99.
           05 EG-OPERADOR          PIC 9(4).
           05 EG-CAJA              PIC 9(2).
           05 EG-TURNO             PIC 9(2).
           05 EG-SUCURSAL          PIC 9(2).

       FD  ARCHIVO-ABONOS.
       01  ABONO-REG.
           05 AB-NUMERO            PIC 9(6).
           05 AB-FECHA             PIC 9(8).
           05 AB-MONTO             PIC 9(9)V99.
           05 AB-FORMA             PIC X(13).
           05 AB-CAJA              PIC 9(2).
           05 AB-TURNO             PIC 9(2).

       FD  ARCHIVO-ANTICIPOS.
       01  ANTICIPO-REG.
           05 AN-NUMERO            PIC 9(6).
           05 AN-FECHA             PIC 9(8).
           05 AN-MONTO             PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
           05 AN-FORMA             PIC X(13).
           05 AN-CAJA              PIC 9(2).
           05 AN-TURNO             PIC 9(2).

       FD  ARCHIVO-GARANTIAS.
       01  GARANTIA-REG.
           05 GA-NUMERO            PIC 9(6).
           05 GA-FECHA             PIC 9(8).
           05 GA-MONTO             PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
           05 GA-FORMA             PIC X(13).
           05 GA-CAJA              PIC 9(2).
           05 GA-TURNO             PIC 9(2).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       COPY BOVEDA-FD.
       COPY TURNOS-FD.
       COPY NOTAS-CREDITO-FD.
       COPY AUTORIZA-FD.
       COPY TICKETS-BORRADOS-FD.
       COPY PARAMETROS-FD.
       COPY OPERADORES-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY BOVEDA-WS.
       COPY TURNOS-WS.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> REPORTE SEMANAL DE PREVENCIÓN DE PÉRDIDAS POR
       *> OPERADOR (VR-OPERADOR). JUNTA NUEVE SEÑALES DE LA
       *> SEMANA Y COMPARA LA TASA DE CADA OPERADOR CONTRA EL
       *> PROMEDIO DE LA TIENDA:
       *>   1 REVERSOS (FOLIOS POR 100 TRANSACCIONES)
       *>   2 REVERSOS (MONTO COMO % DE LO VENDIDO)
       *>   3 CAMBIOS SIN BOLETA (AUTORIZACIONES.DAT)
       *>   4 TICKETS EN ESPERA BORRADOS SIN COBRO
       *>     (TICKETS-BORRADOS.DAT)
       *>   5 DESCUENTOS MANUALES CERCA DE DESCUENTO-MAXIMO
       *>     (LÍNEAS DE VENTA SIN CAMPAÑA, SOCIO NI EMPLEADO)
       *>   6 GIFT CARDS VENDIDAS (LÍNEAS DEL PRODUCTO
       *>     TARJETA REGALO)
       *>   7 NOTAS DE CRÉDITO EMITIDAS (NOTAS-CREDITO.DAT,
       *>     LIGADAS AL FOLIO DE REVERSO O CAMBIO QUE LAS
       *>     GENERÓ)
       *>   8 AUTORIZACIONES DE SUPERVISOR PEDIDAS
       *>   9 DIFERENCIA DE CAJA AL CERRAR EL TURNO (CONTEO
       *>     DEVUELTO A LA BÓVEDA CONTRA FONDO + EFECTIVO
       *>     COBRADO - EGRESOS - RETIROS, IGUAL QUE EL
       *>     ARQUEO DE RESUMEN-VENTAS), EN $ POR TURNO
       *> LA SEÑAL QUEDA ALTA CUANDO LA TASA DEL OPERADOR
       *> SUPERA EL PROMEDIO EN MÁS DE PREV-UMBRAL-PCT POR
       *> CIENTO; CON PREV-SENALES-MIN SEÑALES ALTAS EL
       *> OPERADOR QUEDA MARCADO Y SE LISTAN LOS FOLIOS QUE
       *> LAS RESPALDAN.
       *>----------------------------------------------------
       01 FS-VENTAS              PIC XX.
       01 FS-PAGOS-VENTA         PIC XX.
       01 FS-EGRESOS             PIC XX.
       01 FS-ABONOS              PIC XX.
       01 FS-ANTICIPOS           PIC XX.
       01 FS-GARANTIAS           PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FS-NOTAS-CREDITO       PIC XX.
       01 FS-AUTORIZA            PIC XX.
       01 FS-TICKETS-BORRADOS    PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 NOMBRE-ARCHIVO-PAGOS   PIC X(30).
       01 NOMBRE-ARCHIVO-EGRESOS PIC X(30).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(34).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).

       *>----------------------------------------------------
       *> PARÁMETROS POR LÍNEA DE COMANDO (EJECUCIÓN POR LOTE):
       *> REPORTE-PREVENCION <AAAAMMDD> <OPERADOR>. LA FECHA
       *> ES EL ÚLTIMO DÍA DE LA SEMANA A REVISAR (SIETE DÍAS
       *> HASTA ELLA). SIN PARÁMETROS SE PREGUNTA LA FECHA
       *> (ENTER = AYER) Y EL OPERADOR.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 CAMPO-ARG-FECHA        PIC X(10).
       01 CAMPO-ARG-OPERADOR     PIC X(20).
       01 MODO-LOTE              PIC X VALUE 'N'.
       01 FECHA-TXT              PIC X(10).

       01 FECHA-HOY              PIC 9(8).
       01 FECHA-DESDE            PIC 9(8).
       01 FECHA-HASTA            PIC 9(8).
       01 FECHA-DIA              PIC 9(8).
       01 DIA-INT                PIC 9(7).
       01 DESDE-INT              PIC 9(7).
       01 HASTA-INT              PIC 9(7).
       01 DIAS-CON-VENTAS        PIC 9 VALUE 0.

       *>----------------------------------------------------
       *> REGLAS (PARAMETROS.DAT; ENTRE PARÉNTESIS EL VALOR
       *> POR OMISIÓN):
       *>   PREV-UMBRAL-PCT     % SOBRE EL PROMEDIO QUE HACE
       *>                       ALTA UNA SEÑAL (50)
       *>   PREV-SENALES-MIN    SEÑALES ALTAS PARA MARCAR AL
       *>                       OPERADOR (2)
       *>   PREV-DESC-CERCA-PCT UN DESCUENTO MANUAL CUENTA SI
       *>                       LLEGA A ESTE % DEL
       *>                       DESCUENTO-MAXIMO (80)
       *>   PREV-GIFTCARD-COD   CÓDIGO DEL PRODUCTO TARJETA
       *>                       REGALO (0 = SE BUSCA POR NOMBRE)
       *>----------------------------------------------------
       01 VALOR-UMBRAL           PIC 9(6) VALUE 0.
       01 UMBRAL-PCT             PIC 9(3) VALUE 50.
       01 SENALES-MINIMO         PIC 9 VALUE 2.
       01 CERCA-PCT              PIC 9(3) VALUE 80.
       01 CODIGO-GIFTCARD        PIC 9(6) VALUE 0.
       01 LIMITE-DESCUENTO       PIC 9(3)V99 VALUE 20.
       01 DESCUENTO-CERCA        PIC 9(3)V99 VALUE 0.
       01 PRODUCTO-MAYUS         PIC X(20).

       *>----------------------------------------------------
       *> NOMBRE Y UNIDAD DE CADA SEÑAL
       *>----------------------------------------------------
       01 TOTAL-SENALES          PIC 9(2) VALUE 9.
       01 LISTA-SENALES.
           05 FILLER PIC X(24) VALUE "Reversos (folios)".
           05 FILLER PIC X(24) VALUE "Reversos (monto)".
           05 FILLER PIC X(24) VALUE "Cambios sin boleta".
           05 FILLER PIC X(24) VALUE "Tickets borrados".
           05 FILLER PIC X(24) VALUE "Descuentos manuales".
           05 FILLER PIC X(24) VALUE "Gift cards vendidas".
           05 FILLER PIC X(24) VALUE "Notas de credito".
           05 FILLER PIC X(24) VALUE "Autorizaciones pedidas".
           05 FILLER PIC X(24) VALUE "Diferencia de caja".
       01 TABLA-SENALES REDEFINES LISTA-SENALES.
           05 NOMBRE-SENAL OCCURS 9 TIMES PIC X(24).
       01 LISTA-UNIDADES.
           05 FILLER PIC X(22) VALUE "por 100 transacciones".
           05 FILLER PIC X(22) VALUE "% de lo vendido".
           05 FILLER PIC X(22) VALUE "por 100 transacciones".
           05 FILLER PIC X(22) VALUE "por 100 transacciones".
           05 FILLER PIC X(22) VALUE "por 100 transacciones".
           05 FILLER PIC X(22) VALUE "por 100 transacciones".
           05 FILLER PIC X(22) VALUE "por 100 transacciones".
           05 FILLER PIC X(22) VALUE "por 100 transacciones".
           05 FILLER PIC X(22) VALUE "$ por turno contado".
       01 TABLA-UNIDADES REDEFINES LISTA-UNIDADES.
           05 UNIDAD-SENAL OCCURS 9 TIMES PIC X(22).
       01 IDX-SENAL              PIC 9(2).

       *>----------------------------------------------------
       *> ACUMULADOS POR OPERADOR. PO-CUENTA / PO-MONTO POR
       *> SEÑAL; PO-TASA ES LA CIFRA QUE SE COMPARA Y PO-ALTA
       *> QUEDA EN 'S' CUANDO SUPERA EL LÍMITE DE LA TIENDA.
       *>----------------------------------------------------
       01 MAX-OPERADORES-REP     PIC 9(2) VALUE 30.
       01 TOTAL-OPERADORES-REP   PIC 9(2) VALUE 0.
       01 TABLA-PREVENCION.
           05 PREVENCION-OPERADOR OCCURS 30 TIMES.
               10 PO-CODIGO      PIC 9(4).
               10 PO-FOLIOS      PIC 9(5).
               10 PO-VENTAS      PIC S9(11)V99.
               10 PO-TURNOS      PIC 9(3).
               10 PO-SENALES     PIC 9.
               10 PO-SENAL OCCURS 9 TIMES.
                   15 PO-CUENTA  PIC 9(5).
                   15 PO-MONTO   PIC S9(11)V99.
                   15 PO-TASA    PIC 9(9)V99.
                   15 PO-ALTA    PIC X.
       01 IDX-OP                 PIC 9(2).
       01 OPERADOR-UBICADO       PIC X VALUE 'N'.
       01 OPERADOR-BUSCADO       PIC 9(4).
       01 OPERADORES-MARCADOS    PIC 9(2) VALUE 0.

       *>----------------------------------------------------
       *> PROMEDIO DE LA TIENDA (TODOS LOS OPERADORES JUNTOS)
       *> Y LÍMITE A PARTIR DEL CUAL LA SEÑAL ES ALTA
       *>----------------------------------------------------
       01 TIENDA-FOLIOS          PIC 9(7) VALUE 0.
       01 TIENDA-VENTAS          PIC S9(13)V99 VALUE 0.
       01 TIENDA-TURNOS          PIC 9(5) VALUE 0.
       01 TABLA-TIENDA.
           05 TIENDA-SENAL OCCURS 9 TIMES.
               10 PT-CUENTA      PIC 9(7).
               10 PT-MONTO       PIC S9(13)V99.
               10 PT-TASA        PIC 9(9)V99.
               10 PT-LIMITE      PIC 9(9)V99.

       *>----------------------------------------------------
       *> FOLIOS QUE RESPALDAN CADA SEÑAL. RP-DOCUMENTO ES EL
       *> FOLIO (O LA NOTA, EL TICKET O EL TURNO, SEGÚN
       *> RP-DETALLE).
       *>----------------------------------------------------
       01 MAX-RESPALDOS          PIC 9(4) VALUE 1500.
       01 TOTAL-RESPALDOS        PIC 9(4) VALUE 0.
       01 RESPALDOS-OMITIDOS     PIC 9(5) VALUE 0.
       01 TABLA-RESPALDOS.
           05 RESPALDO OCCURS 1500 TIMES.
               10 RP-OPERADOR    PIC 9(4).
               10 RP-SENAL       PIC 9.
               10 RP-FECHA       PIC 9(8).
               10 RP-CAJA        PIC 9(2).
               10 RP-DOCUMENTO   PIC 9(6).
               10 RP-DETALLE     PIC X(20).
               10 RP-MONTO       PIC S9(11)V99.
       01 IDX-RESPALDO           PIC 9(4).

       *>----------------------------------------------------
       *> DATOS DE LA SEÑAL QUE SE ANOTA (ANOTAR-SENAL)
       *>----------------------------------------------------
       01 SENAL-RESP             PIC 9.
       01 CUENTA-RESP            PIC 9(5).
       01 MONTO-RESP             PIC S9(11)V99.
       01 FECHA-RESP             PIC 9(8).
       01 CAJA-RESP              PIC 9(2).
       01 DOCUMENTO-RESP         PIC 9(6).
       01 DETALLE-RESP           PIC X(20).
       01 MONTO-DETALLE          PIC S9(11)V99.

       *>----------------------------------------------------
       *> FOLIO EN CURSO AL LEER EL ARCHIVO DIARIO (LAS LÍNEAS
       *> DE UN FOLIO VIENEN SEGUIDAS)
       *>----------------------------------------------------
       01 HAY-FOLIO              PIC X VALUE 'N'.
       01 FA-FOLIO               PIC 9(6).
       01 FA-CAJA                PIC 9(2).
       01 FA-FECHA               PIC 9(8).
       01 FA-OPERADOR            PIC 9(4).
       01 FA-FOLIO-REF           PIC 9(6).
       01 FA-CAJA-REF            PIC 9(2).
       01 FA-REVERSO             PIC X.
       01 FA-DEVUELVE            PIC X.
       01 FA-MONTO-REVERSO       PIC S9(11)V99.
       01 MONTO-LINEA            PIC S9(11)V99.

       *>----------------------------------------------------
       *> NOTAS DE CRÉDITO DE LA SEMANA, PARA LIGARLAS AL
       *> OPERADOR DEL FOLIO QUE LAS EMITIÓ
       *>----------------------------------------------------
       01 MAX-NOTAS              PIC 9(3) VALUE 300.
       01 TOTAL-NOTAS            PIC 9(3) VALUE 0.
       01 TABLA-NOTAS.
           05 NOTA-SEMANA OCCURS 300 TIMES.
               10 NT-NUMERO      PIC 9(6).
               10 NT-CAJA        PIC 9(2).
               10 NT-FECHA       PIC 9(8).
               10 NT-FOLIO-ORIGEN PIC 9(6).
               10 NT-CAJA-ORIGEN PIC 9(2).
               10 NT-MONTO       PIC S9(11)V99.
               10 NT-LIGADA      PIC X.
       01 IDX-NOTA               PIC 9(3).
       01 NOTAS-SIN-FOLIO        PIC 9(3) VALUE 0.

       *>----------------------------------------------------
       *> TICKETS EN ESPERA RETIRADOS ('B') Y COBRADOS ('C')
       *> EN LA SEMANA
       *>----------------------------------------------------
       01 MAX-TICKETS            PIC 9(3) VALUE 500.
       01 TOTAL-TICKETS          PIC 9(3) VALUE 0.
       01 TABLA-TICKETS.
           05 TICKET-SEMANA OCCURS 500 TIMES.
               10 TK-FECHA       PIC 9(8).
               10 TK-CAJA        PIC 9(2).
               10 TK-TICKET      PIC 9(4).
               10 TK-EVENTO      PIC X.
               10 TK-OPERADOR    PIC 9(4).
               10 TK-IMPORTE     PIC 9(9)V99.
               10 TK-USADO       PIC X.
       01 IDX-TICKET             PIC 9(3).
       01 IDX-COBRO              PIC 9(3).
       01 TICKET-COBRADO         PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> TURNOS DE LA SEMANA: EFECTIVO ESPERADO EN EL CAJÓN
       *> Y LO CONTADO AL DEVOLVERLO A LA BÓVEDA
       *>----------------------------------------------------
       01 MAX-TURNOS-SEMANA      PIC 9(3) VALUE 300.
       01 TOTAL-TURNOS-SEMANA    PIC 9(3) VALUE 0.
       01 TABLA-TURNOS-SEMANA.
           05 TURNO-SEMANA OCCURS 300 TIMES.
               10 TT-CAJA        PIC 9(2).
               10 TT-FECHA       PIC 9(8).
               10 TT-TURNO       PIC 9(2).
               10 TT-OPERADOR    PIC 9(4).
               10 TT-ESPERADO    PIC S9(11)V99.
               10 TT-CONTADO     PIC S9(11)V99.
               10 TT-CONTEO      PIC X.
       01 IDX-TURNO              PIC 9(3).
       01 TURNO-UBICADO          PIC X VALUE 'N'.
       01 CAJA-BUSCADA           PIC 9(2).
       01 FECHA-BUSCADA          PIC 9(8).
       01 TURNO-BUSCADO          PIC 9(2).
       01 DIFERENCIA-CAJA        PIC S9(11)V99.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-CUENTA               PIC Z(4)9.
       01 F-MONTO                PIC -(9).99.
       01 F-TASA                 PIC Z(8)9.99.
       01 F-PROMEDIO             PIC Z(8)9.99.
       01 F-FOLIOS               PIC Z(4)9.
       01 F-TURNOS               PIC ZZ9.
       01 F-DOCUMENTO            PIC Z(5)9.
       01 F-UMBRAL               PIC ZZ9.
       01 MARCA-ALTA             PIC X(2).
       01 MARCA-OPERADOR         PIC X(16).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  PREVENCIÓN DE PÉRDIDAS"
           DISPLAY "==============================="
           MOVE "REPORTE-PREVENCION" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           PERFORM OBTENER-SEMANA
           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-REGLAS
           PERFORM CARGAR-OPERADORES

           PERFORM CARGAR-TURNOS-SEMANA
           PERFORM CARGAR-NOTAS-SEMANA
           PERFORM VARYING DIA-INT FROM DESDE-INT BY 1
                   UNTIL DIA-INT > HASTA-INT
               COMPUTE FECHA-DIA = FUNCTION DATE-OF-INTEGER (DIA-INT)
               PERFORM LEER-VENTAS-DIA
               PERFORM LEER-PAGOS-DIA
               PERFORM LEER-EGRESOS-DIA
           END-PERFORM

           IF DIAS-CON-VENTAS = 0
               DISPLAY "No hay ventas entre el " FECHA-DESDE
                       " y el " FECHA-HASTA "."
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF

           PERFORM CONTAR-NOTAS-SIN-FOLIO
           PERFORM LEER-ABONOS-SEPARE
           PERFORM LEER-ANTICIPOS-PEDIDO
           PERFORM LEER-GARANTIAS-ALQUILER
           PERFORM LEER-BOVEDA
           PERFORM CUADRAR-TURNOS
           PERFORM LEER-AUTORIZACIONES
           PERFORM LEER-TICKETS-BORRADOS
           PERFORM REVISAR-TICKETS

           PERFORM CALCULAR-PROMEDIOS
           PERFORM EVALUAR-OPERADORES

           STRING "PREVENCION-" DELIMITED BY SIZE
                  FECHA-HASTA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           IF MODO-LOTE = 'N'
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
           END-IF

           MOVE FECHA-HASTA TO EC-FECHA-REPORTE
           MOVE "PREVENCION DE PERDIDAS" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           PERFORM ESCRIBIR-PROMEDIOS
           PERFORM ESCRIBIR-OPERADORES
           PERFORM ESCRIBIR-RESPALDOS
           PERFORM ESCRIBIR-TOTALES

           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE

           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE TOTAL-OPERADORES-REP TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           STOP RUN.

      *>----------------------------------------------------
      *> LA SEMANA SON LOS SIETE DÍAS QUE TERMINAN EN LA
      *> FECHA RECIBIDA (POR OMISIÓN, AYER).
      *>----------------------------------------------------
       OBTENER-SEMANA.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE FECHA-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FECHA-HOY) - 1)
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE 'S' TO MODO-LOTE
               UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                   INTO CAMPO-ARG-FECHA, CAMPO-ARG-OPERADOR
               END-UNSTRING
               MOVE CAMPO-ARG-FECHA TO FECHA-TXT
               MOVE CAMPO-ARG-OPERADOR TO OPERADOR
           ELSE
               DISPLAY "Último día de la semana a revisar "
                       "(AAAAMMDD, ENTER = ayer):"
               ACCEPT FECHA-TXT
           END-IF
           IF FECHA-TXT NOT = SPACES
               IF FUNCTION TRIM(FECHA-TXT) IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                      (FUNCTION NUMVAL (FECHA-TXT)) NOT = 0
                   DISPLAY "Fecha inválida: " FECHA-TXT
                   MOVE 'F' TO BW-EVENTO
                   MOVE "ERROR" TO BW-ESTADO
                   PERFORM GRABAR-BITACORA
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-HASTA
           END-IF
           COMPUTE HASTA-INT = FUNCTION INTEGER-OF-DATE (FECHA-HASTA)
           COMPUTE DESDE-INT = HASTA-INT - 6
           COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER (DESDE-INT)
           DISPLAY "Semana del " FECHA-DESDE " al " FECHA-HASTA ".".

       CARGAR-REGLAS.
           MOVE "PREV-UMBRAL-PCT" TO CLAVE-BUSCADA
           MOVE UMBRAL-PCT TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO UMBRAL-PCT
           MOVE "PREV-SENALES-MIN" TO CLAVE-BUSCADA
           MOVE SENALES-MINIMO TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO SENALES-MINIMO
           IF SENALES-MINIMO = 0
               MOVE 1 TO SENALES-MINIMO
           END-IF
           MOVE "PREV-DESC-CERCA-PCT" TO CLAVE-BUSCADA
           MOVE CERCA-PCT TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO CERCA-PCT
           MOVE "PREV-GIFTCARD-COD" TO CLAVE-BUSCADA
           MOVE CODIGO-GIFTCARD TO VALOR-UMBRAL
           PERFORM LEER-UMBRAL
           MOVE VALOR-UMBRAL TO CODIGO-GIFTCARD
           MOVE "DESCUENTO-MAXIMO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO LIMITE-DESCUENTO
           END-IF
           COMPUTE DESCUENTO-CERCA = LIMITE-DESCUENTO * CERCA-PCT
               / 100
           IF DESCUENTO-CERCA = 0
               MOVE 0.01 TO DESCUENTO-CERCA
           END-IF.

       LEER-UMBRAL.
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO VALOR-UMBRAL
           END-IF.

      *>----------------------------------------------------
      *> CADA TURNO ARRANCA ESPERANDO SU FONDO; LO COBRADO EN
      *> EFECTIVO SE SUMA Y LOS EGRESOS Y RETIROS SE RESTAN
      *> AL LEER CADA ARCHIVO.
      *>----------------------------------------------------
       CARGAR-TURNOS-SEMANA.
           OPEN INPUT ARCHIVO-TURNOS
           IF FS-TURNOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-TURNOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TN-FECHA >= FECHA-DESDE
                           AND TN-FECHA <= FECHA-HASTA
                           AND TOTAL-TURNOS-SEMANA < MAX-TURNOS-SEMANA
                           ADD 1 TO TOTAL-TURNOS-SEMANA
                           MOVE TOTAL-TURNOS-SEMANA TO IDX-TURNO
                           MOVE TN-CAJA TO TT-CAJA (IDX-TURNO)
                           MOVE TN-FECHA TO TT-FECHA (IDX-TURNO)
                           MOVE TN-TURNO TO TT-TURNO (IDX-TURNO)
                           MOVE TN-OPERADOR TO TT-OPERADOR (IDX-TURNO)
                           MOVE TN-FONDO TO TT-ESPERADO (IDX-TURNO)
                           MOVE 0 TO TT-CONTADO (IDX-TURNO)
                           MOVE 'N' TO TT-CONTEO (IDX-TURNO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-TURNOS.

       UBICAR-TURNO-SEMANA.
           MOVE 'N' TO TURNO-UBICADO
           IF TURNO-BUSCADO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-TURNO FROM 1 BY 1
                   UNTIL IDX-TURNO > TOTAL-TURNOS-SEMANA
                      OR TURNO-UBICADO = 'S'
               IF TT-CAJA (IDX-TURNO) = CAJA-BUSCADA
                   AND TT-FECHA (IDX-TURNO) = FECHA-BUSCADA
                   AND TT-TURNO (IDX-TURNO) = TURNO-BUSCADO
                   MOVE 'S' TO TURNO-UBICADO
               END-IF
           END-PERFORM
           IF TURNO-UBICADO = 'S'
               SUBTRACT 1 FROM IDX-TURNO
           END-IF.

       CARGAR-NOTAS-SEMANA.
           OPEN INPUT ARCHIVO-NOTAS-CREDITO
           IF FS-NOTAS-CREDITO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-NOTAS-CREDITO
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF NC-FECHA >= FECHA-DESDE
                           AND NC-FECHA <= FECHA-HASTA
                           AND TOTAL-NOTAS < MAX-NOTAS
                           ADD 1 TO TOTAL-NOTAS
                           MOVE NC-NUMERO TO NT-NUMERO (TOTAL-NOTAS)
                           MOVE NC-CAJA TO NT-CAJA (TOTAL-NOTAS)
                           MOVE NC-FECHA TO NT-FECHA (TOTAL-NOTAS)
                           MOVE NC-FOLIO-ORIGEN
                               TO NT-FOLIO-ORIGEN (TOTAL-NOTAS)
                           MOVE NC-CAJA-ORIGEN
                               TO NT-CAJA-ORIGEN (TOTAL-NOTAS)
                           MOVE NC-MONTO TO NT-MONTO (TOTAL-NOTAS)
                           MOVE 'N' TO NT-LIGADA (TOTAL-NOTAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-NOTAS-CREDITO.

      *>----------------------------------------------------
      *> ARCHIVO DIARIO DE VENTAS: TRANSACCIONES Y VENTAS POR
      *> OPERADOR, SEÑALES POR LÍNEA (DESCUENTOS, GIFT
      *> CARDS), SEÑALES POR FOLIO (REVERSOS, NOTAS) Y EL
      *> EFECTIVO DE CADA TURNO.
      *>----------------------------------------------------
       LEER-VENTAS-DIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  FECHA-DIA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DIAS-CON-VENTAS
           MOVE 'N' TO HAY-FOLIO
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM PROCESAR-LINEA-VENTA
               END-READ
           END-PERFORM
           IF HAY-FOLIO = 'S'
               PERFORM CERRAR-FOLIO
           END-IF
           CLOSE ARCHIVO-VENTAS.

       PROCESAR-LINEA-VENTA.
           IF VR-OPERADOR IS NOT NUMERIC
               MOVE 0 TO VR-OPERADOR
           END-IF
           IF HAY-FOLIO = 'S'
               AND (VR-FOLIO NOT = FA-FOLIO OR VR-CAJA NOT = FA-CAJA)
               PERFORM CERRAR-FOLIO
           END-IF
           IF HAY-FOLIO = 'N'
               PERFORM ABRIR-FOLIO
           END-IF
           IF VR-TIPO = 'R'
               MOVE 'S' TO FA-REVERSO
               SUBTRACT VR-TOTAL-NETO FROM FA-MONTO-REVERSO
           END-IF
           IF VR-TIPO = 'R' OR VR-TIPO = 'D' OR VR-TIPO = 'C'
               MOVE 'S' TO FA-DEVUELVE
           END-IF
           MOVE VR-OPERADOR TO OPERADOR-BUSCADO
           PERFORM UBICAR-OPERADOR-REP
           IF OPERADOR-UBICADO = 'S'
               AND (VR-TIPO = 'V' OR VR-TIPO = 'C')
               AND VR-TOTAL-NETO > 0
               ADD VR-TOTAL-NETO TO PO-VENTAS (IDX-OP)
           END-IF
           IF VR-TIPO = 'V'
               PERFORM REVISAR-DESCUENTO-MANUAL
               PERFORM REVISAR-GIFTCARD
           END-IF
           PERFORM SUMAR-EFECTIVO-VENTA.

       ABRIR-FOLIO.
           MOVE 'S' TO HAY-FOLIO
           MOVE VR-FOLIO TO FA-FOLIO
           MOVE VR-CAJA TO FA-CAJA
           MOVE VR-FECHA TO FA-FECHA
           MOVE VR-OPERADOR TO FA-OPERADOR
           MOVE VR-FOLIO-REF TO FA-FOLIO-REF
           IF VR-CAJA-REF IS NUMERIC
               MOVE VR-CAJA-REF TO FA-CAJA-REF
           ELSE
               MOVE 0 TO FA-CAJA-REF
           END-IF
           MOVE 'N' TO FA-REVERSO
           MOVE 'N' TO FA-DEVUELVE
           MOVE 0 TO FA-MONTO-REVERSO.

      *>----------------------------------------------------
      *> AL TERMINAR UN FOLIO: CUENTA LA TRANSACCIÓN, ANOTA
      *> EL REVERSO Y LIGA LA NOTA DE CRÉDITO QUE HAYA
      *> EMITIDO (MISMA CAJA Y FECHA, MISMA FACTURA ORIGEN).
      *>----------------------------------------------------
       CERRAR-FOLIO.
           MOVE 'N' TO HAY-FOLIO
           MOVE FA-OPERADOR TO OPERADOR-BUSCADO
           PERFORM UBICAR-OPERADOR-REP
           IF OPERADOR-UBICADO = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PO-FOLIOS (IDX-OP)
           MOVE FA-FECHA TO FECHA-RESP
           MOVE FA-CAJA TO CAJA-RESP
           IF FA-REVERSO = 'S'
               MOVE 1 TO SENAL-RESP
               MOVE 1 TO CUENTA-RESP
               MOVE FA-MONTO-REVERSO TO MONTO-RESP
               MOVE FA-MONTO-REVERSO TO MONTO-DETALLE
               MOVE FA-FOLIO TO DOCUMENTO-RESP
               MOVE "Folio de reverso" TO DETALLE-RESP
               PERFORM ANOTAR-SENAL
               ADD 1 TO PO-CUENTA (IDX-OP, 2)
               ADD FA-MONTO-REVERSO TO PO-MONTO (IDX-OP, 2)
           END-IF
           IF FA-DEVUELVE = 'S'
               PERFORM LIGAR-NOTA-CREDITO
           END-IF.

       LIGAR-NOTA-CREDITO.
           PERFORM VARYING IDX-NOTA FROM 1 BY 1
                   UNTIL IDX-NOTA > TOTAL-NOTAS
               IF NT-LIGADA (IDX-NOTA) = 'N'
                   AND NT-CAJA (IDX-NOTA) = FA-CAJA
                   AND NT-FECHA (IDX-NOTA) = FA-FECHA
                   AND NT-FOLIO-ORIGEN (IDX-NOTA) = FA-FOLIO-REF
                   AND NT-CAJA-ORIGEN (IDX-NOTA) = FA-CAJA-REF
                   MOVE 'S' TO NT-LIGADA (IDX-NOTA)
                   MOVE 7 TO SENAL-RESP
                   MOVE 1 TO CUENTA-RESP
                   MOVE NT-MONTO (IDX-NOTA) TO MONTO-RESP
                   MOVE NT-MONTO (IDX-NOTA) TO MONTO-DETALLE
                   MOVE NT-NUMERO (IDX-NOTA) TO DOCUMENTO-RESP
                   MOVE SPACES TO DETALLE-RESP
                   MOVE FA-FOLIO TO F-DOCUMENTO
                   STRING "Nota, folio " DELIMITED BY SIZE
                          F-DOCUMENTO DELIMITED BY SIZE
                          INTO DETALLE-RESP
                   PERFORM ANOTAR-SENAL
               END-IF
           END-PERFORM.

       CONTAR-NOTAS-SIN-FOLIO.
           PERFORM VARYING IDX-NOTA FROM 1 BY 1
                   UNTIL IDX-NOTA > TOTAL-NOTAS
               IF NT-LIGADA (IDX-NOTA) = 'N'
                   ADD 1 TO NOTAS-SIN-FOLIO
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> DESCUENTO TECLEADO A MANO: SIN CAMPAÑA, SIN SOCIO Y
      *> SIN EMPLEADO (ESOS DESCUENTOS LOS PONE LA CAJA SOLA)
      *> Y CERCA DEL TOPE DESCUENTO-MAXIMO O POR ENCIMA.
      *>----------------------------------------------------
       REVISAR-DESCUENTO-MANUAL.
           IF VR-DESCUENTO-PCT < DESCUENTO-CERCA
               EXIT PARAGRAPH
           END-IF
           IF VR-CAMPANIA IS NUMERIC AND VR-CAMPANIA > 0
               EXIT PARAGRAPH
           END-IF
           IF VR-MIEMBRO IS NUMERIC AND VR-MIEMBRO > 0
               EXIT PARAGRAPH
           END-IF
           IF VR-EMPLEADO IS NUMERIC AND VR-EMPLEADO > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 5 TO SENAL-RESP
           MOVE 1 TO CUENTA-RESP
           COMPUTE MONTO-RESP ROUNDED = VR-PRECIO-UNITARIO
               * VR-UNIDADES * VR-DESCUENTO-PCT / 100
           MOVE MONTO-RESP TO MONTO-DETALLE
           MOVE VR-FECHA TO FECHA-RESP
           MOVE VR-CAJA TO CAJA-RESP
           MOVE VR-FOLIO TO DOCUMENTO-RESP
           MOVE VR-PRODUCTO TO DETALLE-RESP
           PERFORM ANOTAR-SENAL.

       REVISAR-GIFTCARD.
           IF CODIGO-GIFTCARD > 0
               IF VR-CODIGO NOT = CODIGO-GIFTCARD
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE FUNCTION UPPER-CASE (VR-PRODUCTO)
                   TO PRODUCTO-MAYUS
               IF PRODUCTO-MAYUS (1:14) NOT = "TARJETA REGALO"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 6 TO SENAL-RESP
           MOVE VR-UNIDADES TO CUENTA-RESP
           MOVE VR-TOTAL-NETO TO MONTO-RESP
           MOVE VR-TOTAL-NETO TO MONTO-DETALLE
           MOVE VR-FECHA TO FECHA-RESP
           MOVE VR-CAJA TO CAJA-RESP
           MOVE VR-FOLIO TO DOCUMENTO-RESP
           MOVE "Venta de gift card" TO DETALLE-RESP
           PERFORM ANOTAR-SENAL.

      *>----------------------------------------------------
      *> EFECTIVO QUE ENTRA AL CAJÓN DEL TURNO (MISMAS
      *> FORMAS QUE EL ARQUEO DE RESUMEN-VENTAS; LOS MIXTOS
      *> SE REPARTEN CON PAGOS-VENTA).
      *>----------------------------------------------------
       SUMAR-EFECTIVO-VENTA.
           IF VR-TURNO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF VR-FORMA-PAGO = "EFECTIVO"
               OR (VR-FORMA-PAGO = "ANTICIPO" AND VR-TOTAL-NETO < 0)
               MOVE VR-CAJA TO CAJA-BUSCADA
               MOVE VR-FECHA TO FECHA-BUSCADA
               MOVE VR-TURNO TO TURNO-BUSCADO
               PERFORM UBICAR-TURNO-SEMANA
               IF TURNO-UBICADO = 'S'
                   ADD VR-TOTAL-NETO TO TT-ESPERADO (IDX-TURNO)
               END-IF
           END-IF.

       LEER-PAGOS-DIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-PAGOS
           STRING "PAGOS-VENTA-" DELIMITED BY SIZE
                  FECHA-DIA DELIMITED BY SIZE
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
                       IF PG-TURNO IS NUMERIC
                           AND (PG-FORMA = "EFECTIVO"
                               OR (PG-FORMA = "ANTICIPO"
                                   AND PG-MONTO < 0))
                           MOVE PG-CAJA TO CAJA-BUSCADA
                           MOVE PG-FECHA TO FECHA-BUSCADA
                           MOVE PG-TURNO TO TURNO-BUSCADO
                           PERFORM UBICAR-TURNO-SEMANA
                           IF TURNO-UBICADO = 'S'
                               ADD PG-MONTO TO TT-ESPERADO (IDX-TURNO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOS-VENTA.

       LEER-EGRESOS-DIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-EGRESOS
           STRING "EGRESOS-" DELIMITED BY SIZE
                  FECHA-DIA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-EGRESOS
           OPEN INPUT ARCHIVO-EGRESOS
           IF FS-EGRESOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-EGRESOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF EG-TURNO IS NUMERIC
                           MOVE EG-CAJA TO CAJA-BUSCADA
                           MOVE FECHA-DIA TO FECHA-BUSCADA
                           MOVE EG-TURNO TO TURNO-BUSCADO
                           PERFORM UBICAR-TURNO-SEMANA
                           IF TURNO-UBICADO = 'S'
                               SUBTRACT EG-MONTO
                                   FROM TT-ESPERADO (IDX-TURNO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EGRESOS.

       LEER-ABONOS-SEPARE.
           OPEN INPUT ARCHIVO-ABONOS
           IF FS-ABONOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ABONOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF AB-FECHA >= FECHA-DESDE
                           AND AB-FECHA <= FECHA-HASTA
                           AND AB-FORMA = "EFECTIVO"
                           AND AB-TURNO IS NUMERIC
                           MOVE AB-CAJA TO CAJA-BUSCADA
                           MOVE AB-FECHA TO FECHA-BUSCADA
                           MOVE AB-TURNO TO TURNO-BUSCADO
                           PERFORM UBICAR-TURNO-SEMANA
                           IF TURNO-UBICADO = 'S'
                               ADD AB-MONTO TO TT-ESPERADO (IDX-TURNO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ABONOS.

       LEER-ANTICIPOS-PEDIDO.
           OPEN INPUT ARCHIVO-ANTICIPOS
           IF FS-ANTICIPOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ANTICIPOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF AN-FECHA >= FECHA-DESDE
                           AND AN-FECHA <= FECHA-HASTA
                           AND AN-FORMA = "EFECTIVO"
                           AND AN-TURNO IS NUMERIC
                           MOVE AN-CAJA TO CAJA-BUSCADA
                           MOVE AN-FECHA TO FECHA-BUSCADA
                           MOVE AN-TURNO TO TURNO-BUSCADO
                           PERFORM UBICAR-TURNO-SEMANA
                           IF TURNO-UBICADO = 'S'
                               ADD AN-MONTO TO TT-ESPERADO (IDX-TURNO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ANTICIPOS.

       LEER-GARANTIAS-ALQUILER.
           OPEN INPUT ARCHIVO-GARANTIAS
           IF FS-GARANTIAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-GARANTIAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF GA-FECHA >= FECHA-DESDE
                           AND GA-FECHA <= FECHA-HASTA
                           AND GA-FORMA = "EFECTIVO"
                           AND GA-TURNO IS NUMERIC
                           MOVE GA-CAJA TO CAJA-BUSCADA
                           MOVE GA-FECHA TO FECHA-BUSCADA
                           MOVE GA-TURNO TO TURNO-BUSCADO
                           PERFORM UBICAR-TURNO-SEMANA
                           IF TURNO-UBICADO = 'S'
                               ADD GA-MONTO TO TT-ESPERADO (IDX-TURNO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GARANTIAS.

      *>----------------------------------------------------
      *> LIBRO DE LA BÓVEDA: LOS RETIROS A MEDIO TURNO SALEN
      *> DEL CAJÓN Y LA DEVOLUCIÓN AL CIERRE ES LO CONTADO.
      *>----------------------------------------------------
       LEER-BOVEDA.
           OPEN INPUT ARCHIVO-BOVEDA
           IF FS-BOVEDA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-BOVEDA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF BV-FECHA >= FECHA-DESDE
                           AND BV-FECHA <= FECHA-HASTA
                           AND (BV-TIPO = 'R' OR BV-TIPO = 'D')
                           MOVE BV-CAJA TO CAJA-BUSCADA
                           MOVE BV-FECHA TO FECHA-BUSCADA
                           MOVE BV-TURNO TO TURNO-BUSCADO
                           PERFORM UBICAR-TURNO-SEMANA
                           PERFORM APLICAR-MOVIMIENTO-BOVEDA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-BOVEDA.

       APLICAR-MOVIMIENTO-BOVEDA.
           IF TURNO-UBICADO = 'N'
               EXIT PARAGRAPH
           END-IF
           IF BV-TIPO = 'R'
               SUBTRACT BV-MONTO FROM TT-ESPERADO (IDX-TURNO)
           ELSE
               ADD BV-MONTO TO TT-CONTADO (IDX-TURNO)
               MOVE 'S' TO TT-CONTEO (IDX-TURNO)
           END-IF.

      *>----------------------------------------------------
      *> DIFERENCIA DE CADA TURNO CONTADO: SOBRANTE (+) O
      *> FALTANTE (-); A LA SEÑAL VA EL VALOR ABSOLUTO.
      *>----------------------------------------------------
       CUADRAR-TURNOS.
           PERFORM VARYING IDX-TURNO FROM 1 BY 1
                   UNTIL IDX-TURNO > TOTAL-TURNOS-SEMANA
               IF TT-CONTEO (IDX-TURNO) = 'S'
                   PERFORM CUADRAR-UN-TURNO
               END-IF
           END-PERFORM.

       CUADRAR-UN-TURNO.
           MOVE TT-OPERADOR (IDX-TURNO) TO OPERADOR-BUSCADO
           PERFORM UBICAR-OPERADOR-REP
           IF OPERADOR-UBICADO = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PO-TURNOS (IDX-OP)
           COMPUTE DIFERENCIA-CAJA = TT-CONTADO (IDX-TURNO)
               - TT-ESPERADO (IDX-TURNO)
           IF DIFERENCIA-CAJA = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 9 TO SENAL-RESP
           MOVE 1 TO CUENTA-RESP
           IF DIFERENCIA-CAJA < 0
               COMPUTE MONTO-RESP = DIFERENCIA-CAJA * -1
               MOVE "Faltante, turno" TO DETALLE-RESP
           ELSE
               MOVE DIFERENCIA-CAJA TO MONTO-RESP
               MOVE "Sobrante, turno" TO DETALLE-RESP
           END-IF
           MOVE DIFERENCIA-CAJA TO MONTO-DETALLE
           MOVE TT-FECHA (IDX-TURNO) TO FECHA-RESP
           MOVE TT-CAJA (IDX-TURNO) TO CAJA-RESP
           MOVE TT-TURNO (IDX-TURNO) TO DOCUMENTO-RESP
           PERFORM ANOTAR-SENAL.

      *>----------------------------------------------------
      *> AUTORIZACIONES PEDIDAS POR EL OPERADOR; EL CAMBIO
      *> SIN BOLETA ADEMÁS VA A SU PROPIA SEÑAL.
      *>----------------------------------------------------
       LEER-AUTORIZACIONES.
           OPEN INPUT ARCHIVO-AUTORIZA
           IF FS-AUTORIZA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-AUTORIZA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF AU-FECHA >= FECHA-DESDE
                           AND AU-FECHA <= FECHA-HASTA
                           PERFORM ANOTAR-AUTORIZACION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-AUTORIZA.

       ANOTAR-AUTORIZACION.
           MOVE AU-OPERADOR TO OPERADOR-BUSCADO
           PERFORM UBICAR-OPERADOR-REP
           IF OPERADOR-UBICADO = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO CUENTA-RESP
           MOVE 0 TO MONTO-RESP
           MOVE 0 TO MONTO-DETALLE
           MOVE AU-FECHA TO FECHA-RESP
           MOVE AU-CAJA TO CAJA-RESP
           MOVE AU-DOCUMENTO TO DOCUMENTO-RESP
           MOVE AU-ACCION TO DETALLE-RESP
           MOVE 8 TO SENAL-RESP
           PERFORM ANOTAR-SENAL
           IF AU-ACCION = "CAMBIO SIN BOLETA"
               MOVE 3 TO SENAL-RESP
               MOVE "Factura original" TO DETALLE-RESP
               PERFORM ANOTAR-SENAL
           END-IF.

       LEER-TICKETS-BORRADOS.
           OPEN INPUT ARCHIVO-TICKETS-BORRADOS
           IF FS-TICKETS-BORRADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-TICKETS-BORRADOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TB-FECHA >= FECHA-DESDE
                           AND TB-FECHA <= FECHA-HASTA
                           AND TOTAL-TICKETS < MAX-TICKETS
                           ADD 1 TO TOTAL-TICKETS
                           MOVE TB-FECHA TO TK-FECHA (TOTAL-TICKETS)
                           MOVE TB-CAJA TO TK-CAJA (TOTAL-TICKETS)
                           MOVE TB-TICKET TO TK-TICKET (TOTAL-TICKETS)
                           MOVE TB-EVENTO TO TK-EVENTO (TOTAL-TICKETS)
                           MOVE TB-OPERADOR
                               TO TK-OPERADOR (TOTAL-TICKETS)
                           MOVE TB-IMPORTE
                               TO TK-IMPORTE (TOTAL-TICKETS)
                           MOVE 'N' TO TK-USADO (TOTAL-TICKETS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-TICKETS-BORRADOS.

      *>----------------------------------------------------
      *> UN TICKET RETIRADO ('B') QUE NO TERMINÓ COBRADO ('C'
      *> POSTERIOR DE LA MISMA CAJA, DÍA Y NÚMERO) NI VOLVIÓ
      *> A ESPERA CON OTRO NÚMERO ('E') CUENTA COMO BORRADO
      *> SIN VENTA.
      *>----------------------------------------------------
       REVISAR-TICKETS.
           PERFORM VARYING IDX-TICKET FROM 1 BY 1
                   UNTIL IDX-TICKET > TOTAL-TICKETS
               IF TK-EVENTO (IDX-TICKET) = 'B'
                   PERFORM BUSCAR-COBRO-TICKET
                   IF TICKET-COBRADO = 'N'
                       PERFORM ANOTAR-TICKET-BORRADO
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-COBRO-TICKET.
           MOVE 'N' TO TICKET-COBRADO
           PERFORM VARYING IDX-COBRO FROM IDX-TICKET BY 1
                   UNTIL IDX-COBRO > TOTAL-TICKETS
                      OR TICKET-COBRADO = 'S'
               IF (TK-EVENTO (IDX-COBRO) = 'C'
                    OR TK-EVENTO (IDX-COBRO) = 'E')
                   AND TK-USADO (IDX-COBRO) = 'N'
                   AND TK-FECHA (IDX-COBRO) = TK-FECHA (IDX-TICKET)
                   AND TK-CAJA (IDX-COBRO) = TK-CAJA (IDX-TICKET)
                   AND TK-TICKET (IDX-COBRO) = TK-TICKET (IDX-TICKET)
                   MOVE 'S' TO TK-USADO (IDX-COBRO)
                   MOVE 'S' TO TICKET-COBRADO
               END-IF
           END-PERFORM.

       ANOTAR-TICKET-BORRADO.
           MOVE TK-OPERADOR (IDX-TICKET) TO OPERADOR-BUSCADO
           PERFORM UBICAR-OPERADOR-REP
           IF OPERADOR-UBICADO = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO SENAL-RESP
           MOVE 1 TO CUENTA-RESP
           MOVE TK-IMPORTE (IDX-TICKET) TO MONTO-RESP
           MOVE TK-IMPORTE (IDX-TICKET) TO MONTO-DETALLE
           MOVE TK-FECHA (IDX-TICKET) TO FECHA-RESP
           MOVE TK-CAJA (IDX-TICKET) TO CAJA-RESP
           MOVE TK-TICKET (IDX-TICKET) TO DOCUMENTO-RESP
           MOVE "Ticket sin cobro" TO DETALLE-RESP
           PERFORM ANOTAR-SENAL.

      *>----------------------------------------------------
      *> UBICA (O AGREGA) AL OPERADOR OPERADOR-BUSCADO EN LA
      *> TABLA DEL REPORTE; DEJA IDX-OP EN SU RENGLÓN.
      *>----------------------------------------------------
       UBICAR-OPERADOR-REP.
           MOVE 'N' TO OPERADOR-UBICADO
           PERFORM VARYING IDX-OP FROM 1 BY 1
                   UNTIL IDX-OP > TOTAL-OPERADORES-REP
                      OR OPERADOR-UBICADO = 'S'
               IF PO-CODIGO (IDX-OP) = OPERADOR-BUSCADO
                   MOVE 'S' TO OPERADOR-UBICADO
               END-IF
           END-PERFORM
           IF OPERADOR-UBICADO = 'S'
               SUBTRACT 1 FROM IDX-OP
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-OPERADORES-REP < MAX-OPERADORES-REP
               ADD 1 TO TOTAL-OPERADORES-REP
               MOVE TOTAL-OPERADORES-REP TO IDX-OP
               INITIALIZE PREVENCION-OPERADOR (IDX-OP)
               MOVE OPERADOR-BUSCADO TO PO-CODIGO (IDX-OP)
               MOVE 'S' TO OPERADOR-UBICADO
           END-IF.

      *>----------------------------------------------------
      *> SUMA LA SEÑAL SENAL-RESP AL OPERADOR DE IDX-OP Y
      *> GUARDA EL DOCUMENTO QUE LA RESPALDA.
      *>----------------------------------------------------
       ANOTAR-SENAL.
           ADD CUENTA-RESP TO PO-CUENTA (IDX-OP, SENAL-RESP)
           ADD MONTO-RESP TO PO-MONTO (IDX-OP, SENAL-RESP)
           IF TOTAL-RESPALDOS < MAX-RESPALDOS
               ADD 1 TO TOTAL-RESPALDOS
               MOVE PO-CODIGO (IDX-OP)
                   TO RP-OPERADOR (TOTAL-RESPALDOS)
               MOVE SENAL-RESP TO RP-SENAL (TOTAL-RESPALDOS)
               MOVE FECHA-RESP TO RP-FECHA (TOTAL-RESPALDOS)
               MOVE CAJA-RESP TO RP-CAJA (TOTAL-RESPALDOS)
               MOVE DOCUMENTO-RESP TO RP-DOCUMENTO (TOTAL-RESPALDOS)
               MOVE DETALLE-RESP TO RP-DETALLE (TOTAL-RESPALDOS)
               MOVE MONTO-DETALLE TO RP-MONTO (TOTAL-RESPALDOS)
           ELSE
               ADD 1 TO RESPALDOS-OMITIDOS
           END-IF.

      *>----------------------------------------------------
      *> TASA DE CADA OPERADOR Y DE LA TIENDA: SEÑALES POR
      *> 100 TRANSACCIONES, EL MONTO REVERSADO COMO % DE LO
      *> VENDIDO Y LA DIFERENCIA DE CAJA EN $ POR TURNO.
      *>----------------------------------------------------
       CALCULAR-PROMEDIOS.
           PERFORM VARYING IDX-OP FROM 1 BY 1
                   UNTIL IDX-OP > TOTAL-OPERADORES-REP
               ADD PO-FOLIOS (IDX-OP) TO TIENDA-FOLIOS
               ADD PO-VENTAS (IDX-OP) TO TIENDA-VENTAS
               ADD PO-TURNOS (IDX-OP) TO TIENDA-TURNOS
               PERFORM VARYING IDX-SENAL FROM 1 BY 1
                       UNTIL IDX-SENAL > TOTAL-SENALES
                   ADD PO-CUENTA (IDX-OP, IDX-SENAL)
                       TO PT-CUENTA (IDX-SENAL)
                   ADD PO-MONTO (IDX-OP, IDX-SENAL)
                       TO PT-MONTO (IDX-SENAL)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING IDX-SENAL FROM 1 BY 1
                   UNTIL IDX-SENAL > TOTAL-SENALES
               EVALUATE IDX-SENAL
                   WHEN 2
                       IF TIENDA-VENTAS > 0
                           COMPUTE PT-TASA (IDX-SENAL) ROUNDED =
                               PT-MONTO (IDX-SENAL) * 100
                               / TIENDA-VENTAS
                       END-IF
                   WHEN 9
                       IF TIENDA-TURNOS > 0
                           COMPUTE PT-TASA (IDX-SENAL) ROUNDED =
                               PT-MONTO (IDX-SENAL) / TIENDA-TURNOS
                       END-IF
                   WHEN OTHER
                       IF TIENDA-FOLIOS > 0
                           COMPUTE PT-TASA (IDX-SENAL) ROUNDED =
                               PT-CUENTA (IDX-SENAL) * 100
                               / TIENDA-FOLIOS
                       END-IF
               END-EVALUATE
               COMPUTE PT-LIMITE (IDX-SENAL) ROUNDED =
                   PT-TASA (IDX-SENAL) * (100 + UMBRAL-PCT) / 100
           END-PERFORM.

      *>----------------------------------------------------
      *> SIN TRANSACCIONES (O SIN TURNOS CONTADOS) LA TASA SE
      *> TOMA SOBRE UNA SOLA, PARA QUE LO ANOTADO NO QUEDE
      *> OCULTO.
      *>----------------------------------------------------
       EVALUAR-OPERADORES.
           PERFORM VARYING IDX-OP FROM 1 BY 1
                   UNTIL IDX-OP > TOTAL-OPERADORES-REP
               MOVE 0 TO PO-SENALES (IDX-OP)
               PERFORM VARYING IDX-SENAL FROM 1 BY 1
                       UNTIL IDX-SENAL > TOTAL-SENALES
                   PERFORM CALCULAR-TASA-OPERADOR
                   MOVE 'N' TO PO-ALTA (IDX-OP, IDX-SENAL)
                   IF PO-CUENTA (IDX-OP, IDX-SENAL) > 0
                       AND PO-TASA (IDX-OP, IDX-SENAL)
                           > PT-LIMITE (IDX-SENAL)
                       MOVE 'S' TO PO-ALTA (IDX-OP, IDX-SENAL)
                       ADD 1 TO PO-SENALES (IDX-OP)
                   END-IF
               END-PERFORM
               IF PO-SENALES (IDX-OP) >= SENALES-MINIMO
                   ADD 1 TO OPERADORES-MARCADOS
               END-IF
           END-PERFORM.

       CALCULAR-TASA-OPERADOR.
           EVALUATE IDX-SENAL
               WHEN 2
                   IF PO-VENTAS (IDX-OP) > 0
                       COMPUTE PO-TASA (IDX-OP, IDX-SENAL) ROUNDED =
                           PO-MONTO (IDX-OP, IDX-SENAL) * 100
                           / PO-VENTAS (IDX-OP)
                   ELSE
                       IF PO-MONTO (IDX-OP, IDX-SENAL) > 0
                           MOVE 100 TO PO-TASA (IDX-OP, IDX-SENAL)
                       ELSE
                           MOVE 0 TO PO-TASA (IDX-OP, IDX-SENAL)
                       END-IF
                   END-IF
               WHEN 9
                   IF PO-TURNOS (IDX-OP) > 0
                       COMPUTE PO-TASA (IDX-OP, IDX-SENAL) ROUNDED =
                           PO-MONTO (IDX-OP, IDX-SENAL)
                           / PO-TURNOS (IDX-OP)
                   ELSE
                       MOVE PO-MONTO (IDX-OP, IDX-SENAL)
                           TO PO-TASA (IDX-OP, IDX-SENAL)
                   END-IF
               WHEN OTHER
                   IF PO-FOLIOS (IDX-OP) > 0
                       COMPUTE PO-TASA (IDX-OP, IDX-SENAL) ROUNDED =
                           PO-CUENTA (IDX-OP, IDX-SENAL) * 100
                           / PO-FOLIOS (IDX-OP)
                   ELSE
                       COMPUTE PO-TASA (IDX-OP, IDX-SENAL) =
                           PO-CUENTA (IDX-OP, IDX-SENAL) * 100
                   END-IF
           END-EVALUATE.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       ESCRIBIR-ENCABEZADO.
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-PROMEDIOS.
           MOVE SPACES TO LINEA-SALIDA
           STRING "Semana del " DELIMITED BY SIZE
                  FECHA-DESDE DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  FECHA-HASTA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE UMBRAL-PCT TO F-UMBRAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Señal alta (*): más de " DELIMITED BY SIZE
                  FUNCTION TRIM(F-UMBRAL) DELIMITED BY SIZE
                  "% sobre el promedio de la tienda."
                  DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Operador marcado con " DELIMITED BY SIZE
                  SENALES-MINIMO DELIMITED BY SIZE
                  " o más señales altas." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TIENDA-FOLIOS TO F-FOLIOS
           MOVE TIENDA-TURNOS TO F-TURNOS
           MOVE SPACES TO LINEA-SALIDA
           STRING "PROMEDIO DE LA TIENDA (" DELIMITED BY SIZE
                  F-FOLIOS DELIMITED BY SIZE
                  " transacciones, " DELIMITED BY SIZE
                  F-TURNOS DELIMITED BY SIZE
                  " turnos contados):" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-SENAL FROM 1 BY 1
                   UNTIL IDX-SENAL > TOTAL-SENALES
               MOVE PT-CUENTA (IDX-SENAL) TO F-CUENTA
               MOVE PT-MONTO (IDX-SENAL) TO F-MONTO
               MOVE PT-TASA (IDX-SENAL) TO F-TASA
               MOVE SPACES TO LINEA-SALIDA
               STRING "  " DELIMITED BY SIZE
                      NOMBRE-SENAL (IDX-SENAL) DELIMITED BY SIZE
                      F-CUENTA DELIMITED BY SIZE
                      " $" DELIMITED BY SIZE
                      F-MONTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-TASA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      UNIDAD-SENAL (IDX-SENAL) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           IF NOTAS-SIN-FOLIO > 0
               MOVE SPACES TO LINEA-SALIDA
               STRING "  (" DELIMITED BY SIZE
                      NOTAS-SIN-FOLIO DELIMITED BY SIZE
                      " nota(s) de crédito sin folio de origen "
                      DELIMITED BY SIZE
                      "en la semana)" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-OPERADORES.
           PERFORM VARYING IDX-OP FROM 1 BY 1
                   UNTIL IDX-OP > TOTAL-OPERADORES-REP
               PERFORM ESCRIBIR-UN-OPERADOR
           END-PERFORM.

       ESCRIBIR-UN-OPERADOR.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM NOMBRAR-OPERADOR
           MOVE PO-FOLIOS (IDX-OP) TO F-FOLIOS
           MOVE PO-TURNOS (IDX-OP) TO F-TURNOS
           MOVE SPACES TO MARCA-OPERADOR
           IF PO-SENALES (IDX-OP) >= SENALES-MINIMO
               MOVE "** MARCADO **" TO MARCA-OPERADOR
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING "Operador " DELIMITED BY SIZE
                  PO-CODIGO (IDX-OP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERADOR-NOMBRE DELIMITED BY SIZE
                  " Trans.:" DELIMITED BY SIZE
                  F-FOLIOS DELIMITED BY SIZE
                  " Turnos:" DELIMITED BY SIZE
                  F-TURNOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MARCA-OPERADOR DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "  Señal                    Cant.        Monto"
               TO LINEA-SALIDA
           MOVE "        Tasa     Promedio" TO LINEA-SALIDA (47:)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-SENAL FROM 1 BY 1
                   UNTIL IDX-SENAL > TOTAL-SENALES
               MOVE PO-CUENTA (IDX-OP, IDX-SENAL) TO F-CUENTA
               MOVE PO-MONTO (IDX-OP, IDX-SENAL) TO F-MONTO
               MOVE PO-TASA (IDX-OP, IDX-SENAL) TO F-TASA
               MOVE PT-TASA (IDX-SENAL) TO F-PROMEDIO
               MOVE SPACES TO MARCA-ALTA
               IF PO-ALTA (IDX-OP, IDX-SENAL) = 'S'
                   MOVE " *" TO MARCA-ALTA
               END-IF
               MOVE SPACES TO LINEA-SALIDA
               STRING "  " DELIMITED BY SIZE
                      NOMBRE-SENAL (IDX-SENAL) DELIMITED BY SIZE
                      F-CUENTA DELIMITED BY SIZE
                      " $" DELIMITED BY SIZE
                      F-MONTO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-TASA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-PROMEDIO DELIMITED BY SIZE
                      MARCA-ALTA DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM.

       NOMBRAR-OPERADOR.
           MOVE PO-CODIGO (IDX-OP) TO CODIGO-OPERADOR
           PERFORM BUSCAR-OPERADOR
           IF OPERADOR-ENCONTRADO = 'N'
               MOVE "(sin registrar)" TO OPERADOR-NOMBRE
           END-IF.

      *>----------------------------------------------------
      *> RESPALDO DE CADA OPERADOR MARCADO: LOS DOCUMENTOS DE
      *> SUS SEÑALES ALTAS (EL MONTO REVERSADO SE RESPALDA
      *> CON LOS MISMOS FOLIOS DE REVERSO).
      *>----------------------------------------------------
       ESCRIBIR-RESPALDOS.
           IF OPERADORES-MARCADOS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "RESPALDO DE LOS OPERADORES MARCADOS:"
               TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-OP FROM 1 BY 1
                   UNTIL IDX-OP > TOTAL-OPERADORES-REP
               IF PO-SENALES (IDX-OP) >= SENALES-MINIMO
                   PERFORM ESCRIBIR-RESPALDO-OPERADOR
               END-IF
           END-PERFORM.

       ESCRIBIR-RESPALDO-OPERADOR.
           PERFORM NOMBRAR-OPERADOR
           MOVE SPACES TO LINEA-SALIDA
           STRING "Operador " DELIMITED BY SIZE
                  PO-CODIGO (IDX-OP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERADOR-NOMBRE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-RESPALDO FROM 1 BY 1
                   UNTIL IDX-RESPALDO > TOTAL-RESPALDOS
               IF RP-OPERADOR (IDX-RESPALDO) = PO-CODIGO (IDX-OP)
                   MOVE RP-SENAL (IDX-RESPALDO) TO IDX-SENAL
                   IF PO-ALTA (IDX-OP, IDX-SENAL) = 'S'
                       OR (IDX-SENAL = 1
                           AND PO-ALTA (IDX-OP, 2) = 'S')
                       PERFORM ESCRIBIR-UN-RESPALDO
                   END-IF
               END-IF
           END-PERFORM.

       ESCRIBIR-UN-RESPALDO.
           MOVE RP-DOCUMENTO (IDX-RESPALDO) TO F-DOCUMENTO
           MOVE RP-MONTO (IDX-RESPALDO) TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "  " DELIMITED BY SIZE
                  NOMBRE-SENAL (IDX-SENAL) DELIMITED BY SIZE
                  RP-FECHA (IDX-RESPALDO) DELIMITED BY SIZE
                  " Caja " DELIMITED BY SIZE
                  RP-CAJA (IDX-RESPALDO) DELIMITED BY SIZE
                  " Doc " DELIMITED BY SIZE
                  F-DOCUMENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RP-DETALLE (IDX-RESPALDO) DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-TOTALES.
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Operadores revisados: " DELIMITED BY SIZE
                  TOTAL-OPERADORES-REP DELIMITED BY SIZE
                  " | Marcados: " DELIMITED BY SIZE
                  OPERADORES-MARCADOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF RESPALDOS-OMITIDOS > 0
               MOVE SPACES TO LINEA-SALIDA
               STRING "Documentos de respaldo no listados por "
                      DELIMITED BY SIZE
                      "falta de espacio: " DELIMITED BY SIZE
                      RESPALDOS-OMITIDOS DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY ENCABEZADO-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY BITACORA-RUTINAS.
