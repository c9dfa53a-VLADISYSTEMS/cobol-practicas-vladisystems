       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIAR-BANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-EXTRACTO
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.
           SELECT ARCHIVO-DEPOSITOS ASSIGN TO "DEPOSITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPOSITOS.
           SELECT ARCHIVO-LIQUIDACION
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-LIQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIQUIDACION.
           SELECT ARCHIVO-DEBITO
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-DEBITO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEBITO.
           SELECT ARCHIVO-RESPUESTA
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-RESPUESTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPUESTA.
           SELECT ARCHIVO-PAGOS-CXP ASSIGN TO "PAGOS-CXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGOS-CXP.
       COPY CHEQUES-SELECT.
       COPY PARAMETROS-SELECT.
       COPY SALDOS-BANCO-SELECT.
           SELECT ARCHIVO-PEND-ANTERIOR
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PEND-ANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEND-ANTERIOR.
           SELECT ARCHIVO-PEND-NUEVO
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PEND-NUEVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEND-NUEVO.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

      *>----------------------------------------------------
      *> EXTRACTO DEL BANCO (EXTRACTO-BANCO-AAAAMM.DAT), UNA
      *> LÍNEA POR MOVIMIENTO DEL MES. TIPOS: S = SALDO
      *> INICIAL DEL MES, C = ABONO, D = CARGO. EL DOCUMENTO
      *> ES EL NÚMERO QUE INFORMA EL BANCO (LA BOLETA EN LOS
      *> DEPÓSITOS, EL NÚMERO DEL CHEQUE EN LOS DEVUELTOS).
      *>----------------------------------------------------
       FD  ARCHIVO-EXTRACTO.
       01  EXTRACTO-REG.
           05 EB-FECHA             PIC 9(8).
           05 EB-TIPO              PIC X.
           05 EB-DOCUMENTO         PIC X(12).
           05 EB-GLOSA             PIC X(30).
           05 EB-MONTO             PIC 9(11)V99.

       FD  ARCHIVO-DEPOSITOS.
       01  DEPOSITO-REG.
           05 DB-FECHA             PIC 9(8).
           05 DB-CAJA              PIC 9(2).
           05 DB-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 DB-BOLETA            PIC X(10).

       FD  ARCHIVO-LIQUIDACION.
       01  LIQUIDACION-REG.
           05 LQ-FECHA             PIC 9(8).
           05 LQ-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 LQ-COMISION          PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.

       FD  ARCHIVO-DEBITO.
       01  DEBITO-REG.
           05 DE-CUENTA            PIC X(20).
           05 DE-MIEMBRO           PIC 9(6).
           05 DE-ANIO-MES          PIC 9(6).
           05 DE-MONTO             PIC 9(9)V99.

       FD  ARCHIVO-RESPUESTA.
       01  RESPUESTA-REG.
           05 RS-MIEMBRO           PIC 9(6).
           05 RS-ANIO-MES          PIC 9(6).
           05 RS-RESULTADO         PIC X.
           05 RS-MOTIVO            PIC X(20).

       FD  ARCHIVO-PAGOS-CXP.
       01  PAGO-CXP-REG.
           05 PX-PROVEEDOR         PIC 9(4).
           05 PX-FACTURA           PIC X(12).
           05 PX-FECHA             PIC 9(8).
           05 PX-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.

       COPY CHEQUES-FD.
       COPY PARAMETROS-FD.
       COPY SALDOS-BANCO-FD.

      *>----------------------------------------------------
      *> PARTIDAS SIN CONCILIAR AL CIERRE DE CADA MES
      *> (CONCILIACION-PEND-AAAAMM.DAT), QUE LA CORRIDA DEL
      *> MES SIGUIENTE VUELVE A INTENTAR CASAR. LADO: B =
      *> MOVIMIENTO DEL BANCO, L = PARTIDA DE LIBROS (CON SU
      *> ORIGEN). SIGNO: C = ABONO, D = CARGO.
      *>----------------------------------------------------
       FD  ARCHIVO-PEND-ANTERIOR.
       01  PENDIENTE-REG.
           05 PB-LADO              PIC X.
           05 PB-ORIGEN            PIC X.
           05 PB-SIGNO             PIC X.
           05 PB-FECHA             PIC 9(8).
           05 PB-REFERENCIA        PIC X(12).
           05 PB-DETALLE           PIC X(30).
           05 PB-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.

       FD  ARCHIVO-PEND-NUEVO.
       01  PEND-NUEVO-REG         PIC X(67).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY CHEQUES-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> CONCILIACIÓN BANCARIA MENSUAL: CASA CADA LÍNEA DEL
       *> EXTRACTO CONTRA LO REGISTRADO EN LOS LIBROS DEL MES
       *> (BOLETAS DE DEPÓSITO DE DEPOSITOS-BANCO,
       *> LIQUIDACIONES NETAS DEL PROCESADOR DE TARJETAS,
       *> COBRO DEL DÉBITO AUTOMÁTICO DE CUOTAS, PAGOS A
       *> PROVEEDORES Y CHEQUES PROTESTADOS) MÁS LO QUE QUEDÓ
       *> PENDIENTE DEL MES ANTERIOR. PRIMERO CASA POR NÚMERO
       *> DE DOCUMENTO Y MONTO; LUEGO POR MONTO Y FECHA
       *> DENTRO DE BANCO-DIAS-TOLERANCIA DÍAS (EL PAGO A
       *> PROVEEDOR SE PUEDE COBRAR MÁS TARDE Y EL DÉBITO DE
       *> CUOTAS CASA EN CUALQUIER DÍA DEL MES). LO QUE NO
       *> CASA SE ARRASTRA AL MES SIGUIENTE. EL SALDO
       *> CONCILIADO QUEDA EN SALDOS-BANCO.DAT.
       *> USO: CONCILIAR-BANCO <AAAAMM>
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 FS-EXTRACTO            PIC XX.
       01 FS-DEPOSITOS           PIC XX.
       01 FS-LIQUIDACION         PIC XX.
       01 FS-DEBITO              PIC XX.
       01 FS-RESPUESTA           PIC XX.
       01 FS-PAGOS-CXP           PIC XX.
       01 FS-PEND-ANTERIOR       PIC XX.
       01 FS-PEND-NUEVO          PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FS-SALDOS-BANCO        PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-EXTRACTO PIC X(30).
       01 NOMBRE-ARCHIVO-LIQ     PIC X(26).
       01 NOMBRE-ARCHIVO-DEBITO  PIC X(20).
       01 NOMBRE-ARCHIVO-RESPUESTA PIC X(30).
       01 NOMBRE-ARCHIVO-PEND-ANT PIC X(30).
       01 NOMBRE-ARCHIVO-PEND-NUEVO PIC X(30).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(36).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).

       01 MES-TXT                PIC X(8).
       01 ANIO-MES-PROCESO       PIC 9(6).
       01 ANIO-MES-ANTERIOR      PIC 9(6).
       01 FECHA-INICIO           PIC 9(8).
       01 FECHA-FIN              PIC 9(8).
       01 FECHA-DIA              PIC 9(8).
       01 DIA-INT                PIC 9(8).
       01 FIN-INT                PIC 9(8).
       01 DIAS-TOLERANCIA        PIC 9(3) VALUE 5.

       *>----------------------------------------------------
       *> MOVIMIENTOS DEL BANCO (DEL MES MÁS LOS ARRASTRADOS)
       *>----------------------------------------------------
       01 MAX-BANCO              PIC 9(3) VALUE 500.
       01 TOTAL-BANCO            PIC 9(3) VALUE 0.
       01 TABLA-BANCO.
           05 MOVIMIENTO-BANCO OCCURS 500 TIMES.
               10 TB-FECHA       PIC 9(8).
               10 TB-SIGNO       PIC X.
               10 TB-DOCUMENTO   PIC X(12).
               10 TB-GLOSA       PIC X(30).
               10 TB-MONTO       PIC S9(11)V99.
               10 TB-CASADA      PIC X.
               10 TB-ARRASTRE    PIC X.
               10 TB-PARTIDA     PIC 9(3).
       01 IDX-BANCO              PIC 9(3).

       *>----------------------------------------------------
       *> PARTIDAS DE LIBROS. ORIGEN: D = BOLETA DE DEPÓSITO,
       *> T = LIQUIDACIÓN DE TARJETAS, A = DÉBITO AUTOMÁTICO
       *> DE CUOTAS, P = PAGO A PROVEEDOR, Q = CHEQUE
       *> PROTESTADO.
       *>----------------------------------------------------
       01 MAX-LIBROS             PIC 9(3) VALUE 500.
       01 TOTAL-LIBROS           PIC 9(3) VALUE 0.
       01 TABLA-LIBROS.
           05 PARTIDA-LIBRO OCCURS 500 TIMES.
               10 TL-ORIGEN      PIC X.
               10 TL-SIGNO       PIC X.
               10 TL-FECHA       PIC 9(8).
               10 TL-REFERENCIA  PIC X(12).
               10 TL-DETALLE     PIC X(30).
               10 TL-MONTO       PIC S9(11)V99.
               10 TL-CASADA      PIC X.
               10 TL-ARRASTRE    PIC X.
       01 IDX-LIBRO              PIC 9(3).

       *>----------------------------------------------------
       *> PARTIDA EN PREPARACIÓN ANTES DE ENTRAR A LA TABLA
       *>----------------------------------------------------
       01 PARTIDA-ORIGEN         PIC X.
       01 PARTIDA-SIGNO          PIC X.
       01 PARTIDA-FECHA          PIC 9(8).
       01 PARTIDA-REFERENCIA     PIC X(12).
       01 PARTIDA-DETALLE        PIC X(30).
       01 PARTIDA-MONTO          PIC S9(11)V99.
       01 PARTIDA-ARRASTRE       PIC X.

       *>----------------------------------------------------
       *> SOCIOS COBRADOS POR EL DÉBITO AUTOMÁTICO DEL MES
       *>----------------------------------------------------
       01 MAX-ACEPTADOS          PIC 9(3) VALUE 300.
       01 TOTAL-ACEPTADOS        PIC 9(3) VALUE 0.
       01 TABLA-ACEPTADOS.
           05 TA-MIEMBRO OCCURS 300 TIMES PIC 9(6).
       01 IDX-ACEPTADO           PIC 9(3).
       01 SOCIO-ACEPTADO         PIC X VALUE 'N'.
       01 DEBITO-MES             PIC S9(11)V99.
       01 LIQUIDACION-DIA        PIC S9(11)V99.

       *>----------------------------------------------------
       *> CASAMIENTO
       *>----------------------------------------------------
       01 MEJOR-PARTIDA          PIC 9(3).
       01 MEJOR-DIFERENCIA       PIC 9(5).
       01 DIFERENCIA-DIAS        PIC S9(5).
       01 DISTANCIA-DIAS         PIC 9(5).
       01 REFERENCIA-A           PIC X(12).
       01 REFERENCIA-B           PIC X(12).
       01 REFERENCIA-IGUAL       PIC X VALUE 'N'.
       01 LINEAS-RECHAZADAS      PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> TOTALES DEL ESTADO DE CONCILIACIÓN
       *>----------------------------------------------------
       01 SALDO-INICIAL          PIC S9(11)V99 VALUE 0.
       01 HAY-SALDO-INICIAL      PIC X VALUE 'N'.
       01 ABONOS-BANCO           PIC S9(11)V99 VALUE 0.
       01 CARGOS-BANCO           PIC S9(11)V99 VALUE 0.
       01 SALDO-FINAL            PIC S9(11)V99 VALUE 0.
       01 TRANSITO-ABONOS        PIC S9(11)V99 VALUE 0.
       01 TRANSITO-CARGOS        PIC S9(11)V99 VALUE 0.
       01 BANCO-SOLO-ABONOS      PIC S9(11)V99 VALUE 0.
       01 BANCO-SOLO-CARGOS      PIC S9(11)V99 VALUE 0.
       01 SALDO-LIBROS           PIC S9(11)V99 VALUE 0.
       01 CASADAS                PIC 9(4) VALUE 0.
       01 BANCO-SIN-CASAR        PIC 9(4) VALUE 0.
       01 LIBROS-SIN-CASAR       PIC 9(4) VALUE 0.
       01 ARRASTRADAS            PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-MONTO                PIC Z(10)9.99.
       01 F-SALDO                PIC -(11)9.99.
       01 SIGNO-TXT              PIC X(5).
       01 ORIGEN-TXT             PIC X(18).
       01 MARCA-ARRASTRE         PIC X(11).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CONCILIACIÓN BANCARIA"
           DISPLAY "==============================="

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Mes a conciliar (AAAAMM):"
               ACCEPT MES-TXT
           ELSE
               MOVE WS-COMMAND-LINE TO MES-TXT
           END-IF
           IF FUNCTION TRIM(MES-TXT) IS NOT NUMERIC
               DISPLAY "Mes inválido: " MES-TXT
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (MES-TXT) TO ANIO-MES-PROCESO
           IF ANIO-MES-PROCESO (5:2) < "01"
               OR ANIO-MES-PROCESO (5:2) > "12"
               DISPLAY "Mes inválido: " ANIO-MES-PROCESO
               STOP RUN
           END-IF
           PERFORM CALCULAR-PERIODO

           PERFORM CARGAR-PARAMETROS
           MOVE "BANCO-DIAS-TOLERANCIA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO DIAS-TOLERANCIA
           END-IF

           PERFORM CARGAR-EXTRACTO
           PERFORM CARGAR-PENDIENTES-ANTERIORES
           PERFORM CARGAR-DEPOSITOS
           PERFORM CARGAR-LIQUIDACIONES
           PERFORM CARGAR-DEBITO-CUOTAS
           PERFORM CARGAR-PAGOS-PROVEEDOR
           PERFORM CARGAR-CHEQUES-PROTESTADOS

           PERFORM CASAR-POR-DOCUMENTO
           PERFORM CASAR-POR-MONTO

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "CONCILIACION-BANCO-" DELIMITED BY SIZE
                  ANIO-MES-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-FIN TO EC-FECHA-REPORTE
           MOVE "CONCILIACION BANCARIA" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM ESCRIBIR-CASADAS
           PERFORM ESCRIBIR-BANCO-SIN-CASAR
           PERFORM ESCRIBIR-LIBROS-SIN-CASAR
           PERFORM ESCRIBIR-ESTADO-CONCILIACION
           CLOSE ARCHIVO-REPORTE

           PERFORM GRABAR-PENDIENTES
           PERFORM GRABAR-SALDO-CONCILIADO
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           DISPLAY "Pendientes para el mes siguiente en: "
                   NOMBRE-ARCHIVO-PEND-NUEVO
           STOP RUN.

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

       CONTROLAR-PAGINA.
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

      *>----------------------------------------------------
      *> PRIMER Y ÚLTIMO DÍA DEL MES Y MES ANTERIOR
      *>----------------------------------------------------
       CALCULAR-PERIODO.
           COMPUTE FECHA-INICIO = ANIO-MES-PROCESO * 100 + 1
           IF ANIO-MES-PROCESO (5:2) = "12"
               COMPUTE FECHA-DIA =
                   (ANIO-MES-PROCESO + 89) * 100 + 1
           ELSE
               COMPUTE FECHA-DIA = (ANIO-MES-PROCESO + 1) * 100 + 1
           END-IF
           COMPUTE FECHA-FIN = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FECHA-DIA) - 1)
           IF ANIO-MES-PROCESO (5:2) = "01"
               COMPUTE ANIO-MES-ANTERIOR = ANIO-MES-PROCESO - 89
           ELSE
               COMPUTE ANIO-MES-ANTERIOR = ANIO-MES-PROCESO - 1
           END-IF.

      *>----------------------------------------------------
      *> EXTRACTO DEL MES
      *>----------------------------------------------------
       CARGAR-EXTRACTO.
           MOVE SPACES TO NOMBRE-ARCHIVO-EXTRACTO
           STRING "EXTRACTO-BANCO-" DELIMITED BY SIZE
                  ANIO-MES-PROCESO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-EXTRACTO
           OPEN INPUT ARCHIVO-EXTRACTO
           IF FS-EXTRACTO NOT = "00"
               DISPLAY "No se encontró " NOMBRE-ARCHIVO-EXTRACTO
               STOP RUN
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-EXTRACTO
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM TOMAR-LINEA-EXTRACTO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EXTRACTO
           IF LINEAS-RECHAZADAS > 0
               DISPLAY LINEAS-RECHAZADAS " línea(s) del extracto "
                       "con fecha, tipo o monto inválido; no se "
                       "consideran."
           END-IF.

       TOMAR-LINEA-EXTRACTO.
           IF EB-FECHA IS NOT NUMERIC
               OR EB-MONTO IS NOT NUMERIC
               ADD 1 TO LINEAS-RECHAZADAS
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (EB-FECHA) NOT = 0
               ADD 1 TO LINEAS-RECHAZADAS
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(EB-TIPO)
               WHEN 'S'
                   MOVE EB-MONTO TO SALDO-INICIAL
                   MOVE 'S' TO HAY-SALDO-INICIAL
               WHEN 'C'
                   ADD EB-MONTO TO ABONOS-BANCO
                   MOVE 'C' TO PARTIDA-SIGNO
                   PERFORM AGREGAR-MOVIMIENTO-EXTRACTO
               WHEN 'D'
                   ADD EB-MONTO TO CARGOS-BANCO
                   MOVE 'D' TO PARTIDA-SIGNO
                   PERFORM AGREGAR-MOVIMIENTO-EXTRACTO
               WHEN OTHER
                   ADD 1 TO LINEAS-RECHAZADAS
           END-EVALUATE.

       AGREGAR-MOVIMIENTO-EXTRACTO.
           MOVE EB-FECHA TO PARTIDA-FECHA
           MOVE EB-DOCUMENTO TO PARTIDA-REFERENCIA
           MOVE EB-GLOSA TO PARTIDA-DETALLE
           MOVE EB-MONTO TO PARTIDA-MONTO
           MOVE 'N' TO PARTIDA-ARRASTRE
           PERFORM AGREGAR-MOVIMIENTO-BANCO.

       AGREGAR-MOVIMIENTO-BANCO.
           IF TOTAL-BANCO >= MAX-BANCO
               DISPLAY "Tabla de movimientos del banco llena; se "
                       "omite el del " PARTIDA-FECHA "."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-BANCO
           MOVE PARTIDA-FECHA TO TB-FECHA (TOTAL-BANCO)
           MOVE PARTIDA-SIGNO TO TB-SIGNO (TOTAL-BANCO)
           MOVE PARTIDA-REFERENCIA TO TB-DOCUMENTO (TOTAL-BANCO)
           MOVE PARTIDA-DETALLE TO TB-GLOSA (TOTAL-BANCO)
           MOVE PARTIDA-MONTO TO TB-MONTO (TOTAL-BANCO)
           MOVE 'N' TO TB-CASADA (TOTAL-BANCO)
           MOVE PARTIDA-ARRASTRE TO TB-ARRASTRE (TOTAL-BANCO)
           MOVE 0 TO TB-PARTIDA (TOTAL-BANCO).

      *>----------------------------------------------------
      *> AGREGA LA PARTIDA DE LIBROS EN PREPARACIÓN; UN MONTO
      *> NEGATIVO SE ANOTA CON EL SIGNO CONTRARIO.
      *>----------------------------------------------------
       AGREGAR-PARTIDA-LIBRO.
           IF PARTIDA-MONTO = 0
               EXIT PARAGRAPH
           END-IF
           IF PARTIDA-MONTO < 0
               COMPUTE PARTIDA-MONTO = 0 - PARTIDA-MONTO
               IF PARTIDA-SIGNO = 'C'
                   MOVE 'D' TO PARTIDA-SIGNO
               ELSE
                   MOVE 'C' TO PARTIDA-SIGNO
               END-IF
           END-IF
           IF TOTAL-LIBROS >= MAX-LIBROS
               DISPLAY "Tabla de partidas de libros llena; se "
                       "omite la del " PARTIDA-FECHA "."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-LIBROS
           MOVE PARTIDA-ORIGEN TO TL-ORIGEN (TOTAL-LIBROS)
           MOVE PARTIDA-SIGNO TO TL-SIGNO (TOTAL-LIBROS)
           MOVE PARTIDA-FECHA TO TL-FECHA (TOTAL-LIBROS)
           MOVE PARTIDA-REFERENCIA TO TL-REFERENCIA (TOTAL-LIBROS)
           MOVE PARTIDA-DETALLE TO TL-DETALLE (TOTAL-LIBROS)
           MOVE PARTIDA-MONTO TO TL-MONTO (TOTAL-LIBROS)
           MOVE 'N' TO TL-CASADA (TOTAL-LIBROS)
           MOVE PARTIDA-ARRASTRE TO TL-ARRASTRE (TOTAL-LIBROS).

      *>----------------------------------------------------
      *> LO QUE QUEDÓ SIN CONCILIAR EL MES ANTERIOR, DE
      *> AMBOS LADOS
      *>----------------------------------------------------
       CARGAR-PENDIENTES-ANTERIORES.
           MOVE SPACES TO NOMBRE-ARCHIVO-PEND-ANT
           STRING "CONCILIACION-PEND-" DELIMITED BY SIZE
                  ANIO-MES-ANTERIOR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-PEND-ANT
           OPEN INPUT ARCHIVO-PEND-ANTERIOR
           IF FS-PEND-ANTERIOR NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PEND-ANTERIOR
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE PB-ORIGEN TO PARTIDA-ORIGEN
                       MOVE PB-SIGNO TO PARTIDA-SIGNO
                       MOVE PB-FECHA TO PARTIDA-FECHA
                       MOVE PB-REFERENCIA TO PARTIDA-REFERENCIA
                       MOVE PB-DETALLE TO PARTIDA-DETALLE
                       MOVE PB-MONTO TO PARTIDA-MONTO
                       MOVE 'S' TO PARTIDA-ARRASTRE
                       IF PB-LADO = 'B'
                           PERFORM AGREGAR-MOVIMIENTO-BANCO
                       ELSE
                           PERFORM AGREGAR-PARTIDA-LIBRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEND-ANTERIOR.

      *>----------------------------------------------------
      *> BOLETAS DE DEPÓSITO CAPTURADAS PARA VENTAS DEL MES
      *>----------------------------------------------------
       CARGAR-DEPOSITOS.
           OPEN INPUT ARCHIVO-DEPOSITOS
           IF FS-DEPOSITOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-DEPOSITOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF DB-FECHA >= FECHA-INICIO
                           AND DB-FECHA <= FECHA-FIN
                           MOVE 'D' TO PARTIDA-ORIGEN
                           MOVE 'C' TO PARTIDA-SIGNO
                           MOVE DB-FECHA TO PARTIDA-FECHA
                           MOVE DB-BOLETA TO PARTIDA-REFERENCIA
                           MOVE SPACES TO PARTIDA-DETALLE
                           STRING "BOLETA CAJA " DELIMITED BY SIZE
                                  DB-CAJA DELIMITED BY SIZE
                                  INTO PARTIDA-DETALLE
                           MOVE DB-MONTO TO PARTIDA-MONTO
                           MOVE 'N' TO PARTIDA-ARRASTRE
                           PERFORM AGREGAR-PARTIDA-LIBRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-DEPOSITOS.

      *>----------------------------------------------------
      *> CADA ARCHIVO DE LIQUIDACIÓN DEL MES ES UN ABONO DEL
      *> PROCESADOR POR EL NETO (BRUTO MENOS COMISIONES).
      *>----------------------------------------------------
       CARGAR-LIQUIDACIONES.
           COMPUTE DIA-INT = FUNCTION INTEGER-OF-DATE (FECHA-INICIO)
           COMPUTE FIN-INT = FUNCTION INTEGER-OF-DATE (FECHA-FIN)
           PERFORM UNTIL DIA-INT > FIN-INT
               COMPUTE FECHA-DIA = FUNCTION DATE-OF-INTEGER (DIA-INT)
               PERFORM CARGAR-LIQUIDACION-DIA
               ADD 1 TO DIA-INT
           END-PERFORM.

       CARGAR-LIQUIDACION-DIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-LIQ
           STRING "LIQUIDACION-" DELIMITED BY SIZE
                  FECHA-DIA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-LIQ
           OPEN INPUT ARCHIVO-LIQUIDACION
           IF FS-LIQUIDACION NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LIQUIDACION-DIA
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-LIQUIDACION
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       ADD LQ-MONTO TO LIQUIDACION-DIA
                       SUBTRACT LQ-COMISION FROM LIQUIDACION-DIA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LIQUIDACION
           MOVE 'T' TO PARTIDA-ORIGEN
           MOVE 'C' TO PARTIDA-SIGNO
           MOVE FECHA-DIA TO PARTIDA-FECHA
           MOVE SPACES TO PARTIDA-REFERENCIA
           MOVE "LIQUIDACION NETA TARJETAS" TO PARTIDA-DETALLE
           MOVE LIQUIDACION-DIA TO PARTIDA-MONTO
           MOVE 'N' TO PARTIDA-ARRASTRE
           PERFORM AGREGAR-PARTIDA-LIBRO.

      *>----------------------------------------------------
      *> EL BANCO ABONA EN UN SOLO MOVIMIENTO LO COBRADO POR
      *> EL DÉBITO DE CUOTAS DEL MES: LAS ÓRDENES DE
      *> DEBITO-AAAAMM.DAT QUE LA RESPUESTA MARCÓ COBRADAS.
      *>----------------------------------------------------
       CARGAR-DEBITO-CUOTAS.
           MOVE SPACES TO NOMBRE-ARCHIVO-RESPUESTA
           STRING "RESPUESTA-DEBITO-" DELIMITED BY SIZE
                  ANIO-MES-PROCESO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-RESPUESTA
           OPEN INPUT ARCHIVO-RESPUESTA
           IF FS-RESPUESTA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TOTAL-ACEPTADOS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-RESPUESTA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF FUNCTION UPPER-CASE(RS-RESULTADO) = 'A'
                           AND TOTAL-ACEPTADOS < MAX-ACEPTADOS
                           ADD 1 TO TOTAL-ACEPTADOS
                           MOVE RS-MIEMBRO
                               TO TA-MIEMBRO (TOTAL-ACEPTADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESPUESTA

           MOVE SPACES TO NOMBRE-ARCHIVO-DEBITO
           STRING "DEBITO-" DELIMITED BY SIZE
                  ANIO-MES-PROCESO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-DEBITO
           OPEN INPUT ARCHIVO-DEBITO
           IF FS-DEBITO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DEBITO-MES
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-DEBITO
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM BUSCAR-SOCIO-ACEPTADO
                       IF SOCIO-ACEPTADO = 'S'
                           ADD DE-MONTO TO DEBITO-MES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-DEBITO
           MOVE 'A' TO PARTIDA-ORIGEN
           MOVE 'C' TO PARTIDA-SIGNO
           MOVE FECHA-FIN TO PARTIDA-FECHA
           MOVE ANIO-MES-PROCESO TO PARTIDA-REFERENCIA
           MOVE "COBRO DEBITO AUTOMATICO CUOTAS" TO PARTIDA-DETALLE
           MOVE DEBITO-MES TO PARTIDA-MONTO
           MOVE 'N' TO PARTIDA-ARRASTRE
           PERFORM AGREGAR-PARTIDA-LIBRO.

       BUSCAR-SOCIO-ACEPTADO.
           MOVE 'N' TO SOCIO-ACEPTADO
           PERFORM VARYING IDX-ACEPTADO FROM 1 BY 1
                   UNTIL IDX-ACEPTADO > TOTAL-ACEPTADOS
                       OR SOCIO-ACEPTADO = 'S'
               IF TA-MIEMBRO (IDX-ACEPTADO) = DE-MIEMBRO
                   MOVE 'S' TO SOCIO-ACEPTADO
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> PAGOS A PROVEEDORES DEL MES (CARGOS)
      *>----------------------------------------------------
       CARGAR-PAGOS-PROVEEDOR.
           OPEN INPUT ARCHIVO-PAGOS-CXP
           IF FS-PAGOS-CXP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PAGOS-CXP
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PX-FECHA >= FECHA-INICIO
                           AND PX-FECHA <= FECHA-FIN
                           MOVE 'P' TO PARTIDA-ORIGEN
                           MOVE 'D' TO PARTIDA-SIGNO
                           MOVE PX-FECHA TO PARTIDA-FECHA
                           MOVE PX-FACTURA TO PARTIDA-REFERENCIA
                           MOVE SPACES TO PARTIDA-DETALLE
                           STRING "PAGO PROVEEDOR " DELIMITED BY SIZE
                                  PX-PROVEEDOR DELIMITED BY SIZE
                                  INTO PARTIDA-DETALLE
                           MOVE PX-MONTO TO PARTIDA-MONTO
                           MOVE 'N' TO PARTIDA-ARRASTRE
                           PERFORM AGREGAR-PARTIDA-LIBRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOS-CXP.

      *>----------------------------------------------------
      *> CHEQUES DE CLIENTES PROTESTADOS EN EL MES: EL BANCO
      *> REVERSA EL DEPÓSITO CON UN CARGO POR EL CHEQUE.
      *>----------------------------------------------------
       CARGAR-CHEQUES-PROTESTADOS.
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
                       IF CH-ESTADO = 'P'
                           AND CH-FECHA-PROTESTO >= FECHA-INICIO
                           AND CH-FECHA-PROTESTO <= FECHA-FIN
                           MOVE 'Q' TO PARTIDA-ORIGEN
                           MOVE 'D' TO PARTIDA-SIGNO
                           MOVE CH-FECHA-PROTESTO TO PARTIDA-FECHA
                           MOVE CH-NUMERO TO PARTIDA-REFERENCIA
                           MOVE CH-BANCO TO PARTIDA-DETALLE
                           MOVE CH-MONTO TO PARTIDA-MONTO
                           MOVE 'N' TO PARTIDA-ARRASTRE
                           PERFORM AGREGAR-PARTIDA-LIBRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CHEQUES.

      *>----------------------------------------------------
      *> PRIMERA PASADA: DOCUMENTO DEL BANCO IGUAL A LA
      *> REFERENCIA DE LA PARTIDA (BOLETA, NÚMERO DE CHEQUE)
      *> Y MISMO MONTO, SIN MIRAR LA FECHA.
      *>----------------------------------------------------
       CASAR-POR-DOCUMENTO.
           PERFORM VARYING IDX-BANCO FROM 1 BY 1
                   UNTIL IDX-BANCO > TOTAL-BANCO
               IF TB-CASADA (IDX-BANCO) = 'N'
                   AND TB-DOCUMENTO (IDX-BANCO) NOT = SPACES
                   PERFORM BUSCAR-PARTIDA-DOCUMENTO
               END-IF
           END-PERFORM.

       BUSCAR-PARTIDA-DOCUMENTO.
           MOVE 0 TO MEJOR-PARTIDA
           PERFORM VARYING IDX-LIBRO FROM 1 BY 1
                   UNTIL IDX-LIBRO > TOTAL-LIBROS
                       OR MEJOR-PARTIDA > 0
               IF TL-CASADA (IDX-LIBRO) = 'N'
                   AND TL-SIGNO (IDX-LIBRO) = TB-SIGNO (IDX-BANCO)
                   AND TL-MONTO (IDX-LIBRO) = TB-MONTO (IDX-BANCO)
                   AND TL-REFERENCIA (IDX-LIBRO) NOT = SPACES
                   MOVE TB-DOCUMENTO (IDX-BANCO) TO REFERENCIA-A
                   MOVE TL-REFERENCIA (IDX-LIBRO) TO REFERENCIA-B
                   PERFORM COMPARAR-REFERENCIAS
                   IF REFERENCIA-IGUAL = 'S'
                       MOVE IDX-LIBRO TO MEJOR-PARTIDA
                   END-IF
               END-IF
           END-PERFORM
           IF MEJOR-PARTIDA > 0
               PERFORM MARCAR-CASADA
           END-IF.

      *>----------------------------------------------------
      *> LOS DOCUMENTOS NUMÉRICOS SE COMPARAN POR VALOR (EL
      *> BANCO SUELE QUITAR O AGREGAR CEROS A LA IZQUIERDA).
      *>----------------------------------------------------
       COMPARAR-REFERENCIAS.
           MOVE 'N' TO REFERENCIA-IGUAL
           IF FUNCTION TRIM(REFERENCIA-A) IS NUMERIC
               AND FUNCTION TRIM(REFERENCIA-B) IS NUMERIC
               IF FUNCTION NUMVAL (REFERENCIA-A) =
                      FUNCTION NUMVAL (REFERENCIA-B)
                   MOVE 'S' TO REFERENCIA-IGUAL
               END-IF
           ELSE
               IF FUNCTION TRIM(REFERENCIA-A) =
                      FUNCTION TRIM(REFERENCIA-B)
                   MOVE 'S' TO REFERENCIA-IGUAL
               END-IF
           END-IF.

      *>----------------------------------------------------
      *> SEGUNDA PASADA: MISMO SIGNO Y MONTO, LA PARTIDA CON
      *> LA FECHA MÁS CERCANA DENTRO DE LA TOLERANCIA.
      *>----------------------------------------------------
       CASAR-POR-MONTO.
           PERFORM VARYING IDX-BANCO FROM 1 BY 1
                   UNTIL IDX-BANCO > TOTAL-BANCO
               IF TB-CASADA (IDX-BANCO) = 'N'
                   PERFORM BUSCAR-PARTIDA-MONTO
               END-IF
           END-PERFORM.

       BUSCAR-PARTIDA-MONTO.
           MOVE 0 TO MEJOR-PARTIDA
           MOVE 99999 TO MEJOR-DIFERENCIA
           PERFORM VARYING IDX-LIBRO FROM 1 BY 1
                   UNTIL IDX-LIBRO > TOTAL-LIBROS
               IF TL-CASADA (IDX-LIBRO) = 'N'
                   AND TL-SIGNO (IDX-LIBRO) = TB-SIGNO (IDX-BANCO)
                   AND TL-MONTO (IDX-LIBRO) = TB-MONTO (IDX-BANCO)
                   PERFORM EVALUAR-FECHA-PARTIDA
               END-IF
           END-PERFORM
           IF MEJOR-PARTIDA > 0
               PERFORM MARCAR-CASADA
           END-IF.

       EVALUAR-FECHA-PARTIDA.
           COMPUTE DIFERENCIA-DIAS =
               FUNCTION INTEGER-OF-DATE (TB-FECHA (IDX-BANCO))
             - FUNCTION INTEGER-OF-DATE (TL-FECHA (IDX-LIBRO))
           IF DIFERENCIA-DIAS < 0
               COMPUTE DISTANCIA-DIAS = 0 - DIFERENCIA-DIAS
           ELSE
               MOVE DIFERENCIA-DIAS TO DISTANCIA-DIAS
           END-IF
           EVALUATE TRUE
               WHEN TL-ORIGEN (IDX-LIBRO) = 'A'
                   MOVE 0 TO DISTANCIA-DIAS
               WHEN TL-ORIGEN (IDX-LIBRO) = 'P'
                   AND DIFERENCIA-DIAS > DIAS-TOLERANCIA
                   MOVE DIAS-TOLERANCIA TO DISTANCIA-DIAS
               WHEN DISTANCIA-DIAS > DIAS-TOLERANCIA
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DISTANCIA-DIAS < MEJOR-DIFERENCIA
               MOVE DISTANCIA-DIAS TO MEJOR-DIFERENCIA
               MOVE IDX-LIBRO TO MEJOR-PARTIDA
           END-IF.

       MARCAR-CASADA.
           MOVE 'S' TO TB-CASADA (IDX-BANCO)
           MOVE MEJOR-PARTIDA TO TB-PARTIDA (IDX-BANCO)
           MOVE 'S' TO TL-CASADA (MEJOR-PARTIDA)
           ADD 1 TO CASADAS.

       DESCRIBIR-ORIGEN.
           EVALUATE TL-ORIGEN (IDX-LIBRO)
               WHEN 'D'
                   MOVE "Boleta deposito" TO ORIGEN-TXT
               WHEN 'T'
                   MOVE "Liquidacion tarj." TO ORIGEN-TXT
               WHEN 'A'
                   MOVE "Debito de cuotas" TO ORIGEN-TXT
               WHEN 'P'
                   MOVE "Pago a proveedor" TO ORIGEN-TXT
               WHEN 'Q'
                   MOVE "Cheque protestado" TO ORIGEN-TXT
               WHEN OTHER
                   MOVE "Otro" TO ORIGEN-TXT
           END-EVALUATE.

       DESCRIBIR-SIGNO.
           IF TB-SIGNO (IDX-BANCO) = 'C'
               MOVE "Abono" TO SIGNO-TXT
           ELSE
               MOVE "Cargo" TO SIGNO-TXT
           END-IF.

      *>----------------------------------------------------
      *> REPORTE
      *>----------------------------------------------------
       ESCRIBIR-CASADAS.
           MOVE "PARTIDAS CONCILIADAS (BANCO <-> LIBROS):"
               TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-BANCO FROM 1 BY 1
                   UNTIL IDX-BANCO > TOTAL-BANCO
               IF TB-CASADA (IDX-BANCO) = 'S'
                   MOVE TB-PARTIDA (IDX-BANCO) TO IDX-LIBRO
                   PERFORM DESCRIBIR-SIGNO
                   PERFORM DESCRIBIR-ORIGEN
                   MOVE TB-MONTO (IDX-BANCO) TO F-MONTO
                   MOVE SPACES TO LINEA-SALIDA
                   STRING TB-FECHA (IDX-BANCO) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SIGNO-TXT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TB-DOCUMENTO (IDX-BANCO) DELIMITED BY SIZE
                          " $" DELIMITED BY SIZE
                          F-MONTO DELIMITED BY SIZE
                          " <-> " DELIMITED BY SIZE
                          ORIGEN-TXT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TL-FECHA (IDX-LIBRO) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TL-REFERENCIA (IDX-LIBRO) DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
                   PERFORM CONTROLAR-PAGINA
               END-IF
           END-PERFORM.

       ESCRIBIR-BANCO-SIN-CASAR.
           MOVE "MOVIMIENTOS DEL BANCO SIN REGISTRO EN LIBROS "
               TO LINEA-SALIDA
           MOVE "(COMISIONES, ABONOS NO IDENTIFICADOS):"
               TO LINEA-SALIDA (46:)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-BANCO FROM 1 BY 1
                   UNTIL IDX-BANCO > TOTAL-BANCO
               IF TB-CASADA (IDX-BANCO) = 'N'
                   ADD 1 TO BANCO-SIN-CASAR
                   IF TB-SIGNO (IDX-BANCO) = 'C'
                       ADD TB-MONTO (IDX-BANCO) TO BANCO-SOLO-ABONOS
                   ELSE
                       ADD TB-MONTO (IDX-BANCO) TO BANCO-SOLO-CARGOS
                   END-IF
                   IF TB-ARRASTRE (IDX-BANCO) = 'S'
                       MOVE " (arrastre)" TO MARCA-ARRASTRE
                   ELSE
                       MOVE SPACES TO MARCA-ARRASTRE
                   END-IF
                   PERFORM DESCRIBIR-SIGNO
                   MOVE TB-MONTO (IDX-BANCO) TO F-MONTO
                   MOVE SPACES TO LINEA-SALIDA
                   STRING TB-FECHA (IDX-BANCO) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SIGNO-TXT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TB-DOCUMENTO (IDX-BANCO) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TB-GLOSA (IDX-BANCO) DELIMITED BY SIZE
                          " $" DELIMITED BY SIZE
                          F-MONTO DELIMITED BY SIZE
                          MARCA-ARRASTRE DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
                   PERFORM CONTROLAR-PAGINA
               END-IF
           END-PERFORM.

       ESCRIBIR-LIBROS-SIN-CASAR.
           MOVE "PARTIDAS DE LIBROS SIN MOVIMIENTO EN EL BANCO "
               TO LINEA-SALIDA
           MOVE "(EN TRÁNSITO):" TO LINEA-SALIDA (47:)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-LIBRO FROM 1 BY 1
                   UNTIL IDX-LIBRO > TOTAL-LIBROS
               IF TL-CASADA (IDX-LIBRO) = 'N'
                   ADD 1 TO LIBROS-SIN-CASAR
                   IF TL-SIGNO (IDX-LIBRO) = 'C'
                       ADD TL-MONTO (IDX-LIBRO) TO TRANSITO-ABONOS
                   ELSE
                       ADD TL-MONTO (IDX-LIBRO) TO TRANSITO-CARGOS
                   END-IF
                   IF TL-ARRASTRE (IDX-LIBRO) = 'S'
                       MOVE " (arrastre)" TO MARCA-ARRASTRE
                   ELSE
                       MOVE SPACES TO MARCA-ARRASTRE
                   END-IF
                   PERFORM DESCRIBIR-ORIGEN
                   MOVE TL-MONTO (IDX-LIBRO) TO F-MONTO
                   MOVE SPACES TO LINEA-SALIDA
                   STRING TL-FECHA (IDX-LIBRO) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ORIGEN-TXT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TL-REFERENCIA (IDX-LIBRO) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TL-DETALLE (IDX-LIBRO) DELIMITED BY SIZE
                          " $" DELIMITED BY SIZE
                          F-MONTO DELIMITED BY SIZE
                          MARCA-ARRASTRE DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
                   PERFORM CONTROLAR-PAGINA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> ESTADO DE CONCILIACIÓN: DEL SALDO FINAL DEL EXTRACTO
      *> AL SALDO QUE DEBEN MOSTRAR LOS LIBROS.
      *>----------------------------------------------------
       ESCRIBIR-ESTADO-CONCILIACION.
           COMPUTE SALDO-FINAL =
               SALDO-INICIAL + ABONOS-BANCO - CARGOS-BANCO
           COMPUTE SALDO-LIBROS = SALDO-FINAL
               + TRANSITO-ABONOS - TRANSITO-CARGOS
               - BANCO-SOLO-ABONOS + BANCO-SOLO-CARGOS
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "ESTADO DE CONCILIACIÓN BANCARIA - MES "
                  DELIMITED BY SIZE
                  ANIO-MES-PROCESO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SALDO-INICIAL TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Saldo inicial según extracto    : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           IF HAY-SALDO-INICIAL = 'N'
               MOVE "(el extracto no trae saldo inicial)"
                   TO LINEA-SALIDA (57:)
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE ABONOS-BANCO TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "+ Abonos del banco                : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE CARGOS-BANCO TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "- Cargos del banco                : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SALDO-FINAL TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "= Saldo final según extracto      : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TRANSITO-ABONOS TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "+ Abonos en tránsito (libros)     : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TRANSITO-CARGOS TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "- Cargos en tránsito (libros)     : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE BANCO-SOLO-ABONOS TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "- Abonos del banco sin registrar  : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE BANCO-SOLO-CARGOS TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "+ Cargos del banco sin registrar  : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SALDO-LIBROS TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "= Saldo conciliado según libros   : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           COMPUTE ARRASTRADAS = BANCO-SIN-CASAR + LIBROS-SIN-CASAR
           MOVE SPACES TO LINEA-SALIDA
           STRING "Conciliadas: " DELIMITED BY SIZE
                  CASADAS DELIMITED BY SIZE
                  " | Banco sin libros: " DELIMITED BY SIZE
                  BANCO-SIN-CASAR DELIMITED BY SIZE
                  " | Libros sin banco: " DELIMITED BY SIZE
                  LIBROS-SIN-CASAR DELIMITED BY SIZE
                  " | Pasan al mes siguiente: " DELIMITED BY SIZE
                  ARRASTRADAS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> EL SALDO CONCILIADO DEL MES QUEDA EN SALDOS-BANCO.DAT
      *> COMO PUNTO DE PARTIDA DE LA PROYECCIÓN DE CAJA.
      *>----------------------------------------------------
       GRABAR-SALDO-CONCILIADO.
           OPEN EXTEND ARCHIVO-SALDOS-BANCO
           IF FS-SALDOS-BANCO = "35"
               OPEN OUTPUT ARCHIVO-SALDOS-BANCO
           END-IF
           MOVE ANIO-MES-PROCESO TO SB-ANIO-MES
           MOVE FECHA-FIN TO SB-FECHA-CORTE
           MOVE SALDO-FINAL TO SB-SALDO-EXTRACTO
           MOVE SALDO-LIBROS TO SB-SALDO-LIBROS
           ACCEPT SB-FECHA-PROCESO FROM DATE YYYYMMDD
           WRITE SALDO-BANCO-REG
           CLOSE ARCHIVO-SALDOS-BANCO.

      *>----------------------------------------------------
      *> TODO LO QUE NO CASÓ, DE AMBOS LADOS, PASA AL ARCHIVO
      *> DE PENDIENTES DEL MES PARA LA PRÓXIMA CORRIDA.
      *>----------------------------------------------------
       GRABAR-PENDIENTES.
           MOVE SPACES TO NOMBRE-ARCHIVO-PEND-NUEVO
           STRING "CONCILIACION-PEND-" DELIMITED BY SIZE
                  ANIO-MES-PROCESO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-PEND-NUEVO
           OPEN OUTPUT ARCHIVO-PEND-NUEVO
           PERFORM VARYING IDX-BANCO FROM 1 BY 1
                   UNTIL IDX-BANCO > TOTAL-BANCO
               IF TB-CASADA (IDX-BANCO) = 'N'
                   MOVE 'B' TO PB-LADO
                   MOVE SPACE TO PB-ORIGEN
                   MOVE TB-SIGNO (IDX-BANCO) TO PB-SIGNO
                   MOVE TB-FECHA (IDX-BANCO) TO PB-FECHA
                   MOVE TB-DOCUMENTO (IDX-BANCO) TO PB-REFERENCIA
                   MOVE TB-GLOSA (IDX-BANCO) TO PB-DETALLE
                   MOVE TB-MONTO (IDX-BANCO) TO PB-MONTO
                   MOVE PENDIENTE-REG TO PEND-NUEVO-REG
                   WRITE PEND-NUEVO-REG
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-LIBRO FROM 1 BY 1
                   UNTIL IDX-LIBRO > TOTAL-LIBROS
               IF TL-CASADA (IDX-LIBRO) = 'N'
                   MOVE 'L' TO PB-LADO
                   MOVE TL-ORIGEN (IDX-LIBRO) TO PB-ORIGEN
                   MOVE TL-SIGNO (IDX-LIBRO) TO PB-SIGNO
                   MOVE TL-FECHA (IDX-LIBRO) TO PB-FECHA
                   MOVE TL-REFERENCIA (IDX-LIBRO) TO PB-REFERENCIA
                   MOVE TL-DETALLE (IDX-LIBRO) TO PB-DETALLE
                   MOVE TL-MONTO (IDX-LIBRO) TO PB-MONTO
                   MOVE PENDIENTE-REG TO PEND-NUEVO-REG
                   WRITE PEND-NUEVO-REG
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PEND-NUEVO.

       COPY ENCABEZADO-RUTINAS.
       COPY PARAMETROS-RUTINAS.
