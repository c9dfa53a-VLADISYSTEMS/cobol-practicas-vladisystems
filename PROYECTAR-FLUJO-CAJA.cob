       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECTAR-FLUJO-CAJA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SALDOS-BANCO-SELECT.
           SELECT ARCHIVO-DEPOSITOS ASSIGN TO "DEPOSITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPOSITOS.
           SELECT ARCHIVO-PAGOS-CXP ASSIGN TO "PAGOS-CXP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGOS-CXP.
       COPY CARTERA-SELECT.
       COPY CUOTAS-SELECT.
           SELECT ARCHIVO-DOMICILIADOS
               ASSIGN TO "DOMICILIACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOMICILIADOS.
           SELECT ARCHIVO-ORDENES ASSIGN TO "SEPARE-ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDENES.
       COPY CXP-SELECT.
           SELECT ARCHIVO-OC ASSIGN TO "OC-ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC.
           SELECT ARCHIVO-OC-DETALLE ASSIGN TO "OC-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC-DETALLE.
       COPY PROVEEDORES-SELECT.
       COPY PRODUCTOS-SELECT.
       COPY FERIADOS-SELECT.
       COPY PARAMETROS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY SALDOS-BANCO-FD.

       FD  ARCHIVO-DEPOSITOS.
       01  DEPOSITO-REG.
           05 DB-FECHA             PIC 9(8).
           05 DB-CAJA              PIC 9(2).
           05 DB-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 DB-BOLETA            PIC X(10).

       FD  ARCHIVO-PAGOS-CXP.
       01  PAGO-CXP-REG.
           05 PX-PROVEEDOR         PIC 9(4).
           05 PX-FACTURA           PIC X(12).
           05 PX-FECHA             PIC 9(8).
           05 PX-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.

       COPY CARTERA-FD.
       COPY CUOTAS-FD.

       FD  ARCHIVO-DOMICILIADOS.
       01  DOMICILIADO-REG.
           05 DM-MIEMBRO           PIC 9(6).
           05 DM-CUENTA            PIC X(20).

       FD  ARCHIVO-ORDENES.
       01  ORDEN-REG.
           05 SP-NUMERO            PIC 9(6).
           05 SP-FECHA             PIC 9(8).
           05 SP-CLIENTE           PIC 9(4).
           05 SP-TOTAL             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 SP-SALDO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 SP-ESTADO            PIC X.

       COPY CXP-FD.

       FD  ARCHIVO-OC.
       01  OC-REG.
           05 OC-NUMERO            PIC 9(6).
           05 OC-FECHA             PIC 9(8).
           05 OC-PROVEEDOR         PIC 9(4).
           05 OC-ESTADO            PIC X.

       FD  ARCHIVO-OC-DETALLE.
       01  OC-DETALLE-REG.
           05 OD-NUMERO            PIC 9(6).
           05 OD-CODIGO            PIC 9(6).
           05 OD-PRODUCTO          PIC X(20).
           05 OD-PEDIDAS           PIC 9(5).
           05 OD-RECIBIDAS         PIC 9(5).
      *>    COSTO UNITARIO PACTADO (NETO); EN LAS ÓRDENES
      *>    ANTERIORES LLEGA VACÍO Y VALE EL PR-COSTO.
           05 OD-COSTO             PIC 9(7)V99.
      *>    PEDIDAS, RECIBIDAS Y COSTO VAN EN UNIDAD DE COMPRA;
      *>    OD-FACTOR ES CUÁNTAS UNIDADES DE VENTA TRAE (EN
      *>    LAS ÓRDENES ANTERIORES LLEGA VACÍO Y VALE 1).
           05 OD-FACTOR            PIC 9(4).
           05 OD-UNIDAD            PIC X(3).

       COPY PROVEEDORES-FD.
       COPY PRODUCTOS-FD.
       COPY FERIADOS-FD.
       COPY PARAMETROS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.
       COPY FERIADOS-WS.
       COPY DIAS-HABILES-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> PROYECCIÓN DE CAJA A OCHO SEMANAS: PARTE DEL ÚLTIMO
       *> SALDO BANCARIO CONCILIADO (SALDOS-BANCO.DAT, QUE
       *> GRABA CONCILIAR-BANCO), MÁS LOS DEPÓSITOS Y MENOS
       *> LOS PAGOS A PROVEEDORES REGISTRADOS DESPUÉS DEL
       *> CORTE, MÁS EL EFECTIVO EN CAJA QUE INFORMA EL
       *> OPERADOR. LA SEMANA 1 EMPIEZA HOY.
       *> ENTRADAS ESPERADAS:
       *>  - CARTERA ABIERTA: EL SALDO VENCE
       *>    COBRANZA-PLAZO-DIAS (30) DÍAS DESPUÉS DE LA
       *>    FACTURA, EL MISMO PLAZO QUE USA LA COBRANZA.
       *>  - CUOTAS PENDIENTES: VENCEN EL ÚLTIMO DÍA DE SU
       *>    MES; LAS DE SOCIOS DOMICILIADOS VAN EN LA
       *>    COLUMNA DE DÉBITO AUTOMÁTICO.
       *>  - PLAN SEPARE ABIERTO: EL SALDO SE REPARTE EN
       *>    PARTES IGUALES EN LAS OCHO SEMANAS (EL PLAN
       *>    EXPIRA SI PASA SEPARE-DIAS-EXPIRA SIN ABONOS).
       *> SALIDAS ESPERADAS:
       *>  - CXP ABIERTAS POR XP-VENCE.
       *>  - ÓRDENES DE COMPRA CONFIRMADAS (ESTADO A): LAS
       *>    UNIDADES POR RECIBIR AL COSTO PR-COSTO, PAGADERAS
       *>    A PV-PLAZO-DIAS DÍAS HÁBILES DE HOY, COMO LAS
       *>    FACTURARÍA LA RECEPCIÓN.
       *> LO YA VENCIDO SE PROYECTA EN LA SEMANA 1. LA SEMANA
       *> CUYO SALDO PROYECTADO QUEDA NEGATIVO SE MARCA.
       *> USO: PROYECTAR-FLUJO-CAJA [EFECTIVO-EN-CAJA]
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-SALDOS-BANCO        PIC XX.
       01 FS-DEPOSITOS           PIC XX.
       01 FS-PAGOS-CXP           PIC XX.
       01 FS-CARTERA             PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 FS-DOMICILIADOS        PIC XX.
       01 FS-ORDENES             PIC XX.
       01 FS-CXP                 PIC XX.
       01 FS-OC                  PIC XX.
       01 FS-OC-DETALLE          PIC XX.
       01 FS-PROVEEDORES         PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(34).
       01 LINEA-SALIDA           PIC X(132).
       01 OPERADOR               PIC X(20).
       01 PRODUCTOS-ABIERTO      PIC X VALUE 'N'.

       01 FECHA-HOY              PIC 9(8).
       01 HOY-INT                PIC 9(8).
       01 FECHA-MOVIMIENTO       PIC 9(8).
       01 MOVIMIENTO-INT         PIC 9(8).
       01 FECHA-AUXILIAR         PIC 9(8).
       01 SEMANA                 PIC 9(3).
       01 MONTO-MOVIMIENTO       PIC S9(11)V99.
       01 PLAZO-COBRO            PIC 9(3) VALUE 30.

       *>----------------------------------------------------
       *> SALDO DE PARTIDA
       *>----------------------------------------------------
       01 EFECTIVO-TXT           PIC X(16).
       01 EFECTIVO-CAJA          PIC S9(11)V99 VALUE 0.
       01 HAY-SALDO-BANCO        PIC X VALUE 'N'.
       01 ANIO-MES-CONCILIADO    PIC 9(6) VALUE 0.
       01 FECHA-CONCILIADA       PIC 9(8) VALUE 0.
       01 SALDO-CONCILIADO       PIC S9(11)V99 VALUE 0.
       01 DEPOSITOS-POSTERIORES  PIC S9(11)V99 VALUE 0.
       01 PAGOS-POSTERIORES      PIC S9(11)V99 VALUE 0.
       01 SALDO-PARTIDA          PIC S9(11)V99 VALUE 0.

       *>----------------------------------------------------
       *> SEMANAS DE LA PROYECCIÓN
       *>----------------------------------------------------
       01 TOTAL-SEMANAS          PIC 9(3) VALUE 8.
       01 TABLA-SEMANAS.
           05 SEMANA-PROY OCCURS 8 TIMES.
               10 SM-DESDE       PIC 9(8).
               10 SM-HASTA       PIC 9(8).
               10 SM-CARTERA     PIC S9(11)V99.
               10 SM-CUOTAS      PIC S9(11)V99.
               10 SM-DEBITOS     PIC S9(11)V99.
               10 SM-SEPARE      PIC S9(11)V99.
               10 SM-ENTRADAS    PIC S9(11)V99.
               10 SM-CXP         PIC S9(11)V99.
               10 SM-OC          PIC S9(11)V99.
               10 SM-SALIDAS     PIC S9(11)V99.
               10 SM-SALDO       PIC S9(11)V99.
       01 IDX-SEMANA             PIC 9(3).
       01 SEMANAS-NEGATIVAS      PIC 9(3) VALUE 0.
       01 PARTE-SEPARE           PIC S9(11)V99.
       01 RESTO-SEPARE           PIC S9(11)V99.

       *>----------------------------------------------------
       *> LO VENCIDO (VA EN LA SEMANA 1) Y LO POSTERIOR A LA
       *> OCTAVA SEMANA (SÓLO SE INFORMA)
       *>----------------------------------------------------
       01 VENCIDO-CARTERA        PIC S9(11)V99 VALUE 0.
       01 VENCIDO-CUOTAS         PIC S9(11)V99 VALUE 0.
       01 VENCIDO-CXP            PIC S9(11)V99 VALUE 0.
       01 POSTERIOR-ENTRADAS     PIC S9(11)V99 VALUE 0.
       01 POSTERIOR-SALIDAS      PIC S9(11)V99 VALUE 0.

       *>----------------------------------------------------
       *> SOCIOS DOMICILIADOS
       *>----------------------------------------------------
       01 MAX-DOMICILIADOS       PIC 9(4) VALUE 1000.
       01 TOTAL-DOMICILIADOS     PIC 9(4) VALUE 0.
       01 TABLA-DOMICILIADOS.
           05 TD-MIEMBRO OCCURS 1000 TIMES PIC 9(6).
       01 IDX-DOMICILIADO        PIC 9(4).
       01 SOCIO-DOMICILIADO      PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> PROVEEDORES (PLAZO) Y ÓRDENES DE COMPRA ABIERTAS
       *>----------------------------------------------------
       01 MAX-PROVEEDORES        PIC 9(3) VALUE 200.
       01 TOTAL-PROVEEDORES      PIC 9(3) VALUE 0.
       01 TABLA-PROVEEDORES.
           05 PROVEEDOR-ENTRADA OCCURS 200 TIMES.
               10 TV-CODIGO      PIC 9(4).
               10 TV-PLAZO       PIC 9(3).
       01 IDX-PROVEEDOR          PIC 9(3).
       01 MAX-OC                 PIC 9(3) VALUE 300.
       01 TOTAL-OC               PIC 9(3) VALUE 0.
       01 TABLA-OC.
           05 OC-ENTRADA OCCURS 300 TIMES.
               10 TO-NUMERO      PIC 9(6).
               10 TO-PROVEEDOR   PIC 9(4).
               10 TO-MONTO       PIC S9(11)V99.
       01 IDX-OC                 PIC 9(3).
       01 UNIDADES-PENDIENTES    PIC S9(5).
       01 FACTOR-OC              PIC 9(4) VALUE 1.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-MONTO                PIC -(7)9.99.
       01 F-MONTO-2              PIC -(7)9.99.
       01 F-MONTO-3              PIC -(7)9.99.
       01 F-MONTO-4              PIC -(7)9.99.
       01 F-MONTO-5              PIC -(7)9.99.
       01 F-MONTO-6              PIC -(7)9.99.
       01 F-MONTO-7              PIC -(7)9.99.
       01 F-MONTO-8              PIC -(7)9.99.
       01 F-MONTO-9              PIC -(7)9.99.
       01 F-SALDO                PIC -(11)9.99.
       01 MARCA-SEMANA           PIC X(12).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  PROYECCIÓN DE CAJA 8 SEMANAS"
           DISPLAY "==============================="

           PERFORM ACEPTAR-FECHA-COMPLETA
           MOVE FC-FECHA-YYYYMMDD TO FECHA-HOY
           COMPUTE HOY-INT = FUNCTION INTEGER-OF-DATE (FECHA-HOY)
           PERFORM OBTENER-EFECTIVO-CAJA
           PERFORM CARGAR-PARAMETROS
           MOVE "COBRANZA-PLAZO-DIAS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO) TO PLAZO-COBRO
           END-IF

           PERFORM PREPARAR-SEMANAS
           PERFORM OBTENER-SALDO-CONCILIADO
           PERFORM SUMAR-MOVIMIENTOS-POSTERIORES
           COMPUTE SALDO-PARTIDA = SALDO-CONCILIADO
               + DEPOSITOS-POSTERIORES - PAGOS-POSTERIORES
               + EFECTIVO-CAJA

           PERFORM PROYECTAR-CARTERA
           PERFORM CARGAR-DOMICILIADOS
           PERFORM PROYECTAR-CUOTAS
           PERFORM PROYECTAR-SEPARE
           PERFORM PROYECTAR-CXP
           PERFORM PROYECTAR-ORDENES-COMPRA
           PERFORM CALCULAR-SALDOS

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "PROYECCION-CAJA-" DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           MOVE "PROYECCION DE CAJA A 8 SEMANAS" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM ESCRIBIR-SALDO-PARTIDA
           PERFORM ESCRIBIR-SEMANAS
           PERFORM ESCRIBIR-RESUMEN
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

       OBTENER-EFECTIVO-CAJA.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Efectivo en caja hoy (cajones y caja "
                       "fuerte; ENTER = 0):"
               ACCEPT EFECTIVO-TXT
           ELSE
               MOVE WS-COMMAND-LINE TO EFECTIVO-TXT
           END-IF
           IF EFECTIVO-TXT = SPACES
               MOVE 0 TO EFECTIVO-CAJA
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(EFECTIVO-TXT) NOT = 0
               DISPLAY "Monto de efectivo inválido: " EFECTIVO-TXT
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (EFECTIVO-TXT) TO EFECTIVO-CAJA.

       PREPARAR-SEMANAS.
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1
                   UNTIL IDX-SEMANA > TOTAL-SEMANAS
               COMPUTE SM-DESDE (IDX-SEMANA) = FUNCTION DATE-OF-INTEGER
                   (HOY-INT + (IDX-SEMANA - 1) * 7)
               COMPUTE SM-HASTA (IDX-SEMANA) = FUNCTION DATE-OF-INTEGER
                   (HOY-INT + IDX-SEMANA * 7 - 1)
               MOVE 0 TO SM-CARTERA (IDX-SEMANA)
               MOVE 0 TO SM-CUOTAS (IDX-SEMANA)
               MOVE 0 TO SM-DEBITOS (IDX-SEMANA)
               MOVE 0 TO SM-SEPARE (IDX-SEMANA)
               MOVE 0 TO SM-ENTRADAS (IDX-SEMANA)
               MOVE 0 TO SM-CXP (IDX-SEMANA)
               MOVE 0 TO SM-OC (IDX-SEMANA)
               MOVE 0 TO SM-SALIDAS (IDX-SEMANA)
               MOVE 0 TO SM-SALDO (IDX-SEMANA)
           END-PERFORM.

      *>----------------------------------------------------
      *> SEMANA DE UNA FECHA (FECHA-MOVIMIENTO): 1 PARA HOY Y
      *> LO VENCIDO, 9 O MÁS SI CAE DESPUÉS DEL HORIZONTE.
      *>----------------------------------------------------
       CALCULAR-SEMANA.
           COMPUTE MOVIMIENTO-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-MOVIMIENTO)
           IF MOVIMIENTO-INT < HOY-INT
               MOVE 1 TO SEMANA
           ELSE
               COMPUTE SEMANA = (MOVIMIENTO-INT - HOY-INT) / 7 + 1
           END-IF.

      *>----------------------------------------------------
      *> ÚLTIMO SALDO CONCILIADO: EL MES MÁS RECIENTE; SI SE
      *> CONCILIÓ DOS VECES, LA ÚLTIMA CORRIDA.
      *>----------------------------------------------------
       OBTENER-SALDO-CONCILIADO.
           OPEN INPUT ARCHIVO-SALDOS-BANCO
           IF FS-SALDOS-BANCO NOT = "00"
               DISPLAY "No hay saldo conciliado (corra "
                       "CONCILIAR-BANCO); el banco parte en cero."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-SALDOS-BANCO
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF SB-ANIO-MES >= ANIO-MES-CONCILIADO
                           MOVE 'S' TO HAY-SALDO-BANCO
                           MOVE SB-ANIO-MES TO ANIO-MES-CONCILIADO
                           MOVE SB-FECHA-CORTE TO FECHA-CONCILIADA
                           MOVE SB-SALDO-LIBROS TO SALDO-CONCILIADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SALDOS-BANCO.

      *>----------------------------------------------------
      *> LO QUE ENTRÓ Y SALIÓ DEL BANCO SEGÚN LIBROS DESPUÉS
      *> DEL CORTE CONCILIADO: BOLETAS DE DEPÓSITO Y PAGOS A
      *> PROVEEDORES.
      *>----------------------------------------------------
       SUMAR-MOVIMIENTOS-POSTERIORES.
           OPEN INPUT ARCHIVO-DEPOSITOS
           IF FS-DEPOSITOS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-DEPOSITOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF DB-FECHA > FECHA-CONCILIADA
                               ADD DB-MONTO TO DEPOSITOS-POSTERIORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-DEPOSITOS
           END-IF
           OPEN INPUT ARCHIVO-PAGOS-CXP
           IF FS-PAGOS-CXP = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-PAGOS-CXP
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF PX-FECHA > FECHA-CONCILIADA
                               ADD PX-MONTO TO PAGOS-POSTERIORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PAGOS-CXP
           END-IF.

       PROYECTAR-CARTERA.
           OPEN INPUT ARCHIVO-CARTERA
           IF FS-CARTERA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CARTERA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CR-ESTADO = 'A' AND CR-SALDO > 0
                           PERFORM UBICAR-COBRO-CARTERA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CARTERA.

       UBICAR-COBRO-CARTERA.
           COMPUTE FECHA-MOVIMIENTO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (CR-FECHA) + PLAZO-COBRO)
           PERFORM CALCULAR-SEMANA
           IF MOVIMIENTO-INT < HOY-INT
               ADD CR-SALDO TO VENCIDO-CARTERA
           END-IF
           IF SEMANA > TOTAL-SEMANAS
               ADD CR-SALDO TO POSTERIOR-ENTRADAS
           ELSE
               ADD CR-SALDO TO SM-CARTERA (SEMANA)
           END-IF.

       CARGAR-DOMICILIADOS.
           OPEN INPUT ARCHIVO-DOMICILIADOS
           IF FS-DOMICILIADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-DOMICILIADOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-DOMICILIADOS < MAX-DOMICILIADOS
                           ADD 1 TO TOTAL-DOMICILIADOS
                           MOVE DM-MIEMBRO
                               TO TD-MIEMBRO (TOTAL-DOMICILIADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-DOMICILIADOS.

      *>----------------------------------------------------
      *> CUOTAS PENDIENTES: VENCEN EL ÚLTIMO DÍA DEL MES DE LA
      *> CUOTA. EL SOCIO DOMICILIADO LA PAGA POR DÉBITO.
      *>----------------------------------------------------
       PROYECTAR-CUOTAS.
           OPEN INPUT ARCHIVO-CUOTAS
           IF FS-CUOTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CUOTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CU-ESTADO = 'P' AND CU-SALDO > 0
                           PERFORM UBICAR-COBRO-CUOTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUOTAS.

       UBICAR-COBRO-CUOTA.
           IF CU-ANIO-MES (5:2) = "12"
               COMPUTE FECHA-AUXILIAR = (CU-ANIO-MES + 89) * 100 + 1
           ELSE
               COMPUTE FECHA-AUXILIAR = (CU-ANIO-MES + 1) * 100 + 1
           END-IF
           COMPUTE FECHA-MOVIMIENTO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FECHA-AUXILIAR) - 1)
           PERFORM CALCULAR-SEMANA
           IF MOVIMIENTO-INT < HOY-INT
               ADD CU-SALDO TO VENCIDO-CUOTAS
           END-IF
           IF SEMANA > TOTAL-SEMANAS
               ADD CU-SALDO TO POSTERIOR-ENTRADAS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SOCIO-DOMICILIADO
           PERFORM VARYING IDX-DOMICILIADO FROM 1 BY 1
                   UNTIL IDX-DOMICILIADO > TOTAL-DOMICILIADOS
                   OR SOCIO-DOMICILIADO = 'S'
               IF TD-MIEMBRO (IDX-DOMICILIADO) = CU-MIEMBRO
                   MOVE 'S' TO SOCIO-DOMICILIADO
               END-IF
           END-PERFORM
           IF SOCIO-DOMICILIADO = 'S'
               ADD CU-SALDO TO SM-DEBITOS (SEMANA)
           ELSE
               ADD CU-SALDO TO SM-CUOTAS (SEMANA)
           END-IF.

      *>----------------------------------------------------
      *> PLAN SEPARE ABIERTO: EL SALDO EN OCHO PARTES IGUALES
      *> (EL RESTO DE LA DIVISIÓN, EN LA ÚLTIMA SEMANA).
      *>----------------------------------------------------
       PROYECTAR-SEPARE.
           OPEN INPUT ARCHIVO-ORDENES
           IF FS-ORDENES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ORDENES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF SP-ESTADO = 'A' AND SP-SALDO > 0
                           PERFORM REPARTIR-SALDO-SEPARE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ORDENES.

       REPARTIR-SALDO-SEPARE.
           DIVIDE SP-SALDO BY TOTAL-SEMANAS GIVING PARTE-SEPARE
           COMPUTE RESTO-SEPARE = PARTE-SEPARE * TOTAL-SEMANAS
           COMPUTE RESTO-SEPARE = SP-SALDO - RESTO-SEPARE + PARTE-SEPARE
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1
                   UNTIL IDX-SEMANA >= TOTAL-SEMANAS
               ADD PARTE-SEPARE TO SM-SEPARE (IDX-SEMANA)
           END-PERFORM
           ADD RESTO-SEPARE TO SM-SEPARE (TOTAL-SEMANAS).

       PROYECTAR-CXP.
           OPEN INPUT ARCHIVO-CXP
           IF FS-CXP NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CXP
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF XP-ESTADO = 'A' AND XP-SALDO > 0
                           MOVE XP-VENCE TO FECHA-MOVIMIENTO
                           PERFORM CALCULAR-SEMANA
                           IF MOVIMIENTO-INT < HOY-INT
                               ADD XP-SALDO TO VENCIDO-CXP
                           END-IF
                           IF SEMANA > TOTAL-SEMANAS
                               ADD XP-SALDO TO POSTERIOR-SALIDAS
                           ELSE
                               ADD XP-SALDO TO SM-CXP (SEMANA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CXP.

      *>----------------------------------------------------
      *> ÓRDENES DE COMPRA CONFIRMADAS: LO QUE FALTA RECIBIR
      *> AL COSTO DEL PRODUCTO, PAGADERO A PV-PLAZO-DIAS DÍAS
      *> HÁBILES DE HOY.
      *>----------------------------------------------------
       PROYECTAR-ORDENES-COMPRA.
           OPEN INPUT ARCHIVO-OC
           IF FS-OC NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-OC
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF OC-ESTADO = 'A' AND TOTAL-OC < MAX-OC
                           ADD 1 TO TOTAL-OC
                           MOVE OC-NUMERO TO TO-NUMERO (TOTAL-OC)
                           MOVE OC-PROVEEDOR
                               TO TO-PROVEEDOR (TOTAL-OC)
                           MOVE 0 TO TO-MONTO (TOTAL-OC)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-OC
           IF TOTAL-OC = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS = "00"
               MOVE 'S' TO PRODUCTOS-ABIERTO
           ELSE
               DISPLAY "No se pudo abrir PRODUCTOS.IDX; las órdenes "
                       "de compra no se valorizan."
           END-IF
           OPEN INPUT ARCHIVO-OC-DETALLE
           IF FS-OC-DETALLE = "00" AND PRODUCTOS-ABIERTO = 'S'
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-OC-DETALLE
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM VALORIZAR-LINEA-OC
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-OC-DETALLE
           END-IF
           IF PRODUCTOS-ABIERTO = 'S'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF

           PERFORM CARGAR-PLAZOS-PROVEEDOR
           PERFORM VARYING IDX-OC FROM 1 BY 1
                   UNTIL IDX-OC > TOTAL-OC
               IF TO-MONTO (IDX-OC) > 0
                   PERFORM UBICAR-PAGO-OC
               END-IF
           END-PERFORM.

       VALORIZAR-LINEA-OC.
           COMPUTE UNIDADES-PENDIENTES = OD-PEDIDAS - OD-RECIBIDAS
           IF UNIDADES-PENDIENTES <= 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-OC FROM 1 BY 1
                   UNTIL IDX-OC > TOTAL-OC
               IF TO-NUMERO (IDX-OC) = OD-NUMERO
                   MOVE OD-CODIGO TO PR-CODIGO
                   PERFORM BUSCAR-PRODUCTO
                   IF OD-COSTO IS NUMERIC AND OD-COSTO > 0
                       COMPUTE TO-MONTO (IDX-OC) = TO-MONTO (IDX-OC)
                           + UNIDADES-PENDIENTES * OD-COSTO
                   ELSE
      *>                PENDIENTES EN UNIDAD DE COMPRA; EL
      *>                PR-COSTO ES POR UNIDAD DE VENTA.
                       MOVE 1 TO FACTOR-OC
                       IF OD-FACTOR IS NUMERIC AND OD-FACTOR > 1
                           MOVE OD-FACTOR TO FACTOR-OC
                       END-IF
                       IF PRODUCTO-ENCONTRADO = 'S'
                           COMPUTE TO-MONTO (IDX-OC) =
                               TO-MONTO (IDX-OC)
                               + UNIDADES-PENDIENTES * PR-COSTO
                                 * FACTOR-OC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CARGAR-PLAZOS-PROVEEDOR.
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
                       IF TOTAL-PROVEEDORES < MAX-PROVEEDORES
                           ADD 1 TO TOTAL-PROVEEDORES
                           MOVE PV-CODIGO
                               TO TV-CODIGO (TOTAL-PROVEEDORES)
                           MOVE PV-PLAZO-DIAS
                               TO TV-PLAZO (TOTAL-PROVEEDORES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROVEEDORES.

       UBICAR-PAGO-OC.
           MOVE 0 TO DH-DIAS-RESTANTES
           PERFORM VARYING IDX-PROVEEDOR FROM 1 BY 1
                   UNTIL IDX-PROVEEDOR > TOTAL-PROVEEDORES
               IF TV-CODIGO (IDX-PROVEEDOR) = TO-PROVEEDOR (IDX-OC)
                   MOVE TV-PLAZO (IDX-PROVEEDOR) TO DH-DIAS-RESTANTES
               END-IF
           END-PERFORM
           MOVE FECHA-HOY TO DH-FECHA
           MOVE HOY-INT TO DH-FECHA-INT
           PERFORM AVANZAR-UN-DIA-HABIL
               UNTIL DH-DIAS-RESTANTES = 0
           MOVE DH-FECHA TO FECHA-MOVIMIENTO
           PERFORM CALCULAR-SEMANA
           IF SEMANA > TOTAL-SEMANAS
               ADD TO-MONTO (IDX-OC) TO POSTERIOR-SALIDAS
           ELSE
               ADD TO-MONTO (IDX-OC) TO SM-OC (SEMANA)
           END-IF.

       CALCULAR-SALDOS.
           MOVE SALDO-PARTIDA TO MONTO-MOVIMIENTO
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1
                   UNTIL IDX-SEMANA > TOTAL-SEMANAS
               COMPUTE SM-ENTRADAS (IDX-SEMANA) =
                   SM-CARTERA (IDX-SEMANA) + SM-CUOTAS (IDX-SEMANA)
                   + SM-DEBITOS (IDX-SEMANA) + SM-SEPARE (IDX-SEMANA)
               COMPUTE SM-SALIDAS (IDX-SEMANA) =
                   SM-CXP (IDX-SEMANA) + SM-OC (IDX-SEMANA)
               COMPUTE MONTO-MOVIMIENTO = MONTO-MOVIMIENTO
                   + SM-ENTRADAS (IDX-SEMANA) - SM-SALIDAS (IDX-SEMANA)
               MOVE MONTO-MOVIMIENTO TO SM-SALDO (IDX-SEMANA)
               IF SM-SALDO (IDX-SEMANA) < 0
                   ADD 1 TO SEMANAS-NEGATIVAS
               END-IF
           END-PERFORM.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       ESCRIBIR-ENCABEZADO.
           DISPLAY EC-LINEA-1
           WRITE LINEA-REPORTE FROM EC-LINEA-1
           DISPLAY EC-LINEA-2
           WRITE LINEA-REPORTE FROM EC-LINEA-2
           DISPLAY EC-LINEA-3
           WRITE LINEA-REPORTE FROM EC-LINEA-3.

       ESCRIBIR-SALDO-PARTIDA.
           MOVE SPACES TO LINEA-SALIDA
           IF HAY-SALDO-BANCO = 'S'
               MOVE SALDO-CONCILIADO TO F-SALDO
               STRING "  Saldo bancario conciliado al "
                          DELIMITED BY SIZE
                      FECHA-CONCILIADA DELIMITED BY SIZE
                      "    : $" DELIMITED BY SIZE
                      F-SALDO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           ELSE
               MOVE "  Sin saldo bancario conciliado (se toma cero)"
                   TO LINEA-SALIDA
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE DEPOSITOS-POSTERIORES TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "+ Depósitos posteriores al corte          : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE PAGOS-POSTERIORES TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "- Pagos a proveedores posteriores al corte: $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EFECTIVO-CAJA TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "+ Efectivo en caja                        : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SALDO-PARTIDA TO F-SALDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "= Saldo de caja de partida                : $"
                  DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-SEMANAS.
           MOVE SPACES TO LINEA-SALIDA
           STRING "             "
                      DELIMITED BY SIZE
                  "------------------------- ENTRADAS "
                      DELIMITED BY SIZE
                  "-------------------------  "
                      DELIMITED BY SIZE
                  "----------- SALIDAS -----------"
                      DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "SEM  DESDE   "
                      DELIMITED BY SIZE
                  "    CARTERA     CUOTAS    DEBITOS"
                      DELIMITED BY SIZE
                  "     SEPARE      TOTAL"
                      DELIMITED BY SIZE
                  "        CXP    ORDENES      TOTAL"
                      DELIMITED BY SIZE
                  "      SALDO"
                      DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1
                   UNTIL IDX-SEMANA > TOTAL-SEMANAS
               PERFORM ESCRIBIR-SEMANA
           END-PERFORM.

       ESCRIBIR-SEMANA.
           MOVE SM-CARTERA (IDX-SEMANA) TO F-MONTO
           MOVE SM-CUOTAS (IDX-SEMANA) TO F-MONTO-2
           MOVE SM-DEBITOS (IDX-SEMANA) TO F-MONTO-3
           MOVE SM-SEPARE (IDX-SEMANA) TO F-MONTO-4
           MOVE SM-ENTRADAS (IDX-SEMANA) TO F-MONTO-5
           MOVE SM-CXP (IDX-SEMANA) TO F-MONTO-6
           MOVE SM-OC (IDX-SEMANA) TO F-MONTO-7
           MOVE SM-SALIDAS (IDX-SEMANA) TO F-MONTO-8
           MOVE SM-SALDO (IDX-SEMANA) TO F-MONTO-9
           MOVE SPACES TO MARCA-SEMANA
           IF SM-SALDO (IDX-SEMANA) < 0
               MOVE " ** NEGATIVO" TO MARCA-SEMANA
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING " " DELIMITED BY SIZE
                  IDX-SEMANA (2:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SM-DESDE (IDX-SEMANA) DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  F-MONTO-2 DELIMITED BY SIZE
                  F-MONTO-3 DELIMITED BY SIZE
                  F-MONTO-4 DELIMITED BY SIZE
                  F-MONTO-5 DELIMITED BY SIZE
                  F-MONTO-6 DELIMITED BY SIZE
                  F-MONTO-7 DELIMITED BY SIZE
                  F-MONTO-8 DELIMITED BY SIZE
                  F-MONTO-9 DELIMITED BY SIZE
                  MARCA-SEMANA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE VENCIDO-CARTERA TO F-MONTO
           MOVE VENCIDO-CUOTAS TO F-MONTO-2
           MOVE VENCIDO-CXP TO F-MONTO-3
           MOVE SPACES TO LINEA-SALIDA
           STRING "Incluido en la semana 1 por estar vencido: "
                      DELIMITED BY SIZE
                  "cartera " DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " | cuotas " DELIMITED BY SIZE
                  F-MONTO-2 DELIMITED BY SIZE
                  " | CXP " DELIMITED BY SIZE
                  F-MONTO-3 DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE POSTERIOR-ENTRADAS TO F-MONTO
           MOVE POSTERIOR-SALIDAS TO F-MONTO-2
           MOVE SPACES TO LINEA-SALIDA
           STRING "Fuera del horizonte (después de la semana 8): "
                      DELIMITED BY SIZE
                  "entradas " DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " | salidas " DELIMITED BY SIZE
                  F-MONTO-2 DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           IF SEMANAS-NEGATIVAS = 0
               MOVE "La caja proyectada no queda negativa en las 8 "
                   TO LINEA-SALIDA
               MOVE "semanas." TO LINEA-SALIDA (48:)
           ELSE
               STRING "ATENCIÓN: " DELIMITED BY SIZE
                      SEMANAS-NEGATIVAS DELIMITED BY SIZE
                      " semana(s) con caja proyectada negativa."
                          DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               DISPLAY "ATENCIÓN: hay semanas con caja negativa."
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY FERIADOS-RUTINAS.
       COPY DIAS-HABILES-RUTINAS.
       COPY PARAMETROS-RUTINAS.
