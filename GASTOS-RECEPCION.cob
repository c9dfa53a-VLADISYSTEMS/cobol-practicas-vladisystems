       IDENTIFICATION DIVISION.
       PROGRAM-ID. GASTOS-RECEPCION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OC ASSIGN TO "OC-ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC.
           SELECT ARCHIVO-OC-DETALLE ASSIGN TO "OC-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC-DETALLE.
       COPY PRODUCTOS-SELECT.
       COPY COSTOS-SELECT.
       COPY PERIODOS-SELECT.
       COPY PROVEEDORES-SELECT.
       COPY FERIADOS-SELECT.
       COPY CXP-SELECT.
       COPY GASTOS-RECEPCION-SELECT.
           SELECT ARCHIVO-IVA-COMPRAS ASSIGN TO "IVA-COMPRAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IVA-COMPRAS.

       DATA DIVISION.
       FILE SECTION.
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
           05 OD-COSTO             PIC 9(7)V99.
      *>    PEDIDAS, RECIBIDAS Y COSTO VAN EN UNIDAD DE COMPRA;
      *>    OD-FACTOR ES CUÁNTAS UNIDADES DE VENTA TRAE (EN
      *>    LAS ÓRDENES ANTERIORES LLEGA VACÍO Y VALE 1).
           05 OD-FACTOR            PIC 9(4).
           05 OD-UNIDAD            PIC X(3).

       COPY PRODUCTOS-FD.
       COPY COSTOS-FD.
       COPY PERIODOS-FD.
       COPY PROVEEDORES-FD.
       COPY FERIADOS-FD.
       COPY CXP-FD.
       COPY GASTOS-RECEPCION-FD.

      *>----------------------------------------------------
      *> LIBRO DE IVA DE COMPRAS (IVA-COMPRAS.DAT); VER
      *> RECIBIR-ORDEN-COMPRA. LA FACTURA DEL GASTO SE GRABA
      *> CON LA PRIMERA OC A LA QUE SE CARGA.
      *>----------------------------------------------------
       FD  ARCHIVO-IVA-COMPRAS.
       01  IVA-COMPRA-REG.
           05 IC-FECHA             PIC 9(8).
           05 IC-PROVEEDOR         PIC 9(4).
           05 IC-FACTURA           PIC X(12).
           05 IC-OC                PIC 9(6).
           05 IC-BASE              PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 IC-IVA               PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.

       WORKING-STORAGE SECTION.
       COPY PRODUCTOS-WS.
       COPY COSTOS-WS.
       COPY PERIODOS-WS.
       COPY FERIADOS-WS.
       COPY DIAS-HABILES-WS.

       *>----------------------------------------------------
       *> COSTO EN DESTINO: UNA FACTURA DE FLETE, ADUANA O
       *> MANEJO SE CARGA A UNA O VARIAS RECEPCIONES DE
       *> ÓRDENES DE COMPRA (LO RECIBIDO DE CADA OC HASTA
       *> HOY) Y SE REPARTE ENTRE SUS LÍNEAS POR VALOR, POR
       *> UNIDADES O POR PESO. LO ASIGNADO ENTRA AL COSTO
       *> PROMEDIO (ORIGEN LANDED EN COSTOS-HIST.DAT) Y LA
       *> FACTURA QUEDA EN CUENTAS POR PAGAR Y EN EL LIBRO DE
       *> IVA DE COMPRAS.
       *>----------------------------------------------------
       01 FS-OC                  PIC XX.
       01 FS-OC-DETALLE          PIC XX.
       01 FS-PROVEEDORES         PIC XX.
       01 FS-CXP                 PIC XX.
       01 FS-IVA-COMPRAS         PIC XX.
       01 FS-GASTOS-RECEPCION    PIC XX.
       01 FS-GASTOS-DET          PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.

       01 FECHA-GASTO            PIC 9(8).
       01 FECHA-VENCE            PIC 9(8).
       01 NUMERO-GASTO           PIC 9(6) VALUE 0.
       01 PROVEEDOR-TXT          PIC X(6).
       01 PROVEEDOR-GASTO        PIC 9(4) VALUE 0.
       01 NOMBRE-PROVEEDOR       PIC X(30).
       01 PLAZO-PROVEEDOR        PIC 9(3) VALUE 0.
       01 PROVEEDOR-HALLADO      PIC X VALUE 'N'.
       01 FACTURA-GASTO          PIC X(12).
       01 FACTURA-REPETIDA       PIC X VALUE 'N'.
       01 CONCEPTO-GASTO         PIC X.
       01 METODO-REPARTO         PIC X.
       01 MONTO-TXT              PIC X(14).
       01 MONTO-FACTURA          PIC S9(11)V99 VALUE 0.
       01 IVA-FACTURA            PIC S9(11)V99 VALUE 0.
       01 MONTO-GASTO            PIC S9(11)V99 VALUE 0.
       01 CONFIRMAR              PIC X.

       *>----------------------------------------------------
       *> RECEPCIONES A LAS QUE SE CARGA EL GASTO Y SUS
       *> LÍNEAS RECIBIDAS. LN-UNIDADES VA EN UNIDADES DE
       *> VENTA; LN-VALOR ES LO RECIBIDO AL COSTO PACTADO DE
       *> LA ORDEN (O A PR-COSTO SI LA ORDEN NO LO TRAE) Y
       *> LN-BASE LO QUE CUENTA PARA EL REPARTO SEGÚN EL
       *> MÉTODO ELEGIDO.
       *>----------------------------------------------------
       01 NUMERO-TXT             PIC X(8).
       01 NUMERO-OC              PIC 9(6).
       01 ORDEN-HALLADA          PIC X VALUE 'N'.
       01 FIN-RECEPCIONES        PIC X VALUE 'N'.
       01 MAX-RECEPCIONES        PIC 9(2) VALUE 10.
       01 TOTAL-RECEPCIONES      PIC 9(2) VALUE 0.
       01 TABLA-RECEPCIONES.
           05 RC-OC OCCURS 10 TIMES PIC 9(6).
       01 IDX-RC                 PIC 9(2).
       01 RECEPCION-REPETIDA     PIC X VALUE 'N'.
       01 FACTOR-LINEA           PIC 9(4) VALUE 1.
       01 LINEAS-ORDEN           PIC 9(3) VALUE 0.
       01 MAX-LINEAS             PIC 9(3) VALUE 100.
       01 TOTAL-LINEAS           PIC 9(3) VALUE 0.
       01 TABLA-LINEAS.
           05 LINEA-GASTO OCCURS 100 TIMES.
               10 LN-OC           PIC 9(6).
               10 LN-CODIGO       PIC 9(6).
               10 LN-PRODUCTO     PIC X(20).
               10 LN-UNIDADES     PIC 9(5).
               10 LN-VALOR        PIC 9(9)V99.
               10 LN-COSTO-ORIGEN PIC 9(7)V99.
               10 LN-PESO         PIC 9(7)V999.
               10 LN-BASE         PIC 9(9)V999.
               10 LN-ASIGNADO     PIC 9(9)V99.
       01 IDX-LN                 PIC 9(3).
       01 IDX-ULTIMA             PIC 9(3) VALUE 0.
       01 TOTAL-BASE             PIC 9(11)V999 VALUE 0.
       01 ASIGNADO-ACUM          PIC 9(11)V99 VALUE 0.
       01 PESO-TXT               PIC X(12).
       01 COSTO-DESTINO          PIC 9(7)V99.
       01 LINEAS-SIN-STOCK       PIC 9(3) VALUE 0.

       01 F-UNIDADES             PIC ZZZZ9.
       01 F-MONTO                PIC Z(8)9.99.
       01 F-COSTO                PIC Z(6)9.99.
       01 F-COSTO-DESTINO        PIC Z(6)9.99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  GASTOS DE RECEPCIÓN"
           DISPLAY "  (FLETE, ADUANA, MANEJO)"
           DISPLAY "==============================="

      *>    EL GASTO CAMBIA EL COSTO PROMEDIO HOY; NO SE
      *>    ADMITE EN UN PERIODO CERRADO.
           ACCEPT FECHA-GASTO FROM DATE YYYYMMDD
           MOVE FECHA-GASTO TO FECHA-PERIODO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "Gasto de recepción no registrado."
               STOP RUN
           END-IF

           PERFORM PEDIR-PROVEEDOR
           PERFORM PEDIR-FACTURA
           IF FACTURA-REPETIDA = 'S'
               DISPLAY "La factura " FUNCTION TRIM(FACTURA-GASTO)
                       " de ese proveedor ya fue prorrateada."
               STOP RUN
           END-IF
           PERFORM PEDIR-CONCEPTO
           PERFORM PEDIR-MONTOS

           OPEN I-O ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")."
               STOP RUN
           END-IF

           PERFORM PEDIR-RECEPCIONES
           IF TOTAL-LINEAS = 0
               CLOSE ARCHIVO-PRODUCTOS
               DISPLAY "No se indicó ninguna recepción; gasto no "
                       "registrado."
               STOP RUN
           END-IF

           PERFORM PEDIR-METODO
           IF METODO-REPARTO = 'P'
               PERFORM PEDIR-PESOS
           END-IF
           PERFORM PRORRATEAR
           IF TOTAL-BASE = 0
               CLOSE ARCHIVO-PRODUCTOS
               DISPLAY "Las recepciones no tienen nada sobre qué "
                       "repartir con ese método; gasto no "
                       "registrado."
               STOP RUN
           END-IF

           PERFORM MOSTRAR-REPARTO
           DISPLAY "¿Aplicar el reparto al costo? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               CLOSE ARCHIVO-PRODUCTOS
               DISPLAY "Gasto descartado; no se registró nada."
               STOP RUN
           END-IF

           PERFORM APLICAR-REPARTO
           CLOSE ARCHIVO-PRODUCTOS
           PERFORM GRABAR-GASTO
           PERFORM GRABAR-CXP
           PERFORM GRABAR-IVA-COMPRA

           DISPLAY "-------------------------------"
           DISPLAY "Gasto " NUMERO-GASTO " repartido en "
                   TOTAL-LINEAS " líneas de " TOTAL-RECEPCIONES
                   " recepción(es)."
           IF LINEAS-SIN-STOCK > 0
               DISPLAY LINEAS-SIN-STOCK " línea(s) sin existencia "
                       "de lo recibido: su parte no cambió el "
                       "costo."
           END-IF
           DISPLAY "Cuenta por pagar registrada; vence el "
                   FECHA-VENCE "."
           DISPLAY "==============================="
           STOP RUN.

      *>----------------------------------------------------
      *> PROVEEDOR DEL GASTO (TRANSPORTISTA, AGENTE
      *> ADUANAL...): DEBE ESTAR EN EL MAESTRO DE PROVEEDORES
      *> PARA CALCULAR EL VENCIMIENTO DE LA CUENTA POR PAGAR.
      *>----------------------------------------------------
       PEDIR-PROVEEDOR.
           MOVE 'N' TO PROVEEDOR-HALLADO
           PERFORM UNTIL PROVEEDOR-HALLADO = 'S'
               DISPLAY "Código del proveedor que factura el gasto:"
               ACCEPT PROVEEDOR-TXT
               IF FUNCTION TRIM(PROVEEDOR-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (PROVEEDOR-TXT)
                       TO PROVEEDOR-GASTO
                   PERFORM BUSCAR-PROVEEDOR-GASTO
                   IF PROVEEDOR-HALLADO = 'N'
                       DISPLAY "No existe ese proveedor; dé de alta "
                               "con MANTENER-PROVEEDORES."
                   ELSE
                       DISPLAY "Proveedor: " NOMBRE-PROVEEDOR
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-PROVEEDOR-GASTO.
           MOVE 'N' TO PROVEEDOR-HALLADO
           MOVE 0 TO PLAZO-PROVEEDOR
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
                       IF PV-CODIGO = PROVEEDOR-GASTO
                           MOVE 'S' TO PROVEEDOR-HALLADO
                           MOVE PV-NOMBRE TO NOMBRE-PROVEEDOR
                           MOVE PV-PLAZO-DIAS TO PLAZO-PROVEEDOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROVEEDORES.

       PEDIR-FACTURA.
           MOVE SPACES TO FACTURA-GASTO
           PERFORM UNTIL FACTURA-GASTO NOT = SPACES
               DISPLAY "Número de factura del gasto:"
               ACCEPT FACTURA-GASTO
           END-PERFORM
           PERFORM REVISAR-GASTOS-ANTERIORES.

      *>----------------------------------------------------
      *> UNA MISMA FACTURA NO SE PRORRATEA DOS VECES; DE
      *> PASO SE TOMA EL SIGUIENTE NÚMERO DE GASTO.
      *>----------------------------------------------------
       REVISAR-GASTOS-ANTERIORES.
           MOVE 'N' TO FACTURA-REPETIDA
           MOVE 0 TO NUMERO-GASTO
           OPEN INPUT ARCHIVO-GASTOS-RECEPCION
           IF FS-GASTOS-RECEPCION = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-GASTOS-RECEPCION
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF GR-NUMERO > NUMERO-GASTO
                               MOVE GR-NUMERO TO NUMERO-GASTO
                           END-IF
                           IF GR-PROVEEDOR = PROVEEDOR-GASTO
                               AND GR-FACTURA = FACTURA-GASTO
                               MOVE 'S' TO FACTURA-REPETIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-GASTOS-RECEPCION
           END-IF
           ADD 1 TO NUMERO-GASTO.

       PEDIR-CONCEPTO.
           MOVE SPACE TO CONCEPTO-GASTO
           PERFORM UNTIL CONCEPTO-GASTO = 'F' OR 'A' OR 'M' OR 'O'
               DISPLAY "Concepto (F=Flete, A=Aduana, M=Manejo, "
                       "O=Otro):"
               ACCEPT CONCEPTO-GASTO
               MOVE FUNCTION UPPER-CASE(CONCEPTO-GASTO)
                   TO CONCEPTO-GASTO
           END-PERFORM.

      *>----------------------------------------------------
      *> AL COSTO VA SÓLO LA BASE (TOTAL MENOS IVA); EL IVA
      *> VA AL LIBRO DE IVA DE COMPRAS.
      *>----------------------------------------------------
       PEDIR-MONTOS.
           MOVE 0 TO MONTO-GASTO
           PERFORM UNTIL MONTO-GASTO > 0
               MOVE 'N' TO ENTRADA-VALIDA
               PERFORM UNTIL ENTRADA-VALIDA = 'S'
                   DISPLAY "Monto total de la factura (ej: "
                           "250000.00):"
                   ACCEPT MONTO-TXT
                   IF FUNCTION TEST-NUMVAL(MONTO-TXT) NOT = 0
                       DISPLAY "Monto inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (MONTO-TXT)
                           TO MONTO-FACTURA
                       IF MONTO-FACTURA <= 0
                           DISPLAY "Monto inválido. Intente de "
                                   "nuevo."
                       ELSE
                           MOVE 'S' TO ENTRADA-VALIDA
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO ENTRADA-VALIDA
               PERFORM UNTIL ENTRADA-VALIDA = 'S'
                   DISPLAY "IVA incluido en la factura (0 si está "
                           "exenta):"
                   ACCEPT MONTO-TXT
                   IF FUNCTION TEST-NUMVAL(MONTO-TXT) NOT = 0
                       DISPLAY "Monto inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (MONTO-TXT)
                           TO IVA-FACTURA
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-PERFORM
               COMPUTE MONTO-GASTO = MONTO-FACTURA - IVA-FACTURA
               IF MONTO-GASTO <= 0
                   DISPLAY "El IVA no puede ser igual o mayor al "
                           "total. Intente de nuevo."
               END-IF
           END-PERFORM
           MOVE MONTO-GASTO TO F-MONTO
           DISPLAY "Gasto a repartir (sin IVA): $" F-MONTO.

       PEDIR-RECEPCIONES.
           MOVE 'N' TO FIN-RECEPCIONES
           PERFORM UNTIL FIN-RECEPCIONES = 'S'
                   OR TOTAL-RECEPCIONES = MAX-RECEPCIONES
               PERFORM PEDIR-UNA-RECEPCION
           END-PERFORM.

       PEDIR-UNA-RECEPCION.
           DISPLAY "Orden de compra recibida a la que se carga el "
                   "gasto (ENTER para terminar):"
           ACCEPT NUMERO-TXT
           IF NUMERO-TXT = SPACES
               MOVE 'S' TO FIN-RECEPCIONES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               DISPLAY "Número inválido. Intente de nuevo."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NUMERO-OC
           MOVE 'N' TO RECEPCION-REPETIDA
           PERFORM VARYING IDX-RC FROM 1 BY 1
                   UNTIL IDX-RC > TOTAL-RECEPCIONES
               IF RC-OC (IDX-RC) = NUMERO-OC
                   MOVE 'S' TO RECEPCION-REPETIDA
               END-IF
           END-PERFORM
           IF RECEPCION-REPETIDA = 'S'
               DISPLAY "Esa orden ya está en la lista."
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-ORDEN
           IF ORDEN-HALLADA = 'N'
               DISPLAY "No existe una orden abierta o recibida con "
                       "ese número."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-LINEAS-ORDEN
           IF LINEAS-ORDEN = 0
               DISPLAY "La orden no tiene mercancía recibida."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-RECEPCIONES
           MOVE NUMERO-OC TO RC-OC (TOTAL-RECEPCIONES)
           DISPLAY "Orden " NUMERO-OC ": " LINEAS-ORDEN
                   " línea(s) recibida(s).".

      *>----------------------------------------------------
      *> SÓLO ÓRDENES CON ALGO RECIBIDO: ABIERTAS CON
      *> ENTREGAS PARCIALES (A) O YA CERRADAS (R).
      *>----------------------------------------------------
       VERIFICAR-ORDEN.
           MOVE 'N' TO ORDEN-HALLADA
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
                       IF OC-NUMERO = NUMERO-OC
                           AND (OC-ESTADO = 'A' OR OC-ESTADO = 'R')
                           MOVE 'S' TO ORDEN-HALLADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-OC.

       CARGAR-LINEAS-ORDEN.
           MOVE 0 TO LINEAS-ORDEN
           OPEN INPUT ARCHIVO-OC-DETALLE
           IF FS-OC-DETALLE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-OC-DETALLE
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF OD-NUMERO = NUMERO-OC
                           AND OD-RECIBIDAS > 0
                           PERFORM CARGAR-UNA-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-OC-DETALLE.

       CARGAR-UNA-LINEA.
           IF TOTAL-LINEAS = MAX-LINEAS
               DISPLAY "ADVERTENCIA: demasiadas líneas; "
                       OD-PRODUCTO " queda fuera del reparto."
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO FACTOR-LINEA
           IF OD-FACTOR IS NUMERIC AND OD-FACTOR > 1
               MOVE OD-FACTOR TO FACTOR-LINEA
           END-IF
           ADD 1 TO TOTAL-LINEAS
           ADD 1 TO LINEAS-ORDEN
           MOVE TOTAL-LINEAS TO IDX-LN
           MOVE OD-NUMERO TO LN-OC (IDX-LN)
           MOVE OD-CODIGO TO LN-CODIGO (IDX-LN)
           MOVE OD-PRODUCTO TO LN-PRODUCTO (IDX-LN)
           COMPUTE LN-UNIDADES (IDX-LN) = OD-RECIBIDAS * FACTOR-LINEA
           IF OD-COSTO IS NUMERIC AND OD-COSTO > 0
               COMPUTE LN-VALOR (IDX-LN) = OD-RECIBIDAS * OD-COSTO
           ELSE
               MOVE 0 TO LN-VALOR (IDX-LN)
               MOVE OD-CODIGO TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               IF PRODUCTO-ENCONTRADO = 'S'
                   COMPUTE LN-VALOR (IDX-LN) =
                       LN-UNIDADES (IDX-LN) * PR-COSTO
               END-IF
           END-IF
           COMPUTE LN-COSTO-ORIGEN (IDX-LN) ROUNDED =
               LN-VALOR (IDX-LN) / LN-UNIDADES (IDX-LN)
           MOVE 0 TO LN-PESO (IDX-LN)
           MOVE 0 TO LN-BASE (IDX-LN)
           MOVE 0 TO LN-ASIGNADO (IDX-LN).

       PEDIR-METODO.
           MOVE SPACE TO METODO-REPARTO
           PERFORM UNTIL METODO-REPARTO = 'V' OR 'U' OR 'P'
               DISPLAY "Repartir por (V=Valor recibido, "
                       "U=Unidades, P=Peso):"
               ACCEPT METODO-REPARTO
               MOVE FUNCTION UPPER-CASE(METODO-REPARTO)
                   TO METODO-REPARTO
           END-PERFORM.

      *>----------------------------------------------------
      *> EL PESO NO ESTÁ EN EL MAESTRO: SE TOMA DE LA GUÍA
      *> DEL TRANSPORTISTA, LÍNEA POR LÍNEA.
      *>----------------------------------------------------
       PEDIR-PESOS.
           PERFORM VARYING IDX-LN FROM 1 BY 1
                   UNTIL IDX-LN > TOTAL-LINEAS
               MOVE LN-UNIDADES (IDX-LN) TO F-UNIDADES
               DISPLAY "OC " LN-OC (IDX-LN) " | "
                       LN-PRODUCTO (IDX-LN) " | Unid: " F-UNIDADES
               MOVE 'N' TO ENTRADA-VALIDA
               PERFORM UNTIL ENTRADA-VALIDA = 'S'
                   DISPLAY "Peso total recibido en kg:"
                   ACCEPT PESO-TXT
                   IF FUNCTION TEST-NUMVAL(PESO-TXT) NOT = 0
                       DISPLAY "Peso inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (PESO-TXT)
                           TO LN-PESO (IDX-LN)
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>----------------------------------------------------
      *> REPARTO PROPORCIONAL A LN-BASE; LA ÚLTIMA LÍNEA CON
      *> BASE SE LLEVA EL RESTO PARA QUE LA SUMA CUADRE AL
      *> CENTAVO CON LA FACTURA.
      *>----------------------------------------------------
       PRORRATEAR.
           MOVE 0 TO TOTAL-BASE
           MOVE 0 TO IDX-ULTIMA
           PERFORM VARYING IDX-LN FROM 1 BY 1
                   UNTIL IDX-LN > TOTAL-LINEAS
               EVALUATE METODO-REPARTO
                   WHEN 'V'
                       MOVE LN-VALOR (IDX-LN) TO LN-BASE (IDX-LN)
                   WHEN 'U'
                       MOVE LN-UNIDADES (IDX-LN) TO LN-BASE (IDX-LN)
                   WHEN 'P'
                       MOVE LN-PESO (IDX-LN) TO LN-BASE (IDX-LN)
               END-EVALUATE
               ADD LN-BASE (IDX-LN) TO TOTAL-BASE
               IF LN-BASE (IDX-LN) > 0
                   MOVE IDX-LN TO IDX-ULTIMA
               END-IF
           END-PERFORM
           IF TOTAL-BASE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ASIGNADO-ACUM
           PERFORM VARYING IDX-LN FROM 1 BY 1
                   UNTIL IDX-LN > TOTAL-LINEAS
               EVALUATE TRUE
                   WHEN LN-BASE (IDX-LN) = 0
                       MOVE 0 TO LN-ASIGNADO (IDX-LN)
                   WHEN IDX-LN = IDX-ULTIMA
                       COMPUTE LN-ASIGNADO (IDX-LN) =
                           MONTO-GASTO - ASIGNADO-ACUM
                   WHEN OTHER
                       COMPUTE LN-ASIGNADO (IDX-LN) ROUNDED =
                           MONTO-GASTO * LN-BASE (IDX-LN)
                           / TOTAL-BASE
               END-EVALUATE
               ADD LN-ASIGNADO (IDX-LN) TO ASIGNADO-ACUM
           END-PERFORM.

       MOSTRAR-REPARTO.
           DISPLAY "-------------------------------"
           DISPLAY "Reparto del gasto:"
           PERFORM VARYING IDX-LN FROM 1 BY 1
                   UNTIL IDX-LN > TOTAL-LINEAS
               MOVE LN-UNIDADES (IDX-LN) TO F-UNIDADES
               MOVE LN-ASIGNADO (IDX-LN) TO F-MONTO
               MOVE LN-COSTO-ORIGEN (IDX-LN) TO F-COSTO
               COMPUTE COSTO-DESTINO ROUNDED =
                   LN-COSTO-ORIGEN (IDX-LN)
                   + LN-ASIGNADO (IDX-LN) / LN-UNIDADES (IDX-LN)
               MOVE COSTO-DESTINO TO F-COSTO-DESTINO
               DISPLAY "OC " LN-OC (IDX-LN) " | "
                       LN-PRODUCTO (IDX-LN) " | Unid: " F-UNIDADES
                       " | Gasto: $" F-MONTO
               DISPLAY "    Costo unitario: $" F-COSTO
                       " -> en destino: $" F-COSTO-DESTINO
           END-PERFORM
           DISPLAY "-------------------------------".

      *>----------------------------------------------------
      *> CADA LÍNEA SUMA SU PARTE AL COSTO PROMEDIO DEL
      *> PRODUCTO (SUMAR-COSTO-ADICIONAL) Y DEJA EL REPARTO
      *> EN GASTOS-RECEPCION-DET.DAT PARA EL REPORTE.
      *>----------------------------------------------------
       APLICAR-REPARTO.
           OPEN EXTEND ARCHIVO-GASTOS-DET
           IF FS-GASTOS-DET = "35"
               OPEN OUTPUT ARCHIVO-GASTOS-DET
           END-IF
           PERFORM VARYING IDX-LN FROM 1 BY 1
                   UNTIL IDX-LN > TOTAL-LINEAS
               PERFORM APLICAR-UNA-LINEA
           END-PERFORM
           CLOSE ARCHIVO-GASTOS-DET.

       APLICAR-UNA-LINEA.
           MOVE NUMERO-GASTO TO GD-NUMERO
           MOVE LN-OC (IDX-LN) TO GD-OC
           MOVE LN-CODIGO (IDX-LN) TO GD-CODIGO
           MOVE LN-UNIDADES (IDX-LN) TO GD-UNIDADES
           MOVE LN-COSTO-ORIGEN (IDX-LN) TO GD-COSTO-ORIGEN
           MOVE LN-ASIGNADO (IDX-LN) TO GD-ASIGNADO
           MOVE 0 TO GD-COSTO-ANTES
           MOVE 0 TO GD-COSTO-DESPUES
           MOVE LN-CODIGO (IDX-LN) TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO = 'N'
               DISPLAY "ADVERTENCIA: el producto " LN-CODIGO (IDX-LN)
                       " ya no existe en el maestro."
               WRITE GASTO-DET-REG
               EXIT PARAGRAPH
           END-IF
           MOVE LN-UNIDADES (IDX-LN) TO CPP-UNIDADES
           MOVE LN-ASIGNADO (IDX-LN) TO CPP-MONTO-ADICIONAL
           PERFORM SUMAR-COSTO-ADICIONAL
           MOVE CPP-COSTO-ANTERIOR TO GD-COSTO-ANTES
           MOVE CPP-COSTO-NUEVO TO GD-COSTO-DESPUES
           IF PR-EXISTENCIA <= 0 AND LN-ASIGNADO (IDX-LN) > 0
               ADD 1 TO LINEAS-SIN-STOCK
           END-IF
           IF CPP-COSTO-NUEVO NOT = CPP-COSTO-ANTERIOR
               MOVE CPP-COSTO-NUEVO TO PR-COSTO
               REWRITE PRODUCTO-REG INVALID KEY
                   DISPLAY "ERROR al actualizar el costo del "
                           "producto " PR-CODIGO
                   MOVE CPP-COSTO-ANTERIOR TO GD-COSTO-DESPUES
               NOT INVALID KEY
                   MOVE "LANDED" TO CPP-ORIGEN
                   MOVE LN-OC (IDX-LN) TO CPP-REFERENCIA
                   PERFORM GRABAR-COSTO-HIST
               END-REWRITE
           END-IF
           WRITE GASTO-DET-REG.

       GRABAR-GASTO.
           OPEN EXTEND ARCHIVO-GASTOS-RECEPCION
           IF FS-GASTOS-RECEPCION = "35"
               OPEN OUTPUT ARCHIVO-GASTOS-RECEPCION
           END-IF
           MOVE NUMERO-GASTO TO GR-NUMERO
           MOVE FECHA-GASTO TO GR-FECHA
           MOVE PROVEEDOR-GASTO TO GR-PROVEEDOR
           MOVE FACTURA-GASTO TO GR-FACTURA
           MOVE CONCEPTO-GASTO TO GR-CONCEPTO
           MOVE MONTO-GASTO TO GR-MONTO
           MOVE METODO-REPARTO TO GR-METODO
           WRITE GASTO-RECEPCION-REG
           CLOSE ARCHIVO-GASTOS-RECEPCION.

      *>----------------------------------------------------
      *> LA FACTURA DEL GASTO SE PAGA COMO CUALQUIER OTRA
      *> (PAGOS-CXP), A PV-PLAZO-DIAS DÍAS HÁBILES. NO TIENE
      *> LÍNEAS DE MERCANCÍA QUE COTEJAR CONTRA LA ORDEN, ASÍ
      *> QUE ENTRA YA COTEJADA (C).
      *>----------------------------------------------------
       GRABAR-CXP.
           COMPUTE DH-FECHA-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-GASTO)
           MOVE FECHA-GASTO TO DH-FECHA
           MOVE PLAZO-PROVEEDOR TO DH-DIAS-RESTANTES
           PERFORM AVANZAR-UN-DIA-HABIL
               UNTIL DH-DIAS-RESTANTES = 0
           MOVE DH-FECHA TO FECHA-VENCE
           OPEN EXTEND ARCHIVO-CXP
           IF FS-CXP = "35"
               OPEN OUTPUT ARCHIVO-CXP
           END-IF
           MOVE PROVEEDOR-GASTO TO XP-PROVEEDOR
           MOVE FACTURA-GASTO TO XP-FACTURA
           MOVE RC-OC (1) TO XP-OC
           MOVE FECHA-GASTO TO XP-FECHA
           MOVE FECHA-VENCE TO XP-VENCE
           MOVE MONTO-FACTURA TO XP-MONTO
           MOVE MONTO-FACTURA TO XP-SALDO
           MOVE 'A' TO XP-ESTADO
           MOVE 'C' TO XP-COTEJO
           WRITE CXP-REG
           CLOSE ARCHIVO-CXP.

       GRABAR-IVA-COMPRA.
           OPEN EXTEND ARCHIVO-IVA-COMPRAS
           IF FS-IVA-COMPRAS = "35"
               OPEN OUTPUT ARCHIVO-IVA-COMPRAS
           END-IF
           MOVE FECHA-GASTO TO IC-FECHA
           MOVE PROVEEDOR-GASTO TO IC-PROVEEDOR
           MOVE FACTURA-GASTO TO IC-FACTURA
           MOVE RC-OC (1) TO IC-OC
           MOVE MONTO-GASTO TO IC-BASE
           MOVE IVA-FACTURA TO IC-IVA
           WRITE IVA-COMPRA-REG
           CLOSE ARCHIVO-IVA-COMPRAS.

       COPY PRODUCTOS-RUTINAS.
       COPY COSTOS-RUTINAS.
       COPY PERIODOS-RUTINAS.
       COPY FERIADOS-RUTINAS.
       COPY DIAS-HABILES-RUTINAS.
