       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIFORMES-EQUIPOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY EQUIPOS-SELECT.
       COPY ASIGNACION-SELECT.
       COPY MIEMBROS-SELECT.
       COPY KITS-SELECT.
       COPY PRODUCTOS-SELECT.
       COPY PROVEEDORES-SELECT.
       COPY REFERENCIAS-PROV-SELECT.
       COPY PARAMETROS-SELECT.
       COPY CUOTAS-SELECT.
       COPY GRUPOS-SELECT.
           SELECT ARCHIVO-UNIFORMES
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-UNIFORMES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-UNIFORMES.
           SELECT ARCHIVO-UNIFORMES-TMP ASSIGN TO "UNIFORMES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-UNIFORMES-TMP.
           SELECT ARCHIVO-OC ASSIGN TO "OC-ORDENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC.
           SELECT ARCHIVO-OC-DETALLE ASSIGN TO "OC-DETALLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OC-DETALLE.
           SELECT ARCHIVO-NUM-OC ASSIGN TO "OC-NUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUM-OC.

       DATA DIVISION.
       FILE SECTION.
       COPY EQUIPOS-FD.
       COPY ASIGNACION-FD.
       COPY MIEMBROS-FD.
       COPY KITS-FD.
       COPY PRODUCTOS-FD.
       COPY PROVEEDORES-FD.
       COPY REFERENCIAS-PROV-FD.
       COPY PARAMETROS-FD.
       COPY CUOTAS-FD.
       COPY GRUPOS-FD.

      *>----------------------------------------------------
      *> TALLA Y NÚMERO DE CAMISETA DE CADA JUGADOR PARA LA
      *> TEMPORADA (UNIFORMES-AAAAMMDD.DAT, CON LA FECHA DE
      *> INICIO DEL FIXTURE). UF-OC ES LA ORDEN DE COMPRA EN
      *> QUE SE PIDIÓ SU KIT (0 = TODAVÍA NO PEDIDO).
      *>----------------------------------------------------
       FD  ARCHIVO-UNIFORMES.
       01  UNIFORME-REG.
           05 UF-EQUIPO            PIC X(6).
           05 UF-MIEMBRO           PIC 9(6).
           05 UF-TALLA             PIC X(3).
           05 UF-NUMERO            PIC 9(2).
           05 UF-OC                PIC 9(6).

       FD  ARCHIVO-UNIFORMES-TMP.
       01  UNIFORME-TMP-REG       PIC X(23).

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
           05 OD-FACTOR            PIC 9(4).
           05 OD-UNIDAD            PIC X(3).

       FD  ARCHIVO-NUM-OC.
       01  NUM-OC-REG             PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY KITS-WS.
       COPY PRODUCTOS-WS.
       COPY REFERENCIAS-PROV-WS.
       COPY PARAMETROS-WS.
       COPY GRUPOS-WS.

       *>----------------------------------------------------
       *> UNIFORMES DE LOS EQUIPOS: CADA ENTRENADOR PASA LA
       *> TALLA Y EL NÚMERO DE SUS JUGADORES (ASIGNACIÓN DE
       *> EQUIPOS); EL NÚMERO NO SE PUEDE REPETIR DENTRO DEL
       *> EQUIPO. EL PEDIDO CONSOLIDADO EXPLOTA EL KIT
       *> (KITS.DAT) EN SUS PRENDAS, SUMA LAS CANTIDADES POR
       *> PRODUCTO Y TALLA Y DEJA UNA ORDEN DE COMPRA EN
       *> BORRADOR (ESTADO 'B') AL PROVEEDOR DE UNIFORMES PARA
       *> CONFIRMAR EN CAPTURAR-ORDEN-COMPRA. CADA KIT PEDIDO
       *> SE CARGA UNA SOLA VEZ EN CUOTAS.DAT (CU-CLASE 'U',
       *> AL PRECIO DEL KIT, A NOMBRE DEL PAGADOR).
       *> PARÁMETROS EN PARAMETROS.DAT:
       *>   UNIFORMES-KIT        CÓDIGO DEL KIT DE UNIFORME
       *>   UNIFORMES-PROVEEDOR  PROVEEDOR DE UNIFORMES
       *>----------------------------------------------------
       01 FS-EQUIPOS             PIC XX.
       01 FS-ASIGNACION          PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 FS-PROVEEDORES         PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 FS-UNIFORMES           PIC XX.
       01 FS-UNIFORMES-TMP       PIC XX.
       01 FS-OC                  PIC XX.
       01 FS-OC-DETALLE          PIC XX.
       01 FS-NUM-OC              PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-UNIFORMES PIC X(30).
       01 RESULT-CODE            PIC 9(2).
       01 FECHA-HOY              PIC 9(8).

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-TEMPORADA        PIC 9(8).
       01 FECHA-TXT              PIC X(10).
       01 CONFIRMA               PIC X.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> TALLAS Y NÚMEROS EN MEMORIA (MISMO FORMATO QUE
       *> UNIFORME-REG)
       *>----------------------------------------------------
       01 MAX-UNIFORMES          PIC 9(3) VALUE 500.
       01 TOTAL-UNIFORMES        PIC 9(3) VALUE 0.
       01 TABLA-UNIFORMES.
           05 UNIFORME-ENTRADA OCCURS 500 TIMES.
               10 TU-EQUIPO      PIC X(6).
               10 TU-MIEMBRO     PIC 9(6).
               10 TU-TALLA       PIC X(3).
               10 TU-NUMERO      PIC 9(2).
               10 TU-OC          PIC 9(6).
       01 IDX-UNIFORME           PIC 9(3).
       01 IDX-OTRO               PIC 9(3).
       01 UNIFORME-JUGADOR       PIC 9(3).

       *>----------------------------------------------------
       *> CAPTURA POR EQUIPO
       *>----------------------------------------------------
       01 CODIGO-EQUIPO          PIC X(6).
       01 EQUIPO-HALLADO         PIC X VALUE 'N'.
       01 CATEGORIA-EQUIPO       PIC X(20).
       01 MAX-JUGADORES          PIC 9(3) VALUE 100.
       01 TOTAL-JUGADORES        PIC 9(3) VALUE 0.
       01 TABLA-JUGADORES.
           05 JUGADOR-EQUIPO OCCURS 100 TIMES PIC 9(6).
       01 IDX-JUGADOR            PIC 9(3).
       01 NOMBRE-JUGADOR         PIC X(30).
       01 MIEMBROS-ABIERTO       PIC X VALUE 'N'.
       01 PRODUCTOS-ABIERTO      PIC X VALUE 'N'.
       01 TALLA-TXT              PIC X(3).
       01 NUMERO-TXT             PIC X(4).
       01 NUMERO-CAMISETA        PIC 9(2).
       01 NUMERO-OCUPADO         PIC X VALUE 'N'.
       01 CAMBIOS-CAPTURA        PIC 9(3) VALUE 0.

       *>----------------------------------------------------
       *> PEDIDO CONSOLIDADO: PRENDAS POR PRODUCTO Y TALLA
       *> (TP-UNIDADES EN UNIDADES DE VENTA; TP-PEDIDAS Y
       *> TP-COSTO EN UNIDAD DE COMPRA DEL PROVEEDOR)
       *>----------------------------------------------------
       01 CODIGO-TXT             PIC X(8).
       01 CODIGO-KIT             PIC 9(6) VALUE 0.
       01 DESCRIPCION-KIT        PIC X(20).
       01 PRECIO-KIT             PIC 9(7)V99 VALUE 0.
       01 CODIGO-PROVEEDOR       PIC 9(4) VALUE 0.
       01 PROVEEDOR-VALIDO       PIC X VALUE 'N'.
       01 NOMBRE-PROVEEDOR       PIC X(30).
       01 KITS-PEDIDOS           PIC 9(3) VALUE 0.
       01 MAX-PRENDAS            PIC 9(3) VALUE 100.
       01 TOTAL-PRENDAS          PIC 9(3) VALUE 0.
       01 TABLA-PRENDAS.
           05 PRENDA-ENTRADA OCCURS 100 TIMES.
               10 TP-CODIGO      PIC 9(6).
               10 TP-TALLA       PIC X(3).
               10 TP-PRODUCTO    PIC X(20).
               10 TP-UNIDADES    PIC 9(5).
               10 TP-PEDIDAS     PIC 9(5).
               10 TP-COSTO       PIC 9(7)V99.
               10 TP-FACTOR      PIC 9(4).
               10 TP-UNIDAD      PIC X(3).
       01 IDX-PRENDA             PIC 9(3).
       01 PRENDA-HALLADA         PIC 9(3).
       01 PRENDAS-EXCEDIDAS      PIC X VALUE 'N'.
       01 NUMERO-OC              PIC 9(6) VALUE 0.
       01 CARGOS-GRABADOS        PIC 9(3) VALUE 0.

       01 F-NUMERO               PIC Z9.
       01 F-CANTIDAD             PIC ZZZZ9.
       01 F-CANTIDAD-2           PIC ZZZZ9.
       01 F-PRECIO               PIC Z(6)9.99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  UNIFORMES DE LOS EQUIPOS"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD

           DISPLAY "Fecha de inicio de la temporada (la del "
                   "fixture, AAAAMMDD):"
           ACCEPT FECHA-TXT
           IF FUNCTION TRIM(FECHA-TXT) IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL (FECHA-TXT)) NOT = 0
               DISPLAY "Fecha inválida."
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-TEMPORADA
           MOVE SPACES TO NOMBRE-ARCHIVO-UNIFORMES
           STRING "UNIFORMES-" DELIMITED BY SIZE
                  FECHA-TEMPORADA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-UNIFORMES
           PERFORM CARGAR-UNIFORMES

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Cargar tallas y números de un equipo"
               DISPLAY "2. Listar tallas y números de un equipo"
               DISPLAY "3. Pedido consolidado de uniformes"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM CAPTURAR-EQUIPO
                   WHEN 2
                       PERFORM LISTAR-EQUIPO
                   WHEN 3
                       PERFORM PEDIDO-CONSOLIDADO
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM
           DISPLAY "Uniformes de los equipos finalizado."
           STOP RUN.

      *>----------------------------------------------------
      *> CAPTURA DEL EQUIPO: RECORRE LOS JUGADORES ASIGNADOS
      *> Y PIDE TALLA Y NÚMERO. ENTER DEJA EL DATO COMO
      *> ESTABA; EL JUGADOR CON EL KIT YA PEDIDO NO CAMBIA.
      *>----------------------------------------------------
       CAPTURAR-EQUIPO.
           PERFORM PEDIR-EQUIPO
           IF EQUIPO-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-JUGADORES-EQUIPO
           IF TOTAL-JUGADORES = 0
               DISPLAY "El equipo no tiene jugadores asignados."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CAMBIOS-CAPTURA
           PERFORM ABRIR-MIEMBROS
           PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
                   UNTIL IDX-JUGADOR > TOTAL-JUGADORES
               PERFORM CAPTURAR-JUGADOR
           END-PERFORM
           IF MIEMBROS-ABIERTO = 'S'
               CLOSE ARCHIVO-MIEMBROS
           END-IF
           IF CAMBIOS-CAPTURA > 0
               PERFORM GRABAR-UNIFORMES
           END-IF
           DISPLAY "Jugadores actualizados: " CAMBIOS-CAPTURA.

       CAPTURAR-JUGADOR.
           PERFORM BUSCAR-NOMBRE-JUGADOR
           PERFORM BUSCAR-UNIFORME-JUGADOR
           DISPLAY " "
           IF UNIFORME-JUGADOR = 0
               DISPLAY "Jugador " JUGADOR-EQUIPO (IDX-JUGADOR) " "
                       FUNCTION TRIM(NOMBRE-JUGADOR)
                       " (sin talla ni número)"
           ELSE
               MOVE TU-NUMERO (UNIFORME-JUGADOR) TO F-NUMERO
               DISPLAY "Jugador " JUGADOR-EQUIPO (IDX-JUGADOR) " "
                       FUNCTION TRIM(NOMBRE-JUGADOR)
                       " | Talla: " TU-TALLA (UNIFORME-JUGADOR)
                       " | Número: " F-NUMERO
               IF TU-OC (UNIFORME-JUGADOR) NOT = 0
                   DISPLAY "Kit ya pedido en la OC "
                           TU-OC (UNIFORME-JUGADOR)
                           "; no se modifica."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Talla (ej: S, M, L, XL, 12; ENTER = sin "
                   "cambio):"
           ACCEPT TALLA-TXT
           MOVE FUNCTION UPPER-CASE(TALLA-TXT) TO TALLA-TXT
           PERFORM PEDIR-NUMERO-CAMISETA
           IF TALLA-TXT = SPACES AND NUMERO-CAMISETA = 0
               EXIT PARAGRAPH
           END-IF

           IF UNIFORME-JUGADOR = 0
               IF TOTAL-UNIFORMES = MAX-UNIFORMES
                   DISPLAY "Tabla de uniformes llena; no se "
                           "registró el jugador."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-UNIFORMES
               MOVE TOTAL-UNIFORMES TO UNIFORME-JUGADOR
               MOVE CODIGO-EQUIPO TO TU-EQUIPO (UNIFORME-JUGADOR)
               MOVE JUGADOR-EQUIPO (IDX-JUGADOR)
                   TO TU-MIEMBRO (UNIFORME-JUGADOR)
               MOVE SPACES TO TU-TALLA (UNIFORME-JUGADOR)
               MOVE 0 TO TU-NUMERO (UNIFORME-JUGADOR)
               MOVE 0 TO TU-OC (UNIFORME-JUGADOR)
           END-IF
           IF TALLA-TXT NOT = SPACES
               MOVE TALLA-TXT TO TU-TALLA (UNIFORME-JUGADOR)
           END-IF
           IF NUMERO-CAMISETA NOT = 0
               MOVE NUMERO-CAMISETA TO TU-NUMERO (UNIFORME-JUGADOR)
           END-IF
           ADD 1 TO CAMBIOS-CAPTURA.

      *>----------------------------------------------------
      *> NÚMERO DE CAMISETA (1 A 99): SE RECHAZA SI YA LO
      *> LLEVA OTRO JUGADOR DEL MISMO EQUIPO. 0 = SIN CAMBIO.
      *>----------------------------------------------------
       PEDIR-NUMERO-CAMISETA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               MOVE 0 TO NUMERO-CAMISETA
               DISPLAY "Número de camiseta (1-99; ENTER = sin "
                       "cambio):"
               ACCEPT NUMERO-TXT
               IF NUMERO-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
                       OR FUNCTION NUMVAL (NUMERO-TXT) < 1
                       OR FUNCTION NUMVAL (NUMERO-TXT) > 99
                       DISPLAY "Número inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (NUMERO-TXT)
                           TO NUMERO-CAMISETA
                       PERFORM VERIFICAR-NUMERO-LIBRE
                       IF NUMERO-OCUPADO = 'S'
                           MOVE NUMERO-CAMISETA TO F-NUMERO
                           DISPLAY "El número " F-NUMERO " ya lo "
                                   "lleva el jugador "
                                   TU-MIEMBRO (IDX-OTRO)
                                   " del equipo. Intente de nuevo."
                       ELSE
                           MOVE 'S' TO ENTRADA-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-NUMERO-LIBRE.
           MOVE 'N' TO NUMERO-OCUPADO
           PERFORM VARYING IDX-OTRO FROM 1 BY 1
                   UNTIL IDX-OTRO > TOTAL-UNIFORMES
                       OR NUMERO-OCUPADO = 'S'
               IF TU-EQUIPO (IDX-OTRO) = CODIGO-EQUIPO
                   AND TU-NUMERO (IDX-OTRO) = NUMERO-CAMISETA
                   AND TU-MIEMBRO (IDX-OTRO)
                       NOT = JUGADOR-EQUIPO (IDX-JUGADOR)
                   MOVE 'S' TO NUMERO-OCUPADO
               END-IF
           END-PERFORM
           IF NUMERO-OCUPADO = 'S'
               SUBTRACT 1 FROM IDX-OTRO
           END-IF.

      *>----------------------------------------------------
      *> LISTADO DEL EQUIPO PARA EL ENTRENADOR
      *>----------------------------------------------------
       LISTAR-EQUIPO.
           PERFORM PEDIR-EQUIPO
           IF EQUIPO-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-JUGADORES-EQUIPO
           IF TOTAL-JUGADORES = 0
               DISPLAY "El equipo no tiene jugadores asignados."
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRIR-MIEMBROS
           DISPLAY "Equipo " CODIGO-EQUIPO " - "
                   FUNCTION TRIM(CATEGORIA-EQUIPO)
           DISPLAY "Socio  Nombre                         Talla "
                   "Nro  Pedido"
           PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
                   UNTIL IDX-JUGADOR > TOTAL-JUGADORES
               PERFORM BUSCAR-NOMBRE-JUGADOR
               PERFORM BUSCAR-UNIFORME-JUGADOR
               IF UNIFORME-JUGADOR = 0
                   DISPLAY JUGADOR-EQUIPO (IDX-JUGADOR) " "
                           NOMBRE-JUGADOR " (falta talla y número)"
               ELSE
                   MOVE TU-NUMERO (UNIFORME-JUGADOR) TO F-NUMERO
                   IF TU-OC (UNIFORME-JUGADOR) = 0
                       DISPLAY JUGADOR-EQUIPO (IDX-JUGADOR) " "
                               NOMBRE-JUGADOR " "
                               TU-TALLA (UNIFORME-JUGADOR) "   "
                               F-NUMERO "   pendiente"
                   ELSE
                       DISPLAY JUGADOR-EQUIPO (IDX-JUGADOR) " "
                               NOMBRE-JUGADOR " "
                               TU-TALLA (UNIFORME-JUGADOR) "   "
                               F-NUMERO "   OC "
                               TU-OC (UNIFORME-JUGADOR)
                   END-IF
               END-IF
           END-PERFORM
           IF MIEMBROS-ABIERTO = 'S'
               CLOSE ARCHIVO-MIEMBROS
           END-IF.

      *>----------------------------------------------------
      *> PEDIDO CONSOLIDADO: TOMA LOS JUGADORES CON TALLA Y
      *> NÚMERO CUYO KIT NO SE PIDIÓ, EXPLOTA EL KIT, MUESTRA
      *> EL TOTAL POR PRODUCTO Y TALLA Y, CONFIRMADO, GRABA
      *> EL BORRADOR DE OC, LIGA LOS JUGADORES A ELLA Y
      *> CARGA EL KIT A CADA UNO.
      *>----------------------------------------------------
       PEDIDO-CONSOLIDADO.
           PERFORM CARGAR-PARAMETROS
           PERFORM PEDIR-KIT
           IF CODIGO-KIT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-PROVEEDOR
           IF PROVEEDOR-VALIDO = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO KITS-PEDIDOS
           MOVE 0 TO TOTAL-PRENDAS
           MOVE 'N' TO PRENDAS-EXCEDIDAS
           PERFORM VARYING IDX-UNIFORME FROM 1 BY 1
                   UNTIL IDX-UNIFORME > TOTAL-UNIFORMES
               IF TU-OC (IDX-UNIFORME) = 0
                   AND TU-TALLA (IDX-UNIFORME) NOT = SPACES
                   AND TU-NUMERO (IDX-UNIFORME) NOT = 0
                   ADD 1 TO KITS-PEDIDOS
                   PERFORM SUMAR-KIT-JUGADOR
               END-IF
           END-PERFORM
           IF KITS-PEDIDOS = 0
               DISPLAY "No hay jugadores con talla y número "
                       "pendientes de pedir."
               EXIT PARAGRAPH
           END-IF
           IF PRENDAS-EXCEDIDAS = 'S'
               DISPLAY "Demasiadas combinaciones de producto y "
                       "talla para una orden; no se grabó nada."
               EXIT PARAGRAPH
           END-IF

           PERFORM CALCULAR-UNIDADES-COMPRA
           PERFORM MOSTRAR-PEDIDO
           DISPLAY "¿Grabar el borrador de OC y cargar los kits? "
                   "(S/N):"
           ACCEPT CONFIRMA
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
           IF CONFIRMA NOT = 'S'
               DISPLAY "Pedido no grabado."
               EXIT PARAGRAPH
           END-IF

           PERFORM ASIGNAR-NUMERO-OC
           PERFORM GRABAR-ORDEN-BORRADOR
           PERFORM CARGAR-KITS-CUOTAS
           PERFORM GRABAR-UNIFORMES
           DISPLAY "Borrador OC " NUMERO-OC " al proveedor "
                   CODIGO-PROVEEDOR " con " TOTAL-PRENDAS
                   " línea(s); confirmar en CAPTURAR-ORDEN-COMPRA."
           DISPLAY "Kits cargados en cuotas: " CARGOS-GRABADOS.

      *>----------------------------------------------------
      *> KIT DE UNIFORME: POR OMISIÓN EL DE UNIFORMES-KIT.
      *> TIENE QUE SER UN KIT DE KITS.DAT; SU PRECIO DE VENTA
      *> ES LO QUE SE CARGA A CADA JUGADOR.
      *>----------------------------------------------------
       PEDIR-KIT.
           MOVE 0 TO CODIGO-KIT
           MOVE "UNIFORMES-KIT" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               DISPLAY "Código del kit de uniforme (ENTER = "
                       FUNCTION TRIM(VALOR-PARAMETRO) "):"
           ELSE
               MOVE SPACES TO VALOR-PARAMETRO
               DISPLAY "Código del kit de uniforme:"
           END-IF
           ACCEPT CODIGO-TXT
           IF CODIGO-TXT = SPACES
               MOVE VALOR-PARAMETRO TO CODIGO-TXT
           END-IF
           IF CODIGO-TXT = SPACES
               OR FUNCTION TRIM(CODIGO-TXT) IS NOT NUMERIC
               DISPLAY "Código inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CODIGO-TXT) TO KIT-BUSCADO
           PERFORM CARGAR-COMPONENTES-KIT
           IF ES-KIT = 'N'
               DISPLAY "El código " KIT-BUSCADO " no es un kit "
                       "(use MANTENER-KITS)."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE KIT-BUSCADO TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           CLOSE ARCHIVO-PRODUCTOS
           IF PRODUCTO-ENCONTRADO = 'N'
               DISPLAY "El kit " KIT-BUSCADO " no está en el "
                       "maestro de productos."
               EXIT PARAGRAPH
           END-IF
           MOVE KIT-BUSCADO TO CODIGO-KIT
           MOVE PR-DESCRIPCION TO DESCRIPCION-KIT
           MOVE PR-PRECIO TO PRECIO-KIT
           MOVE PRECIO-KIT TO F-PRECIO
           DISPLAY "Kit: " DESCRIPCION-KIT " | Precio: $" F-PRECIO
                   " | Prendas: " TOTAL-COMPONENTES
           IF PRECIO-KIT = 0
               DISPLAY "ADVERTENCIA: el kit no tiene precio; no se "
                       "cargará nada en cuotas."
           END-IF.

       PEDIR-PROVEEDOR.
           MOVE 'N' TO PROVEEDOR-VALIDO
           MOVE "UNIFORMES-PROVEEDOR" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               DISPLAY "Proveedor de uniformes (ENTER = "
                       FUNCTION TRIM(VALOR-PARAMETRO) "):"
           ELSE
               MOVE SPACES TO VALOR-PARAMETRO
               DISPLAY "Proveedor de uniformes:"
           END-IF
           ACCEPT CODIGO-TXT
           IF CODIGO-TXT = SPACES
               MOVE VALOR-PARAMETRO TO CODIGO-TXT
           END-IF
           IF CODIGO-TXT = SPACES
               OR FUNCTION TRIM(CODIGO-TXT) IS NOT NUMERIC
               DISPLAY "Código inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CODIGO-TXT) TO CODIGO-PROVEEDOR
           OPEN INPUT ARCHIVO-PROVEEDORES
           IF FS-PROVEEDORES NOT = "00"
               DISPLAY "No hay proveedores registrados; use "
                       "MANTENER-PROVEEDORES."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PROVEEDORES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PV-CODIGO = CODIGO-PROVEEDOR
                           MOVE PV-NOMBRE TO NOMBRE-PROVEEDOR
                           MOVE 'S' TO PROVEEDOR-VALIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROVEEDORES
           IF PROVEEDOR-VALIDO = 'N'
               DISPLAY "No existe ese proveedor."
           ELSE
               DISPLAY "Proveedor: " NOMBRE-PROVEEDOR
           END-IF.

      *>----------------------------------------------------
      *> CADA PRENDA DEL KIT, EN LA TALLA DEL JUGADOR, SUMA
      *> SU CANTIDAD A LA LÍNEA DEL MISMO PRODUCTO Y TALLA.
      *>----------------------------------------------------
       SUMAR-KIT-JUGADOR.
           PERFORM VARYING IDX-COMPONENTE FROM 1 BY 1
                   UNTIL IDX-COMPONENTE > TOTAL-COMPONENTES
               MOVE 0 TO PRENDA-HALLADA
               PERFORM VARYING IDX-PRENDA FROM 1 BY 1
                       UNTIL IDX-PRENDA > TOTAL-PRENDAS
                           OR PRENDA-HALLADA > 0
                   IF TP-CODIGO (IDX-PRENDA)
                       = CK-CODIGO (IDX-COMPONENTE)
                       AND TP-TALLA (IDX-PRENDA)
                           = TU-TALLA (IDX-UNIFORME)
                       MOVE IDX-PRENDA TO PRENDA-HALLADA
                   END-IF
               END-PERFORM
               IF PRENDA-HALLADA = 0
                   IF TOTAL-PRENDAS = MAX-PRENDAS
                       MOVE 'S' TO PRENDAS-EXCEDIDAS
                   ELSE
                       ADD 1 TO TOTAL-PRENDAS
                       MOVE TOTAL-PRENDAS TO PRENDA-HALLADA
                       MOVE CK-CODIGO (IDX-COMPONENTE)
                           TO TP-CODIGO (PRENDA-HALLADA)
                       MOVE TU-TALLA (IDX-UNIFORME)
                           TO TP-TALLA (PRENDA-HALLADA)
                       MOVE 0 TO TP-UNIDADES (PRENDA-HALLADA)
                   END-IF
               END-IF
               IF PRENDA-HALLADA > 0
                   ADD CK-CANTIDAD (IDX-COMPONENTE)
                       TO TP-UNIDADES (PRENDA-HALLADA)
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> DESCRIPCIÓN DE LA LÍNEA: LA DEL PRODUCTO RECORTADA
      *> CON LA TALLA AL FINAL, PARA QUE LA RECEPCIÓN LAS
      *> DISTINGA. LA CANTIDAD SE PIDE EN UNIDADES DE COMPRA
      *> COMPLETAS (REDONDEO HACIA ARRIBA), COMO LOS PEDIDOS
      *> ESPECIALES EN CAPTURAR-ORDEN-COMPRA.
      *>----------------------------------------------------
       CALCULAR-UNIDADES-COMPRA.
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS = "00"
               MOVE 'S' TO PRODUCTOS-ABIERTO
           ELSE
               MOVE 'N' TO PRODUCTOS-ABIERTO
           END-IF
           PERFORM VARYING IDX-PRENDA FROM 1 BY 1
                   UNTIL IDX-PRENDA > TOTAL-PRENDAS
               MOVE SPACES TO TP-PRODUCTO (IDX-PRENDA)
               MOVE 0 TO TP-COSTO (IDX-PRENDA)
               MOVE 1 TO TP-FACTOR (IDX-PRENDA)
               MOVE "UN" TO TP-UNIDAD (IDX-PRENDA)
               MOVE 'N' TO PRODUCTO-ENCONTRADO
               IF PRODUCTOS-ABIERTO = 'S'
                   MOVE TP-CODIGO (IDX-PRENDA) TO PR-CODIGO
                   PERFORM BUSCAR-PRODUCTO
               END-IF
               IF PRODUCTO-ENCONTRADO = 'S'
                   MOVE PR-DESCRIPCION (1:16)
                       TO TP-PRODUCTO (IDX-PRENDA)
                   MOVE CODIGO-PROVEEDOR TO UC-PROVEEDOR
                   PERFORM OBTENER-UNIDAD-COMPRA
                   MOVE UC-FACTOR TO TP-FACTOR (IDX-PRENDA)
                   MOVE UC-UNIDAD TO TP-UNIDAD (IDX-PRENDA)
                   COMPUTE TP-COSTO (IDX-PRENDA) =
                       PR-COSTO * UC-FACTOR
               ELSE
                   MOVE "(PRENDA SIN MAESTRO)"
                       TO TP-PRODUCTO (IDX-PRENDA)
               END-IF
               MOVE TP-TALLA (IDX-PRENDA)
                   TO TP-PRODUCTO (IDX-PRENDA) (18:3)
               COMPUTE TP-PEDIDAS (IDX-PRENDA) =
                   (TP-UNIDADES (IDX-PRENDA) + TP-FACTOR (IDX-PRENDA)
                    - 1) / TP-FACTOR (IDX-PRENDA)
           END-PERFORM
           IF PRODUCTOS-ABIERTO = 'S'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF.

       MOSTRAR-PEDIDO.
           DISPLAY " "
           DISPLAY "Kits a pedir: " KITS-PEDIDOS
           DISPLAY "Código Prenda               Talla Unidades "
                   "A pedir"
           PERFORM VARYING IDX-PRENDA FROM 1 BY 1
                   UNTIL IDX-PRENDA > TOTAL-PRENDAS
               MOVE TP-UNIDADES (IDX-PRENDA) TO F-CANTIDAD
               MOVE TP-PEDIDAS (IDX-PRENDA) TO F-CANTIDAD-2
               IF TP-FACTOR (IDX-PRENDA) > 1
                   MOVE TP-FACTOR (IDX-PRENDA) TO F-FACTOR-COMPRA
                   DISPLAY TP-CODIGO (IDX-PRENDA) " "
                           TP-PRODUCTO (IDX-PRENDA) (1:16) "     "
                           TP-TALLA (IDX-PRENDA) "   " F-CANTIDAD
                           "    " F-CANTIDAD-2 " "
                           FUNCTION TRIM(TP-UNIDAD (IDX-PRENDA))
                           " de "
                           FUNCTION TRIM(F-FACTOR-COMPRA)
               ELSE
                   DISPLAY TP-CODIGO (IDX-PRENDA) " "
                           TP-PRODUCTO (IDX-PRENDA) (1:16) "     "
                           TP-TALLA (IDX-PRENDA) "   " F-CANTIDAD
                           "    " F-CANTIDAD-2
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> MISMO CONTADOR OC-NUM.DAT QUE LA CAPTURA MANUAL.
      *>----------------------------------------------------
       ASIGNAR-NUMERO-OC.
           MOVE 0 TO NUMERO-OC
           OPEN INPUT ARCHIVO-NUM-OC
           IF FS-NUM-OC = "00"
               READ ARCHIVO-NUM-OC
               MOVE NUM-OC-REG TO NUMERO-OC
               CLOSE ARCHIVO-NUM-OC
           END-IF
           ADD 1 TO NUMERO-OC
           OPEN OUTPUT ARCHIVO-NUM-OC
           MOVE NUMERO-OC TO NUM-OC-REG
           WRITE NUM-OC-REG
           CLOSE ARCHIVO-NUM-OC.

       GRABAR-ORDEN-BORRADOR.
           OPEN EXTEND ARCHIVO-OC
           IF FS-OC = "35"
               OPEN OUTPUT ARCHIVO-OC
           END-IF
           MOVE NUMERO-OC TO OC-NUMERO
           MOVE FECHA-HOY TO OC-FECHA
           MOVE CODIGO-PROVEEDOR TO OC-PROVEEDOR
           MOVE 'B' TO OC-ESTADO
           WRITE OC-REG
           CLOSE ARCHIVO-OC
           OPEN EXTEND ARCHIVO-OC-DETALLE
           IF FS-OC-DETALLE = "35"
               OPEN OUTPUT ARCHIVO-OC-DETALLE
           END-IF
           PERFORM VARYING IDX-PRENDA FROM 1 BY 1
                   UNTIL IDX-PRENDA > TOTAL-PRENDAS
               MOVE NUMERO-OC TO OD-NUMERO
               MOVE TP-CODIGO (IDX-PRENDA) TO OD-CODIGO
               MOVE TP-PRODUCTO (IDX-PRENDA) TO OD-PRODUCTO
               MOVE TP-PEDIDAS (IDX-PRENDA) TO OD-PEDIDAS
               MOVE 0 TO OD-RECIBIDAS
               MOVE TP-COSTO (IDX-PRENDA) TO OD-COSTO
               MOVE TP-FACTOR (IDX-PRENDA) TO OD-FACTOR
               MOVE TP-UNIDAD (IDX-PRENDA) TO OD-UNIDAD
               WRITE OC-DETALLE-REG
           END-PERFORM
           CLOSE ARCHIVO-OC-DETALLE.

      *>----------------------------------------------------
      *> CARGO ÚNICO POR JUGADOR EN CUOTAS.DAT: CU-CLASE 'U'
      *> EN EL MES EN CURSO, A NOMBRE DEL PAGADOR DE SU GRUPO
      *> FAMILIAR, CON EL SOCIO JUGADOR EN CU-DOCUMENTO. SE
      *> COBRA EN CAJA CON PAGAR-CUOTAS.
      *>----------------------------------------------------
       CARGAR-KITS-CUOTAS.
           MOVE 0 TO CARGOS-GRABADOS
           IF PRECIO-KIT > 0
               OPEN EXTEND ARCHIVO-CUOTAS
               IF FS-CUOTAS = "35"
                   OPEN OUTPUT ARCHIVO-CUOTAS
               END-IF
           END-IF
           PERFORM VARYING IDX-UNIFORME FROM 1 BY 1
                   UNTIL IDX-UNIFORME > TOTAL-UNIFORMES
               IF TU-OC (IDX-UNIFORME) = 0
                   AND TU-TALLA (IDX-UNIFORME) NOT = SPACES
                   AND TU-NUMERO (IDX-UNIFORME) NOT = 0
                   MOVE NUMERO-OC TO TU-OC (IDX-UNIFORME)
                   IF PRECIO-KIT > 0
                       PERFORM GRABAR-CARGO-KIT
                   END-IF
               END-IF
           END-PERFORM
           IF PRECIO-KIT > 0
               CLOSE ARCHIVO-CUOTAS
           END-IF.

       GRABAR-CARGO-KIT.
           MOVE TU-MIEMBRO (IDX-UNIFORME) TO GRUPO-MIEMBRO
           PERFORM BUSCAR-RESPONSABLE
           MOVE GRUPO-RESPONSABLE TO CU-MIEMBRO
           MOVE FECHA-HOY (1:6) TO CU-ANIO-MES
           MOVE PRECIO-KIT TO CU-MONTO
           MOVE PRECIO-KIT TO CU-SALDO
           MOVE 'P' TO CU-ESTADO
           MOVE 'U' TO CU-CLASE
           MOVE TU-MIEMBRO (IDX-UNIFORME) TO CU-DOCUMENTO
           MOVE 0 TO CU-REF-ANIO-MES
           WRITE CUOTA-REG
           ADD 1 TO CARGOS-GRABADOS.

      *>----------------------------------------------------
      *> EQUIPO Y SUS JUGADORES (ASIGNACION-EQUIPOS.DAT)
      *>----------------------------------------------------
       PEDIR-EQUIPO.
           MOVE 'N' TO EQUIPO-HALLADO
           DISPLAY "Código de equipo:"
           ACCEPT CODIGO-EQUIPO
           MOVE FUNCTION UPPER-CASE(CODIGO-EQUIPO) TO CODIGO-EQUIPO
           OPEN INPUT ARCHIVO-EQUIPOS
           IF FS-EQUIPOS NOT = "00"
               DISPLAY "No hay equipos registrados."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-EQUIPOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF EQ-CODIGO = CODIGO-EQUIPO
                           MOVE EQ-CATEGORIA TO CATEGORIA-EQUIPO
                           MOVE 'S' TO EQUIPO-HALLADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EQUIPOS
           IF EQUIPO-HALLADO = 'N'
               DISPLAY "No existe ese equipo."
           END-IF.

       CARGAR-JUGADORES-EQUIPO.
           MOVE 0 TO TOTAL-JUGADORES
           OPEN INPUT ARCHIVO-ASIGNACION
           IF FS-ASIGNACION NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ASIGNACION
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF AE-EQUIPO = CODIGO-EQUIPO
                           AND TOTAL-JUGADORES < MAX-JUGADORES
                           ADD 1 TO TOTAL-JUGADORES
                           MOVE AE-MIEMBRO
                               TO JUGADOR-EQUIPO (TOTAL-JUGADORES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ASIGNACION.

       ABRIR-MIEMBROS.
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE 'S' TO MIEMBROS-ABIERTO
           ELSE
               MOVE 'N' TO MIEMBROS-ABIERTO
           END-IF.

       BUSCAR-NOMBRE-JUGADOR.
           MOVE SPACES TO NOMBRE-JUGADOR
           IF MIEMBROS-ABIERTO = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE JUGADOR-EQUIPO (IDX-JUGADOR) TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   MOVE SPACES TO NOMBRE-JUGADOR
               NOT INVALID KEY
                   MOVE M-NOMBRE TO NOMBRE-JUGADOR
           END-READ.

       BUSCAR-UNIFORME-JUGADOR.
           MOVE 0 TO UNIFORME-JUGADOR
           PERFORM VARYING IDX-UNIFORME FROM 1 BY 1
                   UNTIL IDX-UNIFORME > TOTAL-UNIFORMES
                       OR UNIFORME-JUGADOR > 0
               IF TU-EQUIPO (IDX-UNIFORME) = CODIGO-EQUIPO
                   AND TU-MIEMBRO (IDX-UNIFORME)
                       = JUGADOR-EQUIPO (IDX-JUGADOR)
                   MOVE IDX-UNIFORME TO UNIFORME-JUGADOR
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> ARCHIVO DE LA TEMPORADA: SE CARGA ENTERO Y SE
      *> REGRABA CON UN TEMPORAL CADA VEZ QUE CAMBIA.
      *>----------------------------------------------------
       CARGAR-UNIFORMES.
           MOVE 0 TO TOTAL-UNIFORMES
           OPEN INPUT ARCHIVO-UNIFORMES
           IF FS-UNIFORMES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-UNIFORMES NOT = "00"
               READ ARCHIVO-UNIFORMES
                   AT END
                       MOVE "10" TO FS-UNIFORMES
                   NOT AT END
                       IF TOTAL-UNIFORMES < MAX-UNIFORMES
                           ADD 1 TO TOTAL-UNIFORMES
                           MOVE UNIFORME-REG
                               TO UNIFORME-ENTRADA (TOTAL-UNIFORMES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-UNIFORMES.

       GRABAR-UNIFORMES.
           OPEN OUTPUT ARCHIVO-UNIFORMES-TMP
           PERFORM VARYING IDX-UNIFORME FROM 1 BY 1
                   UNTIL IDX-UNIFORME > TOTAL-UNIFORMES
               MOVE UNIFORME-ENTRADA (IDX-UNIFORME)
                   TO UNIFORME-TMP-REG
               WRITE UNIFORME-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-UNIFORMES-TMP
           CALL "CBL_RENAME_FILE" USING "UNIFORMES.TMP"
               NOMBRE-ARCHIVO-UNIFORMES
               RETURNING RESULT-CODE.

       COPY KITS-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY REFERENCIAS-PROV-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY GRUPOS-RUTINAS.
