       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDO-ESPECIAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PEDIDOS-ESPECIALES-SELECT.
           SELECT ARCHIVO-NUM-PEDIDO ASSIGN TO "PEDIDOS-NUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUM-PEDIDO.
           SELECT ARCHIVO-IVA ASSIGN TO "IVA.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IVA.
       COPY PRODUCTOS-SELECT.
       COPY PRECIOS-SELECT.
       COPY PROVEEDORES-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY PARAMETROS-SELECT.
       COPY OPERADORES-SELECT.
       COPY TURNOS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY PEDIDOS-ESPECIALES-FD.

       FD  ARCHIVO-NUM-PEDIDO.
       01  NUM-PEDIDO-REG         PIC 9(6).

       FD  ARCHIVO-IVA.
       01  IVA-REG               PIC X(6).

       COPY PRODUCTOS-FD.
       COPY PRECIOS-FD.
       COPY PROVEEDORES-FD.
       COPY CLIENTES-IDX-FD.
       COPY PARAMETROS-FD.
       COPY OPERADORES-FD.
       COPY TURNOS-FD.

       WORKING-STORAGE SECTION.
       COPY PEDIDOS-ESPECIALES-WS.
       COPY PRODUCTOS-WS.
       COPY PRECIOS-WS.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.
       COPY TURNOS-WS.
       COPY CLIENTES-IDX-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> PEDIDO ESPECIAL: EL CLIENTE ENCARGA UN PRODUCTO QUE
       *> NO HAY EN TIENDA Y DEJA UN ANTICIPO. EL PEDIDO ENTRA
       *> SOLO A LA SIGUIENTE ORDEN DE COMPRA AL PROVEEDOR DEL
       *> PRODUCTO; AL RECIBIRSE, LAS UNIDADES QUEDAN
       *> APARTADAS PARA EL CLIENTE Y VENTA-DIARIA LO FACTURA
       *> DESCONTANDO EL ANTICIPO. EL ANTICIPO MÍNIMO ES UN
       *> PORCENTAJE DEL TOTAL (ANTICIPO-PEDIDO EN
       *> PARAMETROS.DAT).
       *>----------------------------------------------------
       01 FS-NUM-PEDIDO          PIC XX.
       01 FS-IVA                 PIC XX.
       01 FS-PROVEEDORES         PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-HOY              PIC 9(8).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 CONFIRMAR              PIC X.

       *>----------------------------------------------------
       *> CAPTURA DEL PEDIDO
       *>----------------------------------------------------
       01 NUMERO-PEDIDO          PIC 9(6) VALUE 0.
       01 NUMERO-TXT             PIC X(8).
       01 CLIENTE-TXT            PIC X(6).
       01 CLIENTE-PEDIDO         PIC 9(4) VALUE 0.
       01 NOMBRE-CLIENTE         PIC X(30).
       01 TELEFONO-CLIENTE       PIC X(10).
       01 NIVEL-PEDIDO           PIC X VALUE 'D'.
       01 CODIGO-TXT             PIC X(8).
       01 CODIGO-PRODUCTO        PIC 9(6).
       01 PRODUCTO               PIC X(20).
       01 NOTA-PEDIDO            PIC X(30).
       01 UNIDADES-TXT           PIC X(6).
       01 UNIDADES               PIC 9(3).
       01 PRECIO-UNITARIO        PIC 9(7)V99.
       01 EXENTO-IVA             PIC X.
       01 PROVEEDOR-TXT          PIC X(6).
       01 PROVEEDOR-PEDIDO       PIC 9(4) VALUE 0.
       01 PROVEEDOR-VALIDO       PIC X VALUE 'N'.
       01 FIN-PROVEEDORES        PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> TOTAL Y ANTICIPO
       *>----------------------------------------------------
       01 IVA                    PIC V99 VALUE 0.19.
       01 TOTAL-PEDIDO           PIC S9(11)V99 VALUE 0.
       01 ANTICIPO-PCT           PIC 9(3) VALUE 30.
       01 ANTICIPO-MINIMO        PIC S9(11)V99 VALUE 0.
       01 MONTO-TXT              PIC X(12).
       01 MONTO-ANTICIPO         PIC 9(9)V99 VALUE 0.
       01 FORMA-ANTICIPO         PIC X(13).
       01 FORMA-VALIDA           PIC X VALUE 'N'.
       01 CAJA-TXT               PIC X(4).
       01 CAJA-REGISTRO          PIC 9(2) VALUE 1.

       *>----------------------------------------------------
       *> CONSULTA Y LISTADO
       *>----------------------------------------------------
       01 DESCRIPCION-ESTADO     PIC X(24).
       01 PEDIDOS-LISTADOS       PIC 9(4) VALUE 0.
       01 DIAS-ESPERA            PIC S9(5).
       01 F-DIAS-ESPERA          PIC -(4)9.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-PRECIO               PIC Z(6)9.99.
       01 F-TOTAL                PIC -(9).99.
       01 F-MONTO                PIC -(9).99.
       01 F-SALDO                PIC -(9).99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  PEDIDOS ESPECIALES"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM CARGAR-IVA
           PERFORM CARGAR-PARAMETROS
           MOVE "ANTICIPO-PEDIDO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO ANTICIPO-PCT
           END-IF

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Tomar pedido especial"
               DISPLAY "2. Consultar pedido"
               DISPLAY "3. Pedidos por retirar"
               DISPLAY "4. Cancelar pedido"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM TOMAR-PEDIDO
                   WHEN 2
                       PERFORM CONSULTAR-PEDIDO
                   WHEN 3
                       PERFORM LISTAR-POR-RETIRAR
                   WHEN 4
                       PERFORM CANCELAR-PEDIDO
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           DISPLAY "Fin del módulo de pedidos especiales."
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
                           DISPLAY "Sesión iniciada: "
                                   FUNCTION TRIM(OPERADOR-NOMBRE)
                           MOVE 'S' TO SESION-VALIDA
                   END-EVALUATE
               END-IF
           END-PERFORM.

       CARGAR-IVA.
           OPEN INPUT ARCHIVO-IVA
           IF FS-IVA = "00"
               READ ARCHIVO-IVA
               MOVE FUNCTION NUMVAL (IVA-REG) TO IVA
               CLOSE ARCHIVO-IVA
           END-IF.

      *>----------------------------------------------------
      *> 1. TOMA DEL PEDIDO. EL CLIENTE DEBE ESTAR REGISTRADO
      *> PARA PODER AVISARLE CUANDO LLEGUE LA MERCANCÍA.
      *>----------------------------------------------------
       TOMAR-PEDIDO.
           PERFORM PEDIR-CLIENTE
           IF CLIENTE-PEDIDO = 0
               DISPLAY "Pedido abortado."
               EXIT PARAGRAPH
           END-IF
           MOVE CLIENTE-PEDIDO TO NIVEL-CLIENTE-BUSCADO
           PERFORM BUSCAR-NIVEL-CLIENTE
           MOVE NIVEL-CLIENTE TO NIVEL-PEDIDO
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURAR-CODIGO-PRODUCTO
           CLOSE ARCHIVO-PRODUCTOS
           IF CODIGO-PRODUCTO = 0
               DISPLAY "Pedido abortado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Detalle (talla, color, modelo):"
           ACCEPT NOTA-PEDIDO
           DISPLAY "Unidades a encargar:"
           PERFORM VALIDAR-UNIDADES
           IF PROVEEDOR-PEDIDO = 0
               DISPLAY "El producto no tiene proveedor habitual."
               PERFORM PEDIR-PROVEEDOR
           END-IF
           COMPUTE TOTAL-PEDIDO ROUNDED =
               UNIDADES * PRECIO-UNITARIO
           IF EXENTO-IVA NOT = 'S'
               COMPUTE TOTAL-PEDIDO ROUNDED =
                   TOTAL-PEDIDO * (1 + IVA)
           END-IF
           COMPUTE ANTICIPO-MINIMO ROUNDED =
               TOTAL-PEDIDO * ANTICIPO-PCT / 100
           MOVE TOTAL-PEDIDO TO F-TOTAL
           MOVE ANTICIPO-MINIMO TO F-MONTO
           DISPLAY "Total del pedido: $" F-TOTAL
                   " | Anticipo mínimo (" ANTICIPO-PCT "%): $"
                   F-MONTO
           PERFORM PEDIR-MONTO-ANTICIPO
           IF MONTO-ANTICIPO > 0
               PERFORM PEDIR-FORMA-ANTICIPO
               PERFORM OBTENER-CAJA
           END-IF
           PERFORM ASIGNAR-NUMERO-PEDIDO
           PERFORM GRABAR-PEDIDO
           IF MONTO-ANTICIPO > 0
               MOVE NUMERO-PEDIDO TO ANTICIPO-NUMERO
               MOVE MONTO-ANTICIPO TO ANTICIPO-MONTO
               PERFORM REGISTRAR-ANTICIPO
           END-IF
           COMPUTE TOTAL-PEDIDO = TOTAL-PEDIDO - MONTO-ANTICIPO
           MOVE TOTAL-PEDIDO TO F-SALDO
           DISPLAY "Pedido especial " NUMERO-PEDIDO " tomado; saldo "
                   "a pagar al retirar: $" F-SALDO ".".

       PEDIR-CLIENTE.
           MOVE 0 TO CLIENTE-PEDIDO
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de cliente (0 o blanco para "
                       "abortar):"
               ACCEPT CLIENTE-TXT
               IF CLIENTE-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(CLIENTE-TXT) IS NOT NUMERIC
                       DISPLAY "Número inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (CLIENTE-TXT)
                           TO CLIENTE-PEDIDO
                       IF CLIENTE-PEDIDO = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           PERFORM LEER-CLIENTE
                           EVALUATE TRUE
                               WHEN FS-CLIENTES-IDX NOT = "00"
                                   DISPLAY "No se pudo abrir "
                                           "CLIENTES.IDX ("
                                           FS-CLIENTES-IDX "); se "
                                           "acepta sin validar."
                                   MOVE 'S' TO ENTRADA-VALIDA
                               WHEN NOMBRE-CLIENTE = SPACES
                                   DISPLAY "No existe un cliente "
                                           "con ese número. Intente "
                                           "de nuevo."
                               WHEN OTHER
                                   DISPLAY "Cliente: "
                                           NOMBRE-CLIENTE
                                   MOVE 'S' TO ENTRADA-VALIDA
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LEER-CLIENTE.
           MOVE SPACES TO NOMBRE-CLIENTE
           MOVE SPACES TO TELEFONO-CLIENTE
           OPEN INPUT CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CLIENTE-PEDIDO TO ID-CLIENTE
           READ CLIENTES-INDEXADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE NOMBRE-IDX TO NOMBRE-CLIENTE
                   MOVE TELEFONO-IDX TO TELEFONO-CLIENTE
           END-READ
           CLOSE CLIENTES-INDEXADO.

       CAPTURAR-CODIGO-PRODUCTO.
           MOVE 0 TO CODIGO-PRODUCTO
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Código de producto (0 o blanco para "
                       "abortar):"
               ACCEPT CODIGO-TXT
               IF CODIGO-TXT = SPACES
                   MOVE 0 TO CODIGO-PRODUCTO
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(CODIGO-TXT) IS NOT NUMERIC
                       DISPLAY "Código inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (CODIGO-TXT)
                           TO CODIGO-PRODUCTO
                       IF CODIGO-PRODUCTO = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           MOVE CODIGO-PRODUCTO TO PR-CODIGO
                           PERFORM BUSCAR-PRODUCTO
                           IF PRODUCTO-ENCONTRADO = 'S'
                               MOVE PR-DESCRIPCION TO PRODUCTO
                               MOVE PR-PRECIO TO PRECIO-UNITARIO
                               MOVE PR-EXENTO-IVA TO EXENTO-IVA
                               MOVE PR-PROVEEDOR TO PROVEEDOR-PEDIDO
                               PERFORM APLICAR-PRECIO-VIGENTE
                               MOVE PRECIO-UNITARIO TO F-PRECIO
                               DISPLAY PR-DESCRIPCION " a $"
                                       F-PRECIO
                               MOVE 'S' TO ENTRADA-VALIDA
                           ELSE
                               DISPLAY "No existe un producto con "
                                       "ese código. Intente de nuevo."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> EL PEDIDO TOMA EL PRECIO DE LA LISTA CON VIGENCIA A
      *> HOY Y EL DEL NIVEL DEL CLIENTE, IGUAL QUE PLAN
      *> SEPARE; QUEDA CONGELADO EN PE-PRECIO.
      *>----------------------------------------------------
       APLICAR-PRECIO-VIGENTE.
           MOVE CODIGO-PRODUCTO TO PRECIO-CODIGO
           MOVE FECHA-HOY TO PRECIO-FECHA
           MOVE NIVEL-PEDIDO TO PRECIO-NIVEL
           PERFORM BUSCAR-PRECIO-VIGENTE
           IF PRECIO-HALLADO = 'S'
               MOVE PRECIO-VIGENTE TO PRECIO-UNITARIO
           END-IF
           IF PRECIO-DE-NIVEL = 'S'
               DISPLAY "Precio de nivel " NIVEL-PEDIDO
                       " del cliente."
           END-IF.

       VALIDAR-UNIDADES.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT UNIDADES-TXT
               IF FUNCTION TRIM(UNIDADES-TXT) IS NOT NUMERIC
                   DISPLAY "Cantidad inválida. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (UNIDADES-TXT) TO UNIDADES
                   IF UNIDADES = 0
                       DISPLAY "Cantidad inválida. Intente de nuevo."
                   ELSE
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-PROVEEDOR.
           MOVE 'N' TO PROVEEDOR-VALIDO
           PERFORM UNTIL PROVEEDOR-VALIDO = 'S'
               DISPLAY "Código de proveedor al que se encarga:"
               ACCEPT PROVEEDOR-TXT
               IF FUNCTION TRIM(PROVEEDOR-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (PROVEEDOR-TXT)
                       TO PROVEEDOR-PEDIDO
                   PERFORM BUSCAR-PROVEEDOR-ARCHIVO
               END-IF
           END-PERFORM.

       BUSCAR-PROVEEDOR-ARCHIVO.
           OPEN INPUT ARCHIVO-PROVEEDORES
           IF FS-PROVEEDORES NOT = "00"
               DISPLAY "No hay proveedores registrados; se acepta "
                       "sin validar."
               MOVE 'S' TO PROVEEDOR-VALIDO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-PROVEEDORES
           PERFORM UNTIL FIN-PROVEEDORES = 'S'
               READ ARCHIVO-PROVEEDORES
                   AT END
                       MOVE 'S' TO FIN-PROVEEDORES
                   NOT AT END
                       IF PV-CODIGO = PROVEEDOR-PEDIDO
                           DISPLAY "Proveedor: " PV-NOMBRE
                           MOVE 'S' TO PROVEEDOR-VALIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROVEEDORES
           IF PROVEEDOR-VALIDO = 'N'
               DISPLAY "No existe ese proveedor. Intente de nuevo."
           END-IF.

       PEDIR-MONTO-ANTICIPO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Monto del anticipo (ej: 20000.00):"
               ACCEPT MONTO-TXT
               IF FUNCTION TEST-NUMVAL(MONTO-TXT) NOT = 0
                   DISPLAY "Monto inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (MONTO-TXT)
                       TO MONTO-ANTICIPO
                   EVALUATE TRUE
                       WHEN MONTO-ANTICIPO < ANTICIPO-MINIMO
                           DISPLAY "El anticipo no alcanza el "
                                   "mínimo. Intente de nuevo."
                       WHEN MONTO-ANTICIPO > TOTAL-PEDIDO
                           DISPLAY "El anticipo no puede exceder "
                                   "el total. Intente de nuevo."
                       WHEN OTHER
                           MOVE 'S' TO ENTRADA-VALIDA
                   END-EVALUATE
               END-IF
           END-PERFORM.

       PEDIR-FORMA-ANTICIPO.
           MOVE 'N' TO FORMA-VALIDA
           PERFORM UNTIL FORMA-VALIDA = 'S'
               DISPLAY "Forma de pago del anticipo (EFECTIVO/"
                       "TARJETA/TRANSFERENCIA):"
               ACCEPT FORMA-ANTICIPO
               MOVE FUNCTION UPPER-CASE(FORMA-ANTICIPO)
                   TO FORMA-ANTICIPO
               IF FORMA-ANTICIPO = "EFECTIVO"
                   OR FORMA-ANTICIPO = "TARJETA"
                   OR FORMA-ANTICIPO = "TRANSFERENCIA"
                   MOVE 'S' TO FORMA-VALIDA
               ELSE
                   DISPLAY "Forma de pago inválida. Intente de "
                           "nuevo."
               END-IF
           END-PERFORM.

       OBTENER-CAJA.
           DISPLAY "Número de caja que cobra (ENTER=1):"
           ACCEPT CAJA-TXT
           IF FUNCTION TRIM(CAJA-TXT) NOT = SPACES
               AND FUNCTION TRIM(CAJA-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (CAJA-TXT) TO CAJA-REGISTRO
           END-IF
           IF CAJA-REGISTRO = 0
               MOVE 1 TO CAJA-REGISTRO
           END-IF.

       ASIGNAR-NUMERO-PEDIDO.
           MOVE 0 TO NUMERO-PEDIDO
           OPEN INPUT ARCHIVO-NUM-PEDIDO
           IF FS-NUM-PEDIDO = "00"
               READ ARCHIVO-NUM-PEDIDO
               MOVE NUM-PEDIDO-REG TO NUMERO-PEDIDO
               CLOSE ARCHIVO-NUM-PEDIDO
           END-IF
           ADD 1 TO NUMERO-PEDIDO
           OPEN OUTPUT ARCHIVO-NUM-PEDIDO
           MOVE NUMERO-PEDIDO TO NUM-PEDIDO-REG
           WRITE NUM-PEDIDO-REG
           CLOSE ARCHIVO-NUM-PEDIDO.

       GRABAR-PEDIDO.
           OPEN EXTEND ARCHIVO-PEDIDOS
           IF FS-PEDIDOS = "35"
               OPEN OUTPUT ARCHIVO-PEDIDOS
           END-IF
           MOVE NUMERO-PEDIDO TO PE-NUMERO
           MOVE FECHA-HOY TO PE-FECHA
           MOVE CLIENTE-PEDIDO TO PE-CLIENTE
           MOVE CODIGO-PRODUCTO TO PE-CODIGO
           MOVE PRODUCTO TO PE-PRODUCTO
           MOVE NOTA-PEDIDO TO PE-NOTA
           MOVE UNIDADES TO PE-UNIDADES
           MOVE PRECIO-UNITARIO TO PE-PRECIO
           MOVE MONTO-ANTICIPO TO PE-ANTICIPO
           MOVE PROVEEDOR-PEDIDO TO PE-PROVEEDOR
           MOVE 0 TO PE-OC
           MOVE 0 TO PE-RESERVADAS
           MOVE 0 TO PE-FECHA-LLEGADA
           MOVE 0 TO PE-CAJA
           MOVE 0 TO PE-FOLIO
           MOVE 0 TO PE-FECHA-FACTURA
           MOVE 'A' TO PE-ESTADO
           MOVE CODIGO-OPERADOR TO PE-OPERADOR
           WRITE PEDIDO-REG
           CLOSE ARCHIVO-PEDIDOS.

      *>----------------------------------------------------
      *> EL ANTICIPO (O SU DEVOLUCIÓN, EN NEGATIVO) QUEDA CON
      *> LA CAJA Y EL TURNO ABIERTO PARA EL ARQUEO.
      *>----------------------------------------------------
       REGISTRAR-ANTICIPO.
           MOVE FECHA-HOY TO ANTICIPO-FECHA
           MOVE FORMA-ANTICIPO TO ANTICIPO-FORMA
           MOVE CAJA-REGISTRO TO ANTICIPO-CAJA
           MOVE CAJA-REGISTRO TO TURNO-CAJA
           MOVE FECHA-HOY TO TURNO-FECHA
           PERFORM BUSCAR-TURNO-ABIERTO
           IF TURNO-HALLADO = 'S'
               MOVE TURNO-ACTUAL TO ANTICIPO-TURNO
           ELSE
               MOVE 0 TO ANTICIPO-TURNO
           END-IF
           PERFORM GRABAR-ANTICIPO.

       PEDIR-NUMERO-PEDIDO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de pedido especial:"
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
           END-PERFORM
           MOVE NUMERO-PEDIDO TO PEDIDO-BUSCADO.

      *>----------------------------------------------------
      *> 2. CONSULTA
      *>----------------------------------------------------
       CONSULTAR-PEDIDO.
           PERFORM PEDIR-NUMERO-PEDIDO
           PERFORM BUSCAR-PEDIDO
           IF PEDIDO-HALLADO = 'N'
               DISPLAY "No existe un pedido con ese número."
               EXIT PARAGRAPH
           END-IF
           MOVE PD-CLIENTE TO CLIENTE-PEDIDO
           PERFORM LEER-CLIENTE
           PERFORM DESCRIBIR-ESTADO
           MOVE PD-PRECIO TO F-PRECIO
           MOVE PD-ANTICIPO TO F-MONTO
           DISPLAY "-------------------------------"
           DISPLAY "Pedido " PD-NUMERO " del " PD-FECHA
                   " | Cliente " PD-CLIENTE " "
                   FUNCTION TRIM(NOMBRE-CLIENTE)
           DISPLAY PD-PRODUCTO " x" PD-UNIDADES " a $" F-PRECIO
           IF PD-NOTA NOT = SPACES
               DISPLAY "Detalle: " PD-NOTA
           END-IF
           DISPLAY "Anticipo: $" F-MONTO
           DISPLAY "Estado: " DESCRIPCION-ESTADO
           EVALUATE PD-ESTADO
               WHEN 'O'
                   DISPLAY "Orden de compra " PD-OC " al proveedor "
                           PD-PROVEEDOR "; apartadas "
                           PD-RESERVADAS
               WHEN 'R'
                   DISPLAY "Llegó el " PD-FECHA-LLEGADA
                           "; orden de compra " PD-OC
               WHEN 'F'
                   DISPLAY "Facturado el " PD-FECHA-FACTURA
                           " caja " PD-CAJA " folio " PD-FOLIO
           END-EVALUATE
           DISPLAY "-------------------------------".

       DESCRIBIR-ESTADO.
           EVALUATE PD-ESTADO
               WHEN 'A'
                   MOVE "ABIERTO (SIN ORDENAR)" TO DESCRIPCION-ESTADO
               WHEN 'O'
                   MOVE "ORDENADO AL PROVEEDOR" TO DESCRIPCION-ESTADO
               WHEN 'R'
                   MOVE "LLEGÓ, POR RETIRAR" TO DESCRIPCION-ESTADO
               WHEN 'F'
                   MOVE "FACTURADO" TO DESCRIPCION-ESTADO
               WHEN 'C'
                   MOVE "CANCELADO" TO DESCRIPCION-ESTADO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO DESCRIPCION-ESTADO
           END-EVALUATE.

      *>----------------------------------------------------
      *> 3. PEDIDOS QUE YA LLEGARON Y ESPERAN AL CLIENTE, CON
      *> SU TELÉFONO PARA LLAMARLO Y LOS DÍAS QUE LLEVAN
      *> APARTADOS.
      *>----------------------------------------------------
       LISTAR-POR-RETIRAR.
           MOVE 0 TO PEDIDOS-LISTADOS
           OPEN INPUT ARCHIVO-PEDIDOS
           IF FS-PEDIDOS NOT = "00"
               DISPLAY "No hay pedidos especiales registrados."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pedidos por retirar:"
           MOVE 'N' TO FIN-PEDIDOS
           PERFORM UNTIL FIN-PEDIDOS = 'S'
               READ ARCHIVO-PEDIDOS
                   AT END
                       MOVE 'S' TO FIN-PEDIDOS
                   NOT AT END
                       IF PE-ESTADO = 'R'
                           PERFORM MOSTRAR-POR-RETIRAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS
           DISPLAY PEDIDOS-LISTADOS " pedido(s) por retirar.".

       MOSTRAR-POR-RETIRAR.
           ADD 1 TO PEDIDOS-LISTADOS
           MOVE PE-CLIENTE TO CLIENTE-PEDIDO
           PERFORM LEER-CLIENTE
           COMPUTE DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE (FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE (PE-FECHA-LLEGADA)
           MOVE DIAS-ESPERA TO F-DIAS-ESPERA
           DISPLAY "  Pedido " PE-NUMERO " | " PE-PRODUCTO " x"
                   PE-UNIDADES " | " FUNCTION TRIM(NOMBRE-CLIENTE)
                   " tel. " TELEFONO-CLIENTE " | "
                   F-DIAS-ESPERA " día(s)".

      *>----------------------------------------------------
      *> 4. CANCELACIÓN: SE DEVUELVE EL ANTICIPO COMPLETO. SI
      *> LA MERCANCÍA YA ESTÁ ORDENADA O LLEGÓ, ENTRA AL STOCK
      *> NORMAL AL LIBERARSE EL APARTADO.
      *>----------------------------------------------------
       CANCELAR-PEDIDO.
           PERFORM PEDIR-NUMERO-PEDIDO
           PERFORM BUSCAR-PEDIDO
           IF PEDIDO-HALLADO = 'N'
               OR PD-ESTADO = 'F' OR PD-ESTADO = 'C'
               DISPLAY "No existe un pedido pendiente con ese "
                       "número."
               EXIT PARAGRAPH
           END-IF
           PERFORM DESCRIBIR-ESTADO
           MOVE PD-ANTICIPO TO F-MONTO
           DISPLAY PD-PRODUCTO " x" PD-UNIDADES " | Estado: "
                   DESCRIPCION-ESTADO
           DISPLAY "Anticipo a devolver: $" F-MONTO
           IF PD-ESTADO = 'O'
               DISPLAY "La orden de compra " PD-OC " ya lo incluye; "
                       "lo recibido quedará como stock normal."
           END-IF
           DISPLAY "¿Confirma la cancelación? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "Cancelación abortada."
               EXIT PARAGRAPH
           END-IF
           IF PD-ANTICIPO > 0
               DISPLAY "Forma en que se devuelve el anticipo:"
               PERFORM PEDIR-FORMA-ANTICIPO
               PERFORM OBTENER-CAJA
               MOVE PD-NUMERO TO ANTICIPO-NUMERO
               COMPUTE ANTICIPO-MONTO = PD-ANTICIPO * -1
               PERFORM REGISTRAR-ANTICIPO
           END-IF
           MOVE 'C' TO PD-ESTADO
           MOVE 0 TO PD-RESERVADAS
           PERFORM REGRABAR-PEDIDO
           DISPLAY "Pedido " PD-NUMERO " cancelado.".

       COPY PEDIDOS-ESPECIALES-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY PRECIOS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY TURNOS-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
