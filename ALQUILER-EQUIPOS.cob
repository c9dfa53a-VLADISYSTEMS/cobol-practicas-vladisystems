       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALQUILER-EQUIPOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ALQUILERES-SELECT.
           SELECT ARCHIVO-NUM-ALQUILER ASSIGN TO "ALQUILERES-NUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUM-ALQUILER.
           SELECT ARCHIVO-TARIFAS-TMP
               ASSIGN TO "ALQUILER-TARIFAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARIFAS-TMP.
       COPY PRODUCTOS-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY MIEMBROS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY OPERADORES-SELECT.
       COPY TURNOS-SELECT.
       COPY RESERVAS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY ALQUILERES-FD.

       FD  ARCHIVO-NUM-ALQUILER.
       01  NUM-ALQUILER-REG       PIC 9(6).

       FD  ARCHIVO-TARIFAS-TMP.
       01  TARIFA-TMP-REG         PIC X(28).

       COPY PRODUCTOS-FD.
       COPY CLIENTES-IDX-FD.
       COPY MIEMBROS-FD.
       COPY PARAMETROS-FD.
       COPY OPERADORES-FD.
       COPY TURNOS-FD.
       COPY RESERVAS-FD.

       WORKING-STORAGE SECTION.
       COPY ALQUILERES-WS.
       COPY PRODUCTOS-WS.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.
       COPY TURNOS-WS.
       COPY RESERVAS-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> ALQUILER DE EQUIPO: PATINES, RAQUETAS Y BALONES SE
       *> PRESTAN A CLIENTES, SOCIOS O VISITANTES CON PASE DE
       *> DÍA CONTRA UN DEPÓSITO DE GARANTÍA Y UNA FECHA Y
       *> HORA DE DEVOLUCIÓN. AL RECIBIR EL EQUIPO SE DEVUELVE
       *> EL DEPÓSITO Y, SI HUBO ATRASO (PASADOS LOS MINUTOS DE
       *> ALQUILER-TOLERANCIA EN PARAMETROS.DAT), QUEDA UN
       *> RECARGO POR HORA O POR DÍA QUE VENTA-DIARIA COBRA
       *> CON EL PRODUCTO DE SERVICIO ALQUILER-RECARGO-CODIGO.
       *>----------------------------------------------------
       01 FS-NUM-ALQUILER        PIC XX.
       01 FS-TARIFAS-TMP         PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 RESULT-CODE            PIC 9(2).

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-HOY              PIC 9(8).
       01 HORA-SISTEMA           PIC 9(8).
       01 HORA-HOY               PIC 9(4).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 CONFIRMAR              PIC X.

       *>----------------------------------------------------
       *> TARIFAS EN TABLA (SE REESCRIBEN AL SALIR SI CAMBIAN)
       *>----------------------------------------------------
       01 MAX-TARIFAS            PIC 9(3) VALUE 100.
       01 TOTAL-TARIFAS          PIC 9(3) VALUE 0.
       01 TABLA-TARIFAS.
           05 TARIFA-ENTRADA OCCURS 100 TIMES.
               10 TT-CODIGO      PIC 9(6).
               10 TT-MODO        PIC X.
               10 TT-RECARGO     PIC 9(7)V99.
               10 TT-DEPOSITO    PIC 9(7)V99.
               10 TT-PLAZO-HORAS PIC 9(3).
       01 IDX-TARIFA             PIC 9(3).
       01 TARIFA-EN-TABLA        PIC 9(3) VALUE 0.
       01 TARIFAS-CAMBIADAS      PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CAPTURA DE LA SALIDA
       *>----------------------------------------------------
       01 NUMERO-ALQUILER        PIC 9(6) VALUE 0.
       01 NUMERO-TXT             PIC X(8).
       01 TIPO-ARRENDATARIO      PIC X.
       01 CLIENTE-TXT            PIC X(6).
       01 CLIENTE-ALQUILER       PIC 9(4) VALUE 0.
       01 SOCIO-TXT              PIC X(8).
       01 SOCIO-ALQUILER         PIC 9(6) VALUE 0.
       01 NOMBRE-ALQUILER        PIC X(30).
       01 CODIGO-TXT             PIC X(8).
       01 CODIGO-PRODUCTO        PIC 9(6).
       01 PRODUCTO               PIC X(20).
       01 EXISTENCIA-PRODUCTO    PIC S9(7) VALUE 0.
       01 DISPONIBLE-ALQUILER    PIC S9(7) VALUE 0.
       01 UNIDADES-TXT           PIC X(6).
       01 UNIDADES               PIC 9(3).
       01 MODO-CAPTURA           PIC X.
       01 FECHA-TXT              PIC X(10).
       01 HORA-TXT               PIC X(6).
       01 FECHA-VENCE            PIC 9(8).
       01 HORA-VENCE             PIC 9(4).
       01 HH-VENCE               PIC 9(2).
       01 MM-VENCE               PIC 9(2).
       01 MINUTOS-BASE           PIC S9(11).
       01 DIA-VENCE-INT          PIC 9(7).
       01 MINUTO-DIA             PIC 9(4).
       01 MONTO-TXT              PIC X(12).
       01 DEPOSITO-SUGERIDO      PIC 9(7)V99 VALUE 0.
       01 MONTO-DEPOSITO         PIC 9(7)V99 VALUE 0.
       01 FORMA-DEPOSITO         PIC X(13).
       01 FORMA-VALIDA           PIC X VALUE 'N'.
       01 CAJA-TXT               PIC X(4).
       01 CAJA-REGISTRO          PIC 9(2) VALUE 1.

       *>----------------------------------------------------
       *> CONSULTA
       *>----------------------------------------------------
       01 DESCRIPCION-ESTADO     PIC X(26).
       01 DESCRIPCION-MODO       PIC X(8).

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-MONTO                PIC Z(6)9.99.
       01 F-TARIFA               PIC Z(6)9.99.
       01 F-RECARGO              PIC Z(6)9.99.
       01 F-DISPONIBLE           PIC -(6)9.
       01 F-MINUTOS              PIC Z(8)9.
       01 F-PERIODOS             PIC ZZZZ9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  ALQUILER DE EQUIPO"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM CARGAR-PARAMETROS
           MOVE "ALQUILER-TOLERANCIA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO ATRASO-TOLERANCIA
           END-IF
           PERFORM CARGAR-TARIFAS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Sacar equipo en alquiler"
               DISPLAY "2. Recibir equipo devuelto"
               DISPLAY "3. Consultar alquiler"
               DISPLAY "4. Fijar tarifa de alquiler de un producto"
               DISPLAY "5. Listar tarifas de alquiler"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM SACAR-EQUIPO
                   WHEN 2
                       PERFORM RECIBIR-EQUIPO
                   WHEN 3
                       PERFORM CONSULTAR-ALQUILER
                   WHEN 4
                       PERFORM FIJAR-TARIFA
                   WHEN 5
                       PERFORM LISTAR-TARIFAS
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           IF TARIFAS-CAMBIADAS = 'S'
               PERFORM REESCRIBIR-TARIFAS
           END-IF
           DISPLAY "Fin del módulo de alquiler de equipo."
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

       OBTENER-HORA-HOY.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA FROM TIME
           DIVIDE HORA-SISTEMA BY 10000 GIVING HORA-HOY.

       CARGAR-TARIFAS.
           MOVE 0 TO TOTAL-TARIFAS
           OPEN INPUT ARCHIVO-TARIFAS-ALQ
           IF FS-TARIFAS-ALQ = "00"
               PERFORM UNTIL FS-TARIFAS-ALQ NOT = "00"
                   READ ARCHIVO-TARIFAS-ALQ
                       AT END
                           MOVE "10" TO FS-TARIFAS-ALQ
                       NOT AT END
                           IF TOTAL-TARIFAS < MAX-TARIFAS
                               ADD 1 TO TOTAL-TARIFAS
                               MOVE TARIFA-ALQ-REG
                                   TO TARIFA-ENTRADA (TOTAL-TARIFAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-TARIFAS-ALQ
           END-IF.

       BUSCAR-TARIFA-EN-TABLA.
           MOVE 0 TO TARIFA-EN-TABLA
           PERFORM VARYING IDX-TARIFA FROM 1 BY 1
                   UNTIL IDX-TARIFA > TOTAL-TARIFAS
               IF TT-CODIGO (IDX-TARIFA) = CODIGO-PRODUCTO
                   MOVE IDX-TARIFA TO TARIFA-EN-TABLA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> 1. SALIDA DEL EQUIPO. SÓLO SE ALQUILAN PRODUCTOS CON
      *> TARIFA, Y SÓLO LO DISPONIBLE (EXISTENCIA MENOS LO
      *> RESERVADO, QUE INCLUYE LO QUE YA ESTÁ ALQUILADO).
      *>----------------------------------------------------
       SACAR-EQUIPO.
           PERFORM PEDIR-ARRENDATARIO
           IF NOMBRE-ALQUILER = SPACES
               DISPLAY "Alquiler abortado."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURAR-CODIGO-PRODUCTO
           CLOSE ARCHIVO-PRODUCTOS
           IF CODIGO-PRODUCTO = 0
               DISPLAY "Alquiler abortado."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-TARIFA-EN-TABLA
           IF TARIFA-EN-TABLA = 0
               DISPLAY "Ese producto no tiene tarifa de alquiler "
                       "(opción 4). Alquiler abortado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Unidades a alquilar:"
           PERFORM VALIDAR-UNIDADES
           MOVE CODIGO-PRODUCTO TO RSV-CODIGO
           MOVE FECHA-HOY TO RSV-FECHA
           PERFORM CALCULAR-RESERVADO
           COMPUTE DISPONIBLE-ALQUILER =
               EXISTENCIA-PRODUCTO - RSV-RESERVADO
           IF UNIDADES > DISPONIBLE-ALQUILER
               MOVE DISPONIBLE-ALQUILER TO F-DISPONIBLE
               DISPLAY "Disponible insuficiente: quedan "
                       F-DISPONIBLE " en tienda. Alquiler abortado."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-VENCIMIENTO
           COMPUTE DEPOSITO-SUGERIDO =
               TT-DEPOSITO (TARIFA-EN-TABLA) * UNIDADES
           PERFORM PEDIR-MONTO-DEPOSITO
           MOVE SPACES TO FORMA-DEPOSITO
           IF MONTO-DEPOSITO > 0
               PERFORM PEDIR-FORMA-DEPOSITO
               PERFORM OBTENER-CAJA
           END-IF
           PERFORM ASIGNAR-NUMERO-ALQUILER
           PERFORM GRABAR-ALQUILER
           IF MONTO-DEPOSITO > 0
               MOVE NUMERO-ALQUILER TO GARANTIA-NUMERO
               MOVE MONTO-DEPOSITO TO GARANTIA-MONTO
               PERFORM REGISTRAR-GARANTIA
           END-IF
           MOVE TT-RECARGO (TARIFA-EN-TABLA) TO F-TARIFA
           MOVE TT-MODO (TARIFA-EN-TABLA) TO MODO-CAPTURA
           PERFORM DESCRIBIR-MODO
           DISPLAY "Alquiler " NUMERO-ALQUILER ": " PRODUCTO " x"
                   UNIDADES " a " FUNCTION TRIM(NOMBRE-ALQUILER)
           DISPLAY "Devolver el " FECHA-VENCE " a las " HORA-VENCE
                   "; recargo por atraso $" F-TARIFA " por unidad "
                   "y " FUNCTION TRIM(DESCRIPCION-MODO) ".".

      *>----------------------------------------------------
      *> EL EQUIPO SE PRESTA A UN CLIENTE REGISTRADO, A UN
      *> SOCIO ACTIVO O A UN VISITANTE, DEL QUE SÓLO SE TOMA
      *> EL NOMBRE. NOMBRE-ALQUILER EN BLANCO = ABORTAR.
      *>----------------------------------------------------
       PEDIR-ARRENDATARIO.
           MOVE 0 TO CLIENTE-ALQUILER
           MOVE 0 TO SOCIO-ALQUILER
           MOVE SPACES TO NOMBRE-ALQUILER
           DISPLAY "Se alquila a (C=Cliente, S=Socio, V=Visitante, "
                   "blanco para abortar):"
           ACCEPT TIPO-ARRENDATARIO
           MOVE FUNCTION UPPER-CASE(TIPO-ARRENDATARIO)
               TO TIPO-ARRENDATARIO
           EVALUATE TIPO-ARRENDATARIO
               WHEN 'C'
                   PERFORM PEDIR-CLIENTE
               WHEN 'S'
                   PERFORM PEDIR-SOCIO
               WHEN 'V'
                   DISPLAY "Nombre del visitante:"
                   ACCEPT NOMBRE-ALQUILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PEDIR-CLIENTE.
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
                           TO CLIENTE-ALQUILER
                       IF CLIENTE-ALQUILER = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           PERFORM LEER-CLIENTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LEER-CLIENTE.
           OPEN INPUT CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES.IDX ("
                       FS-CLIENTES-IDX "); se acepta sin validar."
               MOVE "CLIENTE" TO NOMBRE-ALQUILER
               MOVE 'S' TO ENTRADA-VALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE CLIENTE-ALQUILER TO ID-CLIENTE
           READ CLIENTES-INDEXADO
               INVALID KEY
                   DISPLAY "No existe un cliente con ese número. "
                           "Intente de nuevo."
               NOT INVALID KEY
                   DISPLAY "Cliente: " NOMBRE-IDX
                   MOVE NOMBRE-IDX TO NOMBRE-ALQUILER
                   MOVE 'S' TO ENTRADA-VALIDA
           END-READ
           CLOSE CLIENTES-INDEXADO.

      *>    UN SOCIO SUSPENDIDO O DADO DE BAJA NO PUEDE SACAR
      *>    EQUIPO, IGUAL QUE NO PUEDE ENTRAR EN CHECKIN-MIEMBRO.
       PEDIR-SOCIO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de socio (0 o blanco para abortar):"
               ACCEPT SOCIO-TXT
               IF SOCIO-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(SOCIO-TXT) IS NOT NUMERIC
                       DISPLAY "Número inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (SOCIO-TXT)
                           TO SOCIO-ALQUILER
                       IF SOCIO-ALQUILER = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           PERFORM LEER-SOCIO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LEER-SOCIO.
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No se pudo abrir MIEMBROS.IDX ("
                       FS-MIEMBROS "); se acepta sin validar."
               MOVE "SOCIO" TO NOMBRE-ALQUILER
               MOVE 'S' TO ENTRADA-VALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE SOCIO-ALQUILER TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   DISPLAY "No existe un socio con ese número. "
                           "Intente de nuevo."
               NOT INVALID KEY
                   IF M-ESTADO = 'S' OR M-ESTADO = 'B'
                       DISPLAY "El socio " M-NOMBRE " no está "
                               "activo; no puede alquilar."
                       MOVE 0 TO SOCIO-ALQUILER
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Socio: " M-NOMBRE
                       MOVE M-NOMBRE TO NOMBRE-ALQUILER
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

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
                               MOVE PR-EXISTENCIA
                                   TO EXISTENCIA-PRODUCTO
                               DISPLAY PR-DESCRIPCION
                               MOVE 'S' TO ENTRADA-VALIDA
                           ELSE
                               DISPLAY "No existe un producto con "
                                       "ese código. Intente de nuevo."
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

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

      *>----------------------------------------------------
      *> EL VENCIMIENTO PROPUESTO ES AHORA MÁS EL PLAZO DE LA
      *> TARIFA; EL OPERADOR PUEDE PACTAR OTRA FECHA Y HORA,
      *> SIEMPRE POSTERIORES A LA SALIDA.
      *>----------------------------------------------------
       PEDIR-VENCIMIENTO.
           PERFORM OBTENER-HORA-HOY
           DIVIDE HORA-HOY BY 100 GIVING HH-VENCE
               REMAINDER MM-VENCE
           COMPUTE MINUTOS-BASE =
               FUNCTION INTEGER-OF-DATE (FECHA-HOY) * 1440
               + HH-VENCE * 60 + MM-VENCE
               + TT-PLAZO-HORAS (TARIFA-EN-TABLA) * 60
           DIVIDE MINUTOS-BASE BY 1440 GIVING DIA-VENCE-INT
               REMAINDER MINUTO-DIA
           MOVE FUNCTION DATE-OF-INTEGER (DIA-VENCE-INT)
               TO FECHA-VENCE
           DIVIDE MINUTO-DIA BY 60 GIVING HH-VENCE
               REMAINDER MM-VENCE
           COMPUTE HORA-VENCE = HH-VENCE * 100 + MM-VENCE
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Fecha de devolución (AAAAMMDD, en blanco = "
                       FECHA-VENCE "):"
               ACCEPT FECHA-TXT
               IF FECHA-TXT NOT = SPACES
                   IF FUNCTION TRIM(FECHA-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (FECHA-TXT)
                           TO FECHA-VENCE
                   ELSE
                       MOVE 0 TO FECHA-VENCE
                   END-IF
               END-IF
               DISPLAY "Hora de devolución (HHMM, en blanco = "
                       HORA-VENCE "):"
               ACCEPT HORA-TXT
               IF HORA-TXT NOT = SPACES
                   IF FUNCTION TRIM(HORA-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (HORA-TXT) TO HORA-VENCE
                   ELSE
                       MOVE 9999 TO HORA-VENCE
                   END-IF
               END-IF
               DIVIDE HORA-VENCE BY 100 GIVING HH-VENCE
                   REMAINDER MM-VENCE
               EVALUATE TRUE
                   WHEN FECHA-VENCE < FECHA-HOY
                       DISPLAY "Fecha inválida. Intente de nuevo."
                   WHEN HH-VENCE > 23 OR MM-VENCE > 59
                       DISPLAY "Hora inválida. Intente de nuevo."
                   WHEN FECHA-VENCE = FECHA-HOY
                        AND HORA-VENCE NOT > HORA-HOY
                       DISPLAY "La devolución debe ser posterior a "
                               "la salida. Intente de nuevo."
                   WHEN OTHER
                       MOVE 'S' TO ENTRADA-VALIDA
               END-EVALUATE
           END-PERFORM.

       PEDIR-MONTO-DEPOSITO.
           MOVE DEPOSITO-SUGERIDO TO F-MONTO
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Depósito de garantía (en blanco = $"
                       F-MONTO "):"
               ACCEPT MONTO-TXT
               IF MONTO-TXT = SPACES
                   MOVE DEPOSITO-SUGERIDO TO MONTO-DEPOSITO
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TEST-NUMVAL(MONTO-TXT) NOT = 0
                       DISPLAY "Monto inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (MONTO-TXT)
                           TO MONTO-DEPOSITO
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-FORMA-DEPOSITO.
           MOVE 'N' TO FORMA-VALIDA
           PERFORM UNTIL FORMA-VALIDA = 'S'
               DISPLAY "Forma del depósito (EFECTIVO/TARJETA/"
                       "TRANSFERENCIA):"
               ACCEPT FORMA-DEPOSITO
               MOVE FUNCTION UPPER-CASE(FORMA-DEPOSITO)
                   TO FORMA-DEPOSITO
               IF FORMA-DEPOSITO = "EFECTIVO"
                   OR FORMA-DEPOSITO = "TARJETA"
                   OR FORMA-DEPOSITO = "TRANSFERENCIA"
                   MOVE 'S' TO FORMA-VALIDA
               ELSE
                   DISPLAY "Forma de pago inválida. Intente de "
                           "nuevo."
               END-IF
           END-PERFORM.

       OBTENER-CAJA.
           DISPLAY "Número de caja (ENTER=1):"
           ACCEPT CAJA-TXT
           IF FUNCTION TRIM(CAJA-TXT) NOT = SPACES
               AND FUNCTION TRIM(CAJA-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (CAJA-TXT) TO CAJA-REGISTRO
           END-IF
           IF CAJA-REGISTRO = 0
               MOVE 1 TO CAJA-REGISTRO
           END-IF.

       ASIGNAR-NUMERO-ALQUILER.
           MOVE 0 TO NUMERO-ALQUILER
           OPEN INPUT ARCHIVO-NUM-ALQUILER
           IF FS-NUM-ALQUILER = "00"
               READ ARCHIVO-NUM-ALQUILER
               MOVE NUM-ALQUILER-REG TO NUMERO-ALQUILER
               CLOSE ARCHIVO-NUM-ALQUILER
           END-IF
           ADD 1 TO NUMERO-ALQUILER
           OPEN OUTPUT ARCHIVO-NUM-ALQUILER
           MOVE NUMERO-ALQUILER TO NUM-ALQUILER-REG
           WRITE NUM-ALQUILER-REG
           CLOSE ARCHIVO-NUM-ALQUILER.

       GRABAR-ALQUILER.
           OPEN EXTEND ARCHIVO-ALQUILERES
           IF FS-ALQUILERES = "35"
               OPEN OUTPUT ARCHIVO-ALQUILERES
           END-IF
           MOVE NUMERO-ALQUILER TO AQ-NUMERO
           MOVE FECHA-HOY TO AQ-FECHA-SALIDA
           MOVE HORA-HOY TO AQ-HORA-SALIDA
           MOVE CLIENTE-ALQUILER TO AQ-CLIENTE
           MOVE SOCIO-ALQUILER TO AQ-MIEMBRO
           MOVE NOMBRE-ALQUILER TO AQ-NOMBRE
           MOVE CODIGO-PRODUCTO TO AQ-CODIGO
           MOVE PRODUCTO TO AQ-PRODUCTO
           MOVE UNIDADES TO AQ-UNIDADES
           MOVE MONTO-DEPOSITO TO AQ-DEPOSITO
           MOVE FORMA-DEPOSITO TO AQ-FORMA-DEPOSITO
           MOVE FECHA-VENCE TO AQ-FECHA-VENCE
           MOVE HORA-VENCE TO AQ-HORA-VENCE
           MOVE TT-MODO (TARIFA-EN-TABLA) TO AQ-MODO
           MOVE TT-RECARGO (TARIFA-EN-TABLA) TO AQ-TARIFA
           MOVE 0 TO AQ-FECHA-DEVOL
           MOVE 0 TO AQ-HORA-DEVOL
           MOVE 0 TO AQ-RECARGO
           MOVE 'A' TO AQ-ESTADO
           MOVE 0 TO AQ-CAJA
           MOVE 0 TO AQ-FOLIO
           MOVE 0 TO AQ-FECHA-FACTURA
           MOVE CODIGO-OPERADOR TO AQ-OPERADOR
           WRITE ALQUILER-REG
           CLOSE ARCHIVO-ALQUILERES.

      *>----------------------------------------------------
      *> EL DEPÓSITO (O SU DEVOLUCIÓN, EN NEGATIVO) QUEDA CON
      *> LA CAJA Y EL TURNO ABIERTO PARA EL ARQUEO.
      *>----------------------------------------------------
       REGISTRAR-GARANTIA.
           MOVE FECHA-HOY TO GARANTIA-FECHA
           MOVE FORMA-DEPOSITO TO GARANTIA-FORMA
           MOVE CAJA-REGISTRO TO GARANTIA-CAJA
           MOVE CAJA-REGISTRO TO TURNO-CAJA
           MOVE FECHA-HOY TO TURNO-FECHA
           PERFORM BUSCAR-TURNO-ABIERTO
           IF TURNO-HALLADO = 'S'
               MOVE TURNO-ACTUAL TO GARANTIA-TURNO
           ELSE
               MOVE 0 TO GARANTIA-TURNO
           END-IF
           PERFORM GRABAR-GARANTIA.

       PEDIR-NUMERO-ALQUILER.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de alquiler:"
               ACCEPT NUMERO-TXT
               IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
                   DISPLAY "Número inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (NUMERO-TXT)
                       TO NUMERO-ALQUILER
                   IF NUMERO-ALQUILER = 0
                       DISPLAY "Número inválido. Intente de nuevo."
                   ELSE
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM
           MOVE NUMERO-ALQUILER TO ALQUILER-BUSCADO.

      *>----------------------------------------------------
      *> 2. DEVOLUCIÓN: SE DEVUELVE EL DEPÓSITO COMPLETO EN LA
      *> MISMA FORMA EN QUE SE DEJÓ Y EL ATRASO, SI LO HAY,
      *> QUEDA COMO RECARGO POR COBRAR EN VENTA-DIARIA.
      *>----------------------------------------------------
       RECIBIR-EQUIPO.
           PERFORM PEDIR-NUMERO-ALQUILER
           PERFORM BUSCAR-ALQUILER
           IF ALQUILER-HALLADO = 'N' OR AL-ESTADO NOT = 'A'
               DISPLAY "No hay equipo fuera con ese número de "
                       "alquiler."
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTENER-HORA-HOY
           MOVE FECHA-HOY TO ATRASO-FECHA
           MOVE HORA-HOY TO ATRASO-HORA
           PERFORM CALCULAR-ATRASO-ALQUILER
           DISPLAY AL-PRODUCTO " x" AL-UNIDADES " | "
                   FUNCTION TRIM(AL-NOMBRE)
           DISPLAY "Vencía el " AL-FECHA-VENCE " a las "
                   AL-HORA-VENCE
           IF ATRASO-RECARGO > 0
               PERFORM MOSTRAR-ATRASO
           ELSE
               DISPLAY "Devuelto a tiempo; sin recargo."
           END-IF
           DISPLAY "¿Confirma la devolución? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "Devolución abortada."
               EXIT PARAGRAPH
           END-IF
           IF AL-DEPOSITO > 0
               PERFORM OBTENER-CAJA
               MOVE AL-FORMA-DEPOSITO TO FORMA-DEPOSITO
               MOVE AL-NUMERO TO GARANTIA-NUMERO
               COMPUTE GARANTIA-MONTO = AL-DEPOSITO * -1
               PERFORM REGISTRAR-GARANTIA
               MOVE AL-DEPOSITO TO F-MONTO
               DISPLAY "Devuelva $" F-MONTO " del depósito en "
                       FUNCTION TRIM(AL-FORMA-DEPOSITO) "."
           END-IF
           MOVE FECHA-HOY TO AL-FECHA-DEVOL
           MOVE HORA-HOY TO AL-HORA-DEVOL
           MOVE ATRASO-RECARGO TO AL-RECARGO
           IF ATRASO-RECARGO > 0
               MOVE 'R' TO AL-ESTADO
           ELSE
               MOVE 'D' TO AL-ESTADO
           END-IF
           PERFORM REGRABAR-ALQUILER
           IF AL-ESTADO = 'R'
               DISPLAY "Alquiler " AL-NUMERO " devuelto; cobre el "
                       "recargo en caja (venta con el alquiler "
                       AL-NUMERO ")."
           ELSE
               DISPLAY "Alquiler " AL-NUMERO " devuelto."
           END-IF.

       MOSTRAR-ATRASO.
           MOVE ATRASO-MINUTOS TO F-MINUTOS
           MOVE ATRASO-PERIODOS TO F-PERIODOS
           MOVE ATRASO-RECARGO TO F-RECARGO
           MOVE AL-MODO TO MODO-CAPTURA
           PERFORM DESCRIBIR-MODO
           DISPLAY "Atraso: " F-MINUTOS " minuto(s) = " F-PERIODOS
                   " período(s) " FUNCTION TRIM(DESCRIPCION-MODO)
           DISPLAY "Recargo por atraso: $" F-RECARGO.

      *>----------------------------------------------------
      *> 3. CONSULTA. SI EL EQUIPO SIGUE FUERA SE MUESTRA EL
      *> RECARGO QUE LLEVA ACUMULADO A ESTA HORA.
      *>----------------------------------------------------
       CONSULTAR-ALQUILER.
           PERFORM PEDIR-NUMERO-ALQUILER
           PERFORM BUSCAR-ALQUILER
           IF ALQUILER-HALLADO = 'N'
               DISPLAY "No existe un alquiler con ese número."
               EXIT PARAGRAPH
           END-IF
           PERFORM DESCRIBIR-ESTADO
           MOVE AL-DEPOSITO TO F-MONTO
           MOVE AL-TARIFA TO F-TARIFA
           MOVE AL-MODO TO MODO-CAPTURA
           PERFORM DESCRIBIR-MODO
           DISPLAY "-------------------------------"
           DISPLAY "Alquiler " AL-NUMERO " del " AL-FECHA-SALIDA
                   " " AL-HORA-SALIDA " | " FUNCTION TRIM(AL-NOMBRE)
           EVALUATE TRUE
               WHEN AL-CLIENTE > 0
                   DISPLAY "Cliente " AL-CLIENTE
               WHEN AL-MIEMBRO > 0
                   DISPLAY "Socio " AL-MIEMBRO
               WHEN OTHER
                   DISPLAY "Visitante"
           END-EVALUATE
           DISPLAY AL-PRODUCTO " x" AL-UNIDADES
           DISPLAY "Vence el " AL-FECHA-VENCE " a las "
                   AL-HORA-VENCE " | Recargo $" F-TARIFA " "
                   FUNCTION TRIM(DESCRIPCION-MODO) " por unidad"
           IF AL-DEPOSITO > 0
               DISPLAY "Depósito: $" F-MONTO " en "
                       FUNCTION TRIM(AL-FORMA-DEPOSITO)
           END-IF
           DISPLAY "Estado: " DESCRIPCION-ESTADO
           EVALUATE AL-ESTADO
               WHEN 'A'
                   PERFORM OBTENER-HORA-HOY
                   MOVE FECHA-HOY TO ATRASO-FECHA
                   MOVE HORA-HOY TO ATRASO-HORA
                   PERFORM CALCULAR-ATRASO-ALQUILER
                   IF ATRASO-RECARGO > 0
                       PERFORM MOSTRAR-ATRASO
                   END-IF
               WHEN 'D'
               WHEN 'R'
                   MOVE AL-RECARGO TO F-RECARGO
                   DISPLAY "Devuelto el " AL-FECHA-DEVOL " a las "
                           AL-HORA-DEVOL " | Recargo $" F-RECARGO
               WHEN 'F'
                   MOVE AL-RECARGO TO F-RECARGO
                   DISPLAY "Recargo $" F-RECARGO " facturado el "
                           AL-FECHA-FACTURA " caja " AL-CAJA
                           " folio " AL-FOLIO
           END-EVALUATE
           DISPLAY "-------------------------------".

       DESCRIBIR-ESTADO.
           EVALUATE AL-ESTADO
               WHEN 'A'
                   MOVE "FUERA" TO DESCRIPCION-ESTADO
               WHEN 'D'
                   MOVE "DEVUELTO" TO DESCRIPCION-ESTADO
               WHEN 'R'
                   MOVE "DEVUELTO, RECARGO POR COBRAR"
                       TO DESCRIPCION-ESTADO
               WHEN 'F'
                   MOVE "DEVUELTO, RECARGO COBRADO"
                       TO DESCRIPCION-ESTADO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO DESCRIPCION-ESTADO
           END-EVALUATE.

       DESCRIBIR-MODO.
           IF MODO-CAPTURA = 'D'
               MOVE "POR DÍA" TO DESCRIPCION-MODO
           ELSE
               MOVE "POR HORA" TO DESCRIPCION-MODO
           END-IF.

      *>----------------------------------------------------
      *> 4. TARIFA DE UN PRODUCTO: MODO DE RECARGO, RECARGO POR
      *> UNIDAD Y PERÍODO, DEPÓSITO SUGERIDO POR UNIDAD Y
      *> PLAZO NORMAL EN HORAS.
      *>----------------------------------------------------
       FIJAR-TARIFA.
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURAR-CODIGO-PRODUCTO
           CLOSE ARCHIVO-PRODUCTOS
           IF CODIGO-PRODUCTO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-TARIFA-EN-TABLA
           IF TARIFA-EN-TABLA = 0
               IF TOTAL-TARIFAS >= MAX-TARIFAS
                   DISPLAY "La tabla de tarifas está llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-TARIFAS
               MOVE TOTAL-TARIFAS TO TARIFA-EN-TABLA
               MOVE CODIGO-PRODUCTO TO TT-CODIGO (TARIFA-EN-TABLA)
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Recargo por atraso (H=por hora, D=por día):"
               ACCEPT MODO-CAPTURA
               MOVE FUNCTION UPPER-CASE(MODO-CAPTURA)
                   TO MODO-CAPTURA
               IF MODO-CAPTURA = 'H' OR MODO-CAPTURA = 'D'
                   MOVE MODO-CAPTURA TO TT-MODO (TARIFA-EN-TABLA)
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Modo inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           DISPLAY "Recargo por unidad y período de atraso:"
           PERFORM PEDIR-MONTO
           MOVE MONTO-DEPOSITO TO TT-RECARGO (TARIFA-EN-TABLA)
           DISPLAY "Depósito sugerido por unidad:"
           PERFORM PEDIR-MONTO
           MOVE MONTO-DEPOSITO TO TT-DEPOSITO (TARIFA-EN-TABLA)
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Plazo normal del alquiler, en horas:"
               ACCEPT UNIDADES-TXT
               IF FUNCTION TRIM(UNIDADES-TXT) IS NUMERIC
                   AND FUNCTION NUMVAL (UNIDADES-TXT) > 0
                   MOVE FUNCTION NUMVAL (UNIDADES-TXT)
                       TO TT-PLAZO-HORAS (TARIFA-EN-TABLA)
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Plazo inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           MOVE 'S' TO TARIFAS-CAMBIADAS
           DISPLAY "Tarifa de alquiler fijada para " PRODUCTO ".".

       PEDIR-MONTO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT MONTO-TXT
               IF FUNCTION TEST-NUMVAL(MONTO-TXT) NOT = 0
                   DISPLAY "Monto inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (MONTO-TXT)
                       TO MONTO-DEPOSITO
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM.

       LISTAR-TARIFAS.
           PERFORM VARYING IDX-TARIFA FROM 1 BY 1
                   UNTIL IDX-TARIFA > TOTAL-TARIFAS
               MOVE TT-MODO (IDX-TARIFA) TO MODO-CAPTURA
               PERFORM DESCRIBIR-MODO
               MOVE TT-RECARGO (IDX-TARIFA) TO F-TARIFA
               MOVE TT-DEPOSITO (IDX-TARIFA) TO F-MONTO
               DISPLAY "Producto " TT-CODIGO (IDX-TARIFA)
                       " | Recargo $" F-TARIFA " "
                       DESCRIPCION-MODO " | Depósito $" F-MONTO
                       " | Plazo " TT-PLAZO-HORAS (IDX-TARIFA) " h"
           END-PERFORM
           DISPLAY TOTAL-TARIFAS " producto(s) en alquiler.".

       REESCRIBIR-TARIFAS.
           OPEN OUTPUT ARCHIVO-TARIFAS-TMP
           PERFORM VARYING IDX-TARIFA FROM 1 BY 1
                   UNTIL IDX-TARIFA > TOTAL-TARIFAS
               MOVE TARIFA-ENTRADA (IDX-TARIFA) TO TARIFA-TMP-REG
               WRITE TARIFA-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-TARIFAS-TMP
           CALL "CBL_RENAME_FILE" USING "ALQUILER-TARIFAS.TMP"
                                         "ALQUILER-TARIFAS.DAT"
               RETURNING RESULT-CODE.

       COPY ALQUILERES-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY TURNOS-RUTINAS.
       COPY RESERVAS-RUTINAS.
