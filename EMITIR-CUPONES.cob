       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITIR-CUPONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CUPONES-SELECT.
       COPY CUPONES-LOTES-SELECT.
           SELECT ARCHIVO-EXTRACTO
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.
           SELECT ARCHIVO-LISTA
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTA.
       COPY PRODUCTOS-SELECT.
       COPY OPERADORES-SELECT.
       COPY PARAMETROS-SELECT.
       COPY AUTORIZA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CUPONES-FD.
       COPY CUPONES-LOTES-FD.

      *>----------------------------------------------------
      *> EXTRACTO DE REPORTE-RFM (RFM-EXTRACTO-AAAAMMDD.DAT)
      *>----------------------------------------------------
       FD  ARCHIVO-EXTRACTO.
       01  EXTRACTO-REG.
           05 EX-CLIENTE           PIC 9(4).
           05 EX-NOMBRE            PIC X(30).
           05 EX-DIAS-ULTIMA       PIC 9(5).
           05 EX-FOLIOS            PIC 9(5).
           05 EX-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 EX-SEGMENTO          PIC X(10).

       FD  ARCHIVO-LISTA.
       01  LINEA-LISTA            PIC X(100).

       COPY PRODUCTOS-FD.
       COPY OPERADORES-FD.
       COPY PARAMETROS-FD.
       COPY AUTORIZA-FD.

       WORKING-STORAGE SECTION.
       COPY CUPONES-WS.
       COPY PRODUCTOS-WS.
       COPY OPERADORES-WS.
       COPY PARAMETROS-WS.
       COPY AUTORIZA-WS.

       *>----------------------------------------------------
       *> EMISIÓN DE LOTES DE CUPONES DE UN SOLO USO. CADA
       *> LOTE LLEVA UN VALOR FIJO O UN %, UNA COMPRA MÍNIMA,
       *> UN VENCIMIENTO Y, SI SE QUIERE, UN PRODUCTO O
       *> FAMILIA. LOS CUPONES SE EMITEN AL PORTADOR (SE PIDE
       *> LA CANTIDAD) O UNO POR CLIENTE DE UN SEGMENTO DEL
       *> EXTRACTO DE REPORTE-RFM. LA LISTA PARA IMPRIMIR O
       *> ENTREGAR QUEDA EN CUPONES-LOTE-NNNN.TXT. UN % MAYOR
       *> AL TOPE SIN SUPERVISOR (DESCUENTO-MAXIMO) EXIGE
       *> AUTORIZACIÓN, IGUAL QUE EN LA CAJA.
       *>----------------------------------------------------
       01 FS-LOTES-CUPON         PIC XX.
       01 FS-EXTRACTO            PIC XX.
       01 FS-LISTA               PIC XX.
       01 NOMBRE-ARCHIVO-EXTRACTO PIC X(30).
       01 NOMBRE-ARCHIVO-LISTA   PIC X(30).
       01 LINEA-SALIDA           PIC X(100).
       01 OPCION                 PIC X VALUE 'S'.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 FECHA-HOY              PIC 9(8).
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.
       01 LIMITE-DESCUENTO       PIC 9(3)V99 VALUE 20.
       01 SEMILLA                PIC 9(8).

       *>----------------------------------------------------
       *> CAPTURA DEL LOTE
       *>----------------------------------------------------
       01 CODIGO-TXT             PIC X(8).
       01 FECHA-TXT              PIC X(8).
       01 NUMERO-TXT             PIC X(12).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 MAYOR-LOTE             PIC 9(4) VALUE 0.
       01 CANTIDAD-PEDIDA        PIC 9(5) VALUE 0.
       01 MAXIMO-CUPONES         PIC 9(5) VALUE 9999.
       01 FECHA-EXTRACTO         PIC 9(8).
       01 NUEVO-LOTE.
           05 NL-DESCRIPCION     PIC X(30).
           05 NL-TIPO            PIC X.
           05 NL-VALOR           PIC 9(7)V99.
           05 NL-PORCENTAJE      PIC 9(3)V99.
           05 NL-MINIMO          PIC 9(7)V99.
           05 NL-VENCE           PIC 9(8).
           05 NL-ALCANCE         PIC X.
           05 NL-PRODUCTO        PIC 9(6).
           05 NL-FAMILIA         PIC X(12).
           05 NL-SEGMENTO        PIC X(10).

       *>----------------------------------------------------
       *> CÓDIGO DEL CUPÓN: LOTE + 6 DÍGITOS AL AZAR. SI YA
       *> EXISTE (INVALID KEY) SE SORTEA OTRO.
       *>----------------------------------------------------
       01 CODIGO-NUEVO.
           05 CN-LOTE            PIC 9(4).
           05 CN-AZAR            PIC 9(6).
       01 CUPON-GRABADO          PIC X VALUE 'N'.
       01 CLIENTE-CUPON          PIC 9(4) VALUE 0.
       01 CUPONES-EMITIDOS       PIC 9(5) VALUE 0.
       01 TEXTO-CONDICION        PIC X(40).
       01 TEXTO-ALCANCE          PIC X(24).
       01 F-VALOR                PIC Z(6)9.99.
       01 F-PORCENTAJE           PIC ZZ9.99.
       01 F-MINIMO               PIC Z(6)9.99.
       01 F-CANTIDAD             PIC ZZZZ9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  EMISIÓN DE CUPONES"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT SEMILLA FROM TIME
           COMPUTE SEMILLA = FUNCTION RANDOM(SEMILLA) * 99999999
           PERFORM CARGAR-PARAMETROS
           MOVE "DESCUENTO-MAXIMO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO LIMITE-DESCUENTO
           END-IF
           PERFORM INICIAR-SESION-OPERADOR

           OPEN I-O ARCHIVO-CUPONES
           IF FS-CUPONES = "35"
               OPEN OUTPUT ARCHIVO-CUPONES
               CLOSE ARCHIVO-CUPONES
               OPEN I-O ARCHIVO-CUPONES
           END-IF
           IF FS-CUPONES NOT = "00"
               DISPLAY "No se pudo abrir CUPONES.IDX ("
                       FS-CUPONES ")"
               STOP RUN
           END-IF

           PERFORM UNTIL OPCION = 'N'
               PERFORM EMITIR-LOTE
               DISPLAY "¿Emitir otro lote? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           CLOSE ARCHIVO-CUPONES
           DISPLAY "Emisión de cupones finalizada."
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

      *>----------------------------------------------------
      *> UN LOTE: CONDICIONES, DESTINATARIOS Y EMISIÓN. EL
      *> LOTE TOMA EL SIGUIENTE NÚMERO LIBRE (MÁXIMO DE
      *> CUPONES-LOTES.DAT + 1).
      *>----------------------------------------------------
       EMITIR-LOTE.
           DISPLAY "Descripción del lote:"
           ACCEPT NL-DESCRIPCION
           IF NL-DESCRIPCION = SPACES
               DISPLAY "Lote no emitido."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-BENEFICIO
           IF ENTRADA-VALIDA = 'N'
               DISPLAY "Lote no emitido."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-CONDICIONES
           IF ENTRADA-VALIDA = 'N'
               DISPLAY "Lote no emitido."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-ALCANCE
           IF ENTRADA-VALIDA = 'N'
               DISPLAY "Lote no emitido."
               EXIT PARAGRAPH
           END-IF

           IF NL-TIPO = 'P' AND NL-PORCENTAJE > LIMITE-DESCUENTO
               MOVE NL-PORCENTAJE TO F-PORCENTAJE
               DISPLAY "El descuento (" F-PORCENTAJE "%) supera el "
                       "tope sin supervisor."
               MOVE "CUPONES" TO AUT-ACCION
               MOVE 0 TO AUT-DOCUMENTO
               MOVE 0 TO AUT-CAJA
               PERFORM PEDIR-AUTORIZACION
               IF AUTORIZACION-OK = 'N'
                   DISPLAY "Lote no emitido."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PEDIR-DESTINATARIOS
           IF ENTRADA-VALIDA = 'N'
               DISPLAY "Lote no emitido."
               EXIT PARAGRAPH
           END-IF

           PERFORM BUSCAR-MAYOR-LOTE
           ADD 1 TO MAYOR-LOTE
           MOVE 0 TO CUPONES-EMITIDOS
           PERFORM ARMAR-CONDICION
           PERFORM ABRIR-LISTA

           IF NL-SEGMENTO = SPACES
               MOVE 0 TO CLIENTE-CUPON
               PERFORM CANTIDAD-PEDIDA TIMES
                   PERFORM GRABAR-CUPON
               END-PERFORM
           ELSE
               PERFORM EMITIR-PARA-SEGMENTO
           END-IF

           MOVE "===============================" TO LINEA-LISTA
           WRITE LINEA-LISTA
           CLOSE ARCHIVO-LISTA

           OPEN EXTEND ARCHIVO-LOTES-CUPON
           IF FS-LOTES-CUPON = "35"
               OPEN OUTPUT ARCHIVO-LOTES-CUPON
           END-IF
           MOVE MAYOR-LOTE TO LC-LOTE
           MOVE NL-DESCRIPCION TO LC-DESCRIPCION
           MOVE FECHA-HOY TO LC-FECHA
           MOVE CUPONES-EMITIDOS TO LC-CANTIDAD
           MOVE NL-SEGMENTO TO LC-SEGMENTO
           MOVE CODIGO-OPERADOR TO LC-OPERADOR
           WRITE LOTE-CUPON-REG
           CLOSE ARCHIVO-LOTES-CUPON

           MOVE CUPONES-EMITIDOS TO F-CANTIDAD
           DISPLAY "Lote " MAYOR-LOTE ": " F-CANTIDAD
                   " cupones emitidos, vencen el " NL-VENCE "."
           DISPLAY "Lista para imprimir: " NOMBRE-ARCHIVO-LISTA.

       PEDIR-BENEFICIO.
           MOVE 'N' TO ENTRADA-VALIDA
           MOVE 0 TO NL-VALOR
           MOVE 0 TO NL-PORCENTAJE
           DISPLAY "Tipo: V = valor fijo, P = % de descuento:"
           ACCEPT NL-TIPO
           MOVE FUNCTION UPPER-CASE(NL-TIPO) TO NL-TIPO
           EVALUATE NL-TIPO
               WHEN 'V'
                   DISPLAY "Valor del cupón, IVA incluido "
                           "(ej: 10000.00):"
                   ACCEPT NUMERO-TXT
                   IF FUNCTION TEST-NUMVAL(NUMERO-TXT) NOT = 0
                       DISPLAY "Valor inválido."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NL-VALOR
                   IF NL-VALOR = 0
                       DISPLAY "Valor inválido."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'S' TO ENTRADA-VALIDA
               WHEN 'P'
                   DISPLAY "% de descuento (ej: 15):"
                   ACCEPT NUMERO-TXT
                   IF FUNCTION TEST-NUMVAL(NUMERO-TXT) NOT = 0
                       DISPLAY "Porcentaje inválido."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NL-PORCENTAJE
                   IF NL-PORCENTAJE = 0 OR NL-PORCENTAJE > 100
                       DISPLAY "Porcentaje inválido."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'S' TO ENTRADA-VALIDA
               WHEN OTHER
                   DISPLAY "Tipo inválido."
           END-EVALUATE.

       PEDIR-CONDICIONES.
           MOVE 'N' TO ENTRADA-VALIDA
           DISPLAY "Compra mínima del ticket (ENTER = sin mínimo):"
           ACCEPT NUMERO-TXT
           IF NUMERO-TXT = SPACES
               MOVE 0 TO NL-MINIMO
           ELSE
               IF FUNCTION TEST-NUMVAL(NUMERO-TXT) NOT = 0
                   DISPLAY "Monto inválido."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NL-MINIMO
           END-IF
           IF NL-TIPO = 'V' AND NL-MINIMO > 0
               AND NL-MINIMO < NL-VALOR
               DISPLAY "La compra mínima no puede ser menor que el "
                       "valor del cupón."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Vence el (AAAAMMDD):"
           ACCEPT FECHA-TXT
           IF FUNCTION TRIM(FECHA-TXT) IS NOT NUMERIC
               DISPLAY "Fecha inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (FECHA-TXT) TO NL-VENCE
           IF NL-VENCE < FECHA-HOY
               DISPLAY "El vencimiento no puede ser anterior a hoy."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO ENTRADA-VALIDA.

       PEDIR-ALCANCE.
           MOVE 'N' TO ENTRADA-VALIDA
           MOVE 0 TO NL-PRODUCTO
           MOVE SPACES TO NL-FAMILIA
           DISPLAY "Alcance: T = todo el ticket, P = un producto, "
                   "F = una familia:"
           ACCEPT NL-ALCANCE
           MOVE FUNCTION UPPER-CASE(NL-ALCANCE) TO NL-ALCANCE
           EVALUATE NL-ALCANCE
               WHEN 'T'
                   MOVE 'S' TO ENTRADA-VALIDA
               WHEN 'P'
                   DISPLAY "Código de producto:"
                   ACCEPT CODIGO-TXT
                   IF FUNCTION TRIM(CODIGO-TXT) IS NOT NUMERIC
                       DISPLAY "Código inválido."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL (CODIGO-TXT) TO NL-PRODUCTO
                   OPEN INPUT ARCHIVO-PRODUCTOS
                   IF FS-PRODUCTOS NOT = "00"
                       DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                               FS-PRODUCTOS ")."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE NL-PRODUCTO TO PR-CODIGO
                   PERFORM BUSCAR-PRODUCTO
                   CLOSE ARCHIVO-PRODUCTOS
                   IF PRODUCTO-ENCONTRADO = 'N'
                       DISPLAY "No existe un producto con ese código."
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Producto: " PR-DESCRIPCION
                   MOVE 'S' TO ENTRADA-VALIDA
               WHEN 'F'
                   DISPLAY "Familia (como en PR-FAMILIA, ej: FUTBOL):"
                   ACCEPT NL-FAMILIA
                   MOVE FUNCTION UPPER-CASE(NL-FAMILIA) TO NL-FAMILIA
                   IF NL-FAMILIA = SPACES
                       DISPLAY "La familia no puede quedar en blanco."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'S' TO ENTRADA-VALIDA
               WHEN OTHER
                   DISPLAY "Alcance inválido."
           END-EVALUATE.

      *>----------------------------------------------------
      *> DESTINATARIOS: AL PORTADOR (SE PIDE LA CANTIDAD) O
      *> UN SEGMENTO DEL EXTRACTO RFM (UN CUPÓN POR CLIENTE).
      *>----------------------------------------------------
       PEDIR-DESTINATARIOS.
           MOVE 'N' TO ENTRADA-VALIDA
           MOVE SPACES TO NL-SEGMENTO
           MOVE 0 TO CANTIDAD-PEDIDA
           DISPLAY "¿Entregar a un segmento de REPORTE-RFM? (S/N):"
           ACCEPT OPCION
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           IF OPCION NOT = 'S'
               MOVE 'S' TO OPCION
               DISPLAY "Cantidad de cupones (máximo "
                       MAXIMO-CUPONES "):"
               ACCEPT NUMERO-TXT
               IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
                   DISPLAY "Cantidad inválida."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL (NUMERO-TXT) TO CANTIDAD-PEDIDA
               IF CANTIDAD-PEDIDA = 0
                   OR CANTIDAD-PEDIDA > MAXIMO-CUPONES
                   DISPLAY "Cantidad inválida."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO ENTRADA-VALIDA
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fecha del extracto RFM (AAAAMMDD, en blanco = "
                   "hoy):"
           ACCEPT FECHA-TXT
           IF FECHA-TXT = SPACES
               MOVE FECHA-HOY TO FECHA-EXTRACTO
           ELSE
               MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-EXTRACTO
           END-IF
           MOVE SPACES TO NOMBRE-ARCHIVO-EXTRACTO
           STRING "RFM-EXTRACTO-" DELIMITED BY SIZE
                  FECHA-EXTRACTO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-EXTRACTO
           OPEN INPUT ARCHIVO-EXTRACTO
           IF FS-EXTRACTO NOT = "00"
               DISPLAY "No se encontró " NOMBRE-ARCHIVO-EXTRACTO
                       "; corra antes REPORTE-RFM."
               EXIT PARAGRAPH
           END-IF
           CLOSE ARCHIVO-EXTRACTO
           DISPLAY "Segmento (TOP, LEAL, EN RIESGO, PERDIDO, "
                   "OCASIONAL):"
           ACCEPT NL-SEGMENTO
           MOVE FUNCTION UPPER-CASE(NL-SEGMENTO) TO NL-SEGMENTO
           EVALUATE NL-SEGMENTO
               WHEN "TOP"
               WHEN "LEAL"
               WHEN "EN RIESGO"
               WHEN "PERDIDO"
               WHEN "OCASIONAL"
                   MOVE 'S' TO ENTRADA-VALIDA
               WHEN OTHER
                   DISPLAY "Segmento inválido."
           END-EVALUATE.

       EMITIR-PARA-SEGMENTO.
           OPEN INPUT ARCHIVO-EXTRACTO
           IF FS-EXTRACTO NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-EXTRACTO
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF EX-SEGMENTO = NL-SEGMENTO
                           AND CUPONES-EMITIDOS < MAXIMO-CUPONES
                           MOVE EX-CLIENTE TO CLIENTE-CUPON
                           PERFORM GRABAR-CUPON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EXTRACTO
           IF CUPONES-EMITIDOS = 0
               DISPLAY "No hay clientes del segmento " NL-SEGMENTO
                       " en el extracto."
           END-IF.

       GRABAR-CUPON.
           MOVE MAYOR-LOTE TO CN-LOTE
           MOVE 'N' TO CUPON-GRABADO
           PERFORM UNTIL CUPON-GRABADO = 'S'
               COMPUTE CN-AZAR = FUNCTION RANDOM * 999999
               MOVE CODIGO-NUEVO TO CU-CODIGO
               MOVE MAYOR-LOTE TO CU-LOTE
               MOVE NL-TIPO TO CU-TIPO
               MOVE NL-VALOR TO CU-VALOR
               MOVE NL-PORCENTAJE TO CU-PORCENTAJE
               MOVE NL-MINIMO TO CU-MINIMO
               MOVE NL-VENCE TO CU-VENCE
               MOVE NL-ALCANCE TO CU-ALCANCE
               MOVE NL-PRODUCTO TO CU-PRODUCTO
               MOVE NL-FAMILIA TO CU-FAMILIA
               MOVE CLIENTE-CUPON TO CU-CLIENTE
               MOVE 'D' TO CU-ESTADO
               MOVE FECHA-HOY TO CU-FECHA-EMISION
               MOVE 0 TO CU-FECHA-USO
               MOVE 0 TO CU-CAJA-USO
               MOVE 0 TO CU-FOLIO-USO
               MOVE 0 TO CU-MONTO-USO
               WRITE CUPON-REG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO CUPON-GRABADO
               END-WRITE
           END-PERFORM
           ADD 1 TO CUPONES-EMITIDOS
           MOVE SPACES TO LINEA-LISTA
           IF CU-CLIENTE = 0
               STRING CU-CODIGO DELIMITED BY SIZE
                      "  Al portador  " DELIMITED BY SIZE
                      TEXTO-CONDICION DELIMITED BY SIZE
                      INTO LINEA-LISTA
           ELSE
               STRING CU-CODIGO DELIMITED BY SIZE
                      "  Cliente " DELIMITED BY SIZE
                      CU-CLIENTE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EX-NOMBRE DELIMITED BY SIZE
                      INTO LINEA-LISTA
           END-IF
           WRITE LINEA-LISTA.

      *>----------------------------------------------------
      *> ENCABEZADO DE LA LISTA DEL LOTE CON LAS CONDICIONES
      *>----------------------------------------------------
       ARMAR-CONDICION.
           MOVE SPACES TO TEXTO-CONDICION
           MOVE NL-MINIMO TO F-MINIMO
           IF NL-TIPO = 'V'
               MOVE NL-VALOR TO F-VALOR
               STRING "$" DELIMITED BY SIZE
                      F-VALOR DELIMITED BY SIZE
                      " de descuento" DELIMITED BY SIZE
                      INTO TEXTO-CONDICION
           ELSE
               MOVE NL-PORCENTAJE TO F-PORCENTAJE
               STRING F-PORCENTAJE DELIMITED BY SIZE
                      "% de descuento" DELIMITED BY SIZE
                      INTO TEXTO-CONDICION
           END-IF
           MOVE SPACES TO TEXTO-ALCANCE
           EVALUATE NL-ALCANCE
               WHEN 'P'
                   STRING "en el producto " DELIMITED BY SIZE
                          NL-PRODUCTO DELIMITED BY SIZE
                          INTO TEXTO-ALCANCE
               WHEN 'F'
                   STRING "en la familia " DELIMITED BY SIZE
                          NL-FAMILIA DELIMITED BY SIZE
                          INTO TEXTO-ALCANCE
               WHEN OTHER
                   MOVE "en todo el ticket" TO TEXTO-ALCANCE
           END-EVALUATE.

       ABRIR-LISTA.
           MOVE SPACES TO NOMBRE-ARCHIVO-LISTA
           STRING "CUPONES-LOTE-" DELIMITED BY SIZE
                  MAYOR-LOTE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-LISTA
           OPEN OUTPUT ARCHIVO-LISTA
           MOVE "===============================" TO LINEA-LISTA
           WRITE LINEA-LISTA
           MOVE SPACES TO LINEA-LISTA
           STRING "  CUPONES LOTE " DELIMITED BY SIZE
                  MAYOR-LOTE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  NL-DESCRIPCION DELIMITED BY SIZE
                  INTO LINEA-LISTA
           WRITE LINEA-LISTA
           MOVE SPACES TO LINEA-LISTA
           STRING "  " DELIMITED BY SIZE
                  TEXTO-CONDICION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEXTO-ALCANCE DELIMITED BY SIZE
                  INTO LINEA-LISTA
           WRITE LINEA-LISTA
           MOVE SPACES TO LINEA-LISTA
           STRING "  Compra mínima $" DELIMITED BY SIZE
                  F-MINIMO DELIMITED BY SIZE
                  " | Vence " DELIMITED BY SIZE
                  NL-VENCE DELIMITED BY SIZE
                  " | Un solo uso" DELIMITED BY SIZE
                  INTO LINEA-LISTA
           WRITE LINEA-LISTA
           IF NL-SEGMENTO NOT = SPACES
               MOVE SPACES TO LINEA-LISTA
               STRING "  Segmento RFM: " DELIMITED BY SIZE
                      NL-SEGMENTO DELIMITED BY SIZE
                      " (extracto " DELIMITED BY SIZE
                      FECHA-EXTRACTO DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO LINEA-LISTA
               WRITE LINEA-LISTA
           END-IF
           MOVE "===============================" TO LINEA-LISTA
           WRITE LINEA-LISTA.

       BUSCAR-MAYOR-LOTE.
           MOVE 0 TO MAYOR-LOTE
           OPEN INPUT ARCHIVO-LOTES-CUPON
           IF FS-LOTES-CUPON NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-LOTES-CUPON
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF LC-LOTE > MAYOR-LOTE
                           MOVE LC-LOTE TO MAYOR-LOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LOTES-CUPON.

       COPY PRODUCTOS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY AUTORIZA-RUTINAS.
