       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CAMPANIAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CAMPANIAS-SELECT.
           SELECT ARCHIVO-CAMPANIAS-TMP ASSIGN TO "CAMPANIAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMPANIAS-TMP.
       COPY PRODUCTOS-SELECT.
       COPY OPERADORES-SELECT.
       COPY PARAMETROS-SELECT.
       COPY AUTORIZA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CAMPANIAS-FD.

       FD  ARCHIVO-CAMPANIAS-TMP.
       01  CAMPANIA-TMP-REG       PIC X(94).

       COPY PRODUCTOS-FD.
       COPY OPERADORES-FD.
       COPY PARAMETROS-FD.
       COPY AUTORIZA-FD.

       WORKING-STORAGE SECTION.
       COPY CAMPANIAS-WS.
       COPY PRODUCTOS-WS.
       COPY OPERADORES-WS.
       COPY PARAMETROS-WS.
       COPY AUTORIZA-WS.

       *>----------------------------------------------------
       *> MANTENIMIENTO DE CAMPAÑAS DE PROMOCIÓN: ALTA CON
       *> FECHAS, TIPO DE REGLA Y PRODUCTO O FAMILIA; LISTADO;
       *> Y CANCELACIÓN (LA CAMPAÑA QUEDA CON ESTADO 'X' Y
       *> DEJA DE APLICARSE, PERO SE CONSERVA PARA EL
       *> REPORTE). VENTA-DIARIA APLICA SOLA LA CAMPAÑA
       *> VIGENTE A CADA LÍNEA. UN DESCUENTO MAYOR AL TOPE SIN
       *> SUPERVISOR (DESCUENTO-MAXIMO) EXIGE AUTORIZACIÓN,
       *> IGUAL QUE EN LA CAJA.
       *>----------------------------------------------------
       01 FS-CAMPANIAS-TMP       PIC XX.
       01 RESULT-CODE-CAMPANIAS  PIC 9(2).
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 FECHA-HOY              PIC 9(8).
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.
       01 LIMITE-DESCUENTO       PIC 9(3)V99 VALUE 20.

       *>----------------------------------------------------
       *> CAPTURA
       *>----------------------------------------------------
       01 CODIGO-TXT             PIC X(8).
       01 FECHA-TXT              PIC X(8).
       01 NUMERO-TXT             PIC X(8).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 MAYOR-CODIGO           PIC 9(4) VALUE 0.
       01 CODIGO-CANCELAR        PIC 9(4) VALUE 0.
       01 CAMPANIA-CANCELADA     PIC X VALUE 'N'.
       01 CAMPANIAS-LISTADAS     PIC 9(4) VALUE 0.
       01 NUEVA-CAMPANIA.
           05 NC-DESCRIPCION     PIC X(30).
           05 NC-FECHA-INICIO    PIC 9(8).
           05 NC-FECHA-FIN       PIC 9(8).
           05 NC-TIPO            PIC X.
           05 NC-ALCANCE         PIC X.
           05 NC-PRODUCTO        PIC 9(6).
           05 NC-FAMILIA         PIC X(12).
           05 NC-CANTIDAD        PIC 9(3).
           05 NC-GRATIS          PIC 9(3).
           05 NC-PORCENTAJE      PIC 9(3)V99.
       01 TEXTO-REGLA            PIC X(30).
       01 TEXTO-ALCANCE          PIC X(20).
       01 TEXTO-ESTADO           PIC X(10).
       01 F-PORCENTAJE           PIC ZZ9.99.
       01 F-CANTIDAD             PIC ZZ9.
       01 F-GRATIS               PIC ZZ9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CAMPAÑAS DE PROMOCIÓN"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-PARAMETROS
           MOVE "DESCUENTO-MAXIMO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO LIMITE-DESCUENTO
           END-IF
           PERFORM INICIAR-SESION-OPERADOR

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Crear campaña"
               DISPLAY "2. Listar campañas"
               DISPLAY "3. Cancelar campaña"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM CREAR-CAMPANIA
                   WHEN 2
                       PERFORM LISTAR-CAMPANIAS
                   WHEN 3
                       PERFORM CANCELAR-CAMPANIA
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           DISPLAY "Mantenimiento de campañas finalizado."
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
      *> ALTA: LA CAMPAÑA TOMA EL SIGUIENTE CÓDIGO LIBRE
      *> (MÁXIMO DEL ARCHIVO + 1) Y SE AGREGA AL FINAL.
      *>----------------------------------------------------
       CREAR-CAMPANIA.
           DISPLAY "Descripción de la campaña:"
           ACCEPT NC-DESCRIPCION
           IF NC-DESCRIPCION = SPACES
               DISPLAY "Campaña no creada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fecha de inicio (AAAAMMDD, en blanco = hoy):"
           ACCEPT FECHA-TXT
           IF FECHA-TXT = SPACES
               MOVE FECHA-HOY TO NC-FECHA-INICIO
           ELSE
               MOVE FUNCTION NUMVAL (FECHA-TXT) TO NC-FECHA-INICIO
           END-IF
           DISPLAY "Fecha de fin (AAAAMMDD):"
           ACCEPT FECHA-TXT
           MOVE FUNCTION NUMVAL (FECHA-TXT) TO NC-FECHA-FIN
           IF NC-FECHA-FIN < NC-FECHA-INICIO
               OR NC-FECHA-FIN < FECHA-HOY
               DISPLAY "El fin no puede ser anterior al inicio ni a "
                       "hoy. Campaña no creada."
               EXIT PARAGRAPH
           END-IF

           PERFORM PEDIR-ALCANCE
           IF ENTRADA-VALIDA = 'N'
               DISPLAY "Campaña no creada."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-REGLA
           IF ENTRADA-VALIDA = 'N'
               DISPLAY "Campaña no creada."
               EXIT PARAGRAPH
           END-IF

           IF NC-PORCENTAJE > LIMITE-DESCUENTO
               MOVE NC-PORCENTAJE TO F-PORCENTAJE
               DISPLAY "El descuento (" F-PORCENTAJE "%) supera el "
                       "tope sin supervisor."
               MOVE "CAMPANIA" TO AUT-ACCION
               MOVE 0 TO AUT-DOCUMENTO
               MOVE 0 TO AUT-CAJA
               PERFORM PEDIR-AUTORIZACION
               IF AUTORIZACION-OK = 'N'
                   DISPLAY "Campaña no creada."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM BUSCAR-MAYOR-CODIGO
           OPEN EXTEND ARCHIVO-CAMPANIAS
           IF FS-CAMPANIAS = "35"
               OPEN OUTPUT ARCHIVO-CAMPANIAS
           END-IF
           ADD 1 TO MAYOR-CODIGO
           MOVE MAYOR-CODIGO TO CA-CODIGO
           MOVE NC-DESCRIPCION TO CA-DESCRIPCION
           MOVE NC-FECHA-INICIO TO CA-FECHA-INICIO
           MOVE NC-FECHA-FIN TO CA-FECHA-FIN
           MOVE NC-TIPO TO CA-TIPO
           MOVE NC-ALCANCE TO CA-ALCANCE
           MOVE NC-PRODUCTO TO CA-PRODUCTO
           MOVE NC-FAMILIA TO CA-FAMILIA
           MOVE NC-CANTIDAD TO CA-CANTIDAD
           MOVE NC-GRATIS TO CA-GRATIS
           MOVE NC-PORCENTAJE TO CA-PORCENTAJE
           MOVE 'A' TO CA-ESTADO
           MOVE FECHA-HOY TO CA-FECHA-CARGA
           MOVE CODIGO-OPERADOR TO CA-OPERADOR
           WRITE CAMPANIA-REG
           CLOSE ARCHIVO-CAMPANIAS
           DISPLAY "Campaña " MAYOR-CODIGO " creada, vigente del "
                   NC-FECHA-INICIO " al " NC-FECHA-FIN ".".

       PEDIR-ALCANCE.
           MOVE 'N' TO ENTRADA-VALIDA
           MOVE 0 TO NC-PRODUCTO
           MOVE SPACES TO NC-FAMILIA
           DISPLAY "Alcance: P = un producto, F = una familia:"
           ACCEPT NC-ALCANCE
           MOVE FUNCTION UPPER-CASE(NC-ALCANCE) TO NC-ALCANCE
           EVALUATE NC-ALCANCE
               WHEN 'P'
                   DISPLAY "Código de producto:"
                   ACCEPT CODIGO-TXT
                   IF FUNCTION TRIM(CODIGO-TXT) IS NOT NUMERIC
                       DISPLAY "Código inválido."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL (CODIGO-TXT) TO NC-PRODUCTO
                   OPEN INPUT ARCHIVO-PRODUCTOS
                   IF FS-PRODUCTOS NOT = "00"
                       DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                               FS-PRODUCTOS ")."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE NC-PRODUCTO TO PR-CODIGO
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
                   ACCEPT NC-FAMILIA
                   MOVE FUNCTION UPPER-CASE(NC-FAMILIA) TO NC-FAMILIA
                   IF NC-FAMILIA = SPACES
                       DISPLAY "La familia no puede quedar en blanco."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'S' TO ENTRADA-VALIDA
               WHEN OTHER
                   DISPLAY "Alcance inválido."
           END-EVALUATE.

       PEDIR-REGLA.
           MOVE 'N' TO ENTRADA-VALIDA
           MOVE 0 TO NC-CANTIDAD
           MOVE 0 TO NC-GRATIS
           MOVE 0 TO NC-PORCENTAJE
           DISPLAY "Regla: P = % de descuento, C = descuento por "
                   "cantidad, L = lleve N pague menos:"
           ACCEPT NC-TIPO
           MOVE FUNCTION UPPER-CASE(NC-TIPO) TO NC-TIPO
           EVALUATE NC-TIPO
               WHEN 'P'
                   PERFORM PEDIR-PORCENTAJE
               WHEN 'C'
                   DISPLAY "Desde cuántas unidades por línea:"
                   ACCEPT NUMERO-TXT
                   IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
                       DISPLAY "Cantidad inválida."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NC-CANTIDAD
                   IF NC-CANTIDAD = 0
                       DISPLAY "Cantidad inválida."
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM PEDIR-PORCENTAJE
               WHEN 'L'
                   DISPLAY "Unidades que lleva el cliente (ej: 3 en "
                           "lleve 3 pague 2):"
                   ACCEPT NUMERO-TXT
                   IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
                       DISPLAY "Cantidad inválida."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NC-CANTIDAD
                   DISPLAY "De ésas, cuántas van sin cargo (ej: 1):"
                   ACCEPT NUMERO-TXT
                   IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
                       DISPLAY "Cantidad inválida."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NC-GRATIS
                   IF NC-CANTIDAD < 2 OR NC-GRATIS = 0
                       OR NC-GRATIS >= NC-CANTIDAD
                       DISPLAY "Regla inválida: debe llevar al menos "
                               "2 y pagar al menos 1."
                       EXIT PARAGRAPH
                   END-IF
      *>           PARA EL TOPE SE TOMA EL % EQUIVALENTE DE UN
      *>           GRUPO COMPLETO.
                   COMPUTE NC-PORCENTAJE ROUNDED =
                       NC-GRATIS * 100 / NC-CANTIDAD
                   MOVE 'S' TO ENTRADA-VALIDA
               WHEN OTHER
                   DISPLAY "Regla inválida."
           END-EVALUATE.

       PEDIR-PORCENTAJE.
           DISPLAY "% de descuento (ej: 15):"
           ACCEPT NUMERO-TXT
           IF FUNCTION TEST-NUMVAL(NUMERO-TXT) NOT = 0
               DISPLAY "Porcentaje inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NC-PORCENTAJE
           IF NC-PORCENTAJE = 0 OR NC-PORCENTAJE > 100
               DISPLAY "Porcentaje inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO ENTRADA-VALIDA.

       BUSCAR-MAYOR-CODIGO.
           MOVE 0 TO MAYOR-CODIGO
           OPEN INPUT ARCHIVO-CAMPANIAS
           IF FS-CAMPANIAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CAMPANIAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CA-CODIGO > MAYOR-CODIGO
                           MOVE CA-CODIGO TO MAYOR-CODIGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CAMPANIAS.

       LISTAR-CAMPANIAS.
           MOVE 0 TO CAMPANIAS-LISTADAS
           OPEN INPUT ARCHIVO-CAMPANIAS
           IF FS-CAMPANIAS NOT = "00"
               DISPLAY "No hay campañas cargadas."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CAMPANIAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CAMPANIAS-LISTADAS
                       PERFORM MOSTRAR-CAMPANIA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CAMPANIAS
           IF CAMPANIAS-LISTADAS = 0
               DISPLAY "No hay campañas cargadas."
           END-IF.

       MOSTRAR-CAMPANIA.
           MOVE CA-PORCENTAJE TO F-PORCENTAJE
           MOVE CA-CANTIDAD TO F-CANTIDAD
           MOVE CA-GRATIS TO F-GRATIS
           MOVE SPACES TO TEXTO-REGLA
           EVALUATE CA-TIPO
               WHEN 'P'
                   STRING F-PORCENTAJE DELIMITED BY SIZE
                          "% de descuento" DELIMITED BY SIZE
                          INTO TEXTO-REGLA
               WHEN 'C'
                   STRING F-PORCENTAJE DELIMITED BY SIZE
                          "% desde " DELIMITED BY SIZE
                          F-CANTIDAD DELIMITED BY SIZE
                          " unid." DELIMITED BY SIZE
                          INTO TEXTO-REGLA
               WHEN 'L'
                   STRING "Lleve " DELIMITED BY SIZE
                          F-CANTIDAD DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          F-GRATIS DELIMITED BY SIZE
                          " sin cargo" DELIMITED BY SIZE
                          INTO TEXTO-REGLA
           END-EVALUATE
           MOVE SPACES TO TEXTO-ALCANCE
           IF CA-ALCANCE = 'F'
               STRING "Familia " DELIMITED BY SIZE
                      CA-FAMILIA DELIMITED BY SIZE
                      INTO TEXTO-ALCANCE
           ELSE
               STRING "Producto " DELIMITED BY SIZE
                      CA-PRODUCTO DELIMITED BY SIZE
                      INTO TEXTO-ALCANCE
           END-IF
           IF CA-ESTADO = 'X'
               MOVE "CANCELADA" TO TEXTO-ESTADO
           ELSE
               IF CA-FECHA-FIN < FECHA-HOY
                   MOVE "TERMINADA" TO TEXTO-ESTADO
               ELSE
                   MOVE "ACTIVA" TO TEXTO-ESTADO
               END-IF
           END-IF
           DISPLAY CA-CODIGO " | " CA-DESCRIPCION " | "
                   CA-FECHA-INICIO "-" CA-FECHA-FIN " | "
                   TEXTO-ALCANCE " | " TEXTO-REGLA " | "
                   TEXTO-ESTADO.

      *>----------------------------------------------------
      *> CANCELACIÓN: SE REESCRIBE EL ARCHIVO CON LA CAMPAÑA
      *> EN ESTADO 'X' (MISMO PATRÓN .TMP + RENOMBRE QUE
      *> CARTERA). LAS VENTAS YA HECHAS CONSERVAN SU CAMPAÑA.
      *>----------------------------------------------------
       CANCELAR-CAMPANIA.
           DISPLAY "Código de la campaña a cancelar:"
           ACCEPT NUMERO-TXT
           IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               DISPLAY "Código inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO CODIGO-CANCELAR
           MOVE 'N' TO CAMPANIA-CANCELADA
           OPEN INPUT ARCHIVO-CAMPANIAS
           IF FS-CAMPANIAS NOT = "00"
               DISPLAY "No hay campañas cargadas."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-CAMPANIAS-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CAMPANIAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CA-CODIGO = CODIGO-CANCELAR
                           AND CA-ESTADO = 'A'
                           MOVE 'X' TO CA-ESTADO
                           MOVE 'S' TO CAMPANIA-CANCELADA
                       END-IF
                       MOVE CAMPANIA-REG TO CAMPANIA-TMP-REG
                       WRITE CAMPANIA-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CAMPANIAS
           CLOSE ARCHIVO-CAMPANIAS-TMP
           IF CAMPANIA-CANCELADA = 'N'
               CALL "CBL_DELETE_FILE" USING "CAMPANIAS.TMP"
                   RETURNING RESULT-CODE-CAMPANIAS
               DISPLAY "No hay una campaña activa con ese código."
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING "CAMPANIAS.TMP"
                                         "CAMPANIAS.DAT"
               RETURNING RESULT-CODE-CAMPANIAS
           DISPLAY "Campaña " CODIGO-CANCELAR " cancelada.".

       COPY CAMPANIAS-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY AUTORIZA-RUTINAS.
