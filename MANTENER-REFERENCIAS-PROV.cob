       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-REFERENCIAS-PROV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY REFERENCIAS-PROV-SELECT.
       COPY PROVEEDORES-SELECT.
       COPY PRODUCTOS-SELECT.
           SELECT ARCHIVO-TEMP ASSIGN TO "REFERENCIAS-PROV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMP.

       DATA DIVISION.
       FILE SECTION.
       COPY REFERENCIAS-PROV-FD.
       COPY PROVEEDORES-FD.
       COPY PRODUCTOS-FD.

       FD  ARCHIVO-TEMP.
       01  TEMP-REG               PIC X(32).

       WORKING-STORAGE SECTION.
       COPY PRODUCTOS-WS.

       *>----------------------------------------------------
       *> REFERENCIAS CRUZADAS EN TABLA (PROVEEDOR + CÓDIGO
       *> DEL PROVEEDOR -> PR-CODIGO DEL MAESTRO). LA PAREJA
       *> PROVEEDOR/CÓDIGO ES ÚNICA; DOS PROVEEDORES PUEDEN
       *> USAR EL MISMO CÓDIGO PARA ARTÍCULOS DISTINTOS.
       *>----------------------------------------------------
       01 FS-REFERENCIAS-PROV    PIC XX.
       01 FS-PROVEEDORES         PIC XX.
       01 FS-TEMP                PIC XX.
       01 MAX-REFERENCIAS        PIC 9(3) VALUE 500.
       01 TOTAL-REFERENCIAS      PIC 9(3) VALUE 0.
       01 TABLA-REFERENCIAS.
           05 REFERENCIA-ENTRADA OCCURS 500 TIMES.
               10 TR-PROVEEDOR   PIC 9(4).
               10 TR-CODIGO-PROV PIC X(15).
               10 TR-CODIGO      PIC 9(6).
               10 TR-UNIDADES    PIC 9(4).
               10 TR-UNIDAD-COMPRA PIC X(3).
       01 IDX-REFERENCIA         PIC 9(3).
       01 REFERENCIA-HALLADA     PIC X VALUE 'N'.
       01 REFERENCIAS-LISTADAS   PIC 9(3) VALUE 0.

       *>----------------------------------------------------
       *> CAPTURA
       *>----------------------------------------------------
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 PROVEEDOR-TXT          PIC X(6).
       01 CODIGO-PROVEEDOR       PIC 9(4).
       01 PROVEEDOR-VALIDO       PIC X VALUE 'N'.
       01 CODIGO-PROV-CAPTURA    PIC X(15).
       01 CODIGO-TXT             PIC X(8).
       01 CODIGO-PRODUCTO        PIC 9(6).
       01 UNIDADES-TXT           PIC X(6).
       01 UNIDADES-CAPTURA       PIC 9(4).
       01 UNIDAD-CAPTURA         PIC X(3).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 RESULT-CODE            PIC 9(2).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  REFERENCIAS CRUZADAS DE PROVEEDOR"
           DISPLAY "==============================="

           PERFORM CARGAR-REFERENCIAS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Alta de referencia"
               DISPLAY "2. Corregir una referencia"
               DISPLAY "3. Baja de referencia"
               DISPLAY "4. Listar referencias de un proveedor"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM ALTA-REFERENCIA
                   WHEN 2
                       PERFORM MODIFICAR-REFERENCIA
                   WHEN 3
                       PERFORM BAJA-REFERENCIA
                   WHEN 4
                       PERFORM LISTAR-REFERENCIAS
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           PERFORM REESCRIBIR-ARCHIVO
           DISPLAY "Mantenimiento de referencias finalizado."
           STOP RUN.

       CARGAR-REFERENCIAS.
           OPEN INPUT ARCHIVO-REFERENCIAS-PROV
           IF FS-REFERENCIAS-PROV = "00"
               PERFORM UNTIL FS-REFERENCIAS-PROV NOT = "00"
                   READ ARCHIVO-REFERENCIAS-PROV
                       AT END
                           MOVE "10" TO FS-REFERENCIAS-PROV
                       NOT AT END
                           IF TOTAL-REFERENCIAS < MAX-REFERENCIAS
                               ADD 1 TO TOTAL-REFERENCIAS
                               MOVE REFERENCIA-PROV-REG
                                   TO REFERENCIA-ENTRADA
                                      (TOTAL-REFERENCIAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-REFERENCIAS-PROV
           END-IF.

       PEDIR-PROVEEDOR.
           MOVE 'N' TO PROVEEDOR-VALIDO
           PERFORM UNTIL PROVEEDOR-VALIDO = 'S'
               DISPLAY "Código de proveedor:"
               ACCEPT PROVEEDOR-TXT
               IF FUNCTION TRIM(PROVEEDOR-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (PROVEEDOR-TXT)
                       TO CODIGO-PROVEEDOR
                   PERFORM BUSCAR-PROVEEDOR-ARCHIVO
               END-IF
           END-PERFORM.

       BUSCAR-PROVEEDOR-ARCHIVO.
           OPEN INPUT ARCHIVO-PROVEEDORES
           IF FS-PROVEEDORES NOT = "00"
               DISPLAY "No hay proveedores registrados; use "
                       "MANTENER-PROVEEDORES."
               STOP RUN
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PROVEEDORES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PV-CODIGO = CODIGO-PROVEEDOR
                           DISPLAY "Proveedor: " PV-NOMBRE
                           MOVE 'S' TO PROVEEDOR-VALIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROVEEDORES
           IF PROVEEDOR-VALIDO = 'N'
               DISPLAY "No existe ese proveedor. Intente de nuevo."
           END-IF.

       PEDIR-CODIGO-PROV.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Código del artículo en la lista del "
                       "proveedor:"
               ACCEPT CODIGO-PROV-CAPTURA
               MOVE FUNCTION UPPER-CASE(CODIGO-PROV-CAPTURA)
                   TO CODIGO-PROV-CAPTURA
               IF CODIGO-PROV-CAPTURA = SPACES
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM.

       BUSCAR-REFERENCIA-EN-TABLA.
           MOVE 'N' TO REFERENCIA-HALLADA
           PERFORM VARYING IDX-REFERENCIA FROM 1 BY 1
                   UNTIL IDX-REFERENCIA > TOTAL-REFERENCIAS
               IF TR-PROVEEDOR (IDX-REFERENCIA) = CODIGO-PROVEEDOR
                  AND TR-CODIGO-PROV (IDX-REFERENCIA)
                      = CODIGO-PROV-CAPTURA
                   MOVE 'S' TO REFERENCIA-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> EL PRODUCTO DESTINO SE VALIDA CONTRA PRODUCTOS.IDX
      *> PARA NO DEJAR REFERENCIAS APUNTANDO A CÓDIGOS
      *> FANTASMA.
      *>----------------------------------------------------
       PEDIR-PRODUCTO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Código de producto del maestro (PR-CODIGO):"
               ACCEPT CODIGO-TXT
               IF FUNCTION TRIM(CODIGO-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (CODIGO-TXT)
                       TO CODIGO-PRODUCTO
                   OPEN INPUT ARCHIVO-PRODUCTOS
                   IF FS-PRODUCTOS NOT = "00"
                       DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                               FS-PRODUCTOS "); se acepta sin "
                               "validar."
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       MOVE CODIGO-PRODUCTO TO PR-CODIGO
                       PERFORM BUSCAR-PRODUCTO
                       IF PRODUCTO-ENCONTRADO = 'S'
                           DISPLAY "Producto: " PR-DESCRIPCION
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           DISPLAY "No existe un producto con ese "
                                   "código. Intente de nuevo."
                       END-IF
                       CLOSE ARCHIVO-PRODUCTOS
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-UNIDADES.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Unidades nuestras por presentación del "
                       "proveedor (en blanco = 1):"
               ACCEPT UNIDADES-TXT
               IF UNIDADES-TXT = SPACES
                   MOVE 1 TO UNIDADES-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(UNIDADES-TXT) IS NOT NUMERIC
                       DISPLAY "Cantidad inválida. Intente de "
                               "nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (UNIDADES-TXT)
                           TO UNIDADES-CAPTURA
                       IF UNIDADES-CAPTURA = 0
                           DISPLAY "Cantidad inválida. Intente de "
                                   "nuevo."
                       ELSE
                           MOVE 'S' TO ENTRADA-VALIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> NOMBRE DE LA PRESENTACIÓN (CJ, PQ, ...). EN BLANCO
      *> LA REFERENCIA NO CAMBIA LA UNIDAD DE COMPRA DEL
      *> MAESTRO Y SOLO APORTA EL FACTOR.
      *>----------------------------------------------------
       PEDIR-UNIDAD-COMPRA.
           DISPLAY "Unidad de compra del proveedor (CJ, PQ...; "
                   "en blanco = la del maestro):"
           ACCEPT UNIDAD-CAPTURA
           MOVE FUNCTION UPPER-CASE(UNIDAD-CAPTURA)
               TO UNIDAD-CAPTURA.

       ALTA-REFERENCIA.
           PERFORM PEDIR-PROVEEDOR
           PERFORM PEDIR-CODIGO-PROV
           PERFORM BUSCAR-REFERENCIA-EN-TABLA
           IF REFERENCIA-HALLADA = 'S'
               DISPLAY "Ese código ya está referenciado para el "
                       "proveedor."
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-REFERENCIAS >= MAX-REFERENCIAS
               DISPLAY "La tabla de referencias está llena."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-PRODUCTO
           PERFORM PEDIR-UNIDADES
           PERFORM PEDIR-UNIDAD-COMPRA
           ADD 1 TO TOTAL-REFERENCIAS
           MOVE CODIGO-PROVEEDOR TO TR-PROVEEDOR (TOTAL-REFERENCIAS)
           MOVE CODIGO-PROV-CAPTURA
               TO TR-CODIGO-PROV (TOTAL-REFERENCIAS)
           MOVE CODIGO-PRODUCTO TO TR-CODIGO (TOTAL-REFERENCIAS)
           MOVE UNIDADES-CAPTURA TO TR-UNIDADES (TOTAL-REFERENCIAS)
           MOVE UNIDAD-CAPTURA
               TO TR-UNIDAD-COMPRA (TOTAL-REFERENCIAS)
           DISPLAY "Código " FUNCTION TRIM(CODIGO-PROV-CAPTURA)
                   " asociado al producto " CODIGO-PRODUCTO ".".

       MODIFICAR-REFERENCIA.
           PERFORM PEDIR-PROVEEDOR
           PERFORM PEDIR-CODIGO-PROV
           PERFORM BUSCAR-REFERENCIA-EN-TABLA
           IF REFERENCIA-HALLADA = 'N'
               DISPLAY "No existe esa referencia."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-PRODUCTO
           PERFORM PEDIR-UNIDADES
           PERFORM PEDIR-UNIDAD-COMPRA
           MOVE CODIGO-PRODUCTO TO TR-CODIGO (IDX-REFERENCIA)
           MOVE UNIDADES-CAPTURA TO TR-UNIDADES (IDX-REFERENCIA)
           MOVE UNIDAD-CAPTURA TO TR-UNIDAD-COMPRA (IDX-REFERENCIA)
           DISPLAY "Referencia corregida.".

      *>----------------------------------------------------
      *> LA BAJA MUEVE LA ÚLTIMA ENTRADA AL HUECO Y ACORTA LA
      *> TABLA.
      *>----------------------------------------------------
       BAJA-REFERENCIA.
           PERFORM PEDIR-PROVEEDOR
           PERFORM PEDIR-CODIGO-PROV
           PERFORM BUSCAR-REFERENCIA-EN-TABLA
           IF REFERENCIA-HALLADA = 'N'
               DISPLAY "No existe esa referencia."
               EXIT PARAGRAPH
           END-IF
           MOVE REFERENCIA-ENTRADA (TOTAL-REFERENCIAS)
               TO REFERENCIA-ENTRADA (IDX-REFERENCIA)
           INITIALIZE REFERENCIA-ENTRADA (TOTAL-REFERENCIAS)
           SUBTRACT 1 FROM TOTAL-REFERENCIAS
           DISPLAY "Referencia dada de baja.".

       LISTAR-REFERENCIAS.
           PERFORM PEDIR-PROVEEDOR
           MOVE 0 TO REFERENCIAS-LISTADAS
           PERFORM VARYING IDX-REFERENCIA FROM 1 BY 1
                   UNTIL IDX-REFERENCIA > TOTAL-REFERENCIAS
               IF TR-PROVEEDOR (IDX-REFERENCIA) = CODIGO-PROVEEDOR
                   ADD 1 TO REFERENCIAS-LISTADAS
                   DISPLAY TR-CODIGO-PROV (IDX-REFERENCIA)
                           " -> producto "
                           TR-CODIGO (IDX-REFERENCIA)
                           " " TR-UNIDAD-COMPRA (IDX-REFERENCIA)
                           " x " TR-UNIDADES (IDX-REFERENCIA)
                           " unid."
               END-IF
           END-PERFORM
           DISPLAY REFERENCIAS-LISTADAS
                   " referencia(s) del proveedor.".

       REESCRIBIR-ARCHIVO.
           OPEN OUTPUT ARCHIVO-TEMP
           PERFORM VARYING IDX-REFERENCIA FROM 1 BY 1
                   UNTIL IDX-REFERENCIA > TOTAL-REFERENCIAS
               MOVE REFERENCIA-ENTRADA (IDX-REFERENCIA) TO TEMP-REG
               WRITE TEMP-REG
           END-PERFORM
           CLOSE ARCHIVO-TEMP
           CALL "CBL_RENAME_FILE" USING "REFERENCIAS-PROV.TMP"
                                         "REFERENCIAS-PROV.DAT"
               RETURNING RESULT-CODE.

       COPY PRODUCTOS-RUTINAS.
