       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGAS-DOMICILIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ENTREGAS-SELECT.
           SELECT ARCHIVO-NUM-ENTREGA ASSIGN TO "ENTREGAS-NUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUM-ENTREGA.
           SELECT ARCHIVO-ZONAS-TMP ASSIGN TO "ZONAS-ENTREGA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZONAS-TMP.
           SELECT ARCHIVO-VENTAS ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
           SELECT ARCHIVO-DOCUMENTO
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-DOCUMENTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOCUMENTO.
       COPY CLIENTES-IDX-SELECT.
       COPY PARAMETROS-SELECT.
       COPY OPERADORES-SELECT.
       COPY FERIADOS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY ENTREGAS-FD.

       FD  ARCHIVO-NUM-ENTREGA.
       01  NUM-ENTREGA-REG        PIC 9(6).

       FD  ARCHIVO-ZONAS-TMP.
       01  ZONA-TMP-REG           PIC X(33).

       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       FD  ARCHIVO-DOCUMENTO.
       01  LINEA-DOCUMENTO        PIC X(100).

       COPY CLIENTES-IDX-FD.
       COPY PARAMETROS-FD.
       COPY OPERADORES-FD.
       COPY FERIADOS-FD.

       WORKING-STORAGE SECTION.
       COPY ENTREGAS-WS.
       COPY ENCABEZADO-WS.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.
       COPY FERIADOS-WS.
       COPY DIAS-HABILES-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> ENTREGAS A DOMICILIO DE LO VENDIDO EN CAJA. LA
       *> ENTREGA SE ARMA A PARTIR DE UNA FACTURA YA GRABADA
       *> (VENTAS-AAAAMMDD.DAT), CON LA DIRECCIÓN, LA ZONA DE
       *> REPARTO (ZONAS-ENTREGA.DAT: CARGO Y DÍAS HÁBILES DE
       *> PLAZO) Y LA FECHA PROGRAMADA, Y SE IMPRIME LA GUÍA
       *> ENTREGA-NNNNNN.TXT QUE VIAJA CON LA MERCANCÍA. EL
       *> CARGO DE ENTREGA SE COBRA EN LA MISMA FACTURA CON EL
       *> PRODUCTO DE SERVICIO ENTREGA-CODIGO DE PARAMETROS.DAT;
       *> SI LA FACTURA NO LO TRAE SE AVISA Y LA ENTREGA QUEDA
       *> CON EN-COBRADO EN CERO. LA HOJA DE RUTA DEL DÍA LA
       *> IMPRIME HOJA-RUTA-ENTREGAS Y LO PENDIENTE LO LISTA
       *> REPORTE-ENTREGAS.
       *>----------------------------------------------------
       01 FS-NUM-ENTREGA         PIC XX.
       01 FS-ZONAS-TMP           PIC XX.
       01 FS-VENTAS              PIC XX.
       01 FS-DOCUMENTO           PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.
       01 RESULT-CODE            PIC 9(2).

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-HOY              PIC 9(8).
       01 HORA-SISTEMA           PIC 9(8).
       01 HORA-HOY               PIC 9(4).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 CONFIRMAR              PIC X.
       01 CODIGO-ENTREGA         PIC 9(6) VALUE 0.
       01 ZONAS-CAMBIADAS        PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> FACTURA DE ORIGEN
       *>----------------------------------------------------
       01 FOLIO-TXT              PIC X(8).
       01 FOLIO-ENTREGA          PIC 9(6) VALUE 0.
       01 CAJA-TXT               PIC X(4).
       01 CAJA-ENTREGA           PIC 9(2) VALUE 1.
       01 FECHA-TXT              PIC X(10).
       01 FECHA-VENTA            PIC 9(8).
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 FIN-VENTAS             PIC X VALUE 'N'.
       01 LINEAS-FOLIO           PIC 9(3) VALUE 0.
       01 CLIENTE-FOLIO          PIC 9(4) VALUE 0.
       01 TIPO-FOLIO             PIC X VALUE SPACE.
       01 COBRADO-FOLIO          PIC S9(11)V99 VALUE 0.
       01 MAX-ARTICULOS          PIC 9(2) VALUE 40.
       01 TOTAL-ARTICULOS        PIC 9(2) VALUE 0.
       01 TABLA-ARTICULOS.
           05 ARTICULO-ENTRADA OCCURS 40 TIMES.
               10 TA-PRODUCTO    PIC X(20).
               10 TA-UNIDADES    PIC 9(3).
       01 IDX-ARTICULO           PIC 9(2).
       01 ENTREGA-DUPLICADA      PIC 9(6) VALUE 0.

       *>----------------------------------------------------
       *> CAPTURA DE LA ENTREGA
       *>----------------------------------------------------
       01 NUMERO-ENTREGA         PIC 9(6) VALUE 0.
       01 NUMERO-TXT             PIC X(8).
       01 NOMBRE-ENTREGA         PIC X(30).
       01 DIRECCION-ENTREGA      PIC X(40).
       01 DIRECCION-TXT          PIC X(40).
       01 TELEFONO-ENTREGA       PIC X(10).
       01 TELEFONO-TXT           PIC X(10).
       01 ZONA-TXT               PIC X(4).
       01 MONTO-TXT              PIC X(12).
       01 MONTO-CAPTURA          PIC 9(7)V99 VALUE 0.
       01 CARGO-ENTREGA          PIC 9(7)V99 VALUE 0.
       01 FECHA-PROGRAMADA       PIC 9(8).
       01 FECHA-MINIMA           PIC 9(8).

       *>----------------------------------------------------
       *> RESULTADO DEL CHOFER
       *>----------------------------------------------------
       01 RESULTADO-TXT          PIC X.
       01 CHOFER-TXT             PIC X(15).
       01 RECIBIO-TXT            PIC X(20).
       01 FECHA-RESULTADO        PIC 9(8).
       01 HORA-TXT               PIC X(6).
       01 HORA-RESULTADO         PIC 9(4).
       01 HH-RESULTADO           PIC 9(2).
       01 MM-RESULTADO           PIC 9(2).
       01 MOTIVO-TXT             PIC X(4).

       *>----------------------------------------------------
       *> ZONAS Y CONSULTA
       *>----------------------------------------------------
       01 DIAS-TXT               PIC X(4).
       01 DESCRIPCION-ESTADO     PIC X(24).
       01 NOMBRE-ARCHIVO-DOCUMENTO PIC X(24).
       01 LINEA-DOC              PIC X(100).

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-MONTO                PIC Z(6)9.99.
       01 F-COBRADO              PIC Z(6)9.99.
       01 F-UNIDADES             PIC ZZ9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  ENTREGAS A DOMICILIO"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM CARGAR-PARAMETROS
           MOVE "ENTREGA-CODIGO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CODIGO-ENTREGA
           END-IF
           PERFORM CARGAR-ZONAS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Crear entrega a partir de una factura"
               DISPLAY "2. Registrar resultado del chofer"
               DISPLAY "3. Reprogramar entrega"
               DISPLAY "4. Anular entrega"
               DISPLAY "5. Consultar entrega"
               DISPLAY "6. Fijar zona de reparto"
               DISPLAY "7. Listar zonas de reparto"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM CREAR-ENTREGA
                   WHEN 2
                       PERFORM REGISTRAR-RESULTADO
                   WHEN 3
                       PERFORM REPROGRAMAR-ENTREGA
                   WHEN 4
                       PERFORM ANULAR-ENTREGA
                   WHEN 5
                       PERFORM CONSULTAR-ENTREGA
                   WHEN 6
                       PERFORM FIJAR-ZONA
                   WHEN 7
                       PERFORM LISTAR-ZONAS
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           IF ZONAS-CAMBIADAS = 'S'
               PERFORM REESCRIBIR-ZONAS
           END-IF
           DISPLAY "Fin del módulo de entregas a domicilio."
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
      *> 1. ALTA DE LA ENTREGA. LA FACTURA DEBE EXISTIR, NO
      *> SER UN REVERSO Y NO TENER YA UNA ENTREGA VIGENTE.
      *> LA FECHA PROGRAMADA SE PROPONE SUMANDO A HOY LOS
      *> DÍAS HÁBILES DE LA ZONA (SIN SÁBADOS, DOMINGOS NI
      *> FERIADOS); SE PUEDE CAMBIAR POR UNA POSTERIOR.
      *>----------------------------------------------------
       CREAR-ENTREGA.
           IF TOTAL-ZONAS = 0
               DISPLAY "No hay zonas de reparto; fíjelas primero "
                       "con la opción 6."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-FACTURA
           IF FOLIO-ENTREGA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LEER-FACTURA
           IF LINEAS-FOLIO = 0
               DISPLAY "No se encontró el folio " FOLIO-ENTREGA
                       " de la caja " CAJA-ENTREGA " en la fecha "
                       FECHA-VENTA "."
               EXIT PARAGRAPH
           END-IF
           IF TIPO-FOLIO = 'R' OR TOTAL-ARTICULOS = 0
               DISPLAY "Ese folio no tiene mercancía vendida "
                       "para entregar."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-ENTREGA-DEL-FOLIO
           IF ENTREGA-DUPLICADA > 0
               DISPLAY "Ese folio ya tiene la entrega "
                       ENTREGA-DUPLICADA "."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Mercancía de la factura:"
           PERFORM VARYING IDX-ARTICULO FROM 1 BY 1
                   UNTIL IDX-ARTICULO > TOTAL-ARTICULOS
               MOVE TA-UNIDADES (IDX-ARTICULO) TO F-UNIDADES
               DISPLAY "  " TA-PRODUCTO (IDX-ARTICULO) " x"
                       F-UNIDADES
           END-PERFORM

           PERFORM PEDIR-DESTINATARIO
           PERFORM PEDIR-ZONA
           MOVE TZ-CARGO (ZONA-EN-TABLA) TO CARGO-ENTREGA
           MOVE CARGO-ENTREGA TO F-MONTO
           DISPLAY "Cargo de entrega de la zona: $" F-MONTO
           IF COBRADO-FOLIO > 0
               MOVE COBRADO-FOLIO TO F-COBRADO
               DISPLAY "Cargo facturado en el folio: $" F-COBRADO
           ELSE
               IF CARGO-ENTREGA > 0
                   DISPLAY "AVISO: la factura no trae el cargo de "
                           "entrega; quedará como no cobrado."
               END-IF
           END-IF

           COMPUTE DH-FECHA-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-HOY)
           MOVE FECHA-HOY TO DH-FECHA
           MOVE TZ-DIAS (ZONA-EN-TABLA) TO DH-DIAS-RESTANTES
           PERFORM AVANZAR-UN-DIA-HABIL
               UNTIL DH-DIAS-RESTANTES = 0
           MOVE DH-FECHA TO FECHA-PROGRAMADA
           MOVE FECHA-HOY TO FECHA-MINIMA
           PERFORM PEDIR-FECHA-PROGRAMADA

           DISPLAY "¿Confirma la entrega para el " FECHA-PROGRAMADA
                   "? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "Entrega no registrada."
               EXIT PARAGRAPH
           END-IF

           PERFORM ASIGNAR-NUMERO-ENTREGA
           MOVE NUMERO-ENTREGA TO ET-NUMERO
           MOVE FECHA-HOY TO ET-FECHA
           MOVE CAJA-ENTREGA TO ET-CAJA
           MOVE FOLIO-ENTREGA TO ET-FOLIO
           MOVE FECHA-VENTA TO ET-FECHA-VENTA
           MOVE CLIENTE-FOLIO TO ET-CLIENTE
           MOVE NOMBRE-ENTREGA TO ET-NOMBRE
           MOVE DIRECCION-ENTREGA TO ET-DIRECCION
           MOVE TELEFONO-ENTREGA TO ET-TELEFONO
           MOVE TZ-CODIGO (ZONA-EN-TABLA) TO ET-ZONA
           MOVE CARGO-ENTREGA TO ET-CARGO
           IF COBRADO-FOLIO > 0
               MOVE COBRADO-FOLIO TO ET-COBRADO
           ELSE
               MOVE 0 TO ET-COBRADO
           END-IF
           MOVE FECHA-PROGRAMADA TO ET-PROGRAMADA
           MOVE 'P' TO ET-ESTADO
           MOVE 0 TO ET-INTENTOS
           MOVE 0 TO ET-FECHA-RESULTADO
           MOVE 0 TO ET-HORA-RESULTADO
           MOVE 0 TO ET-MOTIVO
           MOVE SPACES TO ET-CHOFER
           MOVE SPACES TO ET-RECIBIO
           MOVE CODIGO-OPERADOR TO ET-OPERADOR
           OPEN EXTEND ARCHIVO-ENTREGAS
           IF FS-ENTREGAS = "35"
               OPEN OUTPUT ARCHIVO-ENTREGAS
           END-IF
           MOVE ENTREGA-ACTUAL TO ENTREGA-REG
           WRITE ENTREGA-REG
           CLOSE ARCHIVO-ENTREGAS
           PERFORM IMPRIMIR-GUIA
           DISPLAY "Entrega " NUMERO-ENTREGA " programada para el "
                   FECHA-PROGRAMADA "; guía en "
                   NOMBRE-ARCHIVO-DOCUMENTO.

       PEDIR-FACTURA.
           MOVE 0 TO FOLIO-ENTREGA
           DISPLAY "Folio de la factura:"
           ACCEPT FOLIO-TXT
           IF FUNCTION TRIM(FOLIO-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (FOLIO-TXT) TO FOLIO-ENTREGA
           END-IF
           IF FOLIO-ENTREGA = 0
               DISPLAY "Folio inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO CAJA-ENTREGA
           DISPLAY "Caja de la factura (ENTER=1):"
           ACCEPT CAJA-TXT
           IF FUNCTION TRIM(CAJA-TXT) NOT = SPACES
               AND FUNCTION TRIM(CAJA-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (CAJA-TXT) TO CAJA-ENTREGA
           END-IF
           MOVE FECHA-HOY TO FECHA-VENTA
           DISPLAY "Fecha de la factura (AAAAMMDD, ENTER = hoy):"
           ACCEPT FECHA-TXT
           IF FUNCTION TRIM(FECHA-TXT) NOT = SPACES
               AND FUNCTION TRIM(FECHA-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-VENTA
           END-IF.

      *>----------------------------------------------------
      *> JUNTA LAS LÍNEAS DEL FOLIO EN EL ARCHIVO DEL DÍA. LA
      *> MERCANCÍA A ENTREGAR SON LAS LÍNEAS VENDIDAS ('V', Y
      *> LAS NUEVAS DE UN CAMBIO 'C'); LA LÍNEA DEL SERVICIO
      *> DE ENTREGA SÓLO SUMA AL CARGO COBRADO.
      *>----------------------------------------------------
       LEER-FACTURA.
           MOVE 0 TO LINEAS-FOLIO
           MOVE 0 TO TOTAL-ARTICULOS
           MOVE 0 TO CLIENTE-FOLIO
           MOVE 0 TO COBRADO-FOLIO
           MOVE SPACE TO TIPO-FOLIO
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  FECHA-VENTA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-VENTAS
           PERFORM UNTIL FIN-VENTAS = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-VENTAS
                   NOT AT END
                       IF VR-FOLIO = FOLIO-ENTREGA
                           AND VR-CAJA = CAJA-ENTREGA
                           PERFORM TOMAR-LINEA-FACTURA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VENTAS.

       TOMAR-LINEA-FACTURA.
           ADD 1 TO LINEAS-FOLIO
           IF LINEAS-FOLIO = 1
               MOVE VR-TIPO TO TIPO-FOLIO
               MOVE VR-CLIENTE TO CLIENTE-FOLIO
           END-IF
           IF VR-TIPO NOT = 'V' AND VR-TIPO NOT = 'C'
               EXIT PARAGRAPH
           END-IF
           IF CODIGO-ENTREGA > 0 AND VR-CODIGO = CODIGO-ENTREGA
               ADD VR-TOTAL-NETO TO COBRADO-FOLIO
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-ARTICULOS < MAX-ARTICULOS
               ADD 1 TO TOTAL-ARTICULOS
               MOVE VR-PRODUCTO TO TA-PRODUCTO (TOTAL-ARTICULOS)
               MOVE VR-UNIDADES TO TA-UNIDADES (TOTAL-ARTICULOS)
           END-IF.

       BUSCAR-ENTREGA-DEL-FOLIO.
           MOVE 0 TO ENTREGA-DUPLICADA
           OPEN INPUT ARCHIVO-ENTREGAS
           IF FS-ENTREGAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ENTREGAS
           PERFORM UNTIL FIN-ENTREGAS = 'S'
               READ ARCHIVO-ENTREGAS
                   AT END
                       MOVE 'S' TO FIN-ENTREGAS
                   NOT AT END
                       IF EN-FOLIO = FOLIO-ENTREGA
                           AND EN-CAJA = CAJA-ENTREGA
                           AND EN-FECHA-VENTA = FECHA-VENTA
                           AND EN-ESTADO NOT = 'X'
                           MOVE EN-NUMERO TO ENTREGA-DUPLICADA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ENTREGAS.

      *>----------------------------------------------------
      *> NOMBRE, DIRECCIÓN Y TELÉFONO SE PROPONEN DESDE
      *> CLIENTES.IDX CUANDO LA FACTURA TRAE CLIENTE; LA
      *> DIRECCIÓN PROPUESTA PUEDE CAMBIARSE (ENTREGA EN OTRO
      *> LUGAR) Y SIN FICHA ES OBLIGATORIA.
      *>----------------------------------------------------
       PEDIR-DESTINATARIO.
           MOVE SPACES TO NOMBRE-ENTREGA
           MOVE SPACES TO TELEFONO-ENTREGA
           MOVE SPACES TO DIRECCION-ENTREGA
           IF CLIENTE-FOLIO > 0
               OPEN INPUT CLIENTES-INDEXADO
               IF FS-CLIENTES-IDX = "00"
                   MOVE CLIENTE-FOLIO TO ID-CLIENTE
                   READ CLIENTES-INDEXADO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NOMBRE-IDX TO NOMBRE-ENTREGA
                           MOVE TELEFONO-IDX TO TELEFONO-ENTREGA
                           MOVE DIRECCION-IDX TO DIRECCION-ENTREGA
                   END-READ
                   CLOSE CLIENTES-INDEXADO
               END-IF
           END-IF
           IF NOMBRE-ENTREGA NOT = SPACES
               DISPLAY "Cliente: " NOMBRE-ENTREGA
           ELSE
               MOVE 'N' TO ENTRADA-VALIDA
               PERFORM UNTIL ENTRADA-VALIDA = 'S'
                   DISPLAY "Nombre de quien recibe:"
                   ACCEPT NOMBRE-ENTREGA
                   IF NOMBRE-ENTREGA NOT = SPACES
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-PERFORM
           END-IF
           IF DIRECCION-ENTREGA NOT = SPACES
               DISPLAY "Dirección de entrega (ENTER = "
                       FUNCTION TRIM(DIRECCION-ENTREGA) "):"
               ACCEPT DIRECCION-TXT
               IF DIRECCION-TXT NOT = SPACES
                   MOVE DIRECCION-TXT TO DIRECCION-ENTREGA
               END-IF
           END-IF
           PERFORM UNTIL DIRECCION-ENTREGA NOT = SPACES
               DISPLAY "Dirección de entrega:"
               ACCEPT DIRECCION-ENTREGA
               IF DIRECCION-ENTREGA = SPACES
                   DISPLAY "La dirección es obligatoria."
               END-IF
           END-PERFORM
           DISPLAY "Teléfono de contacto (ENTER = " TELEFONO-ENTREGA
                   "):"
           ACCEPT TELEFONO-TXT
           IF TELEFONO-TXT NOT = SPACES
               MOVE TELEFONO-TXT TO TELEFONO-ENTREGA
           END-IF.

       PEDIR-ZONA.
           PERFORM LISTAR-ZONAS
           MOVE 0 TO ZONA-EN-TABLA
           PERFORM UNTIL ZONA-EN-TABLA > 0
               DISPLAY "Zona de reparto:"
               ACCEPT ZONA-TXT
               IF FUNCTION TRIM(ZONA-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (ZONA-TXT) TO ZONA-BUSCADA
                   PERFORM BUSCAR-ZONA-EN-TABLA
               END-IF
               IF ZONA-EN-TABLA = 0
                   DISPLAY "Zona inexistente. Intente de nuevo."
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> PROPONE FECHA-PROGRAMADA Y ACEPTA OTRA FECHA VÁLIDA
      *> NO ANTERIOR A FECHA-MINIMA.
      *>----------------------------------------------------
       PEDIR-FECHA-PROGRAMADA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Fecha programada (AAAAMMDD, en blanco = "
                       FECHA-PROGRAMADA "):"
               ACCEPT FECHA-TXT
               IF FECHA-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(FECHA-TXT) IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (FECHA-TXT)) = 0
                       AND FUNCTION NUMVAL (FECHA-TXT)
                           NOT < FECHA-MINIMA
                       MOVE FUNCTION NUMVAL (FECHA-TXT)
                           TO FECHA-PROGRAMADA
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Fecha inválida. Intente de nuevo."
                   END-IF
               END-IF
           END-PERFORM.

       ASIGNAR-NUMERO-ENTREGA.
           MOVE 0 TO NUMERO-ENTREGA
           OPEN INPUT ARCHIVO-NUM-ENTREGA
           IF FS-NUM-ENTREGA = "00"
               READ ARCHIVO-NUM-ENTREGA
               MOVE NUM-ENTREGA-REG TO NUMERO-ENTREGA
               CLOSE ARCHIVO-NUM-ENTREGA
           END-IF
           ADD 1 TO NUMERO-ENTREGA
           OPEN OUTPUT ARCHIVO-NUM-ENTREGA
           MOVE NUMERO-ENTREGA TO NUM-ENTREGA-REG
           WRITE NUM-ENTREGA-REG
           CLOSE ARCHIVO-NUM-ENTREGA.

      *>----------------------------------------------------
      *> GUÍA DE ENTREGA (ENTREGA-NNNNNN.TXT): VIAJA CON LA
      *> MERCANCÍA Y VUELVE FIRMADA COMO PRUEBA DE ENTREGA.
      *>----------------------------------------------------
       IMPRIMIR-GUIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-DOCUMENTO
           STRING "ENTREGA-" DELIMITED BY SIZE
                  ET-NUMERO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-DOCUMENTO
           OPEN OUTPUT ARCHIVO-DOCUMENTO
           MOVE "GUIA DE ENTREGA A DOMICILIO" TO EC-TITULO
           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           MOVE OPERADOR-NOMBRE TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           MOVE EC-LINEA-1 TO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE EC-LINEA-2 TO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE EC-LINEA-3 TO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE SPACES TO LINEA-DOC
           STRING "Entrega No. " DELIMITED BY SIZE
                  ET-NUMERO DELIMITED BY SIZE
                  " | Factura " DELIMITED BY SIZE
                  ET-CAJA DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  ET-FOLIO DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  ET-FECHA-VENTA DELIMITED BY SIZE
                  INTO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE SPACES TO LINEA-DOC
           STRING "Recibe: " DELIMITED BY SIZE
                  ET-NOMBRE DELIMITED BY SIZE
                  " Tel: " DELIMITED BY SIZE
                  ET-TELEFONO DELIMITED BY SIZE
                  INTO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE SPACES TO LINEA-DOC
           STRING "Dirección: " DELIMITED BY SIZE
                  ET-DIRECCION DELIMITED BY SIZE
                  INTO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE SPACES TO LINEA-DOC
           STRING "Zona: " DELIMITED BY SIZE
                  ET-ZONA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TZ-NOMBRE (ZONA-EN-TABLA) DELIMITED BY SIZE
                  " | Fecha programada: " DELIMITED BY SIZE
                  ET-PROGRAMADA DELIMITED BY SIZE
                  INTO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE "-------------------------------" TO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           PERFORM VARYING IDX-ARTICULO FROM 1 BY 1
                   UNTIL IDX-ARTICULO > TOTAL-ARTICULOS
               MOVE TA-UNIDADES (IDX-ARTICULO) TO F-UNIDADES
               MOVE SPACES TO LINEA-DOC
               STRING "  " DELIMITED BY SIZE
                      TA-PRODUCTO (IDX-ARTICULO) DELIMITED BY SIZE
                      " x" DELIMITED BY SIZE
                      F-UNIDADES DELIMITED BY SIZE
                      INTO LINEA-DOC
               PERFORM ESCRIBIR-LINEA-DOC
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE ET-CARGO TO F-MONTO
           MOVE ET-COBRADO TO F-COBRADO
           MOVE SPACES TO LINEA-DOC
           STRING "Cargo de entrega: $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " | Facturado: $" DELIMITED BY SIZE
                  F-COBRADO DELIMITED BY SIZE
                  INTO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE " " TO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE SPACES TO LINEA-DOC
           STRING "Recibí conforme: ____________________" DELIMITED
                  BY SIZE
                  "  Fecha/hora: ______________" DELIMITED BY SIZE
                  INTO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE SPACES TO LINEA-DOC
           STRING "Chofer: ____________________" DELIMITED BY SIZE
                  "  No entregado, motivo: ____" DELIMITED BY SIZE
                  INTO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           CLOSE ARCHIVO-DOCUMENTO.

       ESCRIBIR-LINEA-DOC.
           WRITE LINEA-DOCUMENTO FROM LINEA-DOC.

       PEDIR-ENTREGA.
           MOVE 'N' TO ENTREGA-HALLADA
           DISPLAY "Número de entrega:"
           ACCEPT NUMERO-TXT
           IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               DISPLAY "Número inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO ENTREGA-BUSCADA
           PERFORM BUSCAR-ENTREGA
           IF ENTREGA-HALLADA = 'N'
               DISPLAY "No existe esa entrega."
           END-IF.

      *>----------------------------------------------------
      *> 2. LO QUE REPORTA EL CHOFER AL VOLVER DE LA RUTA:
      *> ENTREGADA (CON EL NOMBRE DE QUIEN RECIBIÓ, COMO EN LA
      *> GUÍA FIRMADA) O FALLIDA CON SU CÓDIGO DE MOTIVO. UNA
      *> FALLIDA PUEDE REPROGRAMARSE EN EL MISMO PASO.
      *>----------------------------------------------------
       REGISTRAR-RESULTADO.
           PERFORM PEDIR-ENTREGA
           IF ENTREGA-HALLADA = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ET-ESTADO NOT = 'P'
               MOVE ET-ESTADO TO RESULTADO-TXT
               PERFORM DESCRIBIR-ESTADO
               DISPLAY "La entrega no está programada (estado: "
                       FUNCTION TRIM(DESCRIPCION-ESTADO) ")."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Entrega " ET-NUMERO " | " ET-NOMBRE
           DISPLAY "  " ET-DIRECCION
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Resultado (E=entregada, F=fallida):"
               ACCEPT RESULTADO-TXT
               MOVE FUNCTION UPPER-CASE(RESULTADO-TXT)
                   TO RESULTADO-TXT
               IF RESULTADO-TXT = 'E' OR RESULTADO-TXT = 'F'
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Resultado inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           DISPLAY "Chofer:"
           ACCEPT CHOFER-TXT
           PERFORM PEDIR-FECHA-HORA-RESULTADO

           IF RESULTADO-TXT = 'E'
               MOVE 'N' TO ENTRADA-VALIDA
               PERFORM UNTIL ENTRADA-VALIDA = 'S'
                   DISPLAY "Nombre de quien recibió (según la guía "
                           "firmada):"
                   ACCEPT RECIBIO-TXT
                   IF RECIBIO-TXT NOT = SPACES
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-PERFORM
               MOVE 'E' TO ET-ESTADO
               MOVE RECIBIO-TXT TO ET-RECIBIO
           ELSE
               PERFORM PEDIR-MOTIVO
               MOVE 'F' TO ET-ESTADO
               ADD 1 TO ET-INTENTOS
               MOVE MOTIVO-CONSULTA TO ET-MOTIVO
           END-IF
           MOVE CHOFER-TXT TO ET-CHOFER
           MOVE FECHA-RESULTADO TO ET-FECHA-RESULTADO
           MOVE HORA-RESULTADO TO ET-HORA-RESULTADO
           PERFORM REGRABAR-ENTREGA
           IF ET-ESTADO = 'E'
               DISPLAY "Entrega " ET-NUMERO " registrada como "
                       "entregada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Entrega " ET-NUMERO " registrada como fallida ("
                   FUNCTION TRIM(DESCRIPCION-MOTIVO) ")."
           DISPLAY "¿Reprogramarla ahora? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR = 'S'
               PERFORM FIJAR-NUEVA-FECHA
           END-IF.

       PEDIR-FECHA-HORA-RESULTADO.
           PERFORM OBTENER-HORA-HOY
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               MOVE FECHA-HOY TO FECHA-RESULTADO
               DISPLAY "Fecha del intento (AAAAMMDD, ENTER = hoy):"
               ACCEPT FECHA-TXT
               IF FECHA-TXT NOT = SPACES
                   IF FUNCTION TRIM(FECHA-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (FECHA-TXT)
                           TO FECHA-RESULTADO
                   ELSE
                       MOVE 0 TO FECHA-RESULTADO
                   END-IF
               END-IF
               MOVE HORA-HOY TO HORA-RESULTADO
               DISPLAY "Hora del intento (HHMM, ENTER = " HORA-HOY
                       "):"
               ACCEPT HORA-TXT
               IF HORA-TXT NOT = SPACES
                   IF FUNCTION TRIM(HORA-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (HORA-TXT)
                           TO HORA-RESULTADO
                   ELSE
                       MOVE 9999 TO HORA-RESULTADO
                   END-IF
               END-IF
               DIVIDE HORA-RESULTADO BY 100 GIVING HH-RESULTADO
                   REMAINDER MM-RESULTADO
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD (FECHA-RESULTADO)
                        NOT = 0
                   WHEN FECHA-RESULTADO > FECHA-HOY
                   WHEN FECHA-RESULTADO < ET-FECHA
                       DISPLAY "Fecha inválida. Intente de nuevo."
                   WHEN HH-RESULTADO > 23 OR MM-RESULTADO > 59
                       DISPLAY "Hora inválida. Intente de nuevo."
                   WHEN OTHER
                       MOVE 'S' TO ENTRADA-VALIDA
               END-EVALUATE
           END-PERFORM.

       PEDIR-MOTIVO.
           MOVE 'N' TO MOTIVO-VALIDO
           PERFORM UNTIL MOTIVO-VALIDO = 'S'
               DISPLAY "Motivo: 01 Cliente ausente, 02 Dirección "
                       "errada, 03 Rechazado,"
               DISPLAY "        04 Producto dañado, 05 Sin acceso, "
                       "06 Sin tiempo/vehículo, 99 Otro"
               ACCEPT MOTIVO-TXT
               MOVE 0 TO MOTIVO-CONSULTA
               IF FUNCTION TRIM(MOTIVO-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (MOTIVO-TXT)
                       TO MOTIVO-CONSULTA
               END-IF
               PERFORM DESCRIBIR-MOTIVO
               IF MOTIVO-VALIDO = 'N'
                   DISPLAY "Motivo inválido. Intente de nuevo."
               END-IF
           END-PERFORM.

       OBTENER-HORA-HOY.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA FROM TIME
           DIVIDE HORA-SISTEMA BY 10000 GIVING HORA-HOY.

      *>----------------------------------------------------
      *> 3. NUEVA FECHA PARA UNA ENTREGA PROGRAMADA O FALLIDA.
      *> SE PROPONE EL SIGUIENTE DÍA HÁBIL Y LA ENTREGA VUELVE
      *> A ESTADO 'P' PARA SALIR EN ESA HOJA DE RUTA.
      *>----------------------------------------------------
       REPROGRAMAR-ENTREGA.
           PERFORM PEDIR-ENTREGA
           IF ENTREGA-HALLADA = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ET-ESTADO NOT = 'P' AND ET-ESTADO NOT = 'F'
               DISPLAY "Sólo se reprograman entregas pendientes o "
                       "fallidas."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIJAR-NUEVA-FECHA.

       FIJAR-NUEVA-FECHA.
           COMPUTE DH-FECHA-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-HOY)
           MOVE FECHA-HOY TO DH-FECHA
           MOVE 1 TO DH-DIAS-RESTANTES
           PERFORM AVANZAR-UN-DIA-HABIL
               UNTIL DH-DIAS-RESTANTES = 0
           MOVE DH-FECHA TO FECHA-PROGRAMADA
           MOVE FECHA-HOY TO FECHA-MINIMA
           PERFORM PEDIR-FECHA-PROGRAMADA
           MOVE FECHA-PROGRAMADA TO ET-PROGRAMADA
           MOVE 'P' TO ET-ESTADO
           PERFORM REGRABAR-ENTREGA
           DISPLAY "Entrega " ET-NUMERO " reprogramada para el "
                   ET-PROGRAMADA ".".

      *>----------------------------------------------------
      *> 4. ANULACIÓN (VENTA REVERSADA, CLIENTE QUE RETIRA EN
      *> TIENDA). LAS ENTREGADAS NO SE ANULAN.
      *>----------------------------------------------------
       ANULAR-ENTREGA.
           PERFORM PEDIR-ENTREGA
           IF ENTREGA-HALLADA = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ET-ESTADO NOT = 'P' AND ET-ESTADO NOT = 'F'
               DISPLAY "Sólo se anulan entregas pendientes o "
                       "fallidas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "¿Anular la entrega " ET-NUMERO " de "
                   FUNCTION TRIM(ET-NOMBRE) "? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "No se anuló."
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO ET-ESTADO
           PERFORM REGRABAR-ENTREGA
           DISPLAY "Entrega " ET-NUMERO " anulada.".

       CONSULTAR-ENTREGA.
           PERFORM PEDIR-ENTREGA
           IF ENTREGA-HALLADA = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE ET-ESTADO TO RESULTADO-TXT
           PERFORM DESCRIBIR-ESTADO
           MOVE ET-CARGO TO F-MONTO
           MOVE ET-COBRADO TO F-COBRADO
           DISPLAY "Entrega " ET-NUMERO " del " ET-FECHA
                   " | Factura " ET-CAJA "-" ET-FOLIO " del "
                   ET-FECHA-VENTA
           DISPLAY "  " ET-NOMBRE " Tel: " ET-TELEFONO
           DISPLAY "  " ET-DIRECCION " | Zona " ET-ZONA
           DISPLAY "  Programada: " ET-PROGRAMADA
                   " | Estado: " DESCRIPCION-ESTADO
           DISPLAY "  Cargo: $" F-MONTO " | Facturado: $" F-COBRADO
                   " | Intentos fallidos: " ET-INTENTOS
           IF ET-ESTADO = 'E'
               DISPLAY "  Entregada el " ET-FECHA-RESULTADO " "
                       ET-HORA-RESULTADO " a " ET-RECIBIO
                       " (chofer " FUNCTION TRIM(ET-CHOFER) ")"
           END-IF
           IF ET-MOTIVO > 0
               MOVE ET-MOTIVO TO MOTIVO-CONSULTA
               PERFORM DESCRIBIR-MOTIVO
               DISPLAY "  Último intento fallido: "
                       DESCRIPCION-MOTIVO
           END-IF.

       DESCRIBIR-ESTADO.
           EVALUATE RESULTADO-TXT
               WHEN 'P'
                   MOVE "PROGRAMADA" TO DESCRIPCION-ESTADO
               WHEN 'E'
                   MOVE "ENTREGADA" TO DESCRIPCION-ESTADO
               WHEN 'F'
                   MOVE "FALLIDA, POR REPROGRAMAR" TO
                       DESCRIPCION-ESTADO
               WHEN 'X'
                   MOVE "ANULADA" TO DESCRIPCION-ESTADO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO DESCRIPCION-ESTADO
           END-EVALUATE.

      *>----------------------------------------------------
      *> 6. ZONAS DE REPARTO: CARGO Y PLAZO EN DÍAS HÁBILES.
      *>----------------------------------------------------
       FIJAR-ZONA.
           MOVE 0 TO ZONA-BUSCADA
           PERFORM UNTIL ZONA-BUSCADA > 0
               DISPLAY "Código de zona (1-99):"
               ACCEPT ZONA-TXT
               IF FUNCTION TRIM(ZONA-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (ZONA-TXT) TO ZONA-BUSCADA
               END-IF
               IF ZONA-BUSCADA = 0
                   DISPLAY "Código inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           PERFORM BUSCAR-ZONA-EN-TABLA
           IF ZONA-EN-TABLA = 0
               IF TOTAL-ZONAS >= MAX-ZONAS
                   DISPLAY "La tabla de zonas está llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-ZONAS
               MOVE TOTAL-ZONAS TO ZONA-EN-TABLA
               MOVE ZONA-BUSCADA TO TZ-CODIGO (ZONA-EN-TABLA)
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Nombre de la zona:"
               ACCEPT TZ-NOMBRE (ZONA-EN-TABLA)
               IF TZ-NOMBRE (ZONA-EN-TABLA) NOT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Cargo de entrega:"
               ACCEPT MONTO-TXT
               IF FUNCTION TEST-NUMVAL(MONTO-TXT) NOT = 0
                   DISPLAY "Monto inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (MONTO-TXT) TO MONTO-CAPTURA
                   MOVE MONTO-CAPTURA TO TZ-CARGO (ZONA-EN-TABLA)
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Días hábiles de plazo para entregar:"
               ACCEPT DIAS-TXT
               IF FUNCTION TRIM(DIAS-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (DIAS-TXT)
                       TO TZ-DIAS (ZONA-EN-TABLA)
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Plazo inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           MOVE 'S' TO ZONAS-CAMBIADAS
           DISPLAY "Zona " ZONA-BUSCADA " fijada.".

       LISTAR-ZONAS.
           PERFORM VARYING IDX-ZONA FROM 1 BY 1
                   UNTIL IDX-ZONA > TOTAL-ZONAS
               MOVE TZ-CARGO (IDX-ZONA) TO F-MONTO
               DISPLAY "Zona " TZ-CODIGO (IDX-ZONA) " "
                       TZ-NOMBRE (IDX-ZONA) " | Cargo $" F-MONTO
                       " | Plazo " TZ-DIAS (IDX-ZONA)
                       " día(s) hábil(es)"
           END-PERFORM
           DISPLAY TOTAL-ZONAS " zona(s) de reparto.".

       REESCRIBIR-ZONAS.
           OPEN OUTPUT ARCHIVO-ZONAS-TMP
           PERFORM VARYING IDX-ZONA FROM 1 BY 1
                   UNTIL IDX-ZONA > TOTAL-ZONAS
               MOVE ZONA-ENTRADA (IDX-ZONA) TO ZONA-TMP-REG
               WRITE ZONA-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-ZONAS-TMP
           CALL "CBL_RENAME_FILE" USING "ZONAS-ENTREGA.TMP"
                                         "ZONAS-ENTREGA.DAT"
               RETURNING RESULT-CODE.

       COPY ENTREGAS-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY FERIADOS-RUTINAS.
       COPY DIAS-HABILES-RUTINAS.
