       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAR-LISTA-PROVEEDOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-LISTA-PROV
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTA-PROV.
       COPY REFERENCIAS-PROV-SELECT.
       COPY PROVEEDORES-SELECT.
       COPY PRODUCTOS-SELECT.
       COPY PRECIOS-SELECT.
       COPY COSTOS-SELECT.
       COPY OPERADORES-SELECT.
       COPY PARAMETROS-SELECT.
       COPY AUTORIZA-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

      *>----------------------------------------------------
      *> LISTA DE PRECIOS DEL PROVEEDOR (LISTA-PROV-PPPP.DAT,
      *> PPPP = CÓDIGO DEL PROVEEDOR), UNA LÍNEA POR ARTÍCULO
      *> CON EL CÓDIGO DEL PROVEEDOR, SU DESCRIPCIÓN Y EL
      *> COSTO DE LA PRESENTACIÓN QUE COTIZA.
      *>----------------------------------------------------
       FD  ARCHIVO-LISTA-PROV.
       01  LISTA-PROV-REG.
           05 LV-CODIGO-PROV       PIC X(15).
           05 LV-DESCRIPCION       PIC X(30).
           05 LV-COSTO             PIC 9(7)V99.

       COPY REFERENCIAS-PROV-FD.
       COPY PROVEEDORES-FD.
       COPY PRODUCTOS-FD.
       COPY PRECIOS-FD.
       COPY COSTOS-FD.
       COPY OPERADORES-FD.
       COPY PARAMETROS-FD.
       COPY AUTORIZA-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.
       COPY PRECIOS-WS.
       COPY COSTOS-WS.
       COPY OPERADORES-WS.
       COPY PARAMETROS-WS.
       COPY AUTORIZA-WS.
       COPY REFERENCIAS-PROV-WS.

       *>----------------------------------------------------
       *> IMPORTACIÓN DE LA LISTA DE PRECIOS DE UN PROVEEDOR:
       *> CADA CÓDIGO DEL PROVEEDOR SE TRADUCE A PR-CODIGO CON
       *> REFERENCIAS-PROV.DAT, EL COSTO DE LA PRESENTACIÓN SE
       *> LLEVA A COSTO UNITARIO (FACTOR DE LA REFERENCIA O,
       *> SI NO LO TRAE, EL DE LA UNIDAD DE COMPRA DEL
       *> MAESTRO) Y SE PROPONE UN PRECIO DETAL
       *> NUEVO CON VIGENCIA FUTURA APLICANDO LA META DE MARGEN
       *> SOBRE EL COSTO DE LA FAMILIA (CLAVE "META-" +
       *> FAMILIA, O META-MARGEN COMO GENERAL; SIN META SE
       *> CONSERVA EL MARGEN QUE TIENE HOY EL PRODUCTO). LOS
       *> PRECIOS PROPUESTOS BAJO EL PISO DE MARGEN ("MARGEN-"
       *> + FAMILIA O MARGEN-MINIMO) VAN A LA LISTA DE
       *> EXCEPCIONES. NADA SE GRABA HASTA QUE UN SUPERVISOR
       *> APRUEBA LA CORRIDA; LAS EXCEPCIONES PIDEN UNA
       *> SEGUNDA AUTORIZACIÓN Y, SI NO LA TIENEN, SÓLO SE LES
       *> ACTUALIZA EL COSTO.
       *>----------------------------------------------------
       01 FS-LISTA-PROV          PIC XX.
       01 FS-PROVEEDORES         PIC XX.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-LISTA   PIC X(30).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(120).
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 FECHA-HOY              PIC 9(8).
       01 HORA-CARGA             PIC 9(8).
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.
       01 OPCION                 PIC X VALUE 'N'.

       01 PROVEEDOR-TXT          PIC X(6).
       01 CODIGO-PROVEEDOR       PIC 9(4).
       01 NOMBRE-PROVEEDOR       PIC X(30).
       01 PROVEEDOR-VALIDO       PIC X VALUE 'N'.

       01 VIGENCIA-TXT           PIC X(8).
       01 FECHA-VIGENCIA         PIC 9(8).
       01 DIAS-VIGENCIA          PIC 9(3) VALUE 7.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> REFERENCIAS DEL PROVEEDOR EN CURSO
       *>----------------------------------------------------
       01 MAX-REFERENCIAS        PIC 9(3) VALUE 500.
       01 TOTAL-REFERENCIAS      PIC 9(3) VALUE 0.
       01 TABLA-REFERENCIAS.
           05 REFERENCIA-ENTRADA OCCURS 500 TIMES.
               10 TR-CODIGO-PROV PIC X(15).
               10 TR-CODIGO      PIC 9(6).
       01 IDX-REFERENCIA         PIC 9(3).
       01 REFERENCIA-HALLADA     PIC X VALUE 'N'.
       01 CODIGO-PROV-LEIDO      PIC X(15).

       *>----------------------------------------------------
       *> PROPUESTAS (UNA POR PRODUCTO CON COSTO NUEVO).
       *> TL-META-ORIGEN: F = META DE LA FAMILIA, G = META
       *> GENERAL, A = MARGEN ACTUAL DEL PRODUCTO, BLANCO = SIN
       *> BASE PARA PROPONER PRECIO (SÓLO CAMBIA EL COSTO).
       *>----------------------------------------------------
       01 MAX-LINEAS             PIC 9(3) VALUE 300.
       01 TOTAL-LINEAS           PIC 9(3) VALUE 0.
       01 TABLA-LINEAS.
           05 LINEA-ENTRADA OCCURS 300 TIMES.
               10 TL-CODIGO-PROV PIC X(15).
               10 TL-CODIGO      PIC 9(6).
               10 TL-DESCRIPCION PIC X(20).
               10 TL-COSTO-ANT   PIC 9(7)V99.
               10 TL-COSTO-NUEVO PIC 9(7)V99.
               10 TL-PRECIO-ANT  PIC 9(7)V99.
               10 TL-PRECIO-PROP PIC 9(7)V99.
               10 TL-MARGEN      PIC S9(5)V99.
               10 TL-PISO        PIC S9(3)V99.
               10 TL-META-ORIGEN PIC X.
               10 TL-EXCEPCION   PIC X.
       01 IDX-LINEA              PIC 9(3).
       01 LINEA-REPETIDA         PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> LÍNEAS DE LA LISTA QUE NO SE PUEDEN IMPORTAR
       *>----------------------------------------------------
       01 MAX-RECHAZOS           PIC 9(3) VALUE 100.
       01 TOTAL-RECHAZOS         PIC 9(4) VALUE 0.
       01 TABLA-RECHAZOS.
           05 RECHAZO-ENTRADA OCCURS 100 TIMES.
               10 TX-CODIGO-PROV PIC X(15).
               10 TX-DESCRIPCION PIC X(30).
               10 TX-MOTIVO      PIC X(20).
       01 IDX-RECHAZO            PIC 9(3).
       01 MOTIVO-RECHAZO         PIC X(20).

       01 COSTO-UNIDAD           PIC 9(7)V99.
       01 MARGEN-META            PIC S9(5)V99 VALUE 0.
       01 META-ORIGEN            PIC X.
       01 MARGEN-MINIMO          PIC S9(3)V99 VALUE 0.
       01 MARGEN-PROPUESTO       PIC S9(5)V99 VALUE 0.

       01 LINEAS-LEIDAS          PIC 9(4) VALUE 0.
       01 SIN-CAMBIO             PIC 9(4) VALUE 0.
       01 TOTAL-EXCEPCIONES      PIC 9(4) VALUE 0.
       01 SIN-PROPUESTA          PIC 9(4) VALUE 0.
       01 COSTOS-GRABADOS        PIC 9(4) VALUE 0.
       01 PRECIOS-GRABADOS       PIC 9(4) VALUE 0.
       01 APROBADA               PIC X VALUE 'N'.
       01 EXCEPCIONES-APROBADAS  PIC X VALUE 'N'.
       01 NOMBRE-AUTORIZADOR    PIC X(30).

       01 F-COSTO-ANT            PIC Z(6)9.99.
       01 F-COSTO-NUEVO          PIC Z(6)9.99.
       01 F-PRECIO-ANT           PIC Z(6)9.99.
       01 F-PRECIO-PROP          PIC Z(6)9.99.
       01 F-MARGEN               PIC -(3)9.99.
       01 F-PISO                 PIC -(3)9.99.
       01 F-CONTADOR             PIC Z(3)9.
       01 MARCA-LINEA            PIC X(12).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  IMPORTAR LISTA DE PROVEEDOR"
           DISPLAY "==============================="

           PERFORM ACEPTAR-FECHA-COMPLETA
           MOVE FC-FECHA-YYYYMMDD TO FECHA-HOY
           PERFORM CARGAR-PARAMETROS
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM PEDIR-PROVEEDOR

           MOVE SPACES TO NOMBRE-ARCHIVO-LISTA
           STRING "LISTA-PROV-" DELIMITED BY SIZE
                  CODIGO-PROVEEDOR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-LISTA
           OPEN INPUT ARCHIVO-LISTA-PROV
           IF FS-LISTA-PROV NOT = "00"
               DISPLAY "No se encontró la lista del proveedor ("
                       FUNCTION TRIM(NOMBRE-ARCHIVO-LISTA) ")."
               STOP RUN
           END-IF

           PERFORM CARGAR-REFERENCIAS
           IF TOTAL-REFERENCIAS = 0
               DISPLAY "El proveedor no tiene referencias cruzadas; "
                       "use MANTENER-REFERENCIAS-PROV."
               CLOSE ARCHIVO-LISTA-PROV
               STOP RUN
           END-IF

           PERFORM PEDIR-VIGENCIA

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "IMPORTACION-LISTA-" DELIMITED BY SIZE
                  CODIGO-PROVEEDOR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           MOVE "IMPORTACION DE LISTA DE PROVEEDOR" TO EC-TITULO
           MOVE OPERADOR-NOMBRE TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM ESCRIBIR-TITULOS

      *>    PRIMERA PASADA: SÓLO SE ARMAN LAS PROPUESTAS; EL
      *>    MAESTRO SE ABRE EN LECTURA.
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")."
               CLOSE ARCHIVO-LISTA-PROV
               CLOSE ARCHIVO-REPORTE
               STOP RUN
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-LISTA-PROV
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM PROCESAR-LINEA-LISTA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LISTA-PROV
           CLOSE ARCHIVO-PRODUCTOS

           PERFORM LISTAR-EXCEPCIONES
           PERFORM LISTAR-RECHAZOS
           PERFORM MOSTRAR-TOTALES

           IF TOTAL-LINEAS = 0
               MOVE "No hay costos nuevos que aplicar."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               CLOSE ARCHIVO-REPORTE
               DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
               STOP RUN
           END-IF

           PERFORM PEDIR-APROBACION
           IF APROBADA = 'S'
               PERFORM APLICAR-COSTOS
               PERFORM APLICAR-PRECIOS
           END-IF
           PERFORM ESCRIBIR-RESULTADO

           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
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
                           MOVE PV-NOMBRE TO NOMBRE-PROVEEDOR
                           MOVE 'S' TO PROVEEDOR-VALIDO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROVEEDORES
           IF PROVEEDOR-VALIDO = 'N'
               DISPLAY "No existe ese proveedor. Intente de nuevo."
           END-IF.

       CARGAR-REFERENCIAS.
           MOVE 0 TO TOTAL-REFERENCIAS
           OPEN INPUT ARCHIVO-REFERENCIAS-PROV
           IF FS-REFERENCIAS-PROV NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-REFERENCIAS-PROV NOT = "00"
               READ ARCHIVO-REFERENCIAS-PROV
                   AT END
                       MOVE "10" TO FS-REFERENCIAS-PROV
                   NOT AT END
                       IF RF-PROVEEDOR = CODIGO-PROVEEDOR
                          AND TOTAL-REFERENCIAS < MAX-REFERENCIAS
                           ADD 1 TO TOTAL-REFERENCIAS
                           MOVE RF-CODIGO-PROV
                               TO TR-CODIGO-PROV (TOTAL-REFERENCIAS)
                           MOVE RF-CODIGO
                               TO TR-CODIGO (TOTAL-REFERENCIAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-REFERENCIAS-PROV.

      *>----------------------------------------------------
      *> LA VIGENCIA DE LOS PRECIOS PROPUESTOS ES SIEMPRE
      *> FUTURA, PARA DAR TIEMPO A CAMBIAR ETIQUETAS. POR
      *> OMISIÓN, HOY MÁS LISTA-PROV-DIAS (7 SI NO ESTÁ).
      *>----------------------------------------------------
       PEDIR-VIGENCIA.
           MOVE "LISTA-PROV-DIAS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
              AND FUNCTION TEST-NUMVAL(VALOR-PARAMETRO) = 0
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO DIAS-VIGENCIA
           END-IF
           IF DIAS-VIGENCIA = 0
               MOVE 1 TO DIAS-VIGENCIA
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Precios vigentes desde (AAAAMMDD, en blanco "
                       "= hoy + " DIAS-VIGENCIA " días):"
               ACCEPT VIGENCIA-TXT
               IF VIGENCIA-TXT = SPACES
                   COMPUTE FECHA-VIGENCIA = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (FECHA-HOY)
                        + DIAS-VIGENCIA)
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(VIGENCIA-TXT) IS NOT NUMERIC
                       DISPLAY "Fecha inválida. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (VIGENCIA-TXT)
                           TO FECHA-VIGENCIA
                       EVALUATE TRUE
                           WHEN FUNCTION TEST-DATE-YYYYMMDD
                                (FECHA-VIGENCIA) NOT = 0
                               DISPLAY "Fecha inválida. Intente de "
                                       "nuevo."
                           WHEN FECHA-VIGENCIA NOT > FECHA-HOY
                               DISPLAY "La vigencia debe ser "
                                       "posterior a hoy."
                           WHEN OTHER
                               MOVE 'S' TO ENTRADA-VALIDA
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Vigencia de los precios propuestos: "
                   FECHA-VIGENCIA.

       PROCESAR-LINEA-LISTA.
           ADD 1 TO LINEAS-LEIDAS
           MOVE FUNCTION UPPER-CASE(LV-CODIGO-PROV)
               TO CODIGO-PROV-LEIDO
           IF LV-COSTO IS NOT NUMERIC OR LV-COSTO = 0
               MOVE "COSTO INVALIDO" TO MOTIVO-RECHAZO
               PERFORM ANOTAR-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO REFERENCIA-HALLADA
           PERFORM VARYING IDX-REFERENCIA FROM 1 BY 1
                   UNTIL IDX-REFERENCIA > TOTAL-REFERENCIAS
               IF TR-CODIGO-PROV (IDX-REFERENCIA) = CODIGO-PROV-LEIDO
                   MOVE 'S' TO REFERENCIA-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF REFERENCIA-HALLADA = 'N'
               MOVE "SIN REFERENCIA" TO MOTIVO-RECHAZO
               PERFORM ANOTAR-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE TR-CODIGO (IDX-REFERENCIA) TO PR-CODIGO
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO = 'N'
               MOVE "PRODUCTO NO EXISTE" TO MOTIVO-RECHAZO
               PERFORM ANOTAR-RECHAZO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LINEA-REPETIDA
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > TOTAL-LINEAS
               IF TL-CODIGO (IDX-LINEA) = PR-CODIGO
                   MOVE 'S' TO LINEA-REPETIDA
               END-IF
           END-PERFORM
           IF LINEA-REPETIDA = 'S'
               MOVE "PRODUCTO REPETIDO" TO MOTIVO-RECHAZO
               PERFORM ANOTAR-RECHAZO
               EXIT PARAGRAPH
           END-IF
      *>    EL PROVEEDOR COTIZA SU PRESENTACIÓN (CAJA, PACK);
      *>    EL COSTO DEL MAESTRO ES POR UNIDAD NUESTRA.
           MOVE CODIGO-PROVEEDOR TO UC-PROVEEDOR
           PERFORM OBTENER-UNIDAD-COMPRA
           IF UC-FACTOR > 1
               COMPUTE COSTO-UNIDAD ROUNDED = LV-COSTO / UC-FACTOR
           ELSE
               MOVE LV-COSTO TO COSTO-UNIDAD
           END-IF
           IF COSTO-UNIDAD = PR-COSTO
               ADD 1 TO SIN-CAMBIO
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-LINEAS >= MAX-LINEAS
               MOVE "TABLA LLENA" TO MOTIVO-RECHAZO
               PERFORM ANOTAR-RECHAZO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-LINEAS
           MOVE CODIGO-PROV-LEIDO TO TL-CODIGO-PROV (TOTAL-LINEAS)
           MOVE PR-CODIGO TO TL-CODIGO (TOTAL-LINEAS)
           MOVE PR-DESCRIPCION TO TL-DESCRIPCION (TOTAL-LINEAS)
           MOVE PR-COSTO TO TL-COSTO-ANT (TOTAL-LINEAS)
           MOVE COSTO-UNIDAD TO TL-COSTO-NUEVO (TOTAL-LINEAS)
           MOVE 'N' TO TL-EXCEPCION (TOTAL-LINEAS)
           MOVE 0 TO TL-PRECIO-PROP (TOTAL-LINEAS)
           MOVE 0 TO TL-MARGEN (TOTAL-LINEAS)
      *>    PRECIO DETAL QUE REGIRÍA A LA FECHA DE VIGENCIA SI
      *>    NO SE CARGA LA PROPUESTA.
           MOVE PR-PRECIO TO TL-PRECIO-ANT (TOTAL-LINEAS)
           MOVE PR-CODIGO TO PRECIO-CODIGO
           MOVE FECHA-VIGENCIA TO PRECIO-FECHA
           MOVE 'D' TO PRECIO-NIVEL
           PERFORM BUSCAR-PRECIO-VIGENTE
           IF PRECIO-HALLADO = 'S'
               MOVE PRECIO-VIGENTE TO TL-PRECIO-ANT (TOTAL-LINEAS)
           END-IF
           PERFORM OBTENER-MARGEN-META
           MOVE META-ORIGEN TO TL-META-ORIGEN (TOTAL-LINEAS)
           PERFORM OBTENER-MARGEN-MINIMO
           MOVE MARGEN-MINIMO TO TL-PISO (TOTAL-LINEAS)
           IF META-ORIGEN = SPACE
               ADD 1 TO SIN-PROPUESTA
           ELSE
               COMPUTE TL-PRECIO-PROP (TOTAL-LINEAS) ROUNDED =
                   COSTO-UNIDAD * (100 + MARGEN-META) / 100
               COMPUTE MARGEN-PROPUESTO ROUNDED =
                   (TL-PRECIO-PROP (TOTAL-LINEAS) - COSTO-UNIDAD)
                   * 100 / COSTO-UNIDAD
               MOVE MARGEN-PROPUESTO TO TL-MARGEN (TOTAL-LINEAS)
               IF MARGEN-PROPUESTO < MARGEN-MINIMO
                  OR TL-PRECIO-PROP (TOTAL-LINEAS) < COSTO-UNIDAD
                   MOVE 'S' TO TL-EXCEPCION (TOTAL-LINEAS)
                   ADD 1 TO TOTAL-EXCEPCIONES
               END-IF
           END-IF
           MOVE TOTAL-LINEAS TO IDX-LINEA
           PERFORM ESCRIBIR-DETALLE.

       ANOTAR-RECHAZO.
           ADD 1 TO TOTAL-RECHAZOS
           IF TOTAL-RECHAZOS <= MAX-RECHAZOS
               MOVE CODIGO-PROV-LEIDO
                   TO TX-CODIGO-PROV (TOTAL-RECHAZOS)
               MOVE LV-DESCRIPCION TO TX-DESCRIPCION (TOTAL-RECHAZOS)
               MOVE MOTIVO-RECHAZO TO TX-MOTIVO (TOTAL-RECHAZOS)
           END-IF.

      *>----------------------------------------------------
      *> META DE MARGEN SOBRE EL COSTO: "META-" + FAMILIA,
      *> LUEGO META-MARGEN; SI NINGUNA ESTÁ CARGADA SE
      *> CONSERVA EL MARGEN QUE HOY TIENE EL PRODUCTO SOBRE SU
      *> COSTO ANTERIOR.
      *>----------------------------------------------------
       OBTENER-MARGEN-META.
           MOVE 0 TO MARGEN-META
           MOVE SPACE TO META-ORIGEN
           IF PR-FAMILIA NOT = SPACES
               MOVE SPACES TO CLAVE-BUSCADA
               STRING "META-" DELIMITED BY SIZE
                      FUNCTION TRIM(PR-FAMILIA) DELIMITED BY SIZE
                      INTO CLAVE-BUSCADA
               PERFORM BUSCAR-PARAMETRO
               IF PARAMETRO-ENCONTRADO = 'S'
                   MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                       TO MARGEN-META
                   MOVE 'F' TO META-ORIGEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "META-MARGEN" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO MARGEN-META
               MOVE 'G' TO META-ORIGEN
               EXIT PARAGRAPH
           END-IF
           IF PR-COSTO > 0 AND TL-PRECIO-ANT (TOTAL-LINEAS) > 0
               COMPUTE MARGEN-META ROUNDED =
                   (TL-PRECIO-ANT (TOTAL-LINEAS) - PR-COSTO)
                   * 100 / PR-COSTO
               MOVE 'A' TO META-ORIGEN
           END-IF.

       OBTENER-MARGEN-MINIMO.
           MOVE 0 TO MARGEN-MINIMO
           IF PR-FAMILIA NOT = SPACES
               MOVE SPACES TO CLAVE-BUSCADA
               STRING "MARGEN-" DELIMITED BY SIZE
                      FUNCTION TRIM(PR-FAMILIA) DELIMITED BY SIZE
                      INTO CLAVE-BUSCADA
               PERFORM BUSCAR-PARAMETRO
               IF PARAMETRO-ENCONTRADO = 'S'
                   MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                       TO MARGEN-MINIMO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "MARGEN-MINIMO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO MARGEN-MINIMO
           END-IF.

       ESCRIBIR-TITULOS.
           MOVE SPACES TO LINEA-SALIDA
           STRING "Proveedor " DELIMITED BY SIZE
                  CODIGO-PROVEEDOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(NOMBRE-PROVEEDOR) DELIMITED BY SIZE
                  " | Lista " DELIMITED BY SIZE
                  FUNCTION TRIM(NOMBRE-ARCHIVO-LISTA)
                      DELIMITED BY SIZE
                  " | Vigencia propuesta " DELIMITED BY SIZE
                  FECHA-VIGENCIA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "COD. PROVEEDOR  PROD.  DESCRIPCION         "
                      DELIMITED BY SIZE
                  "  COSTO ANT.  COSTO NVO. PRECIO ACT. PRECIO "
                      DELIMITED BY SIZE
                  "PROP. MARGEN% M OBSERVACION" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-DETALLE.
           MOVE TL-COSTO-ANT (IDX-LINEA) TO F-COSTO-ANT
           MOVE TL-COSTO-NUEVO (IDX-LINEA) TO F-COSTO-NUEVO
           MOVE TL-PRECIO-ANT (IDX-LINEA) TO F-PRECIO-ANT
           MOVE TL-PRECIO-PROP (IDX-LINEA) TO F-PRECIO-PROP
           MOVE TL-MARGEN (IDX-LINEA) TO F-MARGEN
           EVALUATE TRUE
               WHEN TL-META-ORIGEN (IDX-LINEA) = SPACE
                   MOVE "SOLO COSTO" TO MARCA-LINEA
               WHEN TL-EXCEPCION (IDX-LINEA) = 'S'
                   MOVE "** EXCEPCION" TO MARCA-LINEA
               WHEN OTHER
                   MOVE SPACES TO MARCA-LINEA
           END-EVALUATE
           MOVE SPACES TO LINEA-SALIDA
           STRING TL-CODIGO-PROV (IDX-LINEA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TL-CODIGO (IDX-LINEA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TL-DESCRIPCION (IDX-LINEA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-COSTO-ANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-COSTO-NUEVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PRECIO-ANT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  F-PRECIO-PROP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MARGEN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TL-META-ORIGEN (IDX-LINEA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MARCA-LINEA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       LISTAR-EXCEPCIONES.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "EXCEPCIONES: PRECIO PROPUESTO BAJO EL PISO DE MARGEN"
               TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-EXCEPCIONES = 0
               MOVE "  (ninguna)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > TOTAL-LINEAS
               IF TL-EXCEPCION (IDX-LINEA) = 'S'
                   MOVE TL-COSTO-NUEVO (IDX-LINEA) TO F-COSTO-NUEVO
                   MOVE TL-PRECIO-PROP (IDX-LINEA) TO F-PRECIO-PROP
                   MOVE TL-MARGEN (IDX-LINEA) TO F-MARGEN
                   MOVE TL-PISO (IDX-LINEA) TO F-PISO
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "  " DELIMITED BY SIZE
                          TL-CODIGO (IDX-LINEA) DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          TL-DESCRIPCION (IDX-LINEA)
                              DELIMITED BY SIZE
                          " | Costo $" DELIMITED BY SIZE
                          F-COSTO-NUEVO DELIMITED BY SIZE
                          " | Propuesto $" DELIMITED BY SIZE
                          F-PRECIO-PROP DELIMITED BY SIZE
                          " | Margen " DELIMITED BY SIZE
                          F-MARGEN DELIMITED BY SIZE
                          "% (piso " DELIMITED BY SIZE
                          F-PISO DELIMITED BY SIZE
                          "%)" DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-PERFORM.

       LISTAR-RECHAZOS.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "LINEAS NO IMPORTADAS" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-RECHAZOS = 0
               MOVE "  (ninguna)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-RECHAZO FROM 1 BY 1
                   UNTIL IDX-RECHAZO > TOTAL-RECHAZOS
                      OR IDX-RECHAZO > MAX-RECHAZOS
               MOVE SPACES TO LINEA-SALIDA
               STRING "  " DELIMITED BY SIZE
                      TX-CODIGO-PROV (IDX-RECHAZO) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      TX-DESCRIPCION (IDX-RECHAZO) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      TX-MOTIVO (IDX-RECHAZO) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           IF TOTAL-RECHAZOS > MAX-RECHAZOS
               MOVE SPACES TO LINEA-SALIDA
               STRING "  (hay más líneas no importadas que las "
                      DELIMITED BY SIZE
                      "listadas)" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       MOSTRAR-TOTALES.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Líneas leídas: " DELIMITED BY SIZE
                  LINEAS-LEIDAS DELIMITED BY SIZE
                  " | Costo sin cambio: " DELIMITED BY SIZE
                  SIN-CAMBIO DELIMITED BY SIZE
                  " | Costos nuevos: " DELIMITED BY SIZE
                  TOTAL-LINEAS DELIMITED BY SIZE
                  " | No importadas: " DELIMITED BY SIZE
                  TOTAL-RECHAZOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Excepciones de margen: " DELIMITED BY SIZE
                  TOTAL-EXCEPCIONES DELIMITED BY SIZE
                  " | Sin precio propuesto (sin meta ni margen "
                      DELIMITED BY SIZE
                  "actual): " DELIMITED BY SIZE
                  SIN-PROPUESTA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> LA CORRIDA SE DETIENE AQUÍ: EL OPERADOR REVISA EL
      *> REPORTE Y UN SUPERVISOR AUTORIZA EL POSTEO. LAS
      *> EXCEPCIONES DE MARGEN PIDEN SU PROPIA AUTORIZACIÓN
      *> (LA MISMA ACCIÓN QUE EN MANTENER-PRECIOS).
      *>----------------------------------------------------
       PEDIR-APROBACION.
           MOVE 'N' TO APROBADA
           MOVE 'N' TO EXCEPCIONES-APROBADAS
           DISPLAY "¿Aplicar los costos y precios propuestos? "
                   "(S/N):"
           ACCEPT OPCION
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           IF OPCION NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE "IMPORTAR LISTA PROV" TO AUT-ACCION
           MOVE CODIGO-PROVEEDOR TO AUT-DOCUMENTO
           MOVE 0 TO AUT-CAJA
           PERFORM PEDIR-AUTORIZACION
           IF AUTORIZACION-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO APROBADA
           MOVE OPERADOR-NOMBRE TO NOMBRE-AUTORIZADOR
           IF TOTAL-EXCEPCIONES = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Hay " TOTAL-EXCEPCIONES " precio(s) bajo el "
                   "piso de margen. ¿Cargarlos también? (S/N):"
           ACCEPT OPCION
           MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           IF OPCION NOT = 'S'
               DISPLAY "Las excepciones quedan sólo con el costo "
                       "nuevo."
               EXIT PARAGRAPH
           END-IF
           MOVE "PRECIO BAJO MARGEN" TO AUT-ACCION
           MOVE CODIGO-PROVEEDOR TO AUT-DOCUMENTO
           PERFORM PEDIR-AUTORIZACION
           MOVE AUTORIZACION-OK TO EXCEPCIONES-APROBADAS.

      *>----------------------------------------------------
      *> EL COSTO DE LA LISTA REEMPLAZA AL DEL MAESTRO (ES EL
      *> COSTO DE REPOSICIÓN, NO UNA RECEPCIÓN) Y EL CAMBIO
      *> QUEDA EN COSTOS-HIST.DAT CON ORIGEN LISTA-PROV Y EL
      *> PROVEEDOR COMO REFERENCIA.
      *>----------------------------------------------------
       APLICAR-COSTOS.
           OPEN I-O ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS "); no se aplicó nada."
               MOVE 'N' TO APROBADA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > TOTAL-LINEAS
               MOVE TL-CODIGO (IDX-LINEA) TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               IF PRODUCTO-ENCONTRADO = 'S'
                   MOVE PR-COSTO TO CPP-COSTO-ANTERIOR
                   MOVE TL-COSTO-NUEVO (IDX-LINEA) TO CPP-COSTO-NUEVO
                   MOVE TL-COSTO-NUEVO (IDX-LINEA) TO PR-COSTO
                   REWRITE PRODUCTO-REG INVALID KEY
                       DISPLAY "ERROR al actualizar el costo del "
                               "producto " PR-CODIGO
                   NOT INVALID KEY
                       MOVE "LISTA-PROV" TO CPP-ORIGEN
                       MOVE CODIGO-PROVEEDOR TO CPP-REFERENCIA
                       PERFORM GRABAR-COSTO-HIST
                       ADD 1 TO COSTOS-GRABADOS
                   END-REWRITE
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS.

       APLICAR-PRECIOS.
           IF APROBADA = 'N'
               EXIT PARAGRAPH
           END-IF
           ACCEPT HORA-CARGA FROM TIME
           OPEN EXTEND ARCHIVO-PRECIOS
           IF FS-PRECIOS = "35"
               OPEN OUTPUT ARCHIVO-PRECIOS
           END-IF
           PERFORM VARYING IDX-LINEA FROM 1 BY 1
                   UNTIL IDX-LINEA > TOTAL-LINEAS
               IF TL-PRECIO-PROP (IDX-LINEA) > 0
                  AND (TL-EXCEPCION (IDX-LINEA) = 'N'
                       OR EXCEPCIONES-APROBADAS = 'S')
                   MOVE TL-CODIGO (IDX-LINEA) TO LP-CODIGO
                   MOVE TL-PRECIO-PROP (IDX-LINEA) TO LP-PRECIO
                   MOVE FECHA-VIGENCIA TO LP-VIGENCIA
                   MOVE FECHA-HOY TO LP-FECHA-CARGA
                   MOVE HORA-CARGA TO LP-HORA-CARGA
                   MOVE CODIGO-OPERADOR TO LP-OPERADOR
                   MOVE 'D' TO LP-NIVEL
                   WRITE PRECIO-REG
                   ADD 1 TO PRECIOS-GRABADOS
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-PRECIOS.

       ESCRIBIR-RESULTADO.
           MOVE SPACES TO LINEA-SALIDA
           IF APROBADA = 'N'
               STRING "LISTA NO APLICADA: no se grabó ningún costo "
                      DELIMITED BY SIZE
                      "ni precio." DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           MOVE COSTOS-GRABADOS TO F-CONTADOR
           STRING "LISTA APLICADA. Autorizó: " DELIMITED BY SIZE
                  FUNCTION TRIM(NOMBRE-AUTORIZADOR) DELIMITED BY SIZE
                  " | Costos actualizados: " DELIMITED BY SIZE
                  F-CONTADOR DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           MOVE PRECIOS-GRABADOS TO F-CONTADOR
           STRING "Precios cargados: " DELIMITED BY SIZE
                  F-CONTADOR DELIMITED BY SIZE
                  " con vigencia desde " DELIMITED BY SIZE
                  FECHA-VIGENCIA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-EXCEPCIONES > 0
               MOVE SPACES TO LINEA-SALIDA
               IF EXCEPCIONES-APROBADAS = 'S'
                   STRING "Excepciones de margen autorizadas y "
                          DELIMITED BY SIZE
                          "cargadas." DELIMITED BY SIZE
                          INTO LINEA-SALIDA
               ELSE
                   STRING "Excepciones de margen NO cargadas: "
                          DELIMITED BY SIZE
                          "sólo se actualizó su costo."
                          DELIMITED BY SIZE
                          INTO LINEA-SALIDA
               END-IF
               PERFORM ESCRIBIR-LINEA
           END-IF.

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

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY PRECIOS-RUTINAS.
       COPY COSTOS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY AUTORIZA-RUTINAS.
       COPY REFERENCIAS-PROV-RUTINAS.
