       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARJETAS-SOCIOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY TARJETAS-SELECT.
       COPY MIEMBROS-SELECT.
       COPY CUOTAS-SELECT.
       COPY GRUPOS-SELECT.
       COPY PARAMETROS-SELECT.
           SELECT ARCHIVO-IMPRESION
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-IMPRESION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPRESION.
           SELECT MIEMBROS-HIST ASSIGN TO "MIEMBROS-HIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.

       DATA DIVISION.
       FILE SECTION.
       COPY TARJETAS-FD.
       COPY MIEMBROS-FD.
       COPY CUOTAS-FD.
       COPY GRUPOS-FD.
       COPY PARAMETROS-FD.

       FD  ARCHIVO-IMPRESION.
       01  LINEA-IMPRESION        PIC X(150).

       FD  MIEMBROS-HIST.
       01  LINEA-HIST             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY TARJETAS-WS.
       COPY GRUPOS-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> TARJETAS DE SOCIO CON CÓDIGO DE BARRAS: UN ARCHIVO
       *> IMPRIMIBLE POR SOCIO (TARJETA-NNNNNN.TXT) CON
       *> NOMBRE, NÚMERO DE SOCIO, CATEGORÍA, VENCIMIENTO
       *> (FIN DEL ÚLTIMO MES CON CUOTA SALDADA, PROPIA O DEL
       *> RESPONSABLE DE SU GRUPO; INCLUYE LOS MESES
       *> CUBIERTOS POR EL PLAN ANUAL) Y EL NÚMERO DE TARJETA
       *> EN BARRAS CODE 39. LA TARJETA PERDIDA SE BLOQUEA Y
       *> SE EMITE OTRA CON NUEVO NÚMERO (MIEMBROS-HIST.LOG).
       *> USO: TARJETAS-SOCIOS [LOTE]. CON LOTE IMPRIME SIN
       *> OPERADOR LAS TARJETAS DE LOS SOCIOS NUEVOS (SIN
       *> TARJETA) Y DE LOS QUE CAMBIARON DE CATEGORÍA.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-MIEMBROS            PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 FS-IMPRESION           PIC XX.
       01 FS-HIST                PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-IMPRESION PIC X(32).

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 SOCIO-TXT              PIC X(8).
       01 SN-CAPTURA             PIC X.
       01 SOCIO-HALLADO          PIC X VALUE 'N'.
       01 FECHA-HOY              PIC 9(8).
       01 HORA-HOY               PIC 9(8).

       *>----------------------------------------------------
       *> TARJETAS EN TABLA (MISMO ORDEN DE CAMPOS QUE
       *> TARJETA-REG)
       *>----------------------------------------------------
       01 MAX-TARJETAS           PIC 9(4) VALUE 1000.
       01 TOTAL-TARJETAS         PIC 9(4) VALUE 0.
       01 TABLA-TARJETAS.
           05 TARJETA-ENTRADA OCCURS 1000 TIMES.
               10 TT-NUMERO      PIC 9(9).
               10 TT-MIEMBRO     PIC 9(6).
               10 TT-EMISION     PIC 9(2).
               10 TT-ESTADO      PIC X.
               10 TT-CATEGORIA   PIC X(20).
               10 TT-FECHA-EMISION PIC 9(8).
               10 TT-FECHA-BLOQUEO PIC 9(8).
               10 TT-REEMPLAZO   PIC 9(9).
       01 IDX-TARJETA            PIC 9(4).
       01 TARJETA-ACTIVA         PIC 9(4) VALUE 0.
       01 ULTIMA-EMISION         PIC 9(2) VALUE 0.
       01 TARJETAS-CAMBIADAS     PIC X VALUE 'N'.
       01 MOTIVO-IMPRESION       PIC X(20).

       *>----------------------------------------------------
       *> ÚLTIMO MES CON CUOTA SALDADA POR SOCIO O PAGADOR
       *>----------------------------------------------------
       01 MAX-PAGOS              PIC 9(4) VALUE 1000.
       01 TOTAL-PAGOS            PIC 9(4) VALUE 0.
       01 TABLA-PAGOS.
           05 PAGO-ENTRADA OCCURS 1000 TIMES.
               10 PG-MIEMBRO     PIC 9(6).
               10 PG-ULTIMO-MES  PIC 9(6).
       01 IDX-PAGO               PIC 9(4).
       01 PAGO-HALLADO           PIC X VALUE 'N'.
       01 MES-PAGO-BUSCADO       PIC 9(6).
       01 ULTIMO-MES-PAGO        PIC 9(6).
       01 ANIO-VENCE             PIC 9(4).
       01 MES-VENCE              PIC 9(2).
       01 FECHA-MES-SIGUIENTE    PIC 9(8).
       01 FECHA-VENCE            PIC 9(8).
       01 F-FECHA-VENCE          PIC X(10).

       *>----------------------------------------------------
       *> CÓDIGO DE BARRAS CODE 39: CADA CARÁCTER SON NUEVE
       *> ELEMENTOS (BARRA, ESPACIO, BARRA...), ANGOSTOS (N) O
       *> ANCHOS (W); EL ASTERISCO ABRE Y CIERRA EL CÓDIGO.
       *> LA LÍNEA *NNNNNNNNN* SIRVE TAMBIÉN PARA IMPRIMIR CON
       *> UNA FUENTE CODE 39.
       *>----------------------------------------------------
       01 LISTA-PATRONES-BARRAS.
           05 FILLER PIC X(9) VALUE "NNNWWNWNN".
           05 FILLER PIC X(9) VALUE "WNNWNNNNW".
           05 FILLER PIC X(9) VALUE "NNWWNNNNW".
           05 FILLER PIC X(9) VALUE "WNWWNNNNN".
           05 FILLER PIC X(9) VALUE "NNNWWNNNW".
           05 FILLER PIC X(9) VALUE "WNNWWNNNN".
           05 FILLER PIC X(9) VALUE "NNWWWNNNN".
           05 FILLER PIC X(9) VALUE "NNNWNNWNW".
           05 FILLER PIC X(9) VALUE "WNNWNNWNN".
           05 FILLER PIC X(9) VALUE "NNWWNNWNN".
           05 FILLER PIC X(9) VALUE "NWNNWNWNN".
       01 TABLA-PATRONES-BARRAS REDEFINES LISTA-PATRONES-BARRAS.
           05 PATRON-BARRAS OCCURS 11 TIMES PIC X(9).
       01 TEXTO-BARRAS           PIC X(11).
       01 LINEA-BARRAS           PIC X(150).
       01 PUNTERO-BARRAS         PIC 9(3).
       01 IDX-CARACTER           PIC 9(2).
       01 IDX-ELEMENTO           PIC 9(2).
       01 IDX-PATRON             PIC 9(2).
       01 COCIENTE-BARRAS        PIC 9(2).
       01 RESTO-BARRAS           PIC 9(2).
       01 TRAZO-BARRAS           PIC X(2).

       01 LINEA-CAJA.
           05 FILLER             PIC X(2) VALUE "| ".
           05 TEXTO-CAJA         PIC X(60).
       01 BORDE-CAJA             PIC X(62) VALUE ALL "-".
       01 NOMBRE-CLUB            PIC X(20) VALUE SPACES.

       01 IMPRESAS-NUEVAS        PIC 9(4) VALUE 0.
       01 IMPRESAS-CATEGORIA     PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-PARAMETROS
           MOVE "NOMBRE-TIENDA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE VALOR-PARAMETRO TO NOMBRE-CLUB
           END-IF
           PERFORM CARGAR-TARJETAS
           PERFORM CARGAR-PAGOS

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF FUNCTION UPPER-CASE(WS-COMMAND-LINE) = "LOTE"
               PERFORM IMPRIMIR-LOTE
               PERFORM TERMINAR
           END-IF

           DISPLAY "==============================="
           DISPLAY "  TARJETAS DE SOCIO"
           DISPLAY "==============================="
           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Imprimir la tarjeta de un socio"
               DISPLAY "2. Reportar una tarjeta perdida"
               DISPLAY "3. Imprimir altas y cambios de categoría"
               DISPLAY "4. Tarjetas de un socio"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM IMPRIMIR-DE-SOCIO
                   WHEN 2
                       PERFORM REPORTAR-PERDIDA
                   WHEN 3
                       PERFORM IMPRIMIR-LOTE
                   WHEN 4
                       PERFORM TARJETAS-DE-SOCIO
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM
           PERFORM TERMINAR.

       TERMINAR.
           IF TARJETAS-CAMBIADAS = 'S'
               PERFORM REESCRIBIR-TARJETAS
           END-IF
           DISPLAY "Fin de tarjetas de socio."
           STOP RUN.

      *>----------------------------------------------------
      *> TARJETA DE UN SOCIO: SI NO TIENE UNA ACTIVA SE LE
      *> EMITE; SI YA LA TIENE SE REIMPRIME CON LOS DATOS DE
      *> HOY (MISMO NÚMERO).
      *>----------------------------------------------------
       IMPRIMIR-DE-SOCIO.
           PERFORM PEDIR-SOCIO
           IF SOCIO-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           IF M-ESTADO = 'B'
               DISPLAY "El socio está dado de baja; no se imprime "
                       "tarjeta."
               EXIT PARAGRAPH
           END-IF
           MOVE "REIMPRESION" TO MOTIVO-IMPRESION
           PERFORM EMITIR-TARJETA.

       REPORTAR-PERDIDA.
           PERFORM PEDIR-SOCIO
           IF SOCIO-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-TARJETA-ACTIVA
           IF TARJETA-ACTIVA = 0
               DISPLAY "El socio no tiene una tarjeta activa."
               EXIT PARAGRAPH
           END-IF
           IF ULTIMA-EMISION >= 99
               DISPLAY "El socio agotó los números de emisión; "
                       "consulte a sistemas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Tarjeta activa: " TT-NUMERO (TARJETA-ACTIVA)
           DISPLAY "¿Confirma que se perdió y se bloquea? (S/N):"
           PERFORM PEDIR-SN-CAPTURA
           IF SN-CAPTURA NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-TARJETAS >= MAX-TARJETAS
               DISPLAY "La tabla de tarjetas está llena."
               EXIT PARAGRAPH
           END-IF
           MOVE TARJETA-ACTIVA TO IDX-TARJETA
           MOVE 'B' TO TT-ESTADO (IDX-TARJETA)
           MOVE FECHA-HOY TO TT-FECHA-BLOQUEO (IDX-TARJETA)
           MOVE "REEMPLAZO" TO MOTIVO-IMPRESION
           PERFORM EMITIR-TARJETA
           MOVE TT-NUMERO (TARJETA-ACTIVA)
               TO TT-REEMPLAZO (IDX-TARJETA)
           PERFORM GRABAR-HIST-BLOQUEO
           DISPLAY "Tarjeta " TT-NUMERO (IDX-TARJETA)
                   " bloqueada; la reemplaza la "
                   TT-NUMERO (TARJETA-ACTIVA) ".".

      *>----------------------------------------------------
      *> SOCIOS SIN TARJETA ACTIVA (ALTAS) Y SOCIOS CUYA
      *> CATEGORÍA YA NO ES LA IMPRESA (RECATEGORIZAR-MIEMBROS
      *> ENCADENA ESTE LOTE EN SU CORRIDA NOCTURNA).
      *>----------------------------------------------------
       IMPRIMIR-LOTE.
           MOVE 0 TO IMPRESAS-NUEVAS
           MOVE 0 TO IMPRESAS-CATEGORIA
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-MIEMBROS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF M-ESTADO NOT = 'B'
                           PERFORM EVALUAR-SOCIO-LOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-MIEMBROS
           DISPLAY "-------------------------------"
           DISPLAY "Tarjetas nuevas       : " IMPRESAS-NUEVAS
           DISPLAY "Por cambio de categoría: " IMPRESAS-CATEGORIA.

       EVALUAR-SOCIO-LOTE.
           PERFORM BUSCAR-TARJETA-ACTIVA
           EVALUATE TRUE
               WHEN TARJETA-ACTIVA = 0
                   IF TOTAL-TARJETAS < MAX-TARJETAS
                       MOVE "ALTA" TO MOTIVO-IMPRESION
                       PERFORM EMITIR-TARJETA
                       ADD 1 TO IMPRESAS-NUEVAS
                   ELSE
                       DISPLAY "La tabla de tarjetas está llena; "
                               "socio " M-ID " sin tarjeta."
                   END-IF
               WHEN TT-CATEGORIA (TARJETA-ACTIVA) NOT = M-CATEGORIA
                   MOVE "CAMBIO DE CATEGORIA" TO MOTIVO-IMPRESION
                   PERFORM EMITIR-TARJETA
                   ADD 1 TO IMPRESAS-CATEGORIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TARJETAS-DE-SOCIO.
           PERFORM PEDIR-SOCIO
           IF SOCIO-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TARJETA-ACTIVA
           PERFORM VARYING IDX-TARJETA FROM 1 BY 1
                   UNTIL IDX-TARJETA > TOTAL-TARJETAS
               IF TT-MIEMBRO (IDX-TARJETA) = M-ID
                   ADD 1 TO TARJETA-ACTIVA
                   IF TT-ESTADO (IDX-TARJETA) = 'A'
                       DISPLAY "  " TT-NUMERO (IDX-TARJETA)
                               " ACTIVA desde "
                               TT-FECHA-EMISION (IDX-TARJETA) " ("
                               FUNCTION TRIM
                                   (TT-CATEGORIA (IDX-TARJETA)) ")"
                   ELSE
                       DISPLAY "  " TT-NUMERO (IDX-TARJETA)
                               " BLOQUEADA el "
                               TT-FECHA-BLOQUEO (IDX-TARJETA)
                               ", reemplazada por la "
                               TT-REEMPLAZO (IDX-TARJETA)
                   END-IF
               END-IF
           END-PERFORM
           IF TARJETA-ACTIVA = 0
               DISPLAY "El socio no tiene tarjetas emitidas."
           END-IF.

      *>----------------------------------------------------
      *> DEJA EN TARJETA-ACTIVA LA TARJETA ACTIVA DE M-ID (0
      *> SI NO TIENE) Y EN ULTIMA-EMISION SU MAYOR EMISIÓN.
      *>----------------------------------------------------
       BUSCAR-TARJETA-ACTIVA.
           MOVE 0 TO TARJETA-ACTIVA
           MOVE 0 TO ULTIMA-EMISION
           PERFORM VARYING IDX-TARJETA FROM 1 BY 1
                   UNTIL IDX-TARJETA > TOTAL-TARJETAS
               IF TT-MIEMBRO (IDX-TARJETA) = M-ID
                   IF TT-ESTADO (IDX-TARJETA) = 'A'
                       MOVE IDX-TARJETA TO TARJETA-ACTIVA
                   END-IF
                   IF TT-EMISION (IDX-TARJETA) > ULTIMA-EMISION
                       MOVE TT-EMISION (IDX-TARJETA)
                           TO ULTIMA-EMISION
                   END-IF
               END-IF
           END-PERFORM.

      *>    EMITE UNA TARJETA NUEVA PARA M-ID CUANDO NO TIENE
      *>    UNA ACTIVA (O LA ACTIVA SE ACABA DE BLOQUEAR) Y LA
      *>    IMPRIME. AL VOLVER, TARJETA-ACTIVA ES LA IMPRESA.
       EMITIR-TARJETA.
           IF TARJETA-ACTIVA = 0
               OR TT-ESTADO (TARJETA-ACTIVA) NOT = 'A'
               ADD 1 TO TOTAL-TARJETAS
               MOVE TOTAL-TARJETAS TO TARJETA-ACTIVA
               MOVE M-ID TO TARJETA-SOCIO
               COMPUTE TARJETA-EMISION = ULTIMA-EMISION + 1
               PERFORM ARMAR-NUMERO-TARJETA
               MOVE TARJETA-ARMADA TO TT-NUMERO (TARJETA-ACTIVA)
               MOVE M-ID TO TT-MIEMBRO (TARJETA-ACTIVA)
               MOVE TARJETA-EMISION TO TT-EMISION (TARJETA-ACTIVA)
               MOVE 'A' TO TT-ESTADO (TARJETA-ACTIVA)
               MOVE 0 TO TT-FECHA-BLOQUEO (TARJETA-ACTIVA)
               MOVE 0 TO TT-REEMPLAZO (TARJETA-ACTIVA)
           END-IF
           MOVE M-CATEGORIA TO TT-CATEGORIA (TARJETA-ACTIVA)
           MOVE FECHA-HOY TO TT-FECHA-EMISION (TARJETA-ACTIVA)
           MOVE 'S' TO TARJETAS-CAMBIADAS
           PERFORM IMPRIMIR-TARJETA.

      *>----------------------------------------------------
      *> ARCHIVO IMPRIMIBLE DE LA TARJETA TARJETA-ACTIVA DEL
      *> SOCIO EN MIEMBRO-REG.
      *>----------------------------------------------------
       IMPRIMIR-TARJETA.
           PERFORM CALCULAR-VENCIMIENTO
           MOVE SPACES TO NOMBRE-ARCHIVO-IMPRESION
           STRING "TARJETA-" DELIMITED BY SIZE
                  M-ID DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-IMPRESION
           OPEN OUTPUT ARCHIVO-IMPRESION
           WRITE LINEA-IMPRESION FROM BORDE-CAJA
           MOVE SPACES TO TEXTO-CAJA
           STRING FUNCTION TRIM(NOMBRE-CLUB) DELIMITED BY SIZE
                  " - TARJETA DE SOCIO" DELIMITED BY SIZE
                  INTO TEXTO-CAJA
           WRITE LINEA-IMPRESION FROM LINEA-CAJA
           MOVE SPACES TO TEXTO-CAJA
           WRITE LINEA-IMPRESION FROM LINEA-CAJA
           MOVE SPACES TO TEXTO-CAJA
           STRING "NOMBRE    : " DELIMITED BY SIZE
                  M-NOMBRE DELIMITED BY SIZE
                  INTO TEXTO-CAJA
           WRITE LINEA-IMPRESION FROM LINEA-CAJA
           MOVE SPACES TO TEXTO-CAJA
           STRING "SOCIO NRO.: " DELIMITED BY SIZE
                  M-ID DELIMITED BY SIZE
                  INTO TEXTO-CAJA
           WRITE LINEA-IMPRESION FROM LINEA-CAJA
           MOVE SPACES TO TEXTO-CAJA
           STRING "CATEGORIA : " DELIMITED BY SIZE
                  M-CATEGORIA DELIMITED BY SIZE
                  INTO TEXTO-CAJA
           WRITE LINEA-IMPRESION FROM LINEA-CAJA
           MOVE SPACES TO TEXTO-CAJA
           STRING "VENCE     : " DELIMITED BY SIZE
                  F-FECHA-VENCE DELIMITED BY SIZE
                  INTO TEXTO-CAJA
           WRITE LINEA-IMPRESION FROM LINEA-CAJA
           MOVE SPACES TO TEXTO-CAJA
           STRING "TARJETA   : " DELIMITED BY SIZE
                  TT-NUMERO (TARJETA-ACTIVA) DELIMITED BY SIZE
                  INTO TEXTO-CAJA
           WRITE LINEA-IMPRESION FROM LINEA-CAJA
           WRITE LINEA-IMPRESION FROM BORDE-CAJA
           MOVE SPACES TO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
           PERFORM ARMAR-CODIGO-BARRAS
           WRITE LINEA-IMPRESION FROM LINEA-BARRAS
           WRITE LINEA-IMPRESION FROM LINEA-BARRAS
           WRITE LINEA-IMPRESION FROM LINEA-BARRAS
           WRITE LINEA-IMPRESION FROM LINEA-BARRAS
           MOVE SPACES TO LINEA-IMPRESION
           STRING "    " DELIMITED BY SIZE
                  TEXTO-BARRAS DELIMITED BY SIZE
                  INTO LINEA-IMPRESION
           WRITE LINEA-IMPRESION
           CLOSE ARCHIVO-IMPRESION
           DISPLAY "Tarjeta " TT-NUMERO (TARJETA-ACTIVA) " de "
                   FUNCTION TRIM(M-NOMBRE) " ("
                   FUNCTION TRIM(MOTIVO-IMPRESION) ") en "
                   FUNCTION TRIM(NOMBRE-ARCHIVO-IMPRESION).

       ARMAR-CODIGO-BARRAS.
           MOVE SPACES TO TEXTO-BARRAS
           STRING "*" DELIMITED BY SIZE
                  TT-NUMERO (TARJETA-ACTIVA) DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
                  INTO TEXTO-BARRAS
           MOVE SPACES TO LINEA-BARRAS
           MOVE 1 TO PUNTERO-BARRAS
           PERFORM VARYING IDX-CARACTER FROM 1 BY 1
                   UNTIL IDX-CARACTER > 11
               IF TEXTO-BARRAS (IDX-CARACTER:1) = "*"
                   MOVE 11 TO IDX-PATRON
               ELSE
                   COMPUTE IDX-PATRON =
                       FUNCTION NUMVAL
                           (TEXTO-BARRAS (IDX-CARACTER:1)) + 1
               END-IF
               PERFORM VARYING IDX-ELEMENTO FROM 1 BY 1
                       UNTIL IDX-ELEMENTO > 9
                   PERFORM AGREGAR-ELEMENTO-BARRAS
               END-PERFORM
      *>        SEPARACIÓN ANGOSTA ENTRE CARACTERES.
               ADD 1 TO PUNTERO-BARRAS
           END-PERFORM.

      *>    ELEMENTOS IMPARES SON BARRAS (#), PARES ESPACIOS;
      *>    EL ANCHO VALE DOS ANGOSTOS.
       AGREGAR-ELEMENTO-BARRAS.
           DIVIDE IDX-ELEMENTO BY 2
               GIVING COCIENTE-BARRAS REMAINDER RESTO-BARRAS
           IF RESTO-BARRAS = 1
               MOVE "##" TO TRAZO-BARRAS
           ELSE
               MOVE SPACES TO TRAZO-BARRAS
           END-IF
           IF PATRON-BARRAS (IDX-PATRON) (IDX-ELEMENTO:1) = "W"
               MOVE TRAZO-BARRAS TO
                   LINEA-BARRAS (PUNTERO-BARRAS:2)
               ADD 2 TO PUNTERO-BARRAS
           ELSE
               MOVE TRAZO-BARRAS (1:1) TO
                   LINEA-BARRAS (PUNTERO-BARRAS:1)
               ADD 1 TO PUNTERO-BARRAS
           END-IF.

      *>----------------------------------------------------
      *> VENCIMIENTO: FIN DEL ÚLTIMO MES SALDADO POR EL SOCIO
      *> O POR EL RESPONSABLE DE SU GRUPO FAMILIAR.
      *>----------------------------------------------------
       CALCULAR-VENCIMIENTO.
           MOVE M-ID TO MES-PAGO-BUSCADO
           PERFORM BUSCAR-PAGO
           IF PAGO-HALLADO = 'S'
               MOVE PG-ULTIMO-MES (IDX-PAGO) TO ULTIMO-MES-PAGO
           ELSE
               MOVE 0 TO ULTIMO-MES-PAGO
           END-IF
           MOVE M-ID TO GRUPO-MIEMBRO
           PERFORM BUSCAR-RESPONSABLE
           IF GRUPO-RESPONSABLE NOT = M-ID
               MOVE GRUPO-RESPONSABLE TO MES-PAGO-BUSCADO
               PERFORM BUSCAR-PAGO
               IF PAGO-HALLADO = 'S'
                   AND PG-ULTIMO-MES (IDX-PAGO) > ULTIMO-MES-PAGO
                   MOVE PG-ULTIMO-MES (IDX-PAGO) TO ULTIMO-MES-PAGO
               END-IF
           END-IF
           IF ULTIMO-MES-PAGO = 0
               MOVE "SIN PAGOS" TO F-FECHA-VENCE
               EXIT PARAGRAPH
           END-IF
           DIVIDE ULTIMO-MES-PAGO BY 100
               GIVING ANIO-VENCE REMAINDER MES-VENCE
           IF MES-VENCE = 12
               ADD 1 TO ANIO-VENCE
               MOVE 1 TO MES-VENCE
           ELSE
               ADD 1 TO MES-VENCE
           END-IF
           COMPUTE FECHA-MES-SIGUIENTE =
               ANIO-VENCE * 10000 + MES-VENCE * 100 + 1
           COMPUTE FECHA-VENCE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FECHA-MES-SIGUIENTE) - 1)
           MOVE SPACES TO F-FECHA-VENCE
           STRING FECHA-VENCE (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FECHA-VENCE (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FECHA-VENCE (1:4) DELIMITED BY SIZE
                  INTO F-FECHA-VENCE.

       BUSCAR-PAGO.
           MOVE 'N' TO PAGO-HALLADO
           MOVE 1 TO IDX-PAGO
           PERFORM VARYING IDX-PAGO FROM 1 BY 1
                   UNTIL IDX-PAGO > TOTAL-PAGOS
                       OR PAGO-HALLADO = 'S'
               IF PG-MIEMBRO (IDX-PAGO) = MES-PAGO-BUSCADO
                   MOVE 'S' TO PAGO-HALLADO
               END-IF
           END-PERFORM
           IF PAGO-HALLADO = 'S'
               SUBTRACT 1 FROM IDX-PAGO
           ELSE
               MOVE 1 TO IDX-PAGO
           END-IF.

      *>    CUOTAS DEL MES (NO CARGOS) COBRADAS O CONDONADAS;
      *>    LAS CUBIERTAS POR EL PLAN ANUAL YA ESTÁN COBRADAS.
       CARGAR-PAGOS.
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
                       IF CU-CLASE = SPACE
                           AND (CU-ESTADO = 'C' OR CU-ESTADO = 'X')
                           PERFORM ANOTAR-PAGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUOTAS.

       ANOTAR-PAGO.
           MOVE CU-MIEMBRO TO MES-PAGO-BUSCADO
           PERFORM BUSCAR-PAGO
           IF PAGO-HALLADO = 'S'
               IF CU-ANIO-MES > PG-ULTIMO-MES (IDX-PAGO)
                   MOVE CU-ANIO-MES TO PG-ULTIMO-MES (IDX-PAGO)
               END-IF
           ELSE
               IF TOTAL-PAGOS < MAX-PAGOS
                   ADD 1 TO TOTAL-PAGOS
                   MOVE CU-MIEMBRO TO PG-MIEMBRO (TOTAL-PAGOS)
                   MOVE CU-ANIO-MES TO PG-ULTIMO-MES (TOTAL-PAGOS)
               END-IF
           END-IF.

       CARGAR-TARJETAS.
           MOVE 0 TO TOTAL-TARJETAS
           OPEN INPUT ARCHIVO-TARJETAS
           IF FS-TARJETAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-TARJETAS
           PERFORM UNTIL FIN-TARJETAS = 'S'
               READ ARCHIVO-TARJETAS
                   AT END
                       MOVE 'S' TO FIN-TARJETAS
                   NOT AT END
                       IF TOTAL-TARJETAS < MAX-TARJETAS
                           ADD 1 TO TOTAL-TARJETAS
                           MOVE TARJETA-REG
                               TO TARJETA-ENTRADA (TOTAL-TARJETAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-TARJETAS.

       REESCRIBIR-TARJETAS.
           OPEN OUTPUT ARCHIVO-TARJETAS-TMP
           PERFORM VARYING IDX-TARJETA FROM 1 BY 1
                   UNTIL IDX-TARJETA > TOTAL-TARJETAS
               WRITE TARJETA-TMP-REG
                   FROM TARJETA-ENTRADA (IDX-TARJETA)
           END-PERFORM
           CLOSE ARCHIVO-TARJETAS-TMP
           CALL "CBL_RENAME_FILE" USING "TARJETAS.TMP"
                                         "TARJETAS.DAT"
               RETURNING RESULT-CODE-TARJETAS.

       GRABAR-HIST-BLOQUEO.
           ACCEPT HORA-HOY FROM TIME
           OPEN EXTEND MIEMBROS-HIST
           IF FS-HIST = "35"
               OPEN OUTPUT MIEMBROS-HIST
           END-IF
           MOVE SPACES TO LINEA-HIST
           STRING FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-HOY DELIMITED BY SIZE
                  " TARJETA " DELIMITED BY SIZE
                  M-ID DELIMITED BY SIZE
                  " BLOQUEADA=" DELIMITED BY SIZE
                  TT-NUMERO (IDX-TARJETA) DELIMITED BY SIZE
                  " REEMPLAZO=" DELIMITED BY SIZE
                  TT-NUMERO (TARJETA-ACTIVA) DELIMITED BY SIZE
                  " MOTIVO=PERDIDA" DELIMITED BY SIZE
                  INTO LINEA-HIST
           WRITE LINEA-HIST
           CLOSE MIEMBROS-HIST.

       PEDIR-SOCIO.
           MOVE 'N' TO SOCIO-HALLADO
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de socio (0 o blanco para abortar):"
               ACCEPT SOCIO-TXT
               IF SOCIO-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(SOCIO-TXT) IS NUMERIC
                       IF FUNCTION NUMVAL (SOCIO-TXT) = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           PERFORM LEER-SOCIO
                       END-IF
                   ELSE
                       DISPLAY "Número inválido. Intente de nuevo."
                   END-IF
               END-IF
           END-PERFORM.

       LEER-SOCIO.
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
               MOVE 'S' TO ENTRADA-VALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (SOCIO-TXT) TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   DISPLAY "No existe un socio con ese número. "
                           "Intente de nuevo."
               NOT INVALID KEY
                   DISPLAY "Socio: " FUNCTION TRIM(M-NOMBRE)
                   MOVE 'S' TO SOCIO-HALLADO
                   MOVE 'S' TO ENTRADA-VALIDA
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

       PEDIR-SN-CAPTURA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT SN-CAPTURA
               MOVE FUNCTION UPPER-CASE(SN-CAPTURA) TO SN-CAPTURA
               IF SN-CAPTURA = 'S' OR SN-CAPTURA = 'N'
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Responda S o N."
               END-IF
           END-PERFORM.

       COPY TARJETAS-RUTINAS.
       COPY GRUPOS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
