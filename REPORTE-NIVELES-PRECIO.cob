       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-NIVELES-PRECIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-VENTAS ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
       COPY PRODUCTOS-SELECT.
       COPY PRECIOS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       COPY PRODUCTOS-FD.
       COPY PRECIOS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.
       COPY PRECIOS-WS.

       *>----------------------------------------------------
       *> VENTA POR NIVEL DE PRECIO: SE LEEN LOS ARCHIVOS
       *> DIARIOS DEL RANGO Y CADA LÍNEA SE SUMA AL NIVEL CON
       *> QUE SE VENDIÓ (VR-NIVEL; VACÍO = DETAL): FACTURAS,
       *> UNIDADES Y VENTA NETA (LOS REVERSOS Y DEVOLUCIONES
       *> RESTAN), SU PESO SOBRE EL TOTAL Y EL TICKET
       *> PROMEDIO. PARA MAYORISTA E INSTITUCIONAL SE MIDE
       *> ADEMÁS LO QUE SE DEJÓ DE COBRAR CONTRA EL PRECIO
       *> DETAL VIGENTE ESE DÍA (LISTA DE PRECIOS O MAESTRO).
       *> USO: REPORTE-NIVELES-PRECIO [<DESDE> <HASTA>]
       *> (AAAAMMDD; SIN PARÁMETROS, EL MES EN CURSO).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-VENTAS              PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(30).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 PRODUCTOS-ABIERTO      PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> RANGO DE FECHAS
       *>----------------------------------------------------
       01 DESDE-TXT              PIC X(8).
       01 HASTA-TXT              PIC X(8).
       01 FECHA-DESDE            PIC 9(8).
       01 FECHA-DESDE-TXT REDEFINES FECHA-DESDE PIC X(8).
       01 FECHA-HASTA            PIC 9(8).
       01 FECHA-BARRIDO          PIC 9(8).
       01 FECHA-INT              PIC 9(8).
       01 FECHA-INT-FIN          PIC 9(8).
       01 DIAS-CON-VENTAS        PIC 9(5) VALUE 0.

       *>----------------------------------------------------
       *> NIVELES: 1 = DETAL, 2 = MAYORISTA, 3 = INSTITUCIONAL
       *>----------------------------------------------------
       01 LISTA-NIVELES.
           05 FILLER PIC X(14) VALUE "DDETAL".
           05 FILLER PIC X(14) VALUE "MMAYORISTA".
           05 FILLER PIC X(14) VALUE "IINSTITUCIONAL".
       01 TABLA-NOMBRES REDEFINES LISTA-NIVELES.
           05 NOMBRE-ENTRADA OCCURS 3 TIMES.
               10 NN-CODIGO      PIC X.
               10 NN-NOMBRE      PIC X(13).
       01 TABLA-NIVELES.
           05 NIVEL-ENTRADA OCCURS 3 TIMES.
               10 TN-FACTURAS    PIC 9(6).
               10 TN-UNIDADES    PIC S9(7).
               10 TN-VENTA       PIC S9(11)V99.
               10 TN-DIFERENCIA  PIC S9(11)V99.
       01 IDX-NIVEL              PIC 9.

       *>----------------------------------------------------
       *> CONTROL DE LA LÍNEA EN CURSO
       *>----------------------------------------------------
       01 FOLIO-ANTERIOR         PIC 9(6).
       01 CAJA-ANTERIOR          PIC 9(2).
       01 UNIDADES-DELTA         PIC S9(7).
       01 PRECIO-DETAL           PIC 9(7)V99.
       01 DIFERENCIA-LINEA       PIC S9(11)V99.
       01 TOTAL-FACTURAS         PIC 9(7) VALUE 0.
       01 TOTAL-UNIDADES         PIC S9(8) VALUE 0.
       01 TOTAL-VENTA            PIC S9(12)V99 VALUE 0.
       01 PORCENTAJE             PIC S9(3)V99.
       01 TICKET-PROMEDIO        PIC S9(11)V99.

       01 F-FACTURAS             PIC Z(7)9.
       01 F-UNIDADES             PIC -(7)9.
       01 F-VENTA                PIC -(10).99.
       01 F-PORCENTAJE           PIC -ZZ9.99.
       01 F-TICKET               PIC -(9).99.
       01 F-DIFERENCIA           PIC -(10).99.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
               DISPLAY "Fecha desde (AAAAMMDD, en blanco = inicio "
                       "del mes):"
               ACCEPT DESDE-TXT
               DISPLAY "Fecha hasta (AAAAMMDD, en blanco = hoy):"
               ACCEPT HASTA-TXT
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO DESDE-TXT HASTA-TXT
               MOVE "REPORTE-NIVELES-PRECIO" TO OPERADOR
           END-IF
           PERFORM RESOLVER-RANGO

           MOVE 'N' TO PRODUCTOS-ABIERTO
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS = "00"
               MOVE 'S' TO PRODUCTOS-ABIERTO
           ELSE
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS "); la diferencia contra "
                       "detal se toma sólo de la lista de precios."
           END-IF

           STRING "NIVELES-PRECIO-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "VENTA POR NIVEL DE PRECIO" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           INITIALIZE TABLA-NIVELES
           COMPUTE FECHA-INT = FUNCTION INTEGER-OF-DATE (FECHA-DESDE)
           COMPUTE FECHA-INT-FIN =
               FUNCTION INTEGER-OF-DATE (FECHA-HASTA)
           PERFORM UNTIL FECHA-INT > FECHA-INT-FIN
               COMPUTE FECHA-BARRIDO =
                   FUNCTION DATE-OF-INTEGER (FECHA-INT)
               PERFORM LEER-DIA
               ADD 1 TO FECHA-INT
           END-PERFORM
           IF PRODUCTOS-ABIERTO = 'S'
               CLOSE ARCHIVO-PRODUCTOS
           END-IF

           MOVE SPACES TO LINEA-SALIDA
           STRING "Periodo: " DELIMITED BY SIZE
                  FECHA-DESDE DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  FECHA-HASTA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF DIAS-CON-VENTAS = 0
               MOVE "No se encontraron ventas en el periodo."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM MOSTRAR-NIVELES
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

       RESOLVER-RANGO.
           IF HASTA-TXT = SPACES
               MOVE FC-FECHA-YYYYMMDD TO FECHA-HASTA
           ELSE
               MOVE FUNCTION NUMVAL (HASTA-TXT) TO FECHA-HASTA
           END-IF
           IF DESDE-TXT = SPACES
               MOVE FECHA-HASTA TO FECHA-DESDE
               MOVE "01" TO FECHA-DESDE-TXT (7:2)
           ELSE
               MOVE FUNCTION NUMVAL (DESDE-TXT) TO FECHA-DESDE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (FECHA-DESDE) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (FECHA-HASTA) NOT = 0
               OR FECHA-DESDE > FECHA-HASTA
               DISPLAY "Rango de fechas inválido: " FECHA-DESDE
                       " al " FECHA-HASTA "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       ESCRIBIR-ENCABEZADO.
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       LEER-DIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  FECHA-BARRIDO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO DIAS-CON-VENTAS
           MOVE 0 TO FOLIO-ANTERIOR
           MOVE 0 TO CAJA-ANTERIOR
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM ACUMULAR-LINEA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VENTAS.

      *>----------------------------------------------------
      *> LAS LÍNEAS DE UNA FACTURA VAN SEGUIDAS EN EL ARCHIVO
      *> DIARIO: CADA CAMBIO DE CAJA + FOLIO EN UNA VENTA ES
      *> UNA FACTURA NUEVA DEL NIVEL.
      *>----------------------------------------------------
       ACUMULAR-LINEA.
           EVALUATE VR-NIVEL
               WHEN 'M'
                   MOVE 2 TO IDX-NIVEL
               WHEN 'I'
                   MOVE 3 TO IDX-NIVEL
               WHEN OTHER
                   MOVE 1 TO IDX-NIVEL
           END-EVALUATE
           IF VR-TIPO = 'R' OR VR-TIPO = 'D'
               COMPUTE UNIDADES-DELTA = VR-UNIDADES * -1
           ELSE
               MOVE VR-UNIDADES TO UNIDADES-DELTA
           END-IF
           IF VR-TIPO = 'V'
               AND (VR-FOLIO NOT = FOLIO-ANTERIOR
                    OR VR-CAJA NOT = CAJA-ANTERIOR)
               ADD 1 TO TN-FACTURAS (IDX-NIVEL)
           END-IF
           MOVE VR-FOLIO TO FOLIO-ANTERIOR
           MOVE VR-CAJA TO CAJA-ANTERIOR
           ADD UNIDADES-DELTA TO TN-UNIDADES (IDX-NIVEL)
           ADD VR-TOTAL-NETO TO TN-VENTA (IDX-NIVEL)
           IF IDX-NIVEL > 1 AND VR-CODIGO > 0
               PERFORM CALCULAR-DIFERENCIA
           END-IF.

       CALCULAR-DIFERENCIA.
           MOVE 0 TO PRECIO-DETAL
           IF PRODUCTOS-ABIERTO = 'S'
               MOVE VR-CODIGO TO PR-CODIGO
               PERFORM BUSCAR-PRODUCTO
               IF PRODUCTO-ENCONTRADO = 'S'
                   MOVE PR-PRECIO TO PRECIO-DETAL
               END-IF
           END-IF
           MOVE VR-CODIGO TO PRECIO-CODIGO
           MOVE FECHA-BARRIDO TO PRECIO-FECHA
           MOVE 'D' TO PRECIO-NIVEL
           PERFORM BUSCAR-PRECIO-VIGENTE
           IF PRECIO-HALLADO = 'S'
               MOVE PRECIO-VIGENTE TO PRECIO-DETAL
           END-IF
           IF PRECIO-DETAL = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE DIFERENCIA-LINEA =
               (PRECIO-DETAL - VR-PRECIO-UNITARIO) * UNIDADES-DELTA
           ADD DIFERENCIA-LINEA TO TN-DIFERENCIA (IDX-NIVEL).

       MOSTRAR-NIVELES.
           PERFORM VARYING IDX-NIVEL FROM 1 BY 1 UNTIL IDX-NIVEL > 3
               ADD TN-FACTURAS (IDX-NIVEL) TO TOTAL-FACTURAS
               ADD TN-UNIDADES (IDX-NIVEL) TO TOTAL-UNIDADES
               ADD TN-VENTA (IDX-NIVEL) TO TOTAL-VENTA
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Nivel         Facturas Unidades    Venta neta"
                      DELIMITED BY SIZE
                  "  %Venta Ticket prom." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-NIVEL FROM 1 BY 1 UNTIL IDX-NIVEL > 3
               MOVE 0 TO PORCENTAJE
               IF TOTAL-VENTA NOT = 0
                   COMPUTE PORCENTAJE ROUNDED =
                       TN-VENTA (IDX-NIVEL) * 100 / TOTAL-VENTA
               END-IF
               MOVE 0 TO TICKET-PROMEDIO
               IF TN-FACTURAS (IDX-NIVEL) > 0
                   COMPUTE TICKET-PROMEDIO ROUNDED =
                       TN-VENTA (IDX-NIVEL) / TN-FACTURAS (IDX-NIVEL)
               END-IF
               MOVE TN-FACTURAS (IDX-NIVEL) TO F-FACTURAS
               MOVE TN-UNIDADES (IDX-NIVEL) TO F-UNIDADES
               MOVE TN-VENTA (IDX-NIVEL) TO F-VENTA
               MOVE PORCENTAJE TO F-PORCENTAJE
               MOVE TICKET-PROMEDIO TO F-TICKET
               MOVE SPACES TO LINEA-SALIDA
               STRING NN-NOMBRE (IDX-NIVEL) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-FACTURAS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-UNIDADES DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-VENTA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-PORCENTAJE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      F-TICKET DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-FACTURAS TO F-FACTURAS
           MOVE TOTAL-UNIDADES TO F-UNIDADES
           MOVE TOTAL-VENTA TO F-VENTA
           MOVE SPACES TO LINEA-SALIDA
           STRING "TOTAL         " DELIMITED BY SIZE
                  F-FACTURAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-VENTA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE " " TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "Dejado de cobrar contra el precio detal vigente:"
               TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-NIVEL FROM 2 BY 1 UNTIL IDX-NIVEL > 3
               MOVE TN-DIFERENCIA (IDX-NIVEL) TO F-DIFERENCIA
               MOVE SPACES TO LINEA-SALIDA
               STRING "  " DELIMITED BY SIZE
                      NN-NOMBRE (IDX-NIVEL) DELIMITED BY SIZE
                      " $" DELIMITED BY SIZE
                      F-DIFERENCIA DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY PRECIOS-RUTINAS.
