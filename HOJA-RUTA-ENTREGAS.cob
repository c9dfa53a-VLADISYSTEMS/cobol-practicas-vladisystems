       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOJA-RUTA-ENTREGAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ENTREGAS-SELECT.
       COPY PARAMETROS-SELECT.
           SELECT ARCHIVO-VENTAS ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY ENTREGAS-FD.
       COPY PARAMETROS-FD.

       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY ENTREGAS-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> HOJA DE RUTA DEL DÍA: LAS ENTREGAS PROGRAMADAS
       *> (ESTADO 'P') PARA LA FECHA, MÁS LAS ATRASADAS QUE
       *> SIGUEN SIN SALIR, AGRUPADAS POR ZONA DE REPARTO EN
       *> EL ORDEN DE ZONAS-ENTREGA.DAT, CON LA MERCANCÍA DE
       *> CADA FACTURA Y EL RENGLÓN PARA LA FIRMA O EL MOTIVO
       *> DEL INTENTO FALLIDO. USO:
       *> HOJA-RUTA-ENTREGAS [AAAAMMDD] (POR OMISIÓN, HOY).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-REPORTE             PIC XX.
       01 FS-VENTAS              PIC XX.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(32).
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 FECHA-RUTA             PIC 9(8).
       01 CODIGO-ENTREGA         PIC 9(6) VALUE 0.
       01 FIN-VENTAS             PIC X VALUE 'N'.

       01 MAX-RUTA               PIC 9(3) VALUE 300.
       01 TOTAL-RUTA             PIC 9(3) VALUE 0.
       01 TABLA-RUTA.
           05 RUTA-ENTRADA OCCURS 300 TIMES.
               10 TR-ENTREGA      PIC X(198).
               10 TR-IMPRESA      PIC X.
       01 IDX-RUTA               PIC 9(3).
       01 ZONA-ACTUAL            PIC 9(2).
       01 NOMBRE-ZONA            PIC X(20).
       01 ENTREGAS-ZONA          PIC 9(3) VALUE 0.
       01 CARGO-ZONA             PIC 9(9)V99 VALUE 0.
       01 TOTAL-ATRASADAS        PIC 9(3) VALUE 0.
       01 TOTAL-CARGO            PIC 9(9)V99 VALUE 0.

       01 F-UNIDADES             PIC ZZ9.
       01 F-CANTIDAD             PIC ZZ9.
       01 F-ATRASADAS            PIC ZZ9.
       01 F-CARGO                PIC Z(8)9.99.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           MOVE FC-FECHA-YYYYMMDD TO FECHA-RUTA
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
           ELSE
               IF FUNCTION TRIM(WS-COMMAND-LINE) IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (WS-COMMAND-LINE)) = 0
                   MOVE FUNCTION NUMVAL (WS-COMMAND-LINE)
                       TO FECHA-RUTA
               ELSE
                   DISPLAY "Uso: HOJA-RUTA-ENTREGAS [AAAAMMDD]"
                   STOP RUN
               END-IF
               MOVE "HOJA-RUTA-ENTREGAS" TO OPERADOR
           END-IF

           PERFORM CARGAR-PARAMETROS
           MOVE "ENTREGA-CODIGO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CODIGO-ENTREGA
           END-IF
           PERFORM CARGAR-ZONAS

           OPEN INPUT ARCHIVO-ENTREGAS
           IF FS-ENTREGAS NOT = "00"
               DISPLAY "No hay entregas registradas."
               STOP RUN
           END-IF
           MOVE 'N' TO FIN-ENTREGAS
           PERFORM UNTIL FIN-ENTREGAS = 'S'
               READ ARCHIVO-ENTREGAS
                   AT END
                       MOVE 'S' TO FIN-ENTREGAS
                   NOT AT END
                       IF EN-ESTADO = 'P'
                           AND EN-PROGRAMADA NOT > FECHA-RUTA
                           AND TOTAL-RUTA < MAX-RUTA
                           ADD 1 TO TOTAL-RUTA
                           MOVE ENTREGA-REG
                               TO TR-ENTREGA (TOTAL-RUTA)
                           MOVE 'N' TO TR-IMPRESA (TOTAL-RUTA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ENTREGAS

           STRING "HOJA-RUTA-" DELIMITED BY SIZE
                  FECHA-RUTA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FECHA-RUTA TO EC-FECHA-REPORTE
           MOVE "HOJA DE RUTA DE ENTREGAS" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           IF TOTAL-RUTA = 0
               MOVE "No hay entregas programadas para la fecha."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM VARYING IDX-ZONA FROM 1 BY 1
                       UNTIL IDX-ZONA > TOTAL-ZONAS
                   MOVE TZ-CODIGO (IDX-ZONA) TO ZONA-ACTUAL
                   MOVE TZ-NOMBRE (IDX-ZONA) TO NOMBRE-ZONA
                   PERFORM IMPRIMIR-ZONA
               END-PERFORM
               MOVE 0 TO ZONA-ACTUAL
               MOVE "ZONA NO REGISTRADA" TO NOMBRE-ZONA
               PERFORM IMPRIMIR-ZONA
               PERFORM MOSTRAR-TOTALES
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Hoja de ruta grabada en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

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

      *>----------------------------------------------------
      *> IMPRIME LAS ENTREGAS DE ZONA-ACTUAL. CON ZONA-ACTUAL
      *> EN CERO RECOGE LAS QUE QUEDARON SIN IMPRIMIR (ZONA
      *> DADA DE BAJA DE LA TABLA).
      *>----------------------------------------------------
       IMPRIMIR-ZONA.
           MOVE 0 TO ENTREGAS-ZONA
           MOVE 0 TO CARGO-ZONA
           PERFORM VARYING IDX-RUTA FROM 1 BY 1
                   UNTIL IDX-RUTA > TOTAL-RUTA
               MOVE TR-ENTREGA (IDX-RUTA) TO ENTREGA-ACTUAL
               IF TR-IMPRESA (IDX-RUTA) = 'N'
                   AND (ET-ZONA = ZONA-ACTUAL OR ZONA-ACTUAL = 0)
                   IF ENTREGAS-ZONA = 0
                       MOVE SPACES TO LINEA-SALIDA
                       STRING "ZONA " DELIMITED BY SIZE
                              ZONA-ACTUAL DELIMITED BY SIZE
                              " - " DELIMITED BY SIZE
                              NOMBRE-ZONA DELIMITED BY SIZE
                              INTO LINEA-SALIDA
                       IF ZONA-ACTUAL = 0
                           MOVE NOMBRE-ZONA TO LINEA-SALIDA
                       END-IF
                       PERFORM ESCRIBIR-LINEA
                   END-IF
                   MOVE 'S' TO TR-IMPRESA (IDX-RUTA)
                   ADD 1 TO ENTREGAS-ZONA
                   ADD ET-CARGO TO CARGO-ZONA
                   PERFORM IMPRIMIR-ENTREGA
               END-IF
           END-PERFORM
           IF ENTREGAS-ZONA > 0
               ADD CARGO-ZONA TO TOTAL-CARGO
               MOVE ENTREGAS-ZONA TO F-CANTIDAD
               MOVE SPACES TO LINEA-SALIDA
               STRING "  Entregas en la zona: " DELIMITED BY SIZE
                      F-CANTIDAD DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               MOVE "-------------------------------" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       IMPRIMIR-ENTREGA.
           MOVE SPACES TO LINEA-SALIDA
           STRING "  No. " DELIMITED BY SIZE
                  ET-NUMERO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  ET-NOMBRE DELIMITED BY SIZE
                  " | Tel " DELIMITED BY SIZE
                  ET-TELEFONO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "    " DELIMITED BY SIZE
                  ET-DIRECCION DELIMITED BY SIZE
                  " | Factura " DELIMITED BY SIZE
                  ET-CAJA DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  ET-FOLIO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF ET-PROGRAMADA < FECHA-RUTA OR ET-INTENTOS > 0
               IF ET-PROGRAMADA < FECHA-RUTA
                   ADD 1 TO TOTAL-ATRASADAS
               END-IF
               MOVE SPACES TO LINEA-SALIDA
               STRING "    ** Programada " DELIMITED BY SIZE
                      ET-PROGRAMADA DELIMITED BY SIZE
                      " | Intentos fallidos: " DELIMITED BY SIZE
                      ET-INTENTOS DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM IMPRIMIR-MERCANCIA
           MOVE SPACES TO LINEA-SALIDA
           STRING "    Recibió: ________________  Hora: _____"
                  DELIMITED BY SIZE
                  "  No entregada, motivo: ___" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

      *>----------------------------------------------------
      *> LA MERCANCÍA SE TOMA DE LA FACTURA DE ORIGEN; SI EL
      *> ARCHIVO DEL DÍA YA NO ESTÁ SE AVISA Y EL CHOFER SE
      *> GUÍA POR LA GUÍA DE ENTREGA IMPRESA.
      *>----------------------------------------------------
       IMPRIMIR-MERCANCIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  ET-FECHA-VENTA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               MOVE "    (ver la guía de entrega impresa)"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-VENTAS
           PERFORM UNTIL FIN-VENTAS = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-VENTAS
                   NOT AT END
                       IF VR-FOLIO = ET-FOLIO
                           AND VR-CAJA = ET-CAJA
                           AND (VR-TIPO = 'V' OR VR-TIPO = 'C')
                           AND (CODIGO-ENTREGA = 0
                                OR VR-CODIGO NOT = CODIGO-ENTREGA)
                           MOVE VR-UNIDADES TO F-UNIDADES
                           MOVE SPACES TO LINEA-SALIDA
                           STRING "      " DELIMITED BY SIZE
                                  VR-PRODUCTO DELIMITED BY SIZE
                                  " x" DELIMITED BY SIZE
                                  F-UNIDADES DELIMITED BY SIZE
                                  INTO LINEA-SALIDA
                           PERFORM ESCRIBIR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VENTAS.

       MOSTRAR-TOTALES.
           MOVE TOTAL-RUTA TO F-CANTIDAD
           MOVE TOTAL-ATRASADAS TO F-ATRASADAS
           MOVE SPACES TO LINEA-SALIDA
           STRING "Entregas en la ruta: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | Atrasadas: " DELIMITED BY SIZE
                  F-ATRASADAS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-CARGO TO F-CARGO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Cargos de entrega: $" DELIMITED BY SIZE
                  F-CARGO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY ENTREGAS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
