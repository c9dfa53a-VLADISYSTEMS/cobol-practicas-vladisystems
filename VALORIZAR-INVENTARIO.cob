       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUCTOS-SELECT.
       COPY BITACORA-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       COPY PRODUCTOS-FD.
       COPY BITACORA-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> CONTROL DE LECTURA Y SALIDA
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).

       *>----------------------------------------------------
       *> PARÁMETROS POR LÍNEA DE COMANDO (EJECUCIÓN POR LOTE
       *> DESDE CIERRE-MES): VALORIZAR-INVENTARIO <AAAAMMDD>
       *> <OPERADOR>. LA FECHA SÓLO FECHA EL REPORTE (EL
       *> ÚLTIMO DÍA DEL MES CERRADO); SE VALORIZA LA
       *> EXISTENCIA AL MOMENTO DE LA CORRIDA. SIN PARÁMETROS
       *> SE USA LA FECHA DE HOY Y SE PREGUNTA EL OPERADOR.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 CAMPO-ARG-FECHA        PIC X(10).
       01 CAMPO-ARG-OPERADOR     PIC X(20).
       01 MODO-LOTE              PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> VALORIZACIÓN A COSTO DEL INVENTARIO RESTANTE
       *>----------------------------------------------------
       01 VALOR-PRODUCTO         PIC S9(11)V99.
       01 VALOR-TOTAL            PIC S9(13)V99 VALUE 0.
       01 TOTAL-PRODUCTOS        PIC 9(4) VALUE 0.
      *>   LA MERCANCÍA EN CONSIGNACIÓN ES DEL PROVEEDOR: SE
      *>   LISTA CON SUS UNIDADES PERO NO SUMA AL VALOR.
       01 TOTAL-CONSIGNADOS      PIC 9(4) VALUE 0.
       01 UNIDADES-CONSIGNADAS   PIC S9(9) VALUE 0.
       01 F-UNIDADES-CONSIG      PIC -(8)9.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
           DISPLAY "==============================="
           DISPLAY "  VALORIZACIÓN DE INVENTARIO"
           DISPLAY "==============================="
           MOVE "VALORIZAR-INVENTARIO" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           PERFORM ACEPTAR-FECHA-COMPLETA
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               MOVE 'S' TO MODO-LOTE
               UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                   INTO CAMPO-ARG-FECHA, CAMPO-ARG-OPERADOR
               END-UNSTRING
               MOVE FUNCTION NUMVAL (CAMPO-ARG-FECHA)
                   TO FC-FECHA-YYYYMMDD
               MOVE CAMPO-ARG-OPERADOR TO OPERADOR
               DISPLAY "Fecha recibida por línea de comando: "
                       FC-FECHA-YYYYMMDD
           END-IF

           OPEN INPUT ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No hay productos registrados."
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF

                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           IF MODO-LOTE = 'N'
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
           END-IF

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "VALORIZACION DE INVENTARIO A COSTO" TO EC-TITULO
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE

           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           COMPUTE BW-REGISTROS = TOTAL-PRODUCTOS + TOTAL-CONSIGNADOS
           PERFORM GRABAR-BITACORA

           STOP RUN.

       ESCRIBIR-LINEA.
           END-PERFORM.

       VALORIZAR-PRODUCTO.
           IF PR-CONSIGNADOR IS NUMERIC AND PR-CONSIGNADOR > 0
               PERFORM LISTAR-CONSIGNADO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-PRODUCTOS
           COMPUTE VALOR-PRODUCTO = PR-EXISTENCIA * PR-COSTO
           ADD VALOR-PRODUCTO TO VALOR-TOTAL
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       LISTAR-CONSIGNADO.
           ADD 1 TO TOTAL-CONSIGNADOS
           ADD PR-EXISTENCIA TO UNIDADES-CONSIGNADAS
           MOVE PR-EXISTENCIA TO F-EXISTENCIA
           MOVE SPACES TO LINEA-SALIDA
           STRING PR-CODIGO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  PR-DESCRIPCION DELIMITED BY SIZE
                  " | Exist: " DELIMITED BY SIZE
                  F-EXISTENCIA DELIMITED BY SIZE
                  " | En consignación (prov. " DELIMITED BY SIZE
                  PR-CONSIGNADOR DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       MOSTRAR-TOTALES.
           MOVE VALOR-TOTAL TO F-VALOR-TOTAL
           MOVE "-------------------------------" TO LINEA-SALIDA
                  F-VALOR-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-CONSIGNADOS > 0
               MOVE UNIDADES-CONSIGNADAS TO F-UNIDADES-CONSIG
               MOVE SPACES TO LINEA-SALIDA
               STRING "En consignación (sin valor): "
                      DELIMITED BY SIZE
                      TOTAL-CONSIGNADOS DELIMITED BY SIZE
                      " productos, " DELIMITED BY SIZE
                      FUNCTION TRIM(F-UNIDADES-CONSIG)
                      DELIMITED BY SIZE
                      " unidades" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY BITACORA-RUTINAS.
