       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CUPONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CUPONES-SELECT.
       COPY CUPONES-LOTES-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY CUPONES-FD.
       COPY CUPONES-LOTES-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY CUPONES-WS.

       *>----------------------------------------------------
       *> CANJE DE CUPONES POR LOTE. SE LEE CUPONES.IDX EN
       *> ORDEN DE CÓDIGO (QUE EMPIEZA CON EL LOTE) Y, A CADA
       *> CAMBIO DE LOTE, SE IMPRIMEN EMITIDOS, CANJEADOS,
       *> DISPONIBLES, VENCIDOS SIN USO, ANULADOS, DESCUENTO
       *> OTORGADO Y % DE CANJE. CON UN LOTE COMO PARÁMETRO SE
       *> LISTA ADEMÁS CADA CANJE (FECHA, CAJA Y FOLIO).
       *> USO: REPORTE-CUPONES [<LOTE>] (SIN PARÁMETRO, TODOS
       *> LOS LOTES).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-LOTES-CUPON         PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(30).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 LOTE-PEDIDO            PIC 9(4) VALUE 0.
       01 LOTE-ACTUAL            PIC 9(4) VALUE 0.
       01 LOTES-REPORTADOS       PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> ACUMULADOS DEL LOTE EN CURSO Y GENERALES
       *>----------------------------------------------------
       01 LOT-EMITIDOS           PIC 9(5) VALUE 0.
       01 LOT-CANJEADOS          PIC 9(5) VALUE 0.
       01 LOT-DISPONIBLES        PIC 9(5) VALUE 0.
       01 LOT-VENCIDOS           PIC 9(5) VALUE 0.
       01 LOT-ANULADOS           PIC 9(5) VALUE 0.
       01 LOT-MONTO              PIC S9(11)V99 VALUE 0.
       01 TOT-EMITIDOS           PIC 9(7) VALUE 0.
       01 TOT-CANJEADOS          PIC 9(7) VALUE 0.
       01 TOT-MONTO              PIC S9(11)V99 VALUE 0.
       01 PCT-CANJE              PIC 9(3)V99 VALUE 0.

       01 DESCRIPCION-LOTE       PIC X(30).
       01 FECHA-LOTE             PIC 9(8).
       01 SEGMENTO-LOTE          PIC X(10).
       01 F-CANTIDAD             PIC ZZZZ9.
       01 F-CANJEADOS            PIC ZZZZ9.
       01 F-DISPONIBLES          PIC ZZZZ9.
       01 F-VENCIDOS             PIC ZZZZ9.
       01 F-ANULADOS             PIC ZZZZ9.
       01 F-TOTAL                PIC Z(6)9.
       01 F-TOTAL-CANJE          PIC Z(6)9.
       01 F-MONTO                PIC -(9).99.
       01 F-PCT                  PIC ZZ9.99.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
           ELSE
               MOVE FUNCTION NUMVAL (WS-COMMAND-LINE)
                   TO LOTE-PEDIDO
               MOVE "REPORTE-CUPONES" TO OPERADOR
           END-IF

           OPEN INPUT ARCHIVO-CUPONES
           IF FS-CUPONES NOT = "00"
               DISPLAY "No hay cupones emitidos."
               STOP RUN
           END-IF

           STRING "CUPONES-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "CANJE DE CUPONES POR LOTE" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CUPONES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF LOTE-PEDIDO = 0 OR CU-LOTE = LOTE-PEDIDO
                           PERFORM PROCESAR-CUPON
                       END-IF
               END-READ
           END-PERFORM
           IF LOTE-ACTUAL > 0
               PERFORM CERRAR-LOTE
           END-IF
           CLOSE ARCHIVO-CUPONES

           IF LOTES-REPORTADOS = 0
               MOVE "No hay cupones para reportar." TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM MOSTRAR-TOTALES
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
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

       PROCESAR-CUPON.
           IF CU-LOTE NOT = LOTE-ACTUAL
               IF LOTE-ACTUAL > 0
                   PERFORM CERRAR-LOTE
               END-IF
               PERFORM INICIAR-LOTE
           END-IF
           ADD 1 TO LOT-EMITIDOS
           EVALUATE CU-ESTADO
               WHEN 'U'
                   ADD 1 TO LOT-CANJEADOS
                   ADD CU-MONTO-USO TO LOT-MONTO
                   IF LOTE-PEDIDO > 0
                       PERFORM MOSTRAR-CANJE
                   END-IF
               WHEN 'A'
                   ADD 1 TO LOT-ANULADOS
               WHEN OTHER
                   IF CU-VENCE < FC-FECHA-YYYYMMDD
                       ADD 1 TO LOT-VENCIDOS
                   ELSE
                       ADD 1 TO LOT-DISPONIBLES
                   END-IF
           END-EVALUATE.

       INICIAR-LOTE.
           MOVE CU-LOTE TO LOTE-ACTUAL
           ADD 1 TO LOTES-REPORTADOS
           MOVE 0 TO LOT-EMITIDOS
           MOVE 0 TO LOT-CANJEADOS
           MOVE 0 TO LOT-DISPONIBLES
           MOVE 0 TO LOT-VENCIDOS
           MOVE 0 TO LOT-ANULADOS
           MOVE 0 TO LOT-MONTO
           PERFORM BUSCAR-LOTE
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Lote " DELIMITED BY SIZE
                  LOTE-ACTUAL DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  DESCRIPCION-LOTE DELIMITED BY SIZE
                  " | Emitido " DELIMITED BY SIZE
                  FECHA-LOTE DELIMITED BY SIZE
                  " | Vence " DELIMITED BY SIZE
                  CU-VENCE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF SEGMENTO-LOTE NOT = SPACES
               MOVE SPACES TO LINEA-SALIDA
               STRING "  Entregado al segmento RFM " DELIMITED BY SIZE
                      SEGMENTO-LOTE DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       BUSCAR-LOTE.
           MOVE "(sin registro de lote)" TO DESCRIPCION-LOTE
           MOVE CU-FECHA-EMISION TO FECHA-LOTE
           MOVE SPACES TO SEGMENTO-LOTE
           OPEN INPUT ARCHIVO-LOTES-CUPON
           IF FS-LOTES-CUPON NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CUPONES
           PERFORM UNTIL FIN-CUPONES = 'S'
               READ ARCHIVO-LOTES-CUPON
                   AT END
                       MOVE 'S' TO FIN-CUPONES
                   NOT AT END
                       IF LC-LOTE = LOTE-ACTUAL
                           MOVE LC-DESCRIPCION TO DESCRIPCION-LOTE
                           MOVE LC-FECHA TO FECHA-LOTE
                           MOVE LC-SEGMENTO TO SEGMENTO-LOTE
                           MOVE 'S' TO FIN-CUPONES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LOTES-CUPON.

       MOSTRAR-CANJE.
           MOVE CU-MONTO-USO TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "  " DELIMITED BY SIZE
                  CU-CODIGO DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  CU-FECHA-USO DELIMITED BY SIZE
                  " | Caja " DELIMITED BY SIZE
                  CU-CAJA-USO DELIMITED BY SIZE
                  " Folio " DELIMITED BY SIZE
                  CU-FOLIO-USO DELIMITED BY SIZE
                  " | $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       CERRAR-LOTE.
           ADD LOT-EMITIDOS TO TOT-EMITIDOS
           ADD LOT-CANJEADOS TO TOT-CANJEADOS
           ADD LOT-MONTO TO TOT-MONTO
           MOVE LOT-EMITIDOS TO F-CANTIDAD
           MOVE LOT-CANJEADOS TO F-CANJEADOS
           MOVE LOT-DISPONIBLES TO F-DISPONIBLES
           MOVE LOT-VENCIDOS TO F-VENCIDOS
           MOVE LOT-ANULADOS TO F-ANULADOS
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Emitidos " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | Canjeados " DELIMITED BY SIZE
                  F-CANJEADOS DELIMITED BY SIZE
                  " | Disponibles " DELIMITED BY SIZE
                  F-DISPONIBLES DELIMITED BY SIZE
                  " | Vencidos sin uso " DELIMITED BY SIZE
                  F-VENCIDOS DELIMITED BY SIZE
                  " | Anulados " DELIMITED BY SIZE
                  F-ANULADOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO PCT-CANJE
           IF LOT-EMITIDOS > 0
               COMPUTE PCT-CANJE ROUNDED =
                   LOT-CANJEADOS * 100 / LOT-EMITIDOS
           END-IF
           MOVE LOT-MONTO TO F-MONTO
           MOVE PCT-CANJE TO F-PCT
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Descuento otorgado $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " | Canje " DELIMITED BY SIZE
                  F-PCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       MOSTRAR-TOTALES.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO PCT-CANJE
           IF TOT-EMITIDOS > 0
               COMPUTE PCT-CANJE ROUNDED =
                   TOT-CANJEADOS * 100 / TOT-EMITIDOS
           END-IF
           MOVE TOT-EMITIDOS TO F-TOTAL
           MOVE TOT-CANJEADOS TO F-TOTAL-CANJE
           MOVE TOT-MONTO TO F-MONTO
           MOVE PCT-CANJE TO F-PCT
           MOVE SPACES TO LINEA-SALIDA
           STRING "TOTAL: Emitidos " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  " | Canjeados " DELIMITED BY SIZE
                  F-TOTAL-CANJE DELIMITED BY SIZE
                  " | Descuento $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " | Canje " DELIMITED BY SIZE
                  F-PCT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
