       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ENTREGAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ENTREGAS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY ENTREGAS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY ENTREGAS-WS.

       *>----------------------------------------------------
       *> ENTREGAS A DOMICILIO SIN CERRAR: LAS PROGRAMADAS
       *> ('P') Y LAS FALLIDAS POR REPROGRAMAR ('F'). UNA
       *> ENTREGA ESTÁ ATRASADA CUANDO SU FECHA PROGRAMADA YA
       *> PASÓ SIN QUEDAR ENTREGADA. AL FINAL, LOS INTENTOS
       *> FALLIDOS PENDIENTES POR MOTIVO.
       *> USO: REPORTE-ENTREGAS [A] (CON A, SÓLO ATRASADAS).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 SOLO-ATRASADAS         PIC X VALUE 'N'.
       01 DIAS-ATRASO            PIC S9(5) VALUE 0.
       01 ESTADO-TXT             PIC X(10).

       01 TOTAL-PENDIENTES       PIC 9(5) VALUE 0.
       01 TOTAL-ATRASADAS        PIC 9(5) VALUE 0.
       01 TOTAL-FALLIDAS         PIC 9(5) VALUE 0.
       01 TABLA-MOTIVOS.
           05 FALLIDAS-MOTIVO OCCURS 7 TIMES PIC 9(5).
       01 IDX-MOTIVO             PIC 9.

       01 F-DIAS                 PIC ZZZ9.
       01 F-CANTIDAD             PIC ZZZZ9.
       01 F-ATRASADAS            PIC ZZZZ9.
       01 F-FALLIDAS             PIC ZZZZ9.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
           ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE))
                   = "A"
                   MOVE 'S' TO SOLO-ATRASADAS
               END-IF
               MOVE "REPORTE-ENTREGAS" TO OPERADOR
           END-IF
           INITIALIZE TABLA-MOTIVOS

           OPEN INPUT ARCHIVO-ENTREGAS
           IF FS-ENTREGAS NOT = "00"
               DISPLAY "No hay entregas registradas."
               STOP RUN
           END-IF

           STRING "ENTREGAS-PENDIENTES-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           IF SOLO-ATRASADAS = 'S'
               MOVE "ENTREGAS A DOMICILIO ATRASADAS" TO EC-TITULO
           ELSE
               MOVE "ENTREGAS A DOMICILIO PENDIENTES" TO EC-TITULO
           END-IF
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           MOVE 'N' TO FIN-ENTREGAS
           PERFORM UNTIL FIN-ENTREGAS = 'S'
               READ ARCHIVO-ENTREGAS
                   AT END
                       MOVE 'S' TO FIN-ENTREGAS
                   NOT AT END
                       IF EN-ESTADO = 'P' OR EN-ESTADO = 'F'
                           PERFORM PROCESAR-ENTREGA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ENTREGAS

           IF TOTAL-PENDIENTES = 0
               MOVE "No hay entregas pendientes." TO LINEA-SALIDA
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

       PROCESAR-ENTREGA.
           MOVE ENTREGA-REG TO ENTREGA-ACTUAL
           MOVE 0 TO DIAS-ATRASO
           IF ET-PROGRAMADA < FC-FECHA-YYYYMMDD
               COMPUTE DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (FC-FECHA-YYYYMMDD)
                   - FUNCTION INTEGER-OF-DATE (ET-PROGRAMADA)
           END-IF
           IF SOLO-ATRASADAS = 'S' AND DIAS-ATRASO = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-PENDIENTES
           IF ET-ESTADO = 'F'
               MOVE "FALLIDA" TO ESTADO-TXT
               ADD 1 TO TOTAL-FALLIDAS
               PERFORM CONTAR-MOTIVO
           ELSE
               MOVE "PROGRAMADA" TO ESTADO-TXT
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING ET-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ET-NOMBRE DELIMITED BY SIZE
                  " | Zona " DELIMITED BY SIZE
                  ET-ZONA DELIMITED BY SIZE
                  " | Prog. " DELIMITED BY SIZE
                  ET-PROGRAMADA DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  ESTADO-TXT DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "       " DELIMITED BY SIZE
                  ET-DIRECCION DELIMITED BY SIZE
                  " Tel " DELIMITED BY SIZE
                  ET-TELEFONO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF DIAS-ATRASO > 0
               ADD 1 TO TOTAL-ATRASADAS
               MOVE DIAS-ATRASO TO F-DIAS
               MOVE SPACES TO LINEA-SALIDA
               STRING "       ** ATRASADA: " DELIMITED BY SIZE
                      F-DIAS DELIMITED BY SIZE
                      " día(s) | Intentos fallidos: " DELIMITED BY SIZE
                      ET-INTENTOS DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           IF ET-MOTIVO > 0
               MOVE ET-MOTIVO TO MOTIVO-CONSULTA
               PERFORM DESCRIBIR-MOTIVO
               MOVE SPACES TO LINEA-SALIDA
               STRING "       Último intento " DELIMITED BY SIZE
                      ET-FECHA-RESULTADO DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      DESCRIPCION-MOTIVO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       CONTAR-MOTIVO.
           IF ET-MOTIVO > 0 AND ET-MOTIVO < 7
               MOVE ET-MOTIVO TO IDX-MOTIVO
           ELSE
               MOVE 7 TO IDX-MOTIVO
           END-IF
           ADD 1 TO FALLIDAS-MOTIVO (IDX-MOTIVO).

       MOSTRAR-TOTALES.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-PENDIENTES TO F-CANTIDAD
           MOVE TOTAL-ATRASADAS TO F-ATRASADAS
           MOVE TOTAL-FALLIDAS TO F-FALLIDAS
           MOVE SPACES TO LINEA-SALIDA
           STRING "Pendientes: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | Atrasadas: " DELIMITED BY SIZE
                  F-ATRASADAS DELIMITED BY SIZE
                  " | Fallidas por reprogramar: " DELIMITED BY SIZE
                  F-FALLIDAS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-FALLIDAS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Fallidas por motivo:" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-MOTIVO FROM 1 BY 1
                   UNTIL IDX-MOTIVO > 7
               IF FALLIDAS-MOTIVO (IDX-MOTIVO) > 0
                   IF IDX-MOTIVO = 7
                       MOVE 99 TO MOTIVO-CONSULTA
                   ELSE
                       MOVE IDX-MOTIVO TO MOTIVO-CONSULTA
                   END-IF
                   PERFORM DESCRIBIR-MOTIVO
                   MOVE FALLIDAS-MOTIVO (IDX-MOTIVO) TO F-CANTIDAD
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "  " DELIMITED BY SIZE
                          DESCRIPCION-MOTIVO DELIMITED BY SIZE
                          F-CANTIDAD DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-PERFORM.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY ENTREGAS-RUTINAS.
