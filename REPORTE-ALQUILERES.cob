       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-ALQUILERES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY ALQUILERES-SELECT.
       COPY PARAMETROS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY ALQUILERES-FD.
       COPY PARAMETROS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY ALQUILERES-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> EQUIPO EN ALQUILER QUE SIGUE FUERA (ESTADO 'A' EN
       *> ALQUILERES.DAT), CON QUIÉN LO TIENE Y CUÁNDO VENCE.
       *> LOS VENCIDOS (PASADA LA TOLERANCIA
       *> ALQUILER-TOLERANCIA) SE MARCAN CON EL ATRASO Y EL
       *> RECARGO QUE LLEVAN ACUMULADO A LA HORA DEL REPORTE.
       *> USO: REPORTE-ALQUILERES [V] (CON V, SÓLO VENCIDOS).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(32).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 SOLO-VENCIDOS          PIC X VALUE 'N'.
       01 HORA-SISTEMA           PIC 9(8).
       01 HORA-REPORTE           PIC 9(4).

       01 TOTAL-FUERA            PIC 9(5) VALUE 0.
       01 TOTAL-VENCIDOS         PIC 9(5) VALUE 0.
       01 UNIDADES-FUERA         PIC 9(7) VALUE 0.
       01 TOTAL-RECARGO          PIC 9(9)V99 VALUE 0.
       01 TOTAL-DEPOSITOS        PIC 9(9)V99 VALUE 0.

       01 F-UNIDADES             PIC ZZ9.
       01 F-HORAS-ATRASO         PIC Z(6)9.
       01 F-RECARGO              PIC Z(6)9.99.
       01 F-CANTIDAD             PIC ZZZZ9.
       01 F-VENCIDOS             PIC ZZZZ9.
       01 F-TOTAL-UNIDADES       PIC Z(6)9.
       01 F-TOTAL-RECARGO        PIC Z(8)9.99.
       01 F-TOTAL-DEPOSITOS      PIC Z(8)9.99.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           ACCEPT HORA-SISTEMA FROM TIME
           DIVIDE HORA-SISTEMA BY 10000 GIVING HORA-REPORTE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
           ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND-LINE))
                   = "V"
                   MOVE 'S' TO SOLO-VENCIDOS
               END-IF
               MOVE "REPORTE-ALQUILERES" TO OPERADOR
           END-IF

           PERFORM CARGAR-PARAMETROS
           MOVE "ALQUILER-TOLERANCIA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO ATRASO-TOLERANCIA
           END-IF

           OPEN INPUT ARCHIVO-ALQUILERES
           IF FS-ALQUILERES NOT = "00"
               DISPLAY "No hay alquileres registrados."
               STOP RUN
           END-IF

           STRING "ALQUILERES-FUERA-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           IF SOLO-VENCIDOS = 'S'
               MOVE "ALQUILERES VENCIDOS SIN DEVOLVER" TO EC-TITULO
           ELSE
               MOVE "EQUIPO EN ALQUILER SIN DEVOLVER" TO EC-TITULO
           END-IF
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           MOVE FC-FECHA-YYYYMMDD TO ATRASO-FECHA
           MOVE HORA-REPORTE TO ATRASO-HORA
           MOVE 'N' TO FIN-ALQUILERES
           PERFORM UNTIL FIN-ALQUILERES = 'S'
               READ ARCHIVO-ALQUILERES
                   AT END
                       MOVE 'S' TO FIN-ALQUILERES
                   NOT AT END
                       IF AQ-ESTADO = 'A'
                           PERFORM PROCESAR-ALQUILER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ALQUILERES

           IF TOTAL-FUERA = 0
               MOVE "No hay equipo fuera." TO LINEA-SALIDA
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

       PROCESAR-ALQUILER.
           MOVE ALQUILER-REG TO ALQUILER-ACTUAL
           PERFORM CALCULAR-ATRASO-ALQUILER
           IF SOLO-VENCIDOS = 'S' AND ATRASO-PERIODOS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-FUERA
           ADD AL-UNIDADES TO UNIDADES-FUERA
           ADD AL-DEPOSITO TO TOTAL-DEPOSITOS
           MOVE AL-UNIDADES TO F-UNIDADES
           MOVE SPACES TO LINEA-SALIDA
           STRING AL-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-PRODUCTO DELIMITED BY SIZE
                  " x" DELIMITED BY SIZE
                  F-UNIDADES DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  AL-NOMBRE DELIMITED BY SIZE
                  " | Vence " DELIMITED BY SIZE
                  AL-FECHA-VENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-HORA-VENCE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF ATRASO-PERIODOS > 0
               ADD 1 TO TOTAL-VENCIDOS
               ADD ATRASO-RECARGO TO TOTAL-RECARGO
               COMPUTE F-HORAS-ATRASO = ATRASO-MINUTOS / 60
               MOVE ATRASO-RECARGO TO F-RECARGO
               MOVE SPACES TO LINEA-SALIDA
               STRING "       ** VENCIDO: " DELIMITED BY SIZE
                      F-HORAS-ATRASO DELIMITED BY SIZE
                      " hora(s) de atraso | Recargo acumulado $"
                      DELIMITED BY SIZE
                      F-RECARGO DELIMITED BY SIZE
                      " **" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       MOSTRAR-TOTALES.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-FUERA TO F-CANTIDAD
           MOVE TOTAL-VENCIDOS TO F-VENCIDOS
           MOVE UNIDADES-FUERA TO F-TOTAL-UNIDADES
           MOVE SPACES TO LINEA-SALIDA
           STRING "Alquileres fuera: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  F-TOTAL-UNIDADES DELIMITED BY SIZE
                  " unidades) | Vencidos: " DELIMITED BY SIZE
                  F-VENCIDOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-RECARGO TO F-TOTAL-RECARGO
           MOVE TOTAL-DEPOSITOS TO F-TOTAL-DEPOSITOS
           MOVE SPACES TO LINEA-SALIDA
           STRING "Recargo acumulado: $" DELIMITED BY SIZE
                  F-TOTAL-RECARGO DELIMITED BY SIZE
                  " | Depósitos en garantía: $" DELIMITED BY SIZE
                  F-TOTAL-DEPOSITOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY ALQUILERES-RUTINAS.
       COPY PARAMETROS-RUTINAS.
