       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-LOCKERS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY LOCKERS-SELECT.
       COPY MIEMBROS-SELECT.
       COPY CUOTAS-SELECT.
       COPY GRUPOS-SELECT.
       COPY PARAMETROS-SELECT.
           SELECT MIEMBROS-HIST ASSIGN TO "MIEMBROS-HIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY LOCKERS-FD.
       COPY MIEMBROS-FD.
       COPY CUOTAS-FD.
       COPY GRUPOS-FD.
       COPY PARAMETROS-FD.

       FD  MIEMBROS-HIST.
       01  LINEA-HIST             PIC X(100).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY LOCKERS-WS.
       COPY GRUPOS-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> ESTADO DE LOCKERS A UNA FECHA DE CORTE: LIBRES,
       *> OCUPADOS (CON SU SOCIO, PERIODO Y DEUDA) Y
       *> ATRASADOS. UN LOCKER OCUPADO ESTÁ ATRASADO SI SU
       *> ASIGNACIÓN YA VENCIÓ Y NO SE LIBERÓ, O SI EL
       *> PAGADOR DEL SOCIO DEBE ALQUILERES DE ESE LOCKER DE
       *> MESES ANTERIORES AL DE CORTE (CUOTAS.DAT, CU-CLASE
       *> 'L').
       *> USO: REPORTE-LOCKERS [AAAAMMDD] (SIN FECHA, HOY).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-REPORTE             PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 FS-HIST                PIC XX.
       01 FIN-CUOTAS             PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(32).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 FECHA-TXT              PIC X(10).
       01 FECHA-CORTE            PIC 9(8) VALUE 0.
       01 ANIO-MES-CORTE         PIC 9(6).
       01 MIEMBROS-ABIERTO       PIC X VALUE 'N'.

      *> POR LOCKER (MISMO ÍNDICE QUE LA TABLA LB-): PAGADOR
      *> DEL SOCIO, DEUDA DE ALQUILER Y MESES ATRASADOS.
       01 TABLA-DEUDA-LOCKERS.
           05 DEUDA-LOCKER OCCURS 200 TIMES.
               10 DL-PAGADOR     PIC 9(6).
               10 DL-DEUDA       PIC 9(9)V99.
               10 DL-MESES       PIC 9(3).
       01 MES-DESDE-LOCKER       PIC 9(6).
       01 ESTADO-LINEA           PIC X(20).

       01 TOTAL-LIBRES           PIC 9(4) VALUE 0.
       01 TOTAL-OCUPADOS         PIC 9(4) VALUE 0.
       01 TOTAL-FUERA            PIC 9(4) VALUE 0.
       01 TOTAL-ATRASADOS        PIC 9(4) VALUE 0.
       01 TOTAL-DEUDA            PIC 9(9)V99 VALUE 0.
       01 PORCENTAJE             PIC 9(3) VALUE 0.
       01 NOMBRE-SOCIO           PIC X(30).

       01 F-DEUDA                PIC ZZZ,ZZZ,ZZ9.99.
       01 F-MESES                PIC ZZ9.
       01 F-TOTAL                PIC ZZZ9.
       01 F-TOTAL-2              PIC ZZZ9.
       01 F-TOTAL-3              PIC ZZZ9.
       01 F-PORCENTAJE           PIC ZZ9.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           MOVE FC-FECHA-YYYYMMDD TO FECHA-CORTE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
               DISPLAY "Fecha de corte (AAAAMMDD, en blanco = hoy):"
               ACCEPT FECHA-TXT
           ELSE
               MOVE WS-COMMAND-LINE TO FECHA-TXT
               MOVE "REPORTE-LOCKERS" TO OPERADOR
           END-IF
           IF FECHA-TXT NOT = SPACES
               IF FUNCTION TRIM(FECHA-TXT) IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (FECHA-TXT)) = 0
                   MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-CORTE
               ELSE
                   DISPLAY "Fecha inválida: " FECHA-TXT
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DIVIDE FECHA-CORTE BY 100 GIVING ANIO-MES-CORTE

           PERFORM CARGAR-LOCKERS
           IF TOTAL-LOCKERS = 0
               DISPLAY "No hay lockers registrados."
               STOP RUN
           END-IF
           PERFORM CALCULAR-DEUDAS

           STRING "LOCKERS-" DELIMITED BY SIZE
                  FECHA-CORTE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE 'S' TO MIEMBROS-ABIERTO
           END-IF

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "ESTADO DE LOCKERS" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Corte al " DELIMITED BY SIZE
                  FECHA-CORTE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE "LOCKERS LIBRES" TO LINEA-SALIDA
           PERFORM ESCRIBIR-TITULO-SECCION
           PERFORM VARYING IDX-LOCKER FROM 1 BY 1
                   UNTIL IDX-LOCKER > TOTAL-LOCKERS
               EVALUATE LB-ESTADO (IDX-LOCKER)
                   WHEN 'L'
                       ADD 1 TO TOTAL-LIBRES
                       PERFORM ESCRIBIR-LOCKER-LIBRE
                   WHEN 'F'
                       ADD 1 TO TOTAL-FUERA
               END-EVALUATE
           END-PERFORM

           MOVE "LOCKERS OCUPADOS" TO LINEA-SALIDA
           PERFORM ESCRIBIR-TITULO-SECCION
           PERFORM ESCRIBIR-COLUMNAS-OCUPADOS
           PERFORM VARYING IDX-LOCKER FROM 1 BY 1
                   UNTIL IDX-LOCKER > TOTAL-LOCKERS
               IF LB-ESTADO (IDX-LOCKER) = 'O'
                   ADD 1 TO TOTAL-OCUPADOS
                   ADD DL-DEUDA (IDX-LOCKER) TO TOTAL-DEUDA
                   PERFORM ESCRIBIR-LOCKER-OCUPADO
               END-IF
           END-PERFORM

           MOVE "LOCKERS ATRASADOS" TO LINEA-SALIDA
           PERFORM ESCRIBIR-TITULO-SECCION
           PERFORM ESCRIBIR-COLUMNAS-OCUPADOS
           PERFORM VARYING IDX-LOCKER FROM 1 BY 1
                   UNTIL IDX-LOCKER > TOTAL-LOCKERS
               IF LB-ESTADO (IDX-LOCKER) = 'O'
                   PERFORM CALIFICAR-LOCKER
                   IF ESTADO-LINEA NOT = SPACES
                       ADD 1 TO TOTAL-ATRASADOS
                       PERFORM ESCRIBIR-LOCKER-OCUPADO
                   END-IF
               END-IF
           END-PERFORM

           PERFORM MOSTRAR-TOTALES
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF MIEMBROS-ABIERTO = 'S'
               CLOSE ARCHIVO-MIEMBROS
           END-IF
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       ESCRIBIR-TITULO-SECCION.
           MOVE LINEA-SALIDA TO ESTADO-LINEA
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE ESTADO-LINEA TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-COLUMNAS-OCUPADOS.
           MOVE SPACES TO LINEA-SALIDA
           STRING "NRO  T UBICACION    SOCIO  NOMBRE" DELIMITED BY SIZE
                  "             DESDE    HASTA   " DELIMITED BY SIZE
                  "         DEUDA MES ESTADO" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> DEUDA DE ALQUILER DE CADA LOCKER OCUPADO: CARGOS 'L'
      *> PENDIENTES DE ESE LOCKER A NOMBRE DEL PAGADOR DEL
      *> SOCIO ACTUAL, DESDE EL MES EN QUE SE LE ASIGNÓ (LA
      *> DEUDA DE UN OCUPANTE ANTERIOR NO SE LE ATRIBUYE).
      *>----------------------------------------------------
       CALCULAR-DEUDAS.
           INITIALIZE TABLA-DEUDA-LOCKERS
           PERFORM VARYING IDX-LOCKER FROM 1 BY 1
                   UNTIL IDX-LOCKER > TOTAL-LOCKERS
               IF LB-ESTADO (IDX-LOCKER) = 'O'
                   MOVE LB-MIEMBRO (IDX-LOCKER) TO GRUPO-MIEMBRO
                   PERFORM BUSCAR-RESPONSABLE
                   MOVE GRUPO-RESPONSABLE TO DL-PAGADOR (IDX-LOCKER)
               END-IF
           END-PERFORM
           OPEN INPUT ARCHIVO-CUOTAS
           IF FS-CUOTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CUOTAS
           PERFORM UNTIL FIN-CUOTAS = 'S'
               READ ARCHIVO-CUOTAS
                   AT END
                       MOVE 'S' TO FIN-CUOTAS
                   NOT AT END
                       IF CU-CLASE = 'L'
                           AND CU-ESTADO = 'P'
                           AND CU-SALDO > 0
                           AND CU-ANIO-MES <= ANIO-MES-CORTE
                           PERFORM SUMAR-DEUDA-LOCKER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUOTAS.

       SUMAR-DEUDA-LOCKER.
           MOVE CU-DOCUMENTO TO LOCKER-BUSCADO
           PERFORM BUSCAR-LOCKER-EN-TABLA
           IF LOCKER-EN-TABLA = 0
               EXIT PARAGRAPH
           END-IF
           IF LB-ESTADO (LOCKER-EN-TABLA) NOT = 'O'
               OR DL-PAGADOR (LOCKER-EN-TABLA) NOT = CU-MIEMBRO
               EXIT PARAGRAPH
           END-IF
           DIVIDE LB-FECHA-DESDE (LOCKER-EN-TABLA) BY 100
               GIVING MES-DESDE-LOCKER
           IF CU-ANIO-MES < MES-DESDE-LOCKER
               EXIT PARAGRAPH
           END-IF
           ADD CU-SALDO TO DL-DEUDA (LOCKER-EN-TABLA)
           IF CU-ANIO-MES < ANIO-MES-CORTE
               ADD 1 TO DL-MESES (LOCKER-EN-TABLA)
           END-IF.

      *>    ESTADO-LINEA QUEDA EN BLANCO SI EL LOCKER ESTÁ AL DÍA.
       CALIFICAR-LOCKER.
           MOVE SPACES TO ESTADO-LINEA
           IF LB-FECHA-HASTA (IDX-LOCKER) > 0
               AND LB-FECHA-HASTA (IDX-LOCKER) < FECHA-CORTE
               MOVE "VENCIDO" TO ESTADO-LINEA
           END-IF
           IF DL-MESES (IDX-LOCKER) > 0
               IF ESTADO-LINEA = SPACES
                   MOVE "DEUDA" TO ESTADO-LINEA
               ELSE
                   MOVE "VENCIDO Y DEUDA" TO ESTADO-LINEA
               END-IF
           END-IF.

       ESCRIBIR-LOCKER-LIBRE.
           MOVE SPACES TO LINEA-SALIDA
           STRING LB-NUMERO (IDX-LOCKER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LB-TAMANO (IDX-LOCKER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LB-UBICACION (IDX-LOCKER) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LOCKER-OCUPADO.
           PERFORM CALIFICAR-LOCKER
           PERFORM LEER-NOMBRE-SOCIO
           MOVE DL-DEUDA (IDX-LOCKER) TO F-DEUDA
           MOVE DL-MESES (IDX-LOCKER) TO F-MESES
           MOVE SPACES TO LINEA-SALIDA
           STRING LB-NUMERO (IDX-LOCKER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LB-TAMANO (IDX-LOCKER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LB-UBICACION (IDX-LOCKER) (1:12) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LB-MIEMBRO (IDX-LOCKER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOMBRE-SOCIO (1:18) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LB-FECHA-DESDE (IDX-LOCKER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LB-FECHA-HASTA (IDX-LOCKER) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-DEUDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MESES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ESTADO-LINEA DELIMITED BY "  "
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       LEER-NOMBRE-SOCIO.
           MOVE SPACES TO NOMBRE-SOCIO
           IF MIEMBROS-ABIERTO = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE LB-MIEMBRO (IDX-LOCKER) TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   MOVE "(NO EXISTE)" TO NOMBRE-SOCIO
               NOT INVALID KEY
                   MOVE M-NOMBRE TO NOMBRE-SOCIO
           END-READ.

       MOSTRAR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-LIBRES TO F-TOTAL
           MOVE TOTAL-OCUPADOS TO F-TOTAL-2
           MOVE TOTAL-FUERA TO F-TOTAL-3
           MOVE SPACES TO LINEA-SALIDA
           STRING "Libres: " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  " | Ocupados: " DELIMITED BY SIZE
                  F-TOTAL-2 DELIMITED BY SIZE
                  " | Fuera de servicio: " DELIMITED BY SIZE
                  F-TOTAL-3 DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-LIBRES + TOTAL-OCUPADOS > 0
               COMPUTE PORCENTAJE ROUNDED = TOTAL-OCUPADOS * 100
                   / (TOTAL-LIBRES + TOTAL-OCUPADOS)
           END-IF
           MOVE PORCENTAJE TO F-PORCENTAJE
           MOVE TOTAL-ATRASADOS TO F-TOTAL
           MOVE TOTAL-DEUDA TO F-DEUDA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Ocupación: " DELIMITED BY SIZE
                  F-PORCENTAJE DELIMITED BY SIZE
                  "% | Atrasados: " DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  " | Deuda de alquiler: " DELIMITED BY SIZE
                  F-DEUDA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY LOCKERS-RUTINAS.
       COPY GRUPOS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
