       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDAR-PLANILLA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY COMPRAS-PERSONAL-SELECT.
       COPY OPERADORES-SELECT.
       COPY PARAMETROS-SELECT.
       COPY BITACORA-SELECT.
           SELECT ARCHIVO-PLANILLA
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PLANILLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANILLA.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY COMPRAS-PERSONAL-FD.
       COPY OPERADORES-FD.
       COPY PARAMETROS-FD.
       COPY BITACORA-FD.

      *>----------------------------------------------------
      *> DESCUENTOS POR PLANILLA PARA NÓMINA: UN RENGLÓN POR
      *> EMPLEADO CON SALDO A DESCONTAR EN EL MES.
      *>----------------------------------------------------
       FD  ARCHIVO-PLANILLA.
       01  PLANILLA-REG.
           05 DP-EMPLEADO         PIC 9(4).
           05 DP-NOMBRE           PIC X(30).
           05 DP-PERIODO          PIC 9(6).
           05 DP-FOLIOS           PIC 9(4).
           05 DP-MONTO            PIC 9(11)V99.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY COMPRAS-PERSONAL-WS.
       COPY OPERADORES-WS.
       COPY PARAMETROS-WS.
       COPY BITACORA-WS.

      *>----------------------------------------------------
      *> LIQUIDACIÓN MENSUAL DE COMPRAS DEL PERSONAL: SUMA POR
      *> EMPLEADO LOS RENGLONES DE COMPRAS-PERSONAL.DAT DEL MES
      *> (VENTAS, REVERSOS Y CAMBIOS YA VIENEN CON SU SIGNO) Y
      *> GRABA DESCUENTOS-PLANILLA-AAAAMM.DAT PARA NÓMINA, CON
      *> LO PAGADO POR PLANILLA, Y EL REPORTE PARA RECURSOS
      *> HUMANOS COMPRAS-PERSONAL-AAAAMM.TXT. UN EMPLEADO CUYO
      *> NETO POR PLANILLA QUEDA EN CERO O A FAVOR NO VA A
      *> NÓMINA; EL REPORTE LO SEÑALA.
      *>----------------------------------------------------

       *>----------------------------------------------------
       *> MES A LIQUIDAR
       *>----------------------------------------------------
       01 ANIO-MES.
           05 ANIO               PIC 9(4).
           05 MES                PIC 9(2).
       01 PERIODO REDEFINES ANIO-MES PIC 9(6).

       *>----------------------------------------------------
       *> CONTROL DE LECTURA Y SALIDA
       *>----------------------------------------------------
       01 FS-PLANILLA            PIC XX.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-PLANILLA PIC X(40).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 RENGLONES-LEIDOS       PIC 9(7) VALUE 0.
       01 TOPE-MES               PIC 9(9)V99 VALUE 0.

       *>----------------------------------------------------
       *> LIQUIDACIÓN POR EMPLEADO
       *>----------------------------------------------------
       01 MAX-EMPLEADOS          PIC 9(3) VALUE 100.
       01 TOTAL-EMPLEADOS        PIC 9(3) VALUE 0.
       01 TABLA-EMPLEADOS.
           05 EMPLEADO-ENTRADA OCCURS 100 TIMES.
               10 EP-CODIGO      PIC 9(4).
               10 EP-FOLIOS      PIC 9(4).
               10 EP-COMPRAS     PIC S9(11)V99.
               10 EP-DESCUENTO   PIC S9(11)V99.
               10 EP-PLANILLA    PIC S9(11)V99.
       01 IDX-EMPLEADO           PIC 9(3).
       01 EMPLEADO-HALLADO       PIC X VALUE 'N'.
       01 EMPLEADOS-NOMINA       PIC 9(3) VALUE 0.
       01 TOTAL-COMPRAS          PIC S9(12)V99 VALUE 0.
       01 TOTAL-DESCUENTO        PIC S9(12)V99 VALUE 0.
       01 TOTAL-PLANILLA         PIC S9(12)V99 VALUE 0.
       01 TOTAL-NOMINA           PIC S9(12)V99 VALUE 0.
       01 NOTA-EMPLEADO          PIC X(14).

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-FOLIOS               PIC ZZZ9.
       01 F-COMPRAS              PIC -(9).99.
       01 F-DESCUENTO            PIC -(8).99.
       01 F-PLANILLA             PIC -(9).99.
       01 F-EMPLEADOS            PIC ZZ9.

       *>----------------------------------------------------
       *> PARÁMETROS POR LÍNEA DE COMANDO (EJECUCIÓN POR LOTE)
       *> USO: LIQUIDAR-PLANILLA <AAAA> <MM>
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(80) VALUE SPACES.
       01 CAMPO-ARG-ANIO         PIC X(6).
       01 CAMPO-ARG-MES          PIC X(6).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  LIQUIDACIÓN DE COMPRAS DEL PERSONAL"
           DISPLAY "==============================="

           MOVE "LIQUIDAR-PLANILLA" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           PERFORM OBTENER-PARAMETROS
           IF MES < 1 OR MES > 12
               DISPLAY "Mes inválido: " MES "."
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-OPERADORES
           PERFORM CARGAR-PARAMETROS
           MOVE "TOPE-PERSONAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO) TO TOPE-MES
           END-IF

           PERFORM ACUMULAR-COMPRAS

           PERFORM ACEPTAR-FECHA-COMPLETA
           STRING "DESCUENTOS-PLANILLA-" DELIMITED BY SIZE
                  PERIODO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-PLANILLA
           STRING "COMPRAS-PERSONAL-" DELIMITED BY SIZE
                  PERIODO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-PLANILLA
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "COMPRAS DEL PERSONAL" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           MOVE SPACES TO LINEA-SALIDA
           STRING "Periodo: " DELIMITED BY SIZE
                  ANIO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MES DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-EMPLEADOS = 0
               MOVE "No hubo compras del personal en el periodo."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM MOSTRAR-LIQUIDACION
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-PLANILLA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Descuentos para nómina en: "
                   NOMBRE-ARCHIVO-PLANILLA
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE

           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE EMPLEADOS-NOMINA TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           STOP RUN.

       OBTENER-PARAMETROS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese el año (AAAA):"
               ACCEPT ANIO
               DISPLAY "Ingrese el mes (MM):"
               ACCEPT MES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                   INTO CAMPO-ARG-ANIO, CAMPO-ARG-MES
               END-UNSTRING
               MOVE FUNCTION NUMVAL (CAMPO-ARG-ANIO) TO ANIO
               MOVE FUNCTION NUMVAL (CAMPO-ARG-MES) TO MES
               MOVE "LIQUIDAR-PLANILLA" TO OPERADOR
               DISPLAY "Período recibido por línea de comando: "
                       ANIO "-" MES
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

       ACUMULAR-COMPRAS.
           OPEN INPUT ARCHIVO-COMPRAS-PERSONAL
           IF FS-COMPRAS-PERSONAL NOT = "00"
               DISPLAY "No hay compras del personal registradas."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-COMPRAS-PERSONAL
           PERFORM UNTIL FIN-COMPRAS-PERSONAL = 'S'
               READ ARCHIVO-COMPRAS-PERSONAL
                   AT END
                       MOVE 'S' TO FIN-COMPRAS-PERSONAL
                   NOT AT END
                       IF CP-FECHA (1:6) = PERIODO
                           ADD 1 TO RENGLONES-LEIDOS
                           PERFORM SUMAR-A-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-COMPRAS-PERSONAL.

       SUMAR-A-EMPLEADO.
           MOVE 'N' TO EMPLEADO-HALLADO
           PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                   UNTIL IDX-EMPLEADO > TOTAL-EMPLEADOS
                      OR EMPLEADO-HALLADO = 'S'
               IF EP-CODIGO (IDX-EMPLEADO) = CP-EMPLEADO
                   MOVE 'S' TO EMPLEADO-HALLADO
               END-IF
           END-PERFORM
           IF EMPLEADO-HALLADO = 'S'
               SUBTRACT 1 FROM IDX-EMPLEADO
           ELSE
               IF TOTAL-EMPLEADOS >= MAX-EMPLEADOS
                   DISPLAY "ADVERTENCIA: tabla de empleados llena; "
                           "se omite el empleado " CP-EMPLEADO "."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-EMPLEADOS
               MOVE TOTAL-EMPLEADOS TO IDX-EMPLEADO
               MOVE CP-EMPLEADO TO EP-CODIGO (IDX-EMPLEADO)
               MOVE 0 TO EP-FOLIOS (IDX-EMPLEADO)
               MOVE 0 TO EP-COMPRAS (IDX-EMPLEADO)
               MOVE 0 TO EP-DESCUENTO (IDX-EMPLEADO)
               MOVE 0 TO EP-PLANILLA (IDX-EMPLEADO)
           END-IF
           IF CP-TIPO = 'V'
               ADD 1 TO EP-FOLIOS (IDX-EMPLEADO)
           END-IF
           ADD CP-MONTO TO EP-COMPRAS (IDX-EMPLEADO)
           ADD CP-DESCUENTO TO EP-DESCUENTO (IDX-EMPLEADO)
           ADD CP-PLANILLA TO EP-PLANILLA (IDX-EMPLEADO).

      *>----------------------------------------------------
      *> UNA LÍNEA POR EMPLEADO EN EL REPORTE; LOS QUE TIENEN
      *> PLANILLA A DESCONTAR PASAN ADEMÁS AL ARCHIVO DE
      *> NÓMINA. SE MARCA QUIEN PASÓ DEL TOPE MENSUAL.
      *>----------------------------------------------------
       MOSTRAR-LIQUIDACION.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Emp. Nombre               Folios Compras neto"
                      DELIMITED BY SIZE
                  "   Descuento     Planilla" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-EMPLEADO FROM 1 BY 1
                   UNTIL IDX-EMPLEADO > TOTAL-EMPLEADOS
               PERFORM LIQUIDAR-EMPLEADO
               PERFORM CONTROLAR-SALTO-PAGINA
               IF EC-REIMPRIMIR-ENCABEZADO = 'S'
                   PERFORM IMPRIMIR-ENCABEZADO
                   PERFORM ESCRIBIR-ENCABEZADO
               END-IF
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-COMPRAS TO F-COMPRAS
           MOVE TOTAL-DESCUENTO TO F-DESCUENTO
           MOVE TOTAL-PLANILLA TO F-PLANILLA
           MOVE SPACES TO LINEA-SALIDA
           STRING "TOTAL                            " DELIMITED BY SIZE
                  F-COMPRAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-DESCUENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PLANILLA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EMPLEADOS-NOMINA TO F-EMPLEADOS
           MOVE TOTAL-NOMINA TO F-PLANILLA
           MOVE SPACES TO LINEA-SALIDA
           STRING "A descontar por nómina: " DELIMITED BY SIZE
                  F-EMPLEADOS DELIMITED BY SIZE
                  " empleado(s) por $" DELIMITED BY SIZE
                  F-PLANILLA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOPE-MES > 0
               MOVE TOPE-MES TO F-COMPRAS
               MOVE SPACES TO LINEA-SALIDA
               STRING "Tope mensual por empleado: $" DELIMITED BY SIZE
                      F-COMPRAS DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       LIQUIDAR-EMPLEADO.
           MOVE EP-CODIGO (IDX-EMPLEADO) TO CODIGO-OPERADOR
           PERFORM BUSCAR-OPERADOR
           IF OPERADOR-ENCONTRADO = 'N'
               MOVE "(sin registrar)" TO OPERADOR-NOMBRE
           END-IF
           ADD EP-COMPRAS (IDX-EMPLEADO) TO TOTAL-COMPRAS
           ADD EP-DESCUENTO (IDX-EMPLEADO) TO TOTAL-DESCUENTO
           ADD EP-PLANILLA (IDX-EMPLEADO) TO TOTAL-PLANILLA
           MOVE SPACES TO NOTA-EMPLEADO
           IF EP-PLANILLA (IDX-EMPLEADO) > 0
               MOVE EP-CODIGO (IDX-EMPLEADO) TO DP-EMPLEADO
               MOVE OPERADOR-NOMBRE TO DP-NOMBRE
               MOVE PERIODO TO DP-PERIODO
               MOVE EP-FOLIOS (IDX-EMPLEADO) TO DP-FOLIOS
               MOVE EP-PLANILLA (IDX-EMPLEADO) TO DP-MONTO
               WRITE PLANILLA-REG
               ADD 1 TO EMPLEADOS-NOMINA
               ADD EP-PLANILLA (IDX-EMPLEADO) TO TOTAL-NOMINA
           ELSE
               IF EP-PLANILLA (IDX-EMPLEADO) < 0
                   MOVE " SALDO A FAVOR" TO NOTA-EMPLEADO
               END-IF
           END-IF
           IF TOPE-MES > 0 AND EP-COMPRAS (IDX-EMPLEADO) > TOPE-MES
               MOVE " PASÓ EL TOPE" TO NOTA-EMPLEADO
           END-IF
           MOVE EP-FOLIOS (IDX-EMPLEADO) TO F-FOLIOS
           MOVE EP-COMPRAS (IDX-EMPLEADO) TO F-COMPRAS
           MOVE EP-DESCUENTO (IDX-EMPLEADO) TO F-DESCUENTO
           MOVE EP-PLANILLA (IDX-EMPLEADO) TO F-PLANILLA
           MOVE SPACES TO LINEA-SALIDA
           STRING EP-CODIGO (IDX-EMPLEADO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OPERADOR-NOMBRE (1:20) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-FOLIOS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-COMPRAS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-DESCUENTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-PLANILLA DELIMITED BY SIZE
                  NOTA-EMPLEADO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY BITACORA-RUTINAS.
