       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-INASISTENCIAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INSTALACIONES-SELECT.
       COPY PARAMETROS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY INSTALACIONES-FD.
       COPY PARAMETROS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY INSTALACIONES-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> RESERVAS DE INSTALACIONES A LAS QUE NADIE SE
       *> PRESENTÓ (ESTADO 'N') ENTRE DOS FECHAS, UNA POR
       *> RENGLÓN, Y EL RESUMEN POR SOCIO: INASISTENCIAS EN EL
       *> RANGO, LAS QUE CUENTAN HOY PARA EL BLOQUEO (ÚLTIMOS
       *> RESERVA-FALTAS-DIAS DÍAS) Y SI EL SOCIO QUEDÓ SIN
       *> RESERVAS AL LLEGAR A RESERVA-FALTAS-MAXIMO.
       *> USO: REPORTE-INASISTENCIAS [AAAAMMDD AAAAMMDD]
       *>   SIN FECHAS, LOS ÚLTIMOS 30 DÍAS HASTA HOY.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 DESDE-TXT              PIC X(10).
       01 HASTA-TXT              PIC X(10).
       01 FECHA-DESDE            PIC 9(8) VALUE 0.
       01 FECHA-HASTA            PIC 9(8) VALUE 0.
       01 FALTAS-MAXIMO          PIC 9(2) VALUE 3.
       01 FALTAS-DIAS            PIC 9(3) VALUE 60.
       01 LIMITE-FALTAS-INT      PIC 9(7).

       01 MAX-SOCIOS             PIC 9(3) VALUE 500.
       01 TOTAL-SOCIOS           PIC 9(3) VALUE 0.
       01 TABLA-SOCIOS.
           05 SOCIO-ENTRADA OCCURS 500 TIMES.
               10 SF-MIEMBRO     PIC 9(6).
               10 SF-NOMBRE      PIC X(30).
               10 SF-RANGO       PIC 9(3).
               10 SF-VIGENTES    PIC 9(3).
       01 IDX-SOCIO              PIC 9(3).
       01 SOCIO-EN-TABLA         PIC 9(3) VALUE 0.

       01 TOTAL-RESERVAS         PIC 9(5) VALUE 0.
       01 TOTAL-FALTAS           PIC 9(5) VALUE 0.
       01 FALTAS-VISITANTES      PIC 9(5) VALUE 0.
       01 FALTAS-POR-COBRAR      PIC 9(5) VALUE 0.
       01 MONTO-POR-COBRAR       PIC 9(9)V99 VALUE 0.
       01 SOCIOS-BLOQUEADOS      PIC 9(3) VALUE 0.
       01 PORCENTAJE             PIC 9(3) VALUE 0.
       01 NOMBRE-INSTALACION     PIC X(20).
       01 MARCA-COBRO            PIC X(14).

       01 F-RANGO                PIC ZZ9.
       01 F-VIGENTES             PIC ZZ9.
       01 F-TOTAL-RESERVAS       PIC ZZZZ9.
       01 F-TOTAL-FALTAS         PIC ZZZZ9.
       01 F-FALTAS-VISITANTES    PIC ZZZZ9.
       01 F-FALTAS-POR-COBRAR    PIC ZZZZ9.
       01 F-MONTO-POR-COBRAR     PIC Z(8)9.99.
       01 F-PORCENTAJE           PIC ZZ9.
       01 F-BLOQUEADOS           PIC ZZ9.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           MOVE FC-FECHA-YYYYMMDD TO FECHA-HASTA
           COMPUTE FECHA-DESDE = FUNCTION DATE-OF-INTEGER (
               FUNCTION INTEGER-OF-DATE (FECHA-HASTA) - 30)
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
               DISPLAY "Desde (AAAAMMDD, en blanco = " FECHA-DESDE
                       "):"
               ACCEPT DESDE-TXT
               DISPLAY "Hasta (AAAAMMDD, en blanco = " FECHA-HASTA
                       "):"
               ACCEPT HASTA-TXT
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO DESDE-TXT HASTA-TXT
               MOVE "REPORTE-INASISTENCIAS" TO OPERADOR
           END-IF
           IF DESDE-TXT NOT = SPACES
               IF FUNCTION TRIM(DESDE-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (DESDE-TXT) TO FECHA-DESDE
               ELSE
                   MOVE 0 TO FECHA-DESDE
               END-IF
           END-IF
           IF HASTA-TXT NOT = SPACES
               IF FUNCTION TRIM(HASTA-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (HASTA-TXT) TO FECHA-HASTA
               ELSE
                   MOVE 0 TO FECHA-HASTA
               END-IF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (FECHA-DESDE) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD (FECHA-HASTA) NOT = 0
               OR FECHA-DESDE > FECHA-HASTA
               DISPLAY "Rango de fechas inválido."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-PARAMETROS
           MOVE "RESERVA-FALTAS-MAXIMO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO FALTAS-MAXIMO
           END-IF
           MOVE "RESERVA-FALTAS-DIAS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO FALTAS-DIAS
           END-IF
           COMPUTE LIMITE-FALTAS-INT =
               FUNCTION INTEGER-OF-DATE (FC-FECHA-YYYYMMDD)
               - FALTAS-DIAS
           PERFORM CARGAR-INSTALACIONES

           OPEN INPUT ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST NOT = "00"
               DISPLAY "No hay reservas registradas."
               STOP RUN
           END-IF

           STRING "INASISTENCIAS-" DELIMITED BY SIZE
                  FECHA-DESDE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FECHA-HASTA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "INASISTENCIAS A RESERVAS" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Del " DELIMITED BY SIZE
                  FECHA-DESDE DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  FECHA-HASTA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

      *>    UNA SOLA PASADA: LOS RENGLONES DEL RANGO SALEN AL
      *>    REPORTE Y LAS FALTAS DE CADA SOCIO (EN EL RANGO Y
      *>    EN EL PLAZO DEL BLOQUEO) SE ACUMULAN EN LA TABLA.
           MOVE 'N' TO FIN-RESERVAS-INST
           PERFORM UNTIL FIN-RESERVAS-INST = 'S'
               READ ARCHIVO-RESERVAS-INST
                   AT END
                       MOVE 'S' TO FIN-RESERVAS-INST
                   NOT AT END
                       PERFORM PROCESAR-RESERVA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESERVAS-INST

           IF TOTAL-FALTAS = 0
               MOVE "No hubo inasistencias en el rango."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM LISTAR-SOCIOS
           END-IF
           PERFORM MOSTRAR-TOTALES
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

       PROCESAR-RESERVA.
           IF RN-ESTADO = 'X'
               EXIT PARAGRAPH
           END-IF
           IF RN-FECHA >= FECHA-DESDE AND RN-FECHA <= FECHA-HASTA
               ADD 1 TO TOTAL-RESERVAS
           END-IF
           IF RN-ESTADO NOT = 'N'
               EXIT PARAGRAPH
           END-IF
           IF RN-MIEMBRO > 0
               PERFORM ACUMULAR-SOCIO
           END-IF
           IF RN-FECHA < FECHA-DESDE OR RN-FECHA > FECHA-HASTA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-FALTAS
           IF RN-MIEMBRO = 0
               ADD 1 TO FALTAS-VISITANTES
           END-IF
           MOVE SPACES TO MARCA-COBRO
           IF RN-COBRO = 'P'
               ADD 1 TO FALTAS-POR-COBRAR
               ADD RN-TARIFA TO MONTO-POR-COBRAR
               MOVE " SIN COBRAR" TO MARCA-COBRO
           END-IF
           MOVE RN-INSTALACION TO INSTALACION-BUSCADA
           PERFORM BUSCAR-INSTALACION-EN-TABLA
           IF INSTALACION-EN-TABLA > 0
               MOVE IA-NOMBRE (INSTALACION-EN-TABLA)
                   TO NOMBRE-INSTALACION
           ELSE
               MOVE SPACES TO NOMBRE-INSTALACION
               STRING "INSTALACIÓN " DELIMITED BY SIZE
                      RN-INSTALACION DELIMITED BY SIZE
                      INTO NOMBRE-INSTALACION
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           IF RN-MIEMBRO > 0
               STRING RN-FECHA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RN-HORA DELIMITED BY SIZE
                      ":00 " DELIMITED BY SIZE
                      NOMBRE-INSTALACION DELIMITED BY SIZE
                      " Socio " DELIMITED BY SIZE
                      RN-MIEMBRO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RN-NOMBRE DELIMITED BY SIZE
                      MARCA-COBRO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           ELSE
               STRING RN-FECHA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RN-HORA DELIMITED BY SIZE
                      ":00 " DELIMITED BY SIZE
                      NOMBRE-INSTALACION DELIMITED BY SIZE
                      " Visitante " DELIMITED BY SIZE
                      RN-NOMBRE DELIMITED BY SIZE
                      MARCA-COBRO DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           END-IF
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       ACUMULAR-SOCIO.
           MOVE 0 TO SOCIO-EN-TABLA
           PERFORM VARYING IDX-SOCIO FROM 1 BY 1
                   UNTIL IDX-SOCIO > TOTAL-SOCIOS
               IF SF-MIEMBRO (IDX-SOCIO) = RN-MIEMBRO
                   MOVE IDX-SOCIO TO SOCIO-EN-TABLA
               END-IF
           END-PERFORM
           IF SOCIO-EN-TABLA = 0
               IF TOTAL-SOCIOS >= MAX-SOCIOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-SOCIOS
               MOVE TOTAL-SOCIOS TO SOCIO-EN-TABLA
               MOVE RN-MIEMBRO TO SF-MIEMBRO (SOCIO-EN-TABLA)
               MOVE RN-NOMBRE TO SF-NOMBRE (SOCIO-EN-TABLA)
               MOVE 0 TO SF-RANGO (SOCIO-EN-TABLA)
               MOVE 0 TO SF-VIGENTES (SOCIO-EN-TABLA)
           END-IF
           IF RN-FECHA >= FECHA-DESDE AND RN-FECHA <= FECHA-HASTA
               ADD 1 TO SF-RANGO (SOCIO-EN-TABLA)
           END-IF
           IF FUNCTION INTEGER-OF-DATE (RN-FECHA)
               > LIMITE-FALTAS-INT
               ADD 1 TO SF-VIGENTES (SOCIO-EN-TABLA)
           END-IF.

      *>----------------------------------------------------
      *> RESUMEN POR SOCIO CON FALTAS EN EL RANGO. "VIGENTES"
      *> SON LAS DE LOS ÚLTIMOS RESERVA-FALTAS-DIAS DÍAS, LAS
      *> QUE RESERVAR-INSTALACIONES CUENTA PARA EL BLOQUEO.
      *>----------------------------------------------------
       LISTAR-SOCIOS.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "Socio  Nombre                         En rango  "
               TO LINEA-SALIDA
           MOVE "Vigentes" TO LINEA-SALIDA (49:)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-SOCIO FROM 1 BY 1
                   UNTIL IDX-SOCIO > TOTAL-SOCIOS
               IF SF-RANGO (IDX-SOCIO) > 0
                   PERFORM ESCRIBIR-SOCIO
               END-IF
           END-PERFORM.

       ESCRIBIR-SOCIO.
           MOVE SF-RANGO (IDX-SOCIO) TO F-RANGO
           MOVE SF-VIGENTES (IDX-SOCIO) TO F-VIGENTES
           MOVE SPACES TO LINEA-SALIDA
           STRING SF-MIEMBRO (IDX-SOCIO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SF-NOMBRE (IDX-SOCIO) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  F-RANGO DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  F-VIGENTES DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           IF FALTAS-MAXIMO > 0
               AND SF-VIGENTES (IDX-SOCIO) >= FALTAS-MAXIMO
               MOVE "SIN RESERVAS" TO LINEA-SALIDA (61:)
               ADD 1 TO SOCIOS-BLOQUEADOS
           END-IF
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       MOSTRAR-TOTALES.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-RESERVAS > 0
               COMPUTE PORCENTAJE ROUNDED =
                   TOTAL-FALTAS * 100 / TOTAL-RESERVAS
           END-IF
           MOVE TOTAL-RESERVAS TO F-TOTAL-RESERVAS
           MOVE TOTAL-FALTAS TO F-TOTAL-FALTAS
           MOVE PORCENTAJE TO F-PORCENTAJE
           MOVE FALTAS-VISITANTES TO F-FALTAS-VISITANTES
           MOVE SPACES TO LINEA-SALIDA
           STRING "Reservas: " DELIMITED BY SIZE
                  F-TOTAL-RESERVAS DELIMITED BY SIZE
                  " | Inasistencias: " DELIMITED BY SIZE
                  F-TOTAL-FALTAS DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  F-PORCENTAJE DELIMITED BY SIZE
                  "%) | De visitantes: " DELIMITED BY SIZE
                  F-FALTAS-VISITANTES DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE FALTAS-POR-COBRAR TO F-FALTAS-POR-COBRAR
           MOVE MONTO-POR-COBRAR TO F-MONTO-POR-COBRAR
           MOVE SOCIOS-BLOQUEADOS TO F-BLOQUEADOS
           MOVE SPACES TO LINEA-SALIDA
           STRING "Sin cobrar: " DELIMITED BY SIZE
                  F-FALTAS-POR-COBRAR DELIMITED BY SIZE
                  " por $" DELIMITED BY SIZE
                  F-MONTO-POR-COBRAR DELIMITED BY SIZE
                  " | Socios sin reservas: " DELIMITED BY SIZE
                  F-BLOQUEADOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY INSTALACIONES-RUTINAS.
       COPY PARAMETROS-RUTINAS.
