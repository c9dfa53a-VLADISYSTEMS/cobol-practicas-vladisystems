       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-RETENCION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY MIEMBROS-SELECT.
       COPY ASISTENCIAS-IDX-SELECT.
       COPY CUOTAS-SELECT.
       COPY GRUPOS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY MIEMBROS-FD.
       COPY ASISTENCIAS-IDX-FD.
       COPY CUOTAS-FD.
       COPY GRUPOS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY GRUPOS-WS.

       *>----------------------------------------------------
       *> RETENCIÓN DE SOCIOS POR COHORTE: LOS SOCIOS SE
       *> AGRUPAN POR EL MES DE SU ALTA (M-FECHA-ALTA) Y, PARA
       *> CADA UNO DE LOS 12 O 24 MESES SIGUIENTES, SE MUESTRA
       *> QUÉ PORCENTAJE DE LA COHORTE:
       *>   - SIGUE ACTIVO: NO ESTÁ DE BAJA NI SUSPENDIDO, O LO
       *>     ESTÁ DESDE UN MES POSTERIOR (M-ESTADO Y
       *>     M-FECHA-ESTADO);
       *>   - SIGUE VINIENDO: TIENE AL MENOS UNA ENTRADA EN
       *>     ASISTENCIAS.IDX EN ESE MES;
       *>   - SIGUE PAGANDO: LA CUOTA DE ESE MES DE SU PAGADOR
       *>     (EL RESPONSABLE DEL GRUPO FAMILIAR) ESTÁ COBRADA.
       *> UN MES SOLO CUENTA PARA LAS COHORTES QUE YA LO
       *> CERRARON (ANTERIOR AL MES EN CURSO); SI NO, SALE
       *> "-". LUEGO EL MISMO CUADRO POR CATEGORÍA DE ALTA
       *> (M-CATEGORIA-ALTA) Y EL RESUMEN DE MOTIVOS DE BAJA.
       *> CON HORIZONTE DE 24 MESES SE IMPRIME UN MES DE CADA
       *> DOS.
       *> USO: REPORTE-RETENCION [12|24 [AAAAMM AAAAMM]]
       *>   SIN RANGO, LAS COHORTES DE LOS ÚLTIMOS 12/24 MESES.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 FS-MIEMBROS            PIC XX.
       01 FS-ASISTENCIAS         PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(30).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 HORIZONTE-TXT          PIC X(4) VALUE SPACES.
       01 DESDE-TXT              PIC X(8) VALUE SPACES.
       01 HASTA-TXT              PIC X(8) VALUE SPACES.

       *>----------------------------------------------------
       *> MESES CORRIDOS (AÑO * 12 + MES - 1) PARA RESTAR
       *> FECHAS POR MES SIN ARMAR AÑO Y MES A MANO
       *>----------------------------------------------------
       01 HORIZONTE              PIC 9(2) VALUE 12.
       01 PASO-COLUMNA           PIC 9 VALUE 1.
       01 ANIO-MES-DESDE         PIC 9(6) VALUE 0.
       01 ANIO-MES-HASTA         PIC 9(6) VALUE 0.
       01 ANIO-MES-TRABAJO       PIC 9(6).
       01 MESES-HOY              PIC 9(6).
       01 MESES-DESDE            PIC 9(6).
       01 MESES-HASTA            PIC 9(6).
       01 MESES-FECHA            PIC 9(6).
       01 MESES-DIFERENCIA       PIC S9(6).
       01 ANIO-CALCULO           PIC 9(4).
       01 MES-CALCULO            PIC 9(2).
       01 MES-K                  PIC 9(2).

       *>----------------------------------------------------
       *> SOCIOS DE LAS COHORTES. TS-MESES-FIN ES EL MES EN
       *> QUE DEJÓ DE ESTAR ACTIVO (0 = SIGUE ACTIVO). LAS
       *> MARCAS VAN POR MES DESPUÉS DEL ALTA (1 A 24).
       *>----------------------------------------------------
       01 MAX-SOCIOS             PIC 9(4) VALUE 2000.
       01 TOTAL-SOCIOS           PIC 9(4) VALUE 0.
       01 SOCIOS-OMITIDOS        PIC 9(4) VALUE 0.
       01 TABLA-SOCIOS.
           05 SOCIO-ENTRADA OCCURS 2000 TIMES.
               10 TS-MIEMBRO     PIC 9(6).
               10 TS-PAGADOR     PIC 9(6).
               10 TS-MESES-ALTA  PIC 9(6).
               10 TS-MESES-FIN   PIC 9(6).
               10 TS-COHORTE     PIC 9(2).
               10 TS-CATEGORIA   PIC 9(2).
               10 TS-ASISTE      PIC X OCCURS 24 TIMES.
               10 TS-PAGA        PIC X OCCURS 24 TIMES.
       01 IDX-SOCIO              PIC 9(4).

       *>----------------------------------------------------
       *> ACUMULADORES DE RETENCIÓN: 1 A 60 SON LAS COHORTES
       *> (LA 1 ES ANIO-MES-DESDE), 61 A 80 LAS CATEGORÍAS DE
       *> ALTA Y 81 EL TOTAL. GR-BASE ES CUÁNTOS SOCIOS YA
       *> CERRARON ESE MES DESPUÉS DEL ALTA.
       *>----------------------------------------------------
       01 MAX-COHORTES           PIC 9(2) VALUE 60.
       01 TOTAL-COHORTES         PIC 9(2) VALUE 0.
       01 BASE-CATEGORIAS        PIC 9(2) VALUE 60.
       01 GRUPO-TOTAL            PIC 9(2) VALUE 81.
       01 TABLA-RETENCION.
           05 GRUPO-RETENCION OCCURS 81 TIMES.
               10 GR-ALTAS       PIC 9(5).
               10 GR-MES OCCURS 24 TIMES.
                   15 GR-BASE    PIC 9(5).
                   15 GR-ACTIVOS PIC 9(5).
                   15 GR-ASISTEN PIC 9(5).
                   15 GR-PAGAN   PIC 9(5).
       01 IDX-GRUPO              PIC 9(2).
       01 IDX-COHORTE            PIC 9(2).

       01 MAX-CATEGORIAS         PIC 9(2) VALUE 20.
       01 TOTAL-CATEGORIAS       PIC 9(2) VALUE 0.
       01 TABLA-CATEGORIAS.
           05 CT-NOMBRE OCCURS 20 TIMES PIC X(20).
       01 IDX-CAT                PIC 9(2).
       01 CATEGORIA-SOCIO        PIC X(20).
       01 CATEGORIA-HALLADA      PIC 9(2).

       *>----------------------------------------------------
       *> MOTIVOS DE BAJA DE LAS COHORTES
       *>----------------------------------------------------
       01 MAX-MOTIVOS            PIC 9(2) VALUE 30.
       01 TOTAL-MOTIVOS          PIC 9(2) VALUE 0.
       01 TABLA-MOTIVOS.
           05 MOTIVO-ENTRADA OCCURS 30 TIMES.
               10 MB-MOTIVO      PIC X(20).
               10 MB-BAJAS       PIC 9(5).
               10 MB-MESES       PIC 9(7).
       01 IDX-MOTIVO             PIC 9(2).
       01 MOTIVO-HALLADO         PIC 9(2).
       01 MOTIVO-SOCIO           PIC X(20).
       01 TOTAL-BAJAS            PIC 9(5) VALUE 0.
       01 TOTAL-SUSPENDIDOS      PIC 9(5) VALUE 0.

       *>----------------------------------------------------
       *> IMPRESIÓN
       *>----------------------------------------------------
       01 TITULO-GRUPO           PIC X(60).
       01 PUNTERO-LINEA          PIC 9(3).
       01 PORCENTAJE             PIC 9(3).
       01 PROMEDIO-MESES         PIC 9(3)V9.
       01 CANTIDAD-FILA          PIC 9(5).
       01 FILA                   PIC 9.
       01 F-MES                  PIC 99.
       01 F-PORCENTAJE           PIC ZZ9.
       01 F-CANTIDAD             PIC ZZZZ9.
       01 F-PROMEDIO             PIC ZZ9.9.
       01 F-ANIO-MES             PIC 9999/99.
       01 F-ANIO-MES-HASTA       PIC 9999/99.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           MOVE FC-FECHA-YYYYMMDD (1:4) TO ANIO-CALCULO
           MOVE FC-FECHA-YYYYMMDD (5:2) TO MES-CALCULO
           COMPUTE MESES-HOY = ANIO-CALCULO * 12 + MES-CALCULO - 1
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
               DISPLAY "Meses a seguir cada cohorte (12 o 24, "
                       "ENTER = 12):"
               ACCEPT HORIZONTE-TXT
               DISPLAY "Primera cohorte (AAAAMM, ENTER = según "
                       "el horizonte):"
               ACCEPT DESDE-TXT
               DISPLAY "Última cohorte (AAAAMM, ENTER = el mes "
                       "anterior):"
               ACCEPT HASTA-TXT
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACES
                   INTO HORIZONTE-TXT DESDE-TXT HASTA-TXT
               MOVE "REPORTE-RETENCION" TO OPERADOR
           END-IF
           IF HORIZONTE-TXT NOT = SPACES
               IF FUNCTION TRIM(HORIZONTE-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (HORIZONTE-TXT) TO HORIZONTE
               ELSE
                   MOVE 0 TO HORIZONTE
               END-IF
           END-IF
           IF HORIZONTE NOT = 12 AND HORIZONTE NOT = 24
               DISPLAY "El horizonte debe ser 12 o 24 meses."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE PASO-COLUMNA = HORIZONTE / 12

           COMPUTE MESES-HASTA = MESES-HOY - 1
           COMPUTE MESES-DESDE = MESES-HOY - HORIZONTE
           IF DESDE-TXT NOT = SPACES
               MOVE DESDE-TXT (1:6) TO ANIO-MES-TRABAJO
               PERFORM VALIDAR-ANIO-MES
               MOVE MESES-FECHA TO MESES-DESDE
           END-IF
           IF HASTA-TXT NOT = SPACES
               MOVE HASTA-TXT (1:6) TO ANIO-MES-TRABAJO
               PERFORM VALIDAR-ANIO-MES
               MOVE MESES-FECHA TO MESES-HASTA
           END-IF
           IF MESES-DESDE > MESES-HASTA
               OR MESES-HASTA - MESES-DESDE >= MAX-COHORTES
               DISPLAY "Rango de cohortes inválido (hasta "
                       MAX-COHORTES " meses)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE TOTAL-COHORTES = MESES-HASTA - MESES-DESDE + 1
           MOVE MESES-DESDE TO MESES-FECHA
           PERFORM CONVERTIR-MESES
           MOVE ANIO-MES-TRABAJO TO ANIO-MES-DESDE
           MOVE MESES-HASTA TO MESES-FECHA
           PERFORM CONVERTIR-MESES
           MOVE ANIO-MES-TRABAJO TO ANIO-MES-HASTA
           INITIALIZE TABLA-RETENCION

           PERFORM CARGAR-SOCIOS
           IF TOTAL-SOCIOS = 0
               DISPLAY "No hay socios dados de alta en el rango."
               STOP RUN
           END-IF
           PERFORM MARCAR-ASISTENCIAS
           PERFORM MARCAR-PAGOS
           PERFORM ACUMULAR-RETENCION

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "RETENCION-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE 0 TO EC-PAGINA
           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "RETENCIÓN DE SOCIOS POR COHORTE" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM ESCRIBIR-PARAMETROS

           PERFORM VARYING IDX-COHORTE FROM 1 BY 1
                   UNTIL IDX-COHORTE > TOTAL-COHORTES
               PERFORM ESCRIBIR-COHORTE
           END-PERFORM
           MOVE GRUPO-TOTAL TO IDX-GRUPO
           MOVE "TODAS LAS COHORTES" TO TITULO-GRUPO
           PERFORM ESCRIBIR-GRUPO

           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "POR CATEGORÍA DE ALTA" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT > TOTAL-CATEGORIAS
               COMPUTE IDX-GRUPO = BASE-CATEGORIAS + IDX-CAT
               MOVE SPACES TO TITULO-GRUPO
               STRING "Categoría " DELIMITED BY SIZE
                      CT-NOMBRE (IDX-CAT) DELIMITED BY "  "
                      INTO TITULO-GRUPO
               PERFORM ESCRIBIR-GRUPO
           END-PERFORM

           PERFORM ESCRIBIR-MOTIVOS-BAJA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

      *>----------------------------------------------------
      *> ANIO-MES-TRABAJO (AAAAMM) A MESES CORRIDOS EN
      *> MESES-FECHA; SI NO ES UN MES VÁLIDO, TERMINA.
      *>----------------------------------------------------
       VALIDAR-ANIO-MES.
           IF ANIO-MES-TRABAJO IS NOT NUMERIC
               OR ANIO-MES-TRABAJO (5:2) < "01"
               OR ANIO-MES-TRABAJO (5:2) > "12"
               DISPLAY "Mes de cohorte inválido (AAAAMM)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ANIO-MES-TRABAJO (1:4) TO ANIO-CALCULO
           MOVE ANIO-MES-TRABAJO (5:2) TO MES-CALCULO
           COMPUTE MESES-FECHA = ANIO-CALCULO * 12 + MES-CALCULO - 1.

      *>    MESES-FECHA A AAAAMM EN ANIO-MES-TRABAJO.
       CONVERTIR-MESES.
           DIVIDE MESES-FECHA BY 12 GIVING ANIO-CALCULO
               REMAINDER MES-CALCULO
           ADD 1 TO MES-CALCULO
           COMPUTE ANIO-MES-TRABAJO = ANIO-CALCULO * 100
               + MES-CALCULO.

      *>----------------------------------------------------
      *> SOCIOS CON ALTA EN EL RANGO: COHORTE, CATEGORÍA DE
      *> ALTA, MES EN QUE DEJÓ DE ESTAR ACTIVO, PAGADOR Y
      *> MOTIVO DE LA BAJA.
      *>----------------------------------------------------
       CARGAR-SOCIOS.
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
               STOP RUN
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-MIEMBROS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM EVALUAR-SOCIO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-MIEMBROS
           IF SOCIOS-OMITIDOS > 0
               DISPLAY "ADVERTENCIA: " SOCIOS-OMITIDOS " socio(s) "
                       "no entraron en la tabla (máximo "
                       MAX-SOCIOS ")."
           END-IF.

       EVALUAR-SOCIO.
           IF M-FECHA-ALTA IS NOT NUMERIC OR M-FECHA-ALTA = 0
               EXIT PARAGRAPH
           END-IF
           MOVE M-FECHA-ALTA (1:4) TO ANIO-CALCULO
           MOVE M-FECHA-ALTA (5:2) TO MES-CALCULO
           COMPUTE MESES-FECHA = ANIO-CALCULO * 12 + MES-CALCULO - 1
           IF MESES-FECHA < MESES-DESDE OR MESES-FECHA > MESES-HASTA
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-SOCIOS = MAX-SOCIOS
               ADD 1 TO SOCIOS-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-SOCIOS
           INITIALIZE SOCIO-ENTRADA (TOTAL-SOCIOS)
           MOVE M-ID TO TS-MIEMBRO (TOTAL-SOCIOS)
           MOVE MESES-FECHA TO TS-MESES-ALTA (TOTAL-SOCIOS)
           COMPUTE TS-COHORTE (TOTAL-SOCIOS) =
               MESES-FECHA - MESES-DESDE + 1

      *>    EN FICHAS ANTIGUAS SIN CATEGORÍA DE ALTA VALE LA
      *>    CATEGORÍA ACTUAL.
           MOVE M-CATEGORIA-ALTA TO CATEGORIA-SOCIO
           IF CATEGORIA-SOCIO = SPACES
               MOVE M-CATEGORIA TO CATEGORIA-SOCIO
           END-IF
           IF CATEGORIA-SOCIO = SPACES
               MOVE "(SIN CATEGORÍA)" TO CATEGORIA-SOCIO
           END-IF
           PERFORM BUSCAR-CATEGORIA
           MOVE CATEGORIA-HALLADA TO TS-CATEGORIA (TOTAL-SOCIOS)

      *>    BAJA O SUSPENSIÓN SIN FECHA: SE TOMA DESDE EL ALTA.
           IF M-ESTADO = 'B' OR M-ESTADO = 'S'
               IF M-FECHA-ESTADO IS NUMERIC AND M-FECHA-ESTADO > 0
                   MOVE M-FECHA-ESTADO (1:4) TO ANIO-CALCULO
                   MOVE M-FECHA-ESTADO (5:2) TO MES-CALCULO
                   COMPUTE TS-MESES-FIN (TOTAL-SOCIOS) =
                       ANIO-CALCULO * 12 + MES-CALCULO - 1
               ELSE
                   MOVE MESES-FECHA TO TS-MESES-FIN (TOTAL-SOCIOS)
               END-IF
               IF TS-MESES-FIN (TOTAL-SOCIOS) < MESES-FECHA
                   MOVE MESES-FECHA TO TS-MESES-FIN (TOTAL-SOCIOS)
               END-IF
           END-IF
           IF M-ESTADO = 'B'
               PERFORM ACUMULAR-MOTIVO-BAJA
           END-IF
           IF M-ESTADO = 'S'
               ADD 1 TO TOTAL-SUSPENDIDOS
           END-IF

           MOVE M-ID TO GRUPO-MIEMBRO
           PERFORM BUSCAR-RESPONSABLE
           MOVE GRUPO-RESPONSABLE TO TS-PAGADOR (TOTAL-SOCIOS).

       BUSCAR-CATEGORIA.
           MOVE 0 TO CATEGORIA-HALLADA
           PERFORM VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT > TOTAL-CATEGORIAS
                       OR CATEGORIA-HALLADA > 0
               IF CT-NOMBRE (IDX-CAT) = CATEGORIA-SOCIO
                   MOVE IDX-CAT TO CATEGORIA-HALLADA
               END-IF
           END-PERFORM
           IF CATEGORIA-HALLADA = 0
               IF TOTAL-CATEGORIAS < MAX-CATEGORIAS
                   ADD 1 TO TOTAL-CATEGORIAS
                   MOVE CATEGORIA-SOCIO
                       TO CT-NOMBRE (TOTAL-CATEGORIAS)
                   MOVE TOTAL-CATEGORIAS TO CATEGORIA-HALLADA
               ELSE
                   MOVE TOTAL-CATEGORIAS TO CATEGORIA-HALLADA
               END-IF
           END-IF.

       ACUMULAR-MOTIVO-BAJA.
           ADD 1 TO TOTAL-BAJAS
           MOVE M-MOTIVO-ESTADO TO MOTIVO-SOCIO
           IF MOTIVO-SOCIO = SPACES
               MOVE "(SIN MOTIVO)" TO MOTIVO-SOCIO
           END-IF
           MOVE 0 TO MOTIVO-HALLADO
           PERFORM VARYING IDX-MOTIVO FROM 1 BY 1
                   UNTIL IDX-MOTIVO > TOTAL-MOTIVOS
                       OR MOTIVO-HALLADO > 0
               IF MB-MOTIVO (IDX-MOTIVO) = MOTIVO-SOCIO
                   MOVE IDX-MOTIVO TO MOTIVO-HALLADO
               END-IF
           END-PERFORM
           IF MOTIVO-HALLADO = 0
               IF TOTAL-MOTIVOS < MAX-MOTIVOS
                   ADD 1 TO TOTAL-MOTIVOS
                   MOVE TOTAL-MOTIVOS TO MOTIVO-HALLADO
                   MOVE MOTIVO-SOCIO TO MB-MOTIVO (MOTIVO-HALLADO)
                   MOVE 0 TO MB-BAJAS (MOTIVO-HALLADO)
                   MOVE 0 TO MB-MESES (MOTIVO-HALLADO)
               ELSE
                   MOVE TOTAL-MOTIVOS TO MOTIVO-HALLADO
               END-IF
           END-IF
           ADD 1 TO MB-BAJAS (MOTIVO-HALLADO)
           COMPUTE MB-MESES (MOTIVO-HALLADO) =
               MB-MESES (MOTIVO-HALLADO)
               + TS-MESES-FIN (TOTAL-SOCIOS) - MESES-FECHA.

      *>----------------------------------------------------
      *> MARCA LOS MESES DESPUÉS DEL ALTA CON ALGUNA ENTRADA
      *> AL CLUB (LAS SALIDAS NO CUENTAN).
      *>----------------------------------------------------
       MARCAR-ASISTENCIAS.
           OPEN INPUT ARCHIVO-ASISTENCIAS
           IF FS-ASISTENCIAS NOT = "00"
               DISPLAY "No hay asistencias registradas."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ASISTENCIAS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF AS-EVENTO NOT = 'S'
                           PERFORM MARCAR-UNA-ASISTENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ASISTENCIAS.

       MARCAR-UNA-ASISTENCIA.
           MOVE AS-FECHA (1:4) TO ANIO-CALCULO
           MOVE AS-FECHA (5:2) TO MES-CALCULO
           COMPUTE MESES-FECHA = ANIO-CALCULO * 12 + MES-CALCULO - 1
           PERFORM VARYING IDX-SOCIO FROM 1 BY 1
                   UNTIL IDX-SOCIO > TOTAL-SOCIOS
               IF TS-MIEMBRO (IDX-SOCIO) = AS-MIEMBRO
                   COMPUTE MESES-DIFERENCIA =
                       MESES-FECHA - TS-MESES-ALTA (IDX-SOCIO)
                   IF MESES-DIFERENCIA >= 1
                       AND MESES-DIFERENCIA <= HORIZONTE
                       MOVE 'S' TO TS-ASISTE (IDX-SOCIO,
                                              MESES-DIFERENCIA)
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> MARCA LOS MESES DESPUÉS DEL ALTA CUYA CUOTA (CLASE
      *> EN BLANCO) QUEDÓ COBRADA. LA CUOTA ESTÁ A NOMBRE DEL
      *> PAGADOR: CUENTA PARA TODOS LOS SOCIOS DE SU GRUPO.
      *>----------------------------------------------------
       MARCAR-PAGOS.
           OPEN INPUT ARCHIVO-CUOTAS
           IF FS-CUOTAS NOT = "00"
               DISPLAY "No hay cuotas generadas (CUOTAS.DAT)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CUOTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CU-CLASE = SPACE AND CU-ESTADO = 'C'
                           PERFORM MARCAR-UN-PAGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUOTAS.

       MARCAR-UN-PAGO.
           MOVE CU-ANIO-MES (1:4) TO ANIO-CALCULO
           MOVE CU-ANIO-MES (5:2) TO MES-CALCULO
           COMPUTE MESES-FECHA = ANIO-CALCULO * 12 + MES-CALCULO - 1
           PERFORM VARYING IDX-SOCIO FROM 1 BY 1
                   UNTIL IDX-SOCIO > TOTAL-SOCIOS
               IF TS-PAGADOR (IDX-SOCIO) = CU-MIEMBRO
                   COMPUTE MESES-DIFERENCIA =
                       MESES-FECHA - TS-MESES-ALTA (IDX-SOCIO)
                   IF MESES-DIFERENCIA >= 1
                       AND MESES-DIFERENCIA <= HORIZONTE
                       MOVE 'S' TO TS-PAGA (IDX-SOCIO,
                                            MESES-DIFERENCIA)
                   END-IF
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> CADA SOCIO SUMA EN SU COHORTE, EN SU CATEGORÍA DE
      *> ALTA Y EN EL TOTAL, MES POR MES MIENTRAS EL MES YA
      *> ESTÉ CERRADO.
      *>----------------------------------------------------
       ACUMULAR-RETENCION.
           PERFORM VARYING IDX-SOCIO FROM 1 BY 1
                   UNTIL IDX-SOCIO > TOTAL-SOCIOS
               MOVE TS-COHORTE (IDX-SOCIO) TO IDX-GRUPO
               PERFORM ACUMULAR-SOCIO-EN-GRUPO
               COMPUTE IDX-GRUPO =
                   BASE-CATEGORIAS + TS-CATEGORIA (IDX-SOCIO)
               PERFORM ACUMULAR-SOCIO-EN-GRUPO
               MOVE GRUPO-TOTAL TO IDX-GRUPO
               PERFORM ACUMULAR-SOCIO-EN-GRUPO
           END-PERFORM.

       ACUMULAR-SOCIO-EN-GRUPO.
           ADD 1 TO GR-ALTAS (IDX-GRUPO)
           PERFORM VARYING MES-K FROM 1 BY 1
                   UNTIL MES-K > HORIZONTE
                       OR TS-MESES-ALTA (IDX-SOCIO) + MES-K
                           >= MESES-HOY
               ADD 1 TO GR-BASE (IDX-GRUPO, MES-K)
               IF TS-MESES-FIN (IDX-SOCIO) = 0
                   OR TS-MESES-FIN (IDX-SOCIO)
                       > TS-MESES-ALTA (IDX-SOCIO) + MES-K
                   ADD 1 TO GR-ACTIVOS (IDX-GRUPO, MES-K)
               END-IF
               IF TS-ASISTE (IDX-SOCIO, MES-K) = 'S'
                   ADD 1 TO GR-ASISTEN (IDX-GRUPO, MES-K)
               END-IF
               IF TS-PAGA (IDX-SOCIO, MES-K) = 'S'
                   ADD 1 TO GR-PAGAN (IDX-GRUPO, MES-K)
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> IMPRESIÓN
      *>----------------------------------------------------
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

       ESCRIBIR-PARAMETROS.
           MOVE SPACES TO LINEA-SALIDA
           MOVE HORIZONTE TO F-MES
           MOVE ANIO-MES-DESDE TO F-ANIO-MES
           MOVE ANIO-MES-HASTA TO F-ANIO-MES-HASTA
           STRING "Cohortes de " DELIMITED BY SIZE
                  F-ANIO-MES DELIMITED BY SIZE
                  " a " DELIMITED BY SIZE
                  F-ANIO-MES-HASTA DELIMITED BY SIZE
                  " | Seguimiento: " DELIMITED BY SIZE
                  F-MES DELIMITED BY SIZE
                  " meses" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Activos = sin baja ni suspensión; "
                      DELIMITED BY SIZE
                  "Asisten = alguna entrada en el mes; "
                      DELIMITED BY SIZE
                  "Pagan = cuota cobrada." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Columna MNN = N meses después del alta; "
                      DELIMITED BY SIZE
                  "- = mes todavía no cerrado." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-COHORTE.
           MOVE IDX-COHORTE TO IDX-GRUPO
           COMPUTE MESES-FECHA = MESES-DESDE + IDX-COHORTE - 1
           DIVIDE MESES-FECHA BY 12 GIVING ANIO-CALCULO
               REMAINDER MES-CALCULO
           ADD 1 TO MES-CALCULO
           COMPUTE F-ANIO-MES = ANIO-CALCULO * 100 + MES-CALCULO
           MOVE SPACES TO TITULO-GRUPO
           STRING "Cohorte " DELIMITED BY SIZE
                  F-ANIO-MES DELIMITED BY SIZE
                  INTO TITULO-GRUPO
           PERFORM ESCRIBIR-GRUPO.

      *>----------------------------------------------------
      *> CUADRO DE UN GRUPO (COHORTE, CATEGORÍA O TOTAL):
      *> TÍTULO CON LAS ALTAS, FILA DE MESES Y LAS FILAS DE
      *> ACTIVOS, ASISTEN Y PAGAN EN PORCENTAJE.
      *>----------------------------------------------------
       ESCRIBIR-GRUPO.
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE GR-ALTAS (IDX-GRUPO) TO F-CANTIDAD
           MOVE SPACES TO LINEA-SALIDA
           STRING TITULO-GRUPO DELIMITED BY "  "
                  " - Altas: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF GR-ALTAS (IDX-GRUPO) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           MOVE "  Mes" TO LINEA-SALIDA
           MOVE 13 TO PUNTERO-LINEA
           PERFORM VARYING MES-K FROM PASO-COLUMNA BY PASO-COLUMNA
                   UNTIL MES-K > HORIZONTE
               MOVE MES-K TO F-MES
               STRING "  M" DELIMITED BY SIZE
                      F-MES DELIMITED BY SIZE
                      INTO LINEA-SALIDA
                      WITH POINTER PUNTERO-LINEA
           END-PERFORM
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING FILA FROM 1 BY 1 UNTIL FILA > 3
               PERFORM ESCRIBIR-FILA
           END-PERFORM
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       ESCRIBIR-FILA.
           MOVE SPACES TO LINEA-SALIDA
           EVALUATE FILA
               WHEN 1
                   MOVE "  Activos" TO LINEA-SALIDA
               WHEN 2
                   MOVE "  Asisten" TO LINEA-SALIDA
               WHEN OTHER
                   MOVE "  Pagan" TO LINEA-SALIDA
           END-EVALUATE
           MOVE 13 TO PUNTERO-LINEA
           PERFORM VARYING MES-K FROM PASO-COLUMNA BY PASO-COLUMNA
                   UNTIL MES-K > HORIZONTE
               IF GR-BASE (IDX-GRUPO, MES-K) = 0
                   STRING "    -" DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                          WITH POINTER PUNTERO-LINEA
               ELSE
                   EVALUATE FILA
                       WHEN 1
                           MOVE GR-ACTIVOS (IDX-GRUPO, MES-K)
                               TO CANTIDAD-FILA
                       WHEN 2
                           MOVE GR-ASISTEN (IDX-GRUPO, MES-K)
                               TO CANTIDAD-FILA
                       WHEN OTHER
                           MOVE GR-PAGAN (IDX-GRUPO, MES-K)
                               TO CANTIDAD-FILA
                   END-EVALUATE
                   COMPUTE PORCENTAJE ROUNDED = CANTIDAD-FILA * 100
                       / GR-BASE (IDX-GRUPO, MES-K)
                   MOVE PORCENTAJE TO F-PORCENTAJE
                   STRING " " DELIMITED BY SIZE
                          F-PORCENTAJE DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                          WITH POINTER PUNTERO-LINEA
               END-IF
           END-PERFORM
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> DÓNDE SE PIERDEN LOS SOCIOS: BAJAS DE LAS COHORTES
      *> POR MOTIVO, CON SU PESO Y LOS MESES PROMEDIO QUE
      *> DURARON DESDE EL ALTA.
      *>----------------------------------------------------
       ESCRIBIR-MOTIVOS-BAJA.
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "MOTIVOS DE BAJA" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-BAJAS = 0
               MOVE "No hubo bajas en las cohortes del rango."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           ELSE
               MOVE "Motivo                 Bajas     %  Meses "
                   TO LINEA-SALIDA
               MOVE "promedio" TO LINEA-SALIDA (43:)
               PERFORM ESCRIBIR-LINEA
               PERFORM VARYING IDX-MOTIVO FROM 1 BY 1
                       UNTIL IDX-MOTIVO > TOTAL-MOTIVOS
                   PERFORM ESCRIBIR-MOTIVO
               END-PERFORM
           END-IF
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-BAJAS TO F-CANTIDAD
           MOVE SPACES TO LINEA-SALIDA
           STRING "Bajas: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           MOVE TOTAL-SUSPENDIDOS TO F-CANTIDAD
           STRING " | Suspendidos hoy: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  INTO LINEA-SALIDA (13:)
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-MOTIVO.
           MOVE MB-BAJAS (IDX-MOTIVO) TO F-CANTIDAD
           COMPUTE PORCENTAJE ROUNDED =
               MB-BAJAS (IDX-MOTIVO) * 100 / TOTAL-BAJAS
           MOVE PORCENTAJE TO F-PORCENTAJE
           COMPUTE PROMEDIO-MESES ROUNDED =
               MB-MESES (IDX-MOTIVO) / MB-BAJAS (IDX-MOTIVO)
           MOVE PROMEDIO-MESES TO F-PROMEDIO
           MOVE SPACES TO LINEA-SALIDA
           STRING MB-MOTIVO (IDX-MOTIVO) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-PORCENTAJE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-PROMEDIO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY GRUPOS-RUTINAS.
