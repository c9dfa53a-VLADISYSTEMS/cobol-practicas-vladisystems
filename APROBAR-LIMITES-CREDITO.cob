       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBAR-LIMITES-CREDITO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PROPUESTAS-LIMITE-SELECT.
       COPY LIMITES-CREDITO-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY OPERADORES-SELECT.
           SELECT ARCHIVO-TEMP ASSIGN TO "LIMITES-CREDITO.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMP.
           SELECT LIMITES-AUDIT ASSIGN TO "LIMITES-CREDITO-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       COPY PROPUESTAS-LIMITE-FD.
       COPY LIMITES-CREDITO-FD.
       COPY CLIENTES-IDX-FD.
       COPY OPERADORES-FD.

       FD  ARCHIVO-TEMP.
       01  TEMP-REG               PIC X(16).

       FD  LIMITES-AUDIT.
       01  LINEA-AUDIT            PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PROPUESTAS-LIMITE-WS.
       COPY LIMITES-CREDITO-WS.
       COPY CLIENTES-IDX-WS.
       COPY OPERADORES-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> APROBACIÓN DE LAS PROPUESTAS DE LÍMITE DE CRÉDITO
       *> QUE DEJA REVISAR-LIMITES-CREDITO. SÓLO UN
       *> SUPERVISOR PUEDE ENTRAR. CADA PROPUESTA PENDIENTE SE
       *> MUESTRA CON SUS INDICADORES Y SE APRUEBA, SE RECHAZA
       *> O SE DEJA PARA DESPUÉS. LA APROBADA SE APLICA A
       *> LIMITES-CREDITO.DAT (AUMENTAR Y RECORTAR CAMBIAN EL
       *> TOPE; CONGELAR MARCA EL CRÉDITO) Y QUEDA EN
       *> LIMITES-CREDITO-AUDIT.LOG CON FECHA, HORA,
       *> SUPERVISOR, VALOR ANTERIOR Y NUEVO. LA PROPUESTA
       *> GUARDA QUIÉN LA RESOLVIÓ Y CUÁNDO.
       *>----------------------------------------------------
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-TEMP                PIC XX.
       01 FS-AUDIT               PIC XX.
       01 RESULT-CODE            PIC 9(2).
       01 FECHA-HOY              PIC 9(8).
       01 HORA-CAMBIO            PIC 9(8).
       01 DECISION               PIC X.
       01 TERMINAR               PIC X VALUE 'N'.
       01 PROPUESTAS-PENDIENTES  PIC 9(4) VALUE 0.
       01 PROPUESTAS-APROBADAS   PIC 9(4) VALUE 0.
       01 PROPUESTAS-RECHAZADAS  PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> LÍMITES DE CRÉDITO EN TABLA, COMO EN
       *> MANTENER-LIMITES-CREDITO
       *>----------------------------------------------------
       01 MAX-LIMITES            PIC 9(3) VALUE 300.
       01 TOTAL-LIMITES          PIC 9(3) VALUE 0.
       01 TABLA-LIMITES.
           05 LIMITE-ENTRADA OCCURS 300 TIMES.
               10 TL-CLIENTE     PIC 9(4).
               10 TL-LIMITE      PIC 9(9)V99.
               10 TL-ESTADO      PIC X.
       01 IDX-LIMITE             PIC 9(3).
       01 LIMITE-EN-TABLA        PIC 9(3) VALUE 0.

       *>----------------------------------------------------
       *> VALORES ANTES / DESPUÉS PARA PANTALLA Y AUDITORÍA
       *>----------------------------------------------------
       01 VALOR-ANTES            PIC X(24).
       01 VALOR-DESPUES          PIC X(24).
       01 F-LIMITE               PIC Z(8)9.99.
       01 F-PROPUESTO            PIC Z(8)9.99.
       01 F-ACTUAL               PIC Z(8)9.99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  APROBACIÓN DE LÍMITES DE CRÉDITO"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM INICIAR-SESION-OPERADOR
           IF OPERADOR-SUPERVISOR NOT = 'S'
               DISPLAY "Sólo un supervisor puede aprobar cambios "
                       "de límite."
               STOP RUN
           END-IF

           OPEN INPUT ARCHIVO-PROPUESTAS
           IF FS-PROPUESTAS NOT = "00"
               DISPLAY "No hay propuestas de límite (ejecute "
                       "REVISAR-LIMITES-CREDITO)."
               STOP RUN
           END-IF
           PERFORM CARGAR-LIMITES
           OPEN OUTPUT ARCHIVO-PROPUESTAS-TMP
           MOVE 'N' TO FIN-PROPUESTAS
           PERFORM UNTIL FIN-PROPUESTAS = 'S'
               READ ARCHIVO-PROPUESTAS
                   AT END
                       MOVE 'S' TO FIN-PROPUESTAS
                   NOT AT END
                       IF PL-ESTADO = 'P'
                           ADD 1 TO PROPUESTAS-PENDIENTES
                           IF TERMINAR = 'N'
                               PERFORM RESOLVER-PROPUESTA
                           END-IF
                       END-IF
                       MOVE PROPUESTA-REG TO PROPUESTA-TMP-REG
                       WRITE PROPUESTA-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PROPUESTAS
           CLOSE ARCHIVO-PROPUESTAS-TMP
           CALL "CBL_RENAME_FILE" USING "PROPUESTAS-LIMITE.TMP"
                                         "PROPUESTAS-LIMITE.DAT"
               RETURNING RESULT-CODE

           IF PROPUESTAS-APROBADAS > 0
               PERFORM REESCRIBIR-LIMITES
           END-IF
           IF PROPUESTAS-PENDIENTES = 0
               DISPLAY "No hay propuestas pendientes."
           END-IF
           DISPLAY "Aprobadas: " PROPUESTAS-APROBADAS
                   " | Rechazadas: " PROPUESTAS-RECHAZADAS
           DISPLAY "Aprobación de límites finalizada."
           STOP RUN.

       INICIAR-SESION-OPERADOR.
           PERFORM CARGAR-OPERADORES
           MOVE 'N' TO SESION-VALIDA
           PERFORM UNTIL SESION-VALIDA = 'S'
               DISPLAY "Código de operador:"
               ACCEPT OPERADOR-TXT
               IF FUNCTION TRIM(OPERADOR-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (OPERADOR-TXT)
                       TO CODIGO-OPERADOR
                   PERFORM BUSCAR-OPERADOR
                   EVALUATE TRUE
                       WHEN OPERADOR-ENCONTRADO = 'N'
                           DISPLAY "No existe ese operador. Intente "
                                   "de nuevo."
                       WHEN OPERADOR-ACTIVO NOT = 'S'
                           DISPLAY "El operador está inactivo. "
                                   "Intente de nuevo."
                       WHEN OTHER
                           PERFORM VERIFICAR-PIN-OPERADOR
                           IF PIN-OK = 'S'
                               DISPLAY "Sesión iniciada: "
                                       FUNCTION
                                       TRIM(OPERADOR-NOMBRE)
                               MOVE 'S' TO SESION-VALIDA
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       CARGAR-LIMITES.
           OPEN INPUT ARCHIVO-LIMITES-CREDITO
           IF FS-LIMITES-CREDITO = "00"
               PERFORM UNTIL FS-LIMITES-CREDITO NOT = "00"
                   READ ARCHIVO-LIMITES-CREDITO
                       AT END
                           MOVE "10" TO FS-LIMITES-CREDITO
                       NOT AT END
                           IF TOTAL-LIMITES < MAX-LIMITES
                               ADD 1 TO TOTAL-LIMITES
                               MOVE LC-CLIENTE
                                   TO TL-CLIENTE (TOTAL-LIMITES)
                               MOVE LC-LIMITE
                                   TO TL-LIMITE (TOTAL-LIMITES)
                               MOVE LC-ESTADO
                                   TO TL-ESTADO (TOTAL-LIMITES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-LIMITES-CREDITO
           END-IF.

       BUSCAR-LIMITE-EN-TABLA.
           MOVE 0 TO LIMITE-EN-TABLA
           PERFORM VARYING IDX-LIMITE FROM 1 BY 1
                   UNTIL IDX-LIMITE > TOTAL-LIMITES
                       OR LIMITE-EN-TABLA > 0
               IF TL-CLIENTE (IDX-LIMITE) = PL-CLIENTE
                   MOVE IDX-LIMITE TO LIMITE-EN-TABLA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> MUESTRA LA PROPUESTA EN PROPUESTA-REG Y PIDE LA
      *> DECISIÓN. SI EL LÍMITE CAMBIÓ DESDE LA REVISIÓN SE
      *> AVISA ANTES DE DECIDIR.
      *>----------------------------------------------------
       RESOLVER-PROPUESTA.
           MOVE PL-CLIENTE TO CLIENTE-RECEPTOR
           PERFORM LEER-DATOS-RECEPTOR
           IF RECEPTOR-HALLADO = 'N'
               MOVE "(sin ficha de cliente)" TO DR-NOMBRE
           END-IF
           MOVE PL-ACCION TO ACCION-CONSULTA
           PERFORM DESCRIBIR-ACCION-LIMITE
           MOVE PL-LIMITE-ACTUAL TO F-LIMITE
           MOVE PL-LIMITE-PROPUESTO TO F-PROPUESTO
           DISPLAY " "
           DISPLAY "Revisión del " PL-FECHA " | Cliente " PL-CLIENTE
                   " " FUNCTION TRIM(DR-NOMBRE)
           EVALUATE TRUE
               WHEN PL-TIENE-LIMITE NOT = 'S'
                   DISPLAY "  Sin límite -> " DESCRIPCION-ACCION
               WHEN PL-ACCION = 'C'
                   DISPLAY "  Límite: $" FUNCTION TRIM(F-LIMITE)
                           " -> " DESCRIPCION-ACCION
               WHEN OTHER
                   DISPLAY "  Límite: $" FUNCTION TRIM(F-LIMITE)
                           " -> " DESCRIPCION-ACCION " a $"
                           FUNCTION TRIM(F-PROPUESTO)
           END-EVALUATE
           DISPLAY "  Días prom. de pago: " PL-DIAS-PROMEDIO
                   " | Peor atraso: " PL-ATRASO-MAXIMO
                   " | Uso máx.: " PL-USO-MAXIMO "%"
           DISPLAY "  Meses con uso alto: " PL-MESES-USO-ALTO
                   " | Reversos: " PL-REVERSOS

           PERFORM BUSCAR-LIMITE-EN-TABLA
           EVALUATE TRUE
               WHEN LIMITE-EN-TABLA = 0
                   AND PL-TIENE-LIMITE = 'S'
                   DISPLAY "  ATENCIÓN: el cliente ya no tiene "
                           "límite registrado."
               WHEN LIMITE-EN-TABLA > 0
                   AND PL-TIENE-LIMITE NOT = 'S'
                   MOVE TL-LIMITE (LIMITE-EN-TABLA) TO F-ACTUAL
                   DISPLAY "  ATENCIÓN: desde la revisión se le "
                           "fijó un límite de $"
                           FUNCTION TRIM(F-ACTUAL)
               WHEN LIMITE-EN-TABLA > 0
                   AND TL-LIMITE (LIMITE-EN-TABLA)
                       NOT = PL-LIMITE-ACTUAL
                   MOVE TL-LIMITE (LIMITE-EN-TABLA) TO F-ACTUAL
                   DISPLAY "  ATENCIÓN: el límite cambió desde la "
                           "revisión; hoy es $"
                           FUNCTION TRIM(F-ACTUAL)
           END-EVALUATE
           IF LIMITE-EN-TABLA > 0
               AND TL-ESTADO (LIMITE-EN-TABLA) = 'C'
               DISPLAY "  El crédito del cliente ya está congelado."
           END-IF

           MOVE SPACE TO DECISION
           PERFORM UNTIL DECISION = 'A' OR DECISION = 'R'
                      OR DECISION = 'S' OR DECISION = 'F'
               DISPLAY "A = aprobar, R = rechazar, S = dejar "
                       "pendiente, F = terminar:"
               ACCEPT DECISION
               MOVE FUNCTION UPPER-CASE(DECISION) TO DECISION
           END-PERFORM

           EVALUATE DECISION
               WHEN 'A'
                   PERFORM APLICAR-PROPUESTA
                   IF LIMITE-EN-TABLA > 0
                       MOVE 'A' TO PL-ESTADO
                       MOVE CODIGO-OPERADOR TO PL-SUPERVISOR
                       MOVE FECHA-HOY TO PL-FECHA-RESOLUCION
                       ADD 1 TO PROPUESTAS-APROBADAS
                       PERFORM GRABAR-AUDITORIA
                       DISPLAY "Propuesta aprobada: "
                               FUNCTION TRIM(VALOR-ANTES) " -> "
                               FUNCTION TRIM(VALOR-DESPUES)
                   END-IF
               WHEN 'R'
                   MOVE 'R' TO PL-ESTADO
                   MOVE CODIGO-OPERADOR TO PL-SUPERVISOR
                   MOVE FECHA-HOY TO PL-FECHA-RESOLUCION
                   ADD 1 TO PROPUESTAS-RECHAZADAS
                   DISPLAY "Propuesta rechazada."
               WHEN 'F'
                   MOVE 'S' TO TERMINAR
           END-EVALUATE.

      *>----------------------------------------------------
      *> APLICA LA PROPUESTA A LA TABLA DE LÍMITES. AUMENTAR
      *> Y RECORTAR FIJAN EL TOPE PROPUESTO SIN TOCAR EL
      *> ESTADO; CONGELAR MARCA EL CRÉDITO Y CONSERVA EL TOPE
      *> (UN CLIENTE SIN RENGLÓN QUEDA CON TOPE CERO). SI LA
      *> TABLA ESTÁ LLENA LIMITE-EN-TABLA QUEDA EN 0 Y LA
      *> PROPUESTA SIGUE PENDIENTE.
      *>----------------------------------------------------
       APLICAR-PROPUESTA.
           IF LIMITE-EN-TABLA = 0
               IF TOTAL-LIMITES >= MAX-LIMITES
                   DISPLAY "La tabla de límites está llena; la "
                           "propuesta queda pendiente."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-LIMITES
               MOVE TOTAL-LIMITES TO LIMITE-EN-TABLA
               MOVE PL-CLIENTE TO TL-CLIENTE (LIMITE-EN-TABLA)
               MOVE 0 TO TL-LIMITE (LIMITE-EN-TABLA)
               MOVE SPACE TO TL-ESTADO (LIMITE-EN-TABLA)
               MOVE "SIN-LIMITE" TO VALOR-ANTES
           ELSE
               PERFORM DESCRIBIR-LIMITE-TABLA
               MOVE VALOR-DESPUES TO VALOR-ANTES
           END-IF
           IF PL-ACCION = 'C'
               MOVE 'C' TO TL-ESTADO (LIMITE-EN-TABLA)
           ELSE
               MOVE PL-LIMITE-PROPUESTO TO TL-LIMITE (LIMITE-EN-TABLA)
           END-IF
           PERFORM DESCRIBIR-LIMITE-TABLA.

       DESCRIBIR-LIMITE-TABLA.
           MOVE TL-LIMITE (LIMITE-EN-TABLA) TO F-ACTUAL
           MOVE SPACES TO VALOR-DESPUES
           IF TL-ESTADO (LIMITE-EN-TABLA) = 'C'
               STRING FUNCTION TRIM(F-ACTUAL) DELIMITED BY SIZE
                      "-CONGELADO" DELIMITED BY SIZE
                      INTO VALOR-DESPUES
           ELSE
               MOVE FUNCTION TRIM(F-ACTUAL) TO VALOR-DESPUES
           END-IF.

       GRABAR-AUDITORIA.
           ACCEPT HORA-CAMBIO FROM TIME
           MOVE SPACES TO LINEA-AUDIT
           STRING FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-CAMBIO DELIMITED BY SIZE
                  " SUPERVISOR " DELIMITED BY SIZE
                  CODIGO-OPERADOR DELIMITED BY SIZE
                  " CLIENTE " DELIMITED BY SIZE
                  PL-CLIENTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(DESCRIPCION-ACCION) DELIMITED BY SIZE
                  " ANTES=" DELIMITED BY SIZE
                  FUNCTION TRIM(VALOR-ANTES) DELIMITED BY SIZE
                  " DESPUES=" DELIMITED BY SIZE
                  FUNCTION TRIM(VALOR-DESPUES) DELIMITED BY SIZE
                  " REVISION=" DELIMITED BY SIZE
                  PL-FECHA DELIMITED BY SIZE
                  INTO LINEA-AUDIT
           OPEN EXTEND LIMITES-AUDIT
           IF FS-AUDIT = "35"
               OPEN OUTPUT LIMITES-AUDIT
           END-IF
           WRITE LINEA-AUDIT
           CLOSE LIMITES-AUDIT.

       REESCRIBIR-LIMITES.
           OPEN OUTPUT ARCHIVO-TEMP
           PERFORM VARYING IDX-LIMITE FROM 1 BY 1
                   UNTIL IDX-LIMITE > TOTAL-LIMITES
               MOVE SPACES TO TEMP-REG
               STRING TL-CLIENTE (IDX-LIMITE) DELIMITED BY SIZE
                      TL-LIMITE (IDX-LIMITE) DELIMITED BY SIZE
                      TL-ESTADO (IDX-LIMITE) DELIMITED BY SIZE
                      INTO TEMP-REG
               WRITE TEMP-REG
           END-PERFORM
           CLOSE ARCHIVO-TEMP
           CALL "CBL_RENAME_FILE" USING "LIMITES-CREDITO.TMP"
                                         "LIMITES-CREDITO.DAT"
               RETURNING RESULT-CODE.

       COPY PROPUESTAS-LIMITE-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
       COPY OPERADORES-RUTINAS.
