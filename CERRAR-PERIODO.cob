       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERRAR-PERIODO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PERIODOS-SELECT.
       COPY OPERADORES-SELECT.
           SELECT PERIODOS-AUDIT ASSIGN TO "PERIODOS-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT.

       DATA DIVISION.
       FILE SECTION.
       COPY PERIODOS-FD.
       COPY OPERADORES-FD.

       FD  PERIODOS-AUDIT.
       01  LINEA-AUDIT            PIC X(150).

       WORKING-STORAGE SECTION.
       COPY PERIODOS-WS.
       COPY OPERADORES-WS.

       *>----------------------------------------------------
       *> CIERRE Y REAPERTURA DE PERIODOS FISCALES. UN
       *> PERIODO CERRADO NO ADMITE MOVIMIENTOS EN LOS
       *> PROGRAMAS QUE REGISTRAN (VENTA-DIARIA, EGRESOS,
       *> PAGOS, INVENTARIO, POSTEO AL MAYOR). CIERRA UN
       *> SUPERVISOR O ADMINISTRADOR; REABRE SOLO UN
       *> ADMINISTRADOR, CON MOTIVO. CADA CIERRE Y REAPERTURA
       *> QUEDA EN PERIODOS-AUDIT.LOG CON FECHA, HORA Y
       *> OPERADOR.
       *>----------------------------------------------------
       01 FS-AUDIT               PIC XX.
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> PERIODO EN PROCESO
       *>----------------------------------------------------
       01 PERIODO-TXT            PIC X(4).
       01 NUMERO-CAPTURA         PIC 9(2).
       01 IDX-ELEGIDO            PIC 9(2) VALUE 0.
       01 IDX-REVISION           PIC 9(2).
       01 MOTIVO-REAPERTURA      PIC X(40).
       01 CONFIRMAR              PIC X.
       01 FECHA-HOY              PIC 9(8).
       01 HORA-CAMBIO            PIC 9(8).
       01 ACCION-AUDIT           PIC X(10).
       01 PUNTERO-AUDIT          PIC 9(3).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CIERRE DE PERIODOS FISCALES"
           DISPLAY "==============================="

           PERFORM INICIAR-SESION-OPERADOR
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-PERIODOS-FISCALES
           IF TOTAL-PERIODOS = 0
               DISPLAY "No hay periodos fiscales; corra "
                       "GENERAR-PERIODOS primero."
               STOP RUN
           END-IF

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Listar periodos"
               DISPLAY "2. Cerrar un periodo"
               DISPLAY "3. Reabrir un periodo (administrador)"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM LISTAR-PERIODOS
                   WHEN 2
                       PERFORM CERRAR-UN-PERIODO
                   WHEN 3
                       PERFORM REABRIR-UN-PERIODO
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           DISPLAY "Cierre de periodos finalizado."
           STOP RUN.

      *>----------------------------------------------------
      *> SOLO SUPERVISORES Y ADMINISTRADORES, CON PIN.
      *>----------------------------------------------------
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
                       WHEN OPERADOR-ROL = 'C'
                           DISPLAY "Solo un supervisor o un "
                                   "administrador puede cerrar "
                                   "periodos."
                           STOP RUN
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

       LISTAR-PERIODOS.
           PERFORM VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO > TOTAL-PERIODOS
               IF TP-ESTADO (IDX-PERIODO) = 'C'
                   DISPLAY "Periodo " TP-NUMERO (IDX-PERIODO) ": "
                           TP-INICIO (IDX-PERIODO) " a "
                           TP-FIN (IDX-PERIODO) "  CERRADO el "
                           TP-FECHA-CIERRE (IDX-PERIODO)
                           " por el operador "
                           TP-CERRADO-POR (IDX-PERIODO)
               ELSE
                   DISPLAY "Periodo " TP-NUMERO (IDX-PERIODO) ": "
                           TP-INICIO (IDX-PERIODO) " a "
                           TP-FIN (IDX-PERIODO) "  abierto"
               END-IF
           END-PERFORM.

       PEDIR-PERIODO.
           MOVE 0 TO IDX-ELEGIDO
           DISPLAY "Número de periodo:"
           ACCEPT PERIODO-TXT
           IF FUNCTION TRIM(PERIODO-TXT) IS NOT NUMERIC
               DISPLAY "Número de periodo inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (PERIODO-TXT) TO NUMERO-CAPTURA
           PERFORM VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO > TOTAL-PERIODOS
               IF TP-NUMERO (IDX-PERIODO) = NUMERO-CAPTURA
                   MOVE IDX-PERIODO TO IDX-ELEGIDO
               END-IF
           END-PERFORM
           IF IDX-ELEGIDO = 0
               DISPLAY "No existe el periodo " NUMERO-CAPTURA "."
           END-IF.

      *>----------------------------------------------------
      *> SOLO SE CIERRA UN PERIODO YA TERMINADO. SI QUEDAN
      *> PERIODOS ANTERIORES ABIERTOS SE AVISA, PERO NO SE
      *> IMPIDE EL CIERRE.
      *>----------------------------------------------------
       CERRAR-UN-PERIODO.
           PERFORM PEDIR-PERIODO
           IF IDX-ELEGIDO = 0
               EXIT PARAGRAPH
           END-IF
           IF TP-ESTADO (IDX-ELEGIDO) = 'C'
               DISPLAY "El periodo " NUMERO-CAPTURA " ya está "
                       "cerrado."
               EXIT PARAGRAPH
           END-IF
           IF TP-FIN (IDX-ELEGIDO) >= FECHA-HOY
               DISPLAY "El periodo " NUMERO-CAPTURA " termina el "
                       TP-FIN (IDX-ELEGIDO) "; no puede cerrarse "
                       "antes de terminar."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-REVISION FROM 1 BY 1
                   UNTIL IDX-REVISION > TOTAL-PERIODOS
               IF TP-ESTADO (IDX-REVISION) NOT = 'C'
                   AND TP-FIN (IDX-REVISION)
                       < TP-INICIO (IDX-ELEGIDO)
                   DISPLAY "Aviso: el periodo anterior "
                           TP-NUMERO (IDX-REVISION)
                           " sigue abierto."
               END-IF
           END-PERFORM

           DISPLAY "Se cerrará el periodo " NUMERO-CAPTURA " ("
                   TP-INICIO (IDX-ELEGIDO) " a "
                   TP-FIN (IDX-ELEGIDO) "); no admitirá más "
                   "movimientos."
           DISPLAY "¿Confirma el cierre? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "Cierre descartado."
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO TP-ESTADO (IDX-ELEGIDO)
           MOVE FECHA-HOY TO TP-FECHA-CIERRE (IDX-ELEGIDO)
           MOVE CODIGO-OPERADOR TO TP-CERRADO-POR (IDX-ELEGIDO)
           PERFORM REESCRIBIR-PERIODOS
           MOVE "CIERRE" TO ACCION-AUDIT
           MOVE SPACES TO MOTIVO-REAPERTURA
           PERFORM GRABAR-AUDITORIA
           DISPLAY "Periodo " NUMERO-CAPTURA " cerrado.".

      *>----------------------------------------------------
      *> LA REAPERTURA EXIGE ROL ADMINISTRADOR Y UN MOTIVO,
      *> QUE QUEDA EN LA AUDITORÍA JUNTO CON LOS DATOS DEL
      *> CIERRE QUE SE DESHACE.
      *>----------------------------------------------------
       REABRIR-UN-PERIODO.
           IF OPERADOR-ROL NOT = 'A'
               DISPLAY "Solo un administrador puede reabrir un "
                       "periodo cerrado."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-PERIODO
           IF IDX-ELEGIDO = 0
               EXIT PARAGRAPH
           END-IF
           IF TP-ESTADO (IDX-ELEGIDO) NOT = 'C'
               DISPLAY "El periodo " NUMERO-CAPTURA " no está "
                       "cerrado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Motivo de la reapertura:"
           ACCEPT MOTIVO-REAPERTURA
           IF MOTIVO-REAPERTURA = SPACES
               DISPLAY "La reapertura exige un motivo; no se "
                       "reabrió el periodo."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Se reabrirá el periodo " NUMERO-CAPTURA " ("
                   TP-INICIO (IDX-ELEGIDO) " a "
                   TP-FIN (IDX-ELEGIDO) "), cerrado el "
                   TP-FECHA-CIERRE (IDX-ELEGIDO) " por el operador "
                   TP-CERRADO-POR (IDX-ELEGIDO) "."
           DISPLAY "¿Confirma la reapertura? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "Reapertura descartada."
               EXIT PARAGRAPH
           END-IF

           MOVE "REAPERTURA" TO ACCION-AUDIT
           PERFORM GRABAR-AUDITORIA
           MOVE 'A' TO TP-ESTADO (IDX-ELEGIDO)
           MOVE 0 TO TP-FECHA-CIERRE (IDX-ELEGIDO)
           MOVE 0 TO TP-CERRADO-POR (IDX-ELEGIDO)
           PERFORM REESCRIBIR-PERIODOS
           DISPLAY "Periodo " NUMERO-CAPTURA " reabierto.".

      *>----------------------------------------------------
      *> LA TABLA COMPLETA SE REESCRIBE DESPUÉS DE CADA
      *> CAMBIO (MISMO CRITERIO QUE GENERAR-PERIODOS).
      *>----------------------------------------------------
       REESCRIBIR-PERIODOS.
           OPEN OUTPUT ARCHIVO-PERIODOS
           PERFORM VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO > TOTAL-PERIODOS
               MOVE TP-NUMERO (IDX-PERIODO) TO PF-NUMERO
               MOVE TP-INICIO (IDX-PERIODO) TO PF-INICIO
               MOVE TP-FIN (IDX-PERIODO) TO PF-FIN
               MOVE TP-ESTADO (IDX-PERIODO) TO PF-ESTADO
               MOVE TP-FECHA-CIERRE (IDX-PERIODO) TO PF-FECHA-CIERRE
               MOVE TP-CERRADO-POR (IDX-PERIODO) TO PF-CERRADO-POR
               WRITE PERIODO-REG
           END-PERFORM
           CLOSE ARCHIVO-PERIODOS.

       GRABAR-AUDITORIA.
           ACCEPT HORA-CAMBIO FROM TIME
           MOVE SPACES TO LINEA-AUDIT
           MOVE 1 TO PUNTERO-AUDIT
           STRING FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-CAMBIO DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  CODIGO-OPERADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(ACCION-AUDIT) DELIMITED BY SIZE
                  " PERIODO " DELIMITED BY SIZE
                  TP-NUMERO (IDX-ELEGIDO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TP-INICIO (IDX-ELEGIDO) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TP-FIN (IDX-ELEGIDO) DELIMITED BY SIZE
                  INTO LINEA-AUDIT WITH POINTER PUNTERO-AUDIT
           IF ACCION-AUDIT = "REAPERTURA"
               STRING " CERRADO=" DELIMITED BY SIZE
                      TP-FECHA-CIERRE (IDX-ELEGIDO)
                          DELIMITED BY SIZE
                      " POR=" DELIMITED BY SIZE
                      TP-CERRADO-POR (IDX-ELEGIDO) DELIMITED BY SIZE
                      " MOTIVO=" DELIMITED BY SIZE
                      FUNCTION TRIM(MOTIVO-REAPERTURA)
                          DELIMITED BY SIZE
                      INTO LINEA-AUDIT WITH POINTER PUNTERO-AUDIT
           END-IF
           OPEN EXTEND PERIODOS-AUDIT
           IF FS-AUDIT = "35"
               OPEN OUTPUT PERIODOS-AUDIT
           END-IF
           WRITE LINEA-AUDIT
           CLOSE PERIODOS-AUDIT.

       COPY PERIODOS-RUTINAS.
       COPY OPERADORES-RUTINAS.
