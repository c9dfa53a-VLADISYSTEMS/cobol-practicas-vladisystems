       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASES-GRUPALES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLASES-GRUPALES-SELECT.
           SELECT ARCHIVO-ENTRENADORES-TMP
               ASSIGN TO "ENTRENADORES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENTRENADORES-TMP.
           SELECT ARCHIVO-CLASES-GRUPALES-TMP
               ASSIGN TO "CLASES-GRUPALES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLASES-TMP.
       COPY MIEMBROS-SELECT.
       COPY OPERADORES-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CLASES-GRUPALES-FD.

       FD  ARCHIVO-ENTRENADORES-TMP.
       01  ENTRENADOR-TMP-REG     PIC X(44).

       FD  ARCHIVO-CLASES-GRUPALES-TMP.
       01  CLASE-GRUPAL-TMP-REG   PIC X(135).

       COPY MIEMBROS-FD.
       COPY OPERADORES-FD.

       WORKING-STORAGE SECTION.
       COPY CLASES-GRUPALES-WS.
       COPY OPERADORES-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> HORARIO SEMANAL DE CLASES GRUPALES: CADA CLASE TIENE
       *> DISCIPLINA, ENTRENADOR, SALA, DÍA Y HORA, CUPO Y LAS
       *> CATEGORÍAS DEPORTIVAS QUE ADMITE. EL SOCIO SE
       *> INSCRIBE A LA CLASE; SI ESTÁ LLENA QUEDA EN LISTA DE
       *> ESPERA Y PASA A INSCRIPTO, POR ORDEN DE LLEGADA, AL
       *> DARSE DE BAJA OTRO O AL AMPLIARSE EL CUPO. LA
       *> ASISTENCIA DE CADA SESIÓN LA MARCA CHECKIN-MIEMBRO Y
       *> LA RESUME REPORTE-CLASES.
       *>----------------------------------------------------
       01 FS-ENTRENADORES-TMP    PIC XX.
       01 FS-CLASES-TMP          PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 RESULT-CODE            PIC 9(2).

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-HOY              PIC 9(8).
       01 HORA-SISTEMA           PIC 9(8).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 CLASES-CAMBIADAS       PIC X VALUE 'N'.
       01 ENTRENADORES-CAMBIADOS PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CAPTURA
       *>----------------------------------------------------
       01 SOCIO-TXT              PIC X(8).
       01 NOMBRE-SOCIO           PIC X(30).
       01 CATEGORIA-SOCIO        PIC X(20).
       01 EXIGIR-SOCIO-ACTIVO    PIC X VALUE 'S'.
       01 MIEMBROS-ABIERTO       PIC X VALUE 'N'.
       01 ESTADO-LISTADO         PIC X.
       01 CLASE-TXT              PIC X(6).
       01 ENTRENADOR-TXT         PIC X(6).
       01 NUMERO-TXT             PIC X(6).
       01 NUMERO-CAPTURA         PIC 9(4) VALUE 0.
       01 MONTO-TXT              PIC X(12).
       01 SN-CAPTURA             PIC X.
       01 CATEGORIA-TXT          PIC X(20).
       01 CATEGORIA-ADMITIDA     PIC X VALUE 'S'.
       01 LISTA-CATEGORIAS       PIC X(90).
       01 PUNTERO-CATEGORIAS     PIC 9(3).
       01 FIN-CATEGORIAS         PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CAMBIOS DE ESTADO DE LAS INSCRIPCIONES. MODO-REGRABAR:
       *> B = BAJA DE MIEMBRO-CLASE EN CLASE-BUSCADA,
       *> P = PASA A INSCRIPTO LA PRIMERA 'E' DE CLASE-BUSCADA.
       *>----------------------------------------------------
       01 MODO-REGRABAR          PIC X.
       01 ESTADO-NUEVO           PIC X.
       01 ESTADO-ANTERIOR        PIC X.
       01 MIEMBRO-PROMOVIDO      PIC 9(6) VALUE 0.
       01 REGISTRO-CAMBIADO      PIC X VALUE 'N'.
       01 POSICION-ESPERA        PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> ORDEN DEL HORARIO (DÍA Y HORA)
       *>----------------------------------------------------
       01 CLASE-AUX              PIC X(135).
       01 IDX-ORDEN              PIC 9(3).
       01 HUBO-CAMBIO            PIC X VALUE 'S'.
       01 DIA-LISTADO            PIC 9.
       01 HAY-CLASES-DIA         PIC X VALUE 'N'.
       01 CLASES-A-CARGO         PIC 9(3) VALUE 0.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-HORA-CLASE           PIC X(5).
       01 F-DURACION             PIC ZZ9.
       01 F-CUPO                 PIC ZZ9.
       01 F-INSCRIPTOS           PIC ZZZ9.
       01 F-ESPERA               PIC ZZZ9.
       01 F-POSICION             PIC ZZZ9.
       01 F-TARIFA-HORA          PIC Z(6)9.99.
       01 F-CLASES-A-CARGO       PIC ZZ9.
       01 NOMBRE-ENTRENADOR      PIC X(30).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CLASES GRUPALES"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA FROM TIME
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM CARGAR-ENTRENADORES
           PERFORM CARGAR-CLASES-GRUPALES

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Inscribir socio en una clase"
               DISPLAY "2. Dar de baja una inscripción"
               DISPLAY "3. Ver horario semanal"
               DISPLAY "4. Lista de inscriptos de una clase"
               DISPLAY "5. Dar de alta o modificar una clase"
               DISPLAY "6. Dar de alta o modificar un entrenador"
               DISPLAY "7. Listar entrenadores"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM INSCRIBIR-SOCIO
                   WHEN 2
                       PERFORM DAR-BAJA-INSCRIPCION
                   WHEN 3
                       PERFORM VER-HORARIO
                   WHEN 4
                       PERFORM LISTAR-CLASE
                   WHEN 5
                       PERFORM MANTENER-CLASE
                   WHEN 6
                       PERFORM MANTENER-ENTRENADOR
                   WHEN 7
                       PERFORM LISTAR-ENTRENADORES
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           IF CLASES-CAMBIADAS = 'S'
               PERFORM REESCRIBIR-CLASES
           END-IF
           IF ENTRENADORES-CAMBIADOS = 'S'
               PERFORM REESCRIBIR-ENTRENADORES
           END-IF
           DISPLAY "Fin del módulo de clases grupales."
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
                           DISPLAY "Sesión iniciada: "
                                   FUNCTION TRIM(OPERADOR-NOMBRE)
                           MOVE 'S' TO SESION-VALIDA
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> 1. INSCRIPCIÓN. LA CATEGORÍA DEL SOCIO DEBE ESTAR
      *> ENTRE LAS ADMITIDAS; CON LA CLASE LLENA (O CON GENTE
      *> YA ESPERANDO) SE OFRECE LA LISTA DE ESPERA.
      *>----------------------------------------------------
       INSCRIBIR-SOCIO.
           MOVE 'S' TO EXIGIR-SOCIO-ACTIVO
           PERFORM PEDIR-SOCIO
           IF MIEMBRO-CLASE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-CLASE
           IF CLASE-EN-TABLA = 0
               EXIT PARAGRAPH
           END-IF
           IF XA-ACTIVA (CLASE-EN-TABLA) NOT = 'S'
               DISPLAY "Esa clase no está activa."
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICAR-CATEGORIA-CLASE
           IF CATEGORIA-ADMITIDA = 'N'
               DISPLAY "La categoría " FUNCTION TRIM(CATEGORIA-SOCIO)
                       " no está admitida en esta clase (admite: "
                       FUNCTION TRIM(LISTA-CATEGORIAS) ")."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-INSCRIPCION-CLASE
           EVALUATE INSCRIPCION-ESTADO
               WHEN 'I'
                   DISPLAY "El socio ya está inscripto en esta clase."
                   EXIT PARAGRAPH
               WHEN 'E'
                   DISPLAY "El socio ya está en la lista de espera "
                           "de esta clase."
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM CONTAR-INSCRIPTOS-CLASE
           IF INSCRIPTOS-CLASE < XA-CUPO (CLASE-EN-TABLA)
               AND ESPERA-CLASE = 0
               MOVE 'I' TO ESTADO-NUEVO
           ELSE
               MOVE INSCRIPTOS-CLASE TO F-INSCRIPTOS
               MOVE XA-CUPO (CLASE-EN-TABLA) TO F-CUPO
               MOVE ESPERA-CLASE TO F-ESPERA
               DISPLAY "La clase está llena (" F-INSCRIPTOS " de "
                       F-CUPO "; " F-ESPERA " en espera)."
               DISPLAY "¿Anotar en la lista de espera? (S/N):"
               PERFORM PEDIR-SN-CAPTURA
               IF SN-CAPTURA = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'E' TO ESTADO-NUEVO
           END-IF
           PERFORM GRABAR-INSCRIPCION
           IF ESTADO-NUEVO = 'I'
               DISPLAY FUNCTION TRIM(NOMBRE-SOCIO) " quedó inscripto "
                       "en " FUNCTION TRIM(XA-DISCIPLINA
                       (CLASE-EN-TABLA)) "."
           ELSE
               COMPUTE POSICION-ESPERA = ESPERA-CLASE + 1
               MOVE POSICION-ESPERA TO F-POSICION
               DISPLAY FUNCTION TRIM(NOMBRE-SOCIO) " quedó en la "
                       "lista de espera, posición " F-POSICION "."
           END-IF.

       GRABAR-INSCRIPCION.
           OPEN EXTEND ARCHIVO-INSCRIPCIONES-CLASE
           IF FS-INSCRIPCIONES-CLASE = "35"
               OPEN OUTPUT ARCHIVO-INSCRIPCIONES-CLASE
           END-IF
           MOVE CLASE-BUSCADA TO GI-CLASE
           MOVE MIEMBRO-CLASE TO GI-MIEMBRO
           MOVE ESTADO-NUEVO TO GI-ESTADO
           MOVE FECHA-HOY TO GI-FECHA-ALTA
           MOVE HORA-SISTEMA TO GI-HORA-ALTA
           MOVE FECHA-HOY TO GI-FECHA-ESTADO
           MOVE CODIGO-OPERADOR TO GI-OPERADOR
           WRITE INSCRIPCION-CLASE-REG
           CLOSE ARCHIVO-INSCRIPCIONES-CLASE.

      *>    SIN CATEGORÍAS CARGADAS LA CLASE ES PARA TODOS.
       VERIFICAR-CATEGORIA-CLASE.
           MOVE 'S' TO CATEGORIA-ADMITIDA
           MOVE SPACES TO LISTA-CATEGORIAS
           MOVE 1 TO PUNTERO-CATEGORIAS
           PERFORM VARYING IDX-CATEGORIA-CLASE FROM 1 BY 1
                   UNTIL IDX-CATEGORIA-CLASE > 4
               IF XA-CATEGORIA (CLASE-EN-TABLA, IDX-CATEGORIA-CLASE)
                   NOT = SPACES
                   MOVE 'N' TO CATEGORIA-ADMITIDA
                   STRING FUNCTION TRIM(XA-CATEGORIA
                          (CLASE-EN-TABLA, IDX-CATEGORIA-CLASE))
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          INTO LISTA-CATEGORIAS
                          WITH POINTER PUNTERO-CATEGORIAS
               END-IF
           END-PERFORM
           IF CATEGORIA-ADMITIDA = 'S'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-CATEGORIA-CLASE FROM 1 BY 1
                   UNTIL IDX-CATEGORIA-CLASE > 4
               IF XA-CATEGORIA (CLASE-EN-TABLA, IDX-CATEGORIA-CLASE)
                   NOT = SPACES
                   AND FUNCTION UPPER-CASE(XA-CATEGORIA
                       (CLASE-EN-TABLA, IDX-CATEGORIA-CLASE))
                       = FUNCTION UPPER-CASE(CATEGORIA-SOCIO)
                   MOVE 'S' TO CATEGORIA-ADMITIDA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> 2. BAJA. SI EL QUE SE VA ESTABA INSCRIPTO, SU LUGAR
      *> PASA AL PRIMERO DE LA LISTA DE ESPERA.
      *>----------------------------------------------------
       DAR-BAJA-INSCRIPCION.
           MOVE 'N' TO EXIGIR-SOCIO-ACTIVO
           PERFORM PEDIR-SOCIO
           IF MIEMBRO-CLASE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDIR-CLASE
           IF CLASE-EN-TABLA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-INSCRIPCION-CLASE
           IF INSCRIPCION-ESTADO = SPACE
               DISPLAY "El socio no está anotado en esa clase."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "¿Confirma la baja de "
                   FUNCTION TRIM(NOMBRE-SOCIO) " en "
                   FUNCTION TRIM(XA-DISCIPLINA (CLASE-EN-TABLA))
                   "? (S/N):"
           PERFORM PEDIR-SN-CAPTURA
           IF SN-CAPTURA = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE INSCRIPCION-ESTADO TO ESTADO-ANTERIOR
           MOVE 'B' TO MODO-REGRABAR
           PERFORM REGRABAR-INSCRIPCIONES
           DISPLAY "Baja registrada."
           IF ESTADO-ANTERIOR = 'I'
               PERFORM PROMOVER-ESPERA
           END-IF.

      *>    EL PRIMERO DE LA LISTA DE ESPERA DE CLASE-BUSCADA
      *>    PASA A INSCRIPTO; RECEPCIÓN DEBE AVISARLE.
       PROMOVER-ESPERA.
           MOVE 'P' TO MODO-REGRABAR
           PERFORM REGRABAR-INSCRIPCIONES
           IF MIEMBRO-PROMOVIDO > 0
               DISPLAY "Pasa de la lista de espera a inscripto el "
                       "socio " MIEMBRO-PROMOVIDO "; avísele."
           END-IF.

       REGRABAR-INSCRIPCIONES.
           MOVE 0 TO MIEMBRO-PROMOVIDO
           MOVE 'N' TO REGISTRO-CAMBIADO
           OPEN INPUT ARCHIVO-INSCRIPCIONES-CLASE
           IF FS-INSCRIPCIONES-CLASE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-INSCRIPCIONES-CLASE-TMP
           MOVE 'N' TO FIN-INSCRIPCIONES-CLASE
           PERFORM UNTIL FIN-INSCRIPCIONES-CLASE = 'S'
               READ ARCHIVO-INSCRIPCIONES-CLASE
                   AT END
                       MOVE 'S' TO FIN-INSCRIPCIONES-CLASE
                   NOT AT END
                       PERFORM CAMBIAR-INSCRIPCION
                       MOVE INSCRIPCION-CLASE-REG
                           TO INSCRIPCION-CLASE-TMP-REG
                       WRITE INSCRIPCION-CLASE-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INSCRIPCIONES-CLASE
           CLOSE ARCHIVO-INSCRIPCIONES-CLASE-TMP
           CALL "CBL_RENAME_FILE" USING "INSCRIPCIONES-CLASE.TMP"
                                         "INSCRIPCIONES-CLASE.DAT"
               RETURNING RESULT-CODE-INSCRIPCIONES.

       CAMBIAR-INSCRIPCION.
           IF REGISTRO-CAMBIADO = 'S' OR GI-CLASE NOT = CLASE-BUSCADA
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN MODO-REGRABAR = 'B'
                   AND GI-MIEMBRO = MIEMBRO-CLASE
                   AND GI-ESTADO NOT = 'B'
                   MOVE 'B' TO GI-ESTADO
                   MOVE FECHA-HOY TO GI-FECHA-ESTADO
                   MOVE CODIGO-OPERADOR TO GI-OPERADOR
                   MOVE 'S' TO REGISTRO-CAMBIADO
               WHEN MODO-REGRABAR = 'P'
                   AND GI-ESTADO = 'E'
                   MOVE 'I' TO GI-ESTADO
                   MOVE FECHA-HOY TO GI-FECHA-ESTADO
                   MOVE CODIGO-OPERADOR TO GI-OPERADOR
                   MOVE GI-MIEMBRO TO MIEMBRO-PROMOVIDO
                   MOVE 'S' TO REGISTRO-CAMBIADO
           END-EVALUATE.

      *>----------------------------------------------------
      *> 3. HORARIO DE LA SEMANA, DE LUNES A DOMINGO Y POR
      *> HORA DE INICIO, CON LA OCUPACIÓN DE CADA CLASE.
      *>----------------------------------------------------
       VER-HORARIO.
           IF TOTAL-CLASES = 0
               DISPLAY "No hay clases registradas (opción 5)."
               EXIT PARAGRAPH
           END-IF
           PERFORM ORDENAR-CLASES
           PERFORM VARYING DIA-LISTADO FROM 1 BY 1
                   UNTIL DIA-LISTADO > 7
               MOVE 'N' TO HAY-CLASES-DIA
               PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                       UNTIL IDX-ORDEN > TOTAL-CLASES
                   IF XA-DIA (IDX-ORDEN) = DIA-LISTADO
                       IF HAY-CLASES-DIA = 'N'
                           DISPLAY "-------------------------------"
                           DISPLAY NOMBRE-DIA-CLASE (DIA-LISTADO)
                           MOVE 'S' TO HAY-CLASES-DIA
                       END-IF
                       MOVE IDX-ORDEN TO CLASE-EN-TABLA
                       PERFORM MOSTRAR-CLASE
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "-------------------------------".

       MOSTRAR-CLASE.
           MOVE XA-CODIGO (CLASE-EN-TABLA) TO CLASE-BUSCADA
           PERFORM CONTAR-INSCRIPTOS-CLASE
           PERFORM FORMATEAR-HORA-CLASE
           MOVE XA-DURACION (CLASE-EN-TABLA) TO F-DURACION
           MOVE XA-CUPO (CLASE-EN-TABLA) TO F-CUPO
           MOVE INSCRIPTOS-CLASE TO F-INSCRIPTOS
           MOVE ESPERA-CLASE TO F-ESPERA
           MOVE XA-ENTRENADOR (CLASE-EN-TABLA) TO ENTRENADOR-BUSCADO
           PERFORM BUSCAR-ENTRENADOR-EN-TABLA
           IF ENTRENADOR-EN-TABLA > 0
               MOVE NA-NOMBRE (ENTRENADOR-EN-TABLA)
                   TO NOMBRE-ENTRENADOR
           ELSE
               MOVE "(SIN ENTRENADOR)" TO NOMBRE-ENTRENADOR
           END-IF
           PERFORM VERIFICAR-CATEGORIA-CLASE
           IF LISTA-CATEGORIAS = SPACES
               MOVE "Todas" TO LISTA-CATEGORIAS
           END-IF
           DISPLAY "  " XA-CODIGO (CLASE-EN-TABLA) " " F-HORA-CLASE
                   " (" F-DURACION " min) "
                   XA-DISCIPLINA (CLASE-EN-TABLA) " "
                   XA-SALA (CLASE-EN-TABLA)
           DISPLAY "       " FUNCTION TRIM(NOMBRE-ENTRENADOR)
                   " | Inscriptos " F-INSCRIPTOS " de " F-CUPO
                   " | Espera " F-ESPERA
           DISPLAY "       Categorías: "
                   FUNCTION TRIM(LISTA-CATEGORIAS)
           IF XA-ACTIVA (CLASE-EN-TABLA) NOT = 'S'
               DISPLAY "       (INACTIVA)"
           END-IF.

       FORMATEAR-HORA-CLASE.
           MOVE SPACES TO F-HORA-CLASE
           STRING XA-HORA (CLASE-EN-TABLA) (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  XA-HORA (CLASE-EN-TABLA) (3:2) DELIMITED BY SIZE
                  INTO F-HORA-CLASE.

      *>    BURBUJEO SIMPLE POR DÍA Y HORA; LA TABLA ES CHICA.
       ORDENAR-CLASES.
           MOVE 'S' TO HUBO-CAMBIO
           PERFORM UNTIL HUBO-CAMBIO = 'N'
               MOVE 'N' TO HUBO-CAMBIO
               PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                       UNTIL IDX-ORDEN >= TOTAL-CLASES
                   IF XA-DIA (IDX-ORDEN) > XA-DIA (IDX-ORDEN + 1)
                       OR (XA-DIA (IDX-ORDEN) = XA-DIA (IDX-ORDEN + 1)
                       AND XA-HORA (IDX-ORDEN)
                           > XA-HORA (IDX-ORDEN + 1))
                       MOVE CLASE-ENTRADA (IDX-ORDEN) TO CLASE-AUX
                       MOVE CLASE-ENTRADA (IDX-ORDEN + 1)
                           TO CLASE-ENTRADA (IDX-ORDEN)
                       MOVE CLASE-AUX TO CLASE-ENTRADA (IDX-ORDEN + 1)
                       MOVE 'S' TO HUBO-CAMBIO
                   END-IF
               END-PERFORM
           END-PERFORM.

      *>----------------------------------------------------
      *> 4. INSCRIPTOS Y LISTA DE ESPERA (EN ORDEN) DE UNA
      *> CLASE.
      *>----------------------------------------------------
       LISTAR-CLASE.
           PERFORM PEDIR-CLASE
           IF CLASE-EN-TABLA = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-CLASE
           MOVE 'N' TO MIEMBROS-ABIERTO
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE 'S' TO MIEMBROS-ABIERTO
           END-IF
           DISPLAY "Inscriptos:"
           MOVE 'I' TO ESTADO-LISTADO
           PERFORM LISTAR-INSCRIPCIONES-ESTADO
           DISPLAY "Lista de espera:"
           MOVE 'E' TO ESTADO-LISTADO
           PERFORM LISTAR-INSCRIPCIONES-ESTADO
           IF MIEMBROS-ABIERTO = 'S'
               CLOSE ARCHIVO-MIEMBROS
           END-IF.

      *>    UNA PASADA POR ESTADO-LISTADO; EN EL ORDEN DEL
      *>    ARCHIVO, QUE ES EL DE LA LISTA DE ESPERA.
       LISTAR-INSCRIPCIONES-ESTADO.
           MOVE 0 TO POSICION-ESPERA
           OPEN INPUT ARCHIVO-INSCRIPCIONES-CLASE
           IF FS-INSCRIPCIONES-CLASE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-INSCRIPCIONES-CLASE
           PERFORM UNTIL FIN-INSCRIPCIONES-CLASE = 'S'
               READ ARCHIVO-INSCRIPCIONES-CLASE
                   AT END
                       MOVE 'S' TO FIN-INSCRIPCIONES-CLASE
                   NOT AT END
                       IF GI-CLASE = CLASE-BUSCADA
                           AND GI-ESTADO = ESTADO-LISTADO
                           ADD 1 TO POSICION-ESPERA
                           PERFORM LEER-NOMBRE-SOCIO
                           MOVE POSICION-ESPERA TO F-POSICION
                           DISPLAY "  " F-POSICION ". " GI-MIEMBRO
                                   " " NOMBRE-SOCIO " desde "
                                   GI-FECHA-ALTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INSCRIPCIONES-CLASE.

       LEER-NOMBRE-SOCIO.
           MOVE "(NO ENCONTRADO)" TO NOMBRE-SOCIO
           IF MIEMBROS-ABIERTO = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE GI-MIEMBRO TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE M-NOMBRE TO NOMBRE-SOCIO
           END-READ.

      *>----------------------------------------------------
      *> 5. ALTA O MODIFICACIÓN DE UNA CLASE. SI SE AMPLÍA EL
      *> CUPO, LOS LUGARES NUEVOS SE LLENAN DESDE LA LISTA DE
      *> ESPERA.
      *>----------------------------------------------------
       MANTENER-CLASE.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Código de la clase (1 a 9999, 0 o blanco "
                       "para abortar):"
               ACCEPT CLASE-TXT
               IF CLASE-TXT = SPACES
                   MOVE 0 TO CLASE-BUSCADA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(CLASE-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (CLASE-TXT)
                           TO CLASE-BUSCADA
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Código inválido. Intente de nuevo."
                   END-IF
               END-IF
           END-PERFORM
           IF CLASE-BUSCADA = 0
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-ENTRENADORES = 0
               DISPLAY "Primero registre un entrenador (opción 6)."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-CLASE-EN-TABLA
           IF CLASE-EN-TABLA = 0
               IF TOTAL-CLASES >= MAX-CLASES
                   DISPLAY "La tabla de clases está llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-CLASES
               MOVE TOTAL-CLASES TO CLASE-EN-TABLA
               INITIALIZE CLASE-ENTRADA (CLASE-EN-TABLA)
               MOVE CLASE-BUSCADA TO XA-CODIGO (CLASE-EN-TABLA)
               DISPLAY "Clase nueva."
           ELSE
               DISPLAY "Modificando "
                       XA-DISCIPLINA (CLASE-EN-TABLA)
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Disciplina (YOGA, SPINNING, NATACION...):"
               ACCEPT XA-DISCIPLINA (CLASE-EN-TABLA)
               IF XA-DISCIPLINA (CLASE-EN-TABLA) = SPACES
                   DISPLAY "Disciplina inválida. Intente de nuevo."
               ELSE
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM
           PERFORM PEDIR-ENTRENADOR-CLASE
           DISPLAY "Sala:"
           ACCEPT XA-SALA (CLASE-EN-TABLA)
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Día (1=Lunes ... 7=Domingo):"
               ACCEPT NUMERO-TXT
               IF FUNCTION TRIM(NUMERO-TXT) IS NUMERIC
                   AND FUNCTION NUMVAL (NUMERO-TXT) >= 1
                   AND FUNCTION NUMVAL (NUMERO-TXT) <= 7
                   MOVE FUNCTION NUMVAL (NUMERO-TXT)
                       TO XA-DIA (CLASE-EN-TABLA)
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Día inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Hora de inicio (HHMM):"
               ACCEPT NUMERO-TXT
               IF FUNCTION TRIM(NUMERO-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NUMERO-CAPTURA
                   IF NUMERO-CAPTURA < 2400
                       AND FUNCTION MOD (NUMERO-CAPTURA, 100) < 60
                       MOVE NUMERO-CAPTURA TO XA-HORA (CLASE-EN-TABLA)
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
               IF ENTRADA-VALIDA = 'N'
                   DISPLAY "Hora inválida. Intente de nuevo."
               END-IF
           END-PERFORM
           DISPLAY "Duración en minutos:"
           PERFORM PEDIR-NUMERO-CAPTURA
           MOVE NUMERO-CAPTURA TO XA-DURACION (CLASE-EN-TABLA)
           DISPLAY "Cupo (inscriptos máximos):"
           PERFORM PEDIR-NUMERO-CAPTURA
           MOVE NUMERO-CAPTURA TO XA-CUPO (CLASE-EN-TABLA)
           PERFORM PEDIR-CATEGORIAS-CLASE
           DISPLAY "¿Activa? (S/N):"
           PERFORM PEDIR-SN-CAPTURA
           MOVE SN-CAPTURA TO XA-ACTIVA (CLASE-EN-TABLA)
           MOVE 'S' TO CLASES-CAMBIADAS
           DISPLAY "Clase " XA-CODIGO (CLASE-EN-TABLA) " registrada."
           PERFORM LLENAR-CUPO-DESDE-ESPERA.

       LLENAR-CUPO-DESDE-ESPERA.
           PERFORM CONTAR-INSCRIPTOS-CLASE
           PERFORM UNTIL INSCRIPTOS-CLASE >= XA-CUPO (CLASE-EN-TABLA)
                   OR ESPERA-CLASE = 0
               PERFORM PROMOVER-ESPERA
               PERFORM CONTAR-INSCRIPTOS-CLASE
           END-PERFORM.

       PEDIR-ENTRENADOR-CLASE.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Código del entrenador:"
               ACCEPT ENTRENADOR-TXT
               IF FUNCTION TRIM(ENTRENADOR-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (ENTRENADOR-TXT)
                       TO ENTRENADOR-BUSCADO
                   PERFORM BUSCAR-ENTRENADOR-EN-TABLA
                   EVALUATE TRUE
                       WHEN ENTRENADOR-EN-TABLA = 0
                           DISPLAY "No existe ese entrenador. "
                                   "Intente de nuevo."
                       WHEN NA-ACTIVO (ENTRENADOR-EN-TABLA) NOT = 'S'
                           DISPLAY "El entrenador está inactivo. "
                                   "Intente de nuevo."
                       WHEN OTHER
                           MOVE ENTRENADOR-BUSCADO
                               TO XA-ENTRENADOR (CLASE-EN-TABLA)
                           MOVE 'S' TO ENTRADA-VALIDA
                   END-EVALUATE
               ELSE
                   DISPLAY "Código inválido. Intente de nuevo."
               END-IF
           END-PERFORM.

      *>    EN BLANCO LA PRIMERA = CLASE ABIERTA A TODAS LAS
      *>    CATEGORÍAS; UNA EN BLANCO CIERRA LA LISTA.
       PEDIR-CATEGORIAS-CLASE.
           MOVE SPACES TO XA-CATEGORIA (CLASE-EN-TABLA, 1)
                          XA-CATEGORIA (CLASE-EN-TABLA, 2)
                          XA-CATEGORIA (CLASE-EN-TABLA, 3)
                          XA-CATEGORIA (CLASE-EN-TABLA, 4)
           DISPLAY "Categorías admitidas (Infantil, Juvenil, "
                   "Adulto, Master...), hasta 4; blanco para "
                   "terminar (ninguna = todas):"
           MOVE 'N' TO FIN-CATEGORIAS
           PERFORM VARYING IDX-CATEGORIA-CLASE FROM 1 BY 1
                   UNTIL IDX-CATEGORIA-CLASE > 4
                      OR FIN-CATEGORIAS = 'S'
               ACCEPT CATEGORIA-TXT
               IF CATEGORIA-TXT = SPACES
                   MOVE 'S' TO FIN-CATEGORIAS
               ELSE
                   MOVE CATEGORIA-TXT
                       TO XA-CATEGORIA (CLASE-EN-TABLA,
                                        IDX-CATEGORIA-CLASE)
               END-IF
           END-PERFORM.

       PEDIR-NUMERO-CAPTURA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT NUMERO-TXT
               IF FUNCTION TRIM(NUMERO-TXT) IS NUMERIC
                   AND FUNCTION NUMVAL (NUMERO-TXT) >= 1
                   AND FUNCTION NUMVAL (NUMERO-TXT) <= 999
                   MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NUMERO-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Valor inválido (1 a 999). Intente de "
                           "nuevo."
               END-IF
           END-PERFORM.

       PEDIR-SN-CAPTURA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT SN-CAPTURA
               MOVE FUNCTION UPPER-CASE(SN-CAPTURA) TO SN-CAPTURA
               IF SN-CAPTURA = 'S' OR SN-CAPTURA = 'N'
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Responda S o N."
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> 6. ALTA O MODIFICACIÓN DE UN ENTRENADOR, CON LO QUE
      *> SE LE PAGA POR HORA DE CLASE.
      *>----------------------------------------------------
       MANTENER-ENTRENADOR.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Código del entrenador (1 a 9999, 0 o blanco "
                       "para abortar):"
               ACCEPT ENTRENADOR-TXT
               IF ENTRENADOR-TXT = SPACES
                   MOVE 0 TO ENTRENADOR-BUSCADO
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(ENTRENADOR-TXT) IS NUMERIC
                       MOVE FUNCTION NUMVAL (ENTRENADOR-TXT)
                           TO ENTRENADOR-BUSCADO
                       MOVE 'S' TO ENTRADA-VALIDA
                   ELSE
                       DISPLAY "Código inválido. Intente de nuevo."
                   END-IF
               END-IF
           END-PERFORM
           IF ENTRENADOR-BUSCADO = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-ENTRENADOR-EN-TABLA
           IF ENTRENADOR-EN-TABLA = 0
               IF TOTAL-ENTRENADORES >= MAX-ENTRENADORES
                   DISPLAY "La tabla de entrenadores está llena."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-ENTRENADORES
               MOVE TOTAL-ENTRENADORES TO ENTRENADOR-EN-TABLA
               MOVE ENTRENADOR-BUSCADO
                   TO NA-CODIGO (ENTRENADOR-EN-TABLA)
               DISPLAY "Entrenador nuevo."
           ELSE
               DISPLAY "Modificando "
                       NA-NOMBRE (ENTRENADOR-EN-TABLA)
           END-IF
           DISPLAY "Nombre:"
           ACCEPT NA-NOMBRE (ENTRENADOR-EN-TABLA)
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Pago por hora de clase:"
               ACCEPT MONTO-TXT
               IF FUNCTION TEST-NUMVAL(MONTO-TXT) NOT = 0
                   DISPLAY "Monto inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (MONTO-TXT)
                       TO NA-TARIFA-HORA (ENTRENADOR-EN-TABLA)
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM
           DISPLAY "¿Activo? (S/N):"
           PERFORM PEDIR-SN-CAPTURA
           MOVE SN-CAPTURA TO NA-ACTIVO (ENTRENADOR-EN-TABLA)
           MOVE 'S' TO ENTRENADORES-CAMBIADOS
           DISPLAY "Entrenador "
                   NA-CODIGO (ENTRENADOR-EN-TABLA) " registrado.".

      *>----------------------------------------------------
      *> 7. ENTRENADORES CON SU PAGO POR HORA Y LAS CLASES
      *> ACTIVAS A SU CARGO.
      *>----------------------------------------------------
       LISTAR-ENTRENADORES.
           IF TOTAL-ENTRENADORES = 0
               DISPLAY "No hay entrenadores registrados (opción 6)."
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-ENTRENADOR FROM 1 BY 1
                   UNTIL IDX-ENTRENADOR > TOTAL-ENTRENADORES
               MOVE 0 TO CLASES-A-CARGO
               PERFORM VARYING IDX-CLASE FROM 1 BY 1
                       UNTIL IDX-CLASE > TOTAL-CLASES
                   IF XA-ENTRENADOR (IDX-CLASE)
                       = NA-CODIGO (IDX-ENTRENADOR)
                       AND XA-ACTIVA (IDX-CLASE) = 'S'
                       ADD 1 TO CLASES-A-CARGO
                   END-IF
               END-PERFORM
               MOVE NA-TARIFA-HORA (IDX-ENTRENADOR) TO F-TARIFA-HORA
               MOVE CLASES-A-CARGO TO F-CLASES-A-CARGO
               DISPLAY NA-CODIGO (IDX-ENTRENADOR) " "
                       NA-NOMBRE (IDX-ENTRENADOR) " | $"
                       F-TARIFA-HORA " por hora | Clases "
                       F-CLASES-A-CARGO " | Activo "
                       NA-ACTIVO (IDX-ENTRENADOR)
           END-PERFORM
           DISPLAY TOTAL-ENTRENADORES " entrenador(es).".

      *>----------------------------------------------------
      *> CAPTURA COMÚN DE SOCIO Y CLASE
      *>----------------------------------------------------
       PEDIR-SOCIO.
           MOVE 0 TO MIEMBRO-CLASE
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de socio (0 o blanco para abortar):"
               ACCEPT SOCIO-TXT
               IF SOCIO-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(SOCIO-TXT) IS NOT NUMERIC
                       DISPLAY "Número inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (SOCIO-TXT)
                           TO MIEMBRO-CLASE
                       IF MIEMBRO-CLASE = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           PERFORM LEER-SOCIO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>    UN SOCIO SUSPENDIDO O DADO DE BAJA NO SE INSCRIBE,
      *>    PERO SÍ SE LE PUEDE DAR DE BAJA LA INSCRIPCIÓN.
       LEER-SOCIO.
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No se pudo abrir MIEMBROS.IDX ("
                       FS-MIEMBROS ")."
               MOVE 0 TO MIEMBRO-CLASE
               MOVE 'S' TO ENTRADA-VALIDA
               EXIT PARAGRAPH
           END-IF
           MOVE MIEMBRO-CLASE TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   DISPLAY "No existe un socio con ese número. "
                           "Intente de nuevo."
               NOT INVALID KEY
                   MOVE M-NOMBRE TO NOMBRE-SOCIO
                   MOVE M-CATEGORIA TO CATEGORIA-SOCIO
                   MOVE 'S' TO ENTRADA-VALIDA
                   DISPLAY "Socio: " M-NOMBRE " ("
                           FUNCTION TRIM(M-CATEGORIA) ")"
                   IF (M-ESTADO = 'S' OR M-ESTADO = 'B')
                       AND EXIGIR-SOCIO-ACTIVO = 'S'
                       DISPLAY "El socio no está activo; no puede "
                               "inscribirse."
                       MOVE 0 TO MIEMBRO-CLASE
                   END-IF
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

       PEDIR-CLASE.
           MOVE 0 TO CLASE-EN-TABLA
           IF TOTAL-CLASES = 0
               DISPLAY "No hay clases registradas (opción 5)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Código de la clase (0 o blanco para "
                       "abortar; opción 3 muestra el horario):"
               ACCEPT CLASE-TXT
               IF CLASE-TXT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   IF FUNCTION TRIM(CLASE-TXT) IS NOT NUMERIC
                       DISPLAY "Código inválido. Intente de nuevo."
                   ELSE
                       MOVE FUNCTION NUMVAL (CLASE-TXT)
                           TO CLASE-BUSCADA
                       IF CLASE-BUSCADA = 0
                           MOVE 'S' TO ENTRADA-VALIDA
                       ELSE
                           PERFORM BUSCAR-CLASE-EN-TABLA
                           IF CLASE-EN-TABLA = 0
                               DISPLAY "No existe esa clase. "
                                       "Intente de nuevo."
                           ELSE
                               PERFORM FORMATEAR-HORA-CLASE
                               MOVE XA-DIA (CLASE-EN-TABLA)
                                   TO DIA-LISTADO
                               DISPLAY "Clase: " FUNCTION TRIM(
                                       XA-DISCIPLINA (CLASE-EN-TABLA))
                                       " | "
                                       NOMBRE-DIA-CLASE (DIA-LISTADO)
                                       " " F-HORA-CLASE
                               MOVE 'S' TO ENTRADA-VALIDA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REESCRIBIR-CLASES.
           OPEN OUTPUT ARCHIVO-CLASES-GRUPALES-TMP
           PERFORM VARYING IDX-CLASE FROM 1 BY 1
                   UNTIL IDX-CLASE > TOTAL-CLASES
               MOVE CLASE-ENTRADA (IDX-CLASE) TO CLASE-GRUPAL-TMP-REG
               WRITE CLASE-GRUPAL-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-CLASES-GRUPALES-TMP
           CALL "CBL_RENAME_FILE" USING "CLASES-GRUPALES.TMP"
                                         "CLASES-GRUPALES.DAT"
               RETURNING RESULT-CODE.

       REESCRIBIR-ENTRENADORES.
           OPEN OUTPUT ARCHIVO-ENTRENADORES-TMP
           PERFORM VARYING IDX-ENTRENADOR FROM 1 BY 1
                   UNTIL IDX-ENTRENADOR > TOTAL-ENTRENADORES
               MOVE ENTRENADOR-ENTRADA (IDX-ENTRENADOR)
                   TO ENTRENADOR-TMP-REG
               WRITE ENTRENADOR-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-ENTRENADORES-TMP
           CALL "CBL_RENAME_FILE" USING "ENTRENADORES.TMP"
                                         "ENTRENADORES.DAT"
               RETURNING RESULT-CODE.

       COPY CLASES-GRUPALES-RUTINAS.
       COPY OPERADORES-RUTINAS.
