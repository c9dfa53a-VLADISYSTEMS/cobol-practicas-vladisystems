       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CONTACTOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CONTACTOS-SELECT.
       COPY MIEMBROS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CONTACTOS-FD.
       COPY MIEMBROS-FD.

       WORKING-STORAGE SECTION.
       COPY CONTACTOS-WS.

       *>----------------------------------------------------
       *> TUTORES Y CONTACTOS DE EMERGENCIA EN TABLA (MISMO
       *> ORDEN DE CAMPOS QUE CONTACTO-REG). EL SOCIO SE
       *> VALIDA CONTRA MIEMBROS.IDX; AL MENOR DE EDAD NO SE
       *> LE PUEDE QUITAR SU ÚLTIMO TUTOR.
       *>----------------------------------------------------
       01 FS-MIEMBROS            PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 MAX-CONTACTOS          PIC 9(4) VALUE 1000.
       01 TOTAL-CONTACTOS        PIC 9(4) VALUE 0.
       01 TABLA-CONTACTOS.
           05 CONTACTO-ENTRADA OCCURS 1000 TIMES.
               10 TC-MIEMBRO     PIC 9(6).
               10 TC-TIPO        PIC X.
               10 TC-NOMBRE      PIC X(30).
               10 TC-VINCULO     PIC X(15).
               10 TC-TELEFONO    PIC X(15).
               10 TC-TELEFONO-ALT PIC X(15).
               10 TC-AUT-IMAGEN  PIC X.
               10 TC-AUT-MEDICA  PIC X.
       01 IDX-CONTACTO           PIC 9(4).
       01 CONTACTO-ELEGIDO       PIC 9(4) VALUE 0.
       01 CONTACTOS-DEL-SOCIO    PIC 9(2) VALUE 0.
       01 TUTORES-DEL-SOCIO      PIC 9(2) VALUE 0.
       01 NUMERO-CONTACTO        PIC 9(2) VALUE 0.
       01 CONTACTOS-CAMBIADOS    PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CAPTURA
       *>----------------------------------------------------
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 MIEMBRO-TXT            PIC X(8).
       01 MIEMBRO-CAPTURA        PIC 9(6).
       01 MIEMBRO-HALLADO        PIC X VALUE 'N'.
       01 MIEMBRO-MENOR          PIC X VALUE 'N'.
       01 NUMERO-TXT             PIC X(2).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 FECHA-HOY.
           05 HOY-ANIO           PIC 9(4).
           05 HOY-MES            PIC 9(2).
           05 HOY-DIA            PIC 9(2).
       01 EDAD-CALC              PIC S9(4).
       01 EDAD-TEXTO             PIC X(9).
       01 TOTAL-SIN-TUTOR        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  TUTORES Y CONTACTOS DE EMERGENCIA"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM CARGAR-CONTACTOS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Agregar padre, madre o tutor"
               DISPLAY "2. Agregar contacto de emergencia"
               DISPLAY "3. Modificar un contacto"
               DISPLAY "4. Quitar un contacto"
               DISPLAY "5. Contactos de un socio"
               DISPLAY "6. Menores sin tutor registrado"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       MOVE 'T' TO CT-TIPO
                       PERFORM AGREGAR-A-SOCIO
                   WHEN 2
                       MOVE 'E' TO CT-TIPO
                       PERFORM AGREGAR-A-SOCIO
                   WHEN 3
                       PERFORM MODIFICAR-CONTACTO
                   WHEN 4
                       PERFORM QUITAR-CONTACTO
                   WHEN 5
                       PERFORM CONSULTAR-SOCIO
                   WHEN 6
                       PERFORM LISTAR-MENORES-SIN-TUTOR
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           IF CONTACTOS-CAMBIADOS = 'S'
               PERFORM REESCRIBIR-ARCHIVO
           END-IF
           DISPLAY "Mantenimiento de contactos finalizado."
           STOP RUN.

       CARGAR-CONTACTOS.
           OPEN INPUT ARCHIVO-CONTACTOS
           IF FS-CONTACTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CONTACTOS
           PERFORM UNTIL FIN-CONTACTOS = 'S'
               READ ARCHIVO-CONTACTOS
                   AT END
                       MOVE 'S' TO FIN-CONTACTOS
                   NOT AT END
                       IF TOTAL-CONTACTOS < MAX-CONTACTOS
                           ADD 1 TO TOTAL-CONTACTOS
                           MOVE CONTACTO-REG
                               TO CONTACTO-ENTRADA (TOTAL-CONTACTOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CONTACTOS.

       PEDIR-SOCIO.
           MOVE 'N' TO MIEMBRO-HALLADO
           MOVE 'N' TO MIEMBRO-MENOR
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de socio:"
               ACCEPT MIEMBRO-TXT
               IF FUNCTION TRIM(MIEMBRO-TXT) IS NOT NUMERIC
                   DISPLAY "Número inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (MIEMBRO-TXT)
                       TO MIEMBRO-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
               EXIT PARAGRAPH
           END-IF
           MOVE MIEMBRO-CAPTURA TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   DISPLAY "No existe un socio con ese número."
               NOT INVALID KEY
                   MOVE 'S' TO MIEMBRO-HALLADO
                   PERFORM CALCULAR-EDAD-SOCIO
                   DISPLAY "Socio: " FUNCTION TRIM(M-NOMBRE)
                           EDAD-TEXTO
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

       CALCULAR-EDAD-SOCIO.
           COMPUTE EDAD-CALC = HOY-ANIO - M-ANO-NACIMIENTO
           IF HOY-MES < M-MES-NACIMIENTO
               OR (HOY-MES = M-MES-NACIMIENTO
                   AND HOY-DIA < M-DIA-NACIMIENTO)
               SUBTRACT 1 FROM EDAD-CALC
           END-IF
           IF EDAD-CALC < EDAD-MAYORIA
               MOVE 'S' TO MIEMBRO-MENOR
               MOVE " (MENOR)" TO EDAD-TEXTO
           ELSE
               MOVE 'N' TO MIEMBRO-MENOR
               MOVE SPACES TO EDAD-TEXTO
           END-IF.

      *>    CUENTA Y MUESTRA NUMERADOS LOS CONTACTOS DEL SOCIO
      *>    MIEMBRO-CAPTURA.
       MOSTRAR-CONTACTOS-SOCIO.
           MOVE 0 TO CONTACTOS-DEL-SOCIO
           MOVE 0 TO TUTORES-DEL-SOCIO
           PERFORM VARYING IDX-CONTACTO FROM 1 BY 1
                   UNTIL IDX-CONTACTO > TOTAL-CONTACTOS
               IF TC-MIEMBRO (IDX-CONTACTO) = MIEMBRO-CAPTURA
                   ADD 1 TO CONTACTOS-DEL-SOCIO
                   PERFORM MOSTRAR-UN-CONTACTO
               END-IF
           END-PERFORM
           IF CONTACTOS-DEL-SOCIO = 0
               DISPLAY "El socio no tiene contactos registrados."
           END-IF.

       MOSTRAR-UN-CONTACTO.
           IF TC-TIPO (IDX-CONTACTO) = 'T'
               ADD 1 TO TUTORES-DEL-SOCIO
               DISPLAY CONTACTOS-DEL-SOCIO ". TUTOR      "
                       TC-NOMBRE (IDX-CONTACTO) " ("
                       FUNCTION TRIM(TC-VINCULO (IDX-CONTACTO))
                       ")"
               DISPLAY "    Tel: "
                       FUNCTION TRIM(TC-TELEFONO (IDX-CONTACTO))
                       " / "
                       FUNCTION TRIM(TC-TELEFONO-ALT (IDX-CONTACTO))
                       "  Imagen: " TC-AUT-IMAGEN (IDX-CONTACTO)
                       "  Atención médica: "
                       TC-AUT-MEDICA (IDX-CONTACTO)
           ELSE
               DISPLAY CONTACTOS-DEL-SOCIO ". EMERGENCIA "
                       TC-NOMBRE (IDX-CONTACTO) " ("
                       FUNCTION TRIM(TC-VINCULO (IDX-CONTACTO))
                       ")"
               DISPLAY "    Tel: "
                       FUNCTION TRIM(TC-TELEFONO (IDX-CONTACTO))
                       " / "
                       FUNCTION TRIM(TC-TELEFONO-ALT (IDX-CONTACTO))
           END-IF.

       AGREGAR-A-SOCIO.
           PERFORM PEDIR-SOCIO
           IF MIEMBRO-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-CONTACTOS >= MAX-CONTACTOS
               DISPLAY "La tabla de contactos está llena."
               EXIT PARAGRAPH
           END-IF
           PERFORM CAPTURAR-CONTACTO
           IF CONTACTO-CAPTURADO = 'N'
               DISPLAY "No se agregó ningún contacto."
               EXIT PARAGRAPH
           END-IF
           MOVE MIEMBRO-CAPTURA TO CT-MIEMBRO
           ADD 1 TO TOTAL-CONTACTOS
           MOVE CONTACTO-REG TO CONTACTO-ENTRADA (TOTAL-CONTACTOS)
           MOVE 'S' TO CONTACTOS-CAMBIADOS
           DISPLAY "Contacto agregado.".

      *>    PIDE EL NÚMERO DE RENGLÓN DENTRO DE LOS CONTACTOS
      *>    DEL SOCIO Y DEJA SU POSICIÓN EN CONTACTO-ELEGIDO.
       ELEGIR-CONTACTO.
           MOVE 0 TO CONTACTO-ELEGIDO
           PERFORM PEDIR-SOCIO
           IF MIEMBRO-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-CONTACTOS-SOCIO
           IF CONTACTOS-DEL-SOCIO = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Número de contacto (ENTER = ninguno):"
           ACCEPT NUMERO-TXT
           IF NUMERO-TXT = SPACES
               OR FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO NUMERO-CONTACTO
           MOVE 0 TO CONTACTOS-DEL-SOCIO
           PERFORM VARYING IDX-CONTACTO FROM 1 BY 1
                   UNTIL IDX-CONTACTO > TOTAL-CONTACTOS
               IF TC-MIEMBRO (IDX-CONTACTO) = MIEMBRO-CAPTURA
                   ADD 1 TO CONTACTOS-DEL-SOCIO
                   IF CONTACTOS-DEL-SOCIO = NUMERO-CONTACTO
                       MOVE IDX-CONTACTO TO CONTACTO-ELEGIDO
                   END-IF
               END-IF
           END-PERFORM
           IF CONTACTO-ELEGIDO = 0
               DISPLAY "No existe ese número de contacto."
           END-IF.

       MODIFICAR-CONTACTO.
           PERFORM ELEGIR-CONTACTO
           IF CONTACTO-ELEGIDO = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CONTACTO-ENTRADA (CONTACTO-ELEGIDO) TO CONTACTO-REG
           DISPLAY "Ingrese los datos nuevos del contacto."
           PERFORM CAPTURAR-CONTACTO
           IF CONTACTO-CAPTURADO = 'N'
               DISPLAY "Contacto sin cambios."
               EXIT PARAGRAPH
           END-IF
           MOVE CONTACTO-REG TO CONTACTO-ENTRADA (CONTACTO-ELEGIDO)
           MOVE 'S' TO CONTACTOS-CAMBIADOS
           DISPLAY "Contacto modificado.".

       QUITAR-CONTACTO.
           PERFORM ELEGIR-CONTACTO
           IF CONTACTO-ELEGIDO = 0
               EXIT PARAGRAPH
           END-IF
           IF MIEMBRO-MENOR = 'S'
               AND TC-TIPO (CONTACTO-ELEGIDO) = 'T'
               AND TUTORES-DEL-SOCIO < 2
               DISPLAY "El socio es menor de edad y éste es su único "
                       "tutor; registre otro antes de quitarlo."
               EXIT PARAGRAPH
           END-IF
           MOVE CONTACTO-ENTRADA (TOTAL-CONTACTOS)
               TO CONTACTO-ENTRADA (CONTACTO-ELEGIDO)
           SUBTRACT 1 FROM TOTAL-CONTACTOS
           MOVE 'S' TO CONTACTOS-CAMBIADOS
           DISPLAY "Contacto quitado.".

       CONSULTAR-SOCIO.
           PERFORM PEDIR-SOCIO
           IF MIEMBRO-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-CONTACTOS-SOCIO
           IF MIEMBRO-MENOR = 'S' AND TUTORES-DEL-SOCIO = 0
               DISPLAY "ATENCIÓN: menor de edad sin tutor registrado."
           END-IF.

      *>----------------------------------------------------
      *> SOCIOS ACTIVOS MENORES DE EDAD SIN NINGÚN TUTOR
      *> (LOS DADOS DE ALTA ANTES DE EXIGIRLO EN LA
      *> INSCRIPCIÓN).
      *>----------------------------------------------------
       LISTAR-MENORES-SIN-TUTOR.
           MOVE 0 TO TOTAL-SIN-TUTOR
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-MIEMBROS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF M-ESTADO NOT = 'B'
                           PERFORM VERIFICAR-TUTOR-MENOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-MIEMBROS
           DISPLAY TOTAL-SIN-TUTOR " menor(es) sin tutor.".

       VERIFICAR-TUTOR-MENOR.
           PERFORM CALCULAR-EDAD-SOCIO
           IF MIEMBRO-MENOR = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TUTORES-DEL-SOCIO
           PERFORM VARYING IDX-CONTACTO FROM 1 BY 1
                   UNTIL IDX-CONTACTO > TOTAL-CONTACTOS
               IF TC-MIEMBRO (IDX-CONTACTO) = M-ID
                   AND TC-TIPO (IDX-CONTACTO) = 'T'
                   ADD 1 TO TUTORES-DEL-SOCIO
               END-IF
           END-PERFORM
           IF TUTORES-DEL-SOCIO = 0
               ADD 1 TO TOTAL-SIN-TUTOR
               DISPLAY "  " M-ID " " M-NOMBRE " " M-CATEGORIA
           END-IF.

       REESCRIBIR-ARCHIVO.
           OPEN OUTPUT ARCHIVO-CONTACTOS-TMP
           PERFORM VARYING IDX-CONTACTO FROM 1 BY 1
                   UNTIL IDX-CONTACTO > TOTAL-CONTACTOS
               WRITE CONTACTO-TMP-REG
                   FROM CONTACTO-ENTRADA (IDX-CONTACTO)
           END-PERFORM
           CLOSE ARCHIVO-CONTACTOS-TMP
           CALL "CBL_RENAME_FILE" USING "CONTACTOS-SOCIOS.TMP"
                                         "CONTACTOS-SOCIOS.DAT"
               RETURNING RESULT-CODE-CONTACTOS.

       COPY CONTACTOS-RUTINAS.
