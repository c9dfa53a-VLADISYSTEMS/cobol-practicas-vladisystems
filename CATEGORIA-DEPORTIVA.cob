               FILE STATUS IS FS-BANDAS.
       COPY CANDADO-SELECT
           REPLACING =="FOLIO.LCK"== BY =="MIEMBRO-ID.LCK"==.
       COPY CONTACTOS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       01  ID-REG                 PIC 9(6).

       COPY CANDADO-FD.
       COPY CONTACTOS-FD.

       WORKING-STORAGE SECTION.

       01 IDX-BANDA            PIC 9(2).
       COPY CANDADO-WS.

       *>----------------------------------------------------
       *> TUTOR (OBLIGATORIO PARA EL MENOR DE EDAD) Y
       *> CONTACTO DE EMERGENCIA TOMADOS EN LA INSCRIPCIÓN;
       *> SE GRABAN EN CONTACTOS-SOCIOS.DAT CON EL NÚMERO DE
       *> SOCIO YA ASIGNADO.
       *>----------------------------------------------------
       COPY CONTACTOS-WS.
       77 HAY-TUTOR          PIC X VALUE 'N'.
       77 HAY-EMERGENCIA     PIC X VALUE 'N'.
       01 TUTOR-ALTA          PIC X(84).
       01 EMERGENCIA-ALTA     PIC X(84).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "Fecha de referencia (AAAAMMDD, en blanco para "
               DISPLAY "Ya existe un socio con ese nombre y año de "
                       "nacimiento. No se registró de nuevo."
           ELSE
               PERFORM TOMAR-CONTACTOS-ALTA
               IF EDAD < EDAD-MAYORIA AND HAY-TUTOR = 'N'
                   DISPLAY "Un menor de edad no puede inscribirse "
                           "sin padre, madre o tutor. No se "
                           "registró el socio."
               ELSE
                   PERFORM ASIGNAR-ID-MIEMBRO
                   PERFORM GRABAR-MIEMBRO
                   PERFORM GRABAR-CONTACTOS-ALTA
               END-IF
           END-IF

           STOP RUN.
           END-WRITE
           CLOSE ARCHIVO-MIEMBROS.

       TOMAR-CONTACTOS-ALTA.
           IF EDAD < EDAD-MAYORIA
               DISPLAY "Socio menor de edad: se requiere padre, "
                       "madre o tutor."
               MOVE 'T' TO CT-TIPO
               PERFORM CAPTURAR-CONTACTO
               IF CONTACTO-CAPTURADO = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO HAY-TUTOR
               MOVE CONTACTO-REG TO TUTOR-ALTA
           END-IF
           MOVE 'E' TO CT-TIPO
           PERFORM CAPTURAR-CONTACTO
           IF CONTACTO-CAPTURADO = 'S'
               MOVE 'S' TO HAY-EMERGENCIA
               MOVE CONTACTO-REG TO EMERGENCIA-ALTA
           END-IF.

       GRABAR-CONTACTOS-ALTA.
           IF HAY-TUTOR = 'S'
               MOVE TUTOR-ALTA TO CONTACTO-REG
               MOVE ID-MIEMBRO TO CT-MIEMBRO
               PERFORM AGREGAR-CONTACTO
           END-IF
           IF HAY-EMERGENCIA = 'S'
               MOVE EMERGENCIA-ALTA TO CONTACTO-REG
               MOVE ID-MIEMBRO TO CT-MIEMBRO
               PERFORM AGREGAR-CONTACTO
           END-IF.

       CARGAR-BANDAS-EDAD.
           OPEN INPUT ARCHIVO-BANDAS
           IF FS-BANDAS = "00"
           END-IF.

       COPY CANDADO-RUTINAS.
       COPY CONTACTOS-RUTINAS.
