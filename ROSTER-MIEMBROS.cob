       COPY MIEMBROS-SELECT.
       COPY EQUIPOS-SELECT.
       COPY ASIGNACION-SELECT.
       COPY CONTACTOS-SELECT.
           SELECT ARCHIVO-ROSTER
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-ROSTER
               ORGANIZATION IS LINE SEQUENTIAL
       COPY MIEMBROS-FD.
       COPY EQUIPOS-FD.
       COPY ASIGNACION-FD.
       COPY CONTACTOS-FD.

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       01 FS-MIEMBROS            PIC XX.
       01 FS-ROSTER              PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-ROSTER  PIC X(40).
       01 LINEA-SALIDA           PIC X(100).

       *>----------------------------------------------------
       01 EDAD                   PIC 9(3).
       01 F-EDAD                 PIC Z9.

       *>----------------------------------------------------
       *> HOJA DE EMERGENCIA POR EQUIPO (LA QUE EL ENTRENADOR
       *> LLEVA A LOS PARTIDOS): POR JUGADOR, SUS TUTORES Y
       *> CONTACTOS DE EMERGENCIA CON TELÉFONOS Y, PARA EL
       *> MENOR, LAS AUTORIZACIONES FIRMADAS POR EL TUTOR.
       *> UN ARCHIVO HOJA-EMERGENCIA-EQUIPO-AAAAMMDD.TXT POR
       *> EQUIPO.
       *>----------------------------------------------------
       COPY CONTACTOS-WS.
       01 TIPO-LISTADO           PIC X VALUE '1'.
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
       01 TUTORES-JUGADOR        PIC 9(2).
       01 CONTACTOS-JUGADOR      PIC 9(2).
       01 AUTORIZA-IMAGEN        PIC X(2).
       01 AUTORIZA-MEDICA        PIC X(2).
       01 HOJAS-EMITIDAS         PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT OPERADOR
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM ORDENAR-MIEMBROS-POR-NOMBRE

           DISPLAY "1. Roster por liga"
           DISPLAY "2. Hojas de emergencia por equipo"
           DISPLAY "Listado (ENTER = 1):"
           ACCEPT TIPO-LISTADO
           IF TIPO-LISTADO = '2'
               PERFORM HOJAS-EMERGENCIA
               STOP RUN
           END-IF

           PERFORM OBTENER-ARCHIVO-ROSTER
           OPEN OUTPUT ARCHIVO-ROSTER

               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

      *>----------------------------------------------------
      *> HOJAS DE EMERGENCIA: UN EQUIPO O TODOS.
      *>----------------------------------------------------
       HOJAS-EMERGENCIA.
           IF TOTAL-EQUIPOS = 0
               DISPLAY "No hay equipos registrados."
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-CONTACTOS
           MOVE "HOJA DE EMERGENCIA POR EQUIPO" TO EC-TITULO
           DISPLAY "Código de equipo (ENTER = todos):"
           MOVE SPACES TO EQUIPO-FILTRO
           ACCEPT EQUIPO-FILTRO
           MOVE FUNCTION UPPER-CASE(EQUIPO-FILTRO) TO EQUIPO-FILTRO
           PERFORM VARYING IDX-EQUIPO FROM 1 BY 1
                   UNTIL IDX-EQUIPO > TOTAL-EQUIPOS
               IF EQUIPO-FILTRO = SPACES
                   OR TE-CODIGO (IDX-EQUIPO) = EQUIPO-FILTRO
                   PERFORM HOJA-DE-EQUIPO
               END-IF
           END-PERFORM
           IF HOJAS-EMITIDAS = 0
               DISPLAY "No existe el equipo " EQUIPO-FILTRO "."
           END-IF.

       HOJA-DE-EQUIPO.
           ADD 1 TO HOJAS-EMITIDAS
           MOVE SPACES TO NOMBRE-ARCHIVO-ROSTER
           STRING "HOJA-EMERGENCIA-" DELIMITED BY SIZE
                  FUNCTION TRIM(TE-CODIGO (IDX-EQUIPO))
                      DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-ROSTER
           OPEN OUTPUT ARCHIVO-ROSTER
           MOVE 0 TO EC-PAGINA
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Equipo " DELIMITED BY SIZE
                  TE-CODIGO (IDX-EQUIPO) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(TE-CATEGORIA (IDX-EQUIPO))
                      DELIMITED BY SIZE
                  " (Entrenador: " DELIMITED BY SIZE
                  FUNCTION TRIM(TE-ENTRENADOR (IDX-EQUIPO))
                      DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO CONTADOR-EQUIPO
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-MIEMBROS
               PERFORM BUSCAR-EQUIPO-DEL-MIEMBRO
               IF EQUIPO-DEL-MIEMBRO = TE-CODIGO (IDX-EQUIPO)
                   ADD 1 TO CONTADOR-EQUIPO
                   PERFORM HOJA-DE-JUGADOR
               END-IF
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Jugadores del equipo: " DELIMITED BY SIZE
                  CONTADOR-EQUIPO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-ROSTER
           DISPLAY "Hoja de emergencia grabada en: "
                   NOMBRE-ARCHIVO-ROSTER.

       HOJA-DE-JUGADOR.
           PERFORM CALCULAR-EDAD
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING TM-ID (IDX) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  TM-NOMBRE (IDX) DELIMITED BY SIZE
                  " | Edad: " DELIMITED BY SIZE
                  FUNCTION TRIM(F-EDAD) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO TUTORES-JUGADOR
           MOVE 0 TO CONTACTOS-JUGADOR
           MOVE "NO" TO AUTORIZA-IMAGEN
           MOVE "NO" TO AUTORIZA-MEDICA
           PERFORM VARYING IDX-CONTACTO FROM 1 BY 1
                   UNTIL IDX-CONTACTO > TOTAL-CONTACTOS
               IF TC-MIEMBRO (IDX-CONTACTO) = TM-ID (IDX)
                   PERFORM LINEA-CONTACTO-JUGADOR
               END-IF
           END-PERFORM
           IF CONTACTOS-JUGADOR = 0
               MOVE "   *** SIN CONTACTO DE EMERGENCIA ***"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           IF EDAD < EDAD-MAYORIA
               IF TUTORES-JUGADOR = 0
                   MOVE "   *** MENOR SIN TUTOR REGISTRADO ***"
                       TO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
               END-IF
               MOVE SPACES TO LINEA-SALIDA
               STRING "   Autoriza atención médica: "
                          DELIMITED BY SIZE
                      AUTORIZA-MEDICA DELIMITED BY SIZE
                      "   Uso de imagen: " DELIMITED BY SIZE
                      AUTORIZA-IMAGEN DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       LINEA-CONTACTO-JUGADOR.
           ADD 1 TO CONTACTOS-JUGADOR
           MOVE SPACES TO LINEA-SALIDA
           IF TC-TIPO (IDX-CONTACTO) = 'T'
               ADD 1 TO TUTORES-JUGADOR
               IF TC-AUT-IMAGEN (IDX-CONTACTO) = 'S'
                   MOVE "SI" TO AUTORIZA-IMAGEN
               END-IF
               IF TC-AUT-MEDICA (IDX-CONTACTO) = 'S'
                   MOVE "SI" TO AUTORIZA-MEDICA
               END-IF
               STRING "   Tutor     : " DELIMITED BY SIZE
                      TC-NOMBRE (IDX-CONTACTO) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           ELSE
               STRING "   Emergencia: " DELIMITED BY SIZE
                      TC-NOMBRE (IDX-CONTACTO) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "      (" DELIMITED BY SIZE
                  FUNCTION TRIM(TC-VINCULO (IDX-CONTACTO))
                      DELIMITED BY SIZE
                  ")  Tel: " DELIMITED BY SIZE
                  FUNCTION TRIM(TC-TELEFONO (IDX-CONTACTO))
                      DELIMITED BY SIZE
                  "  Alt: " DELIMITED BY SIZE
                  FUNCTION TRIM(TC-TELEFONO-ALT (IDX-CONTACTO))
                      DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

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

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
