           SELECT MIEMBROS-HIST ASSIGN TO "MIEMBROS-HIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.
       COPY LOCKERS-SELECT.
       COPY PARAMETROS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  MIEMBROS-HIST.
       01  LINEA-HIST             PIC X(100).

       COPY LOCKERS-FD.
       COPY PARAMETROS-FD.

       WORKING-STORAGE SECTION.
       COPY LOCKERS-WS.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> CICLO DE VIDA DEL SOCIO: SUSPENDE (S), DA DE BAJA
       *> (B) O REACTIVA (A) UN SOCIO, CON FECHA Y MOTIVO, Y
       *> DEJA CADA CAMBIO EN MIEMBROS-HIST.LOG (MISMO ESTILO
       *> QUE CLIENTES-HIST.LOG). LA BAJA LIBERA EN EL ACTO
       *> LOS LOCKERS QUE TENÍA EL SOCIO.
       *>----------------------------------------------------
       01 FS-MIEMBROS            PIC XX.
       01 FS-HIST                PIC XX.
                       FUNCTION TRIM(NOMBRE-CAMBIADO) "): "
                       ESTADO-ANTES " -> " ESTADO-NUEVO
               PERFORM GRABAR-HIST
               IF ESTADO-NUEVO = 'B'
                   PERFORM LIBERAR-LOCKERS-BAJA
               END-IF
           ELSE
               DISPLAY "No existe un socio con ese número."
           END-IF.
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

       LIBERAR-LOCKERS-BAJA.
           PERFORM CARGAR-LOCKERS
           MOVE 'N' TO LOCKERS-CAMBIADOS
           MOVE MIEMBRO-BUSCADO TO SOCIO-LIBERAR
           MOVE "BAJA DEL SOCIO" TO MOTIVO-LIBERACION
           PERFORM LIBERAR-LOCKERS-SOCIO
           IF LOCKERS-CAMBIADOS = 'S'
               PERFORM REESCRIBIR-LOCKERS
           END-IF.

       GRABAR-HIST.
           ACCEPT HORA-CAMBIO FROM TIME
           OPEN EXTEND MIEMBROS-HIST
                  INTO LINEA-HIST
           WRITE LINEA-HIST
           CLOSE MIEMBROS-HIST.

       COPY LOCKERS-RUTINAS.
       COPY PARAMETROS-RUTINAS.
