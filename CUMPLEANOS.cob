       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY MIEMBROS-SELECT.
       COPY NOTIFICACIONES-SELECT.
           SELECT ARCHIVO-BANDAS ASSIGN TO "BANDAS-EDAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BANDAS.
       DATA DIVISION.
       FILE SECTION.
       COPY MIEMBROS-FD.
       COPY NOTIFICACIONES-FD.

       FD  ARCHIVO-BANDAS.
       01  BANDA-REG.
           05 BE-NOMBRE           PIC X(20).

       WORKING-STORAGE SECTION.
       COPY NOTIFICACIONES-WS.

       *>----------------------------------------------------
       *> CUMPLEAÑOS DEL MES PARA FELICITACIONES Y PLANEACIÓN
       *> DE LIGAS: LISTA LOS SOCIOS QUE CUMPLEN EN EL MES
       *> PEDIDO (POR OMISIÓN EL MES QUE VIENE), CON LA EDAD
       *> QUE CUMPLEN, Y MARCA A QUIENES EL CUMPLEAÑOS LOS
       *> PASA DE BANDA EN BANDAS-EDAD.DAT. A PEDIDO, ENCOLA EL
       *> SALUDO DE CADA UNO PARA EL DÍA DE SU CUMPLEAÑOS.
       *>----------------------------------------------------
       01 FS-MIEMBROS            PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 EDAD-CUMPLIR           PIC S9(4).
       01 CATEGORIA              PIC X(20).
       01 MARCA-CAMBIO           PIC X(19).
       01 RESPUESTA-SALUDOS      PIC X VALUE 'N'.

       PROCEDURE DIVISION.


           PERFORM ORDENAR-POR-DIA
           PERFORM MOSTRAR-LISTA

           DISPLAY "¿Encolar los saludos de cumpleaños? (S/N):"
           ACCEPT RESPUESTA-SALUDOS
           MOVE FUNCTION UPPER-CASE(RESPUESTA-SALUDOS)
               TO RESPUESTA-SALUDOS
           IF RESPUESTA-SALUDOS = 'S'
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX > TOTAL-CUMPLE
                   PERFORM ENCOLAR-SALUDO
               END-PERFORM
               DISPLAY "Saludos encolados: " NOTIFICACIONES-ENCOLADAS
           END-IF
           STOP RUN.

      *>----------------------------------------------------
      *> EL SALUDO QUEDA RETENIDO HASTA EL DÍA DEL CUMPLEAÑOS;
      *> SI LA LISTA SE VUELVE A SACAR, NO SE DUPLICA.
      *>----------------------------------------------------
       ENCOLAR-SALUDO.
           MOVE SPACES TO NOTIFICACION-NUEVA
           MOVE "CUMPLEANOS" TO NQ-ORIGEN
           MOVE 'M' TO NQ-TIPO-DEST
           MOVE CP-ID (IDX) TO NQ-DESTINATARIO
           MOVE CP-NOMBRE (IDX) TO NQ-NOMBRE
           MOVE "CUMPLEANOS" TO NQ-PLANTILLA
           STRING "EDAD=" DELIMITED BY SIZE
                  CP-EDAD (IDX) DELIMITED BY SIZE
                  INTO NQ-VARIABLES
           COMPUTE NQ-FECHA-ENVIO = ANIO-CUMPLE * 10000
               + MES-CONSULTA * 100 + CP-DIA (IDX)
           COMPUTE PERIODO-AVISO = ANIO-CUMPLE * 100 + MES-CONSULTA
           PERFORM ENCOLAR-NOTIFICACION-MES.

       CARGAR-CUMPLEANEROS.
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
           ELSE
               MOVE TB-NOMBRE (IDX-BANDA) TO CATEGORIA
           END-IF.

       COPY NOTIFICACIONES-RUTINAS.
