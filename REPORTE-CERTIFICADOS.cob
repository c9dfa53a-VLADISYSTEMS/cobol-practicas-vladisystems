       FILE-CONTROL.
       COPY CERTIFICADOS-SELECT.
       COPY MIEMBROS-SELECT.
       COPY INCIDENTES-SELECT.
       COPY NOTIFICACIONES-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY CERTIFICADOS-FD.
       COPY MIEMBROS-FD.
       COPY INCIDENTES-FD.
       COPY NOTIFICACIONES-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY NOTIFICACIONES-WS.

       *>----------------------------------------------------
       *> VENCIMIENTO DE CERTIFICADOS MÉDICOS: PARA CADA
       *> SOCIO ACTIVO TOMA SU CERTIFICADO MÁS RECIENTE Y LO
       *> CLASIFICA EN VENCIDO O POR VENCER A 30/60/90 DÍAS
       *> DE LA FECHA DE CORTE. EL LESIONADO SIN CERTIFICADO
       *> EMITIDO DESPUÉS DE SU LESIÓN (INCIDENTES.DAT) SE
       *> LISTA COMO SIN ALTA MÉDICA AUNQUE SU CERTIFICADO
       *> ANTERIOR SIGA VIGENTE. A PEDIDO, LOS VENCIDOS Y LOS
      *> QUE VENCEN DENTRO DE 30 DÍAS RECIBEN UN AVISO POR LA
      *> COLA DE NOTIFICACIONES (UNO AL MES POR SOCIO).
       *>----------------------------------------------------
       01 FS-INCIDENTES          PIC XX.
       01 FS-CERTIFICADOS        PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 FS-REPORTE             PIC XX.
               10 SC-ID          PIC 9(6).
               10 SC-NOMBRE      PIC X(30).
               10 SC-VENCE       PIC 9(8).
               10 SC-EMISION     PIC 9(8).
               10 SC-LESION      PIC 9(8).
       01 IDX                    PIC 9(3).

       *>----------------------------------------------------
       01 TOTAL-60               PIC 9(3) VALUE 0.
       01 TOTAL-90               PIC 9(3) VALUE 0.
       01 TOTAL-SIN-CERT         PIC 9(3) VALUE 0.
       01 TOTAL-SIN-ALTA         PIC 9(3) VALUE 0.
       01 F-DIAS                 PIC -(4)9.
       01 AVISAR-VENCIMIENTOS    PIC X VALUE 'N'.

       PROCEDURE DIVISION.

               STOP RUN
           END-IF
           PERFORM CARGAR-CERTIFICADOS
           PERFORM CARGAR-INCIDENTES

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           DISPLAY "¿Encolar avisos a vencidos y por vencer a 30 "
                   "días? (S/N):"
           ACCEPT AVISAR-VENCIMIENTOS
           MOVE FUNCTION UPPER-CASE(AVISAR-VENCIMIENTOS)
               TO AVISAR-VENCIMIENTOS

           STRING "CERTIFICADOS-" DELIMITED BY SIZE
                  FECHA-CORTE DELIMITED BY SIZE

           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           IF AVISAR-VENCIMIENTOS = 'S'
               DISPLAY "Avisos encolados: " NOTIFICACIONES-ENCOLADAS
           END-IF
           STOP RUN.

       ESCRIBIR-LINEA.
                           MOVE M-ID TO SC-ID (TOTAL-SOCIOS)
                           MOVE M-NOMBRE TO SC-NOMBRE (TOTAL-SOCIOS)
                           MOVE 0 TO SC-VENCE (TOTAL-SOCIOS)
                           MOVE 0 TO SC-EMISION (TOTAL-SOCIOS)
                           MOVE 0 TO SC-LESION (TOTAL-SOCIOS)
                       END-IF
               END-READ
           END-PERFORM
                   IF CM-FECHA-VENCE > SC-VENCE (IDX)
                       MOVE CM-FECHA-VENCE TO SC-VENCE (IDX)
                   END-IF
                   IF CM-FECHA-EMISION > SC-EMISION (IDX)
                       MOVE CM-FECHA-EMISION TO SC-EMISION (IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       CARGAR-INCIDENTES.
           OPEN INPUT ARCHIVO-INCIDENTES
           IF FS-INCIDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-INCIDENTES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF IN-TIPO-PERSONA = 'S'
                           AND IN-INHABILITA = 'S'
                           PERFORM ANOTAR-LESION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INCIDENTES.

       ANOTAR-LESION.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > TOTAL-SOCIOS
               IF SC-ID (IDX) = IN-MIEMBRO
                   IF IN-FECHA > SC-LESION (IDX)
                       MOVE IN-FECHA TO SC-LESION (IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           END-PERFORM.

       CLASIFICAR-SOCIO.
           IF SC-LESION (IDX) > 0
               AND SC-EMISION (IDX) < SC-LESION (IDX)
               PERFORM LISTAR-SIN-ALTA
               EXIT PARAGRAPH
           END-IF
           IF SC-VENCE (IDX) = 0
               ADD 1 TO TOTAL-SIN-CERT
               MOVE "SIN CERT." TO CUBETA
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF
           IF AVISAR-VENCIMIENTOS = 'S'
               AND SC-VENCE (IDX) > 0
               AND DIAS-RESTANTES <= 30
               PERFORM ENCOLAR-AVISO-CERTIFICADO
           END-IF.

       ENCOLAR-AVISO-CERTIFICADO.
           MOVE SPACES TO NOTIFICACION-NUEVA
           MOVE "REPORTE-CERTIFICADOS" TO NQ-ORIGEN
           MOVE 'M' TO NQ-TIPO-DEST
           MOVE SC-ID (IDX) TO NQ-DESTINATARIO
           MOVE SC-NOMBRE (IDX) TO NQ-NOMBRE
           MOVE "CERT-VENCE" TO NQ-PLANTILLA
           STRING "VENCE=" DELIMITED BY SIZE
                  SC-VENCE (IDX) DELIMITED BY SIZE
                  ";DIAS=" DELIMITED BY SIZE
                  FUNCTION TRIM(F-DIAS) DELIMITED BY SIZE
                  INTO NQ-VARIABLES
           MOVE FECHA-CORTE (1:6) TO PERIODO-AVISO
           PERFORM ENCOLAR-NOTIFICACION-MES.

       LISTAR-SIN-ALTA.
           ADD 1 TO TOTAL-SIN-ALTA
           MOVE SPACES TO LINEA-SALIDA
           STRING SC-ID (IDX) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  SC-NOMBRE (IDX) DELIMITED BY SIZE
                  " | Lesión: " DELIMITED BY SIZE
                  SC-LESION (IDX) DELIMITED BY SIZE
                  " | SIN ALTA MÉDICA" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
                  TOTAL-90 DELIMITED BY SIZE
                  " | Sin certificado: " DELIMITED BY SIZE
                  TOTAL-SIN-CERT DELIMITED BY SIZE
                  " | Sin alta médica: " DELIMITED BY SIZE
                  TOTAL-SIN-ALTA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY NOTIFICACIONES-RUTINAS.
