       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIGRAR-CLIENTES-IDX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-ANTERIOR ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CLIENTE-ANT
               FILE STATUS IS FS-ANTERIOR.
           SELECT CLIENTES-V2-ANTERIOR ASSIGN TO "CLIENTES.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ID-CLIENTE-V2
               FILE STATUS IS FS-ANTERIOR.
           SELECT CLIENTES-RESPALDO ASSIGN TO "CLIENTES-V1.BAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPALDO.
           SELECT CLIENTES-RESPALDO-V2 ASSIGN TO "CLIENTES-V2.BAK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESPALDO-V2.
           SELECT ARCHIVO-NIVELES ASSIGN TO "NIVELES-CLIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NIVELES.
       COPY CLIENTES-IDX-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-ANTERIOR.
       01  CLIENTE-ANT-REG.
           05 ID-CLIENTE-ANT       PIC 9(4).
           05 NOMBRE-ANT           PIC X(30).
           05 TELEFONO-ANT         PIC X(10).

      *>----------------------------------------------------
      *> CLIENTES.IDX CON RUT Y DIRECCIÓN PERO AÚN SIN NIVEL
      *> DE PRECIO (214 BYTES).
      *>----------------------------------------------------
       FD  CLIENTES-V2-ANTERIOR.
       01  CLIENTE-V2-ANT-REG.
           05 ID-CLIENTE-V2        PIC 9(4).
           05 FILLER               PIC X(210).

       FD  CLIENTES-RESPALDO.
       01  CLIENTE-RESPALDO-REG.
           05 ID-CLIENTE-RSP       PIC 9(4).
           05 NOMBRE-RSP           PIC X(30).
           05 TELEFONO-RSP         PIC X(10).

       FD  CLIENTES-RESPALDO-V2.
       01  CLIENTE-RESPALDO-V2-REG PIC X(214).

      *>----------------------------------------------------
      *> TABLA DE NIVELES QUE SE LLEVABA APARTE DEL MAESTRO.
      *>----------------------------------------------------
       FD  ARCHIVO-NIVELES.
       01  REGISTRO-NIVEL.
           05 NV-CLIENTE           PIC 9(4).
           05 NV-NIVEL             PIC X.

       COPY CLIENTES-IDX-FD.

       WORKING-STORAGE SECTION.

       *>----------------------------------------------------
       *> MIGRACIÓN ÚNICA DE CLIENTES.IDX AL REGISTRO CON RUT,
       *> RAZÓN SOCIAL, DIRECCIÓN, COMUNA, CIUDAD, E-MAIL Y
       *> NIVEL DE PRECIO. EL MAESTRO ACTUAL SE DESCARGA A
       *> CLIENTES-V2.BAK (SI AÚN ERA EL ANTIGUO DE ID, NOMBRE
       *> Y TELÉFONO, PASANDO ANTES POR CLIENTES-V1.BAK), Y
       *> DESDE ÉL SE RECREA CLIENTES.IDX. EL NIVEL DE CADA
       *> CLIENTE SE TOMA DE NIVELES-CLIENTE.DAT, QUE QUEDA
       *> RENOMBRADO A NIVELES-CLIENTE.BAK; SIN NIVEL QUEDA EN
       *> DETAL. LOS RESPALDOS QUEDAN POR SI HAY QUE VOLVER
       *> ATRÁS. SI CLIENTES-V2.BAK YA EXISTE, LA MIGRACIÓN YA
       *> SE HIZO Y NO SE REPITE.
       *>----------------------------------------------------
       77 FS-ANTERIOR            PIC XX.
       77 FS-RESPALDO            PIC XX.
       77 FS-RESPALDO-V2         PIC XX.
       77 FS-NIVELES             PIC XX.
       77 FS-CLIENTES-IDX        PIC XX.
       77 FIN-ARCHIVO            PIC X VALUE 'N'.
       77 NIVELES-HALLADOS       PIC X VALUE 'N'.
       77 RESULT-CODE            PIC 9(2).
       77 CONTADOR-DESCARGADOS   PIC 9(5) VALUE 0.
       77 CONTADOR-MIGRADOS      PIC 9(5) VALUE 0.
       77 CONTADOR-DUPLICADOS    PIC 9(5) VALUE 0.
       77 CONTADOR-CON-NIVEL     PIC 9(5) VALUE 0.

       01 TABLA-NIVELES-MIGRADOS.
           05 NIVEL-MIGRADO OCCURS 9999 TIMES PIC X.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "== CONVERSIÓN DE CLIENTES.IDX AL FORMATO CON "
                   "RUT, DIRECCIÓN Y NIVEL DE PRECIO =="

           OPEN INPUT CLIENTES-RESPALDO-V2
           IF FS-RESPALDO-V2 = "00"
               CLOSE CLIENTES-RESPALDO-V2
               DISPLAY "CLIENTES-V2.BAK ya existe: CLIENTES.IDX ya "
                       "fue convertido. No se hizo nada."
               STOP RUN
           END-IF

           OPEN INPUT CLIENTES-RESPALDO
           IF FS-RESPALDO = "00"
               CLOSE CLIENTES-RESPALDO
               PERFORM DESCARGAR-V2
           ELSE
               PERFORM DESCARGAR-V1
           END-IF

           PERFORM CARGAR-NIVELES

           OPEN INPUT CLIENTES-RESPALDO-V2
           OPEN OUTPUT CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX NOT = "00"
               DISPLAY "No se pudo recrear CLIENTES.IDX ("
                       FS-CLIENTES-IDX "); los datos quedaron en "
                       "CLIENTES-V2.BAK."
               CLOSE CLIENTES-RESPALDO-V2
               STOP RUN
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM CARGAR-NUEVO
           CLOSE CLIENTES-RESPALDO-V2
           CLOSE CLIENTES-INDEXADO

           IF NIVELES-HALLADOS = 'S'
               CALL "CBL_RENAME_FILE" USING "NIVELES-CLIENTE.DAT"
                                            "NIVELES-CLIENTE.BAK"
                   RETURNING RESULT-CODE
           END-IF

           DISPLAY "Clientes descargados: " CONTADOR-DESCARGADOS
           DISPLAY "Clientes migrados   : " CONTADOR-MIGRADOS
           DISPLAY "Con nivel mayorista o institucional: "
                   CONTADOR-CON-NIVEL
           DISPLAY "Claves duplicadas   : " CONTADOR-DUPLICADOS
           DISPLAY "El maestro anterior quedó como CLIENTES-V2.BAK."
           IF NIVELES-HALLADOS = 'S'
               IF RESULT-CODE = 0
                   DISPLAY "NIVELES-CLIENTE.DAT quedó como "
                           "NIVELES-CLIENTE.BAK."
               ELSE
                   DISPLAY "No se pudo renombrar NIVELES-CLIENTE.DAT;"
                           " ya no se usa y puede borrarse."
               END-IF
           END-IF
           DISPLAY "Complete RUT, dirección y nivel con "
                   "MANTENER-CLIENTES."
           DISPLAY "== FIN DE LA CONVERSIÓN =="
           STOP RUN.

      *>----------------------------------------------------
      *> MAESTRO ANTIGUO (ID, NOMBRE, TELÉFONO): SE DESCARGA A
      *> CLIENTES-V1.BAK Y DE AHÍ A CLIENTES-V2.BAK CON LOS
      *> CAMPOS NUEVOS EN BLANCO.
      *>----------------------------------------------------
       DESCARGAR-V1.
           OPEN INPUT CLIENTES-ANTERIOR
           IF FS-ANTERIOR NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES.IDX en el formato "
                       "antiguo (" FS-ANTERIOR ")"
               STOP RUN
           END-IF
           OPEN OUTPUT CLIENTES-RESPALDO
           IF FS-RESPALDO NOT = "00"
               DISPLAY "No se pudo crear CLIENTES-V1.BAK ("
                       FS-RESPALDO ")"
               CLOSE CLIENTES-ANTERIOR
               STOP RUN
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM DESCARGAR-ANTERIOR
           CLOSE CLIENTES-ANTERIOR
           CLOSE CLIENTES-RESPALDO

           OPEN INPUT CLIENTES-RESPALDO
           OPEN OUTPUT CLIENTES-RESPALDO-V2
           IF FS-RESPALDO-V2 NOT = "00"
               DISPLAY "No se pudo crear CLIENTES-V2.BAK ("
                       FS-RESPALDO-V2 "); los datos quedaron en "
                       "CLIENTES-V1.BAK."
               CLOSE CLIENTES-RESPALDO
               STOP RUN
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ CLIENTES-RESPALDO
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE CLIENTE-RESPALDO-REG
                           TO CLIENTE-RESPALDO-V2-REG
                       WRITE CLIENTE-RESPALDO-V2-REG
               END-READ
           END-PERFORM
           CLOSE CLIENTES-RESPALDO
           CLOSE CLIENTES-RESPALDO-V2.

       DESCARGAR-ANTERIOR.
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ CLIENTES-ANTERIOR NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE CLIENTE-ANT-REG TO CLIENTE-RESPALDO-REG
                       WRITE CLIENTE-RESPALDO-REG
                       ADD 1 TO CONTADOR-DESCARGADOS
               END-READ
           END-PERFORM.

      *>----------------------------------------------------
      *> MAESTRO YA CONVERTIDO A RUT Y DIRECCIÓN (EXISTE
      *> CLIENTES-V1.BAK): SE DESCARGA TAL CUAL.
      *>----------------------------------------------------
       DESCARGAR-V2.
           OPEN INPUT CLIENTES-V2-ANTERIOR
           IF FS-ANTERIOR NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES.IDX ("
                       FS-ANTERIOR ")"
               STOP RUN
           END-IF
           OPEN OUTPUT CLIENTES-RESPALDO-V2
           IF FS-RESPALDO-V2 NOT = "00"
               DISPLAY "No se pudo crear CLIENTES-V2.BAK ("
                       FS-RESPALDO-V2 ")"
               CLOSE CLIENTES-V2-ANTERIOR
               STOP RUN
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ CLIENTES-V2-ANTERIOR NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE CLIENTE-V2-ANT-REG
                           TO CLIENTE-RESPALDO-V2-REG
                       WRITE CLIENTE-RESPALDO-V2-REG
                       ADD 1 TO CONTADOR-DESCARGADOS
               END-READ
           END-PERFORM
           CLOSE CLIENTES-V2-ANTERIOR
           CLOSE CLIENTES-RESPALDO-V2.

      *>----------------------------------------------------
      *> NIVELES-CLIENTE.DAT A LA TABLA EN MEMORIA, POR NÚMERO
      *> DE CLIENTE. SÓLO CUENTAN MAYORISTA E INSTITUCIONAL;
      *> LO DEMÁS ES DETAL (BLANCO EN LA FICHA).
      *>----------------------------------------------------
       CARGAR-NIVELES.
           MOVE SPACES TO TABLA-NIVELES-MIGRADOS
           OPEN INPUT ARCHIVO-NIVELES
           IF FS-NIVELES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO NIVELES-HALLADOS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-NIVELES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF NV-CLIENTE > 0
                           AND (NV-NIVEL = 'M' OR NV-NIVEL = 'I')
                           MOVE NV-NIVEL
                               TO NIVEL-MIGRADO (NV-CLIENTE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-NIVELES.

       CARGAR-NUEVO.
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ CLIENTES-RESPALDO-V2
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM CONVERTIR-REGISTRO
               END-READ
           END-PERFORM.

       CONVERTIR-REGISTRO.
           MOVE CLIENTE-RESPALDO-V2-REG TO REGISTRO-CLIENTE-IDX
           IF ID-CLIENTE > 0
               MOVE NIVEL-MIGRADO (ID-CLIENTE) TO NIVEL-IDX
           END-IF
           WRITE REGISTRO-CLIENTE-IDX
               INVALID KEY
                   ADD 1 TO CONTADOR-DUPLICADOS
                   DISPLAY "ERROR: clave duplicada para el cliente "
                           ID-CLIENTE
               NOT INVALID KEY
                   ADD 1 TO CONTADOR-MIGRADOS
                   IF NIVEL-IDX NOT = SPACE
                       ADD 1 TO CONTADOR-CON-NIVEL
                   END-IF
           END-WRITE.
