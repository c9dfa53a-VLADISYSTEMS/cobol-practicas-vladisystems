      *>----------------------------------------------------
      *> RUTINAS DE LOCKERS. REQUIEREN COPY LOCKERS-WS EN
      *> WORKING-STORAGE; LAS DE LIBERACIÓN, ADEMÁS, EL
      *> ARCHIVO MIEMBROS-HIST (LINEA-HIST, FS-HIST) Y, LA
      *> DE INACTIVOS, MIEMBROS Y PARAMETROS.
      *>----------------------------------------------------
       CARGAR-LOCKERS.
           MOVE 0 TO TOTAL-LOCKERS
           OPEN INPUT ARCHIVO-LOCKERS
           IF FS-LOCKERS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-LOCKERS NOT = "00"
               READ ARCHIVO-LOCKERS
                   AT END
                       MOVE "10" TO FS-LOCKERS
                   NOT AT END
                       IF TOTAL-LOCKERS < MAX-LOCKERS
                           ADD 1 TO TOTAL-LOCKERS
                           MOVE LOCKER-REG
                               TO LOCKER-ENTRADA (TOTAL-LOCKERS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LOCKERS.

       BUSCAR-LOCKER-EN-TABLA.
           MOVE 0 TO LOCKER-EN-TABLA
           PERFORM VARYING IDX-LOCKER FROM 1 BY 1
                   UNTIL IDX-LOCKER > TOTAL-LOCKERS
               IF LB-NUMERO (IDX-LOCKER) = LOCKER-BUSCADO
                   MOVE IDX-LOCKER TO LOCKER-EN-TABLA
               END-IF
           END-PERFORM.

       REESCRIBIR-LOCKERS.
           OPEN OUTPUT ARCHIVO-LOCKERS-TMP
           PERFORM VARYING IDX-LOCKER FROM 1 BY 1
                   UNTIL IDX-LOCKER > TOTAL-LOCKERS
               MOVE LOCKER-ENTRADA (IDX-LOCKER) TO LOCKER-TMP-REG
               WRITE LOCKER-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-LOCKERS-TMP
           CALL "CBL_RENAME_FILE" USING "LOCKERS.TMP"
                                         "LOCKERS.DAT"
               RETURNING RESULT-CODE-LOCKERS.

       TARIFA-LOCKER.
           MOVE 0 TO TARIFA-LOCKER-MES
           MOVE 'N' TO TARIFA-LOCKER-HALLADA
           MOVE SPACES TO CLAVE-BUSCADA
           STRING "LOCKER-TARIFA-" DELIMITED BY SIZE
                  TAMANO-LOCKER DELIMITED BY SIZE
                  INTO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO TARIFA-LOCKER-MES
               MOVE 'S' TO TARIFA-LOCKER-HALLADA
           END-IF.

      *>----------------------------------------------------
      *> RECORRE LOS LOCKERS OCUPADOS Y LEE A SU SOCIO: LA
      *> BAJA LIBERA EN EL ACTO; LA SUSPENSIÓN, CUANDO LLEVA
      *> MESES-SUSPENSION-LOCKER MESES CUMPLIDOS DESDE
      *> M-FECHA-ESTADO. LA TABLA QUEDA MARCADA COMO CAMBIADA
      *> PARA QUE EL LLAMADOR LA REESCRIBA.
      *>----------------------------------------------------
       LIBERAR-LOCKERS-INACTIVOS.
           MOVE "LOCKER-MESES-SUSPENSION" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO MESES-SUSPENSION-LOCKER
           END-IF
           ACCEPT FECHA-HOY-LOCKER FROM DATE YYYYMMDD
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-LOCKER FROM 1 BY 1
                   UNTIL IDX-LOCKER > TOTAL-LOCKERS
               IF LB-ESTADO (IDX-LOCKER) = 'O'
                   MOVE LB-MIEMBRO (IDX-LOCKER) TO M-ID
                   READ ARCHIVO-MIEMBROS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM EVALUAR-SOCIO-LOCKER
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-MIEMBROS.

       EVALUAR-SOCIO-LOCKER.
           EVALUATE M-ESTADO
               WHEN 'B'
                   MOVE "BAJA DEL SOCIO" TO MOTIVO-LIBERACION
                   PERFORM LIBERAR-LOCKER-TABLA
               WHEN 'S'
                   MOVE FECHA-HOY-LOCKER TO FECHA-MESES-LOCKER
                   PERFORM CONTAR-MESES-LOCKER
                   MOVE MESES-FECHA-LOCKER TO MESES-SUSPENDIDO
                   MOVE DIA-FECHA-LOCKER TO DIA-HOY-LOCKER
                   MOVE M-FECHA-ESTADO TO FECHA-MESES-LOCKER
                   PERFORM CONTAR-MESES-LOCKER
                   SUBTRACT MESES-FECHA-LOCKER FROM MESES-SUSPENDIDO
                   IF DIA-HOY-LOCKER < DIA-FECHA-LOCKER
                       SUBTRACT 1 FROM MESES-SUSPENDIDO
                   END-IF
                   IF M-FECHA-ESTADO > 0
                       AND MESES-SUSPENDIDO >= MESES-SUSPENSION-LOCKER
                       MOVE "SUSPENSION PROLONGADA"
                           TO MOTIVO-LIBERACION
                       PERFORM LIBERAR-LOCKER-TABLA
                   END-IF
           END-EVALUATE.

      *>    MESES CORRIDOS (AÑO * 12 + MES) Y DÍA DE
      *>    FECHA-MESES-LOCKER.
       CONTAR-MESES-LOCKER.
           DIVIDE FECHA-MESES-LOCKER BY 100 GIVING ANIO-MES-LOCKER
               REMAINDER DIA-FECHA-LOCKER
           DIVIDE ANIO-MES-LOCKER BY 100 GIVING ANIO-LOCKER
               REMAINDER MES-LOCKER
           COMPUTE MESES-FECHA-LOCKER = ANIO-LOCKER * 12 + MES-LOCKER.

       LIBERAR-LOCKERS-SOCIO.
           ACCEPT FECHA-HOY-LOCKER FROM DATE YYYYMMDD
           PERFORM VARYING IDX-LOCKER FROM 1 BY 1
                   UNTIL IDX-LOCKER > TOTAL-LOCKERS
               IF LB-ESTADO (IDX-LOCKER) = 'O'
                   AND LB-MIEMBRO (IDX-LOCKER) = SOCIO-LIBERAR
                   PERFORM LIBERAR-LOCKER-TABLA
               END-IF
           END-PERFORM.

      *>    LIBERA EL LOCKER IDX-LOCKER Y DEJA CONSTANCIA EN EL
      *>    HISTORIAL DEL SOCIO QUE LO TENÍA.
       LIBERAR-LOCKER-TABLA.
           ACCEPT HORA-HOY-LOCKER FROM TIME
           OPEN EXTEND MIEMBROS-HIST
           IF FS-HIST = "35"
               OPEN OUTPUT MIEMBROS-HIST
           END-IF
           MOVE SPACES TO LINEA-HIST
           STRING FECHA-HOY-LOCKER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-HOY-LOCKER DELIMITED BY SIZE
                  " LOCKER " DELIMITED BY SIZE
                  LB-MIEMBRO (IDX-LOCKER) DELIMITED BY SIZE
                  " LIBERADO=" DELIMITED BY SIZE
                  LB-NUMERO (IDX-LOCKER) DELIMITED BY SIZE
                  " MOTIVO=" DELIMITED BY SIZE
                  FUNCTION TRIM(MOTIVO-LIBERACION) DELIMITED BY SIZE
                  INTO LINEA-HIST
           WRITE LINEA-HIST
           CLOSE MIEMBROS-HIST
           DISPLAY "Locker " LB-NUMERO (IDX-LOCKER)
                   " liberado (socio " LB-MIEMBRO (IDX-LOCKER)
                   ": " FUNCTION TRIM(MOTIVO-LIBERACION) ")."
           MOVE 'L' TO LB-ESTADO (IDX-LOCKER)
           MOVE 0 TO LB-MIEMBRO (IDX-LOCKER)
           MOVE 0 TO LB-FECHA-DESDE (IDX-LOCKER)
           MOVE 0 TO LB-FECHA-HASTA (IDX-LOCKER)
           ADD 1 TO LOCKERS-LIBERADOS
           MOVE 'S' TO LOCKERS-CAMBIADOS.
