      *>----------------------------------------------------
      *> RUTINAS DE CLASES GRUPALES. REQUIEREN COPY
      *> CLASES-GRUPALES-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       CARGAR-ENTRENADORES.
           MOVE 0 TO TOTAL-ENTRENADORES
           OPEN INPUT ARCHIVO-ENTRENADORES
           IF FS-ENTRENADORES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-ENTRENADORES NOT = "00"
               READ ARCHIVO-ENTRENADORES
                   AT END
                       MOVE "10" TO FS-ENTRENADORES
                   NOT AT END
                       IF TOTAL-ENTRENADORES < MAX-ENTRENADORES
                           ADD 1 TO TOTAL-ENTRENADORES
                           MOVE ENTRENADOR-REG TO
                               ENTRENADOR-ENTRADA
                                   (TOTAL-ENTRENADORES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ENTRENADORES.

       BUSCAR-ENTRENADOR-EN-TABLA.
           MOVE 0 TO ENTRENADOR-EN-TABLA
           PERFORM VARYING IDX-ENTRENADOR FROM 1 BY 1
                   UNTIL IDX-ENTRENADOR > TOTAL-ENTRENADORES
               IF NA-CODIGO (IDX-ENTRENADOR) = ENTRENADOR-BUSCADO
                   MOVE IDX-ENTRENADOR TO ENTRENADOR-EN-TABLA
               END-IF
           END-PERFORM.

       CARGAR-CLASES-GRUPALES.
           MOVE 0 TO TOTAL-CLASES
           OPEN INPUT ARCHIVO-CLASES-GRUPALES
           IF FS-CLASES-GRUPALES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-CLASES-GRUPALES NOT = "00"
               READ ARCHIVO-CLASES-GRUPALES
                   AT END
                       MOVE "10" TO FS-CLASES-GRUPALES
                   NOT AT END
                       IF TOTAL-CLASES < MAX-CLASES
                           ADD 1 TO TOTAL-CLASES
                           MOVE CLASE-GRUPAL-REG TO
                               CLASE-ENTRADA (TOTAL-CLASES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CLASES-GRUPALES.

       BUSCAR-CLASE-EN-TABLA.
           MOVE 0 TO CLASE-EN-TABLA
           PERFORM VARYING IDX-CLASE FROM 1 BY 1
                   UNTIL IDX-CLASE > TOTAL-CLASES
               IF XA-CODIGO (IDX-CLASE) = CLASE-BUSCADA
                   MOVE IDX-CLASE TO CLASE-EN-TABLA
               END-IF
           END-PERFORM.

       CONTAR-INSCRIPTOS-CLASE.
           MOVE 0 TO INSCRIPTOS-CLASE
           MOVE 0 TO ESPERA-CLASE
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
                           EVALUATE GI-ESTADO
                               WHEN 'I'
                                   ADD 1 TO INSCRIPTOS-CLASE
                               WHEN 'E'
                                   ADD 1 TO ESPERA-CLASE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INSCRIPCIONES-CLASE.

       BUSCAR-INSCRIPCION-CLASE.
           MOVE SPACE TO INSCRIPCION-ESTADO
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
                           AND GI-MIEMBRO = MIEMBRO-CLASE
                           AND GI-ESTADO NOT = 'B'
                           MOVE GI-ESTADO TO INSCRIPCION-ESTADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INSCRIPCIONES-CLASE.

      *>    MISMA CUENTA QUE DIAS-HABILES: EL ENTERO DE
      *>    INTEGER-OF-DATE MÓDULO 7 DA 1 = LUNES ... 0 = DOMINGO.
       CALCULAR-DIA-CLASE.
           COMPUTE DIA-CLASE-INT =
               FUNCTION INTEGER-OF-DATE (DIA-CLASE-FECHA)
           COMPUTE DIA-CLASE-NUM = FUNCTION MOD (DIA-CLASE-INT, 7)
           IF DIA-CLASE-NUM = 0
               MOVE 7 TO DIA-CLASE-NUM
           END-IF
           MOVE NOMBRE-DIA-CLASE (DIA-CLASE-NUM) TO DIA-CLASE-NOMBRE.
