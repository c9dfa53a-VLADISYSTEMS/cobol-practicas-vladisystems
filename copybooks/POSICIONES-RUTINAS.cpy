      *>----------------------------------------------------
      *> TABLA DE POSICIONES POR CATEGORÍA: PJ/PG/PE/PP,
      *> GOLES Y PUNTOS, ORDENADA POR PUNTOS Y DIFERENCIA.
      *>----------------------------------------------------
       CALCULAR-POSICIONES.
           MOVE 0 TO TOTAL-TABLA
           MOVE 'N' TO HAY-RESULTADOS
           OPEN INPUT ARCHIVO-RESULTADOS
           IF FS-RESULTADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO HAY-RESULTADOS
           PERFORM UNTIL FS-RESULTADOS NOT = "00"
               READ ARCHIVO-RESULTADOS
                   AT END
                       MOVE "10" TO FS-RESULTADOS
                   NOT AT END
                       PERFORM ACUMULAR-PARTIDO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESULTADOS
           PERFORM COMPLETAR-CATEGORIAS
           PERFORM ORDENAR-TABLA.

       ACUMULAR-PARTIDO.
           MOVE RS-LOCAL TO EQUIPO-SUMAR
           MOVE RS-GOLES-LOCAL TO GOLES-FAVOR
           MOVE RS-GOLES-VISITA TO GOLES-CONTRA
           PERFORM SUMAR-EQUIPO
           MOVE RS-VISITA TO EQUIPO-SUMAR
           MOVE RS-GOLES-VISITA TO GOLES-FAVOR
           MOVE RS-GOLES-LOCAL TO GOLES-CONTRA
           PERFORM SUMAR-EQUIPO.

       SUMAR-EQUIPO.
           EVALUATE TRUE
               WHEN GOLES-FAVOR > GOLES-CONTRA
                   MOVE 3 TO PUNTOS-SUMAR
               WHEN GOLES-FAVOR = GOLES-CONTRA
                   MOVE 1 TO PUNTOS-SUMAR
               WHEN OTHER
                   MOVE 0 TO PUNTOS-SUMAR
           END-EVALUATE
           MOVE 'N' TO EQUIPO-EN-TABLA
           PERFORM VARYING IDX-POSICION FROM 1 BY 1
                   UNTIL IDX-POSICION > TOTAL-TABLA
                      OR EQUIPO-EN-TABLA = 'S'
               IF TB-EQUIPO (IDX-POSICION) = EQUIPO-SUMAR
                   PERFORM SUMAR-EN-RENGLON
                   MOVE 'S' TO EQUIPO-EN-TABLA
               END-IF
           END-PERFORM
           IF EQUIPO-EN-TABLA = 'N' AND TOTAL-TABLA < MAX-TABLA
               ADD 1 TO TOTAL-TABLA
               MOVE TOTAL-TABLA TO IDX-POSICION
               MOVE EQUIPO-SUMAR TO TB-EQUIPO (IDX-POSICION)
               MOVE SPACES TO TB-CATEGORIA (IDX-POSICION)
               MOVE 0 TO TB-PJ (IDX-POSICION)
               MOVE 0 TO TB-PG (IDX-POSICION)
               MOVE 0 TO TB-PE (IDX-POSICION)
               MOVE 0 TO TB-PP (IDX-POSICION)
               MOVE 0 TO TB-GF (IDX-POSICION)
               MOVE 0 TO TB-GC (IDX-POSICION)
               MOVE 0 TO TB-PTS (IDX-POSICION)
               PERFORM SUMAR-EN-RENGLON
           END-IF.

       SUMAR-EN-RENGLON.
           ADD 1 TO TB-PJ (IDX-POSICION)
           EVALUATE PUNTOS-SUMAR
               WHEN 3
                   ADD 1 TO TB-PG (IDX-POSICION)
               WHEN 1
                   ADD 1 TO TB-PE (IDX-POSICION)
               WHEN OTHER
                   ADD 1 TO TB-PP (IDX-POSICION)
           END-EVALUATE
           ADD GOLES-FAVOR TO TB-GF (IDX-POSICION)
           ADD GOLES-CONTRA TO TB-GC (IDX-POSICION)
           ADD PUNTOS-SUMAR TO TB-PTS (IDX-POSICION).

       COMPLETAR-CATEGORIAS.
           OPEN INPUT ARCHIVO-EQUIPOS
           IF FS-EQUIPOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-EQUIPOS NOT = "00"
               READ ARCHIVO-EQUIPOS
                   AT END
                       MOVE "10" TO FS-EQUIPOS
                   NOT AT END
                       PERFORM VARYING IDX-POSICION FROM 1 BY 1
                               UNTIL IDX-POSICION > TOTAL-TABLA
                           IF TB-EQUIPO (IDX-POSICION) = EQ-CODIGO
                               MOVE EQ-CATEGORIA
                                   TO TB-CATEGORIA (IDX-POSICION)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EQUIPOS.

      *>----------------------------------------------------
      *> BURBUJA: PRIMERO POR CATEGORÍA, Y DENTRO DE ELLA POR
      *> PUNTOS Y DIFERENCIA DE GOLES DESCENDENTES.
      *>----------------------------------------------------
       ORDENAR-TABLA.
           MOVE 'N' TO POSICIONES-ORDENADAS
           PERFORM UNTIL POSICIONES-ORDENADAS = 'S'
               MOVE 'S' TO POSICIONES-ORDENADAS
               PERFORM VARYING IDX-POSICION FROM 1 BY 1
                       UNTIL IDX-POSICION >= TOTAL-TABLA
                   COMPUTE IDX-POSICION2 = IDX-POSICION + 1
                   IF TB-CATEGORIA (IDX-POSICION)
                           > TB-CATEGORIA (IDX-POSICION2)
                       OR (TB-CATEGORIA (IDX-POSICION) =
                           TB-CATEGORIA (IDX-POSICION2)
                           AND (TB-PTS (IDX-POSICION)
                                 < TB-PTS (IDX-POSICION2)
                             OR (TB-PTS (IDX-POSICION) =
                                 TB-PTS (IDX-POSICION2)
                                 AND TB-GF (IDX-POSICION)
                                     - TB-GC (IDX-POSICION)
                                   < TB-GF (IDX-POSICION2)
                                     - TB-GC (IDX-POSICION2))))
                       MOVE POSICION-ENTRADA (IDX-POSICION)
                           TO POSICION-TEMPORAL
                       MOVE POSICION-ENTRADA (IDX-POSICION2)
                           TO POSICION-ENTRADA (IDX-POSICION)
                       MOVE POSICION-TEMPORAL
                           TO POSICION-ENTRADA (IDX-POSICION2)
                       MOVE 'N' TO POSICIONES-ORDENADAS
                   END-IF
               END-PERFORM
           END-PERFORM.
