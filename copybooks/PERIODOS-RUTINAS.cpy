                                   TO TP-INICIO (TOTAL-PERIODOS)
                               MOVE PF-FIN
                                   TO TP-FIN (TOTAL-PERIODOS)
                               IF PF-ESTADO = 'C'
                                   MOVE 'C'
                                       TO TP-ESTADO (TOTAL-PERIODOS)
                                   MOVE PF-FECHA-CIERRE TO
                                       TP-FECHA-CIERRE (TOTAL-PERIODOS)
                                   MOVE PF-CERRADO-POR TO
                                       TP-CERRADO-POR (TOTAL-PERIODOS)
                               ELSE
                                   MOVE 'A'
                                       TO TP-ESTADO (TOTAL-PERIODOS)
                                   MOVE 0 TO
                                       TP-FECHA-CIERRE (TOTAL-PERIODOS)
                                   MOVE 0 TO
                                       TP-CERRADO-POR (TOTAL-PERIODOS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE 'S' TO PERIODO-ENCONTRADO
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> CANDADO DE PERIODOS CERRADOS: LOS PROGRAMAS QUE
      *> REGISTRAN MOVIMIENTOS DEJAN LA FECHA DEL MOVIMIENTO
      *> EN FECHA-PERIODO. SI CAE EN UN PERIODO CERRADO SE
      *> DEVUELVE PERIODO-CERRADO = 'S' Y SE INDICA EL
      *> PERIODO ABIERTO VIGENTE (EL PRIMERO ABIERTO QUE NO
      *> TERMINA ANTES DE ESA FECHA) DONDE DEBE REGISTRARSE.
      *> SIN TABLA DE PERIODOS NO HAY CANDADO.
      *>----------------------------------------------------
       VERIFICAR-PERIODO-ABIERTO.
           IF TOTAL-PERIODOS = 0
               PERFORM CARGAR-PERIODOS-FISCALES
           END-IF
           MOVE 'N' TO PERIODO-CERRADO
           MOVE 0 TO PERIODO-CERRADO-NUM
           MOVE 0 TO PERIODO-ABIERTO-NUM
           MOVE 0 TO PERIODO-ABIERTO-INICIO
           MOVE 0 TO PERIODO-ABIERTO-FIN
           PERFORM VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO > TOTAL-PERIODOS
               IF FECHA-PERIODO >= TP-INICIO (IDX-PERIODO)
                   AND FECHA-PERIODO <= TP-FIN (IDX-PERIODO)
                   AND TP-ESTADO (IDX-PERIODO) = 'C'
                   MOVE 'S' TO PERIODO-CERRADO
                   MOVE TP-NUMERO (IDX-PERIODO)
                       TO PERIODO-CERRADO-NUM
               END-IF
           END-PERFORM
           IF PERIODO-CERRADO = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO > TOTAL-PERIODOS
               IF TP-ESTADO (IDX-PERIODO) NOT = 'C'
                   AND TP-FIN (IDX-PERIODO) >= FECHA-PERIODO
                   AND (PERIODO-ABIERTO-NUM = 0
                        OR TP-INICIO (IDX-PERIODO)
                           < PERIODO-ABIERTO-INICIO)
                   MOVE TP-NUMERO (IDX-PERIODO)
                       TO PERIODO-ABIERTO-NUM
                   MOVE TP-INICIO (IDX-PERIODO)
                       TO PERIODO-ABIERTO-INICIO
                   MOVE TP-FIN (IDX-PERIODO)
                       TO PERIODO-ABIERTO-FIN
               END-IF
           END-PERFORM
           DISPLAY "La fecha " FECHA-PERIODO " pertenece al periodo "
                   "fiscal " PERIODO-CERRADO-NUM ", que está "
                   "cerrado; no admite movimientos."
           IF PERIODO-ABIERTO-NUM > 0
               DISPLAY "Regístrelo en el periodo abierto vigente: "
                       PERIODO-ABIERTO-NUM " ("
                       PERIODO-ABIERTO-INICIO " a "
                       PERIODO-ABIERTO-FIN ")."
           ELSE
               DISPLAY "No hay un periodo abierto posterior; "
                       "genere los periodos del nuevo año fiscal "
                       "con GENERAR-PERIODOS."
           END-IF.
