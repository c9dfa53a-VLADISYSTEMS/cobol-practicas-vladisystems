      *>----------------------------------------------------
      *> RUTINAS DE NÚMEROS DE SERIE. REQUIEREN COPY
      *> SERIES-WS EN WORKING-STORAGE Y COPY SERIES-SELECT /
      *> SERIES-FD EN SUS SECCIONES (PATRÓN DE ARCHIVO
      *> TEMPORAL). SR-CODIGO = 0 BUSCA LA SERIE EN
      *> CUALQUIER PRODUCTO.
      *>----------------------------------------------------
       BUSCAR-SERIE.
           MOVE 'N' TO SR-HALLADA
           OPEN INPUT ARCHIVO-SERIES
           IF FS-SERIES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SR-FIN
           PERFORM UNTIL SR-FIN = 'S'
               READ ARCHIVO-SERIES
                   AT END
                       MOVE 'S' TO SR-FIN
                   NOT AT END
                       IF SE-SERIE = SR-SERIE
                           AND (SR-CODIGO = 0
                                OR SE-CODIGO = SR-CODIGO)
                           MOVE 'S' TO SR-HALLADA
                           MOVE 'S' TO SR-FIN
                           MOVE SE-CODIGO TO SR-CODIGO
                           MOVE SE-ESTADO TO SR-ESTADO
                           MOVE SE-PROVEEDOR TO SR-PROVEEDOR
                           MOVE SE-OC TO SR-OC
                           MOVE SE-FECHA-ENTRADA TO SR-FECHA-ENTRADA
                           MOVE SE-CAJA TO SR-CAJA
                           MOVE SE-FOLIO TO SR-FOLIO
                           MOVE SE-FECHA-VENTA TO SR-FECHA-VENTA
                           MOVE SE-CLIENTE TO SR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SERIES.

       REGISTRAR-SERIE.
           OPEN EXTEND ARCHIVO-SERIES
           IF FS-SERIES = "35"
               OPEN OUTPUT ARCHIVO-SERIES
           END-IF
           PERFORM MOVER-SR-A-SERIE
           WRITE SERIE-REG
           CLOSE ARCHIVO-SERIES.

       ACTUALIZAR-SERIE.
           OPEN INPUT ARCHIVO-SERIES
           IF FS-SERIES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-SERIES-TMP
           MOVE 'N' TO SR-FIN
           PERFORM UNTIL SR-FIN = 'S'
               READ ARCHIVO-SERIES
                   AT END
                       MOVE 'S' TO SR-FIN
                   NOT AT END
                       IF SE-CODIGO = SR-CODIGO
                           AND SE-SERIE = SR-SERIE
                           PERFORM MOVER-SR-A-SERIE
                       END-IF
                       MOVE SERIE-REG TO SERIE-TMP-REG
                       WRITE SERIE-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SERIES
           CLOSE ARCHIVO-SERIES-TMP
           CALL "CBL_RENAME_FILE" USING "SERIES.TMP"
                                         "SERIES.DAT"
               RETURNING SR-RESULT-CODE.

       MOVER-SR-A-SERIE.
           MOVE SR-CODIGO TO SE-CODIGO
           MOVE SR-SERIE TO SE-SERIE
           MOVE SR-ESTADO TO SE-ESTADO
           MOVE SR-PROVEEDOR TO SE-PROVEEDOR
           MOVE SR-OC TO SE-OC
           MOVE SR-FECHA-ENTRADA TO SE-FECHA-ENTRADA
           MOVE SR-CAJA TO SE-CAJA
           MOVE SR-FOLIO TO SE-FOLIO
           MOVE SR-FECHA-VENTA TO SE-FECHA-VENTA
           MOVE SR-CLIENTE TO SE-CLIENTE.

      *>----------------------------------------------------
      *> REVERSO: TODA SERIE VENDIDA EN LA FACTURA ORIGINAL
      *> VUELVE A STOCK (D) SIN DATOS DE VENTA.
      *>----------------------------------------------------
       DEVOLVER-SERIES-FOLIO.
           MOVE 0 TO SR-DEVUELTAS
           OPEN INPUT ARCHIVO-SERIES
           IF FS-SERIES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-SERIES-TMP
           MOVE 'N' TO SR-FIN
           PERFORM UNTIL SR-FIN = 'S'
               READ ARCHIVO-SERIES
                   AT END
                       MOVE 'S' TO SR-FIN
                   NOT AT END
                       IF SE-ESTADO = 'V'
                           AND SE-CAJA = SR-CAJA
                           AND SE-FOLIO = SR-FOLIO
                           AND SE-FECHA-VENTA = SR-FECHA-VENTA
                           MOVE 'D' TO SE-ESTADO
                           MOVE 0 TO SE-CAJA
                           MOVE 0 TO SE-FOLIO
                           MOVE 0 TO SE-FECHA-VENTA
                           MOVE 0 TO SE-CLIENTE
                           ADD 1 TO SR-DEVUELTAS
                       END-IF
                       MOVE SERIE-REG TO SERIE-TMP-REG
                       WRITE SERIE-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SERIES
           CLOSE ARCHIVO-SERIES-TMP
           CALL "CBL_RENAME_FILE" USING "SERIES.TMP"
                                         "SERIES.DAT"
               RETURNING SR-RESULT-CODE.

      *>----------------------------------------------------
      *> ENTRADA DE UN PRODUCTO SERIALIZADO: UNA SERIE POR
      *> UNIDAD RECIBIDA, SIN REPETIR UNA QUE YA ESTÉ
      *> REGISTRADA PARA EL MISMO PRODUCTO.
      *>----------------------------------------------------
       CAPTURAR-SERIES-ENTRADA.
           MOVE 0 TO SR-CAPTURADAS
           MOVE SR-UNIDADES TO F-SR-UNIDADES
           PERFORM UNTIL SR-CAPTURADAS = SR-UNIDADES
               COMPUTE F-SR-UNIDAD = SR-CAPTURADAS + 1
               DISPLAY "Número de serie de la unidad "
                       FUNCTION TRIM(F-SR-UNIDAD) " de "
                       FUNCTION TRIM(F-SR-UNIDADES) ":"
               MOVE SPACES TO SR-SERIE
               ACCEPT SR-SERIE
               MOVE FUNCTION UPPER-CASE(SR-SERIE) TO SR-SERIE
               IF SR-SERIE = SPACES
                   DISPLAY "La serie es obligatoria. Intente de "
                           "nuevo."
               ELSE
                   MOVE PR-CODIGO TO SR-CODIGO
                   PERFORM BUSCAR-SERIE
                   IF SR-HALLADA = 'S'
                       DISPLAY "La serie " FUNCTION TRIM(SR-SERIE)
                               " ya está registrada. Intente de "
                               "nuevo."
                   ELSE
                       PERFORM REGISTRAR-SERIE-ENTRADA
                   END-IF
               END-IF
           END-PERFORM.

       REGISTRAR-SERIE-ENTRADA.
           MOVE PR-CODIGO TO SR-CODIGO
           MOVE 'D' TO SR-ESTADO
           ACCEPT SR-FECHA-ENTRADA FROM DATE YYYYMMDD
           MOVE 0 TO SR-CAJA
           MOVE 0 TO SR-FOLIO
           MOVE 0 TO SR-FECHA-VENTA
           MOVE 0 TO SR-CLIENTE
           PERFORM REGISTRAR-SERIE
           ADD 1 TO SR-CAPTURADAS.
