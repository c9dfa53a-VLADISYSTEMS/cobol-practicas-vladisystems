      *>----------------------------------------------------
      *> RUTINAS DEL CATÁLOGO DE ARCHIVOS ANUALES. REQUIERE
      *> COPY CATALOGO-ARCHIVO-WS EN WORKING-STORAGE Y COPY
      *> CATALOGO-ARCHIVO-SELECT / CATALOGO-ARCHIVO-FD EN SUS
      *> SECCIONES.
      *>----------------------------------------------------
       CARGAR-CATALOGO-ARCHIVO.
           MOVE 0 TO TOTAL-CATALOGO
           MOVE 'S' TO CATALOGO-CARGADO
           OPEN INPUT ARCHIVO-CATALOGO
           IF FS-CATALOGO = "00"
               PERFORM UNTIL FS-CATALOGO NOT = "00"
                   READ ARCHIVO-CATALOGO
                       AT END
                           MOVE "10" TO FS-CATALOGO
                       NOT AT END
                           IF TOTAL-CATALOGO < MAX-CATALOGO
                               ADD 1 TO TOTAL-CATALOGO
                               MOVE AH-TIPO
                                   TO TAH-TIPO (TOTAL-CATALOGO)
                               MOVE AH-ANIO
                                   TO TAH-ANIO (TOTAL-CATALOGO)
                               MOVE AH-NOMBRE
                                   TO TAH-NOMBRE (TOTAL-CATALOGO)
                               MOVE AH-FECHA-DESDE
                                   TO TAH-DESDE (TOTAL-CATALOGO)
                               MOVE AH-FECHA-HASTA
                                   TO TAH-HASTA (TOTAL-CATALOGO)
                               MOVE AH-REGISTROS
                                   TO TAH-REGISTROS (TOTAL-CATALOGO)
                               MOVE AH-FECHA-ARCHIVADO
                                   TO TAH-ARCHIVADO (TOTAL-CATALOGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CATALOGO
           END-IF.

      *>----------------------------------------------------
      *> ARCHIVO ANUAL QUE CONTIENE ARCHIVO-FECHA-BUSCADA. SI
      *> EL AÑO ESTÁ CATALOGADO PERO LA FECHA CAE FUERA DE SU
      *> RANGO, LA FECHA NO ESTÁ ARCHIVADA Y NO HAY QUE ABRIR
      *> NADA.
      *>----------------------------------------------------
       UBICAR-ARCHIVO-POR-FECHA.
           IF CATALOGO-CARGADO = 'N'
               PERFORM CARGAR-CATALOGO-ARCHIVO
           END-IF
           MOVE ARCHIVO-FECHA-BUSCADA (1:4) TO ARCHIVO-ANIO-BUSCADO
           PERFORM UBICAR-ARCHIVO-POR-ANIO
           IF ARCHIVO-EN-CATALOGO = 'S'
               IF ARCHIVO-FECHA-BUSCADA < TAH-DESDE (IDX-CATALOGO)
                   OR ARCHIVO-FECHA-BUSCADA >
                      TAH-HASTA (IDX-CATALOGO)
                   MOVE 'N' TO ARCHIVO-UBICADO
               END-IF
           END-IF.

      *>----------------------------------------------------
      *> ARCHIVO ANUAL DE ARCHIVO-ANIO-BUSCADO. DEJA
      *> IDX-CATALOGO EN LA ENTRADA HALLADA.
      *>----------------------------------------------------
       UBICAR-ARCHIVO-POR-ANIO.
           IF CATALOGO-CARGADO = 'N'
               PERFORM CARGAR-CATALOGO-ARCHIVO
           END-IF
           MOVE 'N' TO ARCHIVO-EN-CATALOGO
           MOVE 'S' TO ARCHIVO-UBICADO
           MOVE SPACES TO NOMBRE-ARCHIVO-ANUAL
           PERFORM VARYING IDX-CATALOGO FROM 1 BY 1
                   UNTIL IDX-CATALOGO > TOTAL-CATALOGO
                      OR ARCHIVO-EN-CATALOGO = 'S'
               IF TAH-TIPO (IDX-CATALOGO) = ARCHIVO-TIPO-BUSCADO
                   AND TAH-ANIO (IDX-CATALOGO) = ARCHIVO-ANIO-BUSCADO
                   MOVE 'S' TO ARCHIVO-EN-CATALOGO
                   MOVE TAH-NOMBRE (IDX-CATALOGO)
                       TO NOMBRE-ARCHIVO-ANUAL
               END-IF
           END-PERFORM
           IF ARCHIVO-EN-CATALOGO = 'S'
               SUBTRACT 1 FROM IDX-CATALOGO
           ELSE
               PERFORM ARMAR-NOMBRE-ARCHIVO-ANUAL
           END-IF.

       ARMAR-NOMBRE-ARCHIVO-ANUAL.
           MOVE SPACES TO NOMBRE-ARCHIVO-ANUAL
           IF ARCHIVO-TIPO-BUSCADO = 'I'
               STRING "VISITANTES-ARCHIVO-" DELIMITED BY SIZE
                      ARCHIVO-ANIO-BUSCADO DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-ARCHIVO-ANUAL
           ELSE
               STRING "VENTAS-ARCHIVO-" DELIMITED BY SIZE
                      ARCHIVO-ANIO-BUSCADO DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-ARCHIVO-ANUAL
           END-IF.

      *>----------------------------------------------------
      *> ALTA O AMPLIACIÓN DE LA ENTRADA DE ARCHIVO-TIPO-
      *> BUSCADO / ARCHIVO-ANIO-BUSCADO CON EL RANGO Y LOS
      *> REGISTROS DE LA CORRIDA, Y REESCRITURA DEL CATÁLOGO
      *> (ARCHIVO TEMPORAL + CBL_RENAME_FILE).
      *>----------------------------------------------------
       REGISTRAR-EN-CATALOGO.
           PERFORM CARGAR-CATALOGO-ARCHIVO
           ACCEPT CATALOGO-HOY FROM DATE YYYYMMDD
           PERFORM UBICAR-ARCHIVO-POR-ANIO
           IF ARCHIVO-EN-CATALOGO = 'N'
               IF TOTAL-CATALOGO >= MAX-CATALOGO
                   DISPLAY "ADVERTENCIA: catálogo de archivos "
                           "lleno; no se registró "
                           NOMBRE-ARCHIVO-ANUAL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-CATALOGO
               MOVE TOTAL-CATALOGO TO IDX-CATALOGO
               MOVE ARCHIVO-TIPO-BUSCADO TO TAH-TIPO (IDX-CATALOGO)
               MOVE ARCHIVO-ANIO-BUSCADO TO TAH-ANIO (IDX-CATALOGO)
               MOVE NOMBRE-ARCHIVO-ANUAL TO TAH-NOMBRE (IDX-CATALOGO)
               MOVE CATALOGO-DESDE-NUEVO TO TAH-DESDE (IDX-CATALOGO)
               MOVE CATALOGO-HASTA-NUEVO TO TAH-HASTA (IDX-CATALOGO)
               MOVE 0 TO TAH-REGISTROS (IDX-CATALOGO)
           END-IF
           IF CATALOGO-DESDE-NUEVO < TAH-DESDE (IDX-CATALOGO)
               MOVE CATALOGO-DESDE-NUEVO TO TAH-DESDE (IDX-CATALOGO)
           END-IF
           IF CATALOGO-HASTA-NUEVO > TAH-HASTA (IDX-CATALOGO)
               MOVE CATALOGO-HASTA-NUEVO TO TAH-HASTA (IDX-CATALOGO)
           END-IF
           ADD CATALOGO-REG-NUEVOS TO TAH-REGISTROS (IDX-CATALOGO)
           MOVE CATALOGO-HOY TO TAH-ARCHIVADO (IDX-CATALOGO)

           OPEN OUTPUT ARCHIVO-CATALOGO-TMP
           PERFORM VARYING IDX-CATALOGO FROM 1 BY 1
                   UNTIL IDX-CATALOGO > TOTAL-CATALOGO
               MOVE TAH-TIPO (IDX-CATALOGO) TO AH-TIPO
               MOVE TAH-ANIO (IDX-CATALOGO) TO AH-ANIO
               MOVE TAH-NOMBRE (IDX-CATALOGO) TO AH-NOMBRE
               MOVE TAH-DESDE (IDX-CATALOGO) TO AH-FECHA-DESDE
               MOVE TAH-HASTA (IDX-CATALOGO) TO AH-FECHA-HASTA
               MOVE TAH-REGISTROS (IDX-CATALOGO) TO AH-REGISTROS
               MOVE TAH-ARCHIVADO (IDX-CATALOGO)
                   TO AH-FECHA-ARCHIVADO
               MOVE CATALOGO-REG TO CATALOGO-TMP-REG
               WRITE CATALOGO-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-CATALOGO-TMP
           CALL "CBL_RENAME_FILE" USING "CATALOGO-ARCHIVO.TMP"
                                         "CATALOGO-ARCHIVO.DAT"
               RETURNING RESULT-CODE-CATALOGO.
