               FILE STATUS IS FS-CAMBIOS.
       COPY BITACORA-SELECT.
       COPY FERIADOS-SELECT.
       COPY NOTIFICACIONES-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY BITACORA-FD.
       COPY FERIADOS-FD.
       COPY NOTIFICACIONES-FD.

       FD  ARCHIVO-CHECKPOINT.
       01  CKP-REG.
       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY BITACORA-WS.
       COPY NOTIFICACIONES-WS.
       01 COMANDO-ESCALAR        PIC X(40) VALUE SPACES.
       01 COMANDO-TARJETAS       PIC X(40) VALUE SPACES.

       *>----------------------------------------------------
       *> CONTROL DE LECTURA
                       "córralo a mano."
           END-CALL

      *>    Y LA IMPRESIÓN DE TARJETAS DE LAS ALTAS Y DE LOS
      *>    SOCIOS QUE ACABAN DE CAMBIAR DE CATEGORÍA.
           MOVE "./TARJETAS-SOCIOS LOTE" TO COMANDO-TARJETAS
           CALL "SYSTEM" USING COMANDO-TARJETAS
           ON EXCEPTION
               DISPLAY "No se pudo ejecutar TARJETAS-SOCIOS; "
                       "córralo a mano."
           END-CALL

           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE TOTAL-MIEMBROS TO BW-REGISTROS
                   DISPLAY "ERROR al actualizar el socio " M-ID
               END-REWRITE
               PERFORM GRABAR-CARTA-CAMBIO
               PERFORM ENCOLAR-AVISO-CAMBIO
               PERFORM GRABAR-RESUMEN-CAMBIO
           END-IF

           WRITE LINEA-CARTA FROM LINEA-DOC
           CLOSE ARCHIVO-CARTA.

      *>----------------------------------------------------
      *> EL MISMO AVISO SALE POR LA COLA DE NOTIFICACIONES AL
      *> CANAL QUE PREFIERA EL SOCIO.
      *>----------------------------------------------------
       ENCOLAR-AVISO-CAMBIO.
           MOVE SPACES TO NOTIFICACION-NUEVA
           MOVE "RECATEGORIZAR-MIEMBROS" TO NQ-ORIGEN
           MOVE 'M' TO NQ-TIPO-DEST
           MOVE M-ID TO NQ-DESTINATARIO
           MOVE M-NOMBRE TO NQ-NOMBRE
           MOVE "CAMBIO-CATEG" TO NQ-PLANTILLA
           STRING "ANTES=" DELIMITED BY SIZE
                  FUNCTION TRIM(CATEGORIA-ANTES) DELIMITED BY SIZE
                  ";NUEVA=" DELIMITED BY SIZE
                  FUNCTION TRIM(CATEGORIA-NUEVA) DELIMITED BY SIZE
                  ";DESDE=" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  INTO NQ-VARIABLES
           PERFORM ENCOLAR-NOTIFICACION.

       GRABAR-RESUMEN-CAMBIO.
           IF CAMBIOS-ABIERTO = 'N'
               MOVE SPACES TO NOMBRE-ARCHIVO-CAMBIOS
       COPY FERIADOS-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY BITACORA-RUTINAS.
       COPY NOTIFICACIONES-RUTINAS.
