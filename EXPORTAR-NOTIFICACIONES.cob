       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-NOTIFICACIONES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY NOTIFICACIONES-SELECT.
       COPY PREFERENCIAS-SELECT.
       COPY CONTACTOS-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY MIEMBROS-SELECT.
       COPY BITACORA-SELECT.
           SELECT ARCHIVO-ENVIO
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-ENVIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ENVIO.

       DATA DIVISION.
       FILE SECTION.
       COPY NOTIFICACIONES-FD.
       COPY PREFERENCIAS-FD.
       COPY CONTACTOS-FD.
       COPY CLIENTES-IDX-FD.
       COPY MIEMBROS-FD.
       COPY BITACORA-FD.

      *>----------------------------------------------------
      *> ARCHIVO PARA EL PROVEEDOR DE MENSAJERÍA
      *> (NOTIF-ENVIO-AAAAMMDD.TXT), ANCHO FIJO. EL PROVEEDOR
      *> DEVUELVE EL RESULTADO POR EN-ID EN
      *> NOTIF-RESULTADO-AAAAMMDD.TXT.
      *>----------------------------------------------------
       FD  ARCHIVO-ENVIO.
       01  ENVIO-REG.
           05 EN-ID                PIC X(20).
           05 EN-CANAL             PIC X.
           05 EN-DIRECCION         PIC X(60).
           05 EN-NOMBRE            PIC X(30).
           05 EN-PLANTILLA         PIC X(12).
           05 EN-VARIABLES         PIC X(100).

       WORKING-STORAGE SECTION.
       COPY NOTIFICACIONES-WS.
       COPY PREFERENCIAS-WS.
       COPY CONTACTOS-WS.
       COPY CLIENTES-IDX-WS.
       COPY BITACORA-WS.

      *>----------------------------------------------------
      *> EXPORTACIÓN DE LA COLA DE NOTIFICACIONES (LOTE): CADA
      *> AVISO PENDIENTE HASTA LA FECHA DEL PROCESO SE RESUELVE
      *> CONTRA LA FICHA DEL DESTINATARIO Y SU CONSENTIMIENTO,
      *> SE ESCRIBE EN NOTIF-ENVIO-AAAAMMDD.TXT Y QUEDA
      *> EXPORTADO (X). EL CANAL ES EL PEDIDO POR EL PROGRAMA
      *> QUE LO ENCOLÓ, SI NO EL PREFERIDO DEL DESTINATARIO, SI
      *> NO EL PRIMERO DISPONIBLE ENTRE SMS, E-MAIL Y CARTA;
      *> NUNCA UNO AL QUE EL DESTINATARIO SE DIO DE BAJA. SIN
      *> CANAL UTILIZABLE EL AVISO QUEDA O (SIN
      *> CONSENTIMIENTO) O N (SIN DIRECCIÓN) Y NO SE REINTENTA.
      *> LOS SOCIOS SE CONTACTAN AL TELÉFONO DE SU TUTOR O, SI
      *> NO LO TIENEN, AL DE SU CONTACTO DE EMERGENCIA.
      *> USO: EXPORTAR-NOTIFICACIONES [AAAAMMDD]
      *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 FS-ENVIO               PIC XX.
       01 NOMBRE-ARCHIVO-ENVIO   PIC X(30).
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 RESULT-CODE            PIC 9(2).
       01 FECHA-PROCESO          PIC 9(8).
       01 MIEMBROS-ABIERTO       PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> TELÉFONO DE CONTACTO POR SOCIO (TUTOR ANTES QUE
       *> CONTACTO DE EMERGENCIA)
       *>----------------------------------------------------
       01 MAX-TELEFONOS          PIC 9(4) VALUE 2000.
       01 TOTAL-TELEFONOS        PIC 9(4) VALUE 0.
       01 TABLA-TELEFONOS.
           05 TELEFONO-ENTRADA OCCURS 2000 TIMES.
               10 TT-MIEMBRO     PIC 9(6).
               10 TT-TIPO        PIC X.
               10 TT-TELEFONO    PIC X(15).
       01 IDX-TELEFONO           PIC 9(4).
       01 TELEFONO-HALLADO       PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> DIRECCIONES DEL DESTINATARIO Y CANAL ELEGIDO
       *>----------------------------------------------------
       01 DESTINATARIO-HALLADO   PIC X VALUE 'N'.
       01 NOMBRE-FICHA           PIC X(30).
       01 DIRECCION-SMS          PIC X(60).
       01 DIRECCION-EMAIL        PIC X(60).
       01 DIRECCION-CARTA        PIC X(60).
       01 CANAL-PRUEBA           PIC X.
       01 CANAL-ELEGIDO          PIC X.
       01 DIRECCION-ELEGIDA      PIC X(60).
       01 DIRECCION-PRUEBA       PIC X(60).
       01 CANAL-PERMITIDO        PIC X.
       01 HUBO-BAJA              PIC X VALUE 'N'.

       01 AVISOS-EXPORTADOS      PIC 9(5) VALUE 0.
       01 AVISOS-SIN-CONSENTIMIENTO PIC 9(5) VALUE 0.
       01 AVISOS-SIN-DIRECCION   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           MOVE "EXPORTAR-NOTIFICACIONES" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
           ELSE
               MOVE FUNCTION NUMVAL (WS-COMMAND-LINE)
                   TO FECHA-PROCESO
           END-IF

           OPEN INPUT ARCHIVO-NOTIFICACIONES
           IF FS-NOTIFICACIONES NOT = "00"
               DISPLAY "No hay notificaciones encoladas."
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF

           PERFORM CARGAR-PREFERENCIAS
           PERFORM CARGAR-TELEFONOS-SOCIOS
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE 'S' TO MIEMBROS-ABIERTO
           END-IF

           MOVE SPACES TO NOMBRE-ARCHIVO-ENVIO
           STRING "NOTIF-ENVIO-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-ENVIO
           OPEN EXTEND ARCHIVO-ENVIO
           IF FS-ENVIO = "35"
               OPEN OUTPUT ARCHIVO-ENVIO
           END-IF

           OPEN OUTPUT ARCHIVO-NOTIFICACIONES-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-NOTIFICACIONES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF NT-ESTADO = 'P'
                           AND NT-FECHA <= FECHA-PROCESO
                           PERFORM PROCESAR-NOTIFICACION
                       END-IF
                       MOVE NOTIFICACION-REG TO NOTIFICACION-TMP-REG
                       WRITE NOTIFICACION-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-NOTIFICACIONES
           CLOSE ARCHIVO-NOTIFICACIONES-TMP
           CLOSE ARCHIVO-ENVIO
           IF MIEMBROS-ABIERTO = 'S'
               CLOSE ARCHIVO-MIEMBROS
           END-IF
           CALL "CBL_RENAME_FILE" USING "NOTIFICACIONES.TMP"
                                         "NOTIFICACIONES.DAT"
               RETURNING RESULT-CODE

           DISPLAY "Avisos exportados: " AVISOS-EXPORTADOS
                   " en " NOMBRE-ARCHIVO-ENVIO
           DISPLAY "Omitidos sin consentimiento: "
                   AVISOS-SIN-CONSENTIMIENTO
           DISPLAY "Omitidos sin dirección: " AVISOS-SIN-DIRECCION
           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE AVISOS-EXPORTADOS TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           STOP RUN.

       CARGAR-TELEFONOS-SOCIOS.
           OPEN INPUT ARCHIVO-CONTACTOS
           IF FS-CONTACTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CONTACTOS
           PERFORM UNTIL FIN-CONTACTOS = 'S'
               READ ARCHIVO-CONTACTOS
                   AT END
                       MOVE 'S' TO FIN-CONTACTOS
                   NOT AT END
                       IF CT-TELEFONO NOT = SPACES
                           PERFORM ANOTAR-TELEFONO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CONTACTOS.

       ANOTAR-TELEFONO.
           MOVE 'N' TO TELEFONO-HALLADO
           PERFORM VARYING IDX-TELEFONO FROM 1 BY 1
                   UNTIL IDX-TELEFONO > TOTAL-TELEFONOS
                      OR TELEFONO-HALLADO = 'S'
               IF TT-MIEMBRO (IDX-TELEFONO) = CT-MIEMBRO
                   MOVE 'S' TO TELEFONO-HALLADO
                   IF CT-TIPO = 'T'
                       AND TT-TIPO (IDX-TELEFONO) NOT = 'T'
                       MOVE CT-TIPO TO TT-TIPO (IDX-TELEFONO)
                       MOVE CT-TELEFONO
                           TO TT-TELEFONO (IDX-TELEFONO)
                   END-IF
               END-IF
           END-PERFORM
           IF TELEFONO-HALLADO = 'N'
               AND TOTAL-TELEFONOS < MAX-TELEFONOS
               ADD 1 TO TOTAL-TELEFONOS
               MOVE CT-MIEMBRO TO TT-MIEMBRO (TOTAL-TELEFONOS)
               MOVE CT-TIPO TO TT-TIPO (TOTAL-TELEFONOS)
               MOVE CT-TELEFONO TO TT-TELEFONO (TOTAL-TELEFONOS)
           END-IF.

       PROCESAR-NOTIFICACION.
           PERFORM RESOLVER-DIRECCIONES
           IF NT-NOMBRE = SPACES
               MOVE NOMBRE-FICHA TO NT-NOMBRE
           END-IF
           MOVE NT-TIPO-DEST TO PREF-TIPO-BUSCADO
           MOVE NT-DESTINATARIO TO PREF-ID-BUSCADO
           PERFORM BUSCAR-PREFERENCIA

           MOVE SPACE TO CANAL-ELEGIDO
           MOVE SPACES TO DIRECCION-ELEGIDA
           MOVE 'N' TO HUBO-BAJA
           IF NT-CANAL NOT = SPACE
               MOVE NT-CANAL TO CANAL-PRUEBA
               PERFORM PROBAR-CANAL
           END-IF
           IF PREF-CANAL NOT = SPACE
               MOVE PREF-CANAL TO CANAL-PRUEBA
               PERFORM PROBAR-CANAL
           END-IF
           MOVE 'S' TO CANAL-PRUEBA
           PERFORM PROBAR-CANAL
           MOVE 'E' TO CANAL-PRUEBA
           PERFORM PROBAR-CANAL
           MOVE 'C' TO CANAL-PRUEBA
           PERFORM PROBAR-CANAL

           MOVE FECHA-PROCESO TO NT-FECHA-ESTADO
           IF CANAL-ELEGIDO = SPACE
               IF HUBO-BAJA = 'S'
                   MOVE 'O' TO NT-ESTADO
                   MOVE "SIN CONSENTIMIENTO" TO NT-MOTIVO
                   ADD 1 TO AVISOS-SIN-CONSENTIMIENTO
               ELSE
                   MOVE 'N' TO NT-ESTADO
                   IF DESTINATARIO-HALLADO = 'N'
                       MOVE "DESTINATARIO NO REGISTRADO"
                           TO NT-MOTIVO
                   ELSE
                       MOVE "SIN DIRECCION DE CONTACTO" TO NT-MOTIVO
                   END-IF
                   ADD 1 TO AVISOS-SIN-DIRECCION
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE CANAL-ELEGIDO TO NT-CANAL
           MOVE DIRECCION-ELEGIDA TO NT-DIRECCION
           MOVE 'X' TO NT-ESTADO
           MOVE SPACES TO NT-MOTIVO
           MOVE NT-ID TO EN-ID
           MOVE NT-CANAL TO EN-CANAL
           MOVE NT-DIRECCION TO EN-DIRECCION
           MOVE NT-NOMBRE TO EN-NOMBRE
           MOVE NT-PLANTILLA TO EN-PLANTILLA
           MOVE NT-VARIABLES TO EN-VARIABLES
           WRITE ENVIO-REG
           ADD 1 TO AVISOS-EXPORTADOS.

      *>----------------------------------------------------
      *> LOS CLIENTES SE LEEN CON LA RUTINA DE DATOS DEL
      *> COMPRADOR; LOS SOCIOS NO TIENEN E-MAIL NI DIRECCIÓN
      *> POSTAL EN SU FICHA, SÓLO EL TELÉFONO DE CONTACTO.
      *>----------------------------------------------------
       RESOLVER-DIRECCIONES.
           MOVE 'N' TO DESTINATARIO-HALLADO
           MOVE SPACES TO NOMBRE-FICHA
           MOVE SPACES TO DIRECCION-SMS
           MOVE SPACES TO DIRECCION-EMAIL
           MOVE SPACES TO DIRECCION-CARTA
           IF NT-TIPO-DEST = 'C'
               IF NT-DESTINATARIO > 9999
                   EXIT PARAGRAPH
               END-IF
               MOVE NT-DESTINATARIO TO CLIENTE-RECEPTOR
               PERFORM LEER-DATOS-RECEPTOR
               IF RECEPTOR-HALLADO = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO DESTINATARIO-HALLADO
               MOVE DR-NOMBRE TO NOMBRE-FICHA
               MOVE DR-TELEFONO TO DIRECCION-SMS
               MOVE DR-EMAIL TO DIRECCION-EMAIL
               IF DR-DIRECCION NOT = SPACES
                   STRING FUNCTION TRIM(DR-DIRECCION)
                              DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(DR-COMUNA) DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(DR-CIUDAD) DELIMITED BY SIZE
                          INTO DIRECCION-CARTA
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF MIEMBROS-ABIERTO = 'S'
               MOVE NT-DESTINATARIO TO M-ID
               READ ARCHIVO-MIEMBROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO DESTINATARIO-HALLADO
                       MOVE M-NOMBRE TO NOMBRE-FICHA
               END-READ
           END-IF
           PERFORM VARYING IDX-TELEFONO FROM 1 BY 1
                   UNTIL IDX-TELEFONO > TOTAL-TELEFONOS
               IF TT-MIEMBRO (IDX-TELEFONO) = NT-DESTINATARIO
                   MOVE TT-TELEFONO (IDX-TELEFONO) TO DIRECCION-SMS
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> EL PRIMER CANAL CON DIRECCIÓN Y CONSENTIMIENTO GANA;
      *> UNA DIRECCIÓN EXISTENTE PERO DADA DE BAJA SE ANOTA
      *> PARA DISTINGUIR "SIN CONSENTIMIENTO" DE "SIN
      *> DIRECCIÓN".
      *>----------------------------------------------------
       PROBAR-CANAL.
           IF CANAL-ELEGIDO NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           EVALUATE CANAL-PRUEBA
               WHEN 'S'
                   MOVE DIRECCION-SMS TO DIRECCION-PRUEBA
                   MOVE PREF-SMS TO CANAL-PERMITIDO
               WHEN 'E'
                   MOVE DIRECCION-EMAIL TO DIRECCION-PRUEBA
                   MOVE PREF-EMAIL TO CANAL-PERMITIDO
               WHEN 'C'
                   MOVE DIRECCION-CARTA TO DIRECCION-PRUEBA
                   MOVE PREF-CARTA TO CANAL-PERMITIDO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DIRECCION-PRUEBA = SPACES
               EXIT PARAGRAPH
           END-IF
           IF CANAL-PERMITIDO = 'N'
               MOVE 'S' TO HUBO-BAJA
               EXIT PARAGRAPH
           END-IF
           MOVE CANAL-PRUEBA TO CANAL-ELEGIDO
           MOVE DIRECCION-PRUEBA TO DIRECCION-ELEGIDA.

       COPY PREFERENCIAS-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
       COPY BITACORA-RUTINAS.
