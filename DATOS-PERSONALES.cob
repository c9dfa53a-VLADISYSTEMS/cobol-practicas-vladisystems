       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATOS-PERSONALES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES-IDX-SELECT.
       COPY MIEMBROS-SELECT.
       COPY ASISTENCIAS-IDX-SELECT.
       COPY VENTAS-HIST-SELECT.
       COPY CARTERA-SELECT.
       COPY PUNTOS-SELECT.
       COPY CUOTAS-SELECT.
       COPY CERTIFICADOS-SELECT.
       COPY CONTACTOS-SELECT.
       COPY INCIDENTES-SELECT.
           SELECT ARCHIVO-INCIDENTES-TMP ASSIGN TO "INCIDENTES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INCIDENTES-TMP.
       COPY INVITADOS-SELECT.
       COPY PREFERENCIAS-SELECT.
       COPY NOTIFICACIONES-SELECT.
       COPY PEDIDOS-WEB-SELECT.
       COPY ENTREGAS-SELECT.
       COPY ALQUILERES-SELECT.
       COPY INSTALACIONES-SELECT.
           SELECT MIEMBROS-HIST ASSIGN TO "MIEMBROS-HIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.
           SELECT MIEMBROS-HIST-TMP ASSIGN TO "MIEMBROS-HIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST-TMP.
           SELECT ARCHIVO-VISITANTES ASSIGN TO "VISITANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VISITANTES.
           SELECT ARCHIVO-VISITANTES-TMP ASSIGN TO "VISITANTES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VISITANTES-TMP.
           SELECT ARCHIVO-SOLICITUDES
               ASSIGN TO "SOLICITUDES-DATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SOLICITUDES.
           SELECT ARCHIVO-EXTRACTO
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-EXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES-IDX-FD.
       COPY MIEMBROS-FD.
       COPY ASISTENCIAS-IDX-FD.
       COPY VENTAS-HIST-FD.
       COPY CARTERA-FD.
       COPY PUNTOS-FD.
       COPY CUOTAS-FD.
       COPY CERTIFICADOS-FD.
       COPY CONTACTOS-FD.
       COPY INCIDENTES-FD.

       FD  ARCHIVO-INCIDENTES-TMP.
       01  INCIDENTE-TMP-REG       PIC X(201).

       COPY INVITADOS-FD.
       COPY PREFERENCIAS-FD.
       COPY NOTIFICACIONES-FD.
       COPY PEDIDOS-WEB-FD.
       COPY ENTREGAS-FD.
       COPY ALQUILERES-FD.
       COPY INSTALACIONES-FD.

       FD  MIEMBROS-HIST.
       01  LINEA-HIST             PIC X(120).

       FD  MIEMBROS-HIST-TMP.
       01  LINEA-HIST-TMP         PIC X(120).

       FD  ARCHIVO-VISITANTES.
       01  LINEA-VISITANTE        PIC X(70).

       FD  ARCHIVO-VISITANTES-TMP.
       01  LINEA-VISITANTE-TMP    PIC X(70).

      *>----------------------------------------------------
      *> REGISTRO DE SOLICITUDES DE DATOS PERSONALES
      *> (SOLICITUDES-DATOS.DAT), UNA LÍNEA POR SOLICITUD
      *> ATENDIDA. SD-TIPO: A = ACCESO (EXTRACTO), S = SUPRESIÓN
      *> (ANONIMIZACIÓN). SD-TITULAR-TIPO: C = CLIENTE, M =
      *> SOCIO, V = VISITANTE (SD-TITULAR-ID = 0; EL VISITANTE
      *> SÓLO SE IDENTIFICA POR SU NOMBRE, QUE NO SE GUARDA
      *> AQUÍ). SD-RESULTADO: C = COMPLETADA, R = RECHAZADA
      *> (MOTIVO EN SD-DETALLE), N = SIN DATOS DEL TITULAR,
      *> X = ANULADA POR EL OPERADOR ANTES DE SUPRIMIR.
      *> SD-REGISTROS: REGISTROS ENTREGADOS O ANONIMIZADOS.
      *>----------------------------------------------------
       FD  ARCHIVO-SOLICITUDES.
       01  SOLICITUD-REG.
           05 SD-NUMERO            PIC 9(6).
           05 SD-FECHA             PIC 9(8).
           05 SD-HORA              PIC 9(8).
           05 SD-TIPO              PIC X.
           05 SD-TITULAR-TIPO      PIC X.
           05 SD-TITULAR-ID        PIC 9(6).
           05 SD-RESULTADO         PIC X.
           05 SD-REGISTROS         PIC 9(6).
           05 SD-DETALLE           PIC X(40).
           05 SD-OPERADOR          PIC X(20).

      *>----------------------------------------------------
      *> EXTRACTO PARA EL TITULAR (DATOS-PERSONALES-NNNNNN.TXT,
      *> NNNNNN = NÚMERO DE SOLICITUD).
      *>----------------------------------------------------
       FD  ARCHIVO-EXTRACTO.
       01  LINEA-EXTRACTO         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CLIENTES-IDX-WS.
       COPY PUNTOS-WS.
       COPY CONTACTOS-WS.
       COPY INVITADOS-WS.
       COPY PREFERENCIAS-WS.
       COPY NOTIFICACIONES-WS.
       COPY PEDIDOS-WEB-WS.
       COPY ENTREGAS-WS.
       COPY ALQUILERES-WS.
       COPY INSTALACIONES-WS.

      *>----------------------------------------------------
      *> SOLICITUDES DE LA LEY DE PROTECCIÓN DE DATOS
      *> PERSONALES PARA CLIENTES, SOCIOS Y VISITANTES.
      *> ACCESO: ARMA UN EXTRACTO CON TODO LO QUE EL SISTEMA
      *> GUARDA DEL TITULAR (FICHA, HISTORIAL, ASISTENCIAS,
      *> CERTIFICADOS, CONTACTOS, CUOTAS, INCIDENTES, CARTERA,
      *> PUNTOS, VENTAS, PREFERENCIAS, AVISOS, PEDIDOS WEB,
      *> ENTREGAS A DOMICILIO, ALQUILERES DE EQUIPO Y RESERVAS
      *> DE INSTALACIONES).
      *> SUPRESIÓN: ANONIMIZA NOMBRES Y DATOS DE CONTACTO Y
      *> CONSERVA LO QUE LA LEY OBLIGA A GUARDAR (VENTAS,
      *> CARTERA, CUOTAS, PUNTOS, RUT Y RAZÓN SOCIAL DE LAS
      *> FACTURAS). SE RECHAZA SI EL CLIENTE TIENE SALDO
      *> ABIERTO EN CARTERA, PEDIDOS WEB SIN DESPACHAR O
      *> ENTREGAS A DOMICILIO PENDIENTES, O
      *> SI EL SOCIO NO ESTÁ DE BAJA O
      *> DEBE CUOTAS: PRIMERO SE REGULARIZA (LA BAJA LIBERA
      *> SUS LOCKERS EN MANTENER-ESTADO-MIEMBRO).
      *> CADA SOLICITUD QUEDA EN SOLICITUDES-DATOS.DAT CON SU
      *> FECHA Y RESULTADO.
      *>----------------------------------------------------
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 FS-ASISTENCIAS         PIC XX.
       01 FS-VENTAS-HIST         PIC XX.
       01 FS-CARTERA             PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 FS-CERTIFICADOS        PIC XX.
       01 FS-INCIDENTES          PIC XX.
       01 FS-INCIDENTES-TMP      PIC XX.
       01 FS-HIST                PIC XX.
       01 FS-HIST-TMP            PIC XX.
       01 FS-VISITANTES          PIC XX.
       01 FS-VISITANTES-TMP      PIC XX.
       01 FS-SOLICITUDES         PIC XX.
       01 FS-EXTRACTO            PIC XX.
       01 NOMBRE-ARCHIVO-EXTRACTO PIC X(40).
       01 RESULT-CODE            PIC 9(2).
       01 FIN-ARCHIVO            PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CAPTURA
       *>----------------------------------------------------
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 TIPO-TXT               PIC X.
       01 ID-TXT                 PIC X(8).
       01 NOMBRE-TXT             PIC X(30).
       01 OPERADOR-SOLICITUD     PIC X(20).
       01 RESPUESTA-SN           PIC X.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 FECHA-HOY              PIC 9(8).
       01 HORA-HOY               PIC 9(8).

       *>----------------------------------------------------
       *> TITULAR DE LA SOLICITUD EN CURSO
       *>----------------------------------------------------
       01 TIPO-SOLICITUD         PIC X.
       01 TITULAR-TIPO           PIC X.
       01 TITULAR-ID             PIC 9(6).
       01 TITULAR-NOMBRE         PIC X(30).
       01 TITULAR-HALLADO        PIC X VALUE 'N'.
       01 TITULAR-ESTADO         PIC X.
       01 NUMERO-SOLICITUD       PIC 9(6) VALUE 0.
       01 RESULTADO-SOLICITUD    PIC X.
       01 DETALLE-SOLICITUD      PIC X(40).
       01 REGISTROS-TITULAR      PIC 9(6) VALUE 0.
       01 REGISTROS-SECCION      PIC 9(6) VALUE 0.
       01 TITULO-SECCION         PIC X(60).
       01 NOMBRE-ANONIMO         PIC X(30) VALUE "ANONIMIZADO".
       01 MOTIVO-SUPRESION       PIC X(20)
                                 VALUE "SUPRESION DE DATOS".
       01 SALDO-ABIERTO          PIC S9(11)V99 VALUE 0.
       01 CUOTAS-ABIERTAS        PIC 9(4) VALUE 0.
       01 PEDIDOS-WEB-ABIERTOS   PIC 9(4) VALUE 0.
       01 ENTREGAS-ABIERTAS      PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> BÚSQUEDA POR NOMBRE (TEXTO CONTENIDO EN EL NOMBRE)
       *>----------------------------------------------------
       01 TEXTO-BUSCADO          PIC X(30).
       01 LARGO-BUSCADO          PIC 9(2) VALUE 0.
       01 NOMBRE-MAYUS           PIC X(30).
       01 COINCIDENCIAS          PIC 9(3) VALUE 0.
       01 TOTAL-HALLADOS         PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> LÍNEA DE MIEMBROS-HIST.LOG: FECHA HORA EVENTO SOCIO ...
       *>----------------------------------------------------
       01 HIST-FECHA             PIC X(8).
       01 HIST-HORA              PIC X(8).
       01 HIST-EVENTO            PIC X(12).
       01 HIST-SOCIO             PIC X(6).
       01 SOCIO-TXT              PIC 9(6).
       01 HORA-CAMBIO            PIC 9(8).

       *>----------------------------------------------------
       *> LÍNEA DE VISITANTES.DAT: AAAAMMDD HHMMSSCC
       *> NOMBRE,EDAD,CIUDAD
       *>----------------------------------------------------
       01 VS-PREFIJO             PIC X(18).
       01 VS-NOMBRE              PIC X(30).
       01 VS-EDAD                PIC X(3).
       01 VS-CIUDAD              PIC X(30).

      *>----------------------------------------------------
      *> IMAGEN DEL REGISTRO DIARIO GUARDADO EN HV-VENTA
      *>----------------------------------------------------
       01 VENTA-IMAGEN.
       COPY VENTAS-REG.

       01 F-MONTO                PIC -Z(10)9.99.
       01 F-SALDO                PIC -Z(10)9.99.
       01 F-PUNTOS               PIC -Z(6)9.
       01 F-CANTIDAD             PIC ZZZZ9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  SOLICITUDES DE DATOS PERSONALES"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "Nombre del operador:"
           ACCEPT OPERADOR-SOLICITUD
           PERFORM CARGAR-PREFERENCIAS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Acceso: extracto de datos del titular"
               DISPLAY "2. Supresión: anonimizar datos del titular"
               DISPLAY "3. Listar solicitudes registradas"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM ATENDER-ACCESO
                   WHEN 2
                       PERFORM ATENDER-SUPRESION
                   WHEN 3
                       PERFORM LISTAR-SOLICITUDES
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea atender otra solicitud? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           DISPLAY "Atención de solicitudes finalizada."
           STOP RUN.

      *>----------------------------------------------------
      *> IDENTIFICA AL TITULAR. CLIENTES Y SOCIOS POR NÚMERO
      *> (B BUSCA EL NÚMERO POR NOMBRE); LOS VISITANTES NO
      *> TIENEN FICHA Y SE IDENTIFICAN POR EL NOMBRE EXACTO
      *> CON QUE SE REGISTRARON. TITULAR-TIPO QUEDA EN BLANCO
      *> SI EL OPERADOR CANCELA.
      *>----------------------------------------------------
       PEDIR-TITULAR.
           MOVE SPACE TO TITULAR-TIPO
           MOVE 0 TO TITULAR-ID
           MOVE SPACES TO TITULAR-NOMBRE
           MOVE 'N' TO TITULAR-HALLADO
           MOVE SPACE TO TITULAR-ESTADO
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Titular (C=Cliente, M=Socio, V=Visitante, "
                       "B=Buscar por nombre, X=Cancelar):"
               ACCEPT TIPO-TXT
               MOVE FUNCTION UPPER-CASE(TIPO-TXT) TO TIPO-TXT
               EVALUATE TIPO-TXT
                   WHEN 'C'
                   WHEN 'M'
                       PERFORM PEDIR-NUMERO-TITULAR
                   WHEN 'V'
                       DISPLAY "Nombre del visitante, tal como se "
                               "registró:"
                       MOVE SPACES TO NOMBRE-TXT
                       ACCEPT NOMBRE-TXT
                       IF NOMBRE-TXT = SPACES
                           DISPLAY "El nombre es obligatorio."
                       ELSE
                           MOVE 'V' TO TITULAR-TIPO
                           MOVE FUNCTION UPPER-CASE
                               (FUNCTION TRIM(NOMBRE-TXT))
                               TO TITULAR-NOMBRE
                           MOVE 'S' TO ENTRADA-VALIDA
                       END-IF
                   WHEN 'B'
                       PERFORM BUSCAR-POR-NOMBRE
                   WHEN 'X'
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN OTHER
                       DISPLAY "Tipo inválido. Intente de nuevo."
               END-EVALUATE
           END-PERFORM.

       PEDIR-NUMERO-TITULAR.
           DISPLAY "Número de cliente o socio:"
           ACCEPT ID-TXT
           IF FUNCTION TRIM(ID-TXT) IS NOT NUMERIC
               DISPLAY "Número inválido. Intente de nuevo."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (ID-TXT) TO TITULAR-ID
           IF TIPO-TXT = 'C' AND TITULAR-ID > 9999
               DISPLAY "Número de cliente inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE TIPO-TXT TO TITULAR-TIPO
           MOVE 'S' TO ENTRADA-VALIDA
           IF TITULAR-TIPO = 'C'
               PERFORM LEER-CLIENTE-TITULAR
           ELSE
               PERFORM LEER-SOCIO-TITULAR
           END-IF
           IF TITULAR-HALLADO = 'S'
               DISPLAY "Titular: " TITULAR-NOMBRE
           ELSE
               DISPLAY "No hay ficha con ese número; se revisan "
                       "igual los demás archivos."
           END-IF.

       LEER-CLIENTE-TITULAR.
           OPEN INPUT CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE TITULAR-ID TO ID-CLIENTE
           READ CLIENTES-INDEXADO
               INVALID KEY
                   MOVE 'N' TO TITULAR-HALLADO
               NOT INVALID KEY
                   MOVE 'S' TO TITULAR-HALLADO
                   MOVE NOMBRE-IDX TO TITULAR-NOMBRE
           END-READ
           CLOSE CLIENTES-INDEXADO.

       LEER-SOCIO-TITULAR.
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE TITULAR-ID TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   MOVE 'N' TO TITULAR-HALLADO
               NOT INVALID KEY
                   MOVE 'S' TO TITULAR-HALLADO
                   MOVE M-NOMBRE TO TITULAR-NOMBRE
                   MOVE M-ESTADO TO TITULAR-ESTADO
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

      *>----------------------------------------------------
      *> LISTA CLIENTES, SOCIOS Y VISITAS CUYO NOMBRE CONTIENE
      *> EL TEXTO DIGITADO, PARA QUE EL OPERADOR ELIJA.
      *>----------------------------------------------------
       BUSCAR-POR-NOMBRE.
           DISPLAY "Texto a buscar en el nombre:"
           MOVE SPACES TO TEXTO-BUSCADO
           ACCEPT TEXTO-BUSCADO
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TEXTO-BUSCADO))
               TO TEXTO-BUSCADO
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TEXTO-BUSCADO))
               TO LARGO-BUSCADO
           IF TEXTO-BUSCADO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TOTAL-HALLADOS

           OPEN INPUT CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ CLIENTES-INDEXADO NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(NOMBRE-IDX)
                               TO NOMBRE-MAYUS
                           PERFORM CONTAR-COINCIDENCIAS
                           IF COINCIDENCIAS > 0
                               ADD 1 TO TOTAL-HALLADOS
                               DISPLAY "C " ID-CLIENTE "   "
                                       NOMBRE-IDX " " TELEFONO-IDX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-INDEXADO
           END-IF

           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-MIEMBROS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           MOVE FUNCTION UPPER-CASE(M-NOMBRE)
                               TO NOMBRE-MAYUS
                           PERFORM CONTAR-COINCIDENCIAS
                           IF COINCIDENCIAS > 0
                               ADD 1 TO TOTAL-HALLADOS
                               DISPLAY "M " M-ID " " M-NOMBRE " "
                                       M-ANO-NACIMIENTO " " M-ESTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MIEMBROS
           END-IF

           OPEN INPUT ARCHIVO-VISITANTES
           IF FS-VISITANTES = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-VISITANTES
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM SEPARAR-VISITANTE
                           MOVE FUNCTION UPPER-CASE(VS-NOMBRE)
                               TO NOMBRE-MAYUS
                           PERFORM CONTAR-COINCIDENCIAS
                           IF COINCIDENCIAS > 0
                               ADD 1 TO TOTAL-HALLADOS
                               DISPLAY "V " VS-NOMBRE " visita del "
                                       LINEA-VISITANTE (1:8)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VISITANTES
           END-IF

           DISPLAY TOTAL-HALLADOS " coincidencia(s). Elija el tipo "
                   "y el número (o el nombre del visitante).".

       CONTAR-COINCIDENCIAS.
           MOVE 0 TO COINCIDENCIAS
           INSPECT NOMBRE-MAYUS TALLYING COINCIDENCIAS
               FOR ALL TEXTO-BUSCADO (1:LARGO-BUSCADO).

       SEPARAR-VISITANTE.
           MOVE LINEA-VISITANTE (1:18) TO VS-PREFIJO
           MOVE SPACES TO VS-NOMBRE VS-EDAD VS-CIUDAD
           UNSTRING LINEA-VISITANTE (19:) DELIMITED BY ","
               INTO VS-NOMBRE VS-EDAD VS-CIUDAD
           END-UNSTRING.

       ASIGNAR-NUMERO-SOLICITUD.
           MOVE 0 TO NUMERO-SOLICITUD
           OPEN INPUT ARCHIVO-SOLICITUDES
           IF FS-SOLICITUDES = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-SOLICITUDES
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF SD-NUMERO > NUMERO-SOLICITUD
                               MOVE SD-NUMERO TO NUMERO-SOLICITUD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SOLICITUDES
           END-IF
           ADD 1 TO NUMERO-SOLICITUD.

       GRABAR-SOLICITUD.
           ACCEPT HORA-HOY FROM TIME
           OPEN EXTEND ARCHIVO-SOLICITUDES
           IF FS-SOLICITUDES = "35"
               OPEN OUTPUT ARCHIVO-SOLICITUDES
           END-IF
           MOVE NUMERO-SOLICITUD TO SD-NUMERO
           MOVE FECHA-HOY TO SD-FECHA
           MOVE HORA-HOY TO SD-HORA
           MOVE TIPO-SOLICITUD TO SD-TIPO
           MOVE TITULAR-TIPO TO SD-TITULAR-TIPO
           MOVE TITULAR-ID TO SD-TITULAR-ID
           MOVE RESULTADO-SOLICITUD TO SD-RESULTADO
           MOVE REGISTROS-TITULAR TO SD-REGISTROS
           MOVE DETALLE-SOLICITUD TO SD-DETALLE
           MOVE OPERADOR-SOLICITUD TO SD-OPERADOR
           WRITE SOLICITUD-REG
           CLOSE ARCHIVO-SOLICITUDES
           DISPLAY "Solicitud " NUMERO-SOLICITUD " registrada ("
                   RESULTADO-SOLICITUD "): "
                   FUNCTION TRIM(DETALLE-SOLICITUD).

       LISTAR-SOLICITUDES.
           MOVE 0 TO TOTAL-HALLADOS
           OPEN INPUT ARCHIVO-SOLICITUDES
           IF FS-SOLICITUDES NOT = "00"
               DISPLAY "No hay solicitudes registradas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NÚMERO FECHA    T TIT ID     R REGS   DETALLE"
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-SOLICITUDES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO TOTAL-HALLADOS
                       DISPLAY SD-NUMERO " " SD-FECHA " " SD-TIPO " "
                               SD-TITULAR-TIPO "   " SD-TITULAR-ID
                               " " SD-RESULTADO " " SD-REGISTROS
                               " " FUNCTION TRIM(SD-DETALLE)
                               " (" FUNCTION TRIM(SD-OPERADOR) ")"
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SOLICITUDES
           DISPLAY TOTAL-HALLADOS " solicitud(es).".

      *>====================================================
      *> ACCESO: EXTRACTO DE DATOS DEL TITULAR
      *>====================================================
       ATENDER-ACCESO.
           MOVE 'A' TO TIPO-SOLICITUD
           PERFORM PEDIR-TITULAR
           IF TITULAR-TIPO = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM ASIGNAR-NUMERO-SOLICITUD
           MOVE 0 TO REGISTROS-TITULAR
           MOVE SPACES TO NOMBRE-ARCHIVO-EXTRACTO
           STRING "DATOS-PERSONALES-" DELIMITED BY SIZE
                  NUMERO-SOLICITUD DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-EXTRACTO
           OPEN OUTPUT ARCHIVO-EXTRACTO
           IF FS-EXTRACTO NOT = "00"
               DISPLAY "No se pudo crear " NOMBRE-ARCHIVO-EXTRACTO
                       " (" FS-EXTRACTO ")."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LINEA-EXTRACTO
           STRING "EXTRACTO DE DATOS PERSONALES - SOLICITUD "
                  DELIMITED BY SIZE
                  NUMERO-SOLICITUD DELIMITED BY SIZE
                  " - FECHA " DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO
           MOVE SPACES TO LINEA-EXTRACTO
           EVALUATE TITULAR-TIPO
               WHEN 'C'
                   STRING "TITULAR: CLIENTE " DELIMITED BY SIZE
                          TITULAR-ID (3:4) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(TITULAR-NOMBRE)
                          DELIMITED BY SIZE
                          INTO LINEA-EXTRACTO
               WHEN 'M'
                   STRING "TITULAR: SOCIO " DELIMITED BY SIZE
                          TITULAR-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(TITULAR-NOMBRE)
                          DELIMITED BY SIZE
                          INTO LINEA-EXTRACTO
               WHEN OTHER
                   STRING "TITULAR: VISITANTE " DELIMITED BY SIZE
                          FUNCTION TRIM(TITULAR-NOMBRE)
                          DELIMITED BY SIZE
                          INTO LINEA-EXTRACTO
           END-EVALUATE
           WRITE LINEA-EXTRACTO

           EVALUATE TITULAR-TIPO
               WHEN 'C'
                   PERFORM EXTRAER-CLIENTE
               WHEN 'M'
                   PERFORM EXTRAER-SOCIO
               WHEN OTHER
                   PERFORM EXTRAER-VISITANTE
           END-EVALUATE

           MOVE SPACES TO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO
           MOVE REGISTROS-TITULAR TO F-CANTIDAD
           STRING "TOTAL DE REGISTROS DEL TITULAR: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO
           CLOSE ARCHIVO-EXTRACTO

           IF REGISTROS-TITULAR = 0
               MOVE 'N' TO RESULTADO-SOLICITUD
               MOVE "SIN DATOS DEL TITULAR" TO DETALLE-SOLICITUD
           ELSE
               MOVE 'C' TO RESULTADO-SOLICITUD
               MOVE NOMBRE-ARCHIVO-EXTRACTO TO DETALLE-SOLICITUD
           END-IF
           PERFORM GRABAR-SOLICITUD
           DISPLAY "Extracto en " NOMBRE-ARCHIVO-EXTRACTO " con "
                   REGISTROS-TITULAR " registro(s).".

       ABRIR-SECCION.
           MOVE 0 TO REGISTROS-SECCION
           MOVE SPACES TO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "== " DELIMITED BY SIZE
                  FUNCTION TRIM(TITULO-SECCION) DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO.

       CERRAR-SECCION.
           IF REGISTROS-SECCION = 0
               MOVE "   Sin registros." TO LINEA-EXTRACTO
               WRITE LINEA-EXTRACTO
           END-IF
           ADD REGISTROS-SECCION TO REGISTROS-TITULAR.

       EXTRAER-CLIENTE.
           PERFORM EXTRAER-FICHA-CLIENTE
           PERFORM EXTRAER-CARTERA
           PERFORM EXTRAER-PUNTOS
           PERFORM EXTRAER-VENTAS
           PERFORM EXTRAER-PREFERENCIAS
           PERFORM EXTRAER-NOTIFICACIONES
           PERFORM EXTRAER-PEDIDOS-WEB
           PERFORM EXTRAER-ENTREGAS
           PERFORM EXTRAER-ALQUILERES.

       EXTRAER-SOCIO.
           PERFORM EXTRAER-FICHA-SOCIO
           PERFORM EXTRAER-HIST-SOCIO
           PERFORM EXTRAER-ASISTENCIAS
           PERFORM EXTRAER-CERTIFICADOS
           PERFORM EXTRAER-CONTACTOS
           PERFORM EXTRAER-CUOTAS
           PERFORM EXTRAER-INCIDENTES
           PERFORM EXTRAER-VENTAS
           PERFORM EXTRAER-PREFERENCIAS
           PERFORM EXTRAER-NOTIFICACIONES
           PERFORM EXTRAER-ALQUILERES
           PERFORM EXTRAER-RESERVAS-INST.

       EXTRAER-VISITANTE.
           PERFORM EXTRAER-VISITAS
           PERFORM EXTRAER-INCIDENTES
           PERFORM EXTRAER-INVITACIONES
           PERFORM EXTRAER-ALQUILERES
           PERFORM EXTRAER-RESERVAS-INST.

       EXTRAER-FICHA-CLIENTE.
           MOVE "FICHA DE CLIENTE (CLIENTES.IDX)" TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX = "00"
               MOVE TITULAR-ID TO ID-CLIENTE
               READ CLIENTES-INDEXADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO REGISTROS-SECCION
                       MOVE SPACES TO LINEA-EXTRACTO
                       STRING "   Nombre: " DELIMITED BY SIZE
                              NOMBRE-IDX DELIMITED BY SIZE
                              " Teléfono: " DELIMITED BY SIZE
                              TELEFONO-IDX DELIMITED BY SIZE
                              INTO LINEA-EXTRACTO
                       WRITE LINEA-EXTRACTO
                       MOVE SPACES TO LINEA-EXTRACTO
                       STRING "   RUT: " DELIMITED BY SIZE
                              RUT-IDX DELIMITED BY SIZE
                              " Razón social: " DELIMITED BY SIZE
                              RAZON-SOCIAL-IDX DELIMITED BY SIZE
                              INTO LINEA-EXTRACTO
                       WRITE LINEA-EXTRACTO
                       MOVE SPACES TO LINEA-EXTRACTO
                       STRING "   Dirección: " DELIMITED BY SIZE
                              FUNCTION TRIM(DIRECCION-IDX)
                              DELIMITED BY SIZE
                              ", " DELIMITED BY SIZE
                              FUNCTION TRIM(COMUNA-IDX)
                              DELIMITED BY SIZE
                              ", " DELIMITED BY SIZE
                              FUNCTION TRIM(CIUDAD-IDX)
                              DELIMITED BY SIZE
                              INTO LINEA-EXTRACTO
                       WRITE LINEA-EXTRACTO
                       MOVE SPACES TO LINEA-EXTRACTO
                       STRING "   E-mail: " DELIMITED BY SIZE
                              EMAIL-IDX DELIMITED BY SIZE
                              INTO LINEA-EXTRACTO
                       WRITE LINEA-EXTRACTO
               END-READ
               CLOSE CLIENTES-INDEXADO
           END-IF
           PERFORM CERRAR-SECCION.

       EXTRAER-CARTERA.
           MOVE "CARTERA DE CRÉDITO (CARTERA.DAT)" TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-CARTERA
           IF FS-CARTERA = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-CARTERA
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF CR-CLIENTE = TITULAR-ID
                               PERFORM ESCRIBIR-CARTERA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CARTERA
           END-IF
           PERFORM CERRAR-SECCION.

       ESCRIBIR-CARTERA.
           ADD 1 TO REGISTROS-SECCION
           MOVE CR-MONTO TO F-MONTO
           MOVE CR-SALDO TO F-SALDO
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "   Caja " DELIMITED BY SIZE
                  CR-CAJA DELIMITED BY SIZE
                  " Folio " DELIMITED BY SIZE
                  CR-FOLIO DELIMITED BY SIZE
                  " Fecha " DELIMITED BY SIZE
                  CR-FECHA DELIMITED BY SIZE
                  " Monto " DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " Saldo " DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  " Estado " DELIMITED BY SIZE
                  CR-ESTADO DELIMITED BY SIZE
                  " Clase " DELIMITED BY SIZE
                  CR-CLASE DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO.

       EXTRAER-PUNTOS.
           MOVE "PUNTOS DE FIDELIDAD (PUNTOS-MOV.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-PUNTOS
           IF FS-PUNTOS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-PUNTOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF PT-CLIENTE = TITULAR-ID
                               ADD 1 TO REGISTROS-SECCION
                               MOVE PT-PUNTOS TO F-PUNTOS
                               MOVE SPACES TO LINEA-EXTRACTO
                               STRING "   Fecha " DELIMITED BY SIZE
                                      PT-FECHA DELIMITED BY SIZE
                                      " Tipo " DELIMITED BY SIZE
                                      PT-TIPO DELIMITED BY SIZE
                                      " Caja " DELIMITED BY SIZE
                                      PT-CAJA DELIMITED BY SIZE
                                      " Folio " DELIMITED BY SIZE
                                      PT-FOLIO DELIMITED BY SIZE
                                      " Puntos " DELIMITED BY SIZE
                                      F-PUNTOS DELIMITED BY SIZE
                                      INTO LINEA-EXTRACTO
                               WRITE LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PUNTOS
           END-IF
           PERFORM CERRAR-SECCION.

      *>----------------------------------------------------
      *> VENTAS DEL HISTORIAL CONSOLIDADO: AL CLIENTE POR
      *> VR-CLIENTE, AL SOCIO POR VR-MIEMBRO.
      *>----------------------------------------------------
       EXTRAER-VENTAS.
           MOVE "HISTORIAL DE VENTAS (VENTAS-HIST.IDX)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT VENTAS-HISTORIAL
           IF FS-VENTAS-HIST = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ VENTAS-HISTORIAL NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           MOVE SPACES TO VENTA-IMAGEN
                           MOVE HV-VENTA TO VENTA-IMAGEN
                           PERFORM REVISAR-VENTA
                   END-READ
               END-PERFORM
               CLOSE VENTAS-HISTORIAL
           END-IF
           PERFORM CERRAR-SECCION.

       REVISAR-VENTA.
           IF TITULAR-TIPO = 'C'
               IF VR-CLIENTE IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF VR-CLIENTE NOT = TITULAR-ID
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF VR-MIEMBRO IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               IF VR-MIEMBRO NOT = TITULAR-ID
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO REGISTROS-SECCION
           MOVE VR-TOTAL-NETO TO F-MONTO
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "   Fecha " DELIMITED BY SIZE
                  VR-FECHA DELIMITED BY SIZE
                  " Caja " DELIMITED BY SIZE
                  HV-CAJA DELIMITED BY SIZE
                  " Folio " DELIMITED BY SIZE
                  HV-FOLIO DELIMITED BY SIZE
                  " Línea " DELIMITED BY SIZE
                  HV-LINEA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VR-PRODUCTO DELIMITED BY SIZE
                  " x" DELIMITED BY SIZE
                  VR-UNIDADES DELIMITED BY SIZE
                  " Total " DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VR-FORMA-PAGO DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO.

       EXTRAER-PREFERENCIAS.
           MOVE "PREFERENCIAS DE CONTACTO (PREFERENCIAS-CONTACTO.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           MOVE TITULAR-TIPO TO PREF-TIPO-BUSCADO
           MOVE TITULAR-ID TO PREF-ID-BUSCADO
           PERFORM BUSCAR-PREFERENCIA
           IF PREF-HALLADA = 'S'
               ADD 1 TO REGISTROS-SECCION
               MOVE SPACES TO LINEA-EXTRACTO
               STRING "   SMS: " DELIMITED BY SIZE
                      PREF-SMS DELIMITED BY SIZE
                      " E-mail: " DELIMITED BY SIZE
                      PREF-EMAIL DELIMITED BY SIZE
                      " Carta: " DELIMITED BY SIZE
                      PREF-CARTA DELIMITED BY SIZE
                      " Preferido: " DELIMITED BY SIZE
                      PREF-CANAL DELIMITED BY SIZE
                      " Registrado el " DELIMITED BY SIZE
                      TP-FECHA (PREF-POSICION) DELIMITED BY SIZE
                      INTO LINEA-EXTRACTO
               WRITE LINEA-EXTRACTO
           END-IF
           PERFORM CERRAR-SECCION.

       EXTRAER-NOTIFICACIONES.
           MOVE "AVISOS ENVIADOS O PENDIENTES (NOTIFICACIONES.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-NOTIFICACIONES
           IF FS-NOTIFICACIONES = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-NOTIFICACIONES
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF NT-TIPO-DEST = TITULAR-TIPO
                              AND NT-DESTINATARIO = TITULAR-ID
                               PERFORM ESCRIBIR-NOTIFICACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-NOTIFICACIONES
           END-IF
           PERFORM CERRAR-SECCION.

       ESCRIBIR-NOTIFICACION.
           ADD 1 TO REGISTROS-SECCION
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "   " DELIMITED BY SIZE
                  NT-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NT-PLANTILLA DELIMITED BY SIZE
                  " Canal " DELIMITED BY SIZE
                  NT-CANAL DELIMITED BY SIZE
                  " Estado " DELIMITED BY SIZE
                  NT-ESTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(NT-DIRECCION) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(NT-VARIABLES) DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO.

       EXTRAER-PEDIDOS-WEB.
           MOVE "PEDIDOS DE LA TIENDA WEB (PEDIDOS-WEB.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-PEDIDOS-WEB
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF PW-CLIENTE = TITULAR-ID
                               PERFORM ESCRIBIR-PEDIDO-WEB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PEDIDOS-WEB
           END-IF
           PERFORM CERRAR-SECCION.

       ESCRIBIR-PEDIDO-WEB.
           ADD 1 TO REGISTROS-SECCION
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "   " DELIMITED BY SIZE
                  PW-FECHA DELIMITED BY SIZE
                  " Pedido " DELIMITED BY SIZE
                  PW-PEDIDO-WEB DELIMITED BY SIZE
                  " Estado " DELIMITED BY SIZE
                  PW-ESTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PW-NOMBRE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PW-DIRECCION) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PW-COMUNA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PW-CIUDAD) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PW-TELEFONO) DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO.

       EXTRAER-ENTREGAS.
           MOVE "ENTREGAS A DOMICILIO (ENTREGAS.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-ENTREGAS
           IF FS-ENTREGAS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-ENTREGAS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF EN-CLIENTE = TITULAR-ID
                               PERFORM ESCRIBIR-ENTREGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ENTREGAS
           END-IF
           PERFORM CERRAR-SECCION.

       ESCRIBIR-ENTREGA.
           ADD 1 TO REGISTROS-SECCION
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "   N° " DELIMITED BY SIZE
                  EN-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EN-PROGRAMADA DELIMITED BY SIZE
                  " Estado " DELIMITED BY SIZE
                  EN-ESTADO DELIMITED BY SIZE
                  " Caja " DELIMITED BY SIZE
                  EN-CAJA DELIMITED BY SIZE
                  " Folio " DELIMITED BY SIZE
                  EN-FOLIO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(EN-NOMBRE) DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "      " DELIMITED BY SIZE
                  FUNCTION TRIM(EN-DIRECCION) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(EN-TELEFONO) DELIMITED BY SIZE
                  " Recibió: " DELIMITED BY SIZE
                  FUNCTION TRIM(EN-RECIBIO) DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO.

       EXTRAER-ALQUILERES.
           MOVE "ALQUILERES DE EQUIPO (ALQUILERES.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-ALQUILERES
           IF FS-ALQUILERES = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-ALQUILERES
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM VERIFICAR-ALQUILER-TITULAR
                           IF RESPUESTA-SN = 'S'
                               PERFORM ESCRIBIR-ALQUILER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ALQUILERES
           END-IF
           PERFORM CERRAR-SECCION.

       ESCRIBIR-ALQUILER.
           ADD 1 TO REGISTROS-SECCION
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "   N° " DELIMITED BY SIZE
                  AQ-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AQ-FECHA-SALIDA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AQ-PRODUCTO DELIMITED BY SIZE
                  " x" DELIMITED BY SIZE
                  AQ-UNIDADES DELIMITED BY SIZE
                  " Estado " DELIMITED BY SIZE
                  AQ-ESTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(AQ-NOMBRE) DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO.

      *>----------------------------------------------------
      *> DEJA RESPUESTA-SN EN 'S' SI EL ALQUILER LEÍDO ES DEL
      *> TITULAR: POR NÚMERO EL CLIENTE Y EL SOCIO, POR NOMBRE
      *> EL VISITANTE CON PASE DE DÍA (SIN CLIENTE NI SOCIO).
      *>----------------------------------------------------
       VERIFICAR-ALQUILER-TITULAR.
           MOVE 'N' TO RESPUESTA-SN
           EVALUATE TITULAR-TIPO
               WHEN 'C'
                   IF AQ-CLIENTE = TITULAR-ID
                       MOVE 'S' TO RESPUESTA-SN
                   END-IF
               WHEN 'M'
                   IF AQ-MIEMBRO = TITULAR-ID
                       MOVE 'S' TO RESPUESTA-SN
                   END-IF
               WHEN OTHER
                   IF AQ-CLIENTE = 0 AND AQ-MIEMBRO = 0
                      AND FUNCTION UPPER-CASE(FUNCTION TRIM(AQ-NOMBRE))
                          = TITULAR-NOMBRE
                       MOVE 'S' TO RESPUESTA-SN
                   END-IF
           END-EVALUATE.

       EXTRAER-RESERVAS-INST.
           MOVE "RESERVAS DE INSTALACIONES (RESERVAS-INSTALACION.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-RESERVAS-INST
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM VERIFICAR-RESERVA-INST-TITULAR
                           IF RESPUESTA-SN = 'S'
                               PERFORM ESCRIBIR-RESERVA-INST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RESERVAS-INST
           END-IF
           PERFORM CERRAR-SECCION.

       ESCRIBIR-RESERVA-INST.
           ADD 1 TO REGISTROS-SECCION
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "   N° " DELIMITED BY SIZE
                  RN-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RN-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RN-HORA DELIMITED BY SIZE
                  ":00 Instalación " DELIMITED BY SIZE
                  RN-INSTALACION DELIMITED BY SIZE
                  " Estado " DELIMITED BY SIZE
                  RN-ESTADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(RN-NOMBRE) DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO.

      *>----------------------------------------------------
      *> DEJA RESPUESTA-SN EN 'S' SI LA RESERVA LEÍDA ES DEL
      *> TITULAR: POR NÚMERO EL SOCIO, POR NOMBRE EL VISITANTE.
      *>----------------------------------------------------
       VERIFICAR-RESERVA-INST-TITULAR.
           MOVE 'N' TO RESPUESTA-SN
           IF TITULAR-TIPO = 'M'
               IF RN-MIEMBRO = TITULAR-ID
                   MOVE 'S' TO RESPUESTA-SN
               END-IF
           ELSE
               IF RN-MIEMBRO = 0
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(RN-NOMBRE))
                      = TITULAR-NOMBRE
                   MOVE 'S' TO RESPUESTA-SN
               END-IF
           END-IF.

       EXTRAER-FICHA-SOCIO.
           MOVE "FICHA DE SOCIO (MIEMBROS.IDX)" TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE TITULAR-ID TO M-ID
               READ ARCHIVO-MIEMBROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO REGISTROS-SECCION
                       MOVE SPACES TO LINEA-EXTRACTO
                       STRING "   Nombre: " DELIMITED BY SIZE
                              M-NOMBRE DELIMITED BY SIZE
                              " Nacimiento: " DELIMITED BY SIZE
                              M-ANO-NACIMIENTO DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              M-MES-NACIMIENTO DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              M-DIA-NACIMIENTO DELIMITED BY SIZE
                              INTO LINEA-EXTRACTO
                       WRITE LINEA-EXTRACTO
                       MOVE SPACES TO LINEA-EXTRACTO
                       STRING "   Categoría: " DELIMITED BY SIZE
                              M-CATEGORIA DELIMITED BY SIZE
                              " Alta: " DELIMITED BY SIZE
                              M-FECHA-ALTA DELIMITED BY SIZE
                              " en " DELIMITED BY SIZE
                              M-CATEGORIA-ALTA DELIMITED BY SIZE
                              INTO LINEA-EXTRACTO
                       WRITE LINEA-EXTRACTO
                       MOVE SPACES TO LINEA-EXTRACTO
                       STRING "   Estado: " DELIMITED BY SIZE
                              M-ESTADO DELIMITED BY SIZE
                              " desde " DELIMITED BY SIZE
                              M-FECHA-ESTADO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              M-MOTIVO-ESTADO DELIMITED BY SIZE
                              INTO LINEA-EXTRACTO
                       WRITE LINEA-EXTRACTO
               END-READ
               CLOSE ARCHIVO-MIEMBROS
           END-IF
           PERFORM CERRAR-SECCION.

       EXTRAER-HIST-SOCIO.
           MOVE "HISTORIAL DEL SOCIO (MIEMBROS-HIST.LOG)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           MOVE TITULAR-ID TO SOCIO-TXT
           OPEN INPUT MIEMBROS-HIST
           IF FS-HIST = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ MIEMBROS-HIST
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM SEPARAR-HIST
                           IF HIST-SOCIO = SOCIO-TXT
                               ADD 1 TO REGISTROS-SECCION
                               MOVE SPACES TO LINEA-EXTRACTO
                               STRING "   " DELIMITED BY SIZE
                                      LINEA-HIST DELIMITED BY SIZE
                                      INTO LINEA-EXTRACTO
                               WRITE LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MIEMBROS-HIST
           END-IF
           PERFORM CERRAR-SECCION.

       SEPARAR-HIST.
           MOVE SPACES TO HIST-FECHA HIST-HORA HIST-EVENTO HIST-SOCIO
           UNSTRING LINEA-HIST DELIMITED BY ALL SPACE
               INTO HIST-FECHA HIST-HORA HIST-EVENTO HIST-SOCIO
           END-UNSTRING.

       EXTRAER-ASISTENCIAS.
           MOVE "ASISTENCIAS (ASISTENCIAS.IDX)" TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-ASISTENCIAS
           IF FS-ASISTENCIAS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               MOVE TITULAR-ID TO AS-MIEMBRO
               MOVE 0 TO AS-FECHA
               MOVE 0 TO AS-HORA
               START ARCHIVO-ASISTENCIAS KEY IS NOT LESS THAN AS-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-ARCHIVO
               END-START
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-ASISTENCIAS NEXT RECORD
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF AS-MIEMBRO NOT = TITULAR-ID
                               MOVE 'S' TO FIN-ARCHIVO
                           ELSE
                               PERFORM ESCRIBIR-ASISTENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ASISTENCIAS
           END-IF
           PERFORM CERRAR-SECCION.

       ESCRIBIR-ASISTENCIA.
           ADD 1 TO REGISTROS-SECCION
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "   " DELIMITED BY SIZE
                  AS-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AS-HORA (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  AS-HORA (3:2) DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           IF AS-EVENTO = 'S'
               MOVE "SALIDA" TO LINEA-EXTRACTO (19:7)
           ELSE
               MOVE "ENTRADA" TO LINEA-EXTRACTO (19:7)
           END-IF
           WRITE LINEA-EXTRACTO.

       EXTRAER-CERTIFICADOS.
           MOVE "CERTIFICADOS MÉDICOS (CERTIFICADOS-MEDICOS.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-CERTIFICADOS
           IF FS-CERTIFICADOS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-CERTIFICADOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF CM-MIEMBRO = TITULAR-ID
                               ADD 1 TO REGISTROS-SECCION
                               MOVE SPACES TO LINEA-EXTRACTO
                               STRING "   Emitido " DELIMITED BY SIZE
                                      CM-FECHA-EMISION
                                      DELIMITED BY SIZE
                                      " Vence " DELIMITED BY SIZE
                                      CM-FECHA-VENCE DELIMITED BY SIZE
                                      " Médico " DELIMITED BY SIZE
                                      CM-MEDICO DELIMITED BY SIZE
                                      INTO LINEA-EXTRACTO
                               WRITE LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CERTIFICADOS
           END-IF
           PERFORM CERRAR-SECCION.

       EXTRAER-CONTACTOS.
           MOVE "CONTACTOS DEL SOCIO (CONTACTOS-SOCIOS.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-CONTACTOS
           IF FS-CONTACTOS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-CONTACTOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF CT-MIEMBRO = TITULAR-ID
                               ADD 1 TO REGISTROS-SECCION
                               MOVE SPACES TO LINEA-EXTRACTO
                               STRING "   " DELIMITED BY SIZE
                                      CT-TIPO DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      CT-NOMBRE DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      CT-VINCULO DELIMITED BY SIZE
                                      " Tel. " DELIMITED BY SIZE
                                      CT-TELEFONO DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      CT-TELEFONO-ALT
                                      DELIMITED BY SIZE
                                      " Imagen " DELIMITED BY SIZE
                                      CT-AUT-IMAGEN DELIMITED BY SIZE
                                      " Médica " DELIMITED BY SIZE
                                      CT-AUT-MEDICA DELIMITED BY SIZE
                                      INTO LINEA-EXTRACTO
                               WRITE LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CONTACTOS
           END-IF
           PERFORM CERRAR-SECCION.

       EXTRAER-CUOTAS.
           MOVE "CUOTAS Y CARGOS (CUOTAS.DAT)" TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-CUOTAS
           IF FS-CUOTAS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-CUOTAS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF CU-MIEMBRO = TITULAR-ID
                               ADD 1 TO REGISTROS-SECCION
                               MOVE CU-MONTO TO F-MONTO
                               MOVE CU-SALDO TO F-SALDO
                               MOVE SPACES TO LINEA-EXTRACTO
                               STRING "   Mes " DELIMITED BY SIZE
                                      CU-ANIO-MES DELIMITED BY SIZE
                                      " Clase " DELIMITED BY SIZE
                                      CU-CLASE DELIMITED BY SIZE
                                      " Monto " DELIMITED BY SIZE
                                      F-MONTO DELIMITED BY SIZE
                                      " Saldo " DELIMITED BY SIZE
                                      F-SALDO DELIMITED BY SIZE
                                      " Estado " DELIMITED BY SIZE
                                      CU-ESTADO DELIMITED BY SIZE
                                      INTO LINEA-EXTRACTO
                               WRITE LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CUOTAS
           END-IF
           PERFORM CERRAR-SECCION.

      *>----------------------------------------------------
      *> INCIDENTES: DEL SOCIO POR NÚMERO, DEL VISITANTE POR
      *> NOMBRE.
      *>----------------------------------------------------
       EXTRAER-INCIDENTES.
           MOVE "INCIDENTES Y LESIONES (INCIDENTES.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-INCIDENTES
           IF FS-INCIDENTES = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-INCIDENTES
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM REVISAR-INCIDENTE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-INCIDENTES
           END-IF
           PERFORM CERRAR-SECCION.

       REVISAR-INCIDENTE.
           PERFORM VERIFICAR-INCIDENTE-TITULAR
           IF RESPUESTA-SN = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO REGISTROS-SECCION
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "   N° " DELIMITED BY SIZE
                  IN-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IN-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IN-NOMBRE DELIMITED BY SIZE
                  " Edad " DELIMITED BY SIZE
                  IN-EDAD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IN-LUGAR DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO
           MOVE SPACES TO LINEA-EXTRACTO
           STRING "      " DELIMITED BY SIZE
                  FUNCTION TRIM(IN-DESCRIPCION) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(IN-PRIMEROS-AUXILIOS)
                  DELIMITED BY SIZE
                  INTO LINEA-EXTRACTO
           WRITE LINEA-EXTRACTO.

      *>----------------------------------------------------
      *> DEJA RESPUESTA-SN EN 'S' SI EL INCIDENTE LEÍDO ES DEL
      *> TITULAR.
      *>----------------------------------------------------
       VERIFICAR-INCIDENTE-TITULAR.
           MOVE 'N' TO RESPUESTA-SN
           IF TITULAR-TIPO = 'M'
               IF IN-TIPO-PERSONA = 'S' AND IN-MIEMBRO = TITULAR-ID
                   MOVE 'S' TO RESPUESTA-SN
               END-IF
           ELSE
               IF IN-TIPO-PERSONA = 'V'
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(IN-NOMBRE))
                      = TITULAR-NOMBRE
                   MOVE 'S' TO RESPUESTA-SN
               END-IF
           END-IF.

       EXTRAER-VISITAS.
           MOVE "VISITAS REGISTRADAS (VISITANTES.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-VISITANTES
           IF FS-VISITANTES = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-VISITANTES
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM SEPARAR-VISITANTE
                           IF FUNCTION UPPER-CASE
                                  (FUNCTION TRIM(VS-NOMBRE))
                              = TITULAR-NOMBRE
                               ADD 1 TO REGISTROS-SECCION
                               MOVE SPACES TO LINEA-EXTRACTO
                               STRING "   " DELIMITED BY SIZE
                                      LINEA-VISITANTE
                                      DELIMITED BY SIZE
                                      INTO LINEA-EXTRACTO
                               WRITE LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VISITANTES
           END-IF
           PERFORM CERRAR-SECCION.

       EXTRAER-INVITACIONES.
           MOVE "INGRESOS COMO INVITADO DE UN SOCIO (INVITADOS.DAT)"
               TO TITULO-SECCION
           PERFORM ABRIR-SECCION
           OPEN INPUT ARCHIVO-INVITADOS
           IF FS-INVITADOS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-INVITADOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF FUNCTION UPPER-CASE
                                  (FUNCTION TRIM(IV-NOMBRE))
                              = TITULAR-NOMBRE
                               ADD 1 TO REGISTROS-SECCION
                               MOVE SPACES TO LINEA-EXTRACTO
                               STRING "   " DELIMITED BY SIZE
                                      IV-FECHA DELIMITED BY SIZE
                                      " Socio anfitrión "
                                      DELIMITED BY SIZE
                                      IV-MIEMBRO DELIMITED BY SIZE
                                      " Edad " DELIMITED BY SIZE
                                      IV-EDAD DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      IV-CIUDAD DELIMITED BY SIZE
                                      " Tipo " DELIMITED BY SIZE
                                      IV-TIPO DELIMITED BY SIZE
                                      INTO LINEA-EXTRACTO
                               WRITE LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-INVITADOS
           END-IF
           PERFORM CERRAR-SECCION.

      *>====================================================
      *> SUPRESIÓN: ANONIMIZACIÓN DE DATOS DEL TITULAR
      *>====================================================
       ATENDER-SUPRESION.
           MOVE 'S' TO TIPO-SOLICITUD
           PERFORM PEDIR-TITULAR
           IF TITULAR-TIPO = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM ASIGNAR-NUMERO-SOLICITUD
           MOVE 0 TO REGISTROS-TITULAR
           MOVE SPACE TO RESULTADO-SOLICITUD
           MOVE SPACES TO DETALLE-SOLICITUD
           EVALUATE TITULAR-TIPO
               WHEN 'C'
                   PERFORM VERIFICAR-SUPRESION-CLIENTE
               WHEN 'M'
                   PERFORM VERIFICAR-SUPRESION-SOCIO
           END-EVALUATE
           IF RESULTADO-SOLICITUD NOT = SPACE
               PERFORM GRABAR-SOLICITUD
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Se anonimizarán los datos personales de "
                   FUNCTION TRIM(TITULAR-NOMBRE) "."
           DISPLAY "¿Confirma la supresión? (S/N):"
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT RESPUESTA-SN
               MOVE FUNCTION UPPER-CASE(RESPUESTA-SN) TO RESPUESTA-SN
               IF RESPUESTA-SN = 'S' OR RESPUESTA-SN = 'N'
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Responda S o N."
               END-IF
           END-PERFORM
           IF RESPUESTA-SN = 'N'
               MOVE 'X' TO RESULTADO-SOLICITUD
               MOVE "ANULADA POR EL OPERADOR" TO DETALLE-SOLICITUD
               PERFORM GRABAR-SOLICITUD
               EXIT PARAGRAPH
           END-IF

           EVALUATE TITULAR-TIPO
               WHEN 'C'
                   PERFORM SUPRIMIR-CLIENTE
               WHEN 'M'
                   PERFORM SUPRIMIR-SOCIO
               WHEN OTHER
                   PERFORM SUPRIMIR-VISITANTE
           END-EVALUATE

           IF REGISTROS-TITULAR = 0
               MOVE 'N' TO RESULTADO-SOLICITUD
               MOVE "SIN DATOS DEL TITULAR" TO DETALLE-SOLICITUD
           ELSE
               MOVE 'C' TO RESULTADO-SOLICITUD
               MOVE "DATOS ANONIMIZADOS" TO DETALLE-SOLICITUD
           END-IF
           PERFORM GRABAR-SOLICITUD.

      *>----------------------------------------------------
      *> EL CLIENTE CON SALDO ABIERTO EN CARTERA NO SE
      *> ANONIMIZA: LA COBRANZA NECESITA SUS DATOS DE CONTACTO.
      *> TAMPOCO SI TIENE PEDIDOS WEB SIN DESPACHAR (R O B):
      *> EL DESPACHO NECESITA LA DIRECCIÓN; SE ANULAN O
      *> DESPACHAN PRIMERO EN PEDIDOS-WEB. LO MISMO CON LAS
      *> ENTREGAS A DOMICILIO PROGRAMADAS O FALLIDAS (P O F).
      *>----------------------------------------------------
       VERIFICAR-SUPRESION-CLIENTE.
           IF TITULAR-HALLADO = 'N'
               MOVE 'N' TO RESULTADO-SOLICITUD
               MOVE "CLIENTE NO REGISTRADO" TO DETALLE-SOLICITUD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SALDO-ABIERTO
           OPEN INPUT ARCHIVO-CARTERA
           IF FS-CARTERA = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-CARTERA
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF CR-CLIENTE = TITULAR-ID
                              AND CR-ESTADO = 'A'
                              AND CR-SALDO > 0
                               ADD CR-SALDO TO SALDO-ABIERTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CARTERA
           END-IF
           IF SALDO-ABIERTO > 0
               MOVE SALDO-ABIERTO TO F-SALDO
               DISPLAY "El cliente tiene saldo abierto en cartera: "
                       F-SALDO
               MOVE 'R' TO RESULTADO-SOLICITUD
               MOVE "SALDO ABIERTO EN CARTERA" TO DETALLE-SOLICITUD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO PEDIDOS-WEB-ABIERTOS
           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-PEDIDOS-WEB
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF PW-CLIENTE = TITULAR-ID
                              AND (PW-ESTADO = 'R'
                                   OR PW-ESTADO = 'B'
                                   OR PW-ESTADO = 'D')
                               ADD 1 TO PEDIDOS-WEB-ABIERTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PEDIDOS-WEB
           END-IF
           IF PEDIDOS-WEB-ABIERTOS > 0
               DISPLAY "El cliente tiene " PEDIDOS-WEB-ABIERTOS
                       " pedido(s) web sin despachar."
               MOVE 'R' TO RESULTADO-SOLICITUD
               MOVE "PEDIDOS WEB SIN DESPACHAR" TO DETALLE-SOLICITUD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ENTREGAS-ABIERTAS
           OPEN INPUT ARCHIVO-ENTREGAS
           IF FS-ENTREGAS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-ENTREGAS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF EN-CLIENTE = TITULAR-ID
                              AND (EN-ESTADO = 'P'
                                   OR EN-ESTADO = 'F')
                               ADD 1 TO ENTREGAS-ABIERTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ENTREGAS
           END-IF
           IF ENTREGAS-ABIERTAS > 0
               DISPLAY "El cliente tiene " ENTREGAS-ABIERTAS
                       " entrega(s) a domicilio pendiente(s)."
               MOVE 'R' TO RESULTADO-SOLICITUD
               MOVE "ENTREGAS PENDIENTES" TO DETALLE-SOLICITUD
           END-IF.

      *>----------------------------------------------------
      *> EL SOCIO DEBE ESTAR DE BAJA Y SIN CUOTAS PENDIENTES.
      *>----------------------------------------------------
       VERIFICAR-SUPRESION-SOCIO.
           IF TITULAR-HALLADO = 'N'
               MOVE 'N' TO RESULTADO-SOLICITUD
               MOVE "SOCIO NO REGISTRADO" TO DETALLE-SOLICITUD
               EXIT PARAGRAPH
           END-IF
           IF TITULAR-ESTADO NOT = 'B'
               DISPLAY "El socio no está de baja; désele de baja "
                       "primero en MANTENER-ESTADO-MIEMBRO."
               MOVE 'R' TO RESULTADO-SOLICITUD
               MOVE "SOCIO NO ESTA DE BAJA" TO DETALLE-SOLICITUD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CUOTAS-ABIERTAS
           OPEN INPUT ARCHIVO-CUOTAS
           IF FS-CUOTAS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-CUOTAS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF CU-MIEMBRO = TITULAR-ID
                              AND CU-ESTADO = 'P'
                              AND CU-SALDO > 0
                               ADD 1 TO CUOTAS-ABIERTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CUOTAS
           END-IF
           IF CUOTAS-ABIERTAS > 0
               DISPLAY "El socio tiene " CUOTAS-ABIERTAS
                       " cargo(s) pendiente(s) en cuotas."
               MOVE 'R' TO RESULTADO-SOLICITUD
               MOVE "CUOTAS PENDIENTES DE PAGO" TO DETALLE-SOLICITUD
           END-IF.

      *>----------------------------------------------------
      *> CLIENTE: NOMBRE Y CONTACTO FUERA; RUT Y RAZÓN SOCIAL
      *> QUEDAN PORQUE RESPALDAN LAS FACTURAS EMITIDAS.
      *>----------------------------------------------------
       SUPRIMIR-CLIENTE.
           OPEN I-O CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX = "00"
               MOVE TITULAR-ID TO ID-CLIENTE
               READ CLIENTES-INDEXADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMBRE-ANONIMO TO NOMBRE-IDX
                       MOVE SPACES TO TELEFONO-IDX
                       MOVE SPACES TO DIRECCION-IDX
                       MOVE SPACES TO COMUNA-IDX
                       MOVE SPACES TO CIUDAD-IDX
                       MOVE SPACES TO EMAIL-IDX
                       REWRITE REGISTRO-CLIENTE-IDX
                       ADD 1 TO REGISTROS-TITULAR
               END-READ
               CLOSE CLIENTES-INDEXADO
           END-IF
           PERFORM SUPRIMIR-PREFERENCIAS
           PERFORM SUPRIMIR-NOTIFICACIONES
           PERFORM SUPRIMIR-PEDIDOS-WEB
           PERFORM SUPRIMIR-ENTREGAS
           PERFORM SUPRIMIR-ALQUILERES.

      *>----------------------------------------------------
      *> SOCIO: NOMBRE FUERA Y FECHA DE NACIMIENTO REDUCIDA AL
      *> AÑO (LAS ESTADÍSTICAS POR EDAD LA SIGUEN USANDO).
      *> ASISTENCIAS, CUOTAS Y CERTIFICADOS SÓLO LLEVAN EL
      *> NÚMERO DE SOCIO Y SE CONSERVAN.
      *>----------------------------------------------------
       SUPRIMIR-SOCIO.
           OPEN I-O ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE TITULAR-ID TO M-ID
               READ ARCHIVO-MIEMBROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMBRE-ANONIMO TO M-NOMBRE
                       MOVE 1 TO M-MES-NACIMIENTO
                       MOVE 1 TO M-DIA-NACIMIENTO
                       MOVE MOTIVO-SUPRESION TO M-MOTIVO-ESTADO
                       REWRITE MIEMBRO-REG
                       ADD 1 TO REGISTROS-TITULAR
               END-READ
               CLOSE ARCHIVO-MIEMBROS
           END-IF
           PERFORM SUPRIMIR-HIST-SOCIO
           PERFORM SUPRIMIR-CONTACTOS
           PERFORM SUPRIMIR-INCIDENTES
           PERFORM SUPRIMIR-PREFERENCIAS
           PERFORM SUPRIMIR-NOTIFICACIONES
           PERFORM SUPRIMIR-ALQUILERES
           PERFORM SUPRIMIR-RESERVAS-INST.

       SUPRIMIR-VISITANTE.
           PERFORM SUPRIMIR-VISITAS
           PERFORM SUPRIMIR-INCIDENTES
           PERFORM SUPRIMIR-INVITACIONES
           PERFORM SUPRIMIR-ALQUILERES
           PERFORM SUPRIMIR-RESERVAS-INST.

      *>----------------------------------------------------
      *> LAS CORRECCIONES Y ELIMINACIONES DE MIEMBROS-HIST.LOG
      *> GUARDAN EL NOMBRE ANTERIOR: SE REESCRIBEN SIN ÉL Y SE
      *> AGREGA UNA LÍNEA SUPRIMIR AL FINAL.
      *>----------------------------------------------------
       SUPRIMIR-HIST-SOCIO.
           MOVE TITULAR-ID TO SOCIO-TXT
           OPEN INPUT MIEMBROS-HIST
           IF FS-HIST = "00"
               OPEN OUTPUT MIEMBROS-HIST-TMP
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ MIEMBROS-HIST
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           PERFORM COPIAR-HIST-SOCIO
                   END-READ
               END-PERFORM
               CLOSE MIEMBROS-HIST
               CLOSE MIEMBROS-HIST-TMP
               CALL "CBL_RENAME_FILE" USING "MIEMBROS-HIST.TMP"
                                             "MIEMBROS-HIST.LOG"
                   RETURNING RESULT-CODE
           END-IF

           ACCEPT HORA-CAMBIO FROM TIME
           OPEN EXTEND MIEMBROS-HIST
           IF FS-HIST = "35"
               OPEN OUTPUT MIEMBROS-HIST
           END-IF
           MOVE SPACES TO LINEA-HIST
           STRING FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-CAMBIO DELIMITED BY SIZE
                  " SUPRIMIR " DELIMITED BY SIZE
                  SOCIO-TXT DELIMITED BY SIZE
                  " SOLICITUD=" DELIMITED BY SIZE
                  NUMERO-SOLICITUD DELIMITED BY SIZE
                  INTO LINEA-HIST
           WRITE LINEA-HIST
           CLOSE MIEMBROS-HIST.

       COPIAR-HIST-SOCIO.
           PERFORM SEPARAR-HIST
           IF HIST-SOCIO = SOCIO-TXT
              AND (HIST-EVENTO = "CORREGIR" OR HIST-EVENTO = "ELIMINAR")
               MOVE SPACES TO LINEA-HIST
               STRING HIST-FECHA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HIST-HORA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(HIST-EVENTO) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HIST-SOCIO DELIMITED BY SIZE
                      " ANTES=" DELIMITED BY SIZE
                      FUNCTION TRIM(NOMBRE-ANONIMO) DELIMITED BY SIZE
                      INTO LINEA-HIST
               ADD 1 TO REGISTROS-TITULAR
           END-IF
           MOVE LINEA-HIST TO LINEA-HIST-TMP
           WRITE LINEA-HIST-TMP.

      *>----------------------------------------------------
      *> LOS CONTACTOS DEL SOCIO SON DATOS DE TERCEROS QUE SÓLO
      *> SE GUARDAN POR ÉL: SE BORRAN.
      *>----------------------------------------------------
       SUPRIMIR-CONTACTOS.
           OPEN INPUT ARCHIVO-CONTACTOS
           IF FS-CONTACTOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-CONTACTOS-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CONTACTOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CT-MIEMBRO = TITULAR-ID
                           ADD 1 TO REGISTROS-TITULAR
                       ELSE
                           MOVE CONTACTO-REG TO CONTACTO-TMP-REG
                           WRITE CONTACTO-TMP-REG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CONTACTOS
           CLOSE ARCHIVO-CONTACTOS-TMP
           CALL "CBL_RENAME_FILE" USING "CONTACTOS-SOCIOS.TMP"
                                         "CONTACTOS-SOCIOS.DAT"
               RETURNING RESULT-CODE.

      *>----------------------------------------------------
      *> EL INCIDENTE SE CONSERVA (RESPALDO ANTE EL SEGURO);
      *> SÓLO SE QUITA EL NOMBRE DEL LESIONADO.
      *>----------------------------------------------------
       SUPRIMIR-INCIDENTES.
           OPEN INPUT ARCHIVO-INCIDENTES
           IF FS-INCIDENTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-INCIDENTES-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-INCIDENTES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM VERIFICAR-INCIDENTE-TITULAR
                       IF RESPUESTA-SN = 'S'
                           MOVE NOMBRE-ANONIMO TO IN-NOMBRE
                           ADD 1 TO REGISTROS-TITULAR
                       END-IF
                       MOVE INCIDENTE-REG TO INCIDENTE-TMP-REG
                       WRITE INCIDENTE-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INCIDENTES
           CLOSE ARCHIVO-INCIDENTES-TMP
           CALL "CBL_RENAME_FILE" USING "INCIDENTES.TMP"
                                         "INCIDENTES.DAT"
               RETURNING RESULT-CODE.

      *>----------------------------------------------------
      *> LA VISITA QUEDA (CONTEO DIARIO Y CONVERSIÓN), CON EDAD
      *> Y CIUDAD PERO SIN NOMBRE.
      *>----------------------------------------------------
       SUPRIMIR-VISITAS.
           OPEN INPUT ARCHIVO-VISITANTES
           IF FS-VISITANTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-VISITANTES-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-VISITANTES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM COPIAR-VISITA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VISITANTES
           CLOSE ARCHIVO-VISITANTES-TMP
           CALL "CBL_RENAME_FILE" USING "VISITANTES.TMP"
                                         "VISITANTES.DAT"
               RETURNING RESULT-CODE.

       COPIAR-VISITA.
           PERFORM SEPARAR-VISITANTE
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(VS-NOMBRE))
              = TITULAR-NOMBRE
               MOVE SPACES TO LINEA-VISITANTE
               STRING VS-PREFIJO DELIMITED BY SIZE
                      FUNCTION TRIM(NOMBRE-ANONIMO) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(VS-EDAD) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(VS-CIUDAD) DELIMITED BY SIZE
                      INTO LINEA-VISITANTE
               ADD 1 TO REGISTROS-TITULAR
           END-IF
           MOVE LINEA-VISITANTE TO LINEA-VISITANTE-TMP
           WRITE LINEA-VISITANTE-TMP.

       SUPRIMIR-INVITACIONES.
           OPEN INPUT ARCHIVO-INVITADOS
           IF FS-INVITADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-INVITADOS-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-INVITADOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(IV-NOMBRE))
                          = TITULAR-NOMBRE
                           MOVE NOMBRE-ANONIMO TO IV-NOMBRE
                           ADD 1 TO REGISTROS-TITULAR
                       END-IF
                       MOVE INVITADO-REG TO INVITADO-TMP-REG
                       WRITE INVITADO-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INVITADOS
           CLOSE ARCHIVO-INVITADOS-TMP
           CALL "CBL_RENAME_FILE" USING "INVITADOS.TMP"
                                         "INVITADOS.DAT"
               RETURNING RESULT-CODE.

      *>----------------------------------------------------
      *> BAJA DE LOS TRES CANALES (ORIGEN S), PARA QUE NINGÚN
      *> AVISO FUTURO LO CONTACTE.
      *>----------------------------------------------------
       SUPRIMIR-PREFERENCIAS.
           MOVE TITULAR-TIPO TO PREF-TIPO-BUSCADO
           MOVE TITULAR-ID TO PREF-ID-BUSCADO
           PERFORM ASEGURAR-PREFERENCIA
           IF PREF-POSICION = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO TP-CANAL (PREF-POSICION)
           MOVE 'N' TO TP-SMS (PREF-POSICION)
           MOVE 'N' TO TP-EMAIL (PREF-POSICION)
           MOVE 'N' TO TP-CARTA (PREF-POSICION)
           MOVE FECHA-HOY TO TP-FECHA (PREF-POSICION)
           MOVE 'S' TO TP-ORIGEN (PREF-POSICION)
           PERFORM GRABAR-PREFERENCIAS.

      *>----------------------------------------------------
      *> AVISOS DEL TITULAR: SIN NOMBRE, DIRECCIÓN NI
      *> VARIABLES; LOS PENDIENTES QUEDAN OMITIDOS.
      *>----------------------------------------------------
       SUPRIMIR-NOTIFICACIONES.
           OPEN INPUT ARCHIVO-NOTIFICACIONES
           IF FS-NOTIFICACIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-NOTIFICACIONES-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-NOTIFICACIONES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF NT-TIPO-DEST = TITULAR-TIPO
                          AND NT-DESTINATARIO = TITULAR-ID
                           PERFORM ANONIMIZAR-NOTIFICACION
                       END-IF
                       MOVE NOTIFICACION-REG TO NOTIFICACION-TMP-REG
                       WRITE NOTIFICACION-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-NOTIFICACIONES
           CLOSE ARCHIVO-NOTIFICACIONES-TMP
           CALL "CBL_RENAME_FILE" USING "NOTIFICACIONES.TMP"
                                         "NOTIFICACIONES.DAT"
               RETURNING RESULT-CODE.

       ANONIMIZAR-NOTIFICACION.
           MOVE SPACES TO NT-NOMBRE
           MOVE SPACES TO NT-DIRECCION
           MOVE SPACES TO NT-VARIABLES
           IF NT-ESTADO = 'P'
               MOVE 'O' TO NT-ESTADO
               MOVE FECHA-HOY TO NT-FECHA-ESTADO
               MOVE "DATOS SUPRIMIDOS" TO NT-MOTIVO
           END-IF
           ADD 1 TO REGISTROS-TITULAR.

      *>----------------------------------------------------
      *> PEDIDOS WEB DEL CLIENTE: SIN NOMBRE, DIRECCIÓN NI
      *> TELÉFONO DE DESPACHO; EL PEDIDO, SU FOLIO Y LA
      *> REFERENCIA DEL PAGO SE CONSERVAN.
      *>----------------------------------------------------
       SUPRIMIR-PEDIDOS-WEB.
           OPEN INPUT ARCHIVO-PEDIDOS-WEB
           IF FS-PEDIDOS-WEB NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-PEDIDOS-WEB-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PEDIDOS-WEB
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PW-CLIENTE = TITULAR-ID
                           MOVE NOMBRE-ANONIMO TO PW-NOMBRE
                           MOVE SPACES TO PW-DIRECCION
                           MOVE SPACES TO PW-COMUNA
                           MOVE SPACES TO PW-CIUDAD
                           MOVE SPACES TO PW-TELEFONO
                           ADD 1 TO REGISTROS-TITULAR
                       END-IF
                       MOVE PEDIDO-WEB-REG TO PEDIDO-WEB-TMP-REG
                       WRITE PEDIDO-WEB-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PEDIDOS-WEB
           CLOSE ARCHIVO-PEDIDOS-WEB-TMP
           CALL "CBL_RENAME_FILE" USING "PEDIDOS-WEB.TMP"
                                         "PEDIDOS-WEB.DAT"
               RETURNING RESULT-CODE.

      *>----------------------------------------------------
      *> ENTREGAS DEL CLIENTE: SIN NOMBRE, DIRECCIÓN, TELÉFONO
      *> NI QUIÉN RECIBIÓ; LA FACTURA (CAJA, FOLIO), LA ZONA Y
      *> LOS CARGOS SE CONSERVAN.
      *>----------------------------------------------------
       SUPRIMIR-ENTREGAS.
           OPEN INPUT ARCHIVO-ENTREGAS
           IF FS-ENTREGAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-ENTREGAS-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ENTREGAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF EN-CLIENTE = TITULAR-ID
                           MOVE NOMBRE-ANONIMO TO EN-NOMBRE
                           MOVE SPACES TO EN-DIRECCION
                           MOVE SPACES TO EN-TELEFONO
                           MOVE SPACES TO EN-RECIBIO
                           ADD 1 TO REGISTROS-TITULAR
                       END-IF
                       MOVE ENTREGA-REG TO ENTREGA-TMP-REG
                       WRITE ENTREGA-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ENTREGAS
           CLOSE ARCHIVO-ENTREGAS-TMP
           CALL "CBL_RENAME_FILE" USING "ENTREGAS.TMP"
                                         "ENTREGAS.DAT"
               RETURNING RESULT-CODE.

      *>----------------------------------------------------
      *> ALQUILERES DEL TITULAR: SIN NOMBRE; EL EQUIPO, EL
      *> DEPÓSITO, EL RECARGO Y SU FACTURA SE CONSERVAN.
      *>----------------------------------------------------
       SUPRIMIR-ALQUILERES.
           OPEN INPUT ARCHIVO-ALQUILERES
           IF FS-ALQUILERES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-ALQUILERES-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-ALQUILERES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM VERIFICAR-ALQUILER-TITULAR
                       IF RESPUESTA-SN = 'S'
                           MOVE NOMBRE-ANONIMO TO AQ-NOMBRE
                           ADD 1 TO REGISTROS-TITULAR
                       END-IF
                       MOVE ALQUILER-REG TO ALQUILER-TMP-REG
                       WRITE ALQUILER-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ALQUILERES
           CLOSE ARCHIVO-ALQUILERES-TMP
           CALL "CBL_RENAME_FILE" USING "ALQUILERES.TMP"
                                         "ALQUILERES.DAT"
               RETURNING RESULT-CODE.

      *>----------------------------------------------------
      *> RESERVAS DE INSTALACIONES DEL TITULAR: SIN NOMBRE; EL
      *> TURNO, LA TARIFA Y SU FACTURA SE CONSERVAN.
      *>----------------------------------------------------
       SUPRIMIR-RESERVAS-INST.
           OPEN INPUT ARCHIVO-RESERVAS-INST
           IF FS-RESERVAS-INST NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-RESERVAS-INST-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-RESERVAS-INST
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM VERIFICAR-RESERVA-INST-TITULAR
                       IF RESPUESTA-SN = 'S'
                           MOVE NOMBRE-ANONIMO TO RN-NOMBRE
                           ADD 1 TO REGISTROS-TITULAR
                       END-IF
                       MOVE RESERVA-INST-REG TO RESERVA-INST-TMP-REG
                       WRITE RESERVA-INST-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESERVAS-INST
           CLOSE ARCHIVO-RESERVAS-INST-TMP
           CALL "CBL_RENAME_FILE" USING "RESERVAS-INSTALACION.TMP"
                                         "RESERVAS-INSTALACION.DAT"
               RETURNING RESULT-CODE.

       COPY PREFERENCIAS-RUTINAS.
