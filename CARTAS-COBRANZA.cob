       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAS-COBRANZA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY COBRANZA-SELECT.
       COPY CARTERA-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY PARAMETROS-SELECT.
       COPY BITACORA-SELECT.
           SELECT ARCHIVO-CARTAS
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CARTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

       DATA DIVISION.
       FILE SECTION.
       COPY COBRANZA-FD.
       COPY CARTERA-FD.
       COPY CLIENTES-IDX-FD.
       COPY PARAMETROS-FD.
       COPY BITACORA-FD.

       FD  ARCHIVO-CARTAS.
       01  LINEA-CARTA            PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COBRANZA-WS.
       COPY CLIENTES-IDX-WS.
       COPY PARAMETROS-WS.
       COPY BITACORA-WS.

      *>----------------------------------------------------
      *> CARTAS DE COBRANZA DE CARTERA (LOTE NOCTURNO, EL
      *> EQUIVALENTE DE ESCALAR-MOROSOS PARA LOS CLIENTES DE
      *> CRÉDITO): SEGÚN LOS DÍAS DE ATRASO DEL DOCUMENTO
      *> VENCIDO MÁS ANTIGUO DE CADA CLIENTE,
      *>   COBRANZA-DIAS-CARTA1 (15) -> PRIMER AVISO
      *>   COBRANZA-DIAS-CARTA2 (45) -> SEGUNDO AVISO, SI YA
      *>       SE MANDÓ EL PRIMERO HACE AL MENOS
      *>       COBRANZA-DIAS-ENTRE (15) DÍAS
      *> CADA AVISO SALE UNA SOLA VEZ POR DEUDA (LAS CARTAS
      *> QUEDAN COMO GESTIONES, RESULTADOS 11 Y 12, EN
      *> GESTIONES-COBRANZA.DAT) Y NO SE ENVÍA A QUIEN TIENE
      *> UNA PROMESA DE PAGO PENDIENTE QUE AÚN NO VENCE. LAS
      *> CARTAS VAN A CARTAS-COBRANZA-AAAAMMDD.TXT CON LOS
      *> DATOS DEL CLIENTE DE CLIENTES.IDX.
      *> USO: CARTAS-COBRANZA [AAAAMMDD]
      *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-CARTERA             PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-CARTAS              PIC XX.
       01 NOMBRE-ARCHIVO-CARTAS  PIC X(30).
       01 FECHA-PROCESO          PIC 9(8).
       01 PROCESO-INT            PIC 9(8).
       01 CARTA-INT              PIC 9(8).
       01 HORA-PROCESO           PIC 9(8).

       01 DIAS-CARTA1            PIC 9(3) VALUE 15.
       01 DIAS-CARTA2            PIC 9(3) VALUE 45.
       01 DIAS-ENTRE-CARTAS      PIC 9(3) VALUE 15.

       01 NIVEL-CARTA            PIC 9 VALUE 0.
       01 CARTAS-PRIMER-AVISO    PIC 9(4) VALUE 0.
       01 CARTAS-SEGUNDO-AVISO   PIC 9(4) VALUE 0.
       01 CARTAS-EMITIDAS        PIC 9(4) VALUE 0.
       01 CON-PROMESA            PIC 9(4) VALUE 0.
       01 CARTAS-ABIERTAS        PIC X VALUE 'N'.
       01 TITULO-CARTA           PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       01 F-VENCIDO              PIC Z(8)9.99.
       01 F-DIAS                 PIC Z(4)9.
       01 F-DOCUMENTOS           PIC ZZ9.

       PROCEDURE DIVISION.

       INICIO.
           MOVE "CARTAS-COBRANZA" TO BW-PROGRAMA
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
           COMPUTE PROCESO-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-PROCESO)

           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-UMBRALES
           MOVE FECHA-PROCESO TO FECHA-CORTE-COBRANZA
           PERFORM CARGAR-DEUDORES-CARTERA
           IF TOTAL-DEUDORES-VENCIDOS = 0
               DISPLAY "No hay clientes con documentos vencidos."
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF
           PERFORM ORDENAR-DEUDORES

           PERFORM VARYING IDX-DEUDOR FROM 1 BY 1
                   UNTIL IDX-DEUDOR > TOTAL-DEUDORES-CART
               IF DC-VENCIDO (IDX-DEUDOR) > 0
                   PERFORM EVALUAR-DEUDOR
               END-IF
           END-PERFORM

           IF CARTAS-ABIERTAS = 'S'
               CLOSE ARCHIVO-CARTAS
               DISPLAY "Cartas grabadas en: " NOMBRE-ARCHIVO-CARTAS
           END-IF
           DISPLAY "Primer aviso: " CARTAS-PRIMER-AVISO
                   " | Segundo aviso: " CARTAS-SEGUNDO-AVISO
                   " | Con promesa vigente: " CON-PROMESA
           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE CARTAS-EMITIDAS TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           STOP RUN.

       CARGAR-UMBRALES.
           MOVE "COBRANZA-DIAS-CARTA1" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO DIAS-CARTA1
           END-IF
           MOVE "COBRANZA-DIAS-CARTA2" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO DIAS-CARTA2
           END-IF
           MOVE "COBRANZA-DIAS-ENTRE" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO DIAS-ENTRE-CARTAS
           END-IF.

      *>----------------------------------------------------
      *> QUÉ AVISO CORRESPONDE AL DEUDOR IDX-DEUDOR (0 =
      *> NINGUNO). DESPUÉS DEL SEGUNDO AVISO EL CASO QUEDA EN
      *> MANOS DE COBRANZA (LISTA DE TRABAJO).
      *>----------------------------------------------------
       EVALUAR-DEUDOR.
           IF DC-PROMESA-ESTADO (IDX-DEUDOR) = 'P'
               AND DC-PROMESA-FECHA (IDX-DEUDOR) >= FECHA-PROCESO
               ADD 1 TO CON-PROMESA
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NIVEL-CARTA
           EVALUATE TRUE
               WHEN DC-CARTA-NIVEL (IDX-DEUDOR) = 0
                   AND DC-DIAS-ATRASO (IDX-DEUDOR) >= DIAS-CARTA1
                   MOVE 1 TO NIVEL-CARTA
               WHEN DC-CARTA-NIVEL (IDX-DEUDOR) = 1
                   AND DC-DIAS-ATRASO (IDX-DEUDOR) >= DIAS-CARTA2
                   COMPUTE CARTA-INT = FUNCTION INTEGER-OF-DATE
                       (DC-CARTA-FECHA (IDX-DEUDOR))
                   IF PROCESO-INT - CARTA-INT >= DIAS-ENTRE-CARTAS
                       MOVE 2 TO NIVEL-CARTA
                   END-IF
           END-EVALUATE
           EVALUATE NIVEL-CARTA
               WHEN 1
                   MOVE "PRIMER AVISO DE COBRANZA" TO TITULO-CARTA
                   PERFORM ESCRIBIR-CARTA
                   ADD 1 TO CARTAS-PRIMER-AVISO
               WHEN 2
                   MOVE "SEGUNDO AVISO DE COBRANZA" TO TITULO-CARTA
                   PERFORM ESCRIBIR-CARTA
                   ADD 1 TO CARTAS-SEGUNDO-AVISO
           END-EVALUATE.

       ESCRIBIR-CARTA.
           ADD 1 TO CARTAS-EMITIDAS
           IF CARTAS-ABIERTAS = 'N'
               MOVE SPACES TO NOMBRE-ARCHIVO-CARTAS
               STRING "CARTAS-COBRANZA-" DELIMITED BY SIZE
                      FECHA-PROCESO DELIMITED BY SIZE
                      ".TXT" DELIMITED BY SIZE
                      INTO NOMBRE-ARCHIVO-CARTAS
               OPEN OUTPUT ARCHIVO-CARTAS
               MOVE 'S' TO CARTAS-ABIERTAS
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           WRITE LINEA-CARTA FROM LINEA-SALIDA
           MOVE TITULO-CARTA TO LINEA-SALIDA
           WRITE LINEA-CARTA FROM LINEA-SALIDA
           MOVE DC-CLIENTE (IDX-DEUDOR) TO CLIENTE-RECEPTOR
           PERFORM LEER-DATOS-RECEPTOR
           PERFORM VARYING IDX-RECEPTOR FROM 1 BY 1
                   UNTIL IDX-RECEPTOR > TOTAL-LINEAS-RECEPTOR
               WRITE LINEA-CARTA FROM LINEA-RECEPTOR (IDX-RECEPTOR)
           END-PERFORM
           MOVE SPACES TO LINEA-SALIDA
           STRING "Cliente: " DELIMITED BY SIZE
                  DC-CLIENTE (IDX-DEUDOR) DELIMITED BY SIZE
                  " | Fecha: " DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           WRITE LINEA-CARTA FROM LINEA-SALIDA
           MOVE DC-VENCIDO (IDX-DEUDOR) TO F-VENCIDO
           MOVE DC-DOCUMENTOS (IDX-DEUDOR) TO F-DOCUMENTOS
           MOVE DC-DIAS-ATRASO (IDX-DEUDOR) TO F-DIAS
           MOVE SPACES TO LINEA-SALIDA
           STRING "Saldo vencido: $" DELIMITED BY SIZE
                  FUNCTION TRIM(F-VENCIDO) DELIMITED BY SIZE
                  " en " DELIMITED BY SIZE
                  FUNCTION TRIM(F-DOCUMENTOS) DELIMITED BY SIZE
                  " documento(s); el más antiguo lleva "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(F-DIAS) DELIMITED BY SIZE
                  " días de atraso." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           WRITE LINEA-CARTA FROM LINEA-SALIDA
           IF NIVEL-CARTA = 1
               MOVE "Le recordamos regularizar su cuenta de crédito "
                   TO LINEA-SALIDA
               WRITE LINEA-CARTA FROM LINEA-SALIDA
               MOVE "a la brevedad. Si ya pagó, ignore este aviso."
                   TO LINEA-SALIDA
               WRITE LINEA-CARTA FROM LINEA-SALIDA
           ELSE
               MOVE "Su cuenta sigue impaga pese a nuestro aviso "
                   TO LINEA-SALIDA
               WRITE LINEA-CARTA FROM LINEA-SALIDA
               MOVE "anterior. Regularícela o comuníquese con "
                   TO LINEA-SALIDA
               WRITE LINEA-CARTA FROM LINEA-SALIDA
               MOVE "cobranza para convenir una fecha de pago."
                   TO LINEA-SALIDA
               WRITE LINEA-CARTA FROM LINEA-SALIDA
           END-IF
           PERFORM ANOTAR-CARTA-ENVIADA.

      *>----------------------------------------------------
      *> LA CARTA QUEDA COMO GESTIÓN TIPO C, SIN OPERADOR.
      *>----------------------------------------------------
       ANOTAR-CARTA-ENVIADA.
           INITIALIZE GESTION-NUEVA
           ACCEPT HORA-PROCESO FROM TIME
           MOVE FECHA-PROCESO TO GN-FECHA
           MOVE HORA-PROCESO (1:4) TO GN-HORA
           MOVE DC-CLIENTE (IDX-DEUDOR) TO GN-CLIENTE
           MOVE 'C' TO GN-TIPO
           COMPUTE GN-RESULTADO = 10 + NIVEL-CARTA
           MOVE SPACE TO GN-PROMESA-ESTADO
           MOVE 0 TO GN-OPERADOR
           MOVE "EMITIDA POR CARTAS-COBRANZA" TO GN-NOTA
           PERFORM GRABAR-GESTION.

       COPY COBRANZA-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY BITACORA-RUTINAS.
