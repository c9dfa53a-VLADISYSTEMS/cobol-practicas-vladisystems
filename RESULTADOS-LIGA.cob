               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-FIXTURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FIXTURE.
       COPY RESULTADOS-SELECT.
           SELECT ARCHIVO-RESULT-TMP ASSIGN TO "RESULTADOS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESULT-TMP.
           SELECT ARCHIVO-TARJETAS
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-TARJETAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARJETAS.
           SELECT ARCHIVO-TARJETAS-TMP ASSIGN TO "TARJETAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARJETAS-TMP.
       COPY SANCIONES-SELECT.
           SELECT ARCHIVO-SANCIONES-TMP ASSIGN TO "SANCIONES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SANCIONES-TMP.
       COPY EQUIPOS-SELECT.
       COPY ASIGNACION-SELECT.
       COPY MIEMBROS-SELECT.
       COPY PARAMETROS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
           05 FX-LOCAL             PIC X(6).
           05 FX-VISITA            PIC X(6).

       COPY RESULTADOS-FD.

       FD  ARCHIVO-RESULT-TMP.
       01  RESULT-TMP-REG         PIC X(19).

      *>----------------------------------------------------
      *> TARJETAS DE LA TEMPORADA (TARJETAS-AAAAMMDD.DAT): UN
      *> REGISTRO POR JUGADOR AMONESTADO O EXPULSADO EN UN
      *> PARTIDO. TJ-JORNADA Y TJ-LOCAL IDENTIFICAN EL
      *> PARTIDO; TJ-EQUIPO ES EL EQUIPO DEL JUGADOR.
      *>----------------------------------------------------
       FD  ARCHIVO-TARJETAS.
       01  TARJETA-REG.
           05 TJ-JORNADA           PIC 9(2).
           05 TJ-LOCAL             PIC X(6).
           05 TJ-EQUIPO            PIC X(6).
           05 TJ-MIEMBRO           PIC 9(6).
           05 TJ-AMARILLAS         PIC 9.
           05 TJ-ROJAS             PIC 9.

       FD  ARCHIVO-TARJETAS-TMP.
       01  TARJETA-TMP-REG        PIC X(22).

       COPY SANCIONES-FD.

       FD  ARCHIVO-SANCIONES-TMP.
       01  SANCION-TMP-REG        PIC X(57).

       COPY EQUIPOS-FD.
       COPY ASIGNACION-FD.
       COPY MIEMBROS-FD.
       COPY PARAMETROS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY POSICIONES-WS.
       COPY FECHA-COMUN.
       COPY PARAMETROS-WS.

       *>----------------------------------------------------
       *> CAPTURA DE RESULTADOS Y TABLA DE POSICIONES: CIERRA
       *> EL CICLO DE LA LIGA QUE GENERAR-FIXTURE DEJA EN EL
       *> CALENDARIO Y HASTA HOY VIVÍA EN UN PIZARRÓN.
       *>----------------------------------------------------
       01 FS-FIXTURE             PIC XX.
       01 FS-RESULTADOS          PIC XX.
       01 RESULTADO-REPETIDO     PIC X VALUE 'N'.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.

       01 IDX                    PIC 9(2).
       01 IDX2                   PIC 9(2).
       01 ORDENADO               PIC X.
       01 ENCONTRADO             PIC X.
       01 CATEGORIA-ANTERIOR     PIC X(20).
       01 PENDIENTES             PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> TARJETAS Y SUSPENSIONES AUTOMÁTICAS. REGLAS EN
       *> PARAMETROS.DAT (ENTRE PARÉNTESIS, EL VALOR POR
       *> OMISIÓN):
       *>   LIGA-ROJA-FECHAS      FECHAS POR ROJA (1)
       *>   LIGA-AMARILLAS-TOPE   AMARILLAS QUE SUSPENDEN (5)
       *>   LIGA-AMARILLAS-FECHAS FECHAS AL LLEGAR AL TOPE (1)
       *>   LIGA-PUNTOS-AMARILLA  PUNTOS FAIR PLAY (1)
       *>   LIGA-PUNTOS-ROJA      PUNTOS FAIR PLAY (3)
       *> LAS FECHAS SE CUENTAN SOBRE LAS JORNADAS QUE EL
       *> EQUIPO JUEGA EN EL FIXTURE (LA FECHA LIBRE NO
       *> CUENTA). LAS SUSPENSIONES POR TARJETAS SE GRABAN EN
       *> SANCIONES-LIGA.DAT CON ORIGEN T Y SE RECALCULAN
       *> ENTERAS CADA VEZ QUE SE CARGAN TARJETAS, ASÍ LA
       *> CORRECCIÓN DE UN PARTIDO NO DEJA SANCIONES VIEJAS.
       *> HABILITADOS-JORNADA LAS LEE DE AHÍ.
       *>----------------------------------------------------
       01 FS-TARJETAS            PIC XX.
       01 FS-TARJETAS-TMP        PIC XX.
       01 FS-SANCIONES           PIC XX.
       01 FS-SANCIONES-TMP       PIC XX.
       01 FS-ASIGNACION          PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 NOMBRE-ARCHIVO-TARJETAS PIC X(30).
       01 ROJA-FECHAS            PIC 9(2) VALUE 1.
       01 AMARILLAS-TOPE         PIC 9(2) VALUE 5.
       01 AMARILLAS-FECHAS       PIC 9(2) VALUE 1.
       01 PUNTOS-AMARILLA        PIC 9(2) VALUE 1.
       01 PUNTOS-ROJA            PIC 9(2) VALUE 3.

       01 CAPTURA-SI-NO          PIC X.
       01 EQUIPO-TARJETAS        PIC X(6).
       01 NUMERO-TXT             PIC X(8).
       01 MIEMBRO-TARJETA        PIC 9(6).
       01 CANTIDAD-TXT           PIC X(4).
       01 CANTIDAD-CAPTURA       PIC 9.
       01 CANTIDAD-MAXIMA        PIC 9.
       01 AMARILLAS-CAPTURA      PIC 9.
       01 ROJAS-CAPTURA          PIC 9.
       01 FIN-CAPTURA            PIC X.
       01 JUGADOR-ASIGNADO       PIC X.
       01 MAX-CAPTURA            PIC 9(2) VALUE 40.
       01 TOTAL-CAPTURA          PIC 9(2) VALUE 0.
       01 TABLA-CAPTURA.
           05 CAPTURA-ENTRADA OCCURS 40 TIMES.
               10 TC-EQUIPO      PIC X(6).
               10 TC-MIEMBRO     PIC 9(6).
               10 TC-AMARILLAS   PIC 9.
               10 TC-ROJAS       PIC 9.
       01 IDX-CAPTURA            PIC 9(2).

       *>----------------------------------------------------
       *> FIXTURE, TARJETAS Y ACUMULADO POR JUGADOR EN MEMORIA
       *>----------------------------------------------------
       01 MAX-PARTIDOS           PIC 9(3) VALUE 400.
       01 TOTAL-PARTIDOS         PIC 9(3) VALUE 0.
       01 TABLA-PARTIDOS.
           05 PARTIDO-ENTRADA OCCURS 400 TIMES.
               10 TX-JORNADA     PIC 9(2).
               10 TX-LOCAL       PIC X(6).
               10 TX-VISITA      PIC X(6).
       01 IDX-PARTIDO            PIC 9(3).
       01 MAX-TARJETAS           PIC 9(3) VALUE 600.
       01 TOTAL-TARJETAS         PIC 9(3) VALUE 0.
       01 TABLA-TARJETAS.
           05 TARJETA-ENTRADA OCCURS 600 TIMES.
               10 TT-JORNADA     PIC 9(2).
               10 TT-EQUIPO      PIC X(6).
               10 TT-MIEMBRO     PIC 9(6).
               10 TT-AMARILLAS   PIC 9.
               10 TT-ROJAS       PIC 9.
       01 IDX-TARJETA            PIC 9(3).
       01 ULTIMA-JORNADA         PIC 9(2).
       01 MAX-JUGADORES          PIC 9(3) VALUE 400.
       01 TOTAL-JUGADORES        PIC 9(3) VALUE 0.
       01 TABLA-JUGADORES.
           05 JUGADOR-ENTRADA OCCURS 400 TIMES.
               10 TD-CATEGORIA   PIC X(20).
               10 TD-EQUIPO      PIC X(6).
               10 TD-MIEMBRO     PIC 9(6).
               10 TD-AMARILLAS   PIC 9(3).
               10 TD-ROJAS       PIC 9(3).
               10 TD-FECHAS      PIC 9(3).
       01 JUGADOR-TEMPORAL.
           05 FILLER             PIC X(20).
           05 FILLER             PIC X(6).
           05 FILLER             PIC 9(6).
           05 FILLER             PIC 9(3).
           05 FILLER             PIC 9(3).
           05 FILLER             PIC 9(3).
       01 IDX-JUGADOR            PIC 9(3).
       01 IDX-JUGADOR2           PIC 9(3).
       01 MIEMBRO-BUSCADO        PIC 9(6).
       01 EQUIPO-BUSCADO         PIC X(6).

       *>----------------------------------------------------
       *> CÁLCULO DE CADA SUSPENSIÓN
       *>----------------------------------------------------
       01 JORNADA-PROCESO        PIC 9(3).
       01 AMARILLAS-ANTES        PIC 9(3).
       01 CICLOS-ANTES           PIC 9(3).
       01 CICLOS-AHORA           PIC 9(3).
       01 FECHAS-SANCION         PIC 9(2).
       01 CONTADOR-FECHAS        PIC 9(3).
       01 JORNADA-BUSCADA        PIC 9(3).
       01 JORNADA-SIGUIENTE      PIC 9(2).
       01 SANCION-DESDE          PIC 9(3).
       01 SANCIONES-GENERADAS    PIC 9(3) VALUE 0.
       01 MOTIVO-SANCION         PIC X(30).
       01 PUNTERO-MOTIVO         PIC 9(2).
       01 PUNTERO-LINEA          PIC 9(3).
       01 F-JORNADA              PIC Z9.
       01 F-CANTIDAD             PIC ZZ9.

       *>----------------------------------------------------
       *> RANKING DE FAIR PLAY POR EQUIPO: MENOS PUNTOS ES
       *> MEJOR (AMARILLA Y ROJA SUMAN SEGÚN PARÁMETROS).
       *>----------------------------------------------------
       01 MAX-FAIRPLAY           PIC 9(2) VALUE 50.
       01 TOTAL-FAIRPLAY         PIC 9(2) VALUE 0.
       01 TABLA-FAIRPLAY.
           05 FAIRPLAY-ENTRADA OCCURS 50 TIMES.
               10 TF-CATEGORIA   PIC X(20).
               10 TF-EQUIPO      PIC X(6).
               10 TF-PJ          PIC 9(3).
               10 TF-AMARILLAS   PIC 9(3).
               10 TF-ROJAS       PIC 9(3).
               10 TF-PUNTOS      PIC 9(4).
       01 FAIRPLAY-TEMPORAL.
           05 FILLER             PIC X(20).
           05 FILLER             PIC X(6).
           05 FILLER             PIC 9(3).
           05 FILLER             PIC 9(3).
           05 FILLER             PIC 9(3).
           05 FILLER             PIC 9(4).
       01 IDX-FAIRPLAY           PIC 9(2).
       01 PUESTO-FAIRPLAY        PIC 9(2).
       01 NOMBRE-JUGADOR         PIC X(30).

       PROCEDURE DIVISION.

                  FECHA-TEMPORADA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-RESULTADOS
           MOVE SPACES TO NOMBRE-ARCHIVO-TARJETAS
           STRING "TARJETAS-" DELIMITED BY SIZE
                  FECHA-TEMPORADA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-TARJETAS
           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-REGLAS-TARJETAS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Capturar resultado de un partido"
               DISPLAY "2. Tabla de posiciones"
               DISPLAY "3. Partidos pendientes de un equipo"
               DISPLAY "4. Cargar tarjetas de un partido"
               DISPLAY "5. Tabla disciplinaria por categoría"
               DISPLAY "6. Ranking de fair play"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                       PERFORM TABLA-DE-POSICIONES
                   WHEN 3
                       PERFORM PARTIDOS-PENDIENTES
                   WHEN 4
                       PERFORM TARJETAS-DE-PARTIDO
                   WHEN 5
                       PERFORM TABLA-DISCIPLINARIA
                   WHEN 6
                       PERFORM RANKING-FAIR-PLAY
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE
      *>----------------------------------------------------
      *> EL RESULTADO SE VALIDA CONTRA EL FIXTURE (JORNADA Y
      *> LOCAL IDENTIFICAN EL PARTIDO); RECAPTURAR EL MISMO
      *> PARTIDO REEMPLAZA EL MARCADOR ANTERIOR. LAS TARJETAS
      *> SE CARGAN A CONTINUACIÓN (O DESPUÉS, CON LA OPCIÓN 4).
      *>----------------------------------------------------
       CAPTURAR-RESULTADO.
           PERFORM IDENTIFICAR-PARTIDO
           IF PARTIDO-EN-FIXTURE = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Visita según el fixture: " VISITA-CAPTURA

           PERFORM GRABAR-RESULTADO
           DISPLAY "Resultado: " LOCAL-CAPTURA " " GOLES-LOCAL
                   " - " GOLES-VISITA " " VISITA-CAPTURA

      *> UN W.O. NO LLEVA TARJETAS: SE BORRAN LAS QUE HUBIERA.
           IF WALKOVER-CAPTURA = SPACE
               DISPLAY "¿Cargar las tarjetas del partido? (S/N):"
               ACCEPT CAPTURA-SI-NO
               MOVE FUNCTION UPPER-CASE(CAPTURA-SI-NO)
                   TO CAPTURA-SI-NO
               IF CAPTURA-SI-NO = 'S'
                   PERFORM CAPTURAR-TARJETAS
               END-IF
           ELSE
               PERFORM CAPTURAR-TARJETAS
           END-IF.

       IDENTIFICAR-PARTIDO.
           MOVE 'N' TO PARTIDO-EN-FIXTURE
           DISPLAY "Jornada:"
           ACCEPT JORNADA-TXT
           IF FUNCTION TRIM(JORNADA-TXT) IS NOT NUMERIC
               DISPLAY "Jornada inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (JORNADA-TXT) TO JORNADA-CAPTURA
           DISPLAY "Equipo local:"
           ACCEPT LOCAL-CAPTURA
           MOVE FUNCTION UPPER-CASE(LOCAL-CAPTURA)
               TO LOCAL-CAPTURA

           PERFORM BUSCAR-PARTIDO-FIXTURE
           IF PARTIDO-EN-FIXTURE = 'N'
               DISPLAY "Ese partido no está en el fixture de la "
                       "temporada."
           END-IF.

       PEDIR-GOLES.
           MOVE 'N' TO ENTRADA-VALIDA
           END-IF.

      *>----------------------------------------------------
      *> TABLA DE POSICIONES (CÁLCULO EN POSICIONES-RUTINAS,
      *> EL MISMO QUE USA PLAYOFF-LIGA PARA SEMBRAR LA LLAVE).
      *>----------------------------------------------------
       TABLA-DE-POSICIONES.
           PERFORM CALCULAR-POSICIONES
           IF HAY-RESULTADOS = 'N'
               DISPLAY "No hay resultados capturados."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Tabla grabada en: " NOMBRE-ARCHIVO-REPORTE.

       ESCRIBIR-TABLA.
           MOVE SPACES TO CATEGORIA-ANTERIOR
           PERFORM VARYING IDX FROM 1 BY 1
                       FX-LOCAL " vs " FX-VISITA
           END-IF.

      *>----------------------------------------------------
      *> TARJETAS DE UN PARTIDO YA JUGADO: LO CARGADO AHORA
      *> REEMPLAZA LAS TARJETAS ANTERIORES DEL PARTIDO.
      *>----------------------------------------------------
       TARJETAS-DE-PARTIDO.
           PERFORM IDENTIFICAR-PARTIDO
           IF PARTIDO-EN-FIXTURE = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-RESULTADO-PARTIDO
           IF ENCONTRADO = 'N'
               DISPLAY "El partido todavía no tiene resultado "
                       "cargado."
               EXIT PARAGRAPH
           END-IF
           IF WALKOVER-CAPTURA NOT = SPACE
               DISPLAY "Partido ganado por W.O.: no lleva "
                       "tarjetas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Partido: " LOCAL-CAPTURA " vs " VISITA-CAPTURA
           DISPLAY "Lo que se cargue reemplaza las tarjetas "
                   "anteriores del partido."
           PERFORM CAPTURAR-TARJETAS.

       BUSCAR-RESULTADO-PARTIDO.
           MOVE 'N' TO ENCONTRADO
           MOVE SPACE TO WALKOVER-CAPTURA
           OPEN INPUT ARCHIVO-RESULTADOS
           IF FS-RESULTADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-RESULTADOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF RS-JORNADA = JORNADA-CAPTURA
                           AND RS-LOCAL = LOCAL-CAPTURA
                           MOVE RS-WALKOVER TO WALKOVER-CAPTURA
                           MOVE 'S' TO ENCONTRADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-RESULTADOS.

       CAPTURAR-TARJETAS.
           MOVE 0 TO TOTAL-CAPTURA
           IF WALKOVER-CAPTURA = SPACE
               MOVE LOCAL-CAPTURA TO EQUIPO-TARJETAS
               PERFORM CAPTURAR-TARJETAS-EQUIPO
               MOVE VISITA-CAPTURA TO EQUIPO-TARJETAS
               PERFORM CAPTURAR-TARJETAS-EQUIPO
           END-IF
           PERFORM GRABAR-TARJETAS
           PERFORM RECALCULAR-SUSPENSIONES.

       CAPTURAR-TARJETAS-EQUIPO.
           DISPLAY "Tarjetas de " EQUIPO-TARJETAS
                   " (número de socio, ENTER para terminar):"
           MOVE 'N' TO FIN-CAPTURA
           PERFORM UNTIL FIN-CAPTURA = 'S'
               DISPLAY "Socio:"
               ACCEPT NUMERO-TXT
               IF NUMERO-TXT = SPACES
                   MOVE 'S' TO FIN-CAPTURA
               ELSE
                   PERFORM CAPTURAR-TARJETA-JUGADOR
               END-IF
           END-PERFORM.

       CAPTURAR-TARJETA-JUGADOR.
           IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               DISPLAY "Número inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO MIEMBRO-TARJETA
           PERFORM VERIFICAR-ASIGNACION
           IF JUGADOR-ASIGNADO = 'N'
               DISPLAY "El socio " MIEMBRO-TARJETA " no juega en "
                       EQUIPO-TARJETAS "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Amarillas (0 a 2):"
           MOVE 2 TO CANTIDAD-MAXIMA
           PERFORM PEDIR-CANTIDAD
           MOVE CANTIDAD-CAPTURA TO AMARILLAS-CAPTURA
           DISPLAY "Rojas (0 o 1):"
           MOVE 1 TO CANTIDAD-MAXIMA
           PERFORM PEDIR-CANTIDAD
           MOVE CANTIDAD-CAPTURA TO ROJAS-CAPTURA
           IF AMARILLAS-CAPTURA = 0 AND ROJAS-CAPTURA = 0
               DISPLAY "Sin tarjetas: no se anota."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO IDX-CAPTURA
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-CAPTURA
               IF TC-MIEMBRO (IDX) = MIEMBRO-TARJETA
                   MOVE IDX TO IDX-CAPTURA
               END-IF
           END-PERFORM
           IF IDX-CAPTURA = 0
               IF TOTAL-CAPTURA >= MAX-CAPTURA
                   DISPLAY "No se pueden cargar más tarjetas en "
                           "el partido."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-CAPTURA
               MOVE TOTAL-CAPTURA TO IDX-CAPTURA
           ELSE
               DISPLAY "Se reemplaza lo cargado antes para ese "
                       "socio."
           END-IF
           MOVE EQUIPO-TARJETAS TO TC-EQUIPO (IDX-CAPTURA)
           MOVE MIEMBRO-TARJETA TO TC-MIEMBRO (IDX-CAPTURA)
           MOVE AMARILLAS-CAPTURA TO TC-AMARILLAS (IDX-CAPTURA)
           MOVE ROJAS-CAPTURA TO TC-ROJAS (IDX-CAPTURA).

       PEDIR-CANTIDAD.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT CANTIDAD-TXT
               EVALUATE TRUE
                   WHEN CANTIDAD-TXT = SPACES
                       MOVE 0 TO CANTIDAD-CAPTURA
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN FUNCTION TRIM(CANTIDAD-TXT) IS NOT NUMERIC
                       DISPLAY "Cantidad inválida. Intente de "
                               "nuevo."
                   WHEN FUNCTION NUMVAL (CANTIDAD-TXT)
                           > CANTIDAD-MAXIMA
                       DISPLAY "Cantidad inválida. Intente de "
                               "nuevo."
                   WHEN OTHER
                       MOVE FUNCTION NUMVAL (CANTIDAD-TXT)
                           TO CANTIDAD-CAPTURA
                       MOVE 'S' TO ENTRADA-VALIDA
               END-EVALUATE
           END-PERFORM.

       VERIFICAR-ASIGNACION.
           MOVE 'N' TO JUGADOR-ASIGNADO
           OPEN INPUT ARCHIVO-ASIGNACION
           IF FS-ASIGNACION NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-ASIGNACION NOT = "00"
               READ ARCHIVO-ASIGNACION
                   AT END
                       MOVE "10" TO FS-ASIGNACION
                   NOT AT END
                       IF AE-MIEMBRO = MIEMBRO-TARJETA
                           AND AE-EQUIPO = EQUIPO-TARJETAS
                           MOVE 'S' TO JUGADOR-ASIGNADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ASIGNACION.

       GRABAR-TARJETAS.
           OPEN INPUT ARCHIVO-TARJETAS
           IF FS-TARJETAS = "00"
               OPEN OUTPUT ARCHIVO-TARJETAS-TMP
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-TARJETAS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF TJ-JORNADA NOT = JORNADA-CAPTURA
                               OR TJ-LOCAL NOT = LOCAL-CAPTURA
                               MOVE TARJETA-REG TO TARJETA-TMP-REG
                               WRITE TARJETA-TMP-REG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-TARJETAS
               CLOSE ARCHIVO-TARJETAS-TMP
               CALL "CBL_RENAME_FILE" USING "TARJETAS.TMP"
                   NOMBRE-ARCHIVO-TARJETAS
                   RETURNING RESULT-CODE
           END-IF
           IF TOTAL-CAPTURA > 0
               OPEN EXTEND ARCHIVO-TARJETAS
               IF FS-TARJETAS = "35"
                   OPEN OUTPUT ARCHIVO-TARJETAS
               END-IF
               PERFORM VARYING IDX-CAPTURA FROM 1 BY 1
                       UNTIL IDX-CAPTURA > TOTAL-CAPTURA
                   MOVE JORNADA-CAPTURA TO TJ-JORNADA
                   MOVE LOCAL-CAPTURA TO TJ-LOCAL
                   MOVE TC-EQUIPO (IDX-CAPTURA) TO TJ-EQUIPO
                   MOVE TC-MIEMBRO (IDX-CAPTURA) TO TJ-MIEMBRO
                   MOVE TC-AMARILLAS (IDX-CAPTURA) TO TJ-AMARILLAS
                   MOVE TC-ROJAS (IDX-CAPTURA) TO TJ-ROJAS
                   WRITE TARJETA-REG
               END-PERFORM
               CLOSE ARCHIVO-TARJETAS
           END-IF
           DISPLAY TOTAL-CAPTURA " jugador(es) con tarjeta en el "
                   "partido.".

      *>----------------------------------------------------
      *> SUSPENSIONES AUTOMÁTICAS: SE DESCARTAN LAS DE ORIGEN
      *> T DE LA TEMPORADA Y SE VUELVEN A GENERAR RECORRIENDO
      *> LAS TARJETAS JORNADA POR JORNADA. LA ROJA Y CADA VEZ
      *> QUE EL ACUMULADO DE AMARILLAS CRUZA UN MÚLTIPLO DEL
      *> TOPE SUMAN FECHAS; SI EN EL MISMO PARTIDO PASAN LAS
      *> DOS COSAS QUEDA UNA SOLA SUSPENSIÓN POR LA SUMA.
      *>----------------------------------------------------
       RECALCULAR-SUSPENSIONES.
           PERFORM CARGAR-PARTIDOS
           PERFORM CARGAR-TARJETAS
           PERFORM ACEPTAR-FECHA-COMPLETA
           MOVE 0 TO TOTAL-JUGADORES
           MOVE 0 TO SANCIONES-GENERADAS
           OPEN OUTPUT ARCHIVO-SANCIONES-TMP
           OPEN INPUT ARCHIVO-SANCIONES
           IF FS-SANCIONES = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-SANCIONES
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF SL-TEMPORADA NOT = FECHA-TEMPORADA
                               OR SL-ORIGEN NOT = 'T'
                               MOVE SANCION-REG TO SANCION-TMP-REG
                               WRITE SANCION-TMP-REG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SANCIONES
           END-IF
           PERFORM VARYING JORNADA-PROCESO FROM 1 BY 1
                   UNTIL JORNADA-PROCESO > ULTIMA-JORNADA
               PERFORM VARYING IDX-TARJETA FROM 1 BY 1
                       UNTIL IDX-TARJETA > TOTAL-TARJETAS
                   IF TT-JORNADA (IDX-TARJETA) = JORNADA-PROCESO
                       PERFORM EVALUAR-TARJETA
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE ARCHIVO-SANCIONES-TMP
           CALL "CBL_RENAME_FILE" USING "SANCIONES.TMP"
               "SANCIONES-LIGA.DAT"
               RETURNING RESULT-CODE
           DISPLAY "Suspensiones por tarjetas en la temporada: "
                   SANCIONES-GENERADAS.

       EVALUAR-TARJETA.
           MOVE TT-MIEMBRO (IDX-TARJETA) TO MIEMBRO-BUSCADO
           MOVE TT-EQUIPO (IDX-TARJETA) TO EQUIPO-BUSCADO
           PERFORM UBICAR-JUGADOR
           IF IDX-JUGADOR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TD-AMARILLAS (IDX-JUGADOR) TO AMARILLAS-ANTES
           ADD TT-AMARILLAS (IDX-TARJETA)
               TO TD-AMARILLAS (IDX-JUGADOR)
           ADD TT-ROJAS (IDX-TARJETA) TO TD-ROJAS (IDX-JUGADOR)
           MOVE 0 TO FECHAS-SANCION
           MOVE SPACES TO MOTIVO-SANCION
           MOVE 1 TO PUNTERO-MOTIVO
           IF TT-ROJAS (IDX-TARJETA) > 0
               ADD ROJA-FECHAS TO FECHAS-SANCION
               STRING "ROJA" DELIMITED BY SIZE
                      INTO MOTIVO-SANCION
                      WITH POINTER PUNTERO-MOTIVO
           END-IF
           IF AMARILLAS-TOPE > 0
               DIVIDE AMARILLAS-ANTES BY AMARILLAS-TOPE
                   GIVING CICLOS-ANTES
               DIVIDE TD-AMARILLAS (IDX-JUGADOR) BY AMARILLAS-TOPE
                   GIVING CICLOS-AHORA
               IF CICLOS-AHORA > CICLOS-ANTES
                   ADD AMARILLAS-FECHAS TO FECHAS-SANCION
                   IF PUNTERO-MOTIVO > 1
                       STRING " Y " DELIMITED BY SIZE
                              INTO MOTIVO-SANCION
                              WITH POINTER PUNTERO-MOTIVO
                   END-IF
                   MOVE TD-AMARILLAS (IDX-JUGADOR) TO F-CANTIDAD
                   STRING FUNCTION TRIM(F-CANTIDAD)
                          DELIMITED BY SIZE
                          " AMARILLAS" DELIMITED BY SIZE
                          INTO MOTIVO-SANCION
                          WITH POINTER PUNTERO-MOTIVO
               END-IF
           END-IF
           IF FECHAS-SANCION = 0
               EXIT PARAGRAPH
           END-IF
           MOVE JORNADA-PROCESO TO F-JORNADA
           STRING " EN J" DELIMITED BY SIZE
                  FUNCTION TRIM(F-JORNADA) DELIMITED BY SIZE
                  INTO MOTIVO-SANCION
                  WITH POINTER PUNTERO-MOTIVO
           PERFORM CALCULAR-FECHAS-EQUIPO

           MOVE FECHA-TEMPORADA TO SL-TEMPORADA
           MOVE MIEMBRO-BUSCADO TO SL-MIEMBRO
           MOVE SANCION-DESDE TO SL-JORNADA-DESDE
           COMPUTE SL-FECHAS = JORNADA-BUSCADA - SANCION-DESDE + 1
           MOVE MOTIVO-SANCION TO SL-MOTIVO
           MOVE FC-FECHA-YYYYMMDD TO SL-FECHA-REGISTRO
           MOVE 'T' TO SL-ORIGEN
           MOVE SANCION-REG TO SANCION-TMP-REG
           WRITE SANCION-TMP-REG
           ADD 1 TO SANCIONES-GENERADAS.

      *>----------------------------------------------------
      *> PRÓXIMAS FECHAS-SANCION JORNADAS QUE EL EQUIPO JUEGA
      *> DESPUÉS DE JORNADA-PROCESO: DE SANCION-DESDE A
      *> JORNADA-BUSCADA. SI EL FIXTURE NO TIENE MÁS PARTIDOS
      *> DEL EQUIPO, LA SANCIÓN SIGUE EN LAS JORNADAS QUE
      *> VENGAN (POR EJEMPLO, UNA SEGUNDA RUEDA).
      *>----------------------------------------------------
       CALCULAR-FECHAS-EQUIPO.
           MOVE 0 TO SANCION-DESDE
           MOVE JORNADA-PROCESO TO JORNADA-BUSCADA
           PERFORM VARYING CONTADOR-FECHAS FROM 1 BY 1
                   UNTIL CONTADOR-FECHAS > FECHAS-SANCION
               PERFORM BUSCAR-SIGUIENTE-FECHA
               IF JORNADA-SIGUIENTE = 0
                   ADD 1 TO JORNADA-BUSCADA
               ELSE
                   MOVE JORNADA-SIGUIENTE TO JORNADA-BUSCADA
               END-IF
               IF SANCION-DESDE = 0
                   MOVE JORNADA-BUSCADA TO SANCION-DESDE
               END-IF
           END-PERFORM.

       BUSCAR-SIGUIENTE-FECHA.
           MOVE 0 TO JORNADA-SIGUIENTE
           PERFORM VARYING IDX-PARTIDO FROM 1 BY 1
                   UNTIL IDX-PARTIDO > TOTAL-PARTIDOS
               IF (TX-LOCAL (IDX-PARTIDO) = EQUIPO-BUSCADO
                   OR TX-VISITA (IDX-PARTIDO) = EQUIPO-BUSCADO)
                   AND TX-JORNADA (IDX-PARTIDO) > JORNADA-BUSCADA
                   AND (JORNADA-SIGUIENTE = 0
                     OR TX-JORNADA (IDX-PARTIDO) < JORNADA-SIGUIENTE)
                   MOVE TX-JORNADA (IDX-PARTIDO) TO JORNADA-SIGUIENTE
               END-IF
           END-PERFORM.

       UBICAR-JUGADOR.
           MOVE 0 TO IDX-JUGADOR
           PERFORM VARYING IDX-JUGADOR2 FROM 1 BY 1
                   UNTIL IDX-JUGADOR2 > TOTAL-JUGADORES
                      OR IDX-JUGADOR > 0
               IF TD-MIEMBRO (IDX-JUGADOR2) = MIEMBRO-BUSCADO
                   AND TD-EQUIPO (IDX-JUGADOR2) = EQUIPO-BUSCADO
                   MOVE IDX-JUGADOR2 TO IDX-JUGADOR
               END-IF
           END-PERFORM
           IF IDX-JUGADOR = 0 AND TOTAL-JUGADORES < MAX-JUGADORES
               ADD 1 TO TOTAL-JUGADORES
               MOVE TOTAL-JUGADORES TO IDX-JUGADOR
               MOVE SPACES TO TD-CATEGORIA (IDX-JUGADOR)
               MOVE EQUIPO-BUSCADO TO TD-EQUIPO (IDX-JUGADOR)
               MOVE MIEMBRO-BUSCADO TO TD-MIEMBRO (IDX-JUGADOR)
               MOVE 0 TO TD-AMARILLAS (IDX-JUGADOR)
               MOVE 0 TO TD-ROJAS (IDX-JUGADOR)
               MOVE 0 TO TD-FECHAS (IDX-JUGADOR)
           END-IF.

       CARGAR-PARTIDOS.
           MOVE 0 TO TOTAL-PARTIDOS
           OPEN INPUT ARCHIVO-FIXTURE
           IF FS-FIXTURE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-FIXTURE
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-PARTIDOS < MAX-PARTIDOS
                           ADD 1 TO TOTAL-PARTIDOS
                           MOVE FX-JORNADA
                               TO TX-JORNADA (TOTAL-PARTIDOS)
                           MOVE FX-LOCAL
                               TO TX-LOCAL (TOTAL-PARTIDOS)
                           MOVE FX-VISITA
                               TO TX-VISITA (TOTAL-PARTIDOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-FIXTURE.

       CARGAR-TARJETAS.
           MOVE 0 TO TOTAL-TARJETAS
           MOVE 0 TO ULTIMA-JORNADA
           OPEN INPUT ARCHIVO-TARJETAS
           IF FS-TARJETAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-TARJETAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-TARJETAS < MAX-TARJETAS
                           ADD 1 TO TOTAL-TARJETAS
                           MOVE TJ-JORNADA
                               TO TT-JORNADA (TOTAL-TARJETAS)
                           MOVE TJ-EQUIPO
                               TO TT-EQUIPO (TOTAL-TARJETAS)
                           MOVE TJ-MIEMBRO
                               TO TT-MIEMBRO (TOTAL-TARJETAS)
                           MOVE TJ-AMARILLAS
                               TO TT-AMARILLAS (TOTAL-TARJETAS)
                           MOVE TJ-ROJAS
                               TO TT-ROJAS (TOTAL-TARJETAS)
                           IF TJ-JORNADA > ULTIMA-JORNADA
                               MOVE TJ-JORNADA TO ULTIMA-JORNADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-TARJETAS.

       CARGAR-REGLAS-TARJETAS.
           MOVE "LIGA-ROJA-FECHAS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO) TO ROJA-FECHAS
           END-IF
           MOVE "LIGA-AMARILLAS-TOPE" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO AMARILLAS-TOPE
           END-IF
           MOVE "LIGA-AMARILLAS-FECHAS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO AMARILLAS-FECHAS
           END-IF
           MOVE "LIGA-PUNTOS-AMARILLA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO PUNTOS-AMARILLA
           END-IF
           MOVE "LIGA-PUNTOS-ROJA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO) TO PUNTOS-ROJA
           END-IF.

      *>----------------------------------------------------
      *> TABLA DISCIPLINARIA POR CATEGORÍA: TARJETAS DE CADA
      *> JUGADOR Y FECHAS DE SUSPENSIÓN DE LA TEMPORADA (POR
      *> TARJETAS Y CARGADAS A MANO).
      *>----------------------------------------------------
       TABLA-DISCIPLINARIA.
           PERFORM CARGAR-TARJETAS
           MOVE 0 TO TOTAL-JUGADORES
           MOVE 0 TO TOTAL-FAIRPLAY
           PERFORM VARYING IDX-TARJETA FROM 1 BY 1
                   UNTIL IDX-TARJETA > TOTAL-TARJETAS
               MOVE TT-MIEMBRO (IDX-TARJETA) TO MIEMBRO-BUSCADO
               MOVE TT-EQUIPO (IDX-TARJETA) TO EQUIPO-BUSCADO
               PERFORM UBICAR-JUGADOR
               IF IDX-JUGADOR > 0
                   ADD TT-AMARILLAS (IDX-TARJETA)
                       TO TD-AMARILLAS (IDX-JUGADOR)
                   ADD TT-ROJAS (IDX-TARJETA)
                       TO TD-ROJAS (IDX-JUGADOR)
               END-IF
           END-PERFORM
           PERFORM SUMAR-FECHAS-SUSPENSION
           IF TOTAL-JUGADORES = 0
               DISPLAY "No hay tarjetas ni suspensiones en la "
                       "temporada."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPLETAR-CATEGORIAS-TARJETAS
           PERFORM ORDENAR-JUGADORES

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "DISCIPLINA-" DELIMITED BY SIZE
                  FECHA-TEMPORADA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-TEMPORADA TO EC-FECHA-REPORTE
           MOVE 0 TO EC-PAGINA
           MOVE "TABLA DISCIPLINARIA" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM ESCRIBIR-DISCIPLINA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Tabla grabada en: " NOMBRE-ARCHIVO-REPORTE.

      *> UNA SANCIÓN CARGADA A MANO A QUIEN NO TIENE TARJETAS
      *> SE ANOTA EN EL EQUIPO AL QUE ESTÁ ASIGNADO.
       SUMAR-FECHAS-SUSPENSION.
           OPEN INPUT ARCHIVO-SANCIONES
           IF FS-SANCIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-SANCIONES
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF SL-TEMPORADA = FECHA-TEMPORADA
                           PERFORM SUMAR-SANCION-JUGADOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-SANCIONES.

       SUMAR-SANCION-JUGADOR.
           MOVE 0 TO IDX-JUGADOR
           PERFORM VARYING IDX-JUGADOR2 FROM 1 BY 1
                   UNTIL IDX-JUGADOR2 > TOTAL-JUGADORES
                      OR IDX-JUGADOR > 0
               IF TD-MIEMBRO (IDX-JUGADOR2) = SL-MIEMBRO
                   MOVE IDX-JUGADOR2 TO IDX-JUGADOR
               END-IF
           END-PERFORM
           IF IDX-JUGADOR = 0
               MOVE SL-MIEMBRO TO MIEMBRO-BUSCADO
               MOVE SPACES TO EQUIPO-BUSCADO
               OPEN INPUT ARCHIVO-ASIGNACION
               IF FS-ASIGNACION = "00"
                   PERFORM UNTIL FS-ASIGNACION NOT = "00"
                       READ ARCHIVO-ASIGNACION
                           AT END
                               MOVE "10" TO FS-ASIGNACION
                           NOT AT END
                               IF AE-MIEMBRO = SL-MIEMBRO
                                   MOVE AE-EQUIPO TO EQUIPO-BUSCADO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-ASIGNACION
               END-IF
               PERFORM UBICAR-JUGADOR
           END-IF
           IF IDX-JUGADOR > 0
               ADD SL-FECHAS TO TD-FECHAS (IDX-JUGADOR)
           END-IF.

       COMPLETAR-CATEGORIAS-TARJETAS.
           OPEN INPUT ARCHIVO-EQUIPOS
           IF FS-EQUIPOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-EQUIPOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
                               UNTIL IDX-JUGADOR > TOTAL-JUGADORES
                           IF TD-EQUIPO (IDX-JUGADOR) = EQ-CODIGO
                               MOVE EQ-CATEGORIA
                                   TO TD-CATEGORIA (IDX-JUGADOR)
                           END-IF
                       END-PERFORM
                       PERFORM VARYING IDX-FAIRPLAY FROM 1 BY 1
                               UNTIL IDX-FAIRPLAY > TOTAL-FAIRPLAY
                           IF TF-EQUIPO (IDX-FAIRPLAY) = EQ-CODIGO
                               MOVE EQ-CATEGORIA
                                   TO TF-CATEGORIA (IDX-FAIRPLAY)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-EQUIPOS.

      *> POR CATEGORÍA Y EQUIPO; DENTRO DEL EQUIPO, PRIMERO
      *> LOS DE MÁS ROJAS Y DESPUÉS LOS DE MÁS AMARILLAS.
       ORDENAR-JUGADORES.
           MOVE 'N' TO ORDENADO
           PERFORM UNTIL ORDENADO = 'S'
               MOVE 'S' TO ORDENADO
               PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
                       UNTIL IDX-JUGADOR >= TOTAL-JUGADORES
                   COMPUTE IDX-JUGADOR2 = IDX-JUGADOR + 1
                   IF TD-CATEGORIA (IDX-JUGADOR)
                           > TD-CATEGORIA (IDX-JUGADOR2)
                       OR (TD-CATEGORIA (IDX-JUGADOR) =
                           TD-CATEGORIA (IDX-JUGADOR2)
                           AND (TD-EQUIPO (IDX-JUGADOR)
                                 > TD-EQUIPO (IDX-JUGADOR2)
                             OR (TD-EQUIPO (IDX-JUGADOR) =
                                 TD-EQUIPO (IDX-JUGADOR2)
                                 AND (TD-ROJAS (IDX-JUGADOR)
                                       < TD-ROJAS (IDX-JUGADOR2)
                                   OR (TD-ROJAS (IDX-JUGADOR) =
                                       TD-ROJAS (IDX-JUGADOR2)
                                       AND TD-AMARILLAS (IDX-JUGADOR)
                                     < TD-AMARILLAS (IDX-JUGADOR2))))))
                       MOVE JUGADOR-ENTRADA (IDX-JUGADOR)
                           TO JUGADOR-TEMPORAL
                       MOVE JUGADOR-ENTRADA (IDX-JUGADOR2)
                           TO JUGADOR-ENTRADA (IDX-JUGADOR)
                       MOVE JUGADOR-TEMPORAL
                           TO JUGADOR-ENTRADA (IDX-JUGADOR2)
                       MOVE 'N' TO ORDENADO
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIBIR-DISCIPLINA.
           OPEN INPUT ARCHIVO-MIEMBROS
           MOVE SPACES TO CATEGORIA-ANTERIOR
           PERFORM VARYING IDX-JUGADOR FROM 1 BY 1
                   UNTIL IDX-JUGADOR > TOTAL-JUGADORES
               IF TD-CATEGORIA (IDX-JUGADOR) NOT = CATEGORIA-ANTERIOR
                   MOVE TD-CATEGORIA (IDX-JUGADOR)
                       TO CATEGORIA-ANTERIOR
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "CATEGORIA: " DELIMITED BY SIZE
                          FUNCTION TRIM(CATEGORIA-ANTERIOR)
                          DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
               END-IF
               MOVE SPACES TO NOMBRE-JUGADOR
               IF FS-MIEMBROS = "00"
                   MOVE TD-MIEMBRO (IDX-JUGADOR) TO M-ID
                   READ ARCHIVO-MIEMBROS
                       INVALID KEY
                           MOVE "(NO REGISTRADO)" TO NOMBRE-JUGADOR
                       NOT INVALID KEY
                           MOVE M-NOMBRE TO NOMBRE-JUGADOR
                   END-READ
               END-IF
               MOVE SPACES TO LINEA-SALIDA
               STRING TD-EQUIPO (IDX-JUGADOR) DELIMITED BY SIZE
                      " | " DELIMITED BY SIZE
                      TD-MIEMBRO (IDX-JUGADOR) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOMBRE-JUGADOR DELIMITED BY SIZE
                      " | TA " DELIMITED BY SIZE
                      TD-AMARILLAS (IDX-JUGADOR) DELIMITED BY SIZE
                      " TR " DELIMITED BY SIZE
                      TD-ROJAS (IDX-JUGADOR) DELIMITED BY SIZE
                      " | FECHAS SUSP. " DELIMITED BY SIZE
                      TD-FECHAS (IDX-JUGADOR) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           IF FS-MIEMBROS = "00"
               CLOSE ARCHIVO-MIEMBROS
           END-IF
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           MOVE 1 TO PUNTERO-LINEA
           MOVE ROJA-FECHAS TO F-JORNADA
           MOVE AMARILLAS-TOPE TO F-CANTIDAD
           STRING "REGLAS: ROJA = " DELIMITED BY SIZE
                  FUNCTION TRIM(F-JORNADA) DELIMITED BY SIZE
                  " FECHA(S); CADA " DELIMITED BY SIZE
                  FUNCTION TRIM(F-CANTIDAD) DELIMITED BY SIZE
                  " AMARILLAS = " DELIMITED BY SIZE
                  INTO LINEA-SALIDA
                  WITH POINTER PUNTERO-LINEA
           MOVE AMARILLAS-FECHAS TO F-JORNADA
           STRING FUNCTION TRIM(F-JORNADA) DELIMITED BY SIZE
                  " FECHA(S)." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
                  WITH POINTER PUNTERO-LINEA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> RANKING DE FAIR PLAY: TODOS LOS EQUIPOS DEL FIXTURE,
      *> POR CATEGORÍA, DEL QUE MENOS PUNTOS SUMA AL QUE MÁS.
      *>----------------------------------------------------
       RANKING-FAIR-PLAY.
           PERFORM CARGAR-PARTIDOS
           IF TOTAL-PARTIDOS = 0
               DISPLAY "No se encontró " NOMBRE-ARCHIVO-FIXTURE
               EXIT PARAGRAPH
           END-IF
           PERFORM CARGAR-TARJETAS
           MOVE 0 TO TOTAL-FAIRPLAY
           MOVE 0 TO TOTAL-JUGADORES
           PERFORM VARYING IDX-PARTIDO FROM 1 BY 1
                   UNTIL IDX-PARTIDO > TOTAL-PARTIDOS
               MOVE TX-LOCAL (IDX-PARTIDO) TO EQUIPO-BUSCADO
               PERFORM UBICAR-EQUIPO-FAIRPLAY
               MOVE TX-VISITA (IDX-PARTIDO) TO EQUIPO-BUSCADO
               PERFORM UBICAR-EQUIPO-FAIRPLAY
           END-PERFORM

           OPEN INPUT ARCHIVO-RESULTADOS
           IF FS-RESULTADOS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-RESULTADOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           MOVE RS-LOCAL TO EQUIPO-BUSCADO
                           PERFORM UBICAR-EQUIPO-FAIRPLAY
                           IF IDX-FAIRPLAY > 0
                               ADD 1 TO TF-PJ (IDX-FAIRPLAY)
                           END-IF
                           MOVE RS-VISITA TO EQUIPO-BUSCADO
                           PERFORM UBICAR-EQUIPO-FAIRPLAY
                           IF IDX-FAIRPLAY > 0
                               ADD 1 TO TF-PJ (IDX-FAIRPLAY)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RESULTADOS
           END-IF

           PERFORM VARYING IDX-TARJETA FROM 1 BY 1
                   UNTIL IDX-TARJETA > TOTAL-TARJETAS
               MOVE TT-EQUIPO (IDX-TARJETA) TO EQUIPO-BUSCADO
               PERFORM UBICAR-EQUIPO-FAIRPLAY
               IF IDX-FAIRPLAY > 0
                   ADD TT-AMARILLAS (IDX-TARJETA)
                       TO TF-AMARILLAS (IDX-FAIRPLAY)
                   ADD TT-ROJAS (IDX-TARJETA)
                       TO TF-ROJAS (IDX-FAIRPLAY)
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-FAIRPLAY FROM 1 BY 1
                   UNTIL IDX-FAIRPLAY > TOTAL-FAIRPLAY
               COMPUTE TF-PUNTOS (IDX-FAIRPLAY) =
                   TF-AMARILLAS (IDX-FAIRPLAY) * PUNTOS-AMARILLA
                   + TF-ROJAS (IDX-FAIRPLAY) * PUNTOS-ROJA
           END-PERFORM
           PERFORM COMPLETAR-CATEGORIAS-TARJETAS
           PERFORM ORDENAR-FAIRPLAY

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "FAIRPLAY-" DELIMITED BY SIZE
                  FECHA-TEMPORADA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-TEMPORADA TO EC-FECHA-REPORTE
           MOVE 0 TO EC-PAGINA
           MOVE "RANKING DE FAIR PLAY" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM ESCRIBIR-FAIRPLAY
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Ranking grabado en: " NOMBRE-ARCHIVO-REPORTE.

       UBICAR-EQUIPO-FAIRPLAY.
           MOVE 'N' TO ENCONTRADO
           PERFORM VARYING IDX-FAIRPLAY FROM 1 BY 1
                   UNTIL IDX-FAIRPLAY > TOTAL-FAIRPLAY
                      OR ENCONTRADO = 'S'
               IF TF-EQUIPO (IDX-FAIRPLAY) = EQUIPO-BUSCADO
                   MOVE 'S' TO ENCONTRADO
               END-IF
           END-PERFORM
           IF ENCONTRADO = 'S'
               SUBTRACT 1 FROM IDX-FAIRPLAY
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-FAIRPLAY >= MAX-FAIRPLAY
               MOVE 0 TO IDX-FAIRPLAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-FAIRPLAY
           MOVE TOTAL-FAIRPLAY TO IDX-FAIRPLAY
           MOVE SPACES TO TF-CATEGORIA (IDX-FAIRPLAY)
           MOVE EQUIPO-BUSCADO TO TF-EQUIPO (IDX-FAIRPLAY)
           MOVE 0 TO TF-PJ (IDX-FAIRPLAY)
           MOVE 0 TO TF-AMARILLAS (IDX-FAIRPLAY)
           MOVE 0 TO TF-ROJAS (IDX-FAIRPLAY)
           MOVE 0 TO TF-PUNTOS (IDX-FAIRPLAY).

       ORDENAR-FAIRPLAY.
           MOVE 'N' TO ORDENADO
           PERFORM UNTIL ORDENADO = 'S'
               MOVE 'S' TO ORDENADO
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX >= TOTAL-FAIRPLAY
                   COMPUTE IDX2 = IDX + 1
                   IF TF-CATEGORIA (IDX) > TF-CATEGORIA (IDX2)
                       OR (TF-CATEGORIA (IDX) =
                           TF-CATEGORIA (IDX2)
                           AND (TF-PUNTOS (IDX) > TF-PUNTOS (IDX2)
                             OR (TF-PUNTOS (IDX) = TF-PUNTOS (IDX2)
                                 AND TF-EQUIPO (IDX)
                                   > TF-EQUIPO (IDX2))))
                       MOVE FAIRPLAY-ENTRADA (IDX)
                           TO FAIRPLAY-TEMPORAL
                       MOVE FAIRPLAY-ENTRADA (IDX2)
                           TO FAIRPLAY-ENTRADA (IDX)
                       MOVE FAIRPLAY-TEMPORAL
                           TO FAIRPLAY-ENTRADA (IDX2)
                       MOVE 'N' TO ORDENADO
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIBIR-FAIRPLAY.
           MOVE SPACES TO CATEGORIA-ANTERIOR
           PERFORM VARYING IDX-FAIRPLAY FROM 1 BY 1
                   UNTIL IDX-FAIRPLAY > TOTAL-FAIRPLAY
               IF TF-CATEGORIA (IDX-FAIRPLAY) NOT = CATEGORIA-ANTERIOR
                   OR IDX-FAIRPLAY = 1
                   MOVE TF-CATEGORIA (IDX-FAIRPLAY)
                       TO CATEGORIA-ANTERIOR
                   MOVE 0 TO PUESTO-FAIRPLAY
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "CATEGORIA: " DELIMITED BY SIZE
                          FUNCTION TRIM(CATEGORIA-ANTERIOR)
                          DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
               END-IF
               ADD 1 TO PUESTO-FAIRPLAY
               MOVE SPACES TO LINEA-SALIDA
               STRING PUESTO-FAIRPLAY DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      TF-EQUIPO (IDX-FAIRPLAY) DELIMITED BY SIZE
                      " | PJ " DELIMITED BY SIZE
                      TF-PJ (IDX-FAIRPLAY) DELIMITED BY SIZE
                      " | TA " DELIMITED BY SIZE
                      TF-AMARILLAS (IDX-FAIRPLAY) DELIMITED BY SIZE
                      " TR " DELIMITED BY SIZE
                      TF-ROJAS (IDX-FAIRPLAY) DELIMITED BY SIZE
                      " | PTS " DELIMITED BY SIZE
                      TF-PUNTOS (IDX-FAIRPLAY) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE PUNTOS-AMARILLA TO F-JORNADA
           MOVE PUNTOS-ROJA TO F-CANTIDAD
           MOVE SPACES TO LINEA-SALIDA
           STRING "PUNTOS: AMARILLA = " DELIMITED BY SIZE
                  FUNCTION TRIM(F-JORNADA) DELIMITED BY SIZE
                  ", ROJA = " DELIMITED BY SIZE
                  FUNCTION TRIM(F-CANTIDAD) DELIMITED BY SIZE
                  ". GANA EL QUE MENOS SUMA." DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY POSICIONES-RUTINAS.
