       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYOFF-LIGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY RESULTADOS-SELECT.
       COPY EQUIPOS-SELECT.
       COPY FERIADOS-SELECT.
           SELECT ARCHIVO-LLAVES
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-LLAVES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLAVES.
           SELECT ARCHIVO-LLAVES-TMP ASSIGN TO "PLAYOFF.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLAVES-TMP.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY RESULTADOS-FD.
       COPY EQUIPOS-FD.
       COPY FERIADOS-FD.

      *>----------------------------------------------------
      *> CRUCES DE LA FASE FINAL (PLAYOFF-AAAAMMDD.DAT, CON LA
      *> FECHA DE INICIO DEL FIXTURE): UN REGISTRO POR CRUCE.
      *> EL GANADOR DEL CRUCE N DE UNA RONDA PASA AL CRUCE
      *> (N + 1) / 2 DE LA SIGUIENTE, COMO EQUIPO A SI N ES
      *> IMPAR Y COMO EQUIPO B SI ES PAR. LL-ESTADO: P =
      *> PENDIENTE, J = JUGADO, L = PASE DIRECTO (SIN RIVAL).
      *>----------------------------------------------------
       FD  ARCHIVO-LLAVES.
       01  LLAVE-REG.
           05 LL-CATEGORIA         PIC X(20).
           05 LL-RONDA             PIC 9.
           05 LL-NUMERO            PIC 9(2).
           05 LL-FECHA             PIC 9(8).
           05 LL-SEMBRADO-A        PIC 9(2).
           05 LL-EQUIPO-A          PIC X(6).
           05 LL-SEMBRADO-B        PIC 9(2).
           05 LL-EQUIPO-B          PIC X(6).
           05 LL-GOLES-A           PIC 9(2).
           05 LL-GOLES-B           PIC 9(2).
           05 LL-PENALES-A         PIC 9(2).
           05 LL-PENALES-B         PIC 9(2).
           05 LL-ESTADO            PIC X.
           05 LL-GANADOR           PIC X(6).

       FD  ARCHIVO-LLAVES-TMP.
       01  LLAVE-TMP-REG          PIC X(62).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY POSICIONES-WS.
       COPY FERIADOS-WS.
       COPY DIAS-HABILES-WS.

       *>----------------------------------------------------
       *> FASE FINAL DE LA LIGA: TOMA LOS N PRIMEROS DE CADA
       *> CATEGORÍA DE LA TABLA DE POSICIONES (MISMO CÁLCULO Y
       *> DESEMPATE QUE RESULTADOS-LIGA) Y LOS SIEMBRA EN UNA
       *> LLAVE 1 CONTRA N, 2 CONTRA N-1, ... ORDENADA PARA
       *> QUE EL 1 Y EL 2 SOLO PUEDAN CRUZARSE EN LA FINAL.
       *> SI CLASIFICAN MENOS EQUIPOS QUE EL TAMAÑO DE LA
       *> LLAVE, LOS MEJORES UBICADOS PASAN DIRECTO. LAS
       *> RONDAS SE PROGRAMAN EN DÍAS HÁBILES COMO EL FIXTURE.
       *> EL EMPATE SE DEFINE POR PENALES.
       *>----------------------------------------------------
       01 FS-RESULTADOS          PIC XX.
       01 FS-EQUIPOS             PIC XX.
       01 FS-LLAVES              PIC XX.
       01 FS-LLAVES-TMP          PIC XX.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-RESULTADOS PIC X(30).
       01 NOMBRE-ARCHIVO-LLAVES  PIC X(30).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(30).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 RESULT-CODE            PIC 9(2).

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-TEMPORADA        PIC 9(8).
       01 FECHA-TXT              PIC X(10).
       01 CATEGORIA-LLAVE        PIC X(20).
       01 CONFIRMA               PIC X.
       01 NUMERO-TXT             PIC X(4).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> ARMADO DE LA LLAVE
       *>----------------------------------------------------
       01 CLASIFICADOS-PEDIDOS   PIC 9(2).
       01 TOTAL-SEMBRADOS        PIC 9(2) VALUE 0.
       01 TABLA-SEMBRADOS.
           05 SEMBRADO-ENTRADA OCCURS 16 TIMES.
               10 TS-EQUIPO      PIC X(6).
       01 TAMANIO-LLAVE          PIC 9(2).
       01 TOTAL-RONDAS           PIC 9.
       01 TABLA-ORDEN.
           05 ORDEN-SEMBRADO     PIC 9(2) OCCURS 16 TIMES.
       01 TABLA-ORDEN-AUX.
           05 ORDEN-AUX          PIC 9(2) OCCURS 16 TIMES.
       01 TAMANIO-ORDEN          PIC 9(2).
       01 IDX-ORDEN              PIC 9(2).
       01 RONDA                  PIC 9.
       01 CRUCES-RONDA           PIC 9(2).
       01 CRUCE                  PIC 9(2).
       01 CADENCIA-TXT           PIC X(4).
       01 RONDAS-SEMANA          PIC 9 VALUE 1.
       01 SALTO-HABILES          PIC 9(2).
       01 FECHA-RONDA            PIC 9(8).
       01 FECHA-DESDE            PIC 9(8).

       *>----------------------------------------------------
       *> CRUCES EN MEMORIA (MISMO FORMATO QUE LLAVE-REG)
       *>----------------------------------------------------
       01 MAX-LLAVES             PIC 9(3) VALUE 200.
       01 TOTAL-LLAVES           PIC 9(3) VALUE 0.
       01 TABLA-LLAVES.
           05 LLAVE-ENTRADA OCCURS 200 TIMES.
               10 TL-CATEGORIA   PIC X(20).
               10 TL-RONDA       PIC 9.
               10 TL-NUMERO      PIC 9(2).
               10 TL-FECHA       PIC 9(8).
               10 TL-SEMBRADO-A  PIC 9(2).
               10 TL-EQUIPO-A    PIC X(6).
               10 TL-SEMBRADO-B  PIC 9(2).
               10 TL-EQUIPO-B    PIC X(6).
               10 TL-GOLES-A     PIC 9(2).
               10 TL-GOLES-B     PIC 9(2).
               10 TL-PENALES-A   PIC 9(2).
               10 TL-PENALES-B   PIC 9(2).
               10 TL-ESTADO      PIC X.
               10 TL-GANADOR     PIC X(6).
       01 IDX-LLAVE              PIC 9(3).
       01 IDX-DESTINO            PIC 9(3).
       01 IDX-ORIGEN             PIC 9(3).
       01 RONDA-BUSCADA          PIC 9.
       01 CRUCE-BUSCADO          PIC 9(2).
       01 ULTIMA-RONDA           PIC 9.
       01 HAY-LLAVE              PIC X.
       01 HAY-JUGADOS            PIC X.
       01 GANADOR-SEMBRADO       PIC 9(2).
       01 GOLES-CAPTURA          PIC 9(2).
       01 CAMPEON                PIC X(9).

       *>----------------------------------------------------
       *> IMPRESIÓN
       *>----------------------------------------------------
       01 CATEGORIA-ANTERIOR     PIC X(20).
       01 NOMBRE-RONDA           PIC X(20).
       01 EQUIPO-A-TXT           PIC X(9).
       01 EQUIPO-B-TXT           PIC X(9).
       01 PUNTERO-LINEA          PIC 9(3).
       01 F-SEMBRADO             PIC ZZ.
       01 F-SEMBRADO-2           PIC ZZ.
       01 F-CRUCE                PIC Z9.
       01 F-GOLES                PIC Z9.
       01 F-GOLES-2              PIC Z9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  FASE FINAL DE LA LIGA"
           DISPLAY "==============================="

           DISPLAY "Fecha de inicio de la temporada (la del "
                   "fixture, AAAAMMDD):"
           ACCEPT FECHA-TXT
           IF FUNCTION TRIM(FECHA-TXT) IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL (FECHA-TXT)) NOT = 0
               DISPLAY "Fecha inválida."
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-TEMPORADA
           MOVE SPACES TO NOMBRE-ARCHIVO-RESULTADOS
           STRING "RESULTADOS-" DELIMITED BY SIZE
                  FECHA-TEMPORADA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-RESULTADOS
           MOVE SPACES TO NOMBRE-ARCHIVO-LLAVES
           STRING "PLAYOFF-" DELIMITED BY SIZE
                  FECHA-TEMPORADA DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-LLAVES
           PERFORM CARGAR-LLAVES

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Armar la llave de una categoría"
               DISPLAY "2. Cargar resultado de un cruce"
               DISPLAY "3. Imprimir llaves y campeones"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM ARMAR-LLAVE
                   WHEN 2
                       PERFORM CARGAR-RESULTADO-CRUCE
                   WHEN 3
                       PERFORM IMPRIMIR-LLAVES
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM
           DISPLAY "Fase final finalizado."
           STOP RUN.

      *>----------------------------------------------------
      *> ARMADO: CLASIFICADOS DE LA TABLA FINAL, SIEMBRA Y
      *> CALENDARIO DE TODAS LAS RONDAS. UNA LLAVE SE PUEDE
      *> VOLVER A ARMAR MIENTRAS NO TENGA CRUCES JUGADOS.
      *>----------------------------------------------------
       ARMAR-LLAVE.
           PERFORM CALCULAR-POSICIONES
           IF HAY-RESULTADOS = 'N'
               DISPLAY "No hay resultados capturados para la "
                       "temporada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Categoría de la liga (ej: Infantil):"
           ACCEPT CATEGORIA-LLAVE

           PERFORM REVISAR-LLAVE-EXISTENTE
           IF HAY-JUGADOS = 'S'
               DISPLAY "La llave de esa categoría ya tiene cruces "
                       "jugados; no se vuelve a armar."
               EXIT PARAGRAPH
           END-IF
           IF HAY-LLAVE = 'S'
               DISPLAY "Ya hay una llave armada para esa "
                       "categoría. ¿Reemplazarla? (S/N):"
               ACCEPT CONFIRMA
               MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
               IF CONFIRMA NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Equipos que clasifican (2, 4, 8 o 16):"
           ACCEPT NUMERO-TXT
           IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               DISPLAY "Cantidad inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO CLASIFICADOS-PEDIDOS
           IF CLASIFICADOS-PEDIDOS NOT = 2
               AND CLASIFICADOS-PEDIDOS NOT = 4
               AND CLASIFICADOS-PEDIDOS NOT = 8
               AND CLASIFICADOS-PEDIDOS NOT = 16
               DISPLAY "La llave debe ser de 2, 4, 8 o 16 equipos."
               EXIT PARAGRAPH
           END-IF

           PERFORM TOMAR-CLASIFICADOS
           IF TOTAL-SEMBRADOS < 2
               DISPLAY "La categoría no tiene al menos dos "
                       "equipos en la tabla de posiciones."
               EXIT PARAGRAPH
           END-IF
           MOVE CLASIFICADOS-PEDIDOS TO TAMANIO-LLAVE
           IF TOTAL-SEMBRADOS < CLASIFICADOS-PEDIDOS
               MOVE 2 TO TAMANIO-LLAVE
               PERFORM UNTIL TAMANIO-LLAVE >= TOTAL-SEMBRADOS
                   COMPUTE TAMANIO-LLAVE = TAMANIO-LLAVE * 2
               END-PERFORM
               DISPLAY "Solo hay " TOTAL-SEMBRADOS " equipos en la "
                       "categoría: la llave queda de "
                       TAMANIO-LLAVE "."
           END-IF

           DISPLAY "Fecha desde la que se juega (AAAAMMDD):"
           ACCEPT FECHA-TXT
           IF FUNCTION TRIM(FECHA-TXT) IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCTION NUMVAL (FECHA-TXT)) NOT = 0
               DISPLAY "Fecha inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (FECHA-TXT) TO FECHA-DESDE
           MOVE 1 TO RONDAS-SEMANA
           DISPLAY "Rondas por semana (1-5, ENTER=1):"
           ACCEPT CADENCIA-TXT
           IF FUNCTION TRIM(CADENCIA-TXT) NOT = SPACES
               AND FUNCTION TRIM(CADENCIA-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (CADENCIA-TXT)
                   TO RONDAS-SEMANA
           END-IF
           IF RONDAS-SEMANA < 1
               MOVE 1 TO RONDAS-SEMANA
           END-IF
           IF RONDAS-SEMANA > 5
               MOVE 5 TO RONDAS-SEMANA
           END-IF
           COMPUTE SALTO-HABILES = 5 / RONDAS-SEMANA
           IF SALTO-HABILES < 1
               MOVE 1 TO SALTO-HABILES
           END-IF

           IF HAY-LLAVE = 'S'
               PERFORM QUITAR-LLAVE-CATEGORIA
           END-IF
           IF TOTAL-LLAVES + TAMANIO-LLAVE > MAX-LLAVES
               DISPLAY "No hay lugar para más cruces en la "
                       "temporada."
               EXIT PARAGRAPH
           END-IF
           PERFORM ARMAR-ORDEN-SEMBRADO
           PERFORM GENERAR-CRUCES
           PERFORM GRABAR-LLAVES
           DISPLAY "Llave de " FUNCTION TRIM(CATEGORIA-LLAVE)
                   " armada con " TOTAL-SEMBRADOS " equipos en "
                   TOTAL-RONDAS " ronda(s)."
           PERFORM MOSTRAR-CRUCES-CATEGORIA.

       REVISAR-LLAVE-EXISTENTE.
           MOVE 'N' TO HAY-LLAVE
           MOVE 'N' TO HAY-JUGADOS
           PERFORM VARYING IDX-LLAVE FROM 1 BY 1
                   UNTIL IDX-LLAVE > TOTAL-LLAVES
               IF TL-CATEGORIA (IDX-LLAVE) = CATEGORIA-LLAVE
                   MOVE 'S' TO HAY-LLAVE
                   IF TL-ESTADO (IDX-LLAVE) = 'J'
                       MOVE 'S' TO HAY-JUGADOS
                   END-IF
               END-IF
           END-PERFORM.

       QUITAR-LLAVE-CATEGORIA.
           MOVE 0 TO IDX-DESTINO
           PERFORM VARYING IDX-ORIGEN FROM 1 BY 1
                   UNTIL IDX-ORIGEN > TOTAL-LLAVES
               IF TL-CATEGORIA (IDX-ORIGEN) NOT = CATEGORIA-LLAVE
                   ADD 1 TO IDX-DESTINO
                   MOVE LLAVE-ENTRADA (IDX-ORIGEN)
                       TO LLAVE-ENTRADA (IDX-DESTINO)
               END-IF
           END-PERFORM
           MOVE IDX-DESTINO TO TOTAL-LLAVES.

      *> LA TABLA YA VIENE ORDENADA POR CATEGORÍA Y PUESTO.
       TOMAR-CLASIFICADOS.
           MOVE 0 TO TOTAL-SEMBRADOS
           PERFORM VARYING IDX-POSICION FROM 1 BY 1
                   UNTIL IDX-POSICION > TOTAL-TABLA
               IF TB-CATEGORIA (IDX-POSICION) = CATEGORIA-LLAVE
                   AND TOTAL-SEMBRADOS < CLASIFICADOS-PEDIDOS
                   ADD 1 TO TOTAL-SEMBRADOS
                   MOVE TB-EQUIPO (IDX-POSICION)
                       TO TS-EQUIPO (TOTAL-SEMBRADOS)
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> ORDEN DE SIEMBRA: SE PARTE DE (1, 2) Y EN CADA PASO
      *> CADA SEMBRADO S SE CONVIERTE EN EL PAR (S, T + 1 - S)
      *> CON T EL NUEVO TAMAÑO. PARA 8: 1-8, 4-5, 2-7, 3-6.
      *>----------------------------------------------------
       ARMAR-ORDEN-SEMBRADO.
           MOVE 1 TO ORDEN-SEMBRADO (1)
           MOVE 2 TO ORDEN-SEMBRADO (2)
           MOVE 2 TO TAMANIO-ORDEN
           MOVE 1 TO TOTAL-RONDAS
           PERFORM UNTIL TAMANIO-ORDEN >= TAMANIO-LLAVE
               PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                       UNTIL IDX-ORDEN > TAMANIO-ORDEN
                   MOVE ORDEN-SEMBRADO (IDX-ORDEN)
                       TO ORDEN-AUX (IDX-ORDEN * 2 - 1)
                   COMPUTE ORDEN-AUX (IDX-ORDEN * 2) =
                       TAMANIO-ORDEN * 2 + 1
                       - ORDEN-SEMBRADO (IDX-ORDEN)
               END-PERFORM
               COMPUTE TAMANIO-ORDEN = TAMANIO-ORDEN * 2
               MOVE TABLA-ORDEN-AUX TO TABLA-ORDEN
               ADD 1 TO TOTAL-RONDAS
           END-PERFORM.

      *>----------------------------------------------------
      *> LA PRIMERA RONDA SE JUEGA EL PRIMER DÍA HÁBIL DESDE
      *> LA FECHA INDICADA; CADA RONDA SIGUIENTE, SALTO-HABILES
      *> DÍAS HÁBILES DESPUÉS (IGUAL QUE LAS JORNADAS DEL
      *> FIXTURE). EL SEMBRADO SIN RIVAL PASA DIRECTO.
      *>----------------------------------------------------
       GENERAR-CRUCES.
           COMPUTE DH-FECHA-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-DESDE)
           SUBTRACT 1 FROM DH-FECHA-INT
           MOVE 1 TO DH-DIAS-RESTANTES
           PERFORM AVANZAR-UN-DIA-HABIL
               UNTIL DH-DIAS-RESTANTES = 0
           COMPUTE CRUCES-RONDA = TAMANIO-LLAVE / 2
           PERFORM VARYING RONDA FROM 1 BY 1
                   UNTIL RONDA > TOTAL-RONDAS
               COMPUTE FECHA-RONDA =
                   FUNCTION DATE-OF-INTEGER (DH-FECHA-INT)
               PERFORM VARYING CRUCE FROM 1 BY 1
                       UNTIL CRUCE > CRUCES-RONDA
                   PERFORM AGREGAR-CRUCE
               END-PERFORM
               COMPUTE CRUCES-RONDA = CRUCES-RONDA / 2
               MOVE SALTO-HABILES TO DH-DIAS-RESTANTES
               PERFORM AVANZAR-UN-DIA-HABIL
                   UNTIL DH-DIAS-RESTANTES = 0
           END-PERFORM
           PERFORM VARYING IDX-LLAVE FROM 1 BY 1
                   UNTIL IDX-LLAVE > TOTAL-LLAVES
               IF TL-CATEGORIA (IDX-LLAVE) = CATEGORIA-LLAVE
                   AND TL-ESTADO (IDX-LLAVE) = 'L'
                   PERFORM AVANZAR-GANADOR
               END-IF
           END-PERFORM.

       AGREGAR-CRUCE.
           ADD 1 TO TOTAL-LLAVES
           MOVE TOTAL-LLAVES TO IDX-LLAVE
           MOVE CATEGORIA-LLAVE TO TL-CATEGORIA (IDX-LLAVE)
           MOVE RONDA TO TL-RONDA (IDX-LLAVE)
           MOVE CRUCE TO TL-NUMERO (IDX-LLAVE)
           MOVE FECHA-RONDA TO TL-FECHA (IDX-LLAVE)
           MOVE 0 TO TL-SEMBRADO-A (IDX-LLAVE)
           MOVE SPACES TO TL-EQUIPO-A (IDX-LLAVE)
           MOVE 0 TO TL-SEMBRADO-B (IDX-LLAVE)
           MOVE SPACES TO TL-EQUIPO-B (IDX-LLAVE)
           MOVE 0 TO TL-GOLES-A (IDX-LLAVE)
           MOVE 0 TO TL-GOLES-B (IDX-LLAVE)
           MOVE 0 TO TL-PENALES-A (IDX-LLAVE)
           MOVE 0 TO TL-PENALES-B (IDX-LLAVE)
           MOVE 'P' TO TL-ESTADO (IDX-LLAVE)
           MOVE SPACES TO TL-GANADOR (IDX-LLAVE)
           IF RONDA > 1
               EXIT PARAGRAPH
           END-IF
           MOVE ORDEN-SEMBRADO (CRUCE * 2 - 1)
               TO TL-SEMBRADO-A (IDX-LLAVE)
           MOVE TS-EQUIPO (TL-SEMBRADO-A (IDX-LLAVE))
               TO TL-EQUIPO-A (IDX-LLAVE)
           IF ORDEN-SEMBRADO (CRUCE * 2) > TOTAL-SEMBRADOS
               MOVE 'L' TO TL-ESTADO (IDX-LLAVE)
               MOVE TL-EQUIPO-A (IDX-LLAVE) TO TL-GANADOR (IDX-LLAVE)
           ELSE
               MOVE ORDEN-SEMBRADO (CRUCE * 2)
                   TO TL-SEMBRADO-B (IDX-LLAVE)
               MOVE TS-EQUIPO (TL-SEMBRADO-B (IDX-LLAVE))
                   TO TL-EQUIPO-B (IDX-LLAVE)
           END-IF.

      *>----------------------------------------------------
      *> EL GANADOR DE IDX-LLAVE OCUPA SU LUGAR EN EL CRUCE
      *> DE LA RONDA SIGUIENTE (NADA SI ERA LA FINAL).
      *>----------------------------------------------------
       AVANZAR-GANADOR.
           MOVE TL-CATEGORIA (IDX-LLAVE) TO CATEGORIA-LLAVE
           COMPUTE RONDA-BUSCADA = TL-RONDA (IDX-LLAVE) + 1
           COMPUTE CRUCE-BUSCADO = (TL-NUMERO (IDX-LLAVE) + 1) / 2
           PERFORM BUSCAR-CRUCE
           IF IDX-DESTINO = 0
               EXIT PARAGRAPH
           END-IF
           IF TL-GANADOR (IDX-LLAVE) = TL-EQUIPO-A (IDX-LLAVE)
               MOVE TL-SEMBRADO-A (IDX-LLAVE) TO GANADOR-SEMBRADO
           ELSE
               MOVE TL-SEMBRADO-B (IDX-LLAVE) TO GANADOR-SEMBRADO
           END-IF
           IF FUNCTION MOD (TL-NUMERO (IDX-LLAVE), 2) = 1
               MOVE TL-GANADOR (IDX-LLAVE)
                   TO TL-EQUIPO-A (IDX-DESTINO)
               MOVE GANADOR-SEMBRADO TO TL-SEMBRADO-A (IDX-DESTINO)
           ELSE
               MOVE TL-GANADOR (IDX-LLAVE)
                   TO TL-EQUIPO-B (IDX-DESTINO)
               MOVE GANADOR-SEMBRADO TO TL-SEMBRADO-B (IDX-DESTINO)
           END-IF.

       BUSCAR-CRUCE.
           MOVE 0 TO IDX-DESTINO
           PERFORM VARYING IDX-ORIGEN FROM 1 BY 1
                   UNTIL IDX-ORIGEN > TOTAL-LLAVES
               IF TL-CATEGORIA (IDX-ORIGEN) = CATEGORIA-LLAVE
                   AND TL-RONDA (IDX-ORIGEN) = RONDA-BUSCADA
                   AND TL-NUMERO (IDX-ORIGEN) = CRUCE-BUSCADO
                   MOVE IDX-ORIGEN TO IDX-DESTINO
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> RESULTADO DE UN CRUCE: SI HAY EMPATE SE PIDEN LOS
      *> PENALES. SE PUEDE CORREGIR MIENTRAS EL CRUCE
      *> SIGUIENTE NO SE HAYA JUGADO.
      *>----------------------------------------------------
       CARGAR-RESULTADO-CRUCE.
           DISPLAY "Categoría de la liga (ej: Infantil):"
           ACCEPT CATEGORIA-LLAVE
           PERFORM REVISAR-LLAVE-EXISTENTE
           IF HAY-LLAVE = 'N'
               DISPLAY "No hay llave armada para esa categoría."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-CRUCES-CATEGORIA

           DISPLAY "Ronda:"
           ACCEPT NUMERO-TXT
           IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               DISPLAY "Ronda inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO RONDA-BUSCADA
           DISPLAY "Cruce:"
           ACCEPT NUMERO-TXT
           IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
               DISPLAY "Cruce inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (NUMERO-TXT) TO CRUCE-BUSCADO
           PERFORM BUSCAR-CRUCE
           IF IDX-DESTINO = 0
               DISPLAY "No existe ese cruce en la llave."
               EXIT PARAGRAPH
           END-IF
           MOVE IDX-DESTINO TO IDX-LLAVE
           IF TL-ESTADO (IDX-LLAVE) = 'L'
               DISPLAY "Ese cruce es un pase directo; no se juega."
               EXIT PARAGRAPH
           END-IF
           IF TL-EQUIPO-A (IDX-LLAVE) = SPACES
               OR TL-EQUIPO-B (IDX-LLAVE) = SPACES
               DISPLAY "El cruce todavía no tiene sus dos equipos."
               EXIT PARAGRAPH
           END-IF
           IF TL-ESTADO (IDX-LLAVE) = 'J'
               COMPUTE RONDA-BUSCADA = TL-RONDA (IDX-LLAVE) + 1
               COMPUTE CRUCE-BUSCADO =
                   (TL-NUMERO (IDX-LLAVE) + 1) / 2
               PERFORM BUSCAR-CRUCE
               IF IDX-DESTINO > 0
                   IF TL-ESTADO (IDX-DESTINO) = 'J'
                       DISPLAY "Ya se jugó el cruce siguiente; el "
                               "resultado no se puede corregir."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               DISPLAY "Se reemplaza el resultado anterior del "
                       "cruce."
           END-IF

           DISPLAY "Goles de " TL-EQUIPO-A (IDX-LLAVE) ":"
           PERFORM PEDIR-GOLES
           MOVE GOLES-CAPTURA TO TL-GOLES-A (IDX-LLAVE)
           DISPLAY "Goles de " TL-EQUIPO-B (IDX-LLAVE) ":"
           PERFORM PEDIR-GOLES
           MOVE GOLES-CAPTURA TO TL-GOLES-B (IDX-LLAVE)
           MOVE 0 TO TL-PENALES-A (IDX-LLAVE)
           MOVE 0 TO TL-PENALES-B (IDX-LLAVE)
           IF TL-GOLES-A (IDX-LLAVE) = TL-GOLES-B (IDX-LLAVE)
               DISPLAY "Empate: se define por penales."
               PERFORM PEDIR-PENALES
                   UNTIL TL-PENALES-A (IDX-LLAVE)
                       NOT = TL-PENALES-B (IDX-LLAVE)
           END-IF

           IF TL-GOLES-A (IDX-LLAVE) > TL-GOLES-B (IDX-LLAVE)
               OR (TL-GOLES-A (IDX-LLAVE) = TL-GOLES-B (IDX-LLAVE)
                   AND TL-PENALES-A (IDX-LLAVE)
                     > TL-PENALES-B (IDX-LLAVE))
               MOVE TL-EQUIPO-A (IDX-LLAVE) TO TL-GANADOR (IDX-LLAVE)
           ELSE
               MOVE TL-EQUIPO-B (IDX-LLAVE) TO TL-GANADOR (IDX-LLAVE)
           END-IF
           MOVE 'J' TO TL-ESTADO (IDX-LLAVE)
           PERFORM AVANZAR-GANADOR
           PERFORM GRABAR-LLAVES
           PERFORM BUSCAR-ULTIMA-RONDA
           IF TL-RONDA (IDX-LLAVE) = ULTIMA-RONDA
               DISPLAY "CAMPEÓN DE " FUNCTION TRIM(CATEGORIA-LLAVE)
                       ": " TL-GANADOR (IDX-LLAVE)
           ELSE
               DISPLAY "Pasa a la ronda siguiente: "
                       TL-GANADOR (IDX-LLAVE)
           END-IF.

       PEDIR-PENALES.
           DISPLAY "Penales de " TL-EQUIPO-A (IDX-LLAVE) ":"
           PERFORM PEDIR-GOLES
           MOVE GOLES-CAPTURA TO TL-PENALES-A (IDX-LLAVE)
           DISPLAY "Penales de " TL-EQUIPO-B (IDX-LLAVE) ":"
           PERFORM PEDIR-GOLES
           MOVE GOLES-CAPTURA TO TL-PENALES-B (IDX-LLAVE)
           IF TL-PENALES-A (IDX-LLAVE) = TL-PENALES-B (IDX-LLAVE)
               DISPLAY "Los penales no pueden quedar empatados."
           END-IF.

       PEDIR-GOLES.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               ACCEPT NUMERO-TXT
               IF FUNCTION TRIM(NUMERO-TXT) IS NOT NUMERIC
                   DISPLAY "Marcador inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (NUMERO-TXT)
                       TO GOLES-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM.

       BUSCAR-ULTIMA-RONDA.
           MOVE 0 TO ULTIMA-RONDA
           PERFORM VARYING IDX-ORIGEN FROM 1 BY 1
                   UNTIL IDX-ORIGEN > TOTAL-LLAVES
               IF TL-CATEGORIA (IDX-ORIGEN) = CATEGORIA-LLAVE
                   AND TL-RONDA (IDX-ORIGEN) > ULTIMA-RONDA
                   MOVE TL-RONDA (IDX-ORIGEN) TO ULTIMA-RONDA
               END-IF
           END-PERFORM.

       MOSTRAR-CRUCES-CATEGORIA.
           PERFORM BUSCAR-ULTIMA-RONDA
           PERFORM VARYING IDX-LLAVE FROM 1 BY 1
                   UNTIL IDX-LLAVE > TOTAL-LLAVES
               IF TL-CATEGORIA (IDX-LLAVE) = CATEGORIA-LLAVE
                   PERFORM ARMAR-LINEA-CRUCE
                   DISPLAY "Ronda " TL-RONDA (IDX-LLAVE) " "
                           TL-FECHA (IDX-LLAVE) " "
                           FUNCTION TRIM(LINEA-SALIDA)
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> IMPRESIÓN DE TODAS LAS LLAVES DE LA TEMPORADA, RONDA
      *> POR RONDA, CON EL CAMPEÓN DE CADA CATEGORÍA.
      *>----------------------------------------------------
       IMPRIMIR-LLAVES.
           IF TOTAL-LLAVES = 0
               DISPLAY "No hay llaves armadas en la temporada."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "LLAVES-" DELIMITED BY SIZE
                  FECHA-TEMPORADA DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE 0 TO EC-PAGINA
           MOVE FECHA-TEMPORADA TO EC-FECHA-REPORTE
           MOVE "FASE FINAL DE LA LIGA" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO

           MOVE SPACES TO CATEGORIA-ANTERIOR
           MOVE 0 TO RONDA
           PERFORM VARYING IDX-LLAVE FROM 1 BY 1
                   UNTIL IDX-LLAVE > TOTAL-LLAVES
               IF TL-CATEGORIA (IDX-LLAVE) NOT = CATEGORIA-ANTERIOR
                   IF CATEGORIA-ANTERIOR NOT = SPACES
                       PERFORM ESCRIBIR-CAMPEON
                   END-IF
                   MOVE TL-CATEGORIA (IDX-LLAVE)
                       TO CATEGORIA-ANTERIOR
                   MOVE CATEGORIA-ANTERIOR TO CATEGORIA-LLAVE
                   PERFORM BUSCAR-ULTIMA-RONDA
                   MOVE 0 TO RONDA
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "CATEGORIA: " DELIMITED BY SIZE
                          FUNCTION TRIM(CATEGORIA-ANTERIOR)
                          DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
               END-IF
               IF TL-RONDA (IDX-LLAVE) NOT = RONDA
                   MOVE TL-RONDA (IDX-LLAVE) TO RONDA
                   PERFORM NOMBRAR-RONDA
                   MOVE SPACES TO LINEA-SALIDA
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(NOMBRE-RONDA)
                          DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          TL-FECHA (IDX-LLAVE) DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                   PERFORM ESCRIBIR-LINEA
               END-IF
               PERFORM ARMAR-LINEA-CRUCE
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           PERFORM ESCRIBIR-CAMPEON
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Llaves grabadas en: " NOMBRE-ARCHIVO-REPORTE.

       NOMBRAR-RONDA.
           EVALUATE ULTIMA-RONDA - RONDA
               WHEN 0
                   MOVE "FINAL" TO NOMBRE-RONDA
               WHEN 1
                   MOVE "SEMIFINALES" TO NOMBRE-RONDA
               WHEN 2
                   MOVE "CUARTOS DE FINAL" TO NOMBRE-RONDA
               WHEN OTHER
                   MOVE "OCTAVOS DE FINAL" TO NOMBRE-RONDA
           END-EVALUATE.

       ESCRIBIR-CAMPEON.
           MOVE "A DEFINIR" TO CAMPEON
           PERFORM VARYING IDX-ORIGEN FROM 1 BY 1
                   UNTIL IDX-ORIGEN > TOTAL-LLAVES
               IF TL-CATEGORIA (IDX-ORIGEN) = CATEGORIA-ANTERIOR
                   AND TL-RONDA (IDX-ORIGEN) = ULTIMA-RONDA
                   AND TL-GANADOR (IDX-ORIGEN) NOT = SPACES
                   MOVE TL-GANADOR (IDX-ORIGEN) TO CAMPEON
               END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-SALIDA
           STRING "  CAMPEON: " DELIMITED BY SIZE
                  CAMPEON DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *> RENGLÓN DE UN CRUCE EN LINEA-SALIDA, EJ:
      *>   CRUCE  1: ( 1) E01    2 - 2 E08    ( 8) PEN 4-3 GANA E01
       ARMAR-LINEA-CRUCE.
           MOVE TL-NUMERO (IDX-LLAVE) TO F-CRUCE
           MOVE TL-SEMBRADO-A (IDX-LLAVE) TO F-SEMBRADO
           MOVE TL-SEMBRADO-B (IDX-LLAVE) TO F-SEMBRADO-2
           MOVE SPACES TO EQUIPO-A-TXT
           MOVE SPACES TO EQUIPO-B-TXT
           IF TL-EQUIPO-A (IDX-LLAVE) = SPACES
               MOVE "A DEFINIR" TO EQUIPO-A-TXT
           ELSE
               MOVE TL-EQUIPO-A (IDX-LLAVE) TO EQUIPO-A-TXT
           END-IF
           IF TL-EQUIPO-B (IDX-LLAVE) = SPACES
               MOVE "A DEFINIR" TO EQUIPO-B-TXT
           ELSE
               MOVE TL-EQUIPO-B (IDX-LLAVE) TO EQUIPO-B-TXT
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           MOVE 1 TO PUNTERO-LINEA
           STRING "    CRUCE " DELIMITED BY SIZE
                  F-CRUCE DELIMITED BY SIZE
                  ": (" DELIMITED BY SIZE
                  F-SEMBRADO DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  EQUIPO-A-TXT DELIMITED BY SIZE
                  INTO LINEA-SALIDA
                  WITH POINTER PUNTERO-LINEA
           EVALUATE TL-ESTADO (IDX-LLAVE)
               WHEN 'L'
                   STRING " PASA DIRECTO (SIN RIVAL)"
                          DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                          WITH POINTER PUNTERO-LINEA
               WHEN 'J'
                   MOVE TL-GOLES-A (IDX-LLAVE) TO F-GOLES
                   MOVE TL-GOLES-B (IDX-LLAVE) TO F-GOLES-2
                   STRING F-GOLES DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          F-GOLES-2 DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          EQUIPO-B-TXT DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          F-SEMBRADO-2 DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                          WITH POINTER PUNTERO-LINEA
                   IF TL-GOLES-A (IDX-LLAVE) = TL-GOLES-B (IDX-LLAVE)
                       MOVE TL-PENALES-A (IDX-LLAVE) TO F-GOLES
                       MOVE TL-PENALES-B (IDX-LLAVE) TO F-GOLES-2
                       STRING " PEN " DELIMITED BY SIZE
                              FUNCTION TRIM(F-GOLES)
                              DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              FUNCTION TRIM(F-GOLES-2)
                              DELIMITED BY SIZE
                              INTO LINEA-SALIDA
                              WITH POINTER PUNTERO-LINEA
                   END-IF
                   STRING " GANA " DELIMITED BY SIZE
                          TL-GANADOR (IDX-LLAVE) DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                          WITH POINTER PUNTERO-LINEA
               WHEN OTHER
                   STRING "   vs  " DELIMITED BY SIZE
                          EQUIPO-B-TXT DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          F-SEMBRADO-2 DELIMITED BY SIZE
                          ") PENDIENTE" DELIMITED BY SIZE
                          INTO LINEA-SALIDA
                          WITH POINTER PUNTERO-LINEA
           END-EVALUATE.

      *>----------------------------------------------------
      *> ARCHIVO DE CRUCES: SE CARGA ENTERO Y SE REGRABA CON
      *> UN TEMPORAL CADA VEZ QUE CAMBIA.
      *>----------------------------------------------------
       CARGAR-LLAVES.
           MOVE 0 TO TOTAL-LLAVES
           OPEN INPUT ARCHIVO-LLAVES
           IF FS-LLAVES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FS-LLAVES NOT = "00"
               READ ARCHIVO-LLAVES
                   AT END
                       MOVE "10" TO FS-LLAVES
                   NOT AT END
                       IF TOTAL-LLAVES < MAX-LLAVES
                           ADD 1 TO TOTAL-LLAVES
                           MOVE LLAVE-REG
                               TO LLAVE-ENTRADA (TOTAL-LLAVES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LLAVES.

       GRABAR-LLAVES.
           OPEN OUTPUT ARCHIVO-LLAVES-TMP
           PERFORM VARYING IDX-ORIGEN FROM 1 BY 1
                   UNTIL IDX-ORIGEN > TOTAL-LLAVES
               MOVE LLAVE-ENTRADA (IDX-ORIGEN) TO LLAVE-TMP-REG
               WRITE LLAVE-TMP-REG
           END-PERFORM
           CLOSE ARCHIVO-LLAVES-TMP
           CALL "CBL_RENAME_FILE" USING "PLAYOFF.TMP"
               NOMBRE-ARCHIVO-LLAVES
               RETURNING RESULT-CODE.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       ESCRIBIR-ENCABEZADO.
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY ENCABEZADO-RUTINAS.
       COPY POSICIONES-RUTINAS.
       COPY DIAS-HABILES-RUTINAS.
       COPY FERIADOS-RUTINAS.
