           SELECT ARCHIVO-VISITANTES-TMP ASSIGN TO "VISITANTES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VISITANTES-TMP.
       COPY CATALOGO-ARCHIVO-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       COPY VENTAS-REG.

       FD  ARCHIVO-VENTAS-HIST.
       01  VENTA-REG-HIST        PIC X(145).

       FD  ARCHIVO-VISITANTES.
       01  LINEA-VISITANTE       PIC X(70).
       FD  ARCHIVO-VISITANTES-TMP.
       01  LINEA-VISITANTE-TMP   PIC X(70).

       COPY CATALOGO-ARCHIVO-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       COPY BITACORA-WS.
       COPY CATALOGO-ARCHIVO-WS.

       *>----------------------------------------------------
       *> PARÁMETRO POR LÍNEA DE COMANDO (EJECUCIÓN POR LOTE)
       01 TOTAL-VISITAS-ARCHIVADAS PIC 9(7) VALUE 0.
       01 TOTAL-VISITAS-CONSERVADAS PIC 9(7) VALUE 0.

       *>----------------------------------------------------
       *> RANGO DE FECHAS MUDADO EN LA CORRIDA, PARA EL
       *> CATÁLOGO DE ARCHIVOS (CATALOGO-ARCHIVO.DAT)
       *>----------------------------------------------------
       01 VENTAS-DESDE             PIC 9(8) VALUE 0.
       01 VENTAS-HASTA             PIC 9(8) VALUE 0.
       01 VISITAS-DESDE            PIC 9(8) VALUE 0.
       01 VISITAS-HASTA            PIC 9(8) VALUE 0.
       01 FECHA-LINEA-VISITANTE    PIC 9(8).

       PROCEDURE DIVISION.

       INICIO.

           PERFORM ARCHIVAR-VENTAS-DEL-ANIO
           PERFORM ARCHIVAR-VISITANTES-DEL-ANIO
           PERFORM CATALOGAR-ARCHIVOS

           DISPLAY "-------------------------------"
           DISPLAY "Archivos de ventas purgados : "
               CALL "CBL_DELETE_FILE" USING NOMBRE-ARCHIVO-VENTAS
                   RETURNING RESULT-CODE
               ADD 1 TO TOTAL-ARCHIVOS-VENTAS
               IF VENTAS-DESDE = 0
                   MOVE FECHA-PROCESO TO VENTAS-DESDE
               END-IF
               MOVE FECHA-PROCESO TO VENTAS-HASTA
           ELSE
               CLOSE ARCHIVO-VENTAS
           END-IF.
                   MOVE FUNCTION NUMVAL (LINEA-VISITANTE (1:4))
                       TO ANIO-LINEA-VISITANTE
                   IF ANIO-LINEA-VISITANTE = ANIO-ARCHIVAR
                       MOVE FUNCTION NUMVAL (LINEA-VISITANTE (1:8))
                           TO FECHA-LINEA-VISITANTE
                       IF VISITAS-DESDE = 0
                           OR FECHA-LINEA-VISITANTE < VISITAS-DESDE
                           MOVE FECHA-LINEA-VISITANTE TO VISITAS-DESDE
                       END-IF
                       IF FECHA-LINEA-VISITANTE > VISITAS-HASTA
                           MOVE FECHA-LINEA-VISITANTE TO VISITAS-HASTA
                       END-IF
                       IF FS-VISITANTES-HIST NOT = "00"
                           OPEN EXTEND ARCHIVO-VISITANTES-HIST
                           IF FS-VISITANTES-HIST = "35"
                   END-IF
           END-READ.

       *>----------------------------------------------------
       *> CATÁLOGO: CADA ARCHIVO ANUAL QUE RECIBIÓ REGISTROS
       *> QUEDA (O SE AMPLÍA) EN CATALOGO-ARCHIVO.DAT CON SU
       *> RANGO DE FECHAS, PARA QUE LAS CONSULTAS Y
       *> REIMPRESIONES ABRAN DIRECTO EL ARCHIVO CORRECTO.
       *>----------------------------------------------------
       CATALOGAR-ARCHIVOS.
           MOVE ANIO-ARCHIVAR TO ARCHIVO-ANIO-BUSCADO
           IF TOTAL-VENTAS-ARCHIVADAS > 0
               MOVE 'V' TO ARCHIVO-TIPO-BUSCADO
               MOVE VENTAS-DESDE TO CATALOGO-DESDE-NUEVO
               MOVE VENTAS-HASTA TO CATALOGO-HASTA-NUEVO
               MOVE TOTAL-VENTAS-ARCHIVADAS TO CATALOGO-REG-NUEVOS
               PERFORM REGISTRAR-EN-CATALOGO
           END-IF
           IF TOTAL-VISITAS-ARCHIVADAS > 0
               MOVE 'I' TO ARCHIVO-TIPO-BUSCADO
               MOVE VISITAS-DESDE TO CATALOGO-DESDE-NUEVO
               MOVE VISITAS-HASTA TO CATALOGO-HASTA-NUEVO
               MOVE TOTAL-VISITAS-ARCHIVADAS TO CATALOGO-REG-NUEVOS
               PERFORM REGISTRAR-EN-CATALOGO
           END-IF.

       COPY CATALOGO-ARCHIVO-RUTINAS.
       COPY BITACORA-RUTINAS.
