               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
       COPY CLIENTES-IDX-SELECT.
       COPY CATALOGO-ARCHIVO-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
       COPY VENTAS-REG.

       COPY CLIENTES-IDX-FD.
       COPY CATALOGO-ARCHIVO-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY CATALOGO-ARCHIVO-WS.

       *>----------------------------------------------------
       *> CLIENTE Y RANGO DE FECHAS A CONSULTAR
       01 FS-VENTAS              PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(28).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 F-UNIDADES             PIC -(6)9.
       01 MARCA-REVERSO          PIC X(12).

       *>----------------------------------------------------
       *> AÑOS ARCHIVADOS (ARCHIVAR-FIN-DE-ANIO): SUS DIARIOS
       *> YA NO EXISTEN, ASÍ QUE CADA AÑO DEL RANGO SE LEE
       *> PRIMERO DE SU ARCHIVO ANUAL (UBICADO POR EL
       *> CATÁLOGO), FILTRANDO POR FECHA, Y LUEGO SE BARREN
       *> LOS DIARIOS QUE SIGAN VIVOS.
       *>----------------------------------------------------
       01 ANIO-BARRIDO           PIC 9(4).
       01 ANIO-DESDE             PIC 9(4).
       01 ANIO-HASTA             PIC 9(4).
       01 LEYENDO-ARCHIVO-ANUAL  PIC X VALUE 'N'.
       01 ARCHIVOS-ANUALES-LEIDOS PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ESCRIBIR-LINEA.

       RECORRER-RANGO.
           PERFORM RECORRER-ANIOS-ARCHIVADOS
           COMPUTE FECHA-INT = FUNCTION INTEGER-OF-DATE (FECHA-DESDE)
           COMPUTE FECHA-INT-HASTA =
               FUNCTION INTEGER-OF-DATE (FECHA-HASTA)
           END-PERFORM.

       PROCESAR-DIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  FECHA-BARRIDO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF VR-CLIENTE = CLIENTE-CONSULTA
                           AND (LEYENDO-ARCHIVO-ANUAL = 'N'
                                OR (VR-FECHA >= FECHA-DESDE
                                    AND VR-FECHA <= FECHA-HASTA))
                           PERFORM LISTAR-LINEA-VENTA
                       END-IF
               END-READ
           END-PERFORM.

       RECORRER-ANIOS-ARCHIVADOS.
           MOVE FECHA-DESDE (1:4) TO ANIO-DESDE
           MOVE FECHA-HASTA (1:4) TO ANIO-HASTA
           MOVE 'V' TO ARCHIVO-TIPO-BUSCADO
           MOVE 'S' TO LEYENDO-ARCHIVO-ANUAL
           PERFORM VARYING ANIO-BARRIDO FROM ANIO-DESDE BY 1
                   UNTIL ANIO-BARRIDO > ANIO-HASTA
               MOVE ANIO-BARRIDO TO ARCHIVO-ANIO-BUSCADO
               PERFORM UBICAR-ARCHIVO-POR-ANIO
      *>        UN AÑO CATALOGADO CUYO RANGO NO TOCA EL PEDIDO NO
      *>        SE ABRE.
               IF ARCHIVO-EN-CATALOGO = 'S'
                   IF TAH-HASTA (IDX-CATALOGO) < FECHA-DESDE
                       OR TAH-DESDE (IDX-CATALOGO) > FECHA-HASTA
                       MOVE 'N' TO ARCHIVO-UBICADO
                   END-IF
               END-IF
               IF ARCHIVO-UBICADO = 'S'
                   PERFORM LEER-ARCHIVO-ANUAL
               END-IF
           END-PERFORM
           MOVE 'N' TO LEYENDO-ARCHIVO-ANUAL
           IF ARCHIVOS-ANUALES-LEIDOS > 0
               MOVE SPACES TO LINEA-SALIDA
               STRING "(Incluye " DELIMITED BY SIZE
                      ARCHIVOS-ANUALES-LEIDOS DELIMITED BY SIZE
                      " año(s) archivado(s))" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       LEER-ARCHIVO-ANUAL.
           MOVE NOMBRE-ARCHIVO-ANUAL TO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS = "00"
               ADD 1 TO ARCHIVOS-ANUALES-LEIDOS
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM HASTA-FIN
               CLOSE ARCHIVO-VENTAS
           END-IF.

       LISTAR-LINEA-VENTA.
           ADD 1 TO TOTAL-LINEAS-CLIENTE
           EVALUATE VR-TIPO

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY CATALOGO-ARCHIVO-RUTINAS.
