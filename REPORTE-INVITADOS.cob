       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-INVITADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY INVITADOS-SELECT.
       COPY MIEMBROS-SELECT.
       COPY PARAMETROS-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY INVITADOS-FD.
       COPY MIEMBROS-FD.
       COPY PARAMETROS-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PARAMETROS-WS.
       COPY INVITADOS-WS.

       *>----------------------------------------------------
       *> USO DE INVITADOS DEL MES POR SOCIO ANFITRIÓN: CUPO
       *> DE SU CATEGORÍA, INVITADOS SIN CARGO, CARGADOS A LA
       *> CUOTA (CON SU IMPORTE Y SI YA SE FACTURARON) Y
       *> PASES DE DÍA, CON EL DETALLE DE CADA INVITADO.
       *> USO: REPORTE-INVITADOS [AAAAMM] (SIN MES, EL ACTUAL).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-REPORTE             PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 FIN-INVITADOS          PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(32).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).
       01 MES-TXT                PIC X(10).
       01 ANIO-MES-REPORTE       PIC 9(6).
       01 ANIO-MES-INVITADO      PIC 9(6).
       01 MIEMBROS-ABIERTO       PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> INVITADOS DEL MES Y ANFITRIONES ORDENADOS POR
       *> NÚMERO DE SOCIO
       *>----------------------------------------------------
       01 MAX-INVITADOS-MES      PIC 9(4) VALUE 1000.
       01 TOTAL-INVITADOS-MES    PIC 9(4) VALUE 0.
       01 TABLA-INVITADOS-MES.
           05 IG-REG OCCURS 1000 TIMES PIC X(91).
       01 IDX-INVITADO           PIC 9(4).
       01 INVITADOS-OMITIDOS     PIC 9(4) VALUE 0.

       01 MAX-ANFITRIONES        PIC 9(3) VALUE 300.
       01 TOTAL-ANFITRIONES      PIC 9(3) VALUE 0.
       01 TABLA-ANFITRIONES.
           05 ANFITRION-ENTRADA OCCURS 300 TIMES.
               10 IH-MIEMBRO     PIC 9(6).
               10 IH-CORTESIA    PIC 9(4).
               10 IH-CUOTA       PIC 9(4).
               10 IH-IMPORTE     PIC 9(9)V99.
               10 IH-PASES       PIC 9(4).
       01 IDX-ANFITRION          PIC 9(3).
       01 POS-ANFITRION          PIC 9(3).
       01 ANFITRION-HALLADO      PIC X VALUE 'N'.

       01 NOMBRE-SOCIO           PIC X(30).
       01 DESCRIPCION-TIPO       PIC X(30).
       01 AVISO-CUPO             PIC X(10).

       01 TOTAL-CORTESIA         PIC 9(5) VALUE 0.
       01 TOTAL-CUOTA            PIC 9(5) VALUE 0.
       01 TOTAL-PASES            PIC 9(5) VALUE 0.
       01 TOTAL-IMPORTE          PIC 9(9)V99 VALUE 0.
       01 TOTAL-EXCEDIDOS        PIC 9(4) VALUE 0.

       01 F-CUPO                 PIC ZZ9.
       01 F-CANTIDAD             PIC ZZZ9.
       01 F-CANTIDAD-2           PIC ZZZ9.
       01 F-CANTIDAD-3           PIC ZZZ9.
       01 F-IMPORTE              PIC ZZZ,ZZZ,ZZ9.99.
       01 F-EDAD                 PIC ZZ9.

       PROCEDURE DIVISION.

       INICIO.
           PERFORM ACEPTAR-FECHA-COMPLETA
           DIVIDE FC-FECHA-YYYYMMDD BY 100 GIVING ANIO-MES-REPORTE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
               DISPLAY "Mes a informar (AAAAMM, en blanco = actual):"
               ACCEPT MES-TXT
           ELSE
               MOVE WS-COMMAND-LINE TO MES-TXT
               MOVE "REPORTE-INVITADOS" TO OPERADOR
           END-IF
           IF MES-TXT NOT = SPACES
               IF FUNCTION TRIM(MES-TXT) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(MES-TXT)) = 6
                   AND MES-TXT (5:2) >= "01" AND MES-TXT (5:2) <= "12"
                   MOVE FUNCTION NUMVAL (MES-TXT) TO ANIO-MES-REPORTE
               ELSE
                   DISPLAY "Mes inválido: " MES-TXT
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM CARGAR-PARAMETROS
           PERFORM CARGAR-INVITADOS-MES
           IF TOTAL-INVITADOS-MES = 0
               DISPLAY "No hay invitados registrados en "
                       ANIO-MES-REPORTE "."
               STOP RUN
           END-IF

           STRING "INVITADOS-" DELIMITED BY SIZE
                  ANIO-MES-REPORTE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS = "00"
               MOVE 'S' TO MIEMBROS-ABIERTO
           END-IF

           MOVE FC-FECHA-YYYYMMDD TO EC-FECHA-REPORTE
           MOVE "INVITADOS POR SOCIO" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Mes: " DELIMITED BY SIZE
                  ANIO-MES-REPORTE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           PERFORM VARYING IDX-ANFITRION FROM 1 BY 1
                   UNTIL IDX-ANFITRION > TOTAL-ANFITRIONES
               PERFORM ESCRIBIR-ANFITRION
           END-PERFORM

           PERFORM MOSTRAR-TOTALES
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF MIEMBROS-ABIERTO = 'S'
               CLOSE ARCHIVO-MIEMBROS
           END-IF
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

      *>----------------------------------------------------
      *> INVITADOS DEL MES EN TABLA Y TOTALES POR ANFITRIÓN.
      *>----------------------------------------------------
       CARGAR-INVITADOS-MES.
           OPEN INPUT ARCHIVO-INVITADOS
           IF FS-INVITADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-INVITADOS = 'S'
               READ ARCHIVO-INVITADOS
                   AT END
                       MOVE 'S' TO FIN-INVITADOS
                   NOT AT END
                       DIVIDE IV-FECHA BY 100
                           GIVING ANIO-MES-INVITADO
                       IF ANIO-MES-INVITADO = ANIO-MES-REPORTE
                           PERFORM ANOTAR-INVITADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INVITADOS
           IF INVITADOS-OMITIDOS > 0
               DISPLAY "ADVERTENCIA: " INVITADOS-OMITIDOS
                       " invitado(s) no entran en la tabla."
           END-IF.

       ANOTAR-INVITADO.
           PERFORM UBICAR-ANFITRION
           IF ANFITRION-HALLADO = 'N'
               OR TOTAL-INVITADOS-MES >= MAX-INVITADOS-MES
               ADD 1 TO INVITADOS-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-INVITADOS-MES
           MOVE INVITADO-REG TO IG-REG (TOTAL-INVITADOS-MES)
           EVALUATE IV-TIPO
               WHEN 'C'
                   ADD 1 TO IH-CORTESIA (POS-ANFITRION)
               WHEN 'F'
                   ADD 1 TO IH-CUOTA (POS-ANFITRION)
                   ADD IV-IMPORTE TO IH-IMPORTE (POS-ANFITRION)
               WHEN 'P'
                   ADD 1 TO IH-PASES (POS-ANFITRION)
           END-EVALUATE.

      *>    DEJA EN POS-ANFITRION LA ENTRADA DE IV-MIEMBRO; SI
      *>    NO ESTÁ, LA INSERTA EN ORDEN DE NÚMERO DE SOCIO.
       UBICAR-ANFITRION.
           MOVE 'N' TO ANFITRION-HALLADO
           MOVE 1 TO POS-ANFITRION
           PERFORM VARYING IDX-ANFITRION FROM 1 BY 1
                   UNTIL IDX-ANFITRION > TOTAL-ANFITRIONES
                       OR ANFITRION-HALLADO = 'S'
               EVALUATE TRUE
                   WHEN IH-MIEMBRO (IDX-ANFITRION) = IV-MIEMBRO
                       MOVE 'S' TO ANFITRION-HALLADO
                       MOVE IDX-ANFITRION TO POS-ANFITRION
                   WHEN IH-MIEMBRO (IDX-ANFITRION) < IV-MIEMBRO
                       COMPUTE POS-ANFITRION = IDX-ANFITRION + 1
               END-EVALUATE
           END-PERFORM
           IF ANFITRION-HALLADO = 'S'
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-ANFITRIONES >= MAX-ANFITRIONES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-ANFITRION FROM TOTAL-ANFITRIONES
                   BY -1 UNTIL IDX-ANFITRION < POS-ANFITRION
               MOVE ANFITRION-ENTRADA (IDX-ANFITRION)
                   TO ANFITRION-ENTRADA (IDX-ANFITRION + 1)
           END-PERFORM
           ADD 1 TO TOTAL-ANFITRIONES
           INITIALIZE ANFITRION-ENTRADA (POS-ANFITRION)
           MOVE IV-MIEMBRO TO IH-MIEMBRO (POS-ANFITRION)
           MOVE 'S' TO ANFITRION-HALLADO.

      *>----------------------------------------------------
      *> UN ANFITRIÓN: SU RESUMEN Y DEBAJO SUS INVITADOS.
      *>----------------------------------------------------
       ESCRIBIR-ANFITRION.
           PERFORM LEER-SOCIO-ANFITRION
           PERFORM CUPO-INVITADOS
           MOVE SPACES TO AVISO-CUPO
           IF IH-CUOTA (IDX-ANFITRION) + IH-PASES (IDX-ANFITRION)
               > 0
               MOVE "EXCEDIDO" TO AVISO-CUPO
               ADD 1 TO TOTAL-EXCEDIDOS
           END-IF
           ADD IH-CORTESIA (IDX-ANFITRION) TO TOTAL-CORTESIA
           ADD IH-CUOTA (IDX-ANFITRION) TO TOTAL-CUOTA
           ADD IH-PASES (IDX-ANFITRION) TO TOTAL-PASES
           ADD IH-IMPORTE (IDX-ANFITRION) TO TOTAL-IMPORTE

           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Socio " DELIMITED BY SIZE
                  IH-MIEMBRO (IDX-ANFITRION) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(NOMBRE-SOCIO) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(CATEGORIA-INVITANTE)
                  DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  AVISO-CUPO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE CUPO-INVITADOS-MES TO F-CUPO
           MOVE IH-CORTESIA (IDX-ANFITRION) TO F-CANTIDAD
           MOVE IH-CUOTA (IDX-ANFITRION) TO F-CANTIDAD-2
           MOVE IH-PASES (IDX-ANFITRION) TO F-CANTIDAD-3
           MOVE IH-IMPORTE (IDX-ANFITRION) TO F-IMPORTE
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Cupo: " DELIMITED BY SIZE
                  F-CUPO DELIMITED BY SIZE
                  " | Sin cargo: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | A la cuota: " DELIMITED BY SIZE
                  F-CANTIDAD-2 DELIMITED BY SIZE
                  " ($" DELIMITED BY SIZE
                  F-IMPORTE DELIMITED BY SIZE
                  ") | Pase de día: " DELIMITED BY SIZE
                  F-CANTIDAD-3 DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-INVITADO FROM 1 BY 1
                   UNTIL IDX-INVITADO > TOTAL-INVITADOS-MES
               MOVE IG-REG (IDX-INVITADO) TO INVITADO-REG
               IF IV-MIEMBRO = IH-MIEMBRO (IDX-ANFITRION)
                   PERFORM ESCRIBIR-INVITADO
               END-IF
           END-PERFORM.

       ESCRIBIR-INVITADO.
           MOVE SPACES TO DESCRIPCION-TIPO
           EVALUATE IV-TIPO
               WHEN 'C'
                   MOVE "SIN CARGO" TO DESCRIPCION-TIPO
               WHEN 'P'
                   MOVE "PASE DE DÍA" TO DESCRIPCION-TIPO
               WHEN 'F'
                   MOVE IV-IMPORTE TO F-IMPORTE
                   IF IV-CUOTA-MES = 0
                       STRING "CUOTA $" DELIMITED BY SIZE
                              FUNCTION TRIM(F-IMPORTE)
                              DELIMITED BY SIZE
                              " PENDIENTE" DELIMITED BY SIZE
                              INTO DESCRIPCION-TIPO
                   ELSE
                       STRING "CUOTA $" DELIMITED BY SIZE
                              FUNCTION TRIM(F-IMPORTE)
                              DELIMITED BY SIZE
                              " EN " DELIMITED BY SIZE
                              IV-CUOTA-MES DELIMITED BY SIZE
                              INTO DESCRIPCION-TIPO
                   END-IF
           END-EVALUATE
           MOVE IV-EDAD TO F-EDAD
           MOVE SPACES TO LINEA-SALIDA
           STRING "    " DELIMITED BY SIZE
                  IV-FECHA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IV-NOMBRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-EDAD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IV-CIUDAD (1:15) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DESCRIPCION-TIPO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       LEER-SOCIO-ANFITRION.
           MOVE SPACES TO NOMBRE-SOCIO
           MOVE SPACES TO CATEGORIA-INVITANTE
           IF MIEMBROS-ABIERTO = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE IH-MIEMBRO (IDX-ANFITRION) TO M-ID
           READ ARCHIVO-MIEMBROS
               INVALID KEY
                   MOVE "(NO EXISTE)" TO NOMBRE-SOCIO
               NOT INVALID KEY
                   MOVE M-NOMBRE TO NOMBRE-SOCIO
                   MOVE M-CATEGORIA TO CATEGORIA-INVITANTE
           END-READ.

       MOSTRAR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-ANFITRIONES TO F-CANTIDAD
           MOVE TOTAL-INVITADOS-MES TO F-CANTIDAD-2
           MOVE TOTAL-EXCEDIDOS TO F-CANTIDAD-3
           MOVE SPACES TO LINEA-SALIDA
           STRING "Socios anfitriones: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | Invitados: " DELIMITED BY SIZE
                  F-CANTIDAD-2 DELIMITED BY SIZE
                  " | Con cupo excedido: " DELIMITED BY SIZE
                  F-CANTIDAD-3 DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-CORTESIA TO F-CANTIDAD
           MOVE TOTAL-CUOTA TO F-CANTIDAD-2
           MOVE TOTAL-PASES TO F-CANTIDAD-3
           MOVE TOTAL-IMPORTE TO F-IMPORTE
           MOVE SPACES TO LINEA-SALIDA
           STRING "Sin cargo: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | A la cuota: " DELIMITED BY SIZE
                  F-CANTIDAD-2 DELIMITED BY SIZE
                  " ($" DELIMITED BY SIZE
                  F-IMPORTE DELIMITED BY SIZE
                  ") | Pase de día: " DELIMITED BY SIZE
                  F-CANTIDAD-3 DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY INVITADOS-RUTINAS.
