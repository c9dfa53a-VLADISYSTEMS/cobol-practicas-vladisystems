       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-BOVEDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY BOVEDA-SELECT.
       COPY TURNOS-SELECT.
           SELECT ARCHIVO-DEPOSITOS ASSIGN TO "DEPOSITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPOSITOS.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY BOVEDA-FD.
       COPY TURNOS-FD.

       FD  ARCHIVO-DEPOSITOS.
       01  DEPOSITO-REG.
           05 DB-FECHA             PIC 9(8).
           05 DB-CAJA              PIC 9(2).
           05 DB-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 DB-BOLETA            PIC X(10).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY BOVEDA-WS.
       COPY TURNOS-WS.

       *>----------------------------------------------------
       *> SALDO DIARIO DE LA BÓVEDA: SALDO AL CIERRE DEL DÍA
       *> ANTERIOR, MOVIMIENTOS DEL DÍA Y SALDO FINAL SEGÚN
       *> LIBROS CONTRA EL ÚLTIMO ARQUEO DEL DÍA (CON SU
       *> DETALLE POR DENOMINACIÓN). LUEGO CONCILIA:
       *>  - CONTRA TURNOS-CAJA: EL FONDO DE CADA TURNO DEL DÍA
       *>    DEBE HABER SALIDO DE LA BÓVEDA POR EL MISMO MONTO
       *>    Y CADA TURNO CERRADO DEBE HABER DEVUELTO SU CAJÓN.
       *>  - CONTRA DEPOSITOS: CADA DEPÓSITO ENVIADO DEBE ESTAR
       *>    CAPTURADO EN DEPOSITOS.DAT CON LA MISMA BOLETA Y
       *>    MONTO, Y CADA BOLETA DEL DÍA EN DEPOSITOS.DAT DEBE
       *>    HABER SALIDO DE LA BÓVEDA.
       *> USO: REPORTE-BOVEDA [AAAAMMDD] (POR OMISIÓN, HOY)
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-DEPOSITOS           PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(34).
       01 LINEA-SALIDA           PIC X(120).
       01 OPERADOR               PIC X(20).

       01 FECHA-PROCESO          PIC 9(8).
       01 FECHA-ANTERIOR         PIC 9(8).
       01 SALDO-INICIAL          PIC S9(11)V99 VALUE 0.
       01 SALDO-FINAL            PIC S9(11)V99 VALUE 0.
       01 TOTAL-ENTRADAS         PIC S9(11)V99 VALUE 0.
       01 TOTAL-SALIDAS          PIC S9(11)V99 VALUE 0.
       01 MOVIMIENTOS-DIA        PIC 9(5) VALUE 0.
       01 DESCRIPCION-TIPO       PIC X(24).
       01 OBSERVACIONES          PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> ÚLTIMO ARQUEO DE LA BÓVEDA EN EL DÍA
       *>----------------------------------------------------
       01 HAY-ARQUEO             PIC X VALUE 'N'.
       01 ARQUEO-NUMERO          PIC 9(6) VALUE 0.
       01 ARQUEO-HORA            PIC 9(8) VALUE 0.
       01 ARQUEO-TOTAL           PIC 9(11)V99 VALUE 0.
       01 ARQUEO-CANTIDADES.
           05 ARQUEO-CANTIDAD OCCURS 9 TIMES PIC 9(5).
       01 DIFERENCIA-ARQUEO      PIC S9(11)V99 VALUE 0.
       01 SUBTOTAL-DENOMINACION  PIC 9(11)V99 VALUE 0.

       *>----------------------------------------------------
       *> TURNOS DEL DÍA Y LO QUE LA BÓVEDA LES ENTREGÓ Y
       *> RECIBIÓ; LOS MOVIMIENTOS DE UN TURNO QUE NO ESTÁ EN
       *> TURNOS.DAT ENTRAN CON ESTADO '?'.
       *>----------------------------------------------------
       01 MAX-TURNOS-DIA         PIC 9(3) VALUE 60.
       01 TOTAL-TURNOS-DIA       PIC 9(3) VALUE 0.
       01 TABLA-TURNOS-DIA.
           05 TURNO-DIA OCCURS 60 TIMES.
               10 TT-CAJA        PIC 9(2).
               10 TT-TURNO       PIC 9(2).
               10 TT-OPERADOR    PIC 9(4).
               10 TT-ESTADO      PIC X.
               10 TT-FONDO       PIC S9(11)V99.
               10 TT-FONDO-BOVEDA PIC S9(11)V99.
               10 TT-RETIROS     PIC S9(11)V99.
               10 TT-DEVOLUCION  PIC S9(11)V99.
               10 TT-DEVUELTO    PIC X.
       01 IDX-TURNO-DIA          PIC 9(3).
       01 TURNO-ENCONTRADO       PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> DEPÓSITOS ENVIADOS (TODAS LAS BOLETAS DEL LIBRO Y LAS
       *> DEL DÍA) Y DEPÓSITOS CAPTURADOS EN DEPOSITOS.DAT
       *>----------------------------------------------------
       01 MAX-BOLETAS            PIC 9(4) VALUE 2000.
       01 TOTAL-BOLETAS-BOVEDA   PIC 9(4) VALUE 0.
       01 TABLA-BOLETAS-BOVEDA.
           05 TB-BOLETA OCCURS 2000 TIMES PIC X(10).
       01 IDX-BOLETA             PIC 9(4).
       01 TOTAL-ENVIOS-DIA       PIC 9(3) VALUE 0.
       01 TABLA-ENVIOS-DIA.
           05 ENVIO-DIA OCCURS 100 TIMES.
               10 TE-BOLETA      PIC X(10).
               10 TE-MONTO       PIC S9(11)V99.
       01 IDX-ENVIO              PIC 9(3).
       01 TOTAL-DEPOSITOS        PIC 9(4) VALUE 0.
       01 TABLA-DEPOSITOS.
           05 DEPOSITO-ENTRADA OCCURS 2000 TIMES.
               10 TD-FECHA       PIC 9(8).
               10 TD-BOLETA      PIC X(10).
               10 TD-MONTO       PIC S9(11)V99.
       01 IDX-DEPOSITO           PIC 9(4).
       01 BOLETA-ENCONTRADA      PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-MONTO                PIC -(9)9.99.
       01 F-MONTO-2              PIC -(9)9.99.
       01 F-MONTO-3              PIC -(9)9.99.
       01 F-MONTO-4              PIC -(9)9.99.
       01 F-MONTO-5              PIC -(9)9.99.
       01 F-CANTIDAD             PIC ZZ,ZZ9.
       01 F-HORA                 PIC X(5).
       01 MARCA-OBSERVACION      PIC X(22).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  SALDO DIARIO DE LA BÓVEDA"
           DISPLAY "==============================="

           PERFORM OBTENER-FECHA-PROCESO
           COMPUTE FECHA-ANTERIOR = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FECHA-PROCESO) - 1)
           MOVE FECHA-ANTERIOR TO FECHA-SALDO-BOVEDA
           PERFORM CALCULAR-SALDO-BOVEDA
           MOVE SALDO-BOVEDA TO SALDO-INICIAL
           PERFORM CARGAR-TURNOS-DIA
           PERFORM CARGAR-DEPOSITOS
           PERFORM BUSCAR-ULTIMO-ARQUEO

           DISPLAY "Ingrese nombre del operador: "
           ACCEPT OPERADOR
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "REPORTE-BOVEDA-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-PROCESO TO EC-FECHA-REPORTE
           MOVE "SALDO DIARIO DE LA BOVEDA" TO EC-TITULO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM LISTAR-MOVIMIENTOS-DIA
           PERFORM ESCRIBIR-SALDOS
           PERFORM CONCILIAR-TURNOS
           PERFORM CONCILIAR-DEPOSITOS
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Observaciones de conciliación: " DELIMITED BY SIZE
                  OBSERVACIONES DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE
           STOP RUN.

       OBTENER-FECHA-PROCESO.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               PERFORM ACEPTAR-FECHA-COMPLETA
               MOVE FC-FECHA-YYYYMMDD TO FECHA-PROCESO
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-COMMAND-LINE) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-COMMAND-LINE))
                   NOT = 8
               DISPLAY "Fecha inválida (AAAAMMDD): " WS-COMMAND-LINE
               STOP RUN
           END-IF
           MOVE WS-COMMAND-LINE (1:8) TO FECHA-PROCESO
           IF FUNCTION TEST-DATE-YYYYMMDD (FECHA-PROCESO) NOT = 0
               DISPLAY "Fecha inválida (AAAAMMDD): " WS-COMMAND-LINE
               STOP RUN
           END-IF.

       CARGAR-TURNOS-DIA.
           OPEN INPUT ARCHIVO-TURNOS
           IF FS-TURNOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-TURNOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TN-FECHA = FECHA-PROCESO
                           AND TOTAL-TURNOS-DIA < MAX-TURNOS-DIA
                           ADD 1 TO TOTAL-TURNOS-DIA
                           MOVE TOTAL-TURNOS-DIA TO IDX-TURNO-DIA
                           PERFORM LIMPIAR-TURNO-DIA
                           MOVE TN-CAJA TO TT-CAJA (IDX-TURNO-DIA)
                           MOVE TN-TURNO TO TT-TURNO (IDX-TURNO-DIA)
                           MOVE TN-OPERADOR
                               TO TT-OPERADOR (IDX-TURNO-DIA)
                           MOVE TN-ESTADO TO TT-ESTADO (IDX-TURNO-DIA)
                           MOVE TN-FONDO TO TT-FONDO (IDX-TURNO-DIA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-TURNOS.

       LIMPIAR-TURNO-DIA.
           MOVE 0 TO TT-CAJA (IDX-TURNO-DIA)
           MOVE 0 TO TT-TURNO (IDX-TURNO-DIA)
           MOVE 0 TO TT-OPERADOR (IDX-TURNO-DIA)
           MOVE '?' TO TT-ESTADO (IDX-TURNO-DIA)
           MOVE 0 TO TT-FONDO (IDX-TURNO-DIA)
           MOVE 0 TO TT-FONDO-BOVEDA (IDX-TURNO-DIA)
           MOVE 0 TO TT-RETIROS (IDX-TURNO-DIA)
           MOVE 0 TO TT-DEVOLUCION (IDX-TURNO-DIA)
           MOVE 'N' TO TT-DEVUELTO (IDX-TURNO-DIA).

       CARGAR-DEPOSITOS.
           OPEN INPUT ARCHIVO-DEPOSITOS
           IF FS-DEPOSITOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-DEPOSITOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF TOTAL-DEPOSITOS < MAX-BOLETAS
                           ADD 1 TO TOTAL-DEPOSITOS
                           MOVE DB-FECHA
                               TO TD-FECHA (TOTAL-DEPOSITOS)
                           MOVE DB-BOLETA
                               TO TD-BOLETA (TOTAL-DEPOSITOS)
                           MOVE DB-MONTO
                               TO TD-MONTO (TOTAL-DEPOSITOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-DEPOSITOS.

       BUSCAR-ULTIMO-ARQUEO.
           OPEN INPUT ARCHIVO-CONTEOS
           IF FS-CONTEOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CONTEOS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CE-FECHA = FECHA-PROCESO
                           AND CE-LUGAR = 'B'
                           AND CE-MOTIVO = 'A'
                           MOVE 'S' TO HAY-ARQUEO
                           MOVE CE-NUMERO TO ARQUEO-NUMERO
                           MOVE CE-HORA TO ARQUEO-HORA
                           MOVE CE-TOTAL TO ARQUEO-TOTAL
                           PERFORM VARYING IDX-DENOMINACION
                                   FROM 1 BY 1
                                   UNTIL IDX-DENOMINACION >
                                         TOTAL-DENOMINACIONES
                               MOVE CE-CANTIDAD (IDX-DENOMINACION)
                                   TO ARQUEO-CANTIDAD
                                      (IDX-DENOMINACION)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CONTEOS.

      *>----------------------------------------------------
      *> LISTA LOS MOVIMIENTOS DEL DÍA Y DE PASO ACUMULA LO
      *> DE CADA TURNO Y LAS BOLETAS ENVIADAS AL BANCO.
      *>----------------------------------------------------
       LISTAR-MOVIMIENTOS-DIA.
           MOVE "MOVIMIENTOS DEL DIA:" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "HORA  TIPO                     CAJA TURNO "
                      DELIMITED BY SIZE
                  "BOLETA     CONTEO        ENTRADA         SALIDA"
                      DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           OPEN INPUT ARCHIVO-BOVEDA
           IF FS-BOVEDA NOT = "00"
               MOVE "  (sin movimientos)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-BOVEDA
           PERFORM UNTIL FIN-BOVEDA = 'S'
               READ ARCHIVO-BOVEDA
                   AT END
                       MOVE 'S' TO FIN-BOVEDA
                   NOT AT END
                       IF BV-TIPO = 'B'
                           AND TOTAL-BOLETAS-BOVEDA < MAX-BOLETAS
                           ADD 1 TO TOTAL-BOLETAS-BOVEDA
                           MOVE BV-BOLETA
                               TO TB-BOLETA (TOTAL-BOLETAS-BOVEDA)
                       END-IF
                       IF BV-FECHA = FECHA-PROCESO
                           PERFORM PROCESAR-MOVIMIENTO-DIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-BOVEDA
           IF MOVIMIENTOS-DIA = 0
               MOVE "  (sin movimientos)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       PROCESAR-MOVIMIENTO-DIA.
           ADD 1 TO MOVIMIENTOS-DIA
           PERFORM CALCULAR-EFECTO-BOVEDA
           PERFORM DESCRIBIR-TIPO-BOVEDA
           MOVE 0 TO F-MONTO
           MOVE 0 TO F-MONTO-2
           IF EFECTO-BOVEDA < 0
               COMPUTE F-MONTO-2 = 0 - EFECTO-BOVEDA
               SUBTRACT EFECTO-BOVEDA FROM TOTAL-SALIDAS
           ELSE
               MOVE EFECTO-BOVEDA TO F-MONTO
               ADD EFECTO-BOVEDA TO TOTAL-ENTRADAS
           END-IF
           MOVE SPACES TO F-HORA
           STRING BV-HORA (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  BV-HORA (3:2) DELIMITED BY SIZE
                  INTO F-HORA
           MOVE SPACES TO LINEA-SALIDA
           STRING F-HORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DESCRIPCION-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BV-CAJA DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  BV-TURNO DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  BV-BOLETA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BV-CONTEO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MONTO-2 DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           EVALUATE BV-TIPO
               WHEN 'F'
               WHEN 'R'
               WHEN 'D'
                   PERFORM UBICAR-TURNO-DIA
                   EVALUATE BV-TIPO
                       WHEN 'F'
                           ADD BV-MONTO
                               TO TT-FONDO-BOVEDA (IDX-TURNO-DIA)
                       WHEN 'R'
                           ADD BV-MONTO
                               TO TT-RETIROS (IDX-TURNO-DIA)
                       WHEN 'D'
                           ADD BV-MONTO
                               TO TT-DEVOLUCION (IDX-TURNO-DIA)
                           MOVE 'S' TO TT-DEVUELTO (IDX-TURNO-DIA)
                   END-EVALUATE
               WHEN 'B'
                   IF TOTAL-ENVIOS-DIA < 100
                       ADD 1 TO TOTAL-ENVIOS-DIA
                       MOVE BV-BOLETA
                           TO TE-BOLETA (TOTAL-ENVIOS-DIA)
                       MOVE BV-MONTO TO TE-MONTO (TOTAL-ENVIOS-DIA)
                   END-IF
           END-EVALUATE.

       UBICAR-TURNO-DIA.
           MOVE 'N' TO TURNO-ENCONTRADO
           PERFORM VARYING IDX-TURNO-DIA FROM 1 BY 1
                   UNTIL IDX-TURNO-DIA > TOTAL-TURNOS-DIA
                      OR TURNO-ENCONTRADO = 'S'
               IF TT-CAJA (IDX-TURNO-DIA) = BV-CAJA
                   AND TT-TURNO (IDX-TURNO-DIA) = BV-TURNO
                   MOVE 'S' TO TURNO-ENCONTRADO
               END-IF
           END-PERFORM
           IF TURNO-ENCONTRADO = 'S'
               SUBTRACT 1 FROM IDX-TURNO-DIA
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-TURNOS-DIA < MAX-TURNOS-DIA
               ADD 1 TO TOTAL-TURNOS-DIA
           END-IF
           MOVE TOTAL-TURNOS-DIA TO IDX-TURNO-DIA
           PERFORM LIMPIAR-TURNO-DIA
           MOVE BV-CAJA TO TT-CAJA (IDX-TURNO-DIA)
           MOVE BV-TURNO TO TT-TURNO (IDX-TURNO-DIA).

       DESCRIBIR-TIPO-BOVEDA.
           EVALUATE BV-TIPO
               WHEN 'F'
                   MOVE "FONDO A CAJA" TO DESCRIPCION-TIPO
               WHEN 'R'
                   MOVE "RETIRO DE CAJA" TO DESCRIPCION-TIPO
               WHEN 'D'
                   MOVE "DEVOLUCION CIERRE TURNO" TO DESCRIPCION-TIPO
               WHEN 'B'
                   MOVE "DEPOSITO AL BANCO" TO DESCRIPCION-TIPO
               WHEN 'C'
                   MOVE "SENCILLO DEL BANCO" TO DESCRIPCION-TIPO
               WHEN 'J'
                   MOVE "AJUSTE POR ARQUEO" TO DESCRIPCION-TIPO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO DESCRIPCION-TIPO
           END-EVALUATE.

       ESCRIBIR-SALDOS.
           COMPUTE SALDO-FINAL = SALDO-INICIAL + TOTAL-ENTRADAS
               - TOTAL-SALIDAS
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SALDO-INICIAL TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Saldo al cierre del día anterior : $"
                      DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-ENTRADAS TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "+ Entradas del día               : $"
                      DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-SALIDAS TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "- Salidas del día                : $"
                      DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SALDO-FINAL TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "= Saldo final según libros       : $"
                      DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF HAY-ARQUEO = 'N'
               MOVE "Sin arqueo de la bóveda en el día."
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               ADD 1 TO OBSERVACIONES
               EXIT PARAGRAPH
           END-IF
           COMPUTE DIFERENCIA-ARQUEO = ARQUEO-TOTAL - SALDO-FINAL
           MOVE ARQUEO-TOTAL TO F-MONTO
           MOVE SPACES TO F-HORA
           STRING ARQUEO-HORA (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  ARQUEO-HORA (3:2) DELIMITED BY SIZE
                  INTO F-HORA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Último arqueo (" DELIMITED BY SIZE
                  F-HORA DELIMITED BY SIZE
                  ")            : $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  "  (conteo " DELIMITED BY SIZE
                  ARQUEO-NUMERO DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE DIFERENCIA-ARQUEO TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Diferencia arqueo - libros       : $"
                      DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           IF DIFERENCIA-ARQUEO NOT = 0
               MOVE "  << NO CUADRA" TO LINEA-SALIDA (52:14)
               ADD 1 TO OBSERVACIONES
           END-IF
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-DENOMINACION FROM 1 BY 1
                   UNTIL IDX-DENOMINACION > TOTAL-DENOMINACIONES
               IF ARQUEO-CANTIDAD (IDX-DENOMINACION) > 0
                   PERFORM ESCRIBIR-DENOMINACION
               END-IF
           END-PERFORM.

       ESCRIBIR-DENOMINACION.
           MOVE DN-VALOR (IDX-DENOMINACION) TO F-CANTIDAD
           COMPUTE SUBTOTAL-DENOMINACION =
               ARQUEO-CANTIDAD (IDX-DENOMINACION)
               * DN-VALOR (IDX-DENOMINACION)
           MOVE SUBTOTAL-DENOMINACION TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           IF DN-CLASE (IDX-DENOMINACION) = 'B'
               STRING "    Billetes de $" DELIMITED BY SIZE
                      F-CANTIDAD DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           ELSE
               STRING "    Monedas de  $" DELIMITED BY SIZE
                      F-CANTIDAD DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           END-IF
           MOVE ARQUEO-CANTIDAD (IDX-DENOMINACION) TO F-CANTIDAD
           MOVE " x " TO LINEA-SALIDA (24:3)
           MOVE F-CANTIDAD TO LINEA-SALIDA (27:6)
           MOVE " = $" TO LINEA-SALIDA (33:4)
           MOVE F-MONTO TO LINEA-SALIDA (37:13)
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> CADA TURNO DEL DÍA CONTRA LO QUE LA BÓVEDA LE
      *> ENTREGÓ (FONDO) Y RECIBIÓ (RETIROS Y DEVOLUCIÓN).
      *>----------------------------------------------------
       CONCILIAR-TURNOS.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "CONCILIACION CON TURNOS DE CAJA:" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "CAJA TURNO OPER EST   FONDO TURNO   "
                      DELIMITED BY SIZE
                  "FONDO BOVEDA       RETIROS    DEVOLUCION"
                      DELIMITED BY SIZE
                  "  OBSERVACION" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF TOTAL-TURNOS-DIA = 0
               MOVE "  (sin turnos en el día)" TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-TURNO-DIA FROM 1 BY 1
                   UNTIL IDX-TURNO-DIA > TOTAL-TURNOS-DIA
               PERFORM ESCRIBIR-TURNO-DIA
           END-PERFORM.

       ESCRIBIR-TURNO-DIA.
           MOVE SPACES TO MARCA-OBSERVACION
           EVALUATE TRUE
               WHEN TT-ESTADO (IDX-TURNO-DIA) = '?'
                   MOVE "TURNO NO REGISTRADO" TO MARCA-OBSERVACION
               WHEN TT-FONDO (IDX-TURNO-DIA) NOT =
                    TT-FONDO-BOVEDA (IDX-TURNO-DIA)
                   MOVE "FONDO NO CUADRA" TO MARCA-OBSERVACION
               WHEN TT-ESTADO (IDX-TURNO-DIA) = 'C'
                    AND TT-DEVUELTO (IDX-TURNO-DIA) = 'N'
                   MOVE "SIN DEVOLUCION" TO MARCA-OBSERVACION
               WHEN TT-ESTADO (IDX-TURNO-DIA) = 'A'
                   MOVE "TURNO ABIERTO" TO MARCA-OBSERVACION
           END-EVALUATE
           IF MARCA-OBSERVACION NOT = SPACES
               AND MARCA-OBSERVACION NOT = "TURNO ABIERTO"
               ADD 1 TO OBSERVACIONES
           END-IF
           MOVE TT-FONDO (IDX-TURNO-DIA) TO F-MONTO
           MOVE TT-FONDO-BOVEDA (IDX-TURNO-DIA) TO F-MONTO-2
           MOVE TT-RETIROS (IDX-TURNO-DIA) TO F-MONTO-3
           MOVE TT-DEVOLUCION (IDX-TURNO-DIA) TO F-MONTO-4
           MOVE SPACES TO LINEA-SALIDA
           STRING "  " DELIMITED BY SIZE
                  TT-CAJA (IDX-TURNO-DIA) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  TT-TURNO (IDX-TURNO-DIA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TT-OPERADOR (IDX-TURNO-DIA) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TT-ESTADO (IDX-TURNO-DIA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MONTO-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MONTO-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MONTO-4 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MARCA-OBSERVACION DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> DEPÓSITOS ENVIADOS EN EL DÍA CONTRA LAS BOLETAS
      *> CAPTURADAS, Y BOLETAS DEL DÍA SIN SALIDA DE BÓVEDA.
      *>----------------------------------------------------
       CONCILIAR-DEPOSITOS.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "CONCILIACION CON DEPOSITOS:" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "BOLETA       ENVIADO BOVEDA  CAPTURADO DEPOS.  "
                      DELIMITED BY SIZE
                  "OBSERVACION" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING IDX-ENVIO FROM 1 BY 1
                   UNTIL IDX-ENVIO > TOTAL-ENVIOS-DIA
               PERFORM ESCRIBIR-ENVIO-DIA
           END-PERFORM
           PERFORM VARYING IDX-DEPOSITO FROM 1 BY 1
                   UNTIL IDX-DEPOSITO > TOTAL-DEPOSITOS
               IF TD-FECHA (IDX-DEPOSITO) = FECHA-PROCESO
                   PERFORM VERIFICAR-SALIDA-BOVEDA
               END-IF
           END-PERFORM
           IF TOTAL-ENVIOS-DIA = 0
               MOVE "  (sin depósitos enviados en el día)"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-ENVIO-DIA.
           MOVE 'N' TO BOLETA-ENCONTRADA
           MOVE 0 TO F-MONTO-2
           PERFORM VARYING IDX-DEPOSITO FROM 1 BY 1
                   UNTIL IDX-DEPOSITO > TOTAL-DEPOSITOS
                      OR BOLETA-ENCONTRADA = 'S'
               IF TD-BOLETA (IDX-DEPOSITO) = TE-BOLETA (IDX-ENVIO)
                   MOVE 'S' TO BOLETA-ENCONTRADA
                   MOVE TD-MONTO (IDX-DEPOSITO) TO F-MONTO-2
                   IF TD-MONTO (IDX-DEPOSITO) =
                      TE-MONTO (IDX-ENVIO)
                       MOVE SPACES TO MARCA-OBSERVACION
                   ELSE
                       MOVE "MONTO DISTINTO" TO MARCA-OBSERVACION
                       ADD 1 TO OBSERVACIONES
                   END-IF
               END-IF
           END-PERFORM
           IF BOLETA-ENCONTRADA = 'N'
               MOVE "BOLETA NO CAPTURADA" TO MARCA-OBSERVACION
               ADD 1 TO OBSERVACIONES
           END-IF
           MOVE TE-MONTO (IDX-ENVIO) TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING TE-BOLETA (IDX-ENVIO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-MONTO-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MARCA-OBSERVACION DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       VERIFICAR-SALIDA-BOVEDA.
           MOVE 'N' TO BOLETA-ENCONTRADA
           PERFORM VARYING IDX-BOLETA FROM 1 BY 1
                   UNTIL IDX-BOLETA > TOTAL-BOLETAS-BOVEDA
                      OR BOLETA-ENCONTRADA = 'S'
               IF TB-BOLETA (IDX-BOLETA) = TD-BOLETA (IDX-DEPOSITO)
                   MOVE 'S' TO BOLETA-ENCONTRADA
               END-IF
           END-PERFORM
           IF BOLETA-ENCONTRADA = 'S'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OBSERVACIONES
           MOVE 0 TO F-MONTO
           MOVE TD-MONTO (IDX-DEPOSITO) TO F-MONTO-2
           MOVE SPACES TO LINEA-SALIDA
           STRING TD-BOLETA (IDX-DEPOSITO) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  F-MONTO-2 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  "SIN SALIDA DE BOVEDA" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       ESCRIBIR-ENCABEZADO.
           DISPLAY EC-LINEA-1
           WRITE LINEA-REPORTE FROM EC-LINEA-1
           DISPLAY EC-LINEA-2
           WRITE LINEA-REPORTE FROM EC-LINEA-2
           DISPLAY EC-LINEA-3
           WRITE LINEA-REPORTE FROM EC-LINEA-3.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY BOVEDA-RUTINAS.
