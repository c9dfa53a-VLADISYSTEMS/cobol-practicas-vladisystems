       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-Z.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-VENTAS ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
           SELECT ARCHIVO-PAGOS-VENTA
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PAGOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGOS-VENTA.
           SELECT ARCHIVO-GRAN-TOTAL
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-GRAN-TOTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRAN-TOTAL.
           SELECT ARCHIVO-HIST-Z ASSIGN TO "REPORTES-Z.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST-Z.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.
       COPY CANDADO-SELECT.
       COPY OPERADORES-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       FD  ARCHIVO-PAGOS-VENTA.
       01  PAGOS-VENTA-REG.
       COPY PAGOS-VENTA-REG.

      *>----------------------------------------------------
      *> CONTADOR DE GRAN TOTAL POR CAJA (GRAN-TOTAL-NN.DAT):
      *> UN SOLO REGISTRO CON EL ÚLTIMO Z EMITIDO, EL ÚLTIMO
      *> FOLIO CUBIERTO Y LOS ACUMULADOS DESDE LA PRIMERA
      *> VENTA DE LA CAJA. SÓLO AVANZA: NINGÚN PROGRAMA LO
      *> PONE EN CERO NI LO RETROCEDE.
      *>----------------------------------------------------
       FD  ARCHIVO-GRAN-TOTAL.
       01  GRAN-TOTAL-REG.
           05 GT-CAJA              PIC 9(2).
           05 GT-NUMERO-Z          PIC 9(6).
           05 GT-ULTIMO-FOLIO      PIC 9(6).
           05 GT-FECHA             PIC 9(8).
           05 GT-HORA              PIC 9(8).
           05 GT-VENTAS            PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05 GT-REVERSOS          PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.

      *>----------------------------------------------------
      *> BITÁCORA DE REPORTES Z (REPORTES-Z.DAT): UN RENGLÓN
      *> POR Z EMITIDO EN CUALQUIER CAJA; SIRVE PARA
      *> DETECTAR UN CONTADOR RESTAURADO DE UN RESPALDO
      *> VIEJO (SU NÚMERO QUEDA POR DEBAJO DEL ÚLTIMO Z).
      *>----------------------------------------------------
       FD  ARCHIVO-HIST-Z.
       01  HIST-Z-REG.
           05 HZ-CAJA              PIC 9(2).
           05 HZ-NUMERO-Z          PIC 9(6).
           05 HZ-FECHA             PIC 9(8).
           05 HZ-HORA              PIC 9(8).
           05 HZ-FOLIO-DESDE       PIC 9(6).
           05 HZ-FOLIO-HASTA       PIC 9(6).
           05 HZ-VENTAS            PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 HZ-REVERSOS          PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 HZ-IVA               PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 HZ-GRAN-TOTAL        PIC S9(13)V99 SIGN LEADING
                                       SEPARATE.
           05 HZ-OPERADOR          PIC 9(4).

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       COPY CANDADO-FD.
       COPY OPERADORES-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       COPY CANDADO-WS.
       COPY OPERADORES-WS.
       COPY ENCABEZADO-WS.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> REPORTE Z NUMERADO POR CAJA: CUBRE TODOS LOS FOLIOS
       *> DE LA CAJA POSTERIORES AL ÚLTIMO Z (AUNQUE QUEDEN EN
       *> DÍAS ANTERIORES SIN CERRAR), MUESTRA EL RANGO DE
       *> FOLIOS, VENTAS, REVERSOS, IVA Y FORMAS DE PAGO, Y
       *> SUMA LAS VENTAS AL GRAN TOTAL DE LA CAJA, QUE VIVE
       *> EN SU PROPIO CONTADOR Y NO SE RECALCULA DEL ARCHIVO
       *> DIARIO. SE CORRE AL CERRAR EL TURNO O EL DÍA.
       *> USO: REPORTE-Z [<CAJA> [<AAAAMMDD> [<OPERADOR>]]]
       *> (TURNOS-CAJA LO LLAMA ASÍ AL CERRAR CADA TURNO).
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(30) VALUE SPACES.
       01 CAMPO-ARG-CAJA         PIC X(4).
       01 CAMPO-ARG-FECHA        PIC X(10).
       01 CAMPO-ARG-OPERADOR     PIC X(6).
       01 MODO-LOTE              PIC X VALUE 'N'.
       01 CAJA-TXT               PIC X(4).
       01 CAJA-Z                 PIC 9(2) VALUE 1.
       01 FECHA-Z                PIC 9(8).
       01 HORA-Z                 PIC 9(8).
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       01 FS-VENTAS              PIC XX.
       01 FS-PAGOS-VENTA         PIC XX.
       01 FS-GRAN-TOTAL          PIC XX.
       01 FS-HIST-Z              PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 NOMBRE-ARCHIVO-PAGOS   PIC X(26).
       01 NOMBRE-ARCHIVO-GRAN-TOTAL PIC X(20).
       01 NOMBRE-ARCHIVO-REPORTE PIC X(24).
       01 LINEA-SALIDA           PIC X(100).

       *>----------------------------------------------------
       *> DÍAS A RECORRER: DESDE LA FECHA DEL ÚLTIMO Z HASTA
       *> LA FECHA DEL CIERRE (LA PRIMERA VEZ, SÓLO EL DÍA).
       *>----------------------------------------------------
       01 FECHA-PROCESO          PIC 9(8).
       01 DIA-INT                PIC 9(8).
       01 DIA-FIN-INT            PIC 9(8).

       *>----------------------------------------------------
       *> CONTADOR LEÍDO Y CONTROL CONTRA LA BITÁCORA DE Z
       *>----------------------------------------------------
       01 CONTADOR-EXISTE        PIC X VALUE 'N'.
       01 ULTIMO-Z-BITACORA      PIC 9(6) VALUE 0.
       01 GRAN-TOTAL-BITACORA    PIC S9(13)V99 VALUE 0.
       01 ULTIMO-FOLIO-Z         PIC 9(6) VALUE 0.
       01 GRAN-TOTAL-ANTERIOR    PIC S9(13)V99 VALUE 0.
       01 GRAN-TOTAL-NUEVO       PIC S9(13)V99 VALUE 0.
       01 REVERSOS-ACUMULADOS    PIC S9(13)V99 VALUE 0.
       01 NUMERO-Z               PIC 9(6) VALUE 0.
       01 FECHA-ULTIMO-Z         PIC 9(8) VALUE 0.

       *>----------------------------------------------------
       *> ACUMULADORES DEL Z
       *>----------------------------------------------------
       01 FOLIO-DESDE            PIC 9(6) VALUE 0.
       01 FOLIO-HASTA            PIC 9(6) VALUE 0.
       01 LINEAS-Z               PIC 9(7) VALUE 0.
       01 DOCUMENTOS-Z           PIC 9(5) VALUE 0.
       01 FOLIO-ANTERIOR-LINEA   PIC 9(6) VALUE 0.
       01 TOTAL-VENTAS-Z         PIC S9(11)V99 VALUE 0.
       01 TOTAL-REVERSOS-Z       PIC S9(11)V99 VALUE 0.
       01 TOTAL-IVA-Z            PIC S9(11)V99 VALUE 0.
       01 TOTAL-NETO-Z           PIC S9(11)V99 VALUE 0.
       01 TOTAL-EFECTIVO         PIC S9(11)V99 VALUE 0.
       01 TOTAL-TARJETA          PIC S9(11)V99 VALUE 0.
       01 TOTAL-TRANSFERENCIA    PIC S9(11)V99 VALUE 0.
       01 TOTAL-CREDITO          PIC S9(11)V99 VALUE 0.
       01 TOTAL-GIFTCARD         PIC S9(11)V99 VALUE 0.
       01 TOTAL-NOTACRED         PIC S9(11)V99 VALUE 0.
       01 TOTAL-PUNTOS-PAGO      PIC S9(11)V99 VALUE 0.
       01 TOTAL-USD-PESOS        PIC S9(11)V99 VALUE 0.
       01 TOTAL-CHEQUE           PIC S9(11)V99 VALUE 0.
       01 TOTAL-PLANILLA         PIC S9(11)V99 VALUE 0.
       01 TOTAL-ANTICIPO         PIC S9(11)V99 VALUE 0.
       01 TOTAL-OTRAS-FORMAS     PIC S9(11)V99 VALUE 0.

       01 F-FOLIO                PIC Z(5)9.
       01 F-FOLIO-2              PIC Z(5)9.
       01 F-NUMERO-Z             PIC Z(5)9.
       01 F-DOCUMENTOS           PIC Z(4)9.
       01 F-MONTO                PIC -(11).99.
       01 F-GRAN-TOTAL           PIC -(13).99.
       01 ETIQUETA-MONTO         PIC X(22).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  REPORTE Z DE CAJA"
           DISPLAY "==============================="
           MOVE "REPORTE-Z" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           ACCEPT FECHA-Z FROM DATE YYYYMMDD
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               PERFORM INICIAR-SESION-OPERADOR
               DISPLAY "Número de caja (ENTER = 1):"
               ACCEPT CAJA-TXT
               IF FUNCTION TRIM(CAJA-TXT) NOT = SPACES
                   AND FUNCTION TRIM(CAJA-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (CAJA-TXT) TO CAJA-Z
               END-IF
           ELSE
               MOVE 'S' TO MODO-LOTE
               MOVE SPACES TO CAMPO-ARG-CAJA CAMPO-ARG-FECHA
                              CAMPO-ARG-OPERADOR
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO CAMPO-ARG-CAJA, CAMPO-ARG-FECHA,
                        CAMPO-ARG-OPERADOR
               END-UNSTRING
               MOVE FUNCTION NUMVAL (CAMPO-ARG-CAJA) TO CAJA-Z
               IF FUNCTION TRIM(CAMPO-ARG-FECHA) NOT = SPACES
                   MOVE FUNCTION NUMVAL (CAMPO-ARG-FECHA)
                       TO FECHA-Z
               END-IF
               MOVE 0 TO CODIGO-OPERADOR
               MOVE "LOTE" TO OPERADOR-NOMBRE
               IF FUNCTION TRIM(CAMPO-ARG-OPERADOR) NOT = SPACES
                   AND FUNCTION TRIM(CAMPO-ARG-OPERADOR) IS NUMERIC
                   PERFORM CARGAR-OPERADORES
                   MOVE FUNCTION NUMVAL (CAMPO-ARG-OPERADOR)
                       TO CODIGO-OPERADOR
                   PERFORM BUSCAR-OPERADOR
               END-IF
               DISPLAY "Caja y fecha recibidas por línea de "
                       "comando: " CAJA-Z " " FECHA-Z
           END-IF
           IF CAJA-Z = 0
               MOVE 1 TO CAJA-Z
           END-IF
           ACCEPT HORA-Z FROM TIME

      *>   EL CONTADOR SE LEE Y SE REESCRIBE BAJO EL MISMO
      *>   CANDADO DE LOS FOLIOS, ASÍ DOS CIERRES SIMULTÁNEOS
      *>   DE LA MISMA CAJA NO EMITEN EL MISMO NÚMERO DE Z.
           PERFORM TOMAR-CANDADO
           PERFORM LEER-GRAN-TOTAL
           PERFORM VERIFICAR-BITACORA-Z
           IF ULTIMO-Z-BITACORA > NUMERO-Z
               OR (ULTIMO-Z-BITACORA = NUMERO-Z
                   AND GRAN-TOTAL-BITACORA NOT = GRAN-TOTAL-ANTERIOR)
               PERFORM SOLTAR-CANDADO
               DISPLAY "ALERTA: el contador de gran total de la "
                       "caja " CAJA-Z " no coincide con la "
                       "bitácora de Z (último Z registrado "
                       ULTIMO-Z-BITACORA ", contador en "
                       NUMERO-Z "). No se emite el Z; avise a "
                       "auditoría."
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM RECORRER-DIAS
           IF LINEAS-Z = 0
               PERFORM SOLTAR-CANDADO
               DISPLAY "La caja " CAJA-Z " no tiene folios nuevos "
                       "desde el Z " NUMERO-Z "; no se emite Z."
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF

           ADD 1 TO NUMERO-Z
           COMPUTE TOTAL-NETO-Z = TOTAL-VENTAS-Z + TOTAL-REVERSOS-Z
           COMPUTE GRAN-TOTAL-NUEVO =
               GRAN-TOTAL-ANTERIOR + TOTAL-VENTAS-Z
           ADD TOTAL-REVERSOS-Z TO REVERSOS-ACUMULADOS
           PERFORM GRABAR-GRAN-TOTAL
           PERFORM GRABAR-HIST-Z
           PERFORM SOLTAR-CANDADO

           PERFORM IMPRIMIR-Z

           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE LINEAS-Z TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       INICIAR-SESION-OPERADOR.
           PERFORM CARGAR-OPERADORES
           MOVE 'N' TO SESION-VALIDA
           PERFORM UNTIL SESION-VALIDA = 'S'
               DISPLAY "Código de operador:"
               ACCEPT OPERADOR-TXT
               IF FUNCTION TRIM(OPERADOR-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (OPERADOR-TXT)
                       TO CODIGO-OPERADOR
                   PERFORM BUSCAR-OPERADOR
                   EVALUATE TRUE
                       WHEN OPERADOR-ENCONTRADO = 'N'
                           DISPLAY "No existe ese operador. Intente "
                                   "de nuevo."
                       WHEN OPERADOR-ACTIVO NOT = 'S'
                           DISPLAY "El operador está inactivo. "
                                   "Intente de nuevo."
                       WHEN OTHER
                           PERFORM VERIFICAR-PIN-OPERADOR
                           IF PIN-OK = 'S'
                               DISPLAY "Sesión iniciada: "
                                       FUNCTION
                                       TRIM(OPERADOR-NOMBRE)
                               MOVE 'S' TO SESION-VALIDA
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       LEER-GRAN-TOTAL.
           MOVE SPACES TO NOMBRE-ARCHIVO-GRAN-TOTAL
           STRING "GRAN-TOTAL-" DELIMITED BY SIZE
                  CAJA-Z DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-GRAN-TOTAL
           MOVE 'N' TO CONTADOR-EXISTE
           OPEN INPUT ARCHIVO-GRAN-TOTAL
           IF FS-GRAN-TOTAL = "00"
               READ ARCHIVO-GRAN-TOTAL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO CONTADOR-EXISTE
                       MOVE GT-NUMERO-Z TO NUMERO-Z
                       MOVE GT-ULTIMO-FOLIO TO ULTIMO-FOLIO-Z
                       MOVE GT-FECHA TO FECHA-ULTIMO-Z
                       MOVE GT-VENTAS TO GRAN-TOTAL-ANTERIOR
                       MOVE GT-REVERSOS TO REVERSOS-ACUMULADOS
               END-READ
               CLOSE ARCHIVO-GRAN-TOTAL
           END-IF.

       VERIFICAR-BITACORA-Z.
           MOVE 0 TO ULTIMO-Z-BITACORA
           MOVE 0 TO GRAN-TOTAL-BITACORA
           OPEN INPUT ARCHIVO-HIST-Z
           IF FS-HIST-Z NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-HIST-Z
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF HZ-CAJA = CAJA-Z
                           AND HZ-NUMERO-Z >= ULTIMO-Z-BITACORA
                           MOVE HZ-NUMERO-Z TO ULTIMO-Z-BITACORA
                           MOVE HZ-GRAN-TOTAL TO GRAN-TOTAL-BITACORA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-HIST-Z.

      *>----------------------------------------------------
      *> RECORRE LOS DÍAS DESDE EL ÚLTIMO Z HASTA LA FECHA
      *> DEL CIERRE; SI LA CAJA NUNCA EMITIÓ Z, SÓLO EL DÍA.
      *>----------------------------------------------------
       RECORRER-DIAS.
           COMPUTE DIA-FIN-INT = FUNCTION INTEGER-OF-DATE (FECHA-Z)
           IF CONTADOR-EXISTE = 'S' AND FECHA-ULTIMO-Z > 0
               AND FECHA-ULTIMO-Z <= FECHA-Z
               COMPUTE DIA-INT =
                   FUNCTION INTEGER-OF-DATE (FECHA-ULTIMO-Z)
           ELSE
               MOVE DIA-FIN-INT TO DIA-INT
           END-IF
           PERFORM UNTIL DIA-INT > DIA-FIN-INT
               COMPUTE FECHA-PROCESO =
                   FUNCTION DATE-OF-INTEGER (DIA-INT)
               PERFORM ACUMULAR-DIA
               PERFORM ACUMULAR-PAGOS-MIXTOS
               ADD 1 TO DIA-INT
           END-PERFORM.

       ACUMULAR-DIA.
           MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
           STRING "VENTAS-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF VR-CAJA = CAJA-Z
                           AND VR-FOLIO > ULTIMO-FOLIO-Z
                           PERFORM ACUMULAR-LINEA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VENTAS.

       ACUMULAR-LINEA.
           ADD 1 TO LINEAS-Z
           IF FOLIO-DESDE = 0 OR VR-FOLIO < FOLIO-DESDE
               MOVE VR-FOLIO TO FOLIO-DESDE
           END-IF
           IF VR-FOLIO > FOLIO-HASTA
               MOVE VR-FOLIO TO FOLIO-HASTA
           END-IF
           IF VR-FOLIO NOT = FOLIO-ANTERIOR-LINEA
               ADD 1 TO DOCUMENTOS-Z
               MOVE VR-FOLIO TO FOLIO-ANTERIOR-LINEA
           END-IF
           IF VR-TIPO = 'R' OR VR-TIPO = 'D'
               ADD VR-TOTAL-NETO TO TOTAL-REVERSOS-Z
           ELSE
               ADD VR-TOTAL-NETO TO TOTAL-VENTAS-Z
           END-IF
           ADD VR-IVA-MONTO TO TOTAL-IVA-Z
           EVALUATE VR-FORMA-PAGO
               WHEN "EFECTIVO"
                   ADD VR-TOTAL-NETO TO TOTAL-EFECTIVO
               WHEN "TARJETA"
                   ADD VR-TOTAL-NETO TO TOTAL-TARJETA
               WHEN "TRANSFERENCIA"
                   ADD VR-TOTAL-NETO TO TOTAL-TRANSFERENCIA
               WHEN "CREDITO"
                   ADD VR-TOTAL-NETO TO TOTAL-CREDITO
               WHEN "GIFTCARD"
                   ADD VR-TOTAL-NETO TO TOTAL-GIFTCARD
               WHEN "NOTACREDITO"
                   ADD VR-TOTAL-NETO TO TOTAL-NOTACRED
               WHEN "PUNTOS"
                   ADD VR-TOTAL-NETO TO TOTAL-PUNTOS-PAGO
               WHEN "USD"
                   ADD VR-TOTAL-NETO TO TOTAL-USD-PESOS
               WHEN "CHEQUE"
                   ADD VR-TOTAL-NETO TO TOTAL-CHEQUE
               WHEN "PLANILLA"
                   ADD VR-TOTAL-NETO TO TOTAL-PLANILLA
      *>        EL REVERSO DE UN ANTICIPO APLICADO SE DEVUELVE
      *>        EN EFECTIVO.
               WHEN "ANTICIPO"
                   IF VR-TOTAL-NETO < 0
                       ADD VR-TOTAL-NETO TO TOTAL-EFECTIVO
                   ELSE
                       ADD VR-TOTAL-NETO TO TOTAL-ANTICIPO
                   END-IF
               WHEN "MIXTO"
                   CONTINUE
               WHEN OTHER
                   ADD VR-TOTAL-NETO TO TOTAL-OTRAS-FORMAS
           END-EVALUATE.

      *>----------------------------------------------------
      *> LAS VENTAS "MIXTO" SE REPARTEN CON EL DESGLOSE DE
      *> PAGOS-VENTA-AAAAMMDD.DAT, IGUAL QUE EN EL ARQUEO DE
      *> RESUMEN-VENTAS, PERO SÓLO PARA LOS FOLIOS DE ESTE Z.
      *>----------------------------------------------------
       ACUMULAR-PAGOS-MIXTOS.
           MOVE SPACES TO NOMBRE-ARCHIVO-PAGOS
           STRING "PAGOS-VENTA-" DELIMITED BY SIZE
                  FECHA-PROCESO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-PAGOS
           OPEN INPUT ARCHIVO-PAGOS-VENTA
           IF FS-PAGOS-VENTA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PAGOS-VENTA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF PG-CAJA = CAJA-Z
                           AND PG-FOLIO > ULTIMO-FOLIO-Z
                           PERFORM ACUMULAR-PAGO-MIXTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PAGOS-VENTA.

       ACUMULAR-PAGO-MIXTO.
           EVALUATE PG-FORMA
               WHEN "EFECTIVO"
                   ADD PG-MONTO TO TOTAL-EFECTIVO
               WHEN "TARJETA"
                   ADD PG-MONTO TO TOTAL-TARJETA
               WHEN "TRANSFERENCIA"
                   ADD PG-MONTO TO TOTAL-TRANSFERENCIA
               WHEN "CREDITO"
                   ADD PG-MONTO TO TOTAL-CREDITO
               WHEN "GIFTCARD"
                   ADD PG-MONTO TO TOTAL-GIFTCARD
               WHEN "NOTACREDITO"
                   ADD PG-MONTO TO TOTAL-NOTACRED
               WHEN "PUNTOS"
                   ADD PG-MONTO TO TOTAL-PUNTOS-PAGO
               WHEN "USD"
                   ADD PG-MONTO TO TOTAL-USD-PESOS
               WHEN "CHEQUE"
                   ADD PG-MONTO TO TOTAL-CHEQUE
               WHEN "PLANILLA"
                   ADD PG-MONTO TO TOTAL-PLANILLA
               WHEN "ANTICIPO"
                   IF PG-MONTO < 0
                       ADD PG-MONTO TO TOTAL-EFECTIVO
                   ELSE
                       ADD PG-MONTO TO TOTAL-ANTICIPO
                   END-IF
               WHEN OTHER
                   ADD PG-MONTO TO TOTAL-OTRAS-FORMAS
           END-EVALUATE.

       GRABAR-GRAN-TOTAL.
           OPEN OUTPUT ARCHIVO-GRAN-TOTAL
           MOVE CAJA-Z TO GT-CAJA
           MOVE NUMERO-Z TO GT-NUMERO-Z
           MOVE FOLIO-HASTA TO GT-ULTIMO-FOLIO
           MOVE FECHA-Z TO GT-FECHA
           MOVE HORA-Z TO GT-HORA
           MOVE GRAN-TOTAL-NUEVO TO GT-VENTAS
           MOVE REVERSOS-ACUMULADOS TO GT-REVERSOS
           WRITE GRAN-TOTAL-REG
           CLOSE ARCHIVO-GRAN-TOTAL.

       GRABAR-HIST-Z.
           OPEN EXTEND ARCHIVO-HIST-Z
           IF FS-HIST-Z = "35"
               OPEN OUTPUT ARCHIVO-HIST-Z
           END-IF
           MOVE CAJA-Z TO HZ-CAJA
           MOVE NUMERO-Z TO HZ-NUMERO-Z
           MOVE FECHA-Z TO HZ-FECHA
           MOVE HORA-Z TO HZ-HORA
           MOVE FOLIO-DESDE TO HZ-FOLIO-DESDE
           MOVE FOLIO-HASTA TO HZ-FOLIO-HASTA
           MOVE TOTAL-VENTAS-Z TO HZ-VENTAS
           MOVE TOTAL-REVERSOS-Z TO HZ-REVERSOS
           MOVE TOTAL-IVA-Z TO HZ-IVA
           MOVE GRAN-TOTAL-NUEVO TO HZ-GRAN-TOTAL
           MOVE CODIGO-OPERADOR TO HZ-OPERADOR
           WRITE HIST-Z-REG
           CLOSE ARCHIVO-HIST-Z.

      *>----------------------------------------------------
      *> IMPRESIÓN DEL Z EN PANTALLA Y EN Z-NN-NNNNNN.TXT
      *>----------------------------------------------------
       IMPRIMIR-Z.
           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "Z-" DELIMITED BY SIZE
                  CAJA-Z DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  NUMERO-Z DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE "REPORTE Z DE CAJA" TO EC-TITULO
           MOVE FECHA-Z TO EC-FECHA-REPORTE
           MOVE OPERADOR-NOMBRE TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE NUMERO-Z TO F-NUMERO-Z
           MOVE SPACES TO LINEA-SALIDA
           STRING "Caja " DELIMITED BY SIZE
                  CAJA-Z DELIMITED BY SIZE
                  "   Z No. " DELIMITED BY SIZE
                  F-NUMERO-Z DELIMITED BY SIZE
                  "   Hora: " DELIMITED BY SIZE
                  HORA-Z (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  HORA-Z (3:2) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE FOLIO-DESDE TO F-FOLIO
           MOVE FOLIO-HASTA TO F-FOLIO-2
           MOVE DOCUMENTOS-Z TO F-DOCUMENTOS
           MOVE SPACES TO LINEA-SALIDA
           STRING "Folios emitidos: " DELIMITED BY SIZE
                  F-FOLIO DELIMITED BY SIZE
                  " al " DELIMITED BY SIZE
                  F-FOLIO-2 DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  F-DOCUMENTOS DELIMITED BY SIZE
                  " documentos)" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "Ventas         : $" TO ETIQUETA-MONTO
           MOVE TOTAL-VENTAS-Z TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Reversos/devol.: $" TO ETIQUETA-MONTO
           MOVE TOTAL-REVERSOS-Z TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Neto del Z     : $" TO ETIQUETA-MONTO
           MOVE TOTAL-NETO-Z TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "IVA incluido   : $" TO ETIQUETA-MONTO
           MOVE TOTAL-IVA-Z TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "FORMAS DE PAGO:" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "Efectivo       : $" TO ETIQUETA-MONTO
           MOVE TOTAL-EFECTIVO TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Tarjeta        : $" TO ETIQUETA-MONTO
           MOVE TOTAL-TARJETA TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Transferencia  : $" TO ETIQUETA-MONTO
           MOVE TOTAL-TRANSFERENCIA TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Crédito        : $" TO ETIQUETA-MONTO
           MOVE TOTAL-CREDITO TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Gift card      : $" TO ETIQUETA-MONTO
           MOVE TOTAL-GIFTCARD TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Nota crédito   : $" TO ETIQUETA-MONTO
           MOVE TOTAL-NOTACRED TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Puntos         : $" TO ETIQUETA-MONTO
           MOVE TOTAL-PUNTOS-PAGO TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "USD (en pesos) : $" TO ETIQUETA-MONTO
           MOVE TOTAL-USD-PESOS TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Cheques        : $" TO ETIQUETA-MONTO
           MOVE TOTAL-CHEQUE TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Planilla       : $" TO ETIQUETA-MONTO
           MOVE TOTAL-PLANILLA TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           MOVE "Anticipo pedido: $" TO ETIQUETA-MONTO
           MOVE TOTAL-ANTICIPO TO F-MONTO
           PERFORM ESCRIBIR-MONTO
           IF TOTAL-OTRAS-FORMAS NOT = 0
               MOVE "Otras formas   : $" TO ETIQUETA-MONTO
               MOVE TOTAL-OTRAS-FORMAS TO F-MONTO
               PERFORM ESCRIBIR-MONTO
           END-IF
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE GRAN-TOTAL-ANTERIOR TO F-GRAN-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Gran total anterior : $" DELIMITED BY SIZE
                  F-GRAN-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE GRAN-TOTAL-NUEVO TO F-GRAN-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "GRAN TOTAL          : $" DELIMITED BY SIZE
                  F-GRAN-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE REVERSOS-ACUMULADOS TO F-GRAN-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Reversos acumulados : $" DELIMITED BY SIZE
                  F-GRAN-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte Z grabado en: " NOMBRE-ARCHIVO-REPORTE.

       ESCRIBIR-MONTO.
           MOVE SPACES TO LINEA-SALIDA
           STRING ETIQUETA-MONTO DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       COPY CANDADO-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY BITACORA-RUTINAS.
