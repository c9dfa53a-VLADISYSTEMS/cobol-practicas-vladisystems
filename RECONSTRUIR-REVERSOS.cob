       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONSTRUIR-REVERSOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-VENTAS ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-VENTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
       COPY REVERSOS-IDX-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-VENTAS.
       01  VENTA-REG.
       COPY VENTAS-REG.

       COPY REVERSOS-IDX-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> RECONSTRUCCIÓN DE LA REFERENCIA CRUZADA DE REVERSOS
       *> Y CAMBIOS (REVERSOS.IDX) A PARTIR DEL HISTÓRICO DE
       *> VENTAS: LOS ARCHIVOS ANUALES VENTAS-ARCHIVO-AAAA.DAT
       *> Y LOS DIARIOS VENTAS-AAAAMMDD.DAT QUE AÚN NO SE
       *> ARCHIVARON. SE CORRE UNA VEZ PARA CREAR EL ÍNDICE Y
       *> CADA VEZ QUE SE PIERDA O DAÑE.
       *> PASADA 1: JUNTA LAS LÍNEAS DEVUELTAS EN CAMBIOS
       *> ('D'). SI NO CABEN EN LA TABLA, EL ÍNDICE NO SE
       *> TOCA.
       *> PASADA 2: GRABA CADA LÍNEA DE REVERSO ('R'; LA
       *> LÍNEA K DEL REVERSO ES LA LÍNEA K DE LA FACTURA) Y
       *> UBICA CADA LÍNEA 'D' EN LA PRIMERA LÍNEA DE LA
       *> FACTURA ORIGINAL CON EL MISMO CÓDIGO. LAS QUE NO SE
       *> UBICAN (FACTURA ANTERIOR AL AÑO INICIAL) QUEDAN CON
       *> SU POSICIÓN DENTRO DEL CAMBIO.
       *> USO: RECONSTRUIR-REVERSOS [<AAAA-DESDE>]
       *>   SIN ARGUMENTO SE LEEN LOS ÚLTIMOS DIEZ AÑOS.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-VENTAS              PIC XX.
       01 FS-REVERSOS            PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(24).
       01 FECHA-PROCESO          PIC 9(8).
       01 ANIO-ACTUAL            PIC 9(4).
       01 ANIO-DESDE             PIC 9(4).
       01 ANIO                   PIC 9(4).
       01 MES                    PIC 9(2).
       01 DIA                    PIC 9(2).
       01 PASADA                 PIC 9.

       *>----------------------------------------------------
       *> DOCUMENTO EN CURSO (CAJA + FOLIO + FECHA) Y POSICIÓN
       *> DE LA LÍNEA LEÍDA DENTRO DE ÉL
       *>----------------------------------------------------
       01 DOC-CAJA               PIC 9(2) VALUE 0.
       01 DOC-FOLIO              PIC 9(6) VALUE 0.
       01 DOC-FECHA              PIC 9(8) VALUE 0.
       01 DOC-LINEA              PIC 9(2) VALUE 0.

       *>----------------------------------------------------
       *> LÍNEAS DEVUELTAS EN CAMBIOS, POR UBICAR EN SU
       *> FACTURA ORIGINAL (PD-LINEA = 0 MIENTRAS NO SE UBICA)
       *>----------------------------------------------------
       01 MAX-DEV-PEND           PIC 9(4) VALUE 2000.
       01 TOTAL-DEV-PEND         PIC 9(4) VALUE 0.
       01 TABLA-DEV-PEND.
           05 DEV-PEND OCCURS 2000 TIMES.
               10 PD-CAJA-ORIG   PIC 9(2).
               10 PD-FOLIO-ORIG  PIC 9(6).
               10 PD-CAJA-MOV    PIC 9(2).
               10 PD-FOLIO-MOV   PIC 9(6).
               10 PD-FECHA-MOV   PIC 9(8).
               10 PD-CODIGO      PIC 9(6).
               10 PD-UNIDADES    PIC 9(3).
               10 PD-MONTO       PIC S9(11)V99.
               10 PD-ORDINAL     PIC 9(2).
               10 PD-LINEA       PIC 9(2).
       01 IDX-PD                 PIC 9(4).
       01 IDX-OTRO               PIC 9(4).
       01 LINEA-TOMADA           PIC X VALUE 'N'.
       01 TABLA-LLENA            PIC X VALUE 'N'.

       01 ARCHIVOS-LEIDOS        PIC 9(5) VALUE 0.
       01 LINEAS-REVERSO         PIC 9(7) VALUE 0.
       01 LINEAS-CAMBIO          PIC 9(7) VALUE 0.
       01 LINEAS-SIN-UBICAR      PIC 9(7) VALUE 0.
       01 CLAVES-DUPLICADAS      PIC 9(7) VALUE 0.
       01 REFERENCIAS-GRABADAS   PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  RECONSTRUCCIÓN DE REVERSOS.IDX"
           DISPLAY "==============================="

           MOVE "RECONSTRUIR-REVERSOS" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE FECHA-PROCESO (1:4) TO ANIO-ACTUAL
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               COMPUTE ANIO-DESDE = ANIO-ACTUAL - 10
           ELSE
               MOVE FUNCTION NUMVAL (WS-COMMAND-LINE)
                   TO ANIO-DESDE
           END-IF
           IF ANIO-DESDE > ANIO-ACTUAL
               MOVE ANIO-ACTUAL TO ANIO-DESDE
           END-IF
           DISPLAY "Histórico desde el año " ANIO-DESDE
                   " hasta el " ANIO-ACTUAL "."

           MOVE 1 TO PASADA
           PERFORM RECORRER-HISTORICO
           IF TABLA-LLENA = 'S'
               DISPLAY "ERROR: más de " MAX-DEV-PEND " líneas "
                       "devueltas en cambios; la tabla no alcanza y "
                       "REVERSOS.IDX queda SIN CAMBIOS. Amplíe "
                       "MAX-DEV-PEND o corra desde un año posterior."
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO
               MOVE TOTAL-DEV-PEND TO BW-REGISTROS
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-REVERSOS
           IF FS-REVERSOS NOT = "00"
               DISPLAY "No se pudo crear REVERSOS.IDX ("
                       FS-REVERSOS ")"
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO
               MOVE 0 TO BW-REGISTROS
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 2 TO PASADA
           MOVE 0 TO ARCHIVOS-LEIDOS
           PERFORM RECORRER-HISTORICO
           PERFORM GRABAR-DEVOLUCIONES
           CLOSE ARCHIVO-REVERSOS

           DISPLAY "-------------------------------"
           DISPLAY "Archivos de ventas leídos : " ARCHIVOS-LEIDOS
           DISPLAY "Líneas de reverso         : " LINEAS-REVERSO
           DISPLAY "Líneas devueltas en cambio: " LINEAS-CAMBIO
           DISPLAY "  sin factura original    : " LINEAS-SIN-UBICAR
           DISPLAY "Claves duplicadas         : " CLAVES-DUPLICADAS
           DISPLAY "Referencias grabadas      : "
                   REFERENCIAS-GRABADAS
           DISPLAY "==============================="
           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE REFERENCIAS-GRABADAS TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------
      *> CADA AÑO: PRIMERO SU ARCHIVO ANUAL Y LUEGO LOS
      *> DIARIOS QUE TODAVÍA EXISTAN (ARCHIVAR-FIN-DE-ANIO
      *> BORRA LOS DIARIOS QUE MUDA, ASÍ QUE NO SE REPITEN).
      *>----------------------------------------------------
       RECORRER-HISTORICO.
           MOVE 0 TO DOC-CAJA
           MOVE 0 TO DOC-FOLIO
           MOVE 0 TO DOC-FECHA
           MOVE 0 TO DOC-LINEA
           PERFORM VARYING ANIO FROM ANIO-DESDE BY 1
                   UNTIL ANIO > ANIO-ACTUAL
                      OR TABLA-LLENA = 'S'
               MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
               STRING "VENTAS-ARCHIVO-" DELIMITED BY SIZE
                      ANIO DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO NOMBRE-ARCHIVO-VENTAS
               PERFORM LEER-ARCHIVO-VENTAS
               PERFORM VARYING MES FROM 1 BY 1 UNTIL MES > 12
                   PERFORM VARYING DIA FROM 1 BY 1 UNTIL DIA > 31
                       MOVE SPACES TO NOMBRE-ARCHIVO-VENTAS
                       STRING "VENTAS-" DELIMITED BY SIZE
                              ANIO DELIMITED BY SIZE
                              MES DELIMITED BY SIZE
                              DIA DELIMITED BY SIZE
                              ".DAT" DELIMITED BY SIZE
                              INTO NOMBRE-ARCHIVO-VENTAS
                       PERFORM LEER-ARCHIVO-VENTAS
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       LEER-ARCHIVO-VENTAS.
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ARCHIVOS-LEIDOS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-VENTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM UBICAR-LINEA-DOCUMENTO
                       IF PASADA = 1
                           PERFORM PROCESAR-PASADA-1
                       ELSE
                           PERFORM PROCESAR-PASADA-2
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-VENTAS.

      *>    LAS LÍNEAS DE UN DOCUMENTO SE GRABAN SEGUIDAS; UN
      *>    CAMBIO DE CAJA, FOLIO O FECHA ABRE OTRO DOCUMENTO.
       UBICAR-LINEA-DOCUMENTO.
           IF VR-CAJA NOT = DOC-CAJA
               OR VR-FOLIO NOT = DOC-FOLIO
               OR VR-FECHA NOT = DOC-FECHA
               MOVE VR-CAJA TO DOC-CAJA
               MOVE VR-FOLIO TO DOC-FOLIO
               MOVE VR-FECHA TO DOC-FECHA
               MOVE 0 TO DOC-LINEA
           END-IF
           ADD 1 TO DOC-LINEA.

       PROCESAR-PASADA-1.
           IF VR-TIPO NOT = 'D'
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-DEV-PEND >= MAX-DEV-PEND
               MOVE 'S' TO TABLA-LLENA
               MOVE 'S' TO FIN-ARCHIVO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-DEV-PEND
           MOVE VR-CAJA-REF TO PD-CAJA-ORIG (TOTAL-DEV-PEND)
           MOVE VR-FOLIO-REF TO PD-FOLIO-ORIG (TOTAL-DEV-PEND)
           MOVE VR-CAJA TO PD-CAJA-MOV (TOTAL-DEV-PEND)
           MOVE VR-FOLIO TO PD-FOLIO-MOV (TOTAL-DEV-PEND)
           MOVE VR-FECHA TO PD-FECHA-MOV (TOTAL-DEV-PEND)
           MOVE VR-CODIGO TO PD-CODIGO (TOTAL-DEV-PEND)
           MOVE VR-UNIDADES TO PD-UNIDADES (TOTAL-DEV-PEND)
           MOVE VR-TOTAL-NETO TO PD-MONTO (TOTAL-DEV-PEND)
           MOVE DOC-LINEA TO PD-ORDINAL (TOTAL-DEV-PEND)
           MOVE 0 TO PD-LINEA (TOTAL-DEV-PEND).

       PROCESAR-PASADA-2.
           EVALUATE VR-TIPO
               WHEN 'R'
                   MOVE VR-CAJA-REF TO XR-CAJA-ORIG
                   MOVE VR-FOLIO-REF TO XR-FOLIO-ORIG
                   MOVE DOC-LINEA TO XR-LINEA-ORIG
                   MOVE VR-CAJA TO XR-CAJA-MOV
                   MOVE VR-FOLIO TO XR-FOLIO-MOV
                   MOVE 'R' TO XR-TIPO
                   MOVE VR-FECHA TO XR-FECHA-MOV
                   MOVE VR-CODIGO TO XR-CODIGO
                   MOVE VR-UNIDADES TO XR-UNIDADES
                   MOVE VR-TOTAL-NETO TO XR-MONTO
                   ADD 1 TO LINEAS-REVERSO
                   PERFORM GRABAR-REFERENCIA
               WHEN 'V'
                   PERFORM UBICAR-DEVOLUCIONES
           END-EVALUATE.

      *>----------------------------------------------------
      *> UNA LÍNEA DE VENTA PUEDE SER EL ORIGEN DE LÍNEAS 'D'
      *> DE VARIOS CAMBIOS, PERO DE UNA SOLA POR CAMBIO.
      *>----------------------------------------------------
       UBICAR-DEVOLUCIONES.
           PERFORM VARYING IDX-PD FROM 1 BY 1
                   UNTIL IDX-PD > TOTAL-DEV-PEND
               IF PD-LINEA (IDX-PD) = 0
                   AND PD-CAJA-ORIG (IDX-PD) = VR-CAJA
                   AND PD-FOLIO-ORIG (IDX-PD) = VR-FOLIO
                   AND PD-CODIGO (IDX-PD) = VR-CODIGO
                   PERFORM REVISAR-LINEA-TOMADA
                   IF LINEA-TOMADA = 'N'
                       MOVE DOC-LINEA TO PD-LINEA (IDX-PD)
                   END-IF
               END-IF
           END-PERFORM.

       REVISAR-LINEA-TOMADA.
           MOVE 'N' TO LINEA-TOMADA
           PERFORM VARYING IDX-OTRO FROM 1 BY 1
                   UNTIL IDX-OTRO > TOTAL-DEV-PEND
                      OR LINEA-TOMADA = 'S'
               IF PD-LINEA (IDX-OTRO) = DOC-LINEA
                   AND PD-CAJA-ORIG (IDX-OTRO) = VR-CAJA
                   AND PD-FOLIO-ORIG (IDX-OTRO) = VR-FOLIO
                   AND PD-CAJA-MOV (IDX-OTRO) = PD-CAJA-MOV (IDX-PD)
                   AND PD-FOLIO-MOV (IDX-OTRO)
                       = PD-FOLIO-MOV (IDX-PD)
                   MOVE 'S' TO LINEA-TOMADA
               END-IF
           END-PERFORM.

       GRABAR-DEVOLUCIONES.
           PERFORM VARYING IDX-PD FROM 1 BY 1
                   UNTIL IDX-PD > TOTAL-DEV-PEND
               MOVE PD-CAJA-ORIG (IDX-PD) TO XR-CAJA-ORIG
               MOVE PD-FOLIO-ORIG (IDX-PD) TO XR-FOLIO-ORIG
               IF PD-LINEA (IDX-PD) = 0
                   MOVE PD-ORDINAL (IDX-PD) TO XR-LINEA-ORIG
                   ADD 1 TO LINEAS-SIN-UBICAR
               ELSE
                   MOVE PD-LINEA (IDX-PD) TO XR-LINEA-ORIG
               END-IF
               MOVE PD-CAJA-MOV (IDX-PD) TO XR-CAJA-MOV
               MOVE PD-FOLIO-MOV (IDX-PD) TO XR-FOLIO-MOV
               MOVE 'D' TO XR-TIPO
               MOVE PD-FECHA-MOV (IDX-PD) TO XR-FECHA-MOV
               MOVE PD-CODIGO (IDX-PD) TO XR-CODIGO
               MOVE PD-UNIDADES (IDX-PD) TO XR-UNIDADES
               MOVE PD-MONTO (IDX-PD) TO XR-MONTO
               ADD 1 TO LINEAS-CAMBIO
               PERFORM GRABAR-REFERENCIA
           END-PERFORM.

       GRABAR-REFERENCIA.
           WRITE REFERENCIA-REVERSO-REG
               INVALID KEY
                   ADD 1 TO CLAVES-DUPLICADAS
                   DISPLAY "Clave duplicada: caja " XR-CAJA-ORIG
                           " folio " XR-FOLIO-ORIG " línea "
                           XR-LINEA-ORIG " (documento "
                           XR-CAJA-MOV "-" XR-FOLIO-MOV ")"
               NOT INVALID KEY
                   ADD 1 TO REFERENCIAS-GRABADAS
           END-WRITE.

       COPY BITACORA-RUTINAS.
