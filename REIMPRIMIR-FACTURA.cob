               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IVA.
       COPY PARAMETROS-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY CATALOGO-ARCHIVO-SELECT.
           SELECT ARCHIVO-FACTURA
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-FACTURA
               ORGANIZATION IS LINE SEQUENTIAL
       01  IVA-REG               PIC X(6).

       COPY PARAMETROS-FD.
       COPY CLIENTES-IDX-FD.
       COPY CATALOGO-ARCHIVO-FD.

       FD  ARCHIVO-FACTURA.
       01  LINEA-FACTURA          PIC X(100).
       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY PARAMETROS-WS.
       COPY CLIENTES-IDX-WS.
       COPY CATALOGO-ARCHIVO-WS.

       *>----------------------------------------------------
       *> FOLIO Y FECHA DE LA FACTURA A REIMPRIMIR
       01 FS-VENTAS              PIC XX.
       01 FS-IVA                 PIC XX.
       01 FS-FACTURA             PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 COINCIDENCIAS          PIC 9(3) VALUE 0.
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(28).
      *>   UNA FECHA YA ARCHIVADA SE LEE DEL ARCHIVO ANUAL
      *>   (CATALOGO-ARCHIVO.DAT), QUE MEZCLA TODO EL AÑO:
      *>   AHÍ EL FOLIO SE FILTRA TAMBIÉN POR FECHA.
       01 LEYENDO-ARCHIVO-ANUAL  PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-FACTURA PIC X(24).
       01 LINEA-DOC              PIC X(100).
       01 NOMBRE-TIENDA          PIC X(20).
                  INTO NOMBRE-ARCHIVO-VENTAS
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               PERFORM ABRIR-ARCHIVO-ANUAL
           END-IF

      *>----------------------------------------------------
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> EL DIARIO YA NO EXISTE: SI LA FECHA ESTÁ EN UN AÑO
      *> ARCHIVADO SE REIMPRIME DESDE EL ARCHIVO ANUAL.
      *>----------------------------------------------------
       ABRIR-ARCHIVO-ANUAL.
           MOVE 'V' TO ARCHIVO-TIPO-BUSCADO
           MOVE FECHA-FACTURA TO ARCHIVO-FECHA-BUSCADA
           PERFORM UBICAR-ARCHIVO-POR-FECHA
           IF ARCHIVO-UBICADO = 'S'
               MOVE NOMBRE-ARCHIVO-ANUAL TO NOMBRE-ARCHIVO-VENTAS
               OPEN INPUT ARCHIVO-VENTAS
           END-IF
           IF ARCHIVO-UBICADO = 'N' OR FS-VENTAS NOT = "00"
               DISPLAY "No hay archivo de ventas para esa fecha "
                       "(ni diario ni anual archivado)."
               STOP RUN
           END-IF
           MOVE 'S' TO LEYENDO-ARCHIVO-ANUAL
           DISPLAY "Fecha archivada; se lee de "
                   NOMBRE-ARCHIVO-ANUAL.

       CARGAR-IVA.
           OPEN INPUT ARCHIVO-IVA
           IF FS-IVA = "00"
                   NOT AT END
                       IF VR-FOLIO = FOLIO-BUSCADO
                           AND VR-CAJA = CAJA-BUSCADA
                           AND (LEYENDO-ARCHIVO-ANUAL = 'N'
                                OR VR-FECHA = FECHA-FACTURA)
                           ADD 1 TO COINCIDENCIAS
                       END-IF
               END-READ
                   NOT AT END
                       IF VR-FOLIO = FOLIO-BUSCADO
                           AND VR-CAJA = CAJA-BUSCADA
                           AND (LEYENDO-ARCHIVO-ANUAL = 'N'
                                OR VR-FECHA = FECHA-FACTURA)
                           PERFORM ESCRIBIR-LINEA-FACTURA
                       END-IF
               END-READ
                  VR-CLIENTE DELIMITED BY SIZE
                  INTO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC
           MOVE VR-CLIENTE TO CLIENTE-RECEPTOR
           PERFORM LEER-DATOS-RECEPTOR
           PERFORM VARYING IDX-RECEPTOR FROM 1 BY 1
                   UNTIL IDX-RECEPTOR > TOTAL-LINEAS-RECEPTOR
               MOVE LINEA-RECEPTOR (IDX-RECEPTOR) TO LINEA-DOC
               PERFORM ESCRIBIR-LINEA-DOC
           END-PERFORM
           MOVE "-------------------------------" TO LINEA-DOC
           PERFORM ESCRIBIR-LINEA-DOC.


       COPY ENCABEZADO-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
       COPY CATALOGO-ARCHIVO-RUTINAS.
