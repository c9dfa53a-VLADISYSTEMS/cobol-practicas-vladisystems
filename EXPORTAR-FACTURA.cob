               FILE STATUS IS FS-VENTAS.
       COPY PARAMETROS-SELECT.
       COPY ESTADO-FISCAL-SELECT.
       COPY CLIENTES-IDX-SELECT.
           SELECT ARCHIVO-EXPORT
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL

       COPY PARAMETROS-FD.
       COPY ESTADO-FISCAL-FD.
       COPY CLIENTES-IDX-FD.

       FD  ARCHIVO-EXPORT.
       01  LINEA-EXPORT           PIC X(200).

       WORKING-STORAGE SECTION.
       COPY PARAMETROS-WS.
       COPY CLIENTES-IDX-WS.

       *>----------------------------------------------------
       *> CADA FOLIO EXPORTADO QUEDA EN ESTADO-FISCAL.DAT COMO
       *> INTERCAMBIO DELIMITADO POR "|" POR CADA FACTURA
       *> (FACTURA-ELEC-NN-NNNNNN.TXT) EN EL FORMATO DEL
       *> PROVEEDOR DE FACTURACIÓN: REGISTRO H DE ENCABEZADO,
       *> UN R CON EL COMPRADOR (RUT, RAZÓN SOCIAL, DIRECCIÓN,
       *> COMUNA, CIUDAD, E-MAIL DE CLIENTES.IDX) CUANDO LA
       *> FACTURA TRAE CLIENTE, UN D POR LÍNEA Y UN T DE
       *> CIERRE CON TOTALES DE CONTROL. LA IDENTIDAD DE LA
       *> TIENDA (RUT, RAZÓN SOCIAL, DIRECCIÓN) SALE DE
       *> PARAMETROS.DAT. LAS
       *> FACTURAS SE IDENTIFICAN POR CAJA + FOLIO (LAS
       *> SERIES DE FOLIO SON POR CAJA).
       *> USO: EXPORTAR-FACTURA <AAAAMMDD> [FOLIO] [CAJA]
       *>----------------------------------------------------
       01 FS-VENTAS              PIC XX.
       01 FS-EXPORT              PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 NOMBRE-ARCHIVO-EXPORT  PIC X(30).
       01 LINEA-SALIDA           PIC X(200).
       01 EXPORT-ABIERTO         PIC X VALUE 'N'.

       *>----------------------------------------------------
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DIRECCION-TIENDA) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           WRITE LINEA-EXPORT FROM LINEA-SALIDA
           PERFORM EXPORTAR-RECEPTOR.

      *>----------------------------------------------------
      *> REGISTRO R DEL COMPRADOR. LA VENTA SIN CLIENTE (O
      *> CON UN CLIENTE QUE YA NO ESTÁ EN CLIENTES.IDX) SALE
      *> SIN R, COMO VENTA A CONSUMIDOR FINAL.
      *>----------------------------------------------------
       EXPORTAR-RECEPTOR.
           MOVE VR-CLIENTE TO CLIENTE-RECEPTOR
           PERFORM LEER-DATOS-RECEPTOR
           IF RECEPTOR-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           IF DR-RUT = SPACES
               DISPLAY "Aviso: el cliente " VR-CLIENTE " de la "
                       "factura " VR-FOLIO " no tiene RUT registrado."
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING "R|" DELIMITED BY SIZE
                  FUNCTION TRIM(DR-RUT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DR-NOMBRE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DR-DIRECCION) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DR-COMUNA) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DR-CIUDAD) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM(DR-EMAIL) DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           WRITE LINEA-EXPORT FROM LINEA-SALIDA.

       CERRAR-FACTURA.
           END-IF.

       COPY PARAMETROS-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
