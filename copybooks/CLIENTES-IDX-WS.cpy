       *>----------------------------------------------------
       *> DATOS DEL COMPRADOR PARA DOCUMENTOS (FACTURA, ESTADO
       *> DE CUENTA, EXPORTACIÓN). EL LLAMADOR LLENA
       *> CLIENTE-RECEPTOR Y PERFORM LEER-DATOS-RECEPTOR: SI
       *> RECEPTOR-HALLADO QUEDA EN 'S', DATOS-RECEPTOR TRAE LA
       *> FICHA (DR-NOMBRE = RAZÓN SOCIAL, O EL NOMBRE SI NO
       *> TIENE) Y LINEA-RECEPTOR (1 A TOTAL-LINEAS-RECEPTOR)
       *> EL BLOQUE "SEÑOR(ES)" LISTO PARA IMPRIMIR. EL
       *> PROGRAMA DECLARA FS-CLIENTES-IDX Y COPIA
       *> CLIENTES-IDX-SELECT Y CLIENTES-IDX-FD.
       *>----------------------------------------------------
       01 CLIENTE-RECEPTOR       PIC 9(4) VALUE 0.
       01 RECEPTOR-HALLADO       PIC X VALUE 'N'.
       01 DATOS-RECEPTOR.
           05 DR-NOMBRE            PIC X(40).
           05 DR-RUT               PIC X(10).
           05 DR-TELEFONO          PIC X(10).
           05 DR-DIRECCION         PIC X(40).
           05 DR-COMUNA            PIC X(20).
           05 DR-CIUDAD            PIC X(20).
           05 DR-EMAIL             PIC X(40).
       01 TOTAL-LINEAS-RECEPTOR  PIC 9 VALUE 0.
       01 TABLA-LINEAS-RECEPTOR.
           05 LINEA-RECEPTOR OCCURS 5 TIMES PIC X(100).
       01 IDX-RECEPTOR           PIC 9.

       *>----------------------------------------------------
       *> NIVEL DE PRECIO DEL CLIENTE. EL LLAMADOR LLENA
       *> NIVEL-CLIENTE-BUSCADO Y PERFORM BUSCAR-NIVEL-CLIENTE;
       *> NIVEL-CLIENTE QUEDA EN 'D' (DETAL), 'M' O 'I'.
       *>----------------------------------------------------
       01 NIVEL-CLIENTE-BUSCADO  PIC 9(4).
       01 NIVEL-CLIENTE          PIC X VALUE 'D'.
