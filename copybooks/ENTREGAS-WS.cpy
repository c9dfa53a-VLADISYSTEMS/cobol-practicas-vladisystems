       *>----------------------------------------------------
       *> ENTREGA EN CONSULTA. EL LLAMADOR LLENA
       *> ENTREGA-BUSCADA Y PERFORM BUSCAR-ENTREGA: SI
       *> ENTREGA-HALLADA QUEDA EN 'S', ENTREGA-ACTUAL TRAE EL
       *> REGISTRO. REGRABAR-ENTREGA DEVUELVE ENTREGA-ACTUAL
       *> AL ARCHIVO. LAS ZONAS SE CARGAN EN TABLA CON
       *> CARGAR-ZONAS; BUSCAR-ZONA-EN-TABLA DEJA EN
       *> ZONA-EN-TABLA LA POSICIÓN DE ZONA-BUSCADA (0 = NO
       *> EXISTE).
       *>----------------------------------------------------
       01 FS-ENTREGAS           PIC XX.
       01 FS-ENTREGAS-TMP       PIC XX.
       01 FS-ZONAS              PIC XX.
       01 ENTREGA-BUSCADA       PIC 9(6) VALUE 0.
       01 ENTREGA-HALLADA       PIC X VALUE 'N'.
       01 FIN-ENTREGAS          PIC X VALUE 'N'.
       01 RESULT-CODE-ENTREGA   PIC 9(2).
       01 ENTREGA-ACTUAL.
           05 ET-NUMERO            PIC 9(6).
           05 ET-FECHA             PIC 9(8).
           05 ET-CAJA              PIC 9(2).
           05 ET-FOLIO             PIC 9(6).
           05 ET-FECHA-VENTA       PIC 9(8).
           05 ET-CLIENTE           PIC 9(4).
           05 ET-NOMBRE            PIC X(30).
           05 ET-DIRECCION         PIC X(40).
           05 ET-TELEFONO          PIC X(10).
           05 ET-ZONA              PIC 9(2).
           05 ET-CARGO             PIC 9(7)V99.
           05 ET-COBRADO           PIC 9(7)V99.
           05 ET-PROGRAMADA        PIC 9(8).
           05 ET-ESTADO            PIC X.
           05 ET-INTENTOS          PIC 9(2).
           05 ET-FECHA-RESULTADO   PIC 9(8).
           05 ET-HORA-RESULTADO    PIC 9(4).
           05 ET-MOTIVO            PIC 9(2).
           05 ET-CHOFER            PIC X(15).
           05 ET-RECIBIO           PIC X(20).
           05 ET-OPERADOR          PIC 9(4).

       01 MAX-ZONAS             PIC 9(3) VALUE 50.
       01 TOTAL-ZONAS           PIC 9(3) VALUE 0.
       01 TABLA-ZONAS.
           05 ZONA-ENTRADA OCCURS 50 TIMES.
               10 TZ-CODIGO        PIC 9(2).
               10 TZ-NOMBRE        PIC X(20).
               10 TZ-CARGO         PIC 9(7)V99.
               10 TZ-DIAS          PIC 9(2).
       01 IDX-ZONA              PIC 9(3).
       01 ZONA-BUSCADA          PIC 9(2) VALUE 0.
       01 ZONA-EN-TABLA         PIC 9(3) VALUE 0.

       *>----------------------------------------------------
       *> MOTIVOS DE ENTREGA FALLIDA QUE REPORTA EL CHOFER
       *>----------------------------------------------------
       01 MOTIVO-CONSULTA       PIC 9(2) VALUE 0.
       01 DESCRIPCION-MOTIVO    PIC X(24).
       01 MOTIVO-VALIDO         PIC X VALUE 'N'.
