       *>----------------------------------------------------
       *> CHEQUE EN CURSO. PARA AGREGARLO A LA CARTERA EL
       *> LLAMADOR LLENA LOS CAMPOS CHW- Y HACE PERFORM
       *> AGREGAR-CHEQUE, QUE LE ASIGNA EL NÚMERO INTERNO
       *> (CHW-ID). PARA SABER SI UN GIRADOR ESTÁ BLOQUEADO
       *> DEJA SU RUT NORMALIZADO EN RUT-GIRADOR-BUSCADO Y
       *> HACE PERFORM VERIFICAR-GIRADOR.
       *>----------------------------------------------------
       01 FS-CHEQUES            PIC XX.
       01 FS-CHEQUES-TMP        PIC XX.
       01 FS-NUM-CHEQUE         PIC XX.
       01 FIN-CHEQUES           PIC X VALUE 'N'.
       01 CHW-ID                PIC 9(6) VALUE 0.
       01 CHW-FECHA-RECEPCION   PIC 9(8) VALUE 0.
       01 CHW-CAJA              PIC 9(2) VALUE 0.
       01 CHW-FOLIO             PIC 9(6) VALUE 0.
       01 CHW-CLIENTE           PIC 9(4) VALUE 0.
       01 CHW-BANCO             PIC X(20) VALUE SPACES.
       01 CHW-NUMERO            PIC 9(8) VALUE 0.
       01 CHW-RUT-GIRADOR       PIC X(10) VALUE SPACES.
       01 CHW-FECHA-DEPOSITO    PIC 9(8) VALUE 0.
       01 CHW-MONTO             PIC 9(9)V99 VALUE 0.
       01 CHW-OPERADOR          PIC 9(4) VALUE 0.
       01 RUT-GIRADOR-BUSCADO   PIC X(10) VALUE SPACES.
       01 GIRADOR-BLOQUEADO     PIC X VALUE 'N'.
       01 PROTESTOS-GIRADOR     PIC 9(3) VALUE 0.
       01 ESTADO-CHEQUE-CONSULTA PIC X VALUE SPACE.
       01 DESCRIPCION-ESTADO-CHEQUE PIC X(11).
