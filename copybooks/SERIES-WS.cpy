       *>----------------------------------------------------
       *> NÚMEROS DE SERIE. PARA BUSCAR UNA UNIDAD, EL
       *> LLAMADOR LLENA SR-CODIGO Y SR-SERIE Y PERFORM
       *> BUSCAR-SERIE (SR-HALLADA, Y EL RESTO DE SR- TRAE EL
       *> REGISTRO). PARA DARLA DE ALTA LLENA TODO SR- Y
       *> PERFORM REGISTRAR-SERIE; PARA CAMBIARLA,
       *> ACTUALIZAR-SERIE. EN LA RECEPCIÓN, CON PR-CODIGO,
       *> SR-UNIDADES, SR-PROVEEDOR Y SR-OC, PERFORM
       *> CAPTURAR-SERIES-ENTRADA PIDE UNA SERIE POR UNIDAD.
       *> DEVOLVER-SERIES-FOLIO REGRESA A STOCK LO VENDIDO EN
       *> SR-CAJA / SR-FOLIO / SR-FECHA-VENTA.
       *>----------------------------------------------------
       01 FS-SERIES             PIC XX.
       01 FS-SERIES-TMP         PIC XX.
       01 SR-CODIGO             PIC 9(6).
       01 SR-SERIE              PIC X(20).
       01 SR-ESTADO             PIC X.
       01 SR-PROVEEDOR          PIC 9(4).
       01 SR-OC                 PIC 9(6).
       01 SR-FECHA-ENTRADA      PIC 9(8).
       01 SR-CAJA               PIC 9(2).
       01 SR-FOLIO              PIC 9(6).
       01 SR-FECHA-VENTA        PIC 9(8).
       01 SR-CLIENTE            PIC 9(4).
       01 SR-HALLADA            PIC X VALUE 'N'.
       01 SR-FIN                PIC X VALUE 'N'.
       01 SR-UNIDADES           PIC 9(5) VALUE 0.
       01 SR-CAPTURADAS         PIC 9(5) VALUE 0.
       01 SR-DEVUELTAS          PIC 9(5) VALUE 0.
       01 F-SR-UNIDAD           PIC Z(4)9.
       01 F-SR-UNIDADES         PIC Z(4)9.
       01 SR-RESULT-CODE        PIC 9(2).
