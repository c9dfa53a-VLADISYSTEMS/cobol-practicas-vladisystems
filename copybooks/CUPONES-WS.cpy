       *>----------------------------------------------------
       *> CUPONES DE UN SOLO USO. EL LLAMADOR LLENA
       *> CUPON-BUSCADO Y PERFORM BUSCAR-CUPON (CUPON-HALLADO
       *> 'S' Y CUPON-LEIDO CON UNA COPIA DEL REGISTRO). PARA CANJEARLO
       *> LLENA ADEMÁS CUPON-CAJA, CUPON-FOLIO, CUPON-FECHA Y
       *> CUPON-MONTO Y PERFORM MARCAR-CUPON-USADO; PARA
       *> DEVOLVERLO EN UN REVERSO, CUPON-CAJA Y CUPON-FOLIO
       *> DE LA FACTURA ORIGINAL Y PERFORM REACTIVAR-CUPON.
       *> CUPON-RESULTADO: 'S' = HECHO, 'N' = NO EXISTE O NO
       *> SE PUDO ABRIR, 'X' = YA USADO EN OTRO FOLIO.
       *> BUSCAR-CUPON-FOLIO DEJA EN CUPON-BUSCADO EL CUPÓN
       *> CANJEADO EN CUPON-CAJA + CUPON-FOLIO (ESPACIOS SI
       *> NO HUBO).
       *>----------------------------------------------------
       01 FS-CUPONES             PIC XX.
       01 CUPON-BUSCADO          PIC X(10).
       01 CUPON-HALLADO          PIC X VALUE 'N'.
       01 CUPON-CAJA             PIC 9(2).
       01 CUPON-FOLIO            PIC 9(6).
       01 CUPON-FECHA            PIC 9(8).
       01 CUPON-MONTO            PIC S9(9)V99.
       01 CUPON-RESULTADO        PIC X VALUE 'N'.
       01 FIN-CUPONES            PIC X VALUE 'N'.
       01 CUPON-LEIDO.
           05 CL-CODIGO          PIC X(10).
           05 CL-LOTE            PIC 9(4).
           05 CL-TIPO            PIC X.
           05 CL-VALOR           PIC 9(7)V99.
           05 CL-PORCENTAJE      PIC 9(3)V99.
           05 CL-MINIMO          PIC 9(7)V99.
           05 CL-VENCE           PIC 9(8).
           05 CL-ALCANCE         PIC X.
           05 CL-PRODUCTO        PIC 9(6).
           05 CL-FAMILIA         PIC X(12).
           05 CL-CLIENTE         PIC 9(4).
           05 CL-ESTADO          PIC X.
           05 CL-FECHA-EMISION   PIC 9(8).
           05 CL-FECHA-USO       PIC 9(8).
           05 CL-CAJA-USO        PIC 9(2).
           05 CL-FOLIO-USO       PIC 9(6).
           05 CL-MONTO-USO       PIC S9(9)V99 SIGN LEADING
                                     SEPARATE.
