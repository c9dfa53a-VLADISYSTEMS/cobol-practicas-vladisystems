       *>----------------------------------------------------
       *> KARDEX DE MOVIMIENTOS DE INVENTARIO (KARDEX.IDX).
       *> TIPOS: E=ENTRADA, V=VENTA, R=REVERSO, A=AJUSTE,
       *> C=SALIDA POR CAMBIO, D=DEVOLUCIÓN POR CAMBIO,
       *> P=DEVOLUCIÓN A PROVEEDOR, T=TRASLADO ENTRE
       01 KW-FECHA              PIC 9(8).
       01 KW-HORA               PIC 9(8).
       01 KW-MOTIVO             PIC X(3) VALUE SPACES.
       01 KW-GRABADO            PIC X VALUE 'N'.
