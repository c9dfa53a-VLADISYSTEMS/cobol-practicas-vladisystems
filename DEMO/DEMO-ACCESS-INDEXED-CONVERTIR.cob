           05 ID-CLIENTE      PIC 9(4).
           05 NOMBRE-IDX      PIC X(30).
           05 TELEFONO-IDX    PIC X(10).
           05 RUT-IDX         PIC X(10).
           05 RAZON-SOCIAL-IDX PIC X(40).
           05 DIRECCION-IDX   PIC X(40).
           05 COMUNA-IDX      PIC X(20).
           05 CIUDAD-IDX      PIC X(20).
           05 EMAIL-IDX       PIC X(40).
           05 NIVEL-IDX       PIC X.

       WORKING-STORAGE SECTION.
       77 FS-TXT             PIC XX.

       CONVERTIR-REGISTRO.
           ADD 1 TO CONTADOR-CLIENTES
           MOVE SPACES TO REGISTRO-CLIENTE-IDX
           MOVE CONTADOR-CLIENTES TO ID-CLIENTE
           MOVE NOMBRE-TXT TO NOMBRE-IDX
           MOVE TELEFONO-TXT TO TELEFONO-IDX
