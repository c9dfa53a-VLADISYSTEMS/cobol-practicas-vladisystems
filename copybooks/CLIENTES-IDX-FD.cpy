           05 ID-CLIENTE      PIC 9(4).
           05 NOMBRE-IDX      PIC X(30).
           05 TELEFONO-IDX    PIC X(10).
      *>----------------------------------------------------
      *> DATOS TRIBUTARIOS Y DE DESPACHO. EL RUT SE GUARDA
      *> NORMALIZADO (SIN PUNTOS, CON GUION: 12345678-5) Y
      *> VALIDADO POR SU DÍGITO VERIFICADOR; EN BLANCO PARA
      *> CLIENTES SIN RUT. RAZÓN SOCIAL EN BLANCO = LA FACTURA
      *> SALE A NOMBRE-IDX.
      *>----------------------------------------------------
           05 RUT-IDX         PIC X(10).
           05 RAZON-SOCIAL-IDX PIC X(40).
           05 DIRECCION-IDX   PIC X(40).
           05 COMUNA-IDX      PIC X(20).
           05 CIUDAD-IDX      PIC X(20).
           05 EMAIL-IDX       PIC X(40).
      *>----------------------------------------------------
      *> NIVEL DE PRECIO DEL CLIENTE: ' ' = DETAL (PÚBLICO,
      *> TAMBIÉN LAS FICHAS ANTIGUAS), 'M' = MAYORISTA,
      *> 'I' = INSTITUCIONAL. SE FIJA EN MANTENER-CLIENTES.
      *>----------------------------------------------------
           05 NIVEL-IDX       PIC X.
