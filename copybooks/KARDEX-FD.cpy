       FD  ARCHIVO-KARDEX.
       01  KARDEX-REG.
      *>   LA CLAVE PRODUCTO + FECHA + HORA DEJA LOS
      *>   MOVIMIENTOS DE CADA PRODUCTO JUNTOS Y EN ORDEN
      *>   CRONOLÓGICO: LAS CONSULTAS HACEN START AL PRODUCTO
      *>   (Y FECHA) Y LEEN CON READ NEXT HASTA QUE CAMBIA EL
      *>   CÓDIGO.
           05 KX-CLAVE.
               10 KX-CODIGO        PIC 9(6).
               10 KX-FECHA         PIC 9(8).
               10 KX-HORA          PIC 9(8).
           05 KX-TIPO              PIC X.
           05 KX-FOLIO             PIC 9(6).
           05 KX-UNIDADES          PIC S9(5) SIGN LEADING SEPARATE.
           05 KX-SALDO             PIC S9(7) SIGN LEADING SEPARATE.
      *>   SÓLO LOS AJUSTES ('A') LLENAN KX-MOTIVO: ROT=ROTURA,
      *>   ROB=ROBO, ERR=ERROR DE CONTEO, FAL=FALTANTE DE
      *>   PROVEEDOR, CON=CONTEO FÍSICO, OTR=OTRO,
      *>   CUA=CUADRE DE EXISTENCIAS CONTRA EL KARDEX.
           05 KX-MOTIVO            PIC X(3).
