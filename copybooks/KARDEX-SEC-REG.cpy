      *>----------------------------------------------------
      *> REGISTRO DEL KARDEX EN SU FORMATO SECUENCIAL: EL
      *> KARDEX.DAT ANTERIOR AL INDEXADO (MIGRAR-KARDEX-IDX)
      *> Y LOS ARCHIVOS ANUALES KARDEX-AAAA.DAT DE
      *> COMPRIMIR-KARDEX, QUE CONSERVAN ESTE ORDEN PARA QUE
      *> LOS AÑOS YA ARCHIVADOS SIGAN LEYÉNDOSE IGUAL.
      *> USO, BAJO EL 01 DEL FD DEL PROGRAMA:
      *>     01  KARDEX-SEC-REG.
      *>     COPY KARDEX-SEC-REG.
      *>----------------------------------------------------
           05 KS-FECHA             PIC 9(8).
           05 KS-HORA              PIC 9(8).
           05 KS-CODIGO            PIC 9(6).
           05 KS-TIPO              PIC X.
           05 KS-FOLIO             PIC 9(6).
           05 KS-UNIDADES          PIC S9(5) SIGN LEADING SEPARATE.
           05 KS-SALDO             PIC S9(7) SIGN LEADING SEPARATE.
      *>   KS-MOTIVO VA AL FINAL PARA QUE LOS REGISTROS
      *>   ANTERIORES AL CÓDIGO DE RAZÓN SIGAN LEYÉNDOSE COMO
      *>   PREFIJO.
           05 KS-MOTIVO            PIC X(3).
