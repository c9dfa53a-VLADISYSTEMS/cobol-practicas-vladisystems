      *>----------------------------------------------------
      *> SALDOS BANCARIOS CONCILIADOS (SALDOS-BANCO.DAT): UN
      *> RENGLÓN POR CORRIDA DE CONCILIAR-BANCO CON EL SALDO
      *> FINAL DEL EXTRACTO Y EL SALDO CONCILIADO SEGÚN
      *> LIBROS AL CIERRE DEL MES. SI EL MES SE CONCILIA DE
      *> NUEVO, VALE EL ÚLTIMO RENGLÓN DE ESE MES.
      *>----------------------------------------------------
       FD  ARCHIVO-SALDOS-BANCO.
       01  SALDO-BANCO-REG.
           05 SB-ANIO-MES          PIC 9(6).
           05 SB-FECHA-CORTE       PIC 9(8).
           05 SB-SALDO-EXTRACTO    PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 SB-SALDO-LIBROS      PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
           05 SB-FECHA-PROCESO     PIC 9(8).
