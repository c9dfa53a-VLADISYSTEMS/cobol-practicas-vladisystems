      *>----------------------------------------------------
      *> PLAN DE CONTEO CÍCLICO (CONTEO-PLAN-AAAA.DAT),
      *> GENERADO POR CONTEO-CICLICO: UN RENGLÓN POR DÍA
      *> HÁBIL Y PRODUCTO A CONTAR. LOS A SE CUENTAN CADA MES,
      *> LOS B CADA TRIMESTRE Y LOS C UNA VEZ AL AÑO.
      *> CONTEO-FISICO ABRE CON ÉL LA SESIÓN CÍCLICA DEL DÍA.
      *>----------------------------------------------------
       FD  ARCHIVO-PLAN-CONTEO.
       01  PLAN-CONTEO-REG.
           05 PL-FECHA             PIC 9(8).
           05 PL-CODIGO            PIC 9(6).
           05 PL-CLASE             PIC X.

      *>----------------------------------------------------
      *> HISTORIA DE EXACTITUD (CONTEO-EXACTITUD.DAT): AL
      *> APLICAR UNA SESIÓN, CONTEO-FISICO GRABA UN RENGLÓN
      *> POR PRODUCTO CONTADO, AUNQUE NO TENGA VARIACIÓN, CON
      *> SU CLASE ABC DE ESE MOMENTO. EX-VALOR ES LA VARIACIÓN
      *> VALUADA AL COSTO DEL MAESTRO.
      *>----------------------------------------------------
       FD  ARCHIVO-EXACTITUD.
       01  EXACTITUD-REG.
           05 EX-FECHA             PIC 9(8).
           05 EX-SESION            PIC 9(4).
           05 EX-CODIGO            PIC 9(6).
           05 EX-CLASE             PIC X.
           05 EX-TIPO-SESION       PIC X.
           05 EX-SISTEMA           PIC S9(7) SIGN LEADING SEPARATE.
           05 EX-CONTADO           PIC 9(7).
           05 EX-VARIACION         PIC S9(7) SIGN LEADING SEPARATE.
           05 EX-VALOR             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
