      *>----------------------------------------------------
      *> TARJETAS DE SOCIO (TARJETAS.DAT), UNA POR RENGLÓN.
      *> TJ-NUMERO = M-ID (6) + NÚMERO DE EMISIÓN (2) + DÍGITO
      *> VERIFICADOR (1): EL CÓDIGO DE BARRAS DE LA TARJETA.
      *> TJ-ESTADO: A = ACTIVA (UNA POR SOCIO), B = BLOQUEADA
      *> POR PÉRDIDA (TJ-REEMPLAZO = TARJETA QUE LA REEMPLAZA).
      *> TJ-CATEGORIA ES LA IMPRESA; SI EL SOCIO CAMBIA DE
      *> CATEGORÍA SE REIMPRIME CON EL MISMO NÚMERO.
      *>----------------------------------------------------
       FD  ARCHIVO-TARJETAS.
       01  TARJETA-REG.
           05 TJ-NUMERO            PIC 9(9).
           05 TJ-MIEMBRO           PIC 9(6).
           05 TJ-EMISION           PIC 9(2).
           05 TJ-ESTADO            PIC X.
           05 TJ-CATEGORIA         PIC X(20).
           05 TJ-FECHA-EMISION     PIC 9(8).
           05 TJ-FECHA-BLOQUEO     PIC 9(8).
           05 TJ-REEMPLAZO         PIC 9(9).

       FD  ARCHIVO-TARJETAS-TMP.
       01  TARJETA-TMP-REG         PIC X(63).
