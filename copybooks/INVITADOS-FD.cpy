      *>----------------------------------------------------
      *> INVITADOS DE SOCIOS (INVITADOS.DAT), UNO POR
      *> RENGLÓN, REGISTRADOS EN EL CHECK-IN A NOMBRE DEL
      *> SOCIO ANFITRIÓN (IV-MIEMBRO).
      *> IV-TIPO: C = CORTESÍA DENTRO DEL CUPO MENSUAL DE LA
      *> CATEGORÍA, F = FUERA DE CUPO, A LA CUOTA DEL
      *> ANFITRIÓN (IV-IMPORTE), P = FUERA DE CUPO, PASE DE
      *> DÍA COBRADO EN CAJA.
      *> IV-CUOTA-MES: MES DE CUOTAS EN QUE SE FACTURÓ UN
      *> INVITADO F (CERO = TODAVÍA NO FACTURADO).
      *>----------------------------------------------------
       FD  ARCHIVO-INVITADOS.
       01  INVITADO-REG.
           05 IV-FECHA             PIC 9(8).
           05 IV-HORA              PIC 9(8).
           05 IV-MIEMBRO           PIC 9(6).
           05 IV-NOMBRE            PIC X(30).
           05 IV-EDAD              PIC 9(3).
           05 IV-CIUDAD            PIC X(20).
           05 IV-TIPO              PIC X.
           05 IV-IMPORTE           PIC 9(7)V99.
           05 IV-CUOTA-MES         PIC 9(6).

       FD  ARCHIVO-INVITADOS-TMP.
       01  INVITADO-TMP-REG        PIC X(91).
