      *>----------------------------------------------------
      *> CONTACTOS DE SOCIOS (CONTACTOS-SOCIOS.DAT): UNO O
      *> MÁS RENGLONES POR SOCIO. CT-TIPO T = PADRE, MADRE O
      *> TUTOR (OBLIGATORIO PARA EL MENOR DE EDAD), E = OTRO
      *> CONTACTO DE EMERGENCIA. EL TUTOR DEJA FIRMADAS LAS
      *> AUTORIZACIONES DE USO DE IMAGEN Y DE ATENCIÓN MÉDICA
      *> (S/N); EN LOS CONTACTOS E QUEDAN EN BLANCO. SE
      *> MANTIENE CON MANTENER-CONTACTOS.
      *>----------------------------------------------------
       FD  ARCHIVO-CONTACTOS.
       01  CONTACTO-REG.
           05 CT-MIEMBRO           PIC 9(6).
           05 CT-TIPO              PIC X.
           05 CT-NOMBRE            PIC X(30).
           05 CT-VINCULO           PIC X(15).
           05 CT-TELEFONO          PIC X(15).
           05 CT-TELEFONO-ALT      PIC X(15).
           05 CT-AUT-IMAGEN        PIC X.
           05 CT-AUT-MEDICA        PIC X.

       FD  ARCHIVO-CONTACTOS-TMP.
       01  CONTACTO-TMP-REG        PIC X(84).
