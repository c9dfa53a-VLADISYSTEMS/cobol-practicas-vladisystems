      *>----------------------------------------------------
      *> CONSENTIMIENTO DE CONTACTO (PREFERENCIAS-CONTACTO.DAT):
      *> UN RENGLÓN POR CLIENTE (PF-TIPO C) O SOCIO (M) QUE
      *> FIJÓ UN CANAL PREFERIDO O SE DIO DE BAJA DE ALGUNO.
      *> QUIEN NO TIENE RENGLÓN ACEPTA LOS TRES CANALES.
      *> PF-SMS / PF-EMAIL / PF-CARTA: S = ACEPTA, N = NO.
      *> PF-ORIGEN: M = REGISTRO MANUAL EN MESÓN, B = BAJA
      *> INFORMADA POR EL PROVEEDOR DE MENSAJERÍA, S = BAJA
      *> TOTAL POR SUPRESIÓN DE DATOS (DATOS-PERSONALES).
      *>----------------------------------------------------
       FD  ARCHIVO-PREFERENCIAS.
       01  PREFERENCIA-REG.
           05 PF-TIPO              PIC X.
           05 PF-ID                PIC 9(6).
           05 PF-CANAL             PIC X.
           05 PF-SMS               PIC X.
           05 PF-EMAIL             PIC X.
           05 PF-CARTA             PIC X.
           05 PF-FECHA             PIC 9(8).
           05 PF-ORIGEN            PIC X.

       FD  ARCHIVO-PREFERENCIAS-TMP.
       01  PREFERENCIA-TMP-REG     PIC X(20).
