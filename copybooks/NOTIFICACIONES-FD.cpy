      *>----------------------------------------------------
      *> COLA DE NOTIFICACIONES A CLIENTES Y SOCIOS
      *> (NOTIFICACIONES.DAT). CADA PROGRAMA QUE AVISA ALGO
      *> AGREGA UN RENGLÓN CON ENCOLAR-NOTIFICACION; EL
      *> ENVÍO LO HACE EXPORTAR-NOTIFICACIONES Y EL RESULTADO
      *> LO DEVUELVE IMPORTAR-RESULT-NOTIF. NT-FECHA ES EL
      *> DÍA DESDE EL QUE EL AVISO PUEDE SALIR (EL DE ENCOLADO
      *> O UNO POSTERIOR PEDIDO POR EL PROGRAMA).
      *> NT-TIPO-DEST: C = CLIENTE (CLIENTES.IDX), M = SOCIO
      *> (MIEMBROS.IDX). NT-CANAL: S = SMS, E = E-MAIL,
      *> C = CARTA, EN BLANCO = EL PREFERIDO DEL DESTINATARIO.
      *> NT-VARIABLES: "CLAVE=VALOR;CLAVE=VALOR" PARA LA
      *> PLANTILLA NT-PLANTILLA DEL PROVEEDOR.
      *> NT-ESTADO: P = PENDIENTE, X = EXPORTADA, E = ENTREGADA,
      *> F = FALLIDA, O = OMITIDA (SIN CONSENTIMIENTO),
      *> N = SIN DIRECCIÓN PARA NINGÚN CANAL PERMITIDO.
      *>----------------------------------------------------
       FD  ARCHIVO-NOTIFICACIONES.
       01  NOTIFICACION-REG.
           05 NT-ID.
               10 NT-FECHA         PIC 9(8).
               10 NT-HORA          PIC 9(8).
               10 NT-SECUENCIA     PIC 9(4).
           05 NT-ORIGEN            PIC X(20).
           05 NT-TIPO-DEST         PIC X.
           05 NT-DESTINATARIO      PIC 9(6).
           05 NT-NOMBRE            PIC X(30).
           05 NT-CANAL             PIC X.
           05 NT-PLANTILLA         PIC X(12).
           05 NT-VARIABLES         PIC X(100).
           05 NT-ESTADO            PIC X.
           05 NT-FECHA-ESTADO      PIC 9(8).
           05 NT-DIRECCION         PIC X(60).
           05 NT-MOTIVO            PIC X(30).

       FD  ARCHIVO-NOTIFICACIONES-TMP.
       01  NOTIFICACION-TMP-REG    PIC X(289).
