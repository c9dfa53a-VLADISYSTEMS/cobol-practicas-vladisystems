       *>----------------------------------------------------
       *> ENCOLADO DE NOTIFICACIONES. EL LLAMADOR LLENA
       *> NOTIFICACION-NUEVA (NQ-NOMBRE PUEDE IR EN BLANCO: LO
       *> COMPLETA LA EXPORTACIÓN DESDE LA FICHA) Y PERFORM
       *> ENCOLAR-NOTIFICACION, QUE LA AGREGA PENDIENTE A
       *> NOTIFICACIONES.DAT Y SUMA NOTIFICACIONES-ENCOLADAS.
       *> NQ-FECHA-ENVIO, SI TRAE UNA FECHA FUTURA, RETIENE EL
       *> AVISO EN LA COLA HASTA ESE DÍA (EN BLANCO O CERO =
       *> SALE EN LA PRÓXIMA EXPORTACIÓN).
       *> PARA AVISOS QUE UN LOTE REPITE CADA NOCHE, EL LLAMADOR
       *> FIJA PERIODO-AVISO (AAAAMM) Y PERFORM
       *> ENCOLAR-NOTIFICACION-MES: SÓLO SE ENCOLA SI EL MISMO
       *> DESTINATARIO NO TIENE YA ESA PLANTILLA EN EL PERÍODO.
       *>----------------------------------------------------
       01 FS-NOTIFICACIONES      PIC XX.
       01 FS-NOTIFICACIONES-TMP  PIC XX.
       01 NOTIFICACION-NUEVA.
           05 NQ-ORIGEN            PIC X(20).
           05 NQ-TIPO-DEST         PIC X.
           05 NQ-DESTINATARIO      PIC 9(6).
           05 NQ-NOMBRE            PIC X(30).
           05 NQ-CANAL             PIC X.
           05 NQ-PLANTILLA         PIC X(12).
           05 NQ-VARIABLES         PIC X(100).
           05 NQ-FECHA-ENVIO       PIC 9(8).
       01 NOTIFICACIONES-ENCOLADAS PIC 9(5) VALUE 0.
       01 SECUENCIA-NOTIFICACION PIC 9(4) VALUE 0.
       01 FECHA-NOTIFICACION     PIC 9(8).
       01 HORA-NOTIFICACION      PIC 9(8).
       01 PERIODO-AVISO          PIC 9(6).
       01 AVISO-YA-ENCOLADO      PIC X VALUE 'N'.
