      *>----------------------------------------------------
      *> LOCKERS EN ALQUILER (LOCKERS.DAT), UNO POR RENGLÓN
      *> CON SU ASIGNACIÓN VIGENTE.
      *> LX-TAMANO: C = CHICO, M = MEDIANO, G = GRANDE (LA
      *> TARIFA MENSUAL ES EL PARÁMETRO "LOCKER-TARIFA-" +
      *> TAMAÑO). LX-ESTADO: L = LIBRE, O = OCUPADO, F =
      *> FUERA DE SERVICIO. UN LOCKER OCUPADO LLEVA EL SOCIO
      *> Y EL PERIODO DE LA ASIGNACIÓN (LX-FECHA-HASTA EN
      *> CERO = SIN VENCIMIENTO).
      *>----------------------------------------------------
       FD  ARCHIVO-LOCKERS.
       01  LOCKER-REG.
           05 LX-NUMERO            PIC 9(4).
           05 LX-TAMANO            PIC X.
           05 LX-UBICACION         PIC X(20).
           05 LX-ESTADO            PIC X.
           05 LX-MIEMBRO           PIC 9(6).
           05 LX-FECHA-DESDE       PIC 9(8).
           05 LX-FECHA-HASTA       PIC 9(8).

       FD  ARCHIVO-LOCKERS-TMP.
       01  LOCKER-TMP-REG          PIC X(48).
