      *>----------------------------------------------------
      *> RASTRO DE TICKETS EN ESPERA RETIRADOS
      *> (TICKETS-BORRADOS.DAT). VENTA-DIARIA GRABA UN
      *> EVENTO 'B' CADA VEZ QUE BORRAR-TICKET-ESPERA SACA UN
      *> TICKET DEL ARCHIVO DE PENDIENTES (CON SUS LÍNEAS Y SU
      *> IMPORTE) Y UN EVENTO 'C' CUANDO ESE MISMO TICKET
      *> TERMINA COBRADO, CON EL FOLIO DE LA FACTURA. SI EL
      *> TICKET RECUPERADO SE VUELVE A DEJAR EN ESPERA, GRABA
      *> UN EVENTO 'E' CON EL NÚMERO DE TICKET NUEVO EN
      *> TB-FOLIO. UN 'B' SIN SU 'C' NI SU 'E' ES UN TICKET
      *> QUE DESAPARECIÓ SIN VENTA; LO REVISA
      *> REPORTE-PREVENCION.
      *>----------------------------------------------------
       FD  ARCHIVO-TICKETS-BORRADOS.
       01  TICKET-BORRADO-REG.
           05 TB-FECHA             PIC 9(8).
           05 TB-HORA              PIC 9(8).
           05 TB-CAJA              PIC 9(2).
           05 TB-TICKET            PIC 9(4).
           05 TB-EVENTO            PIC X.
           05 TB-OPERADOR          PIC 9(4).
           05 TB-TURNO             PIC 9(2).
           05 TB-LINEAS            PIC 9(2).
           05 TB-IMPORTE           PIC 9(9)V99.
           05 TB-FOLIO             PIC 9(6).
