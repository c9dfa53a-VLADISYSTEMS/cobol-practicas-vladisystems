      *>   PG-TURNO: TURNO DE CAJA DE LA VENTA (0 = SIN
      *>   CONTROL DE TURNOS), PARA EL ARQUEO POR TURNO.
           05 PG-TURNO           PIC 9(2).
      *>   PG-SUCURSAL: TIENDA DE LA VENTA (0 O VACÍO = CASA
      *>   MATRIZ), IGUAL QUE VR-SUCURSAL.
           05 PG-SUCURSAL        PIC 9(2).
