      *> HISTORIAL CONSOLIDADO DE VENTAS, INDEXADO POR CAJA +
      *> FOLIO + LÍNEA (LAS SERIES DE FOLIO SON POR CAJA, ASÍ
      *> QUE EL FOLIO SOLO NO ES ÚNICO). HV-VENTA GUARDA LA
      *> IMAGEN DEL REGISTRO DIARIO (COPY VENTAS-REG) HASTA
      *> VR-TURNO; LOS CAMPOS AGREGADOS DESPUÉS (VR-CAMPANIA,
      *> VR-NIVEL, VR-EMPLEADO, VR-SUCURSAL) SE LEEN SÓLO DE
      *> LOS ARCHIVOS DIARIOS Y ANUALES, ASÍ EL ÍNDICE NO HAY
      *> QUE RECARGARLO.
      *>----------------------------------------------------
       FD  VENTAS-HISTORIAL.
       01  VENTA-HIST-REG.
