      *>----------------------------------------------------
      *> REFERENCIA CRUZADA DE REVERSOS Y CAMBIOS
      *> (REVERSOS.IDX): UN REGISTRO POR CADA LÍNEA DE
      *> REVERSO ('R') O LÍNEA DEVUELTA EN UN CAMBIO ('D'),
      *> CON CLAVE CAJA + FOLIO + LÍNEA DE LA FACTURA
      *> ORIGINAL SEGUIDA DE CAJA + FOLIO DEL DOCUMENTO QUE
      *> LA DEVOLVIÓ. VALIDAR-REVERSO Y VALIDAR-CAMBIO LEEN
      *> TODO LO POSTEADO CONTRA UNA FACTURA CON UN START POR
      *> CAJA + FOLIO, SIN RECORRER LOS ARCHIVOS DIARIOS.
      *> VENTA-DIARIA LO MANTIENE AL GRABAR CADA REVERSO O
      *> CAMBIO; RECONSTRUIR-REVERSOS LO REGENERA DEL
      *> HISTÓRICO DE VENTAS.
      *>----------------------------------------------------
       FD  ARCHIVO-REVERSOS.
       01  REFERENCIA-REVERSO-REG.
           05 XR-CLAVE.
               10 XR-CAJA-ORIG     PIC 9(2).
               10 XR-FOLIO-ORIG    PIC 9(6).
               10 XR-LINEA-ORIG    PIC 9(2).
               10 XR-CAJA-MOV      PIC 9(2).
               10 XR-FOLIO-MOV     PIC 9(6).
           05 XR-TIPO              PIC X.
           05 XR-FECHA-MOV         PIC 9(8).
           05 XR-CODIGO            PIC 9(6).
           05 XR-UNIDADES          PIC 9(3).
           05 XR-MONTO             PIC S9(11)V99 SIGN LEADING
                                       SEPARATE.
