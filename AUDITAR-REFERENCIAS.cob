                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO REGISTROS-LEIDOS
      *>                UN CARGO POR MORA O UN CHEQUE PROTESTADO
      *>                NO TIENE VENTA PROPIA: SE CRUZA LA
      *>                FACTURA QUE LO ORIGINÓ.
                       IF CR-CLASE = 'I' OR CR-CLASE = 'Q'
                           MOVE CR-REF-CAJA TO HV-CAJA
                           MOVE CR-REF-FOLIO TO HV-FOLIO
                       ELSE
                           MOVE CR-CAJA TO HV-CAJA
                           MOVE CR-FOLIO TO HV-FOLIO
                       END-IF
                       MOVE 1 TO HV-LINEA
                       READ VENTAS-HISTORIAL
                           INVALID KEY
