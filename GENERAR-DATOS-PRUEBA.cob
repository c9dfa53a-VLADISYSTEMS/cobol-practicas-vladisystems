           MOVE 1 TO VR-OPERADOR
           MOVE 0 TO VR-MIEMBRO
           MOVE 0 TO VR-TURNO
           MOVE 0 TO VR-CAMPANIA
           MOVE 'D' TO VR-NIVEL
           MOVE 0 TO VR-EMPLEADO
           MOVE 0 TO VR-SUCURSAL
           WRITE VENTA-REG
           ADD 1 TO TOTAL-VENTAS-CREADAS.

