      *>----------------------------------------------------
      *> RUTINAS DE ALQUILER DE EQUIPO. REQUIEREN COPY
      *> ALQUILERES-WS EN WORKING-STORAGE.
      *>----------------------------------------------------
       BUSCAR-ALQUILER.
           MOVE 'N' TO ALQUILER-HALLADO
           OPEN INPUT ARCHIVO-ALQUILERES
           IF FS-ALQUILERES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ALQUILERES
           PERFORM UNTIL FIN-ALQUILERES = 'S'
               READ ARCHIVO-ALQUILERES
                   AT END
                       MOVE 'S' TO FIN-ALQUILERES
                   NOT AT END
                       IF AQ-NUMERO = ALQUILER-BUSCADO
                           MOVE ALQUILER-REG TO ALQUILER-ACTUAL
                           MOVE 'S' TO ALQUILER-HALLADO
                           MOVE 'S' TO FIN-ALQUILERES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ALQUILERES.

      *>----------------------------------------------------
      *> REESCRIBE EL ALQUILER AL-NUMERO CON EL CONTENIDO DE
      *> ALQUILER-ACTUAL (ARCHIVO TEMPORAL + CBL_RENAME_FILE).
      *>----------------------------------------------------
       REGRABAR-ALQUILER.
           OPEN INPUT ARCHIVO-ALQUILERES
           IF FS-ALQUILERES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-ALQUILERES-TMP
           MOVE 'N' TO FIN-ALQUILERES
           PERFORM UNTIL FIN-ALQUILERES = 'S'
               READ ARCHIVO-ALQUILERES
                   AT END
                       MOVE 'S' TO FIN-ALQUILERES
                   NOT AT END
                       IF AQ-NUMERO = AL-NUMERO
                           MOVE ALQUILER-ACTUAL TO ALQUILER-REG
                       END-IF
                       MOVE ALQUILER-REG TO ALQUILER-TMP-REG
                       WRITE ALQUILER-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ALQUILERES
           CLOSE ARCHIVO-ALQUILERES-TMP
           CALL "CBL_RENAME_FILE" USING "ALQUILERES.TMP"
                                         "ALQUILERES.DAT"
               RETURNING RESULT-CODE-ALQUILER.

       GRABAR-GARANTIA.
           OPEN EXTEND ARCHIVO-GARANTIAS
           IF FS-GARANTIAS = "35"
               OPEN OUTPUT ARCHIVO-GARANTIAS
           END-IF
           MOVE GARANTIA-NUMERO TO GA-NUMERO
           MOVE GARANTIA-FECHA TO GA-FECHA
           MOVE GARANTIA-MONTO TO GA-MONTO
           MOVE GARANTIA-FORMA TO GA-FORMA
           MOVE GARANTIA-CAJA TO GA-CAJA
           MOVE GARANTIA-TURNO TO GA-TURNO
           WRITE GARANTIA-REG
           CLOSE ARCHIVO-GARANTIAS.

      *>----------------------------------------------------
      *> COBRO DEL RECARGO: EL ALQUILER DEVUELTO CON ATRASO
      *> ('R') QUEDA FACTURADO CON LA CAJA, FOLIO Y FECHA DE
      *> LA VENTA. UNO YA FACTURADO NO SE TOCA, ASÍ QUE
      *> REPETIRLO DESDE RECUPERAR-VENTAS NO HACE DAÑO.
      *>----------------------------------------------------
       MARCAR-ALQUILER-FACTURADO.
           PERFORM BUSCAR-ALQUILER
           IF ALQUILER-HALLADO = 'N' OR AL-ESTADO NOT = 'R'
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO AL-ESTADO
           MOVE ALQUILER-CAJA TO AL-CAJA
           MOVE ALQUILER-FOLIO TO AL-FOLIO
           MOVE ALQUILER-FECHA TO AL-FECHA-FACTURA
           PERFORM REGRABAR-ALQUILER.

      *>----------------------------------------------------
      *> ATRASO DE ALQUILER-ACTUAL A ATRASO-FECHA/ATRASO-HORA,
      *> EN MINUTOS DESDE EL VENCIMIENTO. PASADA LA
      *> TOLERANCIA, CADA HORA (MODO H) O DÍA (MODO D)
      *> INICIADO ES UN PERÍODO COMPLETO DE RECARGO.
      *>----------------------------------------------------
       CALCULAR-ATRASO-ALQUILER.
           MOVE 0 TO ATRASO-PERIODOS
           MOVE 0 TO ATRASO-RECARGO
           DIVIDE AL-HORA-VENCE BY 100 GIVING ATRASO-HH
               REMAINDER ATRASO-MM
           COMPUTE ATRASO-MIN-VENCE =
               FUNCTION INTEGER-OF-DATE (AL-FECHA-VENCE) * 1440
               + ATRASO-HH * 60 + ATRASO-MM
           DIVIDE ATRASO-HORA BY 100 GIVING ATRASO-HH
               REMAINDER ATRASO-MM
           COMPUTE ATRASO-MIN-AHORA =
               FUNCTION INTEGER-OF-DATE (ATRASO-FECHA) * 1440
               + ATRASO-HH * 60 + ATRASO-MM
           COMPUTE ATRASO-MINUTOS =
               ATRASO-MIN-AHORA - ATRASO-MIN-VENCE
           IF ATRASO-MINUTOS <= ATRASO-TOLERANCIA
               EXIT PARAGRAPH
           END-IF
           IF AL-MODO = 'D'
               DIVIDE ATRASO-MINUTOS BY 1440 GIVING ATRASO-PERIODOS
                   REMAINDER ATRASO-RESTO
           ELSE
               DIVIDE ATRASO-MINUTOS BY 60 GIVING ATRASO-PERIODOS
                   REMAINDER ATRASO-RESTO
           END-IF
           IF ATRASO-RESTO > 0
               ADD 1 TO ATRASO-PERIODOS
           END-IF
           COMPUTE ATRASO-CALCULO =
               ATRASO-PERIODOS * AL-UNIDADES * AL-TARIFA
      *>    UN ATRASO DE MESES NO DEBE DESBORDAR EL CAMPO DEL
      *>    RECARGO: QUEDA EN EL MÁXIMO Y SE NEGOCIA A MANO.
           IF ATRASO-CALCULO > 9999999.99
               MOVE 9999999.99 TO ATRASO-RECARGO
           ELSE
               MOVE ATRASO-CALCULO TO ATRASO-RECARGO
           END-IF.
