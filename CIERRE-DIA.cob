       *>           DE LA SEMANA EL PASO SE DA POR COMPLETO)
       *>   PASO 5: AUDITORÍA SEMANAL DE REFERENCIAS CRUZADAS
       *>           (TAMBIÉN SÓLO LOS DOMINGOS)
       *>   PASO 6: RECUPERACIÓN DE FOLIOS QUE QUEDARON A MEDIO
       *>           GRABAR EN CUALQUIER CAJA (RECUPERAR-VENTAS)
       *>   PASO 7: EXPORTACIÓN DE LA COLA DE NOTIFICACIONES AL
       *>           PROVEEDOR DE MENSAJERÍA
       *> LA CADENA SE DETIENE EN EL PRIMER PASO FALLIDO Y EL
       *> CHECKPOINT CIERRE-DIA-AAAAMMDD.CKP GUARDA EL ÚLTIMO
       *> PASO COMPLETO, ASÍ QUE LA RECORRIDA DE LA MAÑANA
           IF ULTIMO-PASO-COMPLETO < 5 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-AUDITORIA
           END-IF
           IF ULTIMO-PASO-COMPLETO < 6 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-RECUPERACION
           END-IF
           IF ULTIMO-PASO-COMPLETO < 7 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-NOTIFICACIONES
           END-IF

           IF CADENA-DETENIDA = 'S'
               DISPLAY "CIERRE INCOMPLETO: falló el paso "
                       " completado."
               MOVE 'F' TO BW-EVENTO
               MOVE "OK" TO BW-ESTADO
               MOVE 7 TO BW-REGISTROS
               PERFORM GRABAR-BITACORA
               MOVE 0 TO RETURN-CODE
           END-IF
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

      *>----------------------------------------------------
      *> PASO 6: RECUPERACIÓN DE FOLIOS SIN CONFIRMAR DE TODAS
      *> LAS CAJAS (RECUPERAR-VENTAS EN LOTE). LO QUE NECESITA
      *> SUPERVISOR NO DETIENE EL CIERRE: QUEDA EN
      *> RECUPERACION-AAAAMMDD.TXT Y EN LA BITÁCORA.
      *>----------------------------------------------------
       PASO-RECUPERACION.
           MOVE 6 TO PASO-EN-CURSO
           DISPLAY "Paso 6: recuperación de folios sin confirmar..."
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./RECUPERAR-VENTAS 00" DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

      *>----------------------------------------------------
      *> PASO 7: EXPORTACIÓN DE LOS AVISOS PENDIENTES (LOS
      *> DEL DÍA Y LOS RETENIDOS HASTA HOY) A
      *> NOTIF-ENVIO-AAAAMMDD.TXT.
      *>----------------------------------------------------
       PASO-NOTIFICACIONES.
           MOVE 7 TO PASO-EN-CURSO
           DISPLAY "Paso 7: exportación de notificaciones..."
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./EXPORTAR-NOTIFICACIONES " DELIMITED BY SIZE
                  FECHA-CIERRE DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

       RESPALDAR-CLIENTES.
           OPEN INPUT CLIENTES
           IF FS-CLIENTES NOT = "00"
