       COPY CLIENTES-IDX-SELECT.
       COPY MIEMBROS-SELECT.
       COPY GIFTCARD-SELECT.
       COPY CUPONES-SELECT.
       COPY VENTAS-HIST-SELECT.
       COPY ASISTENCIAS-IDX-SELECT.
       COPY KARDEX-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ORIGEN.
       01  REGISTRO-ORIGEN        PIC X(300).

       FD  ARCHIVO-DESTINO.
       01  REGISTRO-DESTINO       PIC X(300).

      *>----------------------------------------------------
      *> MANIFIESTO DEL JUEGO DE RESPALDO
       COPY CLIENTES-IDX-FD.
       COPY MIEMBROS-FD.
       COPY GIFTCARD-FD.
       COPY CUPONES-FD.
       COPY VENTAS-HIST-FD.
       COPY ASISTENCIAS-IDX-FD.
       COPY KARDEX-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-MIEMBROS            PIC XX.
       01 FS-GIFTCARD            PIC XX.
       01 FS-CUPONES             PIC XX.
       01 FS-VENTAS-HIST         PIC XX.
       01 FS-ASISTENCIAS         PIC XX.
       01 FS-KARDEX              PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ORIGEN          PIC X(30).
       01 NOMBRE-DESTINO         PIC X(44).
       *> LISTA DE ARCHIVOS SECUENCIALES A RESPALDAR
       *>----------------------------------------------------
       01 LISTA-SECUENCIALES.
           05 FILLER PIC X(30) VALUE "CARTERA.DAT".
           05 FILLER PIC X(30) VALUE "CUOTAS.DAT".
           05 FILLER PIC X(30) VALUE "PARAMETROS.DAT".
           05 FILLER PIC X(30) VALUE "PREPAGO-RECONOCIDO.DAT".
           05 FILLER PIC X(30) VALUE "CONTEO-SESIONES.DAT".
           05 FILLER PIC X(30) VALUE "VISITANTES.DAT".
           05 FILLER PIC X(30) VALUE "CAMPANIAS.DAT".
           05 FILLER PIC X(30) VALUE "CUPONES-LOTES.DAT".
           05 FILLER PIC X(30) VALUE "COMPRAS-PERSONAL.DAT".
           05 FILLER PIC X(30) VALUE "PEDIDOS-ESPECIALES.DAT".
           05 FILLER PIC X(30) VALUE "ANTICIPOS-PEDIDO.DAT".
           05 FILLER PIC X(30) VALUE "PEDIDOS-NUM.DAT".
           05 FILLER PIC X(30) VALUE "ALQUILERES.DAT".
           05 FILLER PIC X(30) VALUE "GARANTIAS-ALQUILER.DAT".
           05 FILLER PIC X(30) VALUE "ALQUILER-TARIFAS.DAT".
           05 FILLER PIC X(30) VALUE "ALQUILERES-NUM.DAT".
           05 FILLER PIC X(30) VALUE "ENTREGAS.DAT".
           05 FILLER PIC X(30) VALUE "ZONAS-ENTREGA.DAT".
           05 FILLER PIC X(30) VALUE "ENTREGAS-NUM.DAT".
           05 FILLER PIC X(30) VALUE "MORA-MOVIMIENTOS.DAT".
           05 FILLER PIC X(30) VALUE "MORA-NUM.DAT".
           05 FILLER PIC X(30) VALUE "GESTIONES-COBRANZA.DAT".
           05 FILLER PIC X(30) VALUE "PROPUESTAS-LIMITE.DAT".
           05 FILLER PIC X(30) VALUE "CHEQUES.DAT".
           05 FILLER PIC X(30) VALUE "CHEQUES-NUM.DAT".
           05 FILLER PIC X(30) VALUE "PRESUPUESTO-CUENTAS.DAT".
           05 FILLER PIC X(30) VALUE "PRESUPUESTO-VENTAS.DAT".
           05 FILLER PIC X(30) VALUE "SALDOS-BANCO.DAT".
           05 FILLER PIC X(30) VALUE "BOVEDA.DAT".
           05 FILLER PIC X(30) VALUE "CONTEOS-EFECTIVO.DAT".
           05 FILLER PIC X(30) VALUE "CONTEOS-NUM.DAT".
           05 FILLER PIC X(30) VALUE "FACTURAS-PROV-DET.DAT".
           05 FILLER PIC X(30) VALUE "REFERENCIAS-PROV.DAT".
           05 FILLER PIC X(30) VALUE "GASTOS-RECEPCION.DAT".
           05 FILLER PIC X(30) VALUE "GASTOS-RECEPCION-DET.DAT".
           05 FILLER PIC X(30) VALUE "SERIES.DAT".
           05 FILLER PIC X(30) VALUE "CONSIGNACION.DAT".
           05 FILLER PIC X(30) VALUE "CONSIGNACION-NUM.DAT".
           05 FILLER PIC X(30) VALUE "CLASES-ABC.DAT".
           05 FILLER PIC X(30) VALUE "CONTEO-EXACTITUD.DAT".
           05 FILLER PIC X(30) VALUE "INSTALACIONES.DAT".
           05 FILLER PIC X(30) VALUE "TARIFAS-INSTALACION.DAT".
           05 FILLER PIC X(30) VALUE "RESERVAS-INSTALACION.DAT".
           05 FILLER PIC X(30) VALUE "RESERVAS-INSTALACION-NUM.DAT".
           05 FILLER PIC X(30) VALUE "ENTRENADORES.DAT".
           05 FILLER PIC X(30) VALUE "CLASES-GRUPALES.DAT".
           05 FILLER PIC X(30) VALUE "INSCRIPCIONES-CLASE.DAT".
           05 FILLER PIC X(30) VALUE "ASISTENCIAS-CLASE.DAT".
           05 FILLER PIC X(30) VALUE "LOCKERS.DAT".
           05 FILLER PIC X(30) VALUE "INVITADOS.DAT".
           05 FILLER PIC X(30) VALUE "TARJETAS.DAT".
           05 FILLER PIC X(30) VALUE "CONTACTOS-SOCIOS.DAT".
           05 FILLER PIC X(30) VALUE "INCIDENTES.DAT".
           05 FILLER PIC X(30) VALUE "SANCIONES-LIGA.DAT".
           05 FILLER PIC X(30) VALUE "NOTIFICACIONES.DAT".
           05 FILLER PIC X(30) VALUE "PREFERENCIAS-CONTACTO.DAT".
           05 FILLER PIC X(30) VALUE "SOLICITUDES-DATOS.DAT".
           05 FILLER PIC X(30) VALUE "CATALOGO-ARCHIVO.DAT".
           05 FILLER PIC X(30) VALUE "TICKETS-BORRADOS.DAT".
           05 FILLER PIC X(30) VALUE "PEDIDOS-WEB.DAT".
           05 FILLER PIC X(30) VALUE "PEDIDOS-WEB-DETALLE.DAT".
       01 TABLA-SECUENCIALES REDEFINES LISTA-SECUENCIALES.
           05 NOMBRE-SECUENCIAL OCCURS 108 TIMES PIC X(30).
       01 TOTAL-SECUENCIALES     PIC 9(3) VALUE 108.
       01 IDX-ARCHIVO            PIC 9(3).

       01 REGISTROS-COPIADOS     PIC 9(7) VALUE 0.
       01 ARCHIVOS-RESPALDADOS   PIC 9(3) VALUE 0.
           PERFORM RESPALDAR-CLIENTES-IDX
           PERFORM RESPALDAR-MIEMBROS-IDX
           PERFORM RESPALDAR-GIFTCARDS
           PERFORM RESPALDAR-CUPONES
           PERFORM RESPALDAR-HISTORIAL
           PERFORM RESPALDAR-ASISTENCIAS
           PERFORM RESPALDAR-KARDEX

           CLOSE ARCHIVO-MANIFIESTO
           DISPLAY "-------------------------------"
           CLOSE ARCHIVO-DESTINO
           PERFORM GRABAR-MANIFIESTO.

       RESPALDAR-CUPONES.
           MOVE "CUPONES.IDX" TO NOMBRE-ORIGEN
           OPEN INPUT ARCHIVO-CUPONES
           IF FS-CUPONES NOT = "00"
               ADD 1 TO ARCHIVOS-AUSENTES
               EXIT PARAGRAPH
           END-IF
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT ARCHIVO-DESTINO
           MOVE 0 TO REGISTROS-COPIADOS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CUPONES NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE CUPON-REG TO REGISTRO-DESTINO
                       WRITE REGISTRO-DESTINO
                       ADD 1 TO REGISTROS-COPIADOS
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUPONES
           CLOSE ARCHIVO-DESTINO
           PERFORM GRABAR-MANIFIESTO.

       RESPALDAR-HISTORIAL.
           MOVE "VENTAS-HIST.IDX" TO NOMBRE-ORIGEN
           OPEN INPUT VENTAS-HISTORIAL
           CLOSE ARCHIVO-DESTINO
           PERFORM GRABAR-MANIFIESTO.

       RESPALDAR-KARDEX.
           MOVE "KARDEX.IDX" TO NOMBRE-ORIGEN
           OPEN INPUT ARCHIVO-KARDEX
           IF FS-KARDEX NOT = "00"
               ADD 1 TO ARCHIVOS-AUSENTES
               EXIT PARAGRAPH
           END-IF
           PERFORM ARMAR-NOMBRE-DESTINO
           OPEN OUTPUT ARCHIVO-DESTINO
           MOVE 0 TO REGISTROS-COPIADOS
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-KARDEX NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE KARDEX-REG TO REGISTRO-DESTINO
                       WRITE REGISTRO-DESTINO
                       ADD 1 TO REGISTROS-COPIADOS
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-KARDEX
           CLOSE ARCHIVO-DESTINO
           PERFORM GRABAR-MANIFIESTO.

       COPY BITACORA-RUTINAS.
