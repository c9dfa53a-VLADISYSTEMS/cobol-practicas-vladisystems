               FILE STATUS IS FS-NUM-TALLER.
       COPY CLIENTES-IDX-SELECT.
       COPY FERIADOS-SELECT.
       COPY NOTIFICACIONES-SELECT.

       DATA DIVISION.
       FILE SECTION.
      *>   R = RECIBIDO, P = EN PROCESO, L = LISTO,
      *>   E = ENTREGADO (CON EL FOLIO DE VENTA-DIARIA CON
      *>       QUE SE COBRÓ EN OT-FOLIO-COBRO / OT-CAJA-COBRO)
      *> LA FECHA PROMETIDA SE CALCULA EN DÍAS HÁBILES. AL
      *> PASAR A LISTO, EL CLIENTE REGISTRADO RECIBE EL AVISO
      *> POR LA COLA DE NOTIFICACIONES.
      *>----------------------------------------------------
       FD  ARCHIVO-TALLER.
       01  TALLER-REG.

       COPY CLIENTES-IDX-FD.
       COPY FERIADOS-FD.
       COPY NOTIFICACIONES-FD.

       WORKING-STORAGE SECTION.
       COPY FERIADOS-WS.
       COPY DIAS-HABILES-WS.
       COPY NOTIFICACIONES-WS.

       01 FS-TALLER              PIC XX.
       01 FS-TALLER-TMP          PIC XX.
       01 CAJA-TXT               PIC X(4).
       01 CAJA-COBRO             PIC 9(2) VALUE 1.
       01 LISTAS                 PIC 9(4) VALUE 0.
       01 ESTADO-ANTERIOR        PIC X.
       01 CLIENTE-AVISO          PIC 9(4) VALUE 0.
       01 ARTICULO-AVISO         PIC X(30).

       PROCEDURE DIVISION.

           IF ORDEN-HALLADA = 'S'
               DISPLAY "Orden " ORDEN-BUSCADA " ahora en estado "
                       ESTADO-NUEVO "."
               IF ESTADO-NUEVO = 'L' AND ESTADO-ANTERIOR NOT = 'L'
                   AND CLIENTE-AVISO > 0
                   PERFORM ENCOLAR-AVISO-LISTO
               END-IF
           ELSE
               DISPLAY "No hay una orden pendiente con ese número."
           END-IF.

       ENCOLAR-AVISO-LISTO.
           MOVE SPACES TO NOTIFICACION-NUEVA
           MOVE "ORDENES-TALLER" TO NQ-ORIGEN
           MOVE 'C' TO NQ-TIPO-DEST
           MOVE CLIENTE-AVISO TO NQ-DESTINATARIO
           MOVE "TALLER-LISTO" TO NQ-PLANTILLA
           STRING "ORDEN=" DELIMITED BY SIZE
                  ORDEN-BUSCADA DELIMITED BY SIZE
                  ";ARTICULO=" DELIMITED BY SIZE
                  FUNCTION TRIM(ARTICULO-AVISO) DELIMITED BY SIZE
                  INTO NQ-VARIABLES
           PERFORM ENCOLAR-NOTIFICACION
           DISPLAY "Aviso de trabajo listo encolado para el "
                   "cliente " CLIENTE-AVISO ".".

       LISTAR-LISTOS.
           OPEN INPUT ARCHIVO-TALLER
           IF FS-TALLER NOT = "00"
                   NOT AT END
                       IF OT-NUMERO = ORDEN-BUSCADA
                           AND OT-ESTADO NOT = 'E'
                           MOVE OT-ESTADO TO ESTADO-ANTERIOR
                           MOVE OT-CLIENTE TO CLIENTE-AVISO
                           MOVE OT-ARTICULO TO ARTICULO-AVISO
                           MOVE ESTADO-NUEVO TO OT-ESTADO
                           IF ESTADO-NUEVO = 'E'
                               MOVE FOLIO-COBRO TO OT-FOLIO-COBRO

       COPY FERIADOS-RUTINAS.
       COPY DIAS-HABILES-RUTINAS.
       COPY NOTIFICACIONES-RUTINAS.
