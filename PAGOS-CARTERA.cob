               FILE STATUS IS FS-PAGOS.
       COPY OPERADORES-SELECT.
       COPY RECIBOS-SELECT.
       COPY PERIODOS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CARTERA-FD.

       FD  ARCHIVO-TEMP.
       01  TEMP-REG               PIC X(58).

      *>----------------------------------------------------
      *> HISTORIAL DE ABONOS DE CARTERA. PG-CAJA IDENTIFICA

       COPY OPERADORES-FD.
       COPY RECIBOS-FD.
       COPY PERIODOS-FD.

       WORKING-STORAGE SECTION.
       COPY OPERADORES-WS.
       COPY RECIBOS-WS.
       COPY PERIODOS-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

           DISPLAY "==============================="

           PERFORM INICIAR-SESION-OPERADOR
           ACCEPT FECHA-PAGO FROM DATE YYYYMMDD
           MOVE FECHA-PAGO TO FECHA-PERIODO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "Abono no registrado."
               STOP RUN
           END-IF
           PERFORM PEDIR-FOLIO
           DISPLAY "Caja de la factura (ENTER=1, 0=serie antigua):"
           ACCEPT CAJA-TXT

       COPY OPERADORES-RUTINAS.
       COPY RECIBOS-RUTINAS.
       COPY PERIODOS-RUTINAS.
