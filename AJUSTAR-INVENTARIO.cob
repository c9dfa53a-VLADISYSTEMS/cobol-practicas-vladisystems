       COPY KARDEX-SELECT.
       COPY OPERADORES-SELECT.
       COPY AUTORIZA-SELECT.
       COPY PERIODOS-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY KARDEX-FD.
       COPY OPERADORES-FD.
       COPY AUTORIZA-FD.
       COPY PERIODOS-FD.

       WORKING-STORAGE SECTION.
       COPY PRODUCTOS-WS.
       COPY KARDEX-WS.
       COPY OPERADORES-WS.
       COPY AUTORIZA-WS.
       COPY PERIODOS-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.


           PERFORM INICIAR-SESION-OPERADOR

      *>    EL AJUSTE QUEDA EN EL KARDEX CON LA FECHA DEL DÍA;
      *>    NO SE ADMITE SI ESA FECHA CAE EN UN PERIODO CERRADO.
           ACCEPT FECHA-PERIODO FROM DATE YYYYMMDD
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "Ajuste de inventario no registrado."
               STOP RUN
           END-IF

           OPEN I-O ARCHIVO-PRODUCTOS
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
       COPY KARDEX-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY AUTORIZA-RUTINAS.
       COPY PERIODOS-RUTINAS.
