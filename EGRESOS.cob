               FILE STATUS IS FS-EGRESOS.
       COPY OPERADORES-SELECT.
       COPY TURNOS-SELECT.
       COPY PERIODOS-SELECT.
       COPY PARAMETROS-SELECT.

       DATA DIVISION.
       FILE SECTION.
      *>   EL ARQUEO POR TURNO DE RESUMEN-VENTAS LOS USA.
           05 EG-CAJA              PIC 9(2).
           05 EG-TURNO             PIC 9(2).
      *>   EG-SUCURSAL: TIENDA DEL EGRESO (0 O VACÍO = CASA
      *>   MATRIZ), TAMBIÉN AL FINAL.
           05 EG-SUCURSAL          PIC 9(2).

       COPY OPERADORES-FD.
       COPY TURNOS-FD.
       COPY PERIODOS-FD.
       COPY PARAMETROS-FD.

       WORKING-STORAGE SECTION.
       COPY OPERADORES-WS.
       COPY TURNOS-WS.
       COPY PERIODOS-WS.
       COPY PARAMETROS-WS.
       01 CAJA-TXT               PIC X(4).
       01 CAJA-EGRESO            PIC 9(2) VALUE 1.
       01 TURNO-EGRESO           PIC 9(2) VALUE 0.
       *> TIENDA DEL EGRESO (PARÁMETRO SUCURSAL; 0 = CASA
       *> MATRIZ), COMO EN LAS LÍNEAS DE VENTA.
       01 SUCURSAL-EGRESO        PIC 9(2) VALUE 0.

       *>----------------------------------------------------
       *> CAPTURA DE EGRESOS DE CAJA CHICA (LIMPIEZA, FLETES,
           PERFORM INICIAR-SESION-OPERADOR

           ACCEPT FECHA-EGRESO FROM DATE YYYYMMDD
           MOVE FECHA-EGRESO TO FECHA-PERIODO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "Egresos no registrados."
               STOP RUN
           END-IF
           DISPLAY "Caja del egreso (ENTER = 1):"
           ACCEPT CAJA-TXT
           IF FUNCTION TRIM(CAJA-TXT) NOT = SPACES
           ELSE
               MOVE 0 TO TURNO-EGRESO
           END-IF
           PERFORM CARGAR-PARAMETROS
           MOVE "SUCURSAL" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO SUCURSAL-EGRESO
           END-IF
           STRING "EGRESOS-" DELIMITED BY SIZE
                  FECHA-EGRESO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
           MOVE MONTO-EGRESO TO EG-MONTO
           MOVE CAJA-EGRESO TO EG-CAJA
           MOVE TURNO-EGRESO TO EG-TURNO
           MOVE SUCURSAL-EGRESO TO EG-SUCURSAL
           MOVE CODIGO-OPERADOR TO EG-OPERADOR
           WRITE EGRESO-REG
           CLOSE ARCHIVO-EGRESOS
       COPY OPERADORES-RUTINAS.

       COPY TURNOS-RUTINAS.

       COPY PERIODOS-RUTINAS.

       COPY PARAMETROS-RUTINAS.
