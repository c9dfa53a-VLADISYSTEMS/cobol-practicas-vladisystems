               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TURNOS-TMP.
       COPY OPERADORES-SELECT.
       COPY BOVEDA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       01  TURNO-TMP-REG          PIC X(44).

       COPY OPERADORES-FD.
       COPY BOVEDA-FD.

       WORKING-STORAGE SECTION.
       COPY TURNOS-WS.
       COPY OPERADORES-WS.
       COPY BOVEDA-WS.

       *>----------------------------------------------------
       *> APERTURA Y CIERRE DE TURNOS DE CAJA: CADA CAMBIO DE
       *> OPERADOR Y FONDO INICIAL; LAS VENTAS QUEDAN
       *> ESTAMPADAS CON ÉL Y RESUMEN-VENTAS CORTA EL ARQUEO
       *> POR TURNO, ASÍ CADA CAJERO FIRMA SU PROPIO CAJÓN.
       *> EL FONDO QUE ENTREGA LA BÓVEDA AL ABRIR Y EL CAJÓN
       *> QUE VUELVE A ELLA AL CERRAR SE CUENTAN POR BILLETE Y
       *> MONEDA Y QUEDAN EN EL LIBRO DE LA BÓVEDA.
       *>----------------------------------------------------
       01 FS-TURNOS-TMP          PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 SESION-VALIDA          PIC X VALUE 'N'.
       01 CAJA-TXT               PIC X(4).
       01 CAJA-TURNO             PIC 9(2) VALUE 1.
       01 FONDO-APERTURA         PIC 9(9)V99.
       01 MAYOR-TURNO            PIC 9(2).
       01 TURNO-CERRADO          PIC X VALUE 'N'.
       01 TURNO-POR-CERRAR       PIC 9(2) VALUE 0.
       01 F-FONDO                PIC Z(8)9.99.
       01 COMANDO-EJECUTAR       PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

      *>----------------------------------------------------
      *> ABRE EL SIGUIENTE TURNO DE LA CAJA PARA HOY (UNO
      *> ABIERTO A LA VEZ POR CAJA) CON EL FONDO INICIAL QUE
      *> RECIBE EL CAJERO, CONTADO POR DENOMINACIÓN; EL FONDO
      *> SALE DE LA BÓVEDA (MOVIMIENTO F).
      *>----------------------------------------------------
       ABRIR-TURNO.
           PERFORM PEDIR-CAJA
                       TURNO-ACTUAL "; ciérrelo primero."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-MAYOR-TURNO
           PERFORM ENTREGAR-FONDO-BOVEDA

           ACCEPT HORA-AHORA FROM TIME
           OPEN EXTEND ARCHIVO-TURNOS
           IF FS-TURNOS = "35"
                   " abierto con fondo de $" F-FONDO "."
           CLOSE ARCHIVO-TURNOS.

       ENTREGAR-FONDO-BOVEDA.
           DISPLAY "Conteo del fondo inicial que entrega la "
                   "bóveda:"
           MOVE 'C' TO CTW-LUGAR
           MOVE CAJA-TURNO TO CTW-CAJA
           COMPUTE CTW-TURNO = MAYOR-TURNO + 1
           MOVE 'F' TO CTW-MOTIVO
           MOVE CODIGO-OPERADOR TO CTW-OPERADOR
           PERFORM CAPTURAR-CONTEO
           MOVE CTW-TOTAL TO FONDO-APERTURA
           IF FONDO-APERTURA = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FECHA-HOY TO FECHA-SALDO-BOVEDA
           PERFORM CALCULAR-SALDO-BOVEDA
           IF SALDO-BOVEDA < FONDO-APERTURA
               DISPLAY "Aviso: el fondo supera el saldo de la "
                       "bóveda según libros; haga un arqueo."
           END-IF
           PERFORM GRABAR-CONTEO
           MOVE 'F' TO BVW-TIPO
           MOVE CAJA-TURNO TO BVW-CAJA
           MOVE CTW-TURNO TO BVW-TURNO
           MOVE FONDO-APERTURA TO BVW-MONTO
           MOVE SPACES TO BVW-BOLETA
           MOVE CODIGO-OPERADOR TO BVW-OPERADOR
           PERFORM GRABAR-MOVIMIENTO-BOVEDA.

       BUSCAR-MAYOR-TURNO.
           MOVE 0 TO MAYOR-TURNO
           OPEN INPUT ARCHIVO-TURNOS
      *>----------------------------------------------------
      *> CIERRA EL TURNO ABIERTO DE LA CAJA (PATRÓN DE
      *> ARCHIVO TEMPORAL); EL ARQUEO DEL TURNO SE CORRE EN
      *> RESUMEN-VENTAS ELIGIENDO EL NÚMERO DE TURNO. AL
      *> CERRAR SE EMITE EL REPORTE Z DE LA CAJA, QUE SUMA
      *> LO VENDIDO AL GRAN TOTAL DE SU CONTADOR. EL
      *> EFECTIVO DEL CAJÓN SE CUENTA POR DENOMINACIÓN Y
      *> VUELVE A LA BÓVEDA (MOVIMIENTO D).
      *>----------------------------------------------------
       CERRAR-TURNO.
           PERFORM PEDIR-CAJA
                           MOVE 'C' TO TN-ESTADO
                           MOVE HORA-AHORA TO TN-HORA-CIERRE
                           MOVE 'S' TO TURNO-CERRADO
                           MOVE TN-TURNO TO TURNO-POR-CERRAR
                           DISPLAY "Turno " TN-TURNO " de la caja "
                                   CAJA-TURNO " cerrado; corra el "
                                   "arqueo del turno en "
               RETURNING RESULT-CODE
           IF TURNO-CERRADO = 'N'
               DISPLAY "La caja no tenía turno abierto hoy."
           ELSE
               PERFORM DEVOLVER-CAJON-BOVEDA
               PERFORM EMITIR-REPORTE-Z
           END-IF.

       DEVOLVER-CAJON-BOVEDA.
           DISPLAY "Conteo del efectivo del cajón que vuelve a la "
                   "bóveda:"
           MOVE 'C' TO CTW-LUGAR
           MOVE CAJA-TURNO TO CTW-CAJA
           MOVE TURNO-POR-CERRAR TO CTW-TURNO
           MOVE 'D' TO CTW-MOTIVO
           MOVE CODIGO-OPERADOR TO CTW-OPERADOR
           PERFORM CAPTURAR-CONTEO
           PERFORM GRABAR-CONTEO
           MOVE 'D' TO BVW-TIPO
           MOVE CAJA-TURNO TO BVW-CAJA
           MOVE TURNO-POR-CERRAR TO BVW-TURNO
           MOVE CTW-TOTAL TO BVW-MONTO
           MOVE SPACES TO BVW-BOLETA
           MOVE CODIGO-OPERADOR TO BVW-OPERADOR
           PERFORM GRABAR-MOVIMIENTO-BOVEDA
           MOVE CTW-TOTAL TO F-FONDO
           DISPLAY "Devuelto a la bóveda: $" F-FONDO ".".

       EMITIR-REPORTE-Z.
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./REPORTE-Z " DELIMITED BY SIZE
                  CAJA-TURNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CODIGO-OPERADOR DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           CALL "SYSTEM" USING COMANDO-EJECUTAR
           ON EXCEPTION
               DISPLAY "No se pudo emitir el reporte Z; córralo "
                       "a mano con REPORTE-Z."
           END-CALL.

       CONSULTAR-TURNO.
           PERFORM PEDIR-CAJA
           MOVE CAJA-TURNO TO TURNO-CAJA

       COPY TURNOS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY BOVEDA-RUTINAS.
