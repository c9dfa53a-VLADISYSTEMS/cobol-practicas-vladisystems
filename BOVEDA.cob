       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOVEDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY BOVEDA-SELECT.
       COPY TURNOS-SELECT.
       COPY OPERADORES-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY BOVEDA-FD.
       COPY TURNOS-FD.
       COPY OPERADORES-FD.

       WORKING-STORAGE SECTION.
       COPY BOVEDA-WS.
       COPY TURNOS-WS.
       COPY OPERADORES-WS.

       *>----------------------------------------------------
       *> LIBRO DE LA BÓVEDA (CAJA FUERTE). REGISTRA LOS
       *> MOVIMIENTOS QUE NO NACEN EN TURNOS-CAJA: RETIROS DE
       *> EFECTIVO DE UNA CAJA CON TURNO ABIERTO, DEPÓSITOS
       *> ENVIADOS AL BANCO Y SENCILLO COMPRADO AL BANCO, CADA
       *> UNO CON SU CONTEO POR BILLETE Y MONEDA. EL ARQUEO
       *> CUENTA LA BÓVEDA Y LO COMPARA CON EL SALDO SEGÚN
       *> LIBROS; LA DIFERENCIA LA AJUSTA UN ADMINISTRADOR.
       *> OPERAN SUPERVISORES Y ADMINISTRADORES, CON PIN.
       *>----------------------------------------------------
       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-HOY              PIC 9(8).
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.
       01 CAJA-TXT               PIC X(4).
       01 CAJA-RETIRO            PIC 9(2) VALUE 1.
       01 BOLETA-CAPTURA         PIC X(10).
       01 CONFIRMAR              PIC X.
       01 DIFERENCIA-ARQUEO      PIC S9(11)V99 VALUE 0.
       01 F-MONTO                PIC -(10)9.99.
       01 F-SALDO                PIC -(10)9.99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  BÓVEDA"
           DISPLAY "==============================="
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM INICIAR-SESION-OPERADOR

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Retiro de efectivo de una caja"
               DISPLAY "2. Depósito enviado al banco"
               DISPLAY "3. Sencillo comprado al banco"
               DISPLAY "4. Arqueo de la bóveda"
               DISPLAY "5. Consultar saldo de la bóveda"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM RETIRAR-DE-CAJA
                   WHEN 2
                       PERFORM ENVIAR-DEPOSITO
                   WHEN 3
                       PERFORM COMPRAR-SENCILLO
                   WHEN 4
                       PERFORM ARQUEAR-BOVEDA
                   WHEN 5
                       PERFORM CONSULTAR-SALDO
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM
           DISPLAY "Bóveda finalizado."
           STOP RUN.

      *>----------------------------------------------------
      *> SOLO SUPERVISORES Y ADMINISTRADORES, CON PIN.
      *>----------------------------------------------------
       INICIAR-SESION-OPERADOR.
           PERFORM CARGAR-OPERADORES
           MOVE 'N' TO SESION-VALIDA
           PERFORM UNTIL SESION-VALIDA = 'S'
               DISPLAY "Código de operador:"
               ACCEPT OPERADOR-TXT
               IF FUNCTION TRIM(OPERADOR-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (OPERADOR-TXT)
                       TO CODIGO-OPERADOR
                   PERFORM BUSCAR-OPERADOR
                   EVALUATE TRUE
                       WHEN OPERADOR-ENCONTRADO = 'N'
                           DISPLAY "No existe ese operador. Intente "
                                   "de nuevo."
                       WHEN OPERADOR-ACTIVO NOT = 'S'
                           DISPLAY "El operador está inactivo. "
                                   "Intente de nuevo."
                       WHEN OPERADOR-ROL = 'C'
                           DISPLAY "Solo un supervisor o un "
                                   "administrador opera la "
                                   "bóveda."
                           STOP RUN
                       WHEN OTHER
                           PERFORM VERIFICAR-PIN-OPERADOR
                           IF PIN-OK = 'S'
                               DISPLAY "Sesión iniciada: "
                                       FUNCTION
                                       TRIM(OPERADOR-NOMBRE)
                               MOVE 'S' TO SESION-VALIDA
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> RETIRO (DROP) DE UNA CAJA CON TURNO ABIERTO: EL
      *> EFECTIVO SE CUENTA AL SACARLO DEL CAJÓN Y ENTRA A LA
      *> BÓVEDA A NOMBRE DE ESE TURNO.
      *>----------------------------------------------------
       RETIRAR-DE-CAJA.
           DISPLAY "Número de caja (ENTER = 1):"
           ACCEPT CAJA-TXT
           IF FUNCTION TRIM(CAJA-TXT) NOT = SPACES
               AND FUNCTION TRIM(CAJA-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (CAJA-TXT) TO CAJA-RETIRO
           ELSE
               MOVE 1 TO CAJA-RETIRO
           END-IF
           MOVE CAJA-RETIRO TO TURNO-CAJA
           MOVE FECHA-HOY TO TURNO-FECHA
           PERFORM BUSCAR-TURNO-ABIERTO
           IF TURNO-HALLADO = 'N'
               DISPLAY "La caja " CAJA-RETIRO " no tiene turno "
                       "abierto hoy."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Conteo del efectivo retirado del cajón:"
           MOVE 'C' TO CTW-LUGAR
           MOVE CAJA-RETIRO TO CTW-CAJA
           MOVE TURNO-ACTUAL TO CTW-TURNO
           MOVE 'R' TO CTW-MOTIVO
           MOVE CODIGO-OPERADOR TO CTW-OPERADOR
           PERFORM CAPTURAR-CONTEO
           IF CTW-TOTAL = 0
               DISPLAY "Conteo en cero; no se registra el retiro."
               EXIT PARAGRAPH
           END-IF
           PERFORM GRABAR-CONTEO
           MOVE 'R' TO BVW-TIPO
           MOVE CAJA-RETIRO TO BVW-CAJA
           MOVE TURNO-ACTUAL TO BVW-TURNO
           MOVE CTW-TOTAL TO BVW-MONTO
           MOVE SPACES TO BVW-BOLETA
           MOVE CODIGO-OPERADOR TO BVW-OPERADOR
           PERFORM GRABAR-MOVIMIENTO-BOVEDA
           MOVE CTW-TOTAL TO F-MONTO
           DISPLAY "Retiro de $" F-MONTO " de la caja "
                   CAJA-RETIRO " (turno " TURNO-ACTUAL
                   ") ingresado a la bóveda.".

      *>----------------------------------------------------
      *> DEPÓSITO QUE SALE DE LA BÓVEDA HACIA EL BANCO. LA
      *> BOLETA ES LA MISMA QUE DESPUÉS SE CAPTURA EN
      *> DEPOSITOS-BANCO; CON ELLA CONCILIA REPORTE-BOVEDA.
      *>----------------------------------------------------
       ENVIAR-DEPOSITO.
           DISPLAY "Número de boleta del depósito:"
           ACCEPT BOLETA-CAPTURA
           IF BOLETA-CAPTURA = SPACES
               DISPLAY "La boleta es obligatoria."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Conteo del efectivo que se envía al banco:"
           MOVE 'B' TO CTW-LUGAR
           MOVE 0 TO CTW-CAJA
           MOVE 0 TO CTW-TURNO
           MOVE 'B' TO CTW-MOTIVO
           MOVE CODIGO-OPERADOR TO CTW-OPERADOR
           PERFORM CAPTURAR-CONTEO
           IF CTW-TOTAL = 0
               DISPLAY "Conteo en cero; no se registra el depósito."
               EXIT PARAGRAPH
           END-IF
           MOVE FECHA-HOY TO FECHA-SALDO-BOVEDA
           PERFORM CALCULAR-SALDO-BOVEDA
           IF SALDO-BOVEDA < CTW-TOTAL
               DISPLAY "Aviso: el depósito supera el saldo de la "
                       "bóveda según libros; haga un arqueo."
           END-IF
           PERFORM GRABAR-CONTEO
           MOVE 'B' TO BVW-TIPO
           MOVE 0 TO BVW-CAJA
           MOVE 0 TO BVW-TURNO
           MOVE CTW-TOTAL TO BVW-MONTO
           MOVE BOLETA-CAPTURA TO BVW-BOLETA
           MOVE CODIGO-OPERADOR TO BVW-OPERADOR
           PERFORM GRABAR-MOVIMIENTO-BOVEDA
           MOVE CTW-TOTAL TO F-MONTO
           DISPLAY "Depósito de $" F-MONTO " con boleta "
                   BOLETA-CAPTURA " enviado; capture la boleta "
                   "en DEPOSITOS-BANCO.".

       COMPRAR-SENCILLO.
           DISPLAY "Conteo del sencillo recibido del banco:"
           MOVE 'B' TO CTW-LUGAR
           MOVE 0 TO CTW-CAJA
           MOVE 0 TO CTW-TURNO
           MOVE 'C' TO CTW-MOTIVO
           MOVE CODIGO-OPERADOR TO CTW-OPERADOR
           PERFORM CAPTURAR-CONTEO
           IF CTW-TOTAL = 0
               DISPLAY "Conteo en cero; no se registra la compra."
               EXIT PARAGRAPH
           END-IF
           PERFORM GRABAR-CONTEO
           MOVE 'C' TO BVW-TIPO
           MOVE 0 TO BVW-CAJA
           MOVE 0 TO BVW-TURNO
           MOVE CTW-TOTAL TO BVW-MONTO
           MOVE SPACES TO BVW-BOLETA
           MOVE CODIGO-OPERADOR TO BVW-OPERADOR
           PERFORM GRABAR-MOVIMIENTO-BOVEDA
           MOVE CTW-TOTAL TO F-MONTO
           DISPLAY "Sencillo de $" F-MONTO " ingresado a la "
                   "bóveda.".

      *>----------------------------------------------------
      *> ARQUEO: EL CONTEO QUEDA GRABADO SIEMPRE; SI NO CUADRA
      *> CON LOS LIBROS, UN ADMINISTRADOR PUEDE REGISTRAR EL
      *> AJUSTE (J). EL PRIMER ARQUEO CON SU AJUSTE CARGA EL
      *> SALDO INICIAL DE LA BÓVEDA.
      *>----------------------------------------------------
       ARQUEAR-BOVEDA.
           DISPLAY "Conteo del efectivo de la bóveda:"
           MOVE 'B' TO CTW-LUGAR
           MOVE 0 TO CTW-CAJA
           MOVE 0 TO CTW-TURNO
           MOVE 'A' TO CTW-MOTIVO
           MOVE CODIGO-OPERADOR TO CTW-OPERADOR
           PERFORM CAPTURAR-CONTEO
           PERFORM GRABAR-CONTEO
           MOVE FECHA-HOY TO FECHA-SALDO-BOVEDA
           PERFORM CALCULAR-SALDO-BOVEDA
           COMPUTE DIFERENCIA-ARQUEO = CTW-TOTAL - SALDO-BOVEDA
           MOVE SALDO-BOVEDA TO F-SALDO
           DISPLAY "Saldo según libros : $" F-SALDO
           MOVE CTW-TOTAL TO F-SALDO
           DISPLAY "Efectivo contado   : $" F-SALDO
           MOVE DIFERENCIA-ARQUEO TO F-SALDO
           DISPLAY "Diferencia         : $" F-SALDO
           IF DIFERENCIA-ARQUEO = 0
               DISPLAY "La bóveda cuadra con los libros."
               EXIT PARAGRAPH
           END-IF
           IF OPERADOR-ROL NOT = 'A'
               DISPLAY "La bóveda no cuadra; un administrador debe "
                       "registrar el ajuste."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "¿Registrar el ajuste por la diferencia? (S/N):"
           ACCEPT CONFIRMAR
           IF FUNCTION UPPER-CASE(CONFIRMAR) NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO BVW-TIPO
           MOVE 0 TO BVW-CAJA
           MOVE 0 TO BVW-TURNO
           MOVE DIFERENCIA-ARQUEO TO BVW-MONTO
           MOVE SPACES TO BVW-BOLETA
           MOVE CODIGO-OPERADOR TO BVW-OPERADOR
           PERFORM GRABAR-MOVIMIENTO-BOVEDA
           DISPLAY "Ajuste registrado; la bóveda queda en $"
                   F-TOTAL-CONTEO ".".

       CONSULTAR-SALDO.
           MOVE FECHA-HOY TO FECHA-SALDO-BOVEDA
           PERFORM CALCULAR-SALDO-BOVEDA
           MOVE SALDO-BOVEDA TO F-SALDO
           DISPLAY "Saldo de la bóveda según libros: $" F-SALDO.

       COPY BOVEDA-RUTINAS.
       COPY TURNOS-RUTINAS.
       COPY OPERADORES-RUTINAS.
