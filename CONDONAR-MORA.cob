       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDONAR-MORA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CARTERA-SELECT.
           SELECT ARCHIVO-CARTERA-TMP ASSIGN TO "CARTERA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTERA-TMP.
       COPY CUOTAS-SELECT.
           SELECT ARCHIVO-CUOTAS-TMP ASSIGN TO "CUOTAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUOTAS-TMP.
       COPY MORA-SELECT.
       COPY OPERADORES-SELECT.
       COPY AUTORIZA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CARTERA-FD.

       FD  ARCHIVO-CARTERA-TMP.
       01  CARTERA-TMP-REG        PIC X(58).

       COPY CUOTAS-FD.

       FD  ARCHIVO-CUOTAS-TMP.
       01  CUOTA-TMP-REG          PIC X(48).

       COPY MORA-FD.
       COPY OPERADORES-FD.
       COPY AUTORIZA-FD.

       WORKING-STORAGE SECTION.
       COPY MORA-WS.
       COPY OPERADORES-WS.
       COPY AUTORIZA-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CONDONACIÓN DE UN CARGO POR MORA (DE CARTERA O DE
       *> CUOTA), POR SU NÚMERO DE DOCUMENTO, CON AUTORIZACIÓN
       *> DE SUPERVISOR (QUEDA EN AUTORIZACIONES.DAT COMO
       *> "CONDONAR MORA"). SE CONDONA EL SALDO PENDIENTE: SI
       *> EL CARGO NO TENÍA ABONOS QUEDA CANCELADO (ESTADO X);
       *> SI YA TENÍA ABONOS, SU MONTO SE REBAJA A LO PAGADO Y
       *> QUEDA SALDADO. LA CONDONACIÓN VA A
       *> MORA-MOVIMIENTOS.DAT PARA REVERSAR EL INGRESO EN LA
       *> PÓLIZA DIARIA.
       *>----------------------------------------------------
       01 FS-CARTERA             PIC XX.
       01 FS-CARTERA-TMP         PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 FS-CUOTAS-TMP          PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 RESULT-CODE            PIC 9(2).

       01 DOCUMENTO-TXT          PIC X(8).
       01 DOCUMENTO-MORA         PIC 9(6) VALUE 0.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 CONFIRMAR              PIC X.
       01 OPCION                 PIC X VALUE 'S'.

       *>----------------------------------------------------
       *> CARGO HALLADO (ORIGEN F = FACTURA DE CARTERA,
       *> C = CUOTA DE SOCIO)
       *>----------------------------------------------------
       01 CARGO-HALLADO          PIC X VALUE 'N'.
       01 CARGO-ORIGEN           PIC X.
       01 CARGO-ESTADO           PIC X.
       01 CARGO-CAJA             PIC 9(2).
       01 CARGO-MONTO            PIC S9(11)V99.
       01 CARGO-SALDO            PIC S9(11)V99.
       01 CARGO-CONDONADO        PIC X VALUE 'N'.
       01 F-MONTO                PIC Z(8)9.99.
       01 F-SALDO                PIC Z(8)9.99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CONDONACIÓN DE CARGOS POR MORA"
           DISPLAY "==============================="

           PERFORM INICIAR-SESION-OPERADOR
           PERFORM UNTIL OPCION = 'N'
               PERFORM CONDONAR-CARGO
               DISPLAY "¿Desea condonar otro cargo? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM
           DISPLAY "Fin de la condonación de cargos por mora."
           STOP RUN.

       CONDONAR-CARGO.
           PERFORM PEDIR-DOCUMENTO-MORA
           MOVE 'N' TO CARGO-HALLADO
           PERFORM BUSCAR-CARGO-CARTERA
           IF CARGO-HALLADO = 'N'
               PERFORM BUSCAR-CARGO-CUOTA
           END-IF
           IF CARGO-HALLADO = 'N'
               DISPLAY "No existe el cargo por mora " DOCUMENTO-MORA
                       "."
               EXIT PARAGRAPH
           END-IF
           IF CARGO-ORIGEN = 'F' AND CARGO-ESTADO NOT = 'A'
               OR CARGO-ORIGEN = 'C' AND CARGO-ESTADO NOT = 'P'
               OR CARGO-SALDO NOT > 0
               DISPLAY "El cargo ya no tiene saldo pendiente; no "
                       "hay nada que condonar."
               EXIT PARAGRAPH
           END-IF

           MOVE CARGO-SALDO TO F-SALDO
           DISPLAY "Se condonará el saldo de $" F-SALDO
           DISPLAY "¿Confirma la condonación? (S/N):"
           ACCEPT CONFIRMAR
           MOVE FUNCTION UPPER-CASE(CONFIRMAR) TO CONFIRMAR
           IF CONFIRMAR NOT = 'S'
               DISPLAY "Condonación descartada."
               EXIT PARAGRAPH
           END-IF

           MOVE "CONDONAR MORA" TO AUT-ACCION
           MOVE DOCUMENTO-MORA TO AUT-DOCUMENTO
           MOVE CARGO-CAJA TO AUT-CAJA
           PERFORM PEDIR-AUTORIZACION
           IF AUTORIZACION-OK = 'N'
               DISPLAY "Condonación no autorizada; el cargo sigue "
                       "pendiente."
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO CARGO-CONDONADO
           IF CARGO-ORIGEN = 'F'
               PERFORM CONDONAR-EN-CARTERA
           ELSE
               PERFORM CONDONAR-EN-CUOTAS
           END-IF
           IF CARGO-CONDONADO = 'N'
               DISPLAY "No se pudo actualizar el cargo; no se "
                       "condonó."
               EXIT PARAGRAPH
           END-IF

           ACCEPT MW-FECHA FROM DATE YYYYMMDD
           MOVE DOCUMENTO-MORA TO MW-NUMERO
           MOVE CARGO-ORIGEN TO MW-ORIGEN
           MOVE 'N' TO MW-MOVIMIENTO
           COMPUTE MW-MONTO = 0 - CARGO-SALDO
           MOVE CODIGO-OPERADOR TO MW-OPERADOR
           PERFORM GRABAR-MOVIMIENTO-MORA
           DISPLAY "Cargo por mora " DOCUMENTO-MORA " condonado: $"
                   F-SALDO.

       PEDIR-DOCUMENTO-MORA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número del cargo por mora:"
               ACCEPT DOCUMENTO-TXT
               IF FUNCTION TRIM(DOCUMENTO-TXT) IS NOT NUMERIC
                   DISPLAY "Número inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (DOCUMENTO-TXT)
                       TO DOCUMENTO-MORA
                   IF DOCUMENTO-MORA = 0
                       DISPLAY "Número inválido. Intente de nuevo."
                   ELSE
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-CARGO-CARTERA.
           OPEN INPUT ARCHIVO-CARTERA
           IF FS-CARTERA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CARTERA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CR-CLASE = 'I'
                           AND CR-FOLIO = DOCUMENTO-MORA
                           MOVE 'S' TO CARGO-HALLADO
                           MOVE 'S' TO FIN-ARCHIVO
                           MOVE 'F' TO CARGO-ORIGEN
                           MOVE CR-ESTADO TO CARGO-ESTADO
                           MOVE CR-CAJA TO CARGO-CAJA
                           MOVE CR-MONTO TO CARGO-MONTO
                           MOVE CR-SALDO TO CARGO-SALDO
                           MOVE CR-MONTO TO F-MONTO
                           DISPLAY "Cargo por mora de cartera, cliente "
                                   CR-CLIENTE " del " CR-FECHA
                           DISPLAY "Sobre la factura caja "
                                   CR-REF-CAJA " folio " CR-REF-FOLIO
                                   " | Cargo $" F-MONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CARTERA.

       BUSCAR-CARGO-CUOTA.
           OPEN INPUT ARCHIVO-CUOTAS
           IF FS-CUOTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CUOTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CU-CLASE = 'I'
                           AND CU-DOCUMENTO = DOCUMENTO-MORA
                           MOVE 'S' TO CARGO-HALLADO
                           MOVE 'S' TO FIN-ARCHIVO
                           MOVE 'C' TO CARGO-ORIGEN
                           MOVE CU-ESTADO TO CARGO-ESTADO
                           MOVE 0 TO CARGO-CAJA
                           MOVE CU-MONTO TO CARGO-MONTO
                           MOVE CU-SALDO TO CARGO-SALDO
                           MOVE CU-MONTO TO F-MONTO
                           DISPLAY "Cargo por mora de cuota, socio "
                                   CU-MIEMBRO " del mes " CU-ANIO-MES
                           DISPLAY "Sobre la cuota del mes "
                                   CU-REF-ANIO-MES " | Cargo $"
                                   F-MONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUOTAS.

       CONDONAR-EN-CARTERA.
           OPEN INPUT ARCHIVO-CARTERA
           IF FS-CARTERA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-CARTERA-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CARTERA
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CR-CLASE = 'I'
                           AND CR-FOLIO = DOCUMENTO-MORA
                           AND CR-ESTADO = 'A'
                           IF CR-SALDO = CR-MONTO
                               MOVE 'X' TO CR-ESTADO
                           ELSE
                               SUBTRACT CR-SALDO FROM CR-MONTO
                               MOVE 'P' TO CR-ESTADO
                           END-IF
                           MOVE 0 TO CR-SALDO
                           MOVE 'S' TO CARGO-CONDONADO
                       END-IF
                       MOVE CARTERA-REG TO CARTERA-TMP-REG
                       WRITE CARTERA-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CARTERA
           CLOSE ARCHIVO-CARTERA-TMP
           IF CARGO-CONDONADO = 'S'
               CALL "CBL_RENAME_FILE" USING "CARTERA.TMP"
                                             "CARTERA.DAT"
                   RETURNING RESULT-CODE
           END-IF.

       CONDONAR-EN-CUOTAS.
           OPEN INPUT ARCHIVO-CUOTAS
           IF FS-CUOTAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-CUOTAS-TMP
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-CUOTAS
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CU-CLASE = 'I'
                           AND CU-DOCUMENTO = DOCUMENTO-MORA
                           AND CU-ESTADO = 'P'
                           IF CU-SALDO = CU-MONTO
                               MOVE 'X' TO CU-ESTADO
                           ELSE
                               SUBTRACT CU-SALDO FROM CU-MONTO
                               MOVE 'C' TO CU-ESTADO
                           END-IF
                           MOVE 0 TO CU-SALDO
                           MOVE 'S' TO CARGO-CONDONADO
                       END-IF
                       MOVE CUOTA-REG TO CUOTA-TMP-REG
                       WRITE CUOTA-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CUOTAS
           CLOSE ARCHIVO-CUOTAS-TMP
           IF CARGO-CONDONADO = 'S'
               CALL "CBL_RENAME_FILE" USING "CUOTAS.TMP"
                                             "CUOTAS.DAT"
                   RETURNING RESULT-CODE
           END-IF.

      *>----------------------------------------------------
      *> INICIO DE SESIÓN: LA CONDONACIÓN QUEDA A NOMBRE DEL
      *> OPERADOR, Y EL SUPERVISOR QUE LA AUTORIZA EN
      *> AUTORIZACIONES.DAT.
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

       COPY MORA-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY AUTORIZA-RUTINAS.
