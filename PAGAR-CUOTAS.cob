       COPY CUOTAS-FD.

       FD  ARCHIVO-TEMP.
       01  TEMP-REG               PIC X(48).

       COPY OPERADORES-FD.
       COPY RECIBOS-FD.

       *>----------------------------------------------------
       *> COBRO DE CUOTAS: APLICA UN PAGO TOTAL O PARCIAL A
       *> LA CUOTA DE UN SOCIO Y MES, A UNO DE SUS CARGOS
       *> POR MORA, AL ALQUILER DE UN LOCKER DEL MES, A LOS
       *> INVITADOS FUERA DE CUPO FACTURADOS EN EL MES O AL
       *> KIT DE UNIFORME DE UN JUGADOR (PATRÓN DE ARCHIVO
       *> TEMPORAL + CBL_RENAME_FILE PARA REESCRIBIR).
       *>----------------------------------------------------
       01 FS-CUOTAS              PIC XX.

       01 MIEMBRO-TXT            PIC X(8).
       01 MIEMBRO-PAGO           PIC 9(6).
       01 MIEMBRO-JUGADOR        PIC 9(6).
       01 ANIO                   PIC 9(4).
       01 MES                    PIC 9(2).
       01 ANIO-MES-PAGO          PIC 9(6).
       *> QUÉ SE COBRA: 1 = CUOTA DEL MES, 2 = CARGO POR MORA
       *> (POR SU NÚMERO DE DOCUMENTO DE LA SERIE DE MORA),
       *> 3 = ALQUILER DE LOCKER (POR MES Y NÚMERO DE LOCKER),
       *> 4 = INVITADOS FUERA DE CUPO (POR MES), 5 = KIT DE
       *> UNIFORME (POR EL SOCIO JUGADOR, SIN MES).
       01 TIPO-COBRO             PIC 9 VALUE 1.
       01 DOCUMENTO-TXT          PIC X(8).
       01 DOCUMENTO-MORA         PIC 9(6) VALUE 0.
       01 LOCKER-COBRO           PIC 9(6) VALUE 0.
       01 MONTO-TXT              PIC X(12).
       01 MONTO-PAGO             PIC 9(9)V99.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.

           PERFORM INICIAR-SESION-OPERADOR
           PERFORM PEDIR-MIEMBRO
           MOVE MIEMBRO-PAGO TO MIEMBRO-JUGADOR
      *>    SI EL SOCIO PERTENECE A UN GRUPO FAMILIAR, LA
      *>    CUOTA ESTÁ A NOMBRE DE SU RESPONSABLE: UN SOLO
      *>    PAGO SALDA A TODO EL GRUPO.
                       GRUPO-RESPONSABLE "."
               MOVE GRUPO-RESPONSABLE TO MIEMBRO-PAGO
           END-IF
           PERFORM PEDIR-TIPO-COBRO
           EVALUATE TIPO-COBRO
               WHEN 2
                   PERFORM PEDIR-DOCUMENTO-MORA
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Año de la cuota (AAAA):"
                   ACCEPT ANIO
                   DISPLAY "Mes de la cuota (MM):"
                   ACCEPT MES
                   COMPUTE ANIO-MES-PAGO = ANIO * 100 + MES
           END-EVALUATE
           IF TIPO-COBRO = 3
               PERFORM PEDIR-LOCKER-COBRO
           END-IF
           PERFORM PEDIR-MONTO

           OPEN INPUT ARCHIVO-CUOTAS
                                             "CUOTAS.DAT"
                   RETURNING RESULT-CODE
           ELSE
               EVALUATE TIPO-COBRO
                   WHEN 2
                       DISPLAY "No hay un cargo por mora pendiente "
                               "de ese socio con ese número; no se "
                               "aplicó el pago."
                   WHEN 3
                       DISPLAY "No hay un alquiler pendiente de ese "
                               "locker para ese socio y mes; no se "
                               "aplicó el pago."
                   WHEN 4
                       DISPLAY "No hay un cargo de invitados "
                               "pendiente de ese socio para ese mes; "
                               "no se aplicó el pago."
                   WHEN 5
                       DISPLAY "No hay un uniforme pendiente de ese "
                               "jugador; no se aplicó el pago."
                   WHEN OTHER
                       DISPLAY "No hay una cuota pendiente de ese "
                               "socio para ese mes; no se aplicó el "
                               "pago."
               END-EVALUATE
           END-IF
           STOP RUN.

               END-IF
           END-PERFORM.

       PEDIR-TIPO-COBRO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Cobrar: 1) Cuota del mes  2) Cargo por mora"
                       "  3) Alquiler de locker  4) Invitados"
                       "  5) Uniforme"
               ACCEPT TIPO-COBRO
               IF TIPO-COBRO >= 1 AND TIPO-COBRO <= 5
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Opción inválida. Intente de nuevo."
               END-IF
           END-PERFORM.

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

       PEDIR-LOCKER-COBRO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de locker:"
               ACCEPT DOCUMENTO-TXT
               IF FUNCTION TRIM(DOCUMENTO-TXT) IS NOT NUMERIC
                   DISPLAY "Número inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (DOCUMENTO-TXT)
                       TO LOCKER-COBRO
                   IF LOCKER-COBRO = 0
                       DISPLAY "Número inválido. Intente de nuevo."
                   ELSE
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

       PEDIR-MONTO.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF CU-MIEMBRO = MIEMBRO-PAGO
                           AND CU-ESTADO = 'P'
                           AND CUOTA-HALLADA = 'N'
                           PERFORM VERIFICAR-DOCUMENTO-COBRO
                       END-IF
                       MOVE CUOTA-REG TO TEMP-REG
                       WRITE TEMP-REG
               END-READ
           END-PERFORM.

       VERIFICAR-DOCUMENTO-COBRO.
           EVALUATE TIPO-COBRO
               WHEN 2
                   IF CU-CLASE = 'I' AND CU-DOCUMENTO = DOCUMENTO-MORA
                       PERFORM APLICAR-PAGO
                   END-IF
               WHEN 3
                   IF CU-CLASE = 'L' AND CU-DOCUMENTO = LOCKER-COBRO
                       AND CU-ANIO-MES = ANIO-MES-PAGO
                       PERFORM APLICAR-PAGO
                   END-IF
               WHEN 4
                   IF CU-CLASE = 'V' AND CU-ANIO-MES = ANIO-MES-PAGO
                       PERFORM APLICAR-PAGO
                   END-IF
               WHEN 5
                   IF CU-CLASE = 'U'
                       AND CU-DOCUMENTO = MIEMBRO-JUGADOR
                       PERFORM APLICAR-PAGO
                   END-IF
               WHEN OTHER
                   IF CU-CLASE NOT = 'I' AND CU-CLASE NOT = 'L'
                       AND CU-CLASE NOT = 'V' AND CU-CLASE NOT = 'U'
                       AND CU-ANIO-MES = ANIO-MES-PAGO
                       PERFORM APLICAR-PAGO
                   END-IF
           END-EVALUATE.

       APLICAR-PAGO.
           MOVE 'S' TO CUOTA-HALLADA
           IF MONTO-PAGO > CU-SALDO
           MOVE 'M' TO RW-TIPO
           MOVE MIEMBRO-PAGO TO RW-REFERENCIA
           MOVE 0 TO RW-REF-CAJA
           MOVE CU-ANIO-MES TO RW-ANIO-MES
           MOVE MONTO-PAGO TO RW-MONTO
           MOVE CODIGO-OPERADOR TO RW-OPERADOR
           PERFORM EMITIR-RECIBO.
