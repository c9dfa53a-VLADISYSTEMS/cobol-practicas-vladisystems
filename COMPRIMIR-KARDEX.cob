       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY KARDEX-SELECT.
           SELECT ARCHIVO-KARDEX-HIST
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-HIST
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY KARDEX-FD.

       FD  ARCHIVO-KARDEX-HIST.
       01  KARDEX-SEC-REG.
       COPY KARDEX-SEC-REG.

       COPY BITACORA-FD.

       *> USO: COMPRIMIR-KARDEX <AAAA>
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-KARDEX-HIST         PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-HIST    PIC X(16).

       01 ANIO-TXT               PIC X(6).
       01 ANIO-CIERRE            PIC 9(4).
           IF TABLA-LLENA = 'S'
               DISPLAY "ERROR: más de " MAX-SALDOS " productos "
                       "con movimientos en el año; la tabla de "
                       "saldos de apertura no alcanza y KARDEX.IDX "
                       "queda SIN CAMBIOS. Amplíe MAX-SALDOS y "
                       "vuelva a correr."
               MOVE 'F' TO BW-EVENTO
      *>----------------------------------------------------
      *> PASADA 1: COPIA AL ARCHIVO ANUAL LOS MOVIMIENTOS DEL
      *> AÑO CERRADO Y SE QUEDA CON EL ÚLTIMO SALDO DE CADA
      *> PRODUCTO (EL KARDEX VA POR PRODUCTO Y, DENTRO DE
      *> ÉL, POR FECHA Y HORA, ASÍ QUE EL ÚLTIMO LEÍDO DE
      *> CADA PRODUCTO ES SU SALDO AL CIERRE). EL ARCHIVO
      *> ANUAL CONSERVA EL FORMATO SECUENCIAL DE SIEMPRE.
      *>----------------------------------------------------
       ARCHIVAR-ANIO.
           OPEN INPUT ARCHIVO-KARDEX
           IF FS-KARDEX NOT = "00"
               DISPLAY "No hay movimientos en KARDEX.IDX."
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
           OPEN OUTPUT ARCHIVO-KARDEX-HIST
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-KARDEX NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF KX-FECHA <= FECHA-CORTE
                           PERFORM PASAR-A-FORMATO-ANUAL
                           WRITE KARDEX-SEC-REG
                           ADD 1 TO MOVIMIENTOS-ARCHIVADOS
                           PERFORM ANOTAR-SALDO
                       END-IF
           CLOSE ARCHIVO-KARDEX
           CLOSE ARCHIVO-KARDEX-HIST.

       PASAR-A-FORMATO-ANUAL.
           MOVE KX-FECHA TO KS-FECHA
           MOVE KX-HORA TO KS-HORA
           MOVE KX-CODIGO TO KS-CODIGO
           MOVE KX-TIPO TO KS-TIPO
           MOVE KX-FOLIO TO KS-FOLIO
           MOVE KX-UNIDADES TO KS-UNIDADES
           MOVE KX-SALDO TO KS-SALDO
           MOVE KX-MOTIVO TO KS-MOTIVO.

       ANOTAR-SALDO.
           MOVE 'N' TO ENCONTRADO
           PERFORM VARYING IDX FROM 1 BY 1
           END-IF.

      *>----------------------------------------------------
      *> PASADA 2: SE BORRAN DEL INDEXADO LOS MOVIMIENTOS DEL
      *> AÑO CERRADO Y CADA PRODUCTO RECIBE UN REGISTRO DE
      *> SALDO DE APERTURA (TIPO 'S') QUE, POR LLEVAR HORA
      *> CERO DEL PRIMER DÍA DEL AÑO, QUEDA ANTES DE SUS
      *> MOVIMIENTOS VIGENTES.
      *>----------------------------------------------------
       REESCRIBIR-KARDEX.
           OPEN I-O ARCHIVO-KARDEX
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-KARDEX NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF KX-FECHA <= FECHA-CORTE
                           DELETE ARCHIVO-KARDEX RECORD
                       ELSE
                           ADD 1 TO MOVIMIENTOS-VIGENTES
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TOTAL-SALDOS
               MOVE SA-CODIGO (IDX) TO KX-CODIGO
               MOVE FECHA-APERTURA TO KX-FECHA
               MOVE 0 TO KX-HORA
               MOVE 'S' TO KX-TIPO
               MOVE 0 TO KX-FOLIO
               MOVE SA-SALDO (IDX) TO KX-UNIDADES
               MOVE SA-SALDO (IDX) TO KX-SALDO
               MOVE SPACES TO KX-MOTIVO
               PERFORM GRABAR-SALDO-APERTURA
           END-PERFORM
           CLOSE ARCHIVO-KARDEX.

       GRABAR-SALDO-APERTURA.
           MOVE 'N' TO KW-GRABADO
           PERFORM UNTIL KW-GRABADO = 'S'
               WRITE KARDEX-REG
                   INVALID KEY
                       IF FS-KARDEX = "22"
                           ADD 1 TO KX-HORA
                       ELSE
                           DISPLAY "ERROR al grabar el saldo de "
                                   "apertura del producto "
                                   KX-CODIGO " (" FS-KARDEX ")."
                           MOVE 'S' TO KW-GRABADO
                       END-IF
                   NOT INVALID KEY
                       MOVE 'S' TO KW-GRABADO
               END-WRITE
           END-PERFORM.

       COPY BITACORA-RUTINAS.
