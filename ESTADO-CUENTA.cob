
       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY CLIENTES-IDX-WS.

       *>----------------------------------------------------
       *> ESTADO DE CUENTA DE CRÉDITO: PARA UN CLIENTE (O
       *> TODOS LOS QUE DEBEN) IMPRIME SALDO INICIAL DEL
       *> PERIODO, CADA FACTURA DE CARTERA Y CADA ABONO DE
       *> PAGOS-CARTERA.DAT DEL PERIODO, SALDO FINAL Y EL PIE
       *> DE ANTIGÜEDAD, CON EL ENCABEZADO COMÚN Y EL BLOQUE
       *> DE DESTINATARIO (RAZÓN SOCIAL, RUT, DIRECCIÓN,
       *> COMUNA, CIUDAD Y E-MAIL DE CLIENTES.IDX), LISTO PARA
       *> ENTREGAR O ENVIAR POR CORREO CADA MES.
       *>----------------------------------------------------
       01 FS-CARTERA             PIC XX.
               10 CG-MONTO       PIC S9(11)V99.
               10 CG-SALDO       PIC S9(11)V99.
               10 CG-ESTADO      PIC X.
               10 CG-CLASE       PIC X.
       01 IDX-CG                 PIC 9(3).
       01 TIPO-CARGO-TXT         PIC X(14).

       01 MAX-ABONOS             PIC 9(3) VALUE 300.
       01 TOTAL-ABONOS           PIC 9(3) VALUE 0.
                           MOVE CR-SALDO TO CG-SALDO (TOTAL-CARGOS)
                           MOVE CR-ESTADO
                               TO CG-ESTADO (TOTAL-CARGOS)
                           MOVE CR-CLASE
                               TO CG-CLASE (TOTAL-CARGOS)
                       END-IF
               END-READ
           END-PERFORM
                  FECHA-HASTA DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE CLIENTE-EN-CURSO TO CLIENTE-RECEPTOR
           PERFORM LEER-DATOS-RECEPTOR
           PERFORM VARYING IDX-RECEPTOR FROM 1 BY 1
                   UNTIL IDX-RECEPTOR > TOTAL-LINEAS-RECEPTOR
               MOVE LINEA-RECEPTOR (IDX-RECEPTOR) TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           IF RECEPTOR-HALLADO = 'S' AND DR-DIRECCION = SPACES
               DISPLAY "Aviso: el cliente " CLIENTE-EN-CURSO
                       " no tiene dirección registrada."
           END-IF

           PERFORM CALCULAR-SALDO-INICIAL
           MOVE SALDO-INICIAL TO F-SALDO
                   AND CG-FECHA (IDX-CG) <= FECHA-HASTA
                   ADD CG-MONTO (IDX-CG) TO CARGOS-PERIODO
                   MOVE CG-MONTO (IDX-CG) TO F-MONTO
                   EVALUATE CG-CLASE (IDX-CG)
                       WHEN 'I'
                           MOVE " Mora    caja " TO TIPO-CARGO-TXT
                       WHEN 'Q'
                           MOVE " Protesto caja" TO TIPO-CARGO-TXT
                       WHEN OTHER
                           MOVE " Factura caja " TO TIPO-CARGO-TXT
                   END-EVALUATE
                   MOVE SPACES TO LINEA-SALIDA
                   STRING CG-FECHA (IDX-CG) DELIMITED BY SIZE
                          TIPO-CARGO-TXT DELIMITED BY SIZE
                          CG-CAJA (IDX-CG) DELIMITED BY SIZE
                          " folio " DELIMITED BY SIZE
                          CG-FOLIO (IDX-CG) DELIMITED BY SIZE
           PERFORM ESCRIBIR-LINEA.

       COPY ENCABEZADO-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
