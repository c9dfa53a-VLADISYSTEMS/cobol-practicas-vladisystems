           SELECT ARCHIVO-ABONOS ASSIGN TO "ABONOS-SEPARE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ABONOS.
           SELECT ARCHIVO-ANTICIPOS ASSIGN TO "ANTICIPOS-PEDIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTICIPOS.
           SELECT ARCHIVO-GARANTIAS
               ASSIGN TO "GARANTIAS-ALQUILER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GARANTIAS.
       COPY CHEQUES-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
           05 EG-CONCEPTO          PIC X(30).
           05 EG-MONTO             PIC 9(9)V99.
           05 EG-OPERADOR          PIC 9(4).
           05 EG-CAJA              PIC 9(2).
           05 EG-TURNO             PIC 9(2).
           05 EG-SUCURSAL          PIC 9(2).

       FD  ARCHIVO-ABONOS.
       01  ABONO-REG.
           05 AB-MONTO             PIC 9(9)V99.
           05 AB-FORMA             PIC X(13).

       FD  ARCHIVO-ANTICIPOS.
       01  ANTICIPO-REG.
           05 AN-NUMERO            PIC 9(6).
           05 AN-FECHA             PIC 9(8).
           05 AN-MONTO             PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
           05 AN-FORMA             PIC X(13).

       FD  ARCHIVO-GARANTIAS.
       01  GARANTIA-REG.
           05 GA-NUMERO            PIC 9(6).
           05 GA-FECHA             PIC 9(8).
           05 GA-MONTO             PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
           05 GA-FORMA             PIC X(13).

       COPY CHEQUES-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY CHEQUES-WS.

       *>----------------------------------------------------
       *> CAPTURA Y CONCILIACIÓN DE DEPÓSITOS: EL ARQUEO
       *> PRUEBA CUÁNTO EFECTIVO SALIÓ DEL CAJÓN; ESTO PRUEBA
       *> QUE LLEGÓ AL BANCO. EL ESPERADO DE CADA DÍA ES EL
       *> EFECTIVO COBRADO (VENTAS + PARTE EFECTIVO DE PAGOS
       *> MIXTOS + RESTOS ANTIGUOS + ABONOS SEPARE Y
       *> ANTICIPOS DE PEDIDOS ESPECIALES EN EFECTIVO, CON LOS
       *> ANTICIPOS DEVUELTOS EN NEGATIVO, Y LO MISMO PARA LOS
       *> DEPÓSITOS DE GARANTÍA DE ALQUILER) MENOS LOS EGRESOS
       *> DE CAJA CHICA, MÁS LOS CHEQUES QUE CARTERA-CHEQUES
       *> MARCÓ DEPOSITADOS ESE DÍA (VAN EN LA MISMA BOLETA);
       *> LOS DÍAS DESCUADRADOS SE ARRASTRAN EN LA DIFERENCIA
       *> ACUMULADA HASTA ACLARARSE. SÓLO CUENTA EL EFECTIVO DE
       *> CASA MATRIZ: LAS LÍNEAS IMPORTADAS DE UNA SUCURSAL
       *> (CÓDIGO DE SUCURSAL DISTINTO DE 0) LAS DEPOSITA ESA
       *> TIENDA EN SU PROPIO BANCO.
       *>----------------------------------------------------
       01 FS-DEPOSITOS           PIC XX.
       01 FS-VENTAS              PIC XX.
       01 FS-PAGO-RESTO          PIC XX.
       01 FS-EGRESOS             PIC XX.
       01 FS-ABONOS              PIC XX.
       01 FS-ANTICIPOS           PIC XX.
       01 FS-GARANTIAS           PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 EFECTIVO-DIA           PIC S9(11)V99.
       01 EGRESOS-DIA            PIC S9(11)V99.
       01 ABONOS-DIA             PIC S9(11)V99.
       01 CHEQUES-DIA            PIC S9(11)V99.
       01 ESPERADO-DIA           PIC S9(11)V99.
       01 DEPOSITADO-DIA         PIC S9(11)V99.
       01 DIFERENCIA-DIA         PIC S9(11)V99.
       01 F-DEPOSITADO           PIC -(9).99.
       01 F-DIFERENCIA           PIC -(9).99.
       01 F-ACUMULADA            PIC -(9).99.
       01 F-CHEQUES              PIC -(9).99.

       PROCEDURE DIVISION.

                      " ** DESCUADRE **" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           END-IF
           PERFORM ESCRIBIR-LINEA
           IF CHEQUES-DIA NOT = 0
               MOVE CHEQUES-DIA TO F-CHEQUES
               MOVE SPACES TO LINEA-SALIDA
               STRING "         (el esperado incluye cheques "
                      DELIMITED BY SIZE
                      "depositados por $" DELIMITED BY SIZE
                      F-CHEQUES DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

      *>----------------------------------------------------
      *> EFECTIVO ESPERADO DEL DÍA: MISMA RECETA QUE EL CAJÓN
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF (VR-SUCURSAL IS NOT NUMERIC
                               OR VR-SUCURSAL = 0)
                               AND (VR-FORMA-PAGO = "EFECTIVO"
                               OR (VR-FORMA-PAGO = "ANTICIPO"
                                   AND VR-TOTAL-NETO < 0))
                               ADD VR-TOTAL-NETO TO EFECTIVO-DIA
                           END-IF
                   END-READ
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF (PG-SUCURSAL IS NOT NUMERIC
                               OR PG-SUCURSAL = 0)
                               AND (PG-FORMA = "EFECTIVO"
                               OR (PG-FORMA = "ANTICIPO"
                                   AND PG-MONTO < 0))
                               ADD PG-MONTO TO EFECTIVO-DIA
                           END-IF
                   END-READ
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF EG-SUCURSAL IS NOT NUMERIC
                               OR EG-SUCURSAL = 0
                               ADD EG-MONTO TO EGRESOS-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-EGRESOS
               END-PERFORM
               CLOSE ARCHIVO-ABONOS
           END-IF
           OPEN INPUT ARCHIVO-ANTICIPOS
           IF FS-ANTICIPOS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-ANTICIPOS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF AN-FECHA = FECHA-DIA
                               AND AN-FORMA = "EFECTIVO"
                               ADD AN-MONTO TO ABONOS-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ANTICIPOS
           END-IF
           OPEN INPUT ARCHIVO-GARANTIAS
           IF FS-GARANTIAS = "00"
               MOVE 'N' TO FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO = 'S'
                   READ ARCHIVO-GARANTIAS
                       AT END
                           MOVE 'S' TO FIN-ARCHIVO
                       NOT AT END
                           IF GA-FECHA = FECHA-DIA
                               AND GA-FORMA = "EFECTIVO"
                               ADD GA-MONTO TO ABONOS-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-GARANTIAS
           END-IF
           PERFORM SUMAR-CHEQUES-DEPOSITADOS
           COMPUTE ESPERADO-DIA =
               EFECTIVO-DIA + ABONOS-DIA - EGRESOS-DIA
               + CHEQUES-DIA.

      *>----------------------------------------------------
      *> CHEQUES DEPOSITADOS EL DÍA, AUNQUE DESPUÉS EL BANCO
      *> LOS HAYA PROTESTADO (EL PROTESTO ES UN CARGO
      *> POSTERIOR EN LA CUENTA, NO CAMBIA LA BOLETA).
      *>----------------------------------------------------
       SUMAR-CHEQUES-DEPOSITADOS.
           MOVE 0 TO CHEQUES-DIA
           OPEN INPUT ARCHIVO-CHEQUES
           IF FS-CHEQUES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CHEQUES
           PERFORM UNTIL FIN-CHEQUES = 'S'
               READ ARCHIVO-CHEQUES
                   AT END
                       MOVE 'S' TO FIN-CHEQUES
                   NOT AT END
                       IF CH-FECHA-DEPOSITADO = FECHA-DIA
                           AND (CH-ESTADO = 'D' OR CH-ESTADO = 'P')
                           ADD CH-MONTO TO CHEQUES-DIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CHEQUES.

       SUMAR-DEPOSITOS.
           MOVE 0 TO DEPOSITADO-DIA
