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
           SELECT ARCHIVO-PAGOS-VENTA
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-PAGOS
               ORGANIZATION IS LINE SEQUENTIAL
           05 EG-OPERADOR          PIC 9(4).
           05 EG-CAJA              PIC 9(2).
           05 EG-TURNO             PIC 9(2).
           05 EG-SUCURSAL          PIC 9(2).

       FD  ARCHIVO-PAGO-RESTO.
       01  PAGO-RESTO-REG.
           05 AB-CAJA              PIC 9(2).
           05 AB-TURNO             PIC 9(2).

       FD  ARCHIVO-ANTICIPOS.
       01  ANTICIPO-REG.
           05 AN-NUMERO            PIC 9(6).
           05 AN-FECHA             PIC 9(8).
           05 AN-MONTO             PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
           05 AN-FORMA             PIC X(13).
           05 AN-CAJA              PIC 9(2).
           05 AN-TURNO             PIC 9(2).

       FD  ARCHIVO-GARANTIAS.
       01  GARANTIA-REG.
           05 GA-NUMERO            PIC 9(6).
           05 GA-FECHA             PIC 9(8).
           05 GA-MONTO             PIC S9(9)V99 SIGN LEADING
                                       SEPARATE.
           05 GA-FORMA             PIC X(13).
           05 GA-CAJA              PIC 9(2).
           05 GA-TURNO             PIC 9(2).

       FD  ARCHIVO-PAGOS-VENTA.
       01  PAGOS-VENTA-REG.
       COPY PAGOS-VENTA-REG.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY BITACORA-WS.
       COPY SUCURSAL-WS.
       01 LINEAS-PROCESADAS      PIC 9(7) VALUE 0.

       *>----------------------------------------------------
       *> PARÁMETROS POR LÍNEA DE COMANDO (EJECUCIÓN POR LOTE
       *> DESDE CIERRE-DIA): RESUMEN-VENTAS <AAAAMMDD>
       *> <OPERADOR> [SUCURSAL]. SIN PARÁMETROS SE COMPORTA
       *> COMO SIEMPRE (FECHA DE HOY Y OPERADOR PREGUNTADO EN
       *> PANTALLA) Y PREGUNTA ADEMÁS LA SUCURSAL; SIN
       *> SUCURSAL SE RESUMEN TODAS LAS TIENDAS JUNTAS.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 CAMPO-ARG-FECHA        PIC X(10).
       *>----------------------------------------------------
       *> CORTE POR TURNO: CON UN TURNO ELEGIDO, EL RESUMEN Y
       *> EL ARQUEO SÓLO SUMAN LO ESTAMPADO CON ESE TURNO
       *> (VENTAS, PAGOS MIXTOS, EGRESOS, ABONOS SEPARE Y
       *> ANTICIPOS DE PEDIDOS ESPECIALES);
       *> LOS REGISTROS ANTIGUOS SIN TURNO SÓLO ENTRAN AL
       *> CORTE DEL DÍA COMPLETO. EN MODO LOTE SIEMPRE ES EL
       *> DÍA COMPLETO.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 FECHA-VENTA            PIC 9(8).
       01 NOMBRE-ARCHIVO-VENTAS  PIC X(20).
       01 NOMBRE-ARCHIVO-RESUMEN PIC X(34).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR               PIC X(20).

       *> YA TRAE MEZCLADA LA ACTIVIDAD DE TODAS LAS CAJAS;
       *> AQUÍ SE SEPARA DE NUEVO PARA EL CIERRE)
       *>----------------------------------------------------
       01 MAX-CAJAS              PIC 9(2) VALUE 30.
       01 TOTAL-CAJAS            PIC 9(2) VALUE 0.
       01 TABLA-CAJAS.
           05 CAJA-ENTRADA OCCURS 30 TIMES.
               10 CJ-NUMERO      PIC 9(2).
               10 CJ-UNIDADES    PIC S9(7).
               10 CJ-NETO        PIC S9(11)V99.
       01 TOTAL-NOTACRED         PIC S9(11)V99 VALUE 0.
       01 TOTAL-PUNTOS-PAGO      PIC S9(11)V99 VALUE 0.
       01 TOTAL-USD-PESOS        PIC S9(11)V99 VALUE 0.
       01 TOTAL-CHEQUE           PIC S9(11)V99 VALUE 0.
       01 TOTAL-PLANILLA         PIC S9(11)V99 VALUE 0.
       01 TOTAL-ANTICIPO         PIC S9(11)V99 VALUE 0.

       *>----------------------------------------------------
       *> EGRESOS DE CAJA CHICA DEL DÍA (EGRESOS-AAAAMMDD.DAT)
       01 FIN-ABONOS             PIC X VALUE 'N'.
       01 ABONOS-EFECTIVO-DIA    PIC S9(11)V99 VALUE 0.

       *>----------------------------------------------------
       *> ANTICIPOS DE PEDIDOS ESPECIALES COBRADOS (O
       *> DEVUELTOS, EN NEGATIVO) HOY EN EFECTIVO
       *> (ANTICIPOS-PEDIDO.DAT): MISMO TRATO QUE LOS ABONOS.
       *> EL ANTICIPO YA APLICADO A UNA FACTURA ES LA FORMA
       *> "ANTICIPO", QUE NO ES DINERO DEL DÍA; SU REVERSO SE
       *> DEVUELVE EN EFECTIVO Y SE RESTA DE ESE BALDE.
       *>----------------------------------------------------
       01 FS-ANTICIPOS           PIC XX.
       01 FIN-ANTICIPOS          PIC X VALUE 'N'.
       01 ANTICIPOS-EFECTIVO-DIA PIC S9(11)V99 VALUE 0.

       *>----------------------------------------------------
       *> DEPÓSITOS DE GARANTÍA DE ALQUILER RECIBIDOS (O
       *> DEVUELTOS, EN NEGATIVO) HOY EN EFECTIVO
       *> (GARANTIAS-ALQUILER.DAT): ESTÁN EN EL CAJÓN AUNQUE
       *> NO SEAN VENTA, IGUAL QUE LOS ANTICIPOS.
       *>----------------------------------------------------
       01 FS-GARANTIAS           PIC XX.
       01 FIN-GARANTIAS          PIC X VALUE 'N'.
       01 GARANTIAS-EFECTIVO-DIA PIC S9(11)V99 VALUE 0.

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-NOTACRED             PIC -(9).99.
       01 F-PUNTOS-PAGO          PIC -(9).99.
       01 F-USD-PESOS            PIC -(9).99.
       01 F-CHEQUE               PIC -(9).99.
       01 F-USD-DIVISA           PIC -(7)9.99.
       01 F-PLANILLA             PIC -(9).99.
       01 F-ANTICIPO             PIC -(9).99.
       01 F-ANTICIPOS-PEDIDO     PIC -(9).99.
       01 F-GARANTIAS            PIC -(9).99.
       01 F-EGRESOS              PIC -(9).99.
       01 F-ABONOS-SEPARE        PIC -(9).99.
       01 F-CAJON                PIC -(9).99.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               PERFORM ACEPTAR-FECHA-COMPLETA
               DISPLAY "Sucursal (ENTER = todas, 00 = casa matriz):"
               ACCEPT SUCURSAL-TXT
           ELSE
               MOVE 'S' TO MODO-LOTE
               UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                   INTO CAMPO-ARG-FECHA, CAMPO-ARG-OPERADOR,
                        SUCURSAL-TXT
               END-UNSTRING
               MOVE FUNCTION NUMVAL (CAMPO-ARG-FECHA)
                   TO FC-FECHA-YYYYMMDD
               DISPLAY "Fecha recibida por línea de comando: "
                       FC-FECHA-YYYYMMDD
           END-IF
           PERFORM INTERPRETAR-SUCURSAL
           MOVE FC-FECHA-YYYYMMDD TO FECHA-VENTA
           PERFORM OBTENER-ARCHIVO-VENTAS
           PERFORM OBTENER-ARCHIVO-RESUMEN
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           IF FILTRAR-SUCURSAL = 'S'
               MOVE SUCURSAL-LEYENDA TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF

           PERFORM HASTA-FIN

           PERFORM MOSTRAR-POR-PRODUCTO
           PERFORM MOSTRAR-POR-CAJA
           PERFORM CARGAR-EGRESOS
           PERFORM CARGAR-PAGOS-MIXTOS
      *>    RESTOS, APARTADOS, ANTICIPOS, GARANTÍAS Y DIVISAS
      *>    SÓLO LOS LLEVA CASA MATRIZ.
           IF INCLUIR-CASA-MATRIZ = 'S'
               PERFORM CARGAR-PAGOS-RESTO
               PERFORM CARGAR-ABONOS-SEPARE
               PERFORM CARGAR-ANTICIPOS-PEDIDO
               PERFORM CARGAR-GARANTIAS-ALQUILER
           END-IF
           PERFORM MOSTRAR-ARQUEO-CAJA
           IF INCLUIR-CASA-MATRIZ = 'S'
               PERFORM MOSTRAR-DIVISAS
           END-IF

           CLOSE ARCHIVO-RESUMEN
           DISPLAY "Resumen grabado en: " NOMBRE-ARCHIVO-RESUMEN
       OBTENER-ARCHIVO-RESUMEN.
           STRING "RESUMEN-VENTAS-" DELIMITED BY SIZE
                  FC-FECHA-YYYYMMDD DELIMITED BY SIZE
                  SUCURSAL-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-RESUMEN.

           END-PERFORM.

       ACUMULAR-VENTA.
           MOVE VR-SUCURSAL TO SUCURSAL-LINEA-TXT
           PERFORM VERIFICAR-SUCURSAL
           IF SUCURSAL-INCLUIDA = 'N'
               EXIT PARAGRAPH
           END-IF
           IF TURNO-FILTRO > 0
               IF VR-TURNO IS NOT NUMERIC
                   OR VR-TURNO NOT = TURNO-FILTRO
                   ADD VR-TOTAL-NETO TO TOTAL-PUNTOS-PAGO
               WHEN "USD"
                   ADD VR-TOTAL-NETO TO TOTAL-USD-PESOS
               WHEN "CHEQUE"
                   ADD VR-TOTAL-NETO TO TOTAL-CHEQUE
               WHEN "PLANILLA"
                   ADD VR-TOTAL-NETO TO TOTAL-PLANILLA
               WHEN "ANTICIPO"
                   IF VR-TOTAL-NETO < 0
                       ADD VR-TOTAL-NETO TO TOTAL-EFECTIVO
                   ELSE
                       ADD VR-TOTAL-NETO TO TOTAL-ANTICIPO
                   END-IF
      *>    LAS VENTAS "MIXTO" SE REPARTEN DESPUÉS CON EL
      *>    DESGLOSE DE PAGOS-VENTA-AAAAMMDD.DAT.
           END-EVALUATE.
                   AT END
                       MOVE 'S' TO FIN-EGRESOS
                   NOT AT END
                       MOVE EG-SUCURSAL TO SUCURSAL-LINEA-TXT
                       PERFORM VERIFICAR-SUCURSAL
                       IF SUCURSAL-INCLUIDA = 'N'
                           EXIT PERFORM CYCLE
                       END-IF
                       IF TURNO-FILTRO = 0
                           OR (EG-TURNO IS NUMERIC
                               AND EG-TURNO = TURNO-FILTRO)
                   AT END
                       MOVE 'S' TO FIN-PAGOS-MIXTOS
                   NOT AT END
                       MOVE PG-SUCURSAL TO SUCURSAL-LINEA-TXT
                       PERFORM VERIFICAR-SUCURSAL
                       IF SUCURSAL-INCLUIDA = 'N'
                           EXIT PERFORM CYCLE
                       END-IF
                       IF TURNO-FILTRO > 0
                           AND (PG-TURNO IS NOT NUMERIC
                               OR PG-TURNO NOT = TURNO-FILTRO)
                               ADD PG-MONTO TO TOTAL-PUNTOS-PAGO
                           WHEN "USD"
                               ADD PG-MONTO TO TOTAL-USD-PESOS
                           WHEN "CHEQUE"
                               ADD PG-MONTO TO TOTAL-CHEQUE
                           WHEN "PLANILLA"
                               ADD PG-MONTO TO TOTAL-PLANILLA
                           WHEN "ANTICIPO"
                               IF PG-MONTO < 0
                                   ADD PG-MONTO TO TOTAL-EFECTIVO
                               ELSE
                                   ADD PG-MONTO TO TOTAL-ANTICIPO
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           END-PERFORM
           CLOSE ARCHIVO-ABONOS.

       CARGAR-ANTICIPOS-PEDIDO.
           OPEN INPUT ARCHIVO-ANTICIPOS
           IF FS-ANTICIPOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-ANTICIPOS = 'S'
               READ ARCHIVO-ANTICIPOS
                   AT END
                       MOVE 'S' TO FIN-ANTICIPOS
                   NOT AT END
                       IF AN-FECHA = FECHA-VENTA
                           AND AN-FORMA = "EFECTIVO"
                           IF TURNO-FILTRO = 0
                               OR AN-TURNO = TURNO-FILTRO
                               ADD AN-MONTO
                                   TO ANTICIPOS-EFECTIVO-DIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ANTICIPOS.

       CARGAR-GARANTIAS-ALQUILER.
           OPEN INPUT ARCHIVO-GARANTIAS
           IF FS-GARANTIAS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-GARANTIAS = 'S'
               READ ARCHIVO-GARANTIAS
                   AT END
                       MOVE 'S' TO FIN-GARANTIAS
                   NOT AT END
                       IF GA-FECHA = FECHA-VENTA
                           AND GA-FORMA = "EFECTIVO"
                           IF TURNO-FILTRO = 0
                               OR GA-TURNO = TURNO-FILTRO
                               ADD GA-MONTO
                                   TO GARANTIAS-EFECTIVO-DIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GARANTIAS.

       MOSTRAR-ARQUEO-CAJA.
           MOVE TOTAL-EFECTIVO      TO F-EFECTIVO
           MOVE TOTAL-TARJETA       TO F-TARJETA
                  F-USD-PESOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-CHEQUE TO F-CHEQUE
           MOVE SPACES TO LINEA-SALIDA
           STRING "Cheques       : $" DELIMITED BY SIZE
                  F-CHEQUE DELIMITED BY SIZE
                  " (a cartera de cheques)" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-PLANILLA TO F-PLANILLA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Planilla      : $" DELIMITED BY SIZE
                  F-PLANILLA DELIMITED BY SIZE
                  " (desc. por nómina)" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-ANTICIPO TO F-ANTICIPO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Anticipo ped. : $" DELIMITED BY SIZE
                  F-ANTICIPO DELIMITED BY SIZE
                  " (aplicado a facturas)" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-EGRESOS-DIA TO F-EGRESOS
           MOVE SPACES TO LINEA-SALIDA
           STRING "Egresos caja  : $" DELIMITED BY SIZE
                  " (cobrados en efectivo)" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE ANTICIPOS-EFECTIVO-DIA TO F-ANTICIPOS-PEDIDO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Anticipos ped.: $" DELIMITED BY SIZE
                  F-ANTICIPOS-PEDIDO DELIMITED BY SIZE
                  " (cobrados en efectivo)" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE GARANTIAS-EFECTIVO-DIA TO F-GARANTIAS
           MOVE SPACES TO LINEA-SALIDA
           STRING "Depósitos alq.: $" DELIMITED BY SIZE
                  F-GARANTIAS DELIMITED BY SIZE
                  " (recibidos - devueltos, efectivo)"
                  DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           COMPUTE CAJON-ESPERADO = TOTAL-EFECTIVO
               + ABONOS-EFECTIVO-DIA + ANTICIPOS-EFECTIVO-DIA
               + GARANTIAS-EFECTIVO-DIA
               - TOTAL-EGRESOS-DIA
           MOVE CAJON-ESPERADO TO F-CAJON
           MOVE SPACES TO LINEA-SALIDA
           STRING "Cajón esperado: $" DELIMITED BY SIZE
                  F-CAJON DELIMITED BY SIZE
                  " (efectivo + abonos + anticipos + depósitos"
                  " - egresos)"
                  DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY BITACORA-RUTINAS.
       COPY SUCURSAL-RUTINAS.
