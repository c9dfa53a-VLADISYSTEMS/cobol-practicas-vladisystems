               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISCREPANCIA.
       COPY BITACORA-SELECT.
       COPY MORA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       01  LINEA-DISCREPANCIA    PIC X(100).

       COPY BITACORA-FD.
       COPY MORA-FD.

       FD  ARCHIVO-DIARIO.
       01  DIARIO-REG.
       WORKING-STORAGE SECTION.
       COPY PARAMETROS-WS.
       COPY BITACORA-WS.
       COPY MORA-WS.
       COPY SUCURSAL-WS.

       *>----------------------------------------------------
       *> FECHA A EXPORTAR
       *> USO: EXPORTAR-DIARIO-CONTABLE <AAAAMMDD> [SUCURSAL]
       *> SIN SUCURSAL LA PÓLIZA CONSOLIDA TODAS LAS TIENDAS;
       *> CON ELLA SALE DIARIO-CONTABLE-AAAAMMDD-SNN.DAT. LA
       *> MORA Y LOS RESTOS DE GIFT CARD SON DE CASA MATRIZ.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 CAMPO-ARG-FECHA        PIC X(10).
       01 FECHA-EXPORTAR         PIC 9(8).

       *>----------------------------------------------------
       01 CTA-NOTACRED           PIC X(8) VALUE "210202".
       01 CTA-PUNTOS             PIC X(8) VALUE "210501".
       01 CTA-USD                PIC X(8) VALUE "110104".
       *> CHEQUES RECIBIDOS (AL DÍA Y A FECHA): DOCUMENTOS EN
       *> CARTERA HASTA QUE SE DEPOSITAN.
       01 CTA-CHEQUES            PIC X(8) VALUE "110105".
       *> DESCUENTO POR PLANILLA: CUENTA POR COBRAR A
       *> EMPLEADOS, QUE SE SALDA CON LA NÓMINA DEL MES.
       01 CTA-PLANILLA           PIC X(8) VALUE "130501".
       *> ANTICIPOS DE PEDIDOS ESPECIALES: PASIVO CON EL
       *> CLIENTE HASTA QUE EL PEDIDO SE FACTURA.
       01 CTA-ANTICIPOS          PIC X(8) VALUE "210402".
       *> CARGOS POR MORA (GENERAR-CARGOS-MORA) Y SUS
       *> CONDONACIONES: INGRESO PROPIO CONTRA LA CUENTA POR
       *> COBRAR DE CARTERA O DE CUOTAS DE SOCIOS.
       01 CTA-INTERESES-MORA     PIC X(8) VALUE "420101".
       01 CTA-CUOTAS-SOCIOS      PIC X(8) VALUE "130201".

       *>----------------------------------------------------
       *> ACUMULADOS DEL DÍA
       01 TOTAL-NOTACRED         PIC S9(11)V99 VALUE 0.
       01 TOTAL-PUNTOS           PIC S9(11)V99 VALUE 0.
       01 TOTAL-USD              PIC S9(11)V99 VALUE 0.
       01 TOTAL-CHEQUE           PIC S9(11)V99 VALUE 0.
       01 TOTAL-PLANILLA         PIC S9(11)V99 VALUE 0.
       01 TOTAL-ANTICIPO         PIC S9(11)V99 VALUE 0.
       01 TOTAL-BASE             PIC S9(11)V99 VALUE 0.
       01 TOTAL-IVA              PIC S9(11)V99 VALUE 0.
       01 TOTAL-MORA-CARTERA     PIC S9(11)V99 VALUE 0.
       01 TOTAL-MORA-CUOTAS      PIC S9(11)V99 VALUE 0.
       01 TOTAL-MORA-INGRESO     PIC S9(11)V99 VALUE 0.
       01 MOVIMIENTOS-MORA       PIC 9(5) VALUE 0.
       01 FIN-MORA               PIC X VALUE 'N'.
       01 BRUTO-LINEA            PIC S9(11)V99.
       01 TOTAL-LINEAS           PIC 9(7) VALUE 0.
       01 LINEAS-POLIZA          PIC 9(3) VALUE 0.
       *> DESCUADRADO, Y EL EVENTO QUEDA EN LA BITÁCORA.
       *>----------------------------------------------------
       01 FS-DISCREPANCIA        PIC XX.
       01 NOMBRE-ARCHIVO-DISCR   PIC X(40).
       01 TOTAL-NETO-DIA         PIC S9(11)V99 VALUE 0.
       01 TOTAL-DEBE             PIC S9(11)V99 VALUE 0.
       01 TOTAL-HABER            PIC S9(11)V99 VALUE 0.
       01 DEBE-VENTAS            PIC S9(11)V99 VALUE 0.
       01 LINEA-SALIDA           PIC X(100).
       01 F-DEBE                 PIC -(9).99.
       01 F-HABER                PIC -(9).99.
                  FECHA-EXPORTAR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-VENTAS
      *>    UN DÍA SIN VENTAS PUEDE TRAER IGUAL MOVIMIENTOS DE
      *>    MORA (LA CORRIDA MENSUAL O UNA CONDONACIÓN).
           OPEN INPUT ARCHIVO-VENTAS
           IF FS-VENTAS NOT = "00"
               DISPLAY "No hay ventas para la fecha " FECHA-EXPORTAR
           ELSE
               PERFORM HASTA-FIN
               CLOSE ARCHIVO-VENTAS
               IF INCLUIR-CASA-MATRIZ = 'S'
                   PERFORM CARGAR-PAGOS-RESTO
               END-IF
               PERFORM CARGAR-PAGOS-MIXTOS
           END-IF
           IF INCLUIR-CASA-MATRIZ = 'S'
               PERFORM CARGAR-MOVIMIENTOS-MORA
           END-IF

           IF TOTAL-LINEAS = 0 AND MOVIMIENTOS-MORA = 0
               DISPLAY "El archivo del día está vacío; "
                       "no se generó póliza."
               MOVE 'F' TO BW-EVENTO

           PERFORM VERIFICAR-CUADRE
           IF TOTAL-DEBE NOT = TOTAL-HABER
               OR DEBE-VENTAS NOT = TOTAL-NETO-DIA
               PERFORM GRABAR-DISCREPANCIA
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO

           STRING "DIARIO-CONTABLE-" DELIMITED BY SIZE
                  FECHA-EXPORTAR DELIMITED BY SIZE
                  SUCURSAL-SUFIJO DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-DIARIO
           OPEN OUTPUT ARCHIVO-DIARIO

           DISPLAY "-------------------------------"
           DISPLAY "Líneas de venta leídas : " TOTAL-LINEAS
           DISPLAY "Movimientos de mora    : " MOVIMIENTOS-MORA
           DISPLAY "Líneas de póliza       : " LINEAS-POLIZA
           DISPLAY "Póliza grabada en: " NOMBRE-ARCHIVO-DIARIO
           DISPLAY "==============================="
           IF WS-COMMAND-LINE = SPACES
               ACCEPT FECHA-EXPORTAR FROM DATE YYYYMMDD
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO CAMPO-ARG-FECHA, SUCURSAL-TXT
               END-UNSTRING
               MOVE FUNCTION NUMVAL (CAMPO-ARG-FECHA)
                   TO FECHA-EXPORTAR
               DISPLAY "Fecha recibida por línea de comando: "
                       FECHA-EXPORTAR
           END-IF
           PERFORM INTERPRETAR-SUCURSAL
           IF FILTRAR-SUCURSAL = 'S'
               DISPLAY SUCURSAL-LEYENDA
           END-IF.

       CARGAR-CUENTAS.
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE VALOR-PARAMETRO TO CTA-USD
           END-IF
           MOVE "CTA-CHEQUES" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE VALOR-PARAMETRO TO CTA-CHEQUES
           END-IF
           MOVE "CTA-PLANILLA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE VALOR-PARAMETRO TO CTA-PLANILLA
           END-IF
           MOVE "CTA-ANTICIPOS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE VALOR-PARAMETRO TO CTA-ANTICIPOS
           END-IF
           MOVE "CTA-INTERESES-MORA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE VALOR-PARAMETRO TO CTA-INTERESES-MORA
           END-IF
           MOVE "CTA-CUOTAS-SOCIOS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE VALOR-PARAMETRO TO CTA-CUOTAS-SOCIOS
           END-IF.

       HASTA-FIN.
           END-PERFORM.

       ACUMULAR-LINEA.
           MOVE VR-SUCURSAL TO SUCURSAL-LINEA-TXT
           PERFORM VERIFICAR-SUCURSAL
           IF SUCURSAL-INCLUIDA = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-LINEAS
           COMPUTE BRUTO-LINEA = VR-TOTAL-NETO - VR-IVA-MONTO
           ADD BRUTO-LINEA TO TOTAL-BASE
                   ADD VR-TOTAL-NETO TO TOTAL-PUNTOS
               WHEN "USD"
                   ADD VR-TOTAL-NETO TO TOTAL-USD
               WHEN "CHEQUE"
                   ADD VR-TOTAL-NETO TO TOTAL-CHEQUE
               WHEN "PLANILLA"
                   ADD VR-TOTAL-NETO TO TOTAL-PLANILLA
      *>        EL REVERSO DE UN ANTICIPO APLICADO SE DEVUELVE
      *>        EN EFECTIVO.
               WHEN "ANTICIPO"
                   IF VR-TOTAL-NETO < 0
                       ADD VR-TOTAL-NETO TO TOTAL-EFECTIVO
                   ELSE
                       ADD VR-TOTAL-NETO TO TOTAL-ANTICIPO
                   END-IF
      *>    LAS VENTAS "MIXTO" SE REPARTEN DESPUÉS CON EL
      *>    DESGLOSE DE PAGOS-VENTA-AAAAMMDD.DAT; "CAMBIO"
      *>    (CAMBIO PAREJO) NO MUEVE DINERO.
                   AT END
                       MOVE 'S' TO FIN-PAGOS-MIXTOS
                   NOT AT END
                       MOVE PG-SUCURSAL TO SUCURSAL-LINEA-TXT
                       PERFORM VERIFICAR-SUCURSAL
                       IF SUCURSAL-INCLUIDA = 'N'
                           EXIT PERFORM CYCLE
                       END-IF
                       EVALUATE PG-FORMA
                           WHEN "EFECTIVO"
                               ADD PG-MONTO TO TOTAL-EFECTIVO
                               ADD PG-MONTO TO TOTAL-PUNTOS
                           WHEN "USD"
                               ADD PG-MONTO TO TOTAL-USD
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
           CLOSE ARCHIVO-PAGOS-VENTA.

      *>----------------------------------------------------
      *> CARGOS POR MORA Y CONDONACIONES DEL DÍA
      *> (MORA-MOVIMIENTOS.DAT); LAS CONDONACIONES VIENEN CON
      *> MONTO NEGATIVO Y REVERSAN EN LAS MISMAS CUENTAS.
      *>----------------------------------------------------
       CARGAR-MOVIMIENTOS-MORA.
           OPEN INPUT ARCHIVO-MORA
           IF FS-MORA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FIN-MORA = 'S'
               READ ARCHIVO-MORA
                   AT END
                       MOVE 'S' TO FIN-MORA
                   NOT AT END
                       IF MM-FECHA = FECHA-EXPORTAR
                           ADD 1 TO MOVIMIENTOS-MORA
                           ADD MM-MONTO TO TOTAL-MORA-INGRESO
                           IF MM-ORIGEN = 'C'
                               ADD MM-MONTO TO TOTAL-MORA-CUOTAS
                           ELSE
                               ADD MM-MONTO TO TOTAL-MORA-CARTERA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-MORA.

      *>    EL NETO DE VENTAS SE AMARRA SÓLO CONTRA LAS FORMAS DE
      *>    PAGO; LA MORA ENTRA DESPUÉS A AMBOS LADOS.
       VERIFICAR-CUADRE.
           COMPUTE TOTAL-DEBE = TOTAL-EFECTIVO + TOTAL-TARJETA
               + TOTAL-TRANSFERENCIA + TOTAL-CREDITO
               + TOTAL-GIFTCARD + TOTAL-SEPARE + TOTAL-NOTACRED
               + TOTAL-PUNTOS + TOTAL-USD + TOTAL-PLANILLA
               + TOTAL-ANTICIPO + TOTAL-CHEQUE
           COMPUTE TOTAL-HABER = TOTAL-BASE + TOTAL-IVA
           MOVE TOTAL-DEBE TO DEBE-VENTAS
           ADD TOTAL-MORA-CARTERA TOTAL-MORA-CUOTAS TO TOTAL-DEBE
           ADD TOTAL-MORA-INGRESO TO TOTAL-HABER.

      *>----------------------------------------------------
      *> REPORTE DE DISCREPANCIA: QUÉ CIFRA NO AMARRA, PARA
       GRABAR-DISCREPANCIA.
           STRING "DISCREPANCIA-CONTABLE-" DELIMITED BY SIZE
                  FECHA-EXPORTAR DELIMITED BY SIZE
                  SUCURSAL-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-DISCR
           OPEN OUTPUT ARCHIVO-DISCREPANCIA
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-DISCREPANCIA
           END-IF
           IF DEBE-VENTAS NOT = TOTAL-NETO-DIA
               MOVE "Las formas de pago no amarran con el neto "
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-DISCREPANCIA
               MOVE "VENTAS EN USD" TO DC-GLOSA
               PERFORM GRABAR-LINEA-POLIZA
           END-IF
           IF TOTAL-CHEQUE NOT = 0
               MOVE CTA-CHEQUES TO DC-CUENTA
               MOVE 'D' TO DC-NATURALEZA
               MOVE TOTAL-CHEQUE TO DC-MONTO
               MOVE "VENTAS CON CHEQUE" TO DC-GLOSA
               PERFORM GRABAR-LINEA-POLIZA
           END-IF
           IF TOTAL-PLANILLA NOT = 0
               MOVE CTA-PLANILLA TO DC-CUENTA
               MOVE 'D' TO DC-NATURALEZA
               MOVE TOTAL-PLANILLA TO DC-MONTO
               MOVE "VENTAS PLANILLA EMPLEADO" TO DC-GLOSA
               PERFORM GRABAR-LINEA-POLIZA
           END-IF
           IF TOTAL-ANTICIPO NOT = 0
               MOVE CTA-ANTICIPOS TO DC-CUENTA
               MOVE 'D' TO DC-NATURALEZA
               MOVE TOTAL-ANTICIPO TO DC-MONTO
               MOVE "ANTICIPO PEDIDO ESPECIAL" TO DC-GLOSA
               PERFORM GRABAR-LINEA-POLIZA
           END-IF
           IF TOTAL-MORA-CARTERA NOT = 0
               MOVE CTA-CREDITO TO DC-CUENTA
               MOVE 'D' TO DC-NATURALEZA
               MOVE TOTAL-MORA-CARTERA TO DC-MONTO
               MOVE "CARGOS MORA CARTERA" TO DC-GLOSA
               PERFORM GRABAR-LINEA-POLIZA
           END-IF
           IF TOTAL-MORA-CUOTAS NOT = 0
               MOVE CTA-CUOTAS-SOCIOS TO DC-CUENTA
               MOVE 'D' TO DC-NATURALEZA
               MOVE TOTAL-MORA-CUOTAS TO DC-MONTO
               MOVE "CARGOS MORA CUOTAS" TO DC-GLOSA
               PERFORM GRABAR-LINEA-POLIZA
           END-IF
           IF TOTAL-BASE NOT = 0
               MOVE CTA-VENTAS TO DC-CUENTA
               MOVE 'H' TO DC-NATURALEZA
               MOVE TOTAL-IVA TO DC-MONTO
               MOVE "IVA POR PAGAR" TO DC-GLOSA
               PERFORM GRABAR-LINEA-POLIZA
           END-IF
           IF TOTAL-MORA-INGRESO NOT = 0
               MOVE CTA-INTERESES-MORA TO DC-CUENTA
               MOVE 'H' TO DC-NATURALEZA
               MOVE TOTAL-MORA-INGRESO TO DC-MONTO
               MOVE "INGRESO POR MORA" TO DC-GLOSA
               PERFORM GRABAR-LINEA-POLIZA
           END-IF.

       GRABAR-LINEA-POLIZA.

       COPY PARAMETROS-RUTINAS.
       COPY BITACORA-RUTINAS.
       COPY SUCURSAL-RUTINAS.
