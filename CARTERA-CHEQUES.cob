       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTERA-CHEQUES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CHEQUES-SELECT.
       COPY CARTERA-SELECT.
       COPY PARAMETROS-SELECT.
       COPY OPERADORES-SELECT.
       COPY AUTORIZA-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY CHEQUES-FD.
       COPY CARTERA-FD.
       COPY PARAMETROS-FD.
       COPY OPERADORES-FD.
       COPY AUTORIZA-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CHEQUES-WS.
       COPY RUT-WS.
       COPY ENCABEZADO-WS.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.
       COPY AUTORIZA-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CARTERA DE CHEQUES RECIBIDOS EN CAJA (CHEQUES.DAT).
       *> LA LISTA MUESTRA LOS CHEQUES SIN DEPOSITAR POR FECHA
       *> DE DEPÓSITO Y LOS PROTESTADOS; EL DEPÓSITO MARCA LOS
       *> QUE YA SE PUEDEN COBRAR Y ARMA EL DETALLE PARA LA
       *> BOLETA DEL BANCO (DEPOSITOS-BANCO LOS SUMA AL
       *> ESPERADO DEL DÍA). EL PROTESTO REABRE LA DEUDA EN
       *> CARTERA.DAT (CLASE Q, MONTO DEL CHEQUE MÁS EL CARGO
       *> POR PROTESTO) Y BLOQUEA AL GIRADOR; EL PROTESTO Y LA
       *> DEVOLUCIÓN DE UN CHEQUE AL CLIENTE PIDEN
       *> AUTORIZACIÓN DE SUPERVISOR.
       *> PARÁMETROS (PARAMETROS.DAT):
       *>  CHEQUE-CARGO-PROTESTO  CARGO FIJO POR CHEQUE
       *>                         PROTESTADO
       *>  CHEQUE-CAJA            SERIE DE CAJA DE LAS DEUDAS
       *>                         POR PROTESTO
       *>  CHEQUE-PLAZO-MAXIMO    DÍAS MÁXIMOS DE UN CHEQUE A
       *>                         FECHA
       *>----------------------------------------------------
       01 FS-CARTERA             PIC XX.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       01 RESULT-CODE            PIC 9(2).

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-HOY              PIC 9(8).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 CONFIRMA               PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> TARIFA Y SERIE DEL PROTESTO (VALORES POR OMISIÓN SI
       *> LA CLAVE NO ESTÁ EN PARAMETROS.DAT)
       *>----------------------------------------------------
       01 CARGO-PROTESTO         PIC 9(9)V99 VALUE 5000.
       01 CHEQUE-CAJA            PIC 9(2) VALUE 98.
       01 CHEQUE-PLAZO-MAXIMO    PIC 9(3) VALUE 90.
       01 CHEQUE-FECHA-LIMITE    PIC 9(8).

       *>----------------------------------------------------
       *> CHEQUE SELECCIONADO Y ACCIÓN SOBRE CHEQUES.DAT:
       *>  D = DEPOSITAR LOS VENCIDOS, P = PROTESTAR EL
       *>  SELECCIONADO, X = DEVOLVER EL SELECCIONADO
       *>----------------------------------------------------
       01 CHEQUE-TXT             PIC X(12).
       01 ID-BUSCADO             PIC 9(6) VALUE 0.
       01 CHEQUE-HALLADO         PIC X VALUE 'N'.
       01 ESTADO-HALLADO         PIC X VALUE SPACE.
       01 ACCION-CHEQUES         PIC X VALUE SPACE.
       01 MONTO-DEUDA            PIC 9(9)V99 VALUE 0.
       01 CHEQUES-DEPOSITAR      PIC 9(4) VALUE 0.
       01 TOTAL-DEPOSITAR        PIC 9(11)V99 VALUE 0.
       01 CAMPO-TXT              PIC X(20).

       *>----------------------------------------------------
       *> CHEQUES EN CARTERA, ORDENADOS POR FECHA DE DEPÓSITO
       *>----------------------------------------------------
       01 MAX-CHEQUES            PIC 9(3) VALUE 500.
       01 TOTAL-EN-CARTERA       PIC 9(3) VALUE 0.
       01 TABLA-CHEQUES.
           05 CHEQUE-TABLA OCCURS 500 TIMES.
               10 TC-ID           PIC 9(6).
               10 TC-FECHA-DEPOSITO PIC 9(8).
               10 TC-CLIENTE      PIC 9(4).
               10 TC-BANCO        PIC X(20).
               10 TC-NUMERO       PIC 9(8).
               10 TC-RUT-GIRADOR  PIC X(10).
               10 TC-MONTO        PIC 9(9)V99.
       01 CHEQUE-AUX             PIC X(67).
       01 IDX-CHEQUE             PIC 9(3).
       01 IDX-CHEQUE-ORD         PIC 9(3).
       01 IDX-CHEQUE-MENOR       PIC 9(3).
       01 TOTAL-VENCIDOS         PIC 9(11)V99 VALUE 0.
       01 TOTAL-POR-VENCER       PIC 9(11)V99 VALUE 0.
       01 TOTAL-PROTESTADOS      PIC 9(11)V99 VALUE 0.
       01 CANTIDAD-PROTESTADOS   PIC 9(4) VALUE 0.
       01 MARCA-VENCE            PIC X(12).

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-MONTO                PIC Z(8)9.99.
       01 F-TOTAL                PIC Z(10)9.99.
       01 F-CANTIDAD             PIC Z(3)9.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CARTERA DE CHEQUES"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM CARGAR-PARAMETROS
           PERFORM LEER-PARAMETROS-CHEQUE

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Cheques en cartera por vencimiento"
               DISPLAY "2. Depositar cheques vencidos"
               DISPLAY "3. Registrar cheque protestado"
               DISPLAY "4. Devolver cheque al cliente"
               DISPLAY "5. Ingresar cheque recibido fuera de caja"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM LISTAR-CARTERA
                   WHEN 2
                       PERFORM DEPOSITAR-VENCIDOS
                   WHEN 3
                       PERFORM REGISTRAR-PROTESTO
                   WHEN 4
                       PERFORM DEVOLVER-CHEQUE
                   WHEN 5
                       PERFORM INGRESAR-CHEQUE
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           DISPLAY "Fin de la cartera de cheques."
           STOP RUN.

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

       LEER-PARAMETROS-CHEQUE.
           MOVE "CHEQUE-CARGO-PROTESTO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TEST-NUMVAL(VALOR-PARAMETRO) = 0
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CARGO-PROTESTO
           END-IF
           MOVE "CHEQUE-CAJA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO) TO CHEQUE-CAJA
           END-IF
           MOVE "CHEQUE-PLAZO-MAXIMO" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CHEQUE-PLAZO-MAXIMO
           END-IF
           COMPUTE CHEQUE-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FECHA-HOY)
                + CHEQUE-PLAZO-MAXIMO).

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       ESCRIBIR-ENCABEZADO.
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> 1. CARTERA POR VENCIMIENTO: LOS CHEQUES SIN
      *> DEPOSITAR DEL MÁS PRÓXIMO AL MÁS LEJANO, SEPARANDO
      *> LOS QUE YA SE PUEDEN DEPOSITAR, Y AL FINAL LOS
      *> PROTESTADOS (GIRADORES BLOQUEADOS).
      *>----------------------------------------------------
       LISTAR-CARTERA.
           PERFORM CARGAR-CARTERA-CHEQUES
           PERFORM ORDENAR-CHEQUES

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "CARTERA-CHEQUES-" DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           MOVE "CARTERA DE CHEQUES POR VENCIMIENTO" TO EC-TITULO
           MOVE OPERADOR-NOMBRE TO EC-OPERADOR
           MOVE 0 TO EC-PAGINA
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE "Número Depósito Banco                Cheque   "
               TO LINEA-SALIDA
           MOVE "Girador    Cliente        Monto" TO LINEA-SALIDA (49:)
           PERFORM ESCRIBIR-LINEA

           MOVE 0 TO TOTAL-VENCIDOS
           MOVE 0 TO TOTAL-POR-VENCER
           PERFORM VARYING IDX-CHEQUE FROM 1 BY 1
                   UNTIL IDX-CHEQUE > TOTAL-EN-CARTERA
               PERFORM ESCRIBIR-CHEQUE-CARTERA
           END-PERFORM

           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-EN-CARTERA TO F-CANTIDAD
           MOVE SPACES TO LINEA-SALIDA
           STRING "Cheques en cartera: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-VENCIDOS TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "Para depositar hoy : $" DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE TOTAL-POR-VENCER TO F-TOTAL
           MOVE SPACES TO LINEA-SALIDA
           STRING "A fecha (futuros)  : $" DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           PERFORM LISTAR-PROTESTADOS
           MOVE "===============================" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Cartera grabada en: " NOMBRE-ARCHIVO-REPORTE.

       CARGAR-CARTERA-CHEQUES.
           MOVE 0 TO TOTAL-EN-CARTERA
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
                       IF CH-ESTADO = 'C'
                           PERFORM ANOTAR-CHEQUE-CARTERA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CHEQUES.

       ANOTAR-CHEQUE-CARTERA.
           IF TOTAL-EN-CARTERA >= MAX-CHEQUES
               DISPLAY "Tabla de cheques llena; el cheque " CH-ID
                       " no sale en la lista."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TOTAL-EN-CARTERA
           MOVE CH-ID TO TC-ID (TOTAL-EN-CARTERA)
           MOVE CH-FECHA-DEPOSITO
               TO TC-FECHA-DEPOSITO (TOTAL-EN-CARTERA)
           MOVE CH-CLIENTE TO TC-CLIENTE (TOTAL-EN-CARTERA)
           MOVE CH-BANCO TO TC-BANCO (TOTAL-EN-CARTERA)
           MOVE CH-NUMERO TO TC-NUMERO (TOTAL-EN-CARTERA)
           MOVE CH-RUT-GIRADOR TO TC-RUT-GIRADOR (TOTAL-EN-CARTERA)
           MOVE CH-MONTO TO TC-MONTO (TOTAL-EN-CARTERA).

       ORDENAR-CHEQUES.
           PERFORM VARYING IDX-CHEQUE FROM 1 BY 1
                   UNTIL IDX-CHEQUE >= TOTAL-EN-CARTERA
               MOVE IDX-CHEQUE TO IDX-CHEQUE-MENOR
               PERFORM VARYING IDX-CHEQUE-ORD FROM IDX-CHEQUE BY 1
                       UNTIL IDX-CHEQUE-ORD > TOTAL-EN-CARTERA
                   IF TC-FECHA-DEPOSITO (IDX-CHEQUE-ORD) <
                          TC-FECHA-DEPOSITO (IDX-CHEQUE-MENOR)
                       MOVE IDX-CHEQUE-ORD TO IDX-CHEQUE-MENOR
                   END-IF
               END-PERFORM
               IF IDX-CHEQUE-MENOR NOT = IDX-CHEQUE
                   MOVE CHEQUE-TABLA (IDX-CHEQUE) TO CHEQUE-AUX
                   MOVE CHEQUE-TABLA (IDX-CHEQUE-MENOR)
                       TO CHEQUE-TABLA (IDX-CHEQUE)
                   MOVE CHEQUE-AUX TO CHEQUE-TABLA (IDX-CHEQUE-MENOR)
               END-IF
           END-PERFORM.

       ESCRIBIR-CHEQUE-CARTERA.
           IF TC-FECHA-DEPOSITO (IDX-CHEQUE) <= FECHA-HOY
               ADD TC-MONTO (IDX-CHEQUE) TO TOTAL-VENCIDOS
               MOVE " DEPOSITAR" TO MARCA-VENCE
           ELSE
               ADD TC-MONTO (IDX-CHEQUE) TO TOTAL-POR-VENCER
               MOVE SPACES TO MARCA-VENCE
           END-IF
           MOVE TC-MONTO (IDX-CHEQUE) TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING TC-ID (IDX-CHEQUE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TC-FECHA-DEPOSITO (IDX-CHEQUE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TC-BANCO (IDX-CHEQUE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TC-NUMERO (IDX-CHEQUE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TC-RUT-GIRADOR (IDX-CHEQUE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TC-CLIENTE (IDX-CHEQUE) DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  MARCA-VENCE DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       LISTAR-PROTESTADOS.
           MOVE 0 TO CANTIDAD-PROTESTADOS
           MOVE 0 TO TOTAL-PROTESTADOS
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
                       IF CH-ESTADO = 'P'
                           PERFORM ESCRIBIR-PROTESTADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CHEQUES
           IF CANTIDAD-PROTESTADOS > 0
               MOVE CANTIDAD-PROTESTADOS TO F-CANTIDAD
               MOVE TOTAL-PROTESTADOS TO F-TOTAL
               MOVE SPACES TO LINEA-SALIDA
               STRING "Protestados: " DELIMITED BY SIZE
                      F-CANTIDAD DELIMITED BY SIZE
                      " por $" DELIMITED BY SIZE
                      F-TOTAL DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-PROTESTADO.
           IF CANTIDAD-PROTESTADOS = 0
               MOVE "CHEQUES PROTESTADOS (GIRADOR BLOQUEADO):"
                   TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF
           ADD 1 TO CANTIDAD-PROTESTADOS
           ADD CH-MONTO TO TOTAL-PROTESTADOS
           MOVE CH-MONTO TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING CH-ID DELIMITED BY SIZE
                  " protestado " DELIMITED BY SIZE
                  CH-FECHA-PROTESTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CH-BANCO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CH-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CH-RUT-GIRADOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CH-CLIENTE DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> 2. DEPÓSITO: TODO CHEQUE EN CARTERA CON FECHA DE
      *> DEPÓSITO HASTA HOY PASA A DEPOSITADO CON LA FECHA DE
      *> HOY; EL DETALLE QUEDA EN DEPOSITO-CHEQUES-AAAAMMDD.TXT
      *> PARA LLENAR LA BOLETA.
      *>----------------------------------------------------
       DEPOSITAR-VENCIDOS.
           PERFORM CARGAR-CARTERA-CHEQUES
           MOVE 0 TO CHEQUES-DEPOSITAR
           MOVE 0 TO TOTAL-DEPOSITAR
           PERFORM VARYING IDX-CHEQUE FROM 1 BY 1
                   UNTIL IDX-CHEQUE > TOTAL-EN-CARTERA
               IF TC-FECHA-DEPOSITO (IDX-CHEQUE) <= FECHA-HOY
                   ADD 1 TO CHEQUES-DEPOSITAR
                   ADD TC-MONTO (IDX-CHEQUE) TO TOTAL-DEPOSITAR
               END-IF
           END-PERFORM
           IF CHEQUES-DEPOSITAR = 0
               DISPLAY "No hay cheques para depositar hoy."
               EXIT PARAGRAPH
           END-IF
           MOVE CHEQUES-DEPOSITAR TO F-CANTIDAD
           MOVE TOTAL-DEPOSITAR TO F-TOTAL
           DISPLAY "Hay " F-CANTIDAD " cheque(s) para depositar por $"
                   F-TOTAL ". ¿Marcarlos depositados hoy? (S/N):"
           ACCEPT CONFIRMA
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
           IF CONFIRMA NOT = 'S'
               DISPLAY "Depósito no registrado."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "DEPOSITO-CHEQUES-" DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           MOVE "DETALLE DE CHEQUES DEPOSITADOS" TO EC-TITULO
           MOVE OPERADOR-NOMBRE TO EC-OPERADOR
           MOVE 0 TO EC-PAGINA
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE 'D' TO ACCION-CHEQUES
           PERFORM ACTUALIZAR-CHEQUES
           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Cheques: " DELIMITED BY SIZE
                  F-CANTIDAD DELIMITED BY SIZE
                  " | Total a depositar: $" DELIMITED BY SIZE
                  F-TOTAL DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Detalle grabado en: " NOMBRE-ARCHIVO-REPORTE.

      *>----------------------------------------------------
      *> 3. PROTESTO: SÓLO UN CHEQUE YA DEPOSITADO. LA DEUDA
      *> SE REABRE A NOMBRE DEL CLIENTE QUE PAGÓ CON EL
      *> CHEQUE, CON FECHA DE HOY.
      *>----------------------------------------------------
       REGISTRAR-PROTESTO.
           PERFORM PEDIR-CHEQUE
           IF CHEQUE-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ESTADO-HALLADO NOT = 'D'
               MOVE ESTADO-HALLADO TO ESTADO-CHEQUE-CONSULTA
               PERFORM DESCRIBIR-ESTADO-CHEQUE
               DISPLAY "Sólo se protesta un cheque depositado; éste "
                       "está " DESCRIPCION-ESTADO-CHEQUE "."
               EXIT PARAGRAPH
           END-IF
           IF CHW-CLIENTE = 0
               DISPLAY "El cheque no tiene cliente; no hay a quién "
                       "cargar la deuda."
               EXIT PARAGRAPH
           END-IF
           COMPUTE MONTO-DEUDA = CHW-MONTO + CARGO-PROTESTO
           MOVE CARGO-PROTESTO TO F-MONTO
           DISPLAY "Cargo por protesto: $" F-MONTO
           MOVE MONTO-DEUDA TO F-MONTO
           DISPLAY "Deuda que se reabre al cliente " CHW-CLIENTE
                   ": $" F-MONTO
           DISPLAY "¿Confirma el protesto? (S/N):"
           ACCEPT CONFIRMA
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
           IF CONFIRMA NOT = 'S'
               DISPLAY "Protesto no registrado."
               EXIT PARAGRAPH
           END-IF
           MOVE "PROTESTO CHEQUE" TO AUT-ACCION
           MOVE ID-BUSCADO TO AUT-DOCUMENTO
           MOVE CHEQUE-CAJA TO AUT-CAJA
           PERFORM PEDIR-AUTORIZACION
           PERFORM BUSCAR-OPERADOR
           IF AUTORIZACION-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO ACCION-CHEQUES
           PERFORM ACTUALIZAR-CHEQUES
           PERFORM GRABAR-DEUDA-PROTESTO
           DISPLAY "Protesto registrado: deuda caja " CHEQUE-CAJA
                   " folio " ID-BUSCADO " en cartera."
           DISPLAY "El girador " CHW-RUT-GIRADOR " queda bloqueado "
                   "para pagar con cheque.".

       GRABAR-DEUDA-PROTESTO.
           OPEN EXTEND ARCHIVO-CARTERA
           IF FS-CARTERA = "35"
               OPEN OUTPUT ARCHIVO-CARTERA
           END-IF
           MOVE ID-BUSCADO TO CR-FOLIO
           MOVE FECHA-HOY TO CR-FECHA
           MOVE CHW-CLIENTE TO CR-CLIENTE
           MOVE MONTO-DEUDA TO CR-MONTO
           MOVE MONTO-DEUDA TO CR-SALDO
           MOVE 'A' TO CR-ESTADO
           MOVE CHEQUE-CAJA TO CR-CAJA
           MOVE 'Q' TO CR-CLASE
           MOVE CHW-CAJA TO CR-REF-CAJA
           MOVE CHW-FOLIO TO CR-REF-FOLIO
           WRITE CARTERA-REG
           CLOSE ARCHIVO-CARTERA.

      *>----------------------------------------------------
      *> 4. DEVOLUCIÓN: UN CHEQUE QUE SIGUE EN CARTERA SE LE
      *> ENTREGA AL CLIENTE (CANJE POR OTRO MEDIO DE PAGO O
      *> VENTA ANULADA) Y DEJA DE CONTAR PARA EL DEPÓSITO.
      *>----------------------------------------------------
       DEVOLVER-CHEQUE.
           PERFORM PEDIR-CHEQUE
           IF CHEQUE-HALLADO = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ESTADO-HALLADO NOT = 'C'
               MOVE ESTADO-HALLADO TO ESTADO-CHEQUE-CONSULTA
               PERFORM DESCRIBIR-ESTADO-CHEQUE
               DISPLAY "Sólo se devuelve un cheque en cartera; éste "
                       "está " DESCRIPCION-ESTADO-CHEQUE "."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "¿Confirma la devolución al cliente? (S/N):"
           ACCEPT CONFIRMA
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA
           IF CONFIRMA NOT = 'S'
               DISPLAY "Devolución no registrada."
               EXIT PARAGRAPH
           END-IF
           MOVE "DEVOLUCION CHEQUE" TO AUT-ACCION
           MOVE ID-BUSCADO TO AUT-DOCUMENTO
           MOVE CHW-CAJA TO AUT-CAJA
           PERFORM PEDIR-AUTORIZACION
           PERFORM BUSCAR-OPERADOR
           IF AUTORIZACION-OK = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'X' TO ACCION-CHEQUES
           PERFORM ACTUALIZAR-CHEQUES
           DISPLAY "Cheque " ID-BUSCADO " devuelto al cliente.".

      *>----------------------------------------------------
      *> PIDE EL NÚMERO INTERNO (EL DE LA LISTA) Y MUESTRA EL
      *> CHEQUE; SUS DATOS QUEDAN EN LOS CAMPOS CHW-.
      *>----------------------------------------------------
       PEDIR-CHEQUE.
           MOVE 'N' TO CHEQUE-HALLADO
           DISPLAY "Número interno del cheque (0 = cancelar):"
           ACCEPT CHEQUE-TXT
           IF FUNCTION TRIM(CHEQUE-TXT) IS NOT NUMERIC
               DISPLAY "Número inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CHEQUE-TXT) TO ID-BUSCADO
           IF ID-BUSCADO = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-CHEQUES
           IF FS-CHEQUES NOT = "00"
               DISPLAY "No hay cartera de cheques (CHEQUES.DAT)."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CHEQUES
           PERFORM UNTIL FIN-CHEQUES = 'S'
               READ ARCHIVO-CHEQUES
                   AT END
                       MOVE 'S' TO FIN-CHEQUES
                   NOT AT END
                       IF CH-ID = ID-BUSCADO
                           PERFORM TOMAR-CHEQUE-HALLADO
                           MOVE 'S' TO FIN-CHEQUES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CHEQUES
           IF CHEQUE-HALLADO = 'N'
               DISPLAY "No existe el cheque " ID-BUSCADO "."
               EXIT PARAGRAPH
           END-IF
           MOVE ESTADO-HALLADO TO ESTADO-CHEQUE-CONSULTA
           PERFORM DESCRIBIR-ESTADO-CHEQUE
           MOVE CHW-MONTO TO F-MONTO
           DISPLAY "Cheque " CHW-NUMERO " " FUNCTION TRIM(CHW-BANCO)
                   " girador " CHW-RUT-GIRADOR " $" F-MONTO
           DISPLAY "Cliente " CHW-CLIENTE " | Venta caja " CHW-CAJA
                   " folio " CHW-FOLIO " | Depósito "
                   CHW-FECHA-DEPOSITO " | "
                   DESCRIPCION-ESTADO-CHEQUE.

       TOMAR-CHEQUE-HALLADO.
           MOVE 'S' TO CHEQUE-HALLADO
           MOVE CH-ESTADO TO ESTADO-HALLADO
           MOVE CH-CAJA TO CHW-CAJA
           MOVE CH-FOLIO TO CHW-FOLIO
           MOVE CH-CLIENTE TO CHW-CLIENTE
           MOVE CH-BANCO TO CHW-BANCO
           MOVE CH-NUMERO TO CHW-NUMERO
           MOVE CH-RUT-GIRADOR TO CHW-RUT-GIRADOR
           MOVE CH-FECHA-DEPOSITO TO CHW-FECHA-DEPOSITO
           MOVE CH-MONTO TO CHW-MONTO.

      *>----------------------------------------------------
      *> REESCRIBE CHEQUES.DAT APLICANDO ACCION-CHEQUES.
      *>----------------------------------------------------
       ACTUALIZAR-CHEQUES.
           OPEN INPUT ARCHIVO-CHEQUES
           IF FS-CHEQUES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARCHIVO-CHEQUES-TMP
           MOVE 'N' TO FIN-CHEQUES
           PERFORM UNTIL FIN-CHEQUES = 'S'
               READ ARCHIVO-CHEQUES
                   AT END
                       MOVE 'S' TO FIN-CHEQUES
                   NOT AT END
                       PERFORM APLICAR-ACCION-CHEQUE
                       MOVE CHEQUE-REG TO CHEQUE-TMP-REG
                       WRITE CHEQUE-TMP-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CHEQUES
           CLOSE ARCHIVO-CHEQUES-TMP
           CALL "CBL_RENAME_FILE" USING "CHEQUES.TMP"
                                         "CHEQUES.DAT"
               RETURNING RESULT-CODE.

       APLICAR-ACCION-CHEQUE.
           EVALUATE ACCION-CHEQUES
               WHEN 'D'
                   IF CH-ESTADO = 'C'
                       AND CH-FECHA-DEPOSITO <= FECHA-HOY
                       MOVE 'D' TO CH-ESTADO
                       MOVE FECHA-HOY TO CH-FECHA-DEPOSITADO
                       PERFORM ESCRIBIR-CHEQUE-DEPOSITADO
                   END-IF
               WHEN 'P'
                   IF CH-ID = ID-BUSCADO
                       MOVE 'P' TO CH-ESTADO
                       MOVE FECHA-HOY TO CH-FECHA-PROTESTO
                       MOVE CARGO-PROTESTO TO CH-CARGO-PROTESTO
                   END-IF
               WHEN 'X'
                   IF CH-ID = ID-BUSCADO
                       MOVE 'X' TO CH-ESTADO
                   END-IF
           END-EVALUATE.

       ESCRIBIR-CHEQUE-DEPOSITADO.
           MOVE CH-MONTO TO F-MONTO
           MOVE SPACES TO LINEA-SALIDA
           STRING CH-BANCO DELIMITED BY SIZE
                  " cheque " DELIMITED BY SIZE
                  CH-NUMERO DELIMITED BY SIZE
                  " girador " DELIMITED BY SIZE
                  CH-RUT-GIRADOR DELIMITED BY SIZE
                  " $" DELIMITED BY SIZE
                  F-MONTO DELIMITED BY SIZE
                  " (interno " DELIMITED BY SIZE
                  CH-ID DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> 5. INGRESO A MANO: CHEQUES COBRADOS SIN PASAR POR LA
      *> CAJA (O QUE QUEDARON PENDIENTES EN RECUPERAR-VENTAS),
      *> CON LAS MISMAS VALIDACIONES DE VENTA-DIARIA.
      *>----------------------------------------------------
       INGRESAR-CHEQUE.
           DISPLAY "Caja de la venta:"
           ACCEPT CAMPO-TXT
           IF FUNCTION TRIM(CAMPO-TXT) IS NOT NUMERIC
               DISPLAY "Caja inválida."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CAMPO-TXT) TO CHW-CAJA
           DISPLAY "Folio de la venta:"
           ACCEPT CAMPO-TXT
           IF FUNCTION TRIM(CAMPO-TXT) IS NOT NUMERIC
               DISPLAY "Folio inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CAMPO-TXT) TO CHW-FOLIO
           DISPLAY "Cliente:"
           ACCEPT CAMPO-TXT
           IF FUNCTION TRIM(CAMPO-TXT) IS NOT NUMERIC
               OR FUNCTION NUMVAL (CAMPO-TXT) = 0
               DISPLAY "El cheque requiere un cliente."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CAMPO-TXT) TO CHW-CLIENTE
           DISPLAY "Banco del cheque:"
           ACCEPT CHW-BANCO
           MOVE FUNCTION UPPER-CASE(CHW-BANCO) TO CHW-BANCO
           IF CHW-BANCO = SPACES
               DISPLAY "Debe indicar el banco."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Número del cheque:"
           ACCEPT CHEQUE-TXT
           IF FUNCTION TRIM(CHEQUE-TXT) IS NOT NUMERIC
               OR FUNCTION NUMVAL (CHEQUE-TXT) = 0
               OR FUNCTION NUMVAL (CHEQUE-TXT) > 99999999
               DISPLAY "Número de cheque inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CHEQUE-TXT) TO CHW-NUMERO
           DISPLAY "RUT del girador:"
           ACCEPT RUT-ENTRADA
           PERFORM VALIDAR-RUT
           IF RUT-VALIDO = 'N'
               DISPLAY "RUT del girador inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE RUT-NORMALIZADO TO CHW-RUT-GIRADOR
           MOVE RUT-NORMALIZADO TO RUT-GIRADOR-BUSCADO
           PERFORM VERIFICAR-GIRADOR
           IF GIRADOR-BLOQUEADO = 'S'
               DISPLAY "El girador " RUT-NORMALIZADO " tiene "
                       PROTESTOS-GIRADOR " cheque(s) protestado(s);"
                       " no se le reciben cheques."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Fecha de depósito (AAAAMMDD, ENTER = hoy):"
           ACCEPT CHEQUE-TXT
           IF CHEQUE-TXT = SPACES
               MOVE FECHA-HOY TO CHW-FECHA-DEPOSITO
           ELSE
               IF FUNCTION TRIM(CHEQUE-TXT) IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (CHEQUE-TXT)) NOT = 0
                   DISPLAY "Fecha de depósito inválida."
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL (CHEQUE-TXT)
                   TO CHW-FECHA-DEPOSITO
           END-IF
           IF CHW-FECHA-DEPOSITO > CHEQUE-FECHA-LIMITE
               DISPLAY "No se reciben cheques a más de "
                       CHEQUE-PLAZO-MAXIMO " días (hasta el "
                       CHEQUE-FECHA-LIMITE ")."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Monto del cheque:"
               ACCEPT CAMPO-TXT
               IF FUNCTION TEST-NUMVAL(CAMPO-TXT) = 0
                   AND FUNCTION NUMVAL (CAMPO-TXT) > 0
                   MOVE FUNCTION NUMVAL (CAMPO-TXT) TO CHW-MONTO
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Monto inválido. Intente de nuevo."
               END-IF
           END-PERFORM
           MOVE FECHA-HOY TO CHW-FECHA-RECEPCION
           MOVE CODIGO-OPERADOR TO CHW-OPERADOR
           PERFORM AGREGAR-CHEQUE
           DISPLAY "Cheque ingresado a la cartera con el número "
                   "interno " CHW-ID ".".

       COPY CHEQUES-RUTINAS.
       COPY RUT-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY AUTORIZA-RUTINAS.
