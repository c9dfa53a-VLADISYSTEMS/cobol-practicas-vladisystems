       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-COBRANZA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY COBRANZA-SELECT.
       COPY CARTERA-SELECT.
       COPY CLIENTES-IDX-SELECT.
       COPY PARAMETROS-SELECT.
       COPY OPERADORES-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY COBRANZA-FD.
       COPY CARTERA-FD.
       COPY CLIENTES-IDX-FD.
       COPY PARAMETROS-FD.
       COPY OPERADORES-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY COBRANZA-WS.
       COPY CLIENTES-IDX-WS.
       COPY ENCABEZADO-WS.
       COPY PARAMETROS-WS.
       COPY OPERADORES-WS.
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> GESTIÓN DE COBRANZA DE CARTERA DE CRÉDITO. LA LISTA
       *> DE TRABAJO ORDENA A LOS CLIENTES CON DOCUMENTOS
       *> VENCIDOS POR MONTO VENCIDO Y DÍAS DE ATRASO, CON LO
       *> ÚLTIMO QUE SE HIZO CON CADA UNO, Y QUEDA GRABADA EN
       *> COBRANZA-LISTA-AAAAMMDD.TXT. CADA LLAMADA, CARTA O
       *> VISITA SE ANOTA EN GESTIONES-COBRANZA.DAT CON SU
       *> RESULTADO Y, SI EL CLIENTE PROMETE PAGAR, LA FECHA Y
       *> EL MONTO PROMETIDOS. LAS CARTAS DE AVISO LAS EMITE
       *> CARTAS-COBRANZA Y LAS PROMESAS VENCIDAS SIN PAGO LAS
       *> MARCA PROMESAS-INCUMPLIDAS.
       *>----------------------------------------------------
       01 FS-CARTERA             PIC XX.
       01 FS-CLIENTES-IDX        PIC XX.
       01 FS-REPORTE             PIC XX.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-HOY              PIC 9(8).
       01 HORA-SISTEMA           PIC 9(8).
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> CAPTURA DE LA GESTIÓN
       *>----------------------------------------------------
       01 CLIENTE-TXT            PIC X(6).
       01 CLIENTE-GESTION        PIC 9(4) VALUE 0.
       01 TIPO-TXT               PIC X.
       01 RESULTADO-TXT          PIC X(4).
       01 FECHA-TXT              PIC X(10).
       01 MONTO-TXT              PIC X(14).
       01 MONTO-PROMESA          PIC 9(9)V99 VALUE 0.
       01 NOTA-TXT               PIC X(40).
       01 POSICION-LISTA         PIC 9(3) VALUE 0.
       01 GESTIONES-CLIENTE      PIC 9(4) VALUE 0.
       01 DESCRIPCION-PROMESA    PIC X(10).

       *>----------------------------------------------------
       *> VARIABLES DE PRESENTACIÓN
       *>----------------------------------------------------
       01 F-VENCIDO              PIC Z(8)9.99.
       01 F-SALDO                PIC Z(8)9.99.
       01 F-PROMESA              PIC Z(8)9.99.
       01 F-DIAS                 PIC Z(4)9.
       01 F-DOCUMENTOS           PIC ZZ9.
       01 F-POSICION             PIC ZZ9.
       01 F-HORA                 PIC 99B99.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  GESTIÓN DE COBRANZA"
           DISPLAY "==============================="

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM CARGAR-PARAMETROS

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Lista de trabajo (clientes vencidos)"
               DISPLAY "2. Registrar gestión de cobranza"
               DISPLAY "3. Historial de gestiones de un cliente"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM LISTA-DE-TRABAJO
                   WHEN 2
                       PERFORM REGISTRAR-GESTION
                   WHEN 3
                       PERFORM CONSULTAR-HISTORIAL
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           DISPLAY "Fin del módulo de cobranza."
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
      *> 1. LISTA DE TRABAJO: SÓLO LOS CLIENTES CON ALGO
      *> VENCIDO, DEL MAYOR MONTO AL MENOR. TRES RENGLONES
      *> POR CLIENTE: QUIÉN ES Y SU TELÉFONO, LO QUE DEBE, Y
      *> LA ÚLTIMA GESTIÓN, PROMESA Y CARTA.
      *>----------------------------------------------------
       LISTA-DE-TRABAJO.
           MOVE FECHA-HOY TO FECHA-CORTE-COBRANZA
           PERFORM CARGAR-DEUDORES-CARTERA
           IF TOTAL-DEUDORES-VENCIDOS = 0
               DISPLAY "No hay clientes con documentos vencidos."
               EXIT PARAGRAPH
           END-IF
           PERFORM ORDENAR-DEUDORES

           MOVE SPACES TO NOMBRE-ARCHIVO-REPORTE
           STRING "COBRANZA-LISTA-" DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           MOVE "LISTA DE TRABAJO DE COBRANZA" TO EC-TITULO
           MOVE OPERADOR-NOMBRE TO EC-OPERADOR
           MOVE 0 TO EC-PAGINA
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE PLAZO-COBRANZA TO F-DIAS
           MOVE SPACES TO LINEA-SALIDA
           STRING "Vencido = más de " DELIMITED BY SIZE
                  FUNCTION TRIM(F-DIAS) DELIMITED BY SIZE
                  " días desde la emisión del documento."
                      DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE 0 TO POSICION-LISTA
           PERFORM VARYING IDX-DEUDOR FROM 1 BY 1
                   UNTIL IDX-DEUDOR > TOTAL-DEUDORES-CART
               IF DC-VENCIDO (IDX-DEUDOR) > 0
                   ADD 1 TO POSICION-LISTA
                   PERFORM ESCRIBIR-DEUDOR-LISTA
               END-IF
           END-PERFORM

           MOVE "-------------------------------" TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Clientes vencidos: " DELIMITED BY SIZE
                  TOTAL-DEUDORES-VENCIDOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Lista grabada en: " NOMBRE-ARCHIVO-REPORTE.

       ESCRIBIR-DEUDOR-LISTA.
           MOVE DC-CLIENTE (IDX-DEUDOR) TO CLIENTE-RECEPTOR
           PERFORM LEER-DATOS-RECEPTOR
           IF RECEPTOR-HALLADO = 'N'
               MOVE "(sin ficha de cliente)" TO DR-NOMBRE
           END-IF
           MOVE POSICION-LISTA TO F-POSICION
           MOVE SPACES TO LINEA-SALIDA
           STRING F-POSICION DELIMITED BY SIZE
                  ". Cliente " DELIMITED BY SIZE
                  DC-CLIENTE (IDX-DEUDOR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-NOMBRE (1:30) DELIMITED BY SIZE
                  " Tel: " DELIMITED BY SIZE
                  DR-TELEFONO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE DC-VENCIDO (IDX-DEUDOR) TO F-VENCIDO
           MOVE DC-SALDO (IDX-DEUDOR) TO F-SALDO
           MOVE DC-DIAS-ATRASO (IDX-DEUDOR) TO F-DIAS
           MOVE DC-DOCUMENTOS (IDX-DEUDOR) TO F-DOCUMENTOS
           MOVE SPACES TO LINEA-SALIDA
           STRING "     Vencido: $" DELIMITED BY SIZE
                  F-VENCIDO DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  F-DOCUMENTOS DELIMITED BY SIZE
                  " docs) | Atraso: " DELIMITED BY SIZE
                  F-DIAS DELIMITED BY SIZE
                  " días | Saldo total: $" DELIMITED BY SIZE
                  F-SALDO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE SPACES TO LINEA-SALIDA
           IF DC-ULT-FECHA (IDX-DEUDOR) = 0
               MOVE "     Sin gestiones registradas." TO LINEA-SALIDA
           ELSE
               MOVE DC-ULT-TIPO (IDX-DEUDOR) TO TIPO-CONSULTA
               PERFORM DESCRIBIR-TIPO-GESTION
               MOVE DC-ULT-RESULTADO (IDX-DEUDOR)
                   TO RESULTADO-CONSULTA
               PERFORM DESCRIBIR-RESULTADO-GESTION
               STRING "     Última gestión: " DELIMITED BY SIZE
                      DC-ULT-FECHA (IDX-DEUDOR) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DESCRIPCION-TIPO DELIMITED BY SIZE
                      FUNCTION TRIM(DESCRIPCION-RESULTADO)
                          DELIMITED BY SIZE
                      " | Cartas: " DELIMITED BY SIZE
                      DC-CARTA-NIVEL (IDX-DEUDOR) DELIMITED BY SIZE
                      INTO LINEA-SALIDA
           END-IF
           PERFORM ESCRIBIR-LINEA

           IF DC-PROMESA-ESTADO (IDX-DEUDOR) NOT = SPACE
               MOVE DC-PROMESA-ESTADO (IDX-DEUDOR)
                   TO GN-PROMESA-ESTADO
               PERFORM DESCRIBIR-ESTADO-PROMESA
               MOVE DC-PROMESA-MONTO (IDX-DEUDOR) TO F-PROMESA
               MOVE SPACES TO LINEA-SALIDA
               STRING "     Última promesa: $" DELIMITED BY SIZE
                      F-PROMESA DELIMITED BY SIZE
                      " al " DELIMITED BY SIZE
                      DC-PROMESA-FECHA (IDX-DEUDOR) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      DESCRIPCION-PROMESA DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF

           PERFORM CONTROLAR-SALTO-PAGINA
           IF EC-REIMPRIMIR-ENCABEZADO = 'S'
               PERFORM IMPRIMIR-ENCABEZADO
               PERFORM ESCRIBIR-ENCABEZADO
           END-IF.

       DESCRIBIR-ESTADO-PROMESA.
           EVALUATE GN-PROMESA-ESTADO
               WHEN 'P'
                   MOVE "PENDIENTE" TO DESCRIPCION-PROMESA
               WHEN 'C'
                   MOVE "CUMPLIDA" TO DESCRIPCION-PROMESA
               WHEN 'R'
                   MOVE "ROTA" TO DESCRIPCION-PROMESA
               WHEN OTHER
                   MOVE SPACES TO DESCRIPCION-PROMESA
           END-EVALUATE.

      *>----------------------------------------------------
      *> 2. ALTA DE UNA GESTIÓN. SÓLO PARA CLIENTES CON
      *> DOCUMENTOS ABIERTOS; LA PROMESA (RESULTADO 01) NO
      *> PUEDE SER ANTERIOR A HOY NI PASAR DEL SALDO ABIERTO.
      *>----------------------------------------------------
       REGISTRAR-GESTION.
           PERFORM PEDIR-CLIENTE
           IF CLIENTE-GESTION = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FECHA-HOY TO FECHA-CORTE-COBRANZA
           PERFORM CARGAR-DEUDORES-CARTERA
           MOVE CLIENTE-GESTION TO CLIENTE-DEUDOR-BUSCADO
           PERFORM BUSCAR-DEUDOR-EN-TABLA
           IF DEUDOR-EN-TABLA = 0
               DISPLAY "El cliente no tiene documentos abiertos en "
                       "cartera."
               EXIT PARAGRAPH
           END-IF
           MOVE DC-VENCIDO (DEUDOR-EN-TABLA) TO F-VENCIDO
           MOVE DC-SALDO (DEUDOR-EN-TABLA) TO F-SALDO
           MOVE DC-DIAS-ATRASO (DEUDOR-EN-TABLA) TO F-DIAS
           DISPLAY "Saldo abierto: $" F-SALDO " | Vencido: $"
                   F-VENCIDO " | Atraso: " F-DIAS " días"

           INITIALIZE GESTION-NUEVA
           MOVE FECHA-HOY TO GN-FECHA
           ACCEPT HORA-SISTEMA FROM TIME
           MOVE HORA-SISTEMA (1:4) TO GN-HORA
           MOVE CLIENTE-GESTION TO GN-CLIENTE
           MOVE CODIGO-OPERADOR TO GN-OPERADOR
           MOVE SPACE TO GN-PROMESA-ESTADO
           PERFORM PEDIR-TIPO-GESTION
           PERFORM PEDIR-RESULTADO-GESTION
           IF GN-RESULTADO = 1
               PERFORM PEDIR-FECHA-PROMESA
               PERFORM PEDIR-MONTO-PROMESA
               MOVE 'P' TO GN-PROMESA-ESTADO
           END-IF
           DISPLAY "Nota (opcional, 40 caracteres):"
           ACCEPT NOTA-TXT
           MOVE NOTA-TXT TO GN-NOTA

           PERFORM GRABAR-GESTION
           IF FS-GESTIONES = "00"
               DISPLAY "Gestión registrada."
           END-IF.

       PEDIR-CLIENTE.
           MOVE 0 TO CLIENTE-GESTION
           DISPLAY "Número de cliente (0 = cancelar):"
           ACCEPT CLIENTE-TXT
           IF FUNCTION TRIM(CLIENTE-TXT) IS NOT NUMERIC
               DISPLAY "Número de cliente inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CLIENTE-TXT) TO CLIENTE-GESTION.

       PEDIR-TIPO-GESTION.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Tipo de contacto (L = llamada, C = carta, "
                       "V = visita):"
               ACCEPT TIPO-TXT
               MOVE FUNCTION UPPER-CASE(TIPO-TXT) TO TIPO-TXT
               IF TIPO-TXT = 'L' OR TIPO-TXT = 'C' OR TIPO-TXT = 'V'
                   MOVE TIPO-TXT TO GN-TIPO
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Tipo inválido."
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> LOS RESULTADOS 11 Y 12 (CARTAS DE AVISO) SON DE
      *> CARTAS-COBRANZA Y NO SE CAPTURAN A MANO.
      *>----------------------------------------------------
       PEDIR-RESULTADO-GESTION.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Resultado:"
               DISPLAY "  01 Promete pagar"
               DISPLAY "  02 Sin compromiso"
               DISPLAY "  03 No contesta"
               DISPLAY "  04 Datos de contacto errados"
               DISPLAY "  05 Disputa la deuda"
               DISPLAY "  06 Dice que ya pagó"
               DISPLAY "  99 Otro"
               ACCEPT RESULTADO-TXT
               IF FUNCTION TRIM(RESULTADO-TXT) IS NUMERIC
                   MOVE FUNCTION NUMVAL (RESULTADO-TXT)
                       TO RESULTADO-CONSULTA
                   PERFORM DESCRIBIR-RESULTADO-GESTION
                   IF RESULTADO-VALIDO = 'S'
                       AND RESULTADO-CONSULTA NOT = 11
                       AND RESULTADO-CONSULTA NOT = 12
                       MOVE RESULTADO-CONSULTA TO GN-RESULTADO
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
               IF ENTRADA-VALIDA = 'N'
                   DISPLAY "Resultado inválido."
               END-IF
           END-PERFORM.

       PEDIR-FECHA-PROMESA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Fecha prometida de pago (AAAAMMDD):"
               ACCEPT FECHA-TXT
               IF FUNCTION TRIM(FECHA-TXT) IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (FECHA-TXT)) = 0
                   AND FUNCTION NUMVAL (FECHA-TXT) NOT < FECHA-HOY
                   MOVE FUNCTION NUMVAL (FECHA-TXT)
                       TO GN-PROMESA-FECHA
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "Fecha inválida o anterior a hoy."
               END-IF
           END-PERFORM.

       PEDIR-MONTO-PROMESA.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Monto prometido:"
               ACCEPT MONTO-TXT
               IF FUNCTION TEST-NUMVAL(MONTO-TXT) = 0
                   MOVE FUNCTION NUMVAL (MONTO-TXT) TO MONTO-PROMESA
                   IF MONTO-PROMESA > 0
                       AND MONTO-PROMESA
                           NOT > DC-SALDO (DEUDOR-EN-TABLA)
                       MOVE MONTO-PROMESA TO GN-PROMESA-MONTO
                       MOVE 'S' TO ENTRADA-VALIDA
                   END-IF
               END-IF
               IF ENTRADA-VALIDA = 'N'
                   DISPLAY "Monto inválido: debe ser mayor que cero "
                           "y no pasar del saldo abierto."
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> 3. HISTORIAL: TODAS LAS GESTIONES DEL CLIENTE EN
      *> ORDEN DE GRABACIÓN.
      *>----------------------------------------------------
       CONSULTAR-HISTORIAL.
           PERFORM PEDIR-CLIENTE
           IF CLIENTE-GESTION = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO GESTIONES-CLIENTE
           OPEN INPUT ARCHIVO-GESTIONES
           IF FS-GESTIONES NOT = "00"
               DISPLAY "No hay gestiones registradas."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-GESTIONES
           PERFORM UNTIL FIN-GESTIONES = 'S'
               READ ARCHIVO-GESTIONES
                   AT END
                       MOVE 'S' TO FIN-GESTIONES
                   NOT AT END
                       IF GC-CLIENTE = CLIENTE-GESTION
                           PERFORM MOSTRAR-GESTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GESTIONES
           IF GESTIONES-CLIENTE = 0
               DISPLAY "El cliente no tiene gestiones registradas."
           END-IF.

       MOSTRAR-GESTION.
           ADD 1 TO GESTIONES-CLIENTE
           MOVE GC-TIPO TO TIPO-CONSULTA
           PERFORM DESCRIBIR-TIPO-GESTION
           MOVE GC-RESULTADO TO RESULTADO-CONSULTA
           PERFORM DESCRIBIR-RESULTADO-GESTION
           MOVE GC-HORA TO F-HORA
           INSPECT F-HORA REPLACING ALL SPACE BY ":"
           DISPLAY GC-FECHA " " F-HORA " " DESCRIPCION-TIPO " "
                   DESCRIPCION-RESULTADO " Op. " GC-OPERADOR
           IF GC-PROMESA-ESTADO NOT = SPACE
               MOVE GC-PROMESA-ESTADO TO GN-PROMESA-ESTADO
               PERFORM DESCRIBIR-ESTADO-PROMESA
               MOVE GC-PROMESA-MONTO TO F-PROMESA
               DISPLAY "    Promesa: $" F-PROMESA " al "
                       GC-PROMESA-FECHA " - " DESCRIPCION-PROMESA
           END-IF
           IF GC-NOTA NOT = SPACES
               DISPLAY "    Nota: " FUNCTION TRIM(GC-NOTA)
           END-IF.

       COPY COBRANZA-RUTINAS.
       COPY CLIENTES-IDX-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PARAMETROS-RUTINAS.
       COPY OPERADORES-RUTINAS.
