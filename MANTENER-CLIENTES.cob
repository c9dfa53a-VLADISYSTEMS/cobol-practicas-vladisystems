       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CLIENTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES-IDX-SELECT.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES-IDX-FD.

       WORKING-STORAGE SECTION.
       COPY RUT-WS.

       *>----------------------------------------------------
       *> FICHA DEL CLIENTE EN CLIENTES.IDX: ALTA, CORRECCIÓN
       *> Y CONSULTA DE NOMBRE, TELÉFONO, RUT (VALIDADO POR SU
       *> DÍGITO VERIFICADOR Y SIN REPETIRSE ENTRE CLIENTES),
       *> RAZÓN SOCIAL, DIRECCIÓN, COMUNA, CIUDAD Y E-MAIL,
       *> QUE SALEN EN LA FACTURA, SU EXPORTACIÓN ELECTRÓNICA
       *> Y EL ESTADO DE CUENTA, Y DEL NIVEL DE PRECIO (DETAL,
       *> MAYORISTA O INSTITUCIONAL) CON QUE SE LE VENDE, COTIZA
       *> Y ARMA EL PLAN SEPARE. EL NÚMERO DE UN CLIENTE NUEVO
       *> ES EL MAYOR EXISTENTE MÁS UNO.
       *>----------------------------------------------------
       01 FS-CLIENTES-IDX        PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 CLIENTE-HALLADO        PIC X VALUE 'N'.
       01 TOTAL-LISTADOS         PIC 9(4) VALUE 0.

       01 OPCION                 PIC X VALUE 'S'.
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 CLIENTE-TXT            PIC X(6).
       01 CLIENTE-CAPTURA        PIC 9(4) VALUE 0.
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 CONFIRMA               PIC X.

       *>----------------------------------------------------
       *> FICHA EN CAPTURA. EN LA CORRECCIÓN CADA CAMPO
       *> PROPONE SU VALOR ACTUAL: ENTER LO MANTIENE Y "*" LO
       *> DEJA EN BLANCO.
       *>----------------------------------------------------
       01 FICHA-CAPTURA.
           05 FI-ID                PIC 9(4).
           05 FI-NOMBRE            PIC X(30).
           05 FI-TELEFONO          PIC X(10).
           05 FI-RUT               PIC X(10).
           05 FI-RAZON-SOCIAL      PIC X(40).
           05 FI-DIRECCION         PIC X(40).
           05 FI-COMUNA            PIC X(20).
           05 FI-CIUDAD            PIC X(20).
           05 FI-EMAIL             PIC X(40).
           05 FI-NIVEL             PIC X.
       01 TEXTO-CAPTURA          PIC X(40).
       01 NIVEL-A-DESCRIBIR      PIC X.
       01 DESCRIPCION-NIVEL      PIC X(13).
       01 RUT-EN-USO             PIC 9(4) VALUE 0.
       01 CUENTA-ARROBAS         PIC 9(2) VALUE 0.
       01 CUENTA-ESPACIOS        PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  MANTENIMIENTO DE CLIENTES"
           DISPLAY "==============================="

           OPEN I-O CLIENTES-INDEXADO
           IF FS-CLIENTES-IDX = "35"
               OPEN OUTPUT CLIENTES-INDEXADO
               CLOSE CLIENTES-INDEXADO
               OPEN I-O CLIENTES-INDEXADO
           END-IF
           IF FS-CLIENTES-IDX NOT = "00"
               DISPLAY "No se pudo abrir CLIENTES.IDX ("
                       FS-CLIENTES-IDX ")"
               STOP RUN
           END-IF

           PERFORM UNTIL OPCION = 'N'
               DISPLAY " "
               DISPLAY "1. Alta de cliente"
               DISPLAY "2. Corregir ficha de cliente"
               DISPLAY "3. Consultar ficha de cliente"
               DISPLAY "4. Listar clientes"
               ACCEPT OPCION-MENU

               EVALUATE OPCION-MENU
                   WHEN 1
                       PERFORM ALTA-CLIENTE
                   WHEN 2
                       PERFORM CORREGIR-CLIENTE
                   WHEN 3
                       PERFORM CONSULTAR-CLIENTE
                   WHEN 4
                       PERFORM LISTAR-CLIENTES
                   WHEN OTHER
                       DISPLAY "Opción inválida."
               END-EVALUATE

               DISPLAY "¿Desea realizar otra operación? (S/N):"
               ACCEPT OPCION
               MOVE FUNCTION UPPER-CASE(OPCION) TO OPCION
           END-PERFORM

           CLOSE CLIENTES-INDEXADO
           DISPLAY "Mantenimiento de clientes finalizado."
           STOP RUN.

       ALTA-CLIENTE.
           MOVE SPACES TO FICHA-CAPTURA
           MOVE 'D' TO FI-NIVEL
           PERFORM OBTENER-SIGUIENTE-ID
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Nombre del cliente:"
               ACCEPT FI-NOMBRE
               IF FI-NOMBRE NOT = SPACES
                   MOVE 'S' TO ENTRADA-VALIDA
               ELSE
                   DISPLAY "El nombre es obligatorio."
               END-IF
           END-PERFORM
           PERFORM PEDIR-DATOS-FICHA
           PERFORM MOSTRAR-FICHA
           DISPLAY "¿Grabar el cliente nuevo? (S/N):"
           ACCEPT CONFIRMA
           IF FUNCTION UPPER-CASE(CONFIRMA) NOT = 'S'
               DISPLAY "Alta cancelada."
               EXIT PARAGRAPH
           END-IF
           PERFORM PASAR-FICHA-A-REGISTRO
           WRITE REGISTRO-CLIENTE-IDX
               INVALID KEY
                   DISPLAY "ERROR: ya existe el cliente " FI-ID
               NOT INVALID KEY
                   DISPLAY "Cliente " FI-ID " registrado."
           END-WRITE.

       OBTENER-SIGUIENTE-ID.
           MOVE 0 TO FI-ID
           MOVE 0 TO ID-CLIENTE
           START CLIENTES-INDEXADO KEY IS >= ID-CLIENTE
               INVALID KEY
                   MOVE 1 TO FI-ID
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ CLIENTES-INDEXADO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       MOVE ID-CLIENTE TO FI-ID
               END-READ
           END-PERFORM
           ADD 1 TO FI-ID.

       CORREGIR-CLIENTE.
           PERFORM PEDIR-CLIENTE
           PERFORM LEER-FICHA
           IF CLIENTE-HALLADO = 'N'
               DISPLAY "No existe un cliente con ese número."
               EXIT PARAGRAPH
           END-IF
           PERFORM MOSTRAR-FICHA
           DISPLAY "Nombre (ENTER = " FUNCTION TRIM(FI-NOMBRE) "):"
           ACCEPT TEXTO-CAPTURA
           IF TEXTO-CAPTURA NOT = SPACES
               MOVE TEXTO-CAPTURA TO FI-NOMBRE
           END-IF
           PERFORM PEDIR-DATOS-FICHA
           PERFORM MOSTRAR-FICHA
           DISPLAY "¿Grabar los cambios? (S/N):"
           ACCEPT CONFIRMA
           IF FUNCTION UPPER-CASE(CONFIRMA) NOT = 'S'
               DISPLAY "Corrección cancelada."
               EXIT PARAGRAPH
           END-IF
           MOVE FI-ID TO ID-CLIENTE
           READ CLIENTES-INDEXADO
               INVALID KEY
                   DISPLAY "El cliente " FI-ID " ya no existe."
               NOT INVALID KEY
                   PERFORM PASAR-FICHA-A-REGISTRO
                   REWRITE REGISTRO-CLIENTE-IDX
                       INVALID KEY
                           DISPLAY "ERROR al actualizar el cliente "
                                   FI-ID
                       NOT INVALID KEY
                           DISPLAY "Cliente " FI-ID " actualizado."
                   END-REWRITE
           END-READ.

       CONSULTAR-CLIENTE.
           PERFORM PEDIR-CLIENTE
           PERFORM LEER-FICHA
           IF CLIENTE-HALLADO = 'N'
               DISPLAY "No existe un cliente con ese número."
           ELSE
               PERFORM MOSTRAR-FICHA
           END-IF.

       LISTAR-CLIENTES.
           MOVE 0 TO TOTAL-LISTADOS
           MOVE 0 TO ID-CLIENTE
           START CLIENTES-INDEXADO KEY IS >= ID-CLIENTE
               INVALID KEY
                   DISPLAY "No hay clientes registrados."
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ CLIENTES-INDEXADO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO TOTAL-LISTADOS
                       MOVE NIVEL-IDX TO NIVEL-A-DESCRIBIR
                       PERFORM DESCRIBIR-NIVEL
                       DISPLAY ID-CLIENTE " " NOMBRE-IDX
                               " | RUT " RUT-IDX
                               " | " COMUNA-IDX
                               " | " DESCRIPCION-NIVEL
               END-READ
           END-PERFORM
           DISPLAY TOTAL-LISTADOS " cliente(s) registrados.".

       PEDIR-CLIENTE.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Número de cliente:"
               ACCEPT CLIENTE-TXT
               IF FUNCTION TRIM(CLIENTE-TXT) IS NOT NUMERIC
                   DISPLAY "Número inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (CLIENTE-TXT)
                       TO CLIENTE-CAPTURA
                   MOVE 'S' TO ENTRADA-VALIDA
               END-IF
           END-PERFORM.

       LEER-FICHA.
           MOVE 'N' TO CLIENTE-HALLADO
           MOVE SPACES TO FICHA-CAPTURA
           MOVE CLIENTE-CAPTURA TO ID-CLIENTE
           READ CLIENTES-INDEXADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO CLIENTE-HALLADO
                   MOVE ID-CLIENTE TO FI-ID
                   MOVE NOMBRE-IDX TO FI-NOMBRE
                   MOVE TELEFONO-IDX TO FI-TELEFONO
                   MOVE RUT-IDX TO FI-RUT
                   MOVE RAZON-SOCIAL-IDX TO FI-RAZON-SOCIAL
                   MOVE DIRECCION-IDX TO FI-DIRECCION
                   MOVE COMUNA-IDX TO FI-COMUNA
                   MOVE CIUDAD-IDX TO FI-CIUDAD
                   MOVE EMAIL-IDX TO FI-EMAIL
                   IF NIVEL-IDX = 'M' OR NIVEL-IDX = 'I'
                       MOVE NIVEL-IDX TO FI-NIVEL
                   ELSE
                       MOVE 'D' TO FI-NIVEL
                   END-IF
           END-READ.

       PASAR-FICHA-A-REGISTRO.
           MOVE SPACES TO REGISTRO-CLIENTE-IDX
           MOVE FI-ID TO ID-CLIENTE
           MOVE FI-NOMBRE TO NOMBRE-IDX
           MOVE FI-TELEFONO TO TELEFONO-IDX
           MOVE FI-RUT TO RUT-IDX
           MOVE FI-RAZON-SOCIAL TO RAZON-SOCIAL-IDX
           MOVE FI-DIRECCION TO DIRECCION-IDX
           MOVE FI-COMUNA TO COMUNA-IDX
           MOVE FI-CIUDAD TO CIUDAD-IDX
           MOVE FI-EMAIL TO EMAIL-IDX
           IF FI-NIVEL = 'M' OR FI-NIVEL = 'I'
               MOVE FI-NIVEL TO NIVEL-IDX
           END-IF.

       MOSTRAR-FICHA.
           DISPLAY "-------------------------------"
           DISPLAY "Cliente      : " FI-ID
           DISPLAY "Nombre       : " FI-NOMBRE
           DISPLAY "Teléfono     : " FI-TELEFONO
           DISPLAY "RUT          : " FI-RUT
           DISPLAY "Razón social : " FI-RAZON-SOCIAL
           DISPLAY "Dirección    : " FI-DIRECCION
           DISPLAY "Comuna       : " FI-COMUNA
           DISPLAY "Ciudad       : " FI-CIUDAD
           DISPLAY "E-mail       : " FI-EMAIL
           MOVE FI-NIVEL TO NIVEL-A-DESCRIBIR
           PERFORM DESCRIBIR-NIVEL
           DISPLAY "Nivel precio : " DESCRIPCION-NIVEL
           DISPLAY "-------------------------------".

       DESCRIBIR-NIVEL.
           EVALUATE NIVEL-A-DESCRIBIR
               WHEN 'M'
                   MOVE "MAYORISTA" TO DESCRIPCION-NIVEL
               WHEN 'I'
                   MOVE "INSTITUCIONAL" TO DESCRIPCION-NIVEL
               WHEN OTHER
                   MOVE "DETAL" TO DESCRIPCION-NIVEL
           END-EVALUATE.

      *>----------------------------------------------------
      *> CAMPOS OPCIONALES DE LA FICHA (ENTER = MANTENER,
      *> * = BORRAR). EL RUT Y EL E-MAIL SE VALIDAN ANTES DE
      *> ACEPTARSE. EL NIVEL DE PRECIO NO SE BORRA: ENTER LO
      *> MANTIENE Y SE CAMBIA ENTRE D, M E I.
      *>----------------------------------------------------
       PEDIR-DATOS-FICHA.
           DISPLAY "Teléfono (ENTER = " FI-TELEFONO ", * = borrar):"
           ACCEPT TEXTO-CAPTURA
           EVALUATE TRUE
               WHEN TEXTO-CAPTURA = "*"
                   MOVE SPACES TO FI-TELEFONO
               WHEN TEXTO-CAPTURA NOT = SPACES
                   MOVE TEXTO-CAPTURA TO FI-TELEFONO
           END-EVALUATE
           PERFORM PEDIR-RUT
           DISPLAY "Razón social (ENTER = "
                   FUNCTION TRIM(FI-RAZON-SOCIAL) ", * = borrar):"
           ACCEPT TEXTO-CAPTURA
           EVALUATE TRUE
               WHEN TEXTO-CAPTURA = "*"
                   MOVE SPACES TO FI-RAZON-SOCIAL
               WHEN TEXTO-CAPTURA NOT = SPACES
                   MOVE TEXTO-CAPTURA TO FI-RAZON-SOCIAL
           END-EVALUATE
           DISPLAY "Dirección (ENTER = "
                   FUNCTION TRIM(FI-DIRECCION) ", * = borrar):"
           ACCEPT TEXTO-CAPTURA
           EVALUATE TRUE
               WHEN TEXTO-CAPTURA = "*"
                   MOVE SPACES TO FI-DIRECCION
               WHEN TEXTO-CAPTURA NOT = SPACES
                   MOVE TEXTO-CAPTURA TO FI-DIRECCION
           END-EVALUATE
           DISPLAY "Comuna (ENTER = "
                   FUNCTION TRIM(FI-COMUNA) ", * = borrar):"
           ACCEPT TEXTO-CAPTURA
           EVALUATE TRUE
               WHEN TEXTO-CAPTURA = "*"
                   MOVE SPACES TO FI-COMUNA
               WHEN TEXTO-CAPTURA NOT = SPACES
                   MOVE TEXTO-CAPTURA TO FI-COMUNA
           END-EVALUATE
           DISPLAY "Ciudad (ENTER = "
                   FUNCTION TRIM(FI-CIUDAD) ", * = borrar):"
           ACCEPT TEXTO-CAPTURA
           EVALUATE TRUE
               WHEN TEXTO-CAPTURA = "*"
                   MOVE SPACES TO FI-CIUDAD
               WHEN TEXTO-CAPTURA NOT = SPACES
                   MOVE TEXTO-CAPTURA TO FI-CIUDAD
           END-EVALUATE
           PERFORM PEDIR-EMAIL
           PERFORM PEDIR-NIVEL.

       PEDIR-RUT.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "RUT (12.345.678-5; ENTER = "
                       FUNCTION TRIM(FI-RUT) ", * = borrar):"
               ACCEPT RUT-ENTRADA
               EVALUATE TRUE
                   WHEN RUT-ENTRADA = SPACES
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN RUT-ENTRADA = "*"
                       MOVE SPACES TO FI-RUT
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN OTHER
                       PERFORM VALIDAR-RUT
                       IF RUT-VALIDO = 'N'
                           DISPLAY "RUT inválido: el dígito "
                                   "verificador no corresponde."
                       ELSE
                           PERFORM BUSCAR-RUT-EN-USO
                           IF RUT-EN-USO > 0
                               DISPLAY "Ese RUT ya está registrado "
                                       "para el cliente " RUT-EN-USO
                                       "."
                           ELSE
                               MOVE RUT-NORMALIZADO TO FI-RUT
                               MOVE 'S' TO ENTRADA-VALIDA
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *>----------------------------------------------------
      *> UN RUT NO PUEDE QUEDAR EN DOS FICHAS: DEJA EN
      *> RUT-EN-USO EL OTRO CLIENTE QUE YA LO TIENE (0 = LIBRE).
      *>----------------------------------------------------
       BUSCAR-RUT-EN-USO.
           MOVE 0 TO RUT-EN-USO
           MOVE 0 TO ID-CLIENTE
           START CLIENTES-INDEXADO KEY IS >= ID-CLIENTE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ CLIENTES-INDEXADO NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       IF RUT-IDX = RUT-NORMALIZADO
                           AND ID-CLIENTE NOT = FI-ID
                           MOVE ID-CLIENTE TO RUT-EN-USO
                           MOVE 'S' TO FIN-ARCHIVO
                       END-IF
               END-READ
           END-PERFORM.

       PEDIR-EMAIL.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "E-mail (ENTER = "
                       FUNCTION TRIM(FI-EMAIL) ", * = borrar):"
               ACCEPT TEXTO-CAPTURA
               EVALUATE TRUE
                   WHEN TEXTO-CAPTURA = SPACES
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN TEXTO-CAPTURA = "*"
                       MOVE SPACES TO FI-EMAIL
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN OTHER
                       MOVE 0 TO CUENTA-ARROBAS
                       MOVE 0 TO CUENTA-ESPACIOS
                       MOVE FUNCTION TRIM(TEXTO-CAPTURA)
                           TO TEXTO-CAPTURA
                       INSPECT TEXTO-CAPTURA TALLYING
                           CUENTA-ARROBAS FOR ALL "@"
                       INSPECT TEXTO-CAPTURA TALLYING
                           CUENTA-ESPACIOS FOR ALL SPACE
                           BEFORE INITIAL "  "
                       IF CUENTA-ARROBAS NOT = 1
                           OR CUENTA-ESPACIOS > 0
                           DISPLAY "E-mail inválido. Intente de "
                                   "nuevo."
                       ELSE
                           MOVE TEXTO-CAPTURA TO FI-EMAIL
                           MOVE 'S' TO ENTRADA-VALIDA
                       END-IF
               END-EVALUATE
           END-PERFORM.

       PEDIR-NIVEL.
           MOVE 'N' TO ENTRADA-VALIDA
           PERFORM UNTIL ENTRADA-VALIDA = 'S'
               DISPLAY "Nivel de precio (D=Detal, M=Mayorista, "
                       "I=Institucional; ENTER = " FI-NIVEL "):"
               ACCEPT TEXTO-CAPTURA
               MOVE FUNCTION UPPER-CASE(TEXTO-CAPTURA)
                   TO TEXTO-CAPTURA
               EVALUATE TRUE
                   WHEN TEXTO-CAPTURA = SPACES
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN TEXTO-CAPTURA = 'D' OR TEXTO-CAPTURA = 'M'
                       OR TEXTO-CAPTURA = 'I'
                       MOVE TEXTO-CAPTURA TO FI-NIVEL
                       MOVE 'S' TO ENTRADA-VALIDA
                   WHEN OTHER
                       DISPLAY "Nivel inválido. Use D, M o I."
               END-EVALUATE
           END-PERFORM.

       COPY RUT-RUTINAS.
