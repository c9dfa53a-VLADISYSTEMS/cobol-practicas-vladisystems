       *>----------------------------------------------------
       *> GESTIÓN NUEVA: EL LLAMADOR LLENA LOS CAMPOS GN- Y
       *> PERFORM GRABAR-GESTION.
       *>----------------------------------------------------
       01 FS-GESTIONES          PIC XX.
       01 FS-GESTIONES-TMP      PIC XX.
       01 FIN-GESTIONES         PIC X VALUE 'N'.
       01 GESTION-NUEVA.
           05 GN-FECHA             PIC 9(8).
           05 GN-HORA              PIC 9(4).
           05 GN-CLIENTE           PIC 9(4).
           05 GN-TIPO              PIC X.
           05 GN-RESULTADO         PIC 9(2).
           05 GN-PROMESA-FECHA     PIC 9(8).
           05 GN-PROMESA-MONTO     PIC 9(9)V99.
           05 GN-PROMESA-ESTADO    PIC X.
           05 GN-OPERADOR          PIC 9(4).
           05 GN-NOTA              PIC X(40).

       *>----------------------------------------------------
       *> RESULTADOS DE GESTIÓN. RESULTADO-VALIDO QUEDA EN
       *> 'N' SI EL CÓDIGO NO ESTÁ EN LA LISTA.
       *>----------------------------------------------------
       01 RESULTADO-CONSULTA    PIC 9(2) VALUE 0.
       01 DESCRIPCION-RESULTADO PIC X(24).
       01 RESULTADO-VALIDO      PIC X VALUE 'N'.
       01 TIPO-CONSULTA         PIC X VALUE SPACE.
       01 DESCRIPCION-TIPO      PIC X(8).

       *>----------------------------------------------------
       *> DEUDORES DE CARTERA A LA FECHA DE CORTE. EL
       *> LLAMADOR LLENA FECHA-CORTE-COBRANZA, CARGA
       *> PARÁMETROS (CARGAR-PARAMETROS) Y PERFORM
       *> CARGAR-DEUDORES-CARTERA: QUEDA UNA ENTRADA POR
       *> CLIENTE CON DOCUMENTOS ABIERTOS, CON SU SALDO, LO
       *> VENCIDO (DOCUMENTOS CON MÁS DE PLAZO-COBRANZA DÍAS
       *> CORRIDOS, PARÁMETRO COBRANZA-PLAZO-DIAS), LOS DÍAS
       *> DE ATRASO DEL MÁS ANTIGUO Y LO ÚLTIMO QUE SE GESTIONÓ
       *> (ÚLTIMO CONTACTO, ÚLTIMA PROMESA Y ÚLTIMA CARTA
       *> DESDE QUE SE ABRIÓ LA DEUDA). ORDENAR-DEUDORES LOS
       *> DEJA DE MAYOR A MENOR VENCIDO Y, A IGUAL MONTO, DE
       *> MÁS A MENOS DÍAS DE ATRASO. EL PROGRAMA COPIA
       *> CARTERA-SELECT/CARTERA-FD, DECLARA FS-CARTERA Y
       *> COPIA PARAMETROS-WS.
       *>----------------------------------------------------
       01 FECHA-CORTE-COBRANZA  PIC 9(8) VALUE 0.
       01 CORTE-COBRANZA-INT    PIC 9(8).
       01 DOCUMENTO-COBRANZA-INT PIC 9(8).
       01 DIAS-DOCUMENTO        PIC S9(5).
       01 PLAZO-COBRANZA        PIC 9(3) VALUE 30.
       01 FIN-CARTERA-COBRANZA  PIC X VALUE 'N'.
       01 MAX-DEUDORES-CART     PIC 9(3) VALUE 300.
       01 TOTAL-DEUDORES-CART   PIC 9(3) VALUE 0.
       01 TOTAL-DEUDORES-VENCIDOS PIC 9(3) VALUE 0.
       01 TABLA-DEUDORES-CART.
           05 DEUDOR-CART OCCURS 300 TIMES.
               10 DC-CLIENTE       PIC 9(4).
               10 DC-SALDO         PIC S9(11)V99.
               10 DC-VENCIDO       PIC S9(11)V99.
               10 DC-DOCUMENTOS    PIC 9(3).
               10 DC-DIAS-ATRASO   PIC 9(5).
               10 DC-FECHA-ANTIGUA PIC 9(8).
               10 DC-ULT-FECHA     PIC 9(8).
               10 DC-ULT-TIPO      PIC X.
               10 DC-ULT-RESULTADO PIC 9(2).
               10 DC-PROMESA-FECHA PIC 9(8).
               10 DC-PROMESA-MONTO PIC 9(9)V99.
               10 DC-PROMESA-ESTADO PIC X.
               10 DC-CARTA-NIVEL   PIC 9.
               10 DC-CARTA-FECHA   PIC 9(8).
       01 DEUDOR-AUX            PIC X(86).
       01 IDX-DEUDOR            PIC 9(3).
       01 IDX-DEUDOR-ORD        PIC 9(3).
       01 IDX-DEUDOR-MAYOR      PIC 9(3).
       01 DEUDOR-EN-TABLA       PIC 9(3) VALUE 0.
       01 CLIENTE-DEUDOR-BUSCADO PIC 9(4) VALUE 0.
