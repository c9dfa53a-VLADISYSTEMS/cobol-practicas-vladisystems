       *>----------------------------------------------------
       *> ALQUILER EN CONSULTA. EL LLAMADOR LLENA
       *> ALQUILER-BUSCADO Y PERFORM BUSCAR-ALQUILER: SI
       *> ALQUILER-HALLADO QUEDA EN 'S', ALQUILER-ACTUAL TRAE
       *> EL REGISTRO. REGRABAR-ALQUILER DEVUELVE
       *> ALQUILER-ACTUAL AL ARCHIVO. PARA EL DEPÓSITO SE
       *> LLENAN LOS CAMPOS GARANTIA- Y PERFORM
       *> GRABAR-GARANTIA.
       *>----------------------------------------------------
       01 FS-ALQUILERES         PIC XX.
       01 FS-ALQUILERES-TMP     PIC XX.
       01 FS-GARANTIAS          PIC XX.
       01 FS-TARIFAS-ALQ        PIC XX.
       01 ALQUILER-BUSCADO      PIC 9(6) VALUE 0.
       01 ALQUILER-HALLADO      PIC X VALUE 'N'.
       01 FIN-ALQUILERES        PIC X VALUE 'N'.
       01 RESULT-CODE-ALQUILER  PIC 9(2).
       01 ALQUILER-ACTUAL.
           05 AL-NUMERO            PIC 9(6).
           05 AL-FECHA-SALIDA      PIC 9(8).
           05 AL-HORA-SALIDA       PIC 9(4).
           05 AL-CLIENTE           PIC 9(4).
           05 AL-MIEMBRO           PIC 9(6).
           05 AL-NOMBRE            PIC X(30).
           05 AL-CODIGO            PIC 9(6).
           05 AL-PRODUCTO          PIC X(20).
           05 AL-UNIDADES          PIC 9(3).
           05 AL-DEPOSITO          PIC 9(7)V99.
           05 AL-FORMA-DEPOSITO    PIC X(13).
           05 AL-FECHA-VENCE       PIC 9(8).
           05 AL-HORA-VENCE        PIC 9(4).
           05 AL-MODO              PIC X.
           05 AL-TARIFA            PIC 9(7)V99.
           05 AL-FECHA-DEVOL       PIC 9(8).
           05 AL-HORA-DEVOL        PIC 9(4).
           05 AL-RECARGO           PIC 9(7)V99.
           05 AL-ESTADO            PIC X.
           05 AL-CAJA              PIC 9(2).
           05 AL-FOLIO             PIC 9(6).
           05 AL-FECHA-FACTURA     PIC 9(8).
           05 AL-OPERADOR          PIC 9(4).
       01 GARANTIA-NUMERO       PIC 9(6).
       01 GARANTIA-FECHA        PIC 9(8).
       01 GARANTIA-MONTO        PIC S9(9)V99 VALUE 0.
       01 GARANTIA-FORMA        PIC X(13).
       01 GARANTIA-CAJA         PIC 9(2) VALUE 0.
       01 GARANTIA-TURNO        PIC 9(2) VALUE 0.
      *> COBRO DEL RECARGO: MARCAR-ALQUILER-FACTURADO PASA A
      *> 'F' EL ALQUILER ALQUILER-BUSCADO SI AÚN ESTÁ EN 'R'.
       01 ALQUILER-CAJA         PIC 9(2).
       01 ALQUILER-FOLIO        PIC 9(6).
       01 ALQUILER-FECHA        PIC 9(8).
      *> ATRASO: CALCULAR-ATRASO-ALQUILER COMPARA EL
      *> VENCIMIENTO DE ALQUILER-ACTUAL CONTRA ATRASO-FECHA Y
      *> ATRASO-HORA (HHMM), DESCONTANDO ATRASO-TOLERANCIA
      *> MINUTOS, Y DEJA LOS MINUTOS DE ATRASO, LOS PERÍODOS
      *> (HORAS O DÍAS INICIADOS) Y EL RECARGO.
       01 ATRASO-FECHA          PIC 9(8).
       01 ATRASO-HORA           PIC 9(4).
       01 ATRASO-TOLERANCIA     PIC 9(4) VALUE 15.
       01 ATRASO-MINUTOS        PIC S9(9) VALUE 0.
       01 ATRASO-PERIODOS       PIC 9(5) VALUE 0.
       01 ATRASO-RECARGO        PIC 9(7)V99 VALUE 0.
       01 ATRASO-CALCULO        PIC 9(13)V99 VALUE 0.
       01 ATRASO-HH             PIC 9(2).
       01 ATRASO-MM             PIC 9(2).
       01 ATRASO-MIN-VENCE      PIC S9(11).
       01 ATRASO-MIN-AHORA      PIC S9(11).
       01 ATRASO-RESTO          PIC 9(5).
