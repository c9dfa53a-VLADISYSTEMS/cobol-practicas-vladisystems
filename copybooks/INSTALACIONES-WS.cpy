       *>----------------------------------------------------
       *> RESERVAS DE INSTALACIONES. EL LLAMADOR LLENA
       *> RESERVA-INST-BUSCADA Y PERFORM BUSCAR-RESERVA-INST:
       *> SI RESERVA-INST-HALLADA QUEDA EN 'S',
       *> RESERVA-INST-ACTUAL TRAE EL REGISTRO.
       *> REGRABAR-RESERVA-INST DEVUELVE RESERVA-INST-ACTUAL AL
       *> ARCHIVO. CARGAR-INSTALACIONES DEJA EL MAESTRO EN LA
       *> TABLA IA-; BUSCAR-INSTALACION-EN-TABLA UBICA
       *> INSTALACION-BUSCADA EN INSTALACION-EN-TABLA (0 = NO
       *> ESTÁ).
       *>----------------------------------------------------
       01 FS-INSTALACIONES      PIC XX.
       01 FS-TARIFAS-INST       PIC XX.
       01 FS-RESERVAS-INST      PIC XX.
       01 FS-RESERVAS-INST-TMP  PIC XX.
       01 RESERVA-INST-BUSCADA  PIC 9(6) VALUE 0.
       01 RESERVA-INST-HALLADA  PIC X VALUE 'N'.
       01 FIN-RESERVAS-INST     PIC X VALUE 'N'.
       01 RESULT-CODE-RESERVAS-INST PIC 9(2).
       01 RESERVA-INST-ACTUAL.
           05 RI-NUMERO            PIC 9(6).
           05 RI-INSTALACION       PIC 9(3).
           05 RI-FECHA             PIC 9(8).
           05 RI-HORA              PIC 9(2).
           05 RI-MIEMBRO           PIC 9(6).
           05 RI-NOMBRE            PIC X(30).
           05 RI-SOCIO             PIC X.
           05 RI-PICO              PIC X.
           05 RI-TARIFA            PIC 9(7)V99.
           05 RI-CUOTA             PIC X.
           05 RI-ESTADO            PIC X.
           05 RI-COBRO             PIC X.
           05 RI-CAJA              PIC 9(2).
           05 RI-FOLIO             PIC 9(6).
           05 RI-FECHA-FACTURA     PIC 9(8).
           05 RI-FECHA-ALTA        PIC 9(8).
           05 RI-OPERADOR          PIC 9(4).
      *> COBRO EN CAJA: MARCAR-RESERVA-INST-FACTURADA PASA A
      *> 'F' EL COBRO DE LA RESERVA RESERVA-INST-BUSCADA SI
      *> AÚN ESTÁ EN 'P'.
       01 RESERVA-INST-CAJA     PIC 9(2).
       01 RESERVA-INST-FOLIO    PIC 9(6).
       01 RESERVA-INST-FECHA    PIC 9(8).
      *> MAESTRO DE INSTALACIONES EN TABLA.
       01 MAX-INSTALACIONES     PIC 9(3) VALUE 50.
       01 TOTAL-INSTALACIONES   PIC 9(3) VALUE 0.
       01 TABLA-INSTALACIONES.
           05 INSTALACION-ENTRADA OCCURS 50 TIMES.
               10 IA-CODIGO         PIC 9(3).
               10 IA-NOMBRE         PIC X(20).
               10 IA-CATEGORIA      PIC X(10).
               10 IA-ABRE           PIC 9(2).
               10 IA-CIERRA         PIC 9(2).
               10 IA-FER-ABRE       PIC 9(2).
               10 IA-FER-CIERRA     PIC 9(2).
               10 IA-PICO-DESDE     PIC 9(2).
               10 IA-PICO-HASTA     PIC 9(2).
               10 IA-ACTIVA         PIC X.
       01 IDX-INSTALACION       PIC 9(3).
       01 INSTALACION-BUSCADA   PIC 9(3) VALUE 0.
       01 INSTALACION-EN-TABLA  PIC 9(3) VALUE 0.
      *> HORARIO DEL DÍA: CON INSTALACION-EN-TABLA Y
      *> HORARIO-FERIADO ('S' SI LA FECHA ESTÁ EN FERIADOS.DAT),
      *> CALCULAR-HORARIO-INST DEJA LA HORA DE APERTURA Y DE
      *> CIERRE; CON HORARIO-HORA ADEMÁS DICE SI EL TURNO ESTÁ
      *> DENTRO DEL HORARIO Y SI ES HORA PICO.
       01 HORARIO-FERIADO       PIC X VALUE 'N'.
       01 HORARIO-HORA          PIC 9(2) VALUE 0.
       01 HORARIO-ABRE          PIC 9(2) VALUE 0.
       01 HORARIO-CIERRA        PIC 9(2) VALUE 0.
       01 HORARIO-ABIERTO       PIC X VALUE 'N'.
       01 HORARIO-PICO          PIC X VALUE 'N'.
