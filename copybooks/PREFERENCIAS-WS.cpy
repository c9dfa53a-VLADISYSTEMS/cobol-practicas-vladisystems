       *>----------------------------------------------------
       *> PREFERENCIAS DE CONTACTO EN TABLA. CARGAR-PREFERENCIAS
       *> LEE EL ARCHIVO; EL LLAMADOR LLENA PREF-TIPO-BUSCADO Y
       *> PREF-ID-BUSCADO Y PERFORM BUSCAR-PREFERENCIA: DEJA EN
       *> PREF-CANAL / PREF-SMS / PREF-EMAIL / PREF-CARTA LO
       *> REGISTRADO, O LOS TRES CANALES EN 'S' SI NO HAY
       *> RENGLÓN (PREF-HALLADA = 'N'). GRABAR-PREFERENCIAS
       *> REESCRIBE EL ARCHIVO DESDE LA TABLA.
       *>----------------------------------------------------
       01 FS-PREFERENCIAS        PIC XX.
       01 FS-PREFERENCIAS-TMP    PIC XX.
       01 RESULT-CODE-PREFERENCIAS PIC 9(2).
       01 MAX-PREFERENCIAS       PIC 9(4) VALUE 2000.
       01 TOTAL-PREFERENCIAS     PIC 9(4) VALUE 0.
       01 TABLA-PREFERENCIAS.
           05 PREFERENCIA-ENTRADA OCCURS 2000 TIMES.
               10 TP-TIPO        PIC X.
               10 TP-ID          PIC 9(6).
               10 TP-CANAL       PIC X.
               10 TP-SMS         PIC X.
               10 TP-EMAIL       PIC X.
               10 TP-CARTA       PIC X.
               10 TP-FECHA       PIC 9(8).
               10 TP-ORIGEN      PIC X.
       01 IDX-PREFERENCIA        PIC 9(4).
       01 PREF-TIPO-BUSCADO      PIC X.
       01 PREF-ID-BUSCADO        PIC 9(6).
       01 PREF-HALLADA           PIC X VALUE 'N'.
       01 PREF-POSICION          PIC 9(4) VALUE 0.
       01 PREF-CANAL             PIC X.
       01 PREF-SMS               PIC X.
       01 PREF-EMAIL             PIC X.
       01 PREF-CARTA             PIC X.
