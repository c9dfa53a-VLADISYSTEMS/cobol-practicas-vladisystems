       *>----------------------------------------------------
       *> INCIDENTES Y LESIONES. EL LLAMADOR LLENA
       *> INCIDENTE-SOCIO Y PERFORM VERIFICAR-ALTA-MEDICA:
       *> SOCIO-HABILITADO QUEDA EN 'N' SI TIENE UNA LESIÓN
       *> QUE LO INHABILITA (LA MÁS RECIENTE EN
       *> FECHA-LESION-PENDIENTE / INCIDENTE-PENDIENTE) SIN UN
       *> CERTIFICADO MÉDICO EMITIDO DESDE ESA FECHA.
       *> REQUIERE TAMBIÉN LOS COPY CERTIFICADOS-SELECT/FD.
       *>----------------------------------------------------
       01 FS-INCIDENTES         PIC XX.
       01 FIN-INCIDENTES        PIC X VALUE 'N'.
       01 INCIDENTE-SOCIO       PIC 9(6) VALUE 0.
       01 SOCIO-HABILITADO      PIC X VALUE 'S'.
       01 FECHA-LESION-PENDIENTE PIC 9(8) VALUE 0.
       01 INCIDENTE-PENDIENTE   PIC 9(6) VALUE 0.
       01 LISTA-ACTIVIDADES.
           05 FILLER PIC X(16) VALUE "EEntrenamiento".
           05 FILLER PIC X(16) VALUE "PPartido".
           05 FILLER PIC X(16) VALUE "CClase grupal".
           05 FILLER PIC X(16) VALUE "LUso libre".
           05 FILLER PIC X(16) VALUE "OOtra".
       01 TABLA-ACTIVIDADES REDEFINES LISTA-ACTIVIDADES.
           05 ACTIVIDAD-ENTRADA OCCURS 5 TIMES.
               10 CODIGO-ACTIVIDAD PIC X.
               10 NOMBRE-ACTIVIDAD PIC X(15).
       01 TOTAL-ACTIVIDADES     PIC 9 VALUE 5.
       01 IDX-ACTIVIDAD         PIC 9.
       01 LISTA-LESIONES.
           05 FILLER PIC X(22) VALUE "Golpe o contusión".
           05 FILLER PIC X(22) VALUE "Esguince".
           05 FILLER PIC X(22) VALUE "Fractura".
           05 FILLER PIC X(22) VALUE "Corte o herida".
           05 FILLER PIC X(22) VALUE "Lesión muscular".
           05 FILLER PIC X(22) VALUE "Pérdida conocimiento".
           05 FILLER PIC X(22) VALUE "Otra".
       01 TABLA-LESIONES REDEFINES LISTA-LESIONES.
           05 NOMBRE-LESION OCCURS 7 TIMES PIC X(22).
       01 TOTAL-LESIONES        PIC 9 VALUE 7.
       01 IDX-LESION            PIC 9.
