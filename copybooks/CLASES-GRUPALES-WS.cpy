       *>----------------------------------------------------
       *> CLASES GRUPALES. CARGAR-ENTRENADORES Y
       *> CARGAR-CLASES-GRUPALES DEJAN LOS MAESTROS EN LAS
       *> TABLAS NA- Y XA-; BUSCAR-ENTRENADOR-EN-TABLA Y
       *> BUSCAR-CLASE-EN-TABLA UBICAN ENTRENADOR-BUSCADO Y
       *> CLASE-BUSCADA (0 = NO ESTÁ). CONTAR-INSCRIPTOS-CLASE
       *> CUENTA INSCRIPTOS Y EN ESPERA DE CLASE-BUSCADA;
       *> BUSCAR-INSCRIPCION-CLASE DEJA EN INSCRIPCION-ESTADO
       *> EL ESTADO DE MIEMBRO-CLASE EN CLASE-BUSCADA (BLANCO =
       *> NO ESTÁ ANOTADO O SE DIO DE BAJA).
       *> CALCULAR-DIA-CLASE: DIA-CLASE-FECHA (AAAAMMDD) ->
       *> DIA-CLASE-NUM (1 = LUNES) Y DIA-CLASE-NOMBRE.
       *>----------------------------------------------------
       01 FS-ENTRENADORES       PIC XX.
       01 FS-CLASES-GRUPALES    PIC XX.
       01 FS-INSCRIPCIONES-CLASE PIC XX.
       01 FS-INSCRIPCIONES-CLASE-TMP PIC XX.
       01 FS-ASISTENCIAS-CLASE  PIC XX.
       01 FIN-INSCRIPCIONES-CLASE PIC X VALUE 'N'.
       01 FIN-ASISTENCIAS-CLASE PIC X VALUE 'N'.
       01 RESULT-CODE-INSCRIPCIONES PIC 9(2).

       01 MAX-ENTRENADORES      PIC 9(3) VALUE 50.
       01 TOTAL-ENTRENADORES    PIC 9(3) VALUE 0.
       01 TABLA-ENTRENADORES.
           05 ENTRENADOR-ENTRADA OCCURS 50 TIMES.
               10 NA-CODIGO         PIC 9(4).
               10 NA-NOMBRE         PIC X(30).
               10 NA-TARIFA-HORA    PIC 9(7)V99.
               10 NA-ACTIVO         PIC X.
       01 IDX-ENTRENADOR        PIC 9(3).
       01 ENTRENADOR-BUSCADO    PIC 9(4) VALUE 0.
       01 ENTRENADOR-EN-TABLA   PIC 9(3) VALUE 0.

       01 MAX-CLASES            PIC 9(3) VALUE 100.
       01 TOTAL-CLASES          PIC 9(3) VALUE 0.
       01 TABLA-CLASES.
           05 CLASE-ENTRADA OCCURS 100 TIMES.
               10 XA-CODIGO         PIC 9(4).
               10 XA-DISCIPLINA     PIC X(20).
               10 XA-ENTRENADOR     PIC 9(4).
               10 XA-SALA           PIC X(15).
               10 XA-DIA            PIC 9.
               10 XA-HORA           PIC 9(4).
               10 XA-DURACION       PIC 9(3).
               10 XA-CUPO           PIC 9(3).
               10 XA-CATEGORIA OCCURS 4 TIMES
                                    PIC X(20).
               10 XA-ACTIVA         PIC X.
       01 IDX-CLASE             PIC 9(3).
       01 IDX-CATEGORIA-CLASE   PIC 9.
       01 CLASE-BUSCADA         PIC 9(4) VALUE 0.
       01 CLASE-EN-TABLA        PIC 9(3) VALUE 0.

       01 MIEMBRO-CLASE         PIC 9(6) VALUE 0.
       01 INSCRIPCION-ESTADO    PIC X VALUE SPACE.
       01 INSCRIPTOS-CLASE      PIC 9(4) VALUE 0.
       01 ESPERA-CLASE          PIC 9(4) VALUE 0.

       01 DIA-CLASE-FECHA       PIC 9(8).
       01 DIA-CLASE-NUM         PIC 9.
       01 DIA-CLASE-NOMBRE      PIC X(10).
       01 DIA-CLASE-INT         PIC 9(8).
       01 NOMBRES-DIA-CLASE.
           05 FILLER PIC X(10) VALUE "Lunes".
           05 FILLER PIC X(10) VALUE "Martes".
           05 FILLER PIC X(10) VALUE "Miercoles".
           05 FILLER PIC X(10) VALUE "Jueves".
           05 FILLER PIC X(10) VALUE "Viernes".
           05 FILLER PIC X(10) VALUE "Sabado".
           05 FILLER PIC X(10) VALUE "Domingo".
       01 TABLA-DIA-CLASE REDEFINES NOMBRES-DIA-CLASE.
           05 NOMBRE-DIA-CLASE OCCURS 7 TIMES PIC X(10).
