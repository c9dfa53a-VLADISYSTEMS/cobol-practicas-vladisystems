      *>----------------------------------------------------
      *> ENTRENADORES DE LAS CLASES GRUPALES
      *> (ENTRENADORES.DAT). NT-TARIFA-HORA ES LO QUE SE LE
      *> PAGA POR HORA DE CLASE DICTADA. NT-ACTIVO: S/N.
      *>----------------------------------------------------
       FD  ARCHIVO-ENTRENADORES.
       01  ENTRENADOR-REG.
           05 NT-CODIGO            PIC 9(4).
           05 NT-NOMBRE            PIC X(30).
           05 NT-TARIFA-HORA       PIC 9(7)V99.
           05 NT-ACTIVO            PIC X.

      *>----------------------------------------------------
      *> HORARIO SEMANAL DE CLASES GRUPALES
      *> (CLASES-GRUPALES.DAT): UN RENGLÓN POR CLASE FIJA DE
      *> LA SEMANA. CX-DIA: 1 = LUNES ... 7 = DOMINGO.
      *> CX-HORA: INICIO HHMM. CX-DURACION EN MINUTOS.
      *> CX-CUPO: INSCRIPTOS MÁXIMOS; LOS DEMÁS VAN A LA LISTA
      *> DE ESPERA. CX-CATEGORIA: HASTA CUATRO CATEGORÍAS
      *> DEPORTIVAS (M-CATEGORIA) ADMITIDAS; TODAS EN BLANCO =
      *> ABIERTA A CUALQUIER CATEGORÍA. CX-ACTIVA: S/N.
      *>----------------------------------------------------
       FD  ARCHIVO-CLASES-GRUPALES.
       01  CLASE-GRUPAL-REG.
           05 CX-CODIGO            PIC 9(4).
           05 CX-DISCIPLINA        PIC X(20).
           05 CX-ENTRENADOR        PIC 9(4).
           05 CX-SALA              PIC X(15).
           05 CX-DIA               PIC 9.
           05 CX-HORA              PIC 9(4).
           05 CX-DURACION          PIC 9(3).
           05 CX-CUPO              PIC 9(3).
           05 CX-CATEGORIA OCCURS 4 TIMES
                                   PIC X(20).
           05 CX-ACTIVA            PIC X.

      *>----------------------------------------------------
      *> INSCRIPCIONES A CLASES (INSCRIPCIONES-CLASE.DAT).
      *> GI-ESTADO: I = INSCRIPTO, E = EN LISTA DE ESPERA,
      *> B = BAJA. EL ORDEN DEL ARCHIVO ES EL ORDEN DE
      *> LLEGADA: AL LIBERARSE UN LUGAR PASA A INSCRIPTO LA
      *> PRIMERA 'E' DE LA CLASE.
      *>----------------------------------------------------
       FD  ARCHIVO-INSCRIPCIONES-CLASE.
       01  INSCRIPCION-CLASE-REG.
           05 GI-CLASE             PIC 9(4).
           05 GI-MIEMBRO           PIC 9(6).
           05 GI-ESTADO            PIC X.
           05 GI-FECHA-ALTA        PIC 9(8).
           05 GI-HORA-ALTA         PIC 9(8).
           05 GI-FECHA-ESTADO      PIC 9(8).
           05 GI-OPERADOR          PIC 9(4).

       FD  ARCHIVO-INSCRIPCIONES-CLASE-TMP.
       01  INSCRIPCION-CLASE-TMP-REG PIC X(39).

      *>----------------------------------------------------
      *> ASISTENCIA POR SESIÓN (ASISTENCIAS-CLASE.DAT): EL
      *> SOCIO QUE EN EL CHECK-IN DICE A QUÉ CLASE VIENE.
      *> AX-MIEMBRO + AX-FECHA + AX-HORA ES LA CLAVE
      *> (AS-CLAVE) DE SU ENTRADA EN ASISTENCIAS.IDX; AX-FECHA
      *> ES ADEMÁS LA FECHA DE LA SESIÓN.
      *>----------------------------------------------------
       FD  ARCHIVO-ASISTENCIAS-CLASE.
       01  ASISTENCIA-CLASE-REG.
           05 AX-CLASE             PIC 9(4).
           05 AX-FECHA             PIC 9(8).
           05 AX-MIEMBRO           PIC 9(6).
           05 AX-HORA              PIC 9(8).
