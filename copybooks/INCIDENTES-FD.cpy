      *>----------------------------------------------------
      *> INCIDENTES Y LESIONES EN LAS INSTALACIONES
      *> (INCIDENTES.DAT), UNO POR PERSONA LESIONADA.
      *> IN-INSTALACION ES EL CÓDIGO DE INSTALACIONES.DAT (0
      *> SI OCURRIÓ EN OTRO LUGAR; IN-LUGAR LLEVA EL NOMBRE).
      *> IN-ACTIVIDAD: E ENTRENAMIENTO, P PARTIDO, C CLASE
      *> GRUPAL, L USO LIBRE, O OTRA. IN-TIPO-PERSONA: S
      *> SOCIO (IN-MIEMBRO), V VISITANTE (IN-MIEMBRO = 0).
      *> IN-TIPO-LESION: VER NOMBRE-LESION EN INCIDENTES-WS.
      *> IN-AVISO-TUTOR: S/N SI SE AVISÓ AL PADRE, MADRE O
      *> TUTOR (O AL CONTACTO DE EMERGENCIA DEL MAYOR).
      *> IN-INHABILITA = 'S': EL SOCIO NO VUELVE A ENTRAR
      *> HASTA QUE SE CARGUE UN CERTIFICADO MÉDICO EMITIDO EN
      *> LA FECHA DEL INCIDENTE O DESPUÉS.
      *>----------------------------------------------------
       FD  ARCHIVO-INCIDENTES.
       01  INCIDENTE-REG.
           05 IN-NUMERO            PIC 9(6).
           05 IN-FECHA             PIC 9(8).
           05 IN-HORA              PIC 9(4).
           05 IN-INSTALACION       PIC 9(3).
           05 IN-LUGAR             PIC X(20).
           05 IN-ACTIVIDAD         PIC X.
           05 IN-TIPO-PERSONA      PIC X.
           05 IN-MIEMBRO           PIC 9(6).
           05 IN-NOMBRE            PIC X(30).
           05 IN-EDAD              PIC 9(3).
           05 IN-EQUIPO            PIC X(6).
           05 IN-ENTRENADOR        PIC X(30).
           05 IN-TIPO-LESION       PIC 9.
           05 IN-DESCRIPCION       PIC X(40).
           05 IN-PRIMEROS-AUXILIOS PIC X(40).
           05 IN-AVISO-TUTOR       PIC X.
           05 IN-INHABILITA        PIC X.
