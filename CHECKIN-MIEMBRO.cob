               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECHAZOS.
       COPY ASISTENCIAS-IDX-SELECT.
       COPY CLASES-GRUPALES-SELECT.
       COPY INVITADOS-SELECT.
       COPY TARJETAS-SELECT.
       COPY INCIDENTES-SELECT.
           SELECT ARCHIVO-VISITANTES ASSIGN TO "VISITANTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VISITANTES.
           SELECT ARCHIVO-AFORO ASSIGN TO "AFORO-ACTUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AFORO.
      *> SOCIOS DETENIDOS POR CERTIFICADO VENCIDO O FALTANTE
      *> (RECHAZOS-CHECKIN-AAAAMMDD.DAT, UNO POR DÍA): LA
      *> LISTA QUE RECEPCIÓN USA PARA PERSEGUIR RENOVACIONES.
      *> ACCIÓN: B = ACCESO BLOQUEADO, A = SÓLO AVISADO,
      *> L = LESIONADO SIN ALTA MÉDICA (RC-VENCIMIENTO LLEVA
      *> LA FECHA DE LA LESIÓN).
      *>----------------------------------------------------
       FD  ARCHIVO-RECHAZOS.
       01  RECHAZO-REG.
           05 RC-ACCION            PIC X.

       COPY ASISTENCIAS-IDX-FD.
       COPY CLASES-GRUPALES-FD.
       COPY INVITADOS-FD.
       COPY TARJETAS-FD.
       COPY INCIDENTES-FD.

       FD  ARCHIVO-VISITANTES.
       01  LINEA-VISITANTE        PIC X(70).

      *>----------------------------------------------------
      *> CONTADOR VIVO DE PERSONAS ADENTRO (AFORO-ACTUAL.DAT)
       01 FS-MIEMBROS            PIC XX.
       01 FS-ASISTENCIAS         PIC XX.
       01 OPCION                 PIC X VALUE 'S'.
       01 MIEMBRO-TXT            PIC X(12).
       01 MIEMBRO-CHECKIN        PIC 9(6).
       01 MIEMBRO-HALLADO        PIC X VALUE 'N'.
       01 NOMBRE-MIEMBRO         PIC X(30).
       01 ESTADO-MIEMBRO         PIC X.

       *>----------------------------------------------------
       *> IDENTIFICACIÓN: LOS NUEVE DÍGITOS DE LA TARJETA
       *> LEÍDA POR EL ESCÁNER IDENTIFICAN AL SOCIO SIN MÁS;
       *> EL NÚMERO DE SOCIO TIPEADO A MANO SE CONFIRMA CON EL
       *> NOMBRE ANTES DE REGISTRAR. LA TARJETA BLOQUEADA POR
       *> PÉRDIDA NO ENTRA Y SE INFORMA SU REEMPLAZO.
       *>----------------------------------------------------
       COPY TARJETAS-WS.
       01 LARGO-IDENTIFICACION   PIC 9(2).
       01 IDENTIFICACION-OK      PIC X VALUE 'N'.
       01 CONFIRMA-SOCIO         PIC X.
       COPY INCIDENTES-WS.

       *>----------------------------------------------------
       *> CONTROL DE CERTIFICADO MÉDICO EN EL CHECK-IN: CON
       *> CERT-MODO = B (PARAMETROS.DAT) EL VENCIDO O
       01 FECHA-VISITA           PIC 9(8).
       01 HORA-VISITA            PIC 9(8).
       01 TOTAL-CHECKIN          PIC 9(4) VALUE 0.
       01 ASISTENCIA-GRABADA     PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> ASISTENCIA A CLASES GRUPALES: AL ENTRAR, EL SOCIO
       *> INSCRIPTO EN UNA CLASE DE HOY QUE TODAVÍA NO TERMINÓ
       *> (Y QUE EMPIEZA DENTRO DE CLASE-VENTANA-MINUTOS) DICE
       *> SI VIENE A ELLA; LA ASISTENCIA QUEDA EN
       *> ASISTENCIAS-CLASE.DAT CON LA CLAVE DE SU ENTRADA EN
       *> ASISTENCIAS.IDX.
       *>----------------------------------------------------
       COPY CLASES-GRUPALES-WS.
       01 VENTANA-CLASE          PIC 9(3) VALUE 60.
       01 MINUTO-VISITA          PIC 9(4).
       01 HHMM-CLASE             PIC 9(4).
       01 HH-CLASE               PIC 9(2).
       01 MM-CLASE               PIC 9(2).
       01 MINUTO-INICIO-CLASE    PIC 9(4).
       01 MINUTO-FIN-CLASE       PIC 9(4).
       01 CLASES-HOY             PIC 9(2) VALUE 0.
       01 TABLA-CLASES-HOY.
           05 CLASE-HOY OCCURS 10 TIMES PIC 9(3).
       01 IDX-CLASE-HOY          PIC 9(2).
       01 CLASE-TXT              PIC X(6).
       01 CLASE-ELEGIDA          PIC 9(3) VALUE 0.
       01 YA-EN-CLASE            PIC X VALUE 'N'.
       01 PRESENTES-CLASE        PIC 9(4) VALUE 0.
       01 F-HORA-CLASE           PIC X(5).
       01 F-PRESENTES            PIC ZZZ9.
       01 F-CUPO-CLASE           PIC ZZ9.

       *>----------------------------------------------------
       *> INVITADOS: EL SOCIO QUE ENTRA PUEDE TRAER
       *> INVITADOS. LOS DEL CUPO MENSUAL DE SU CATEGORÍA
       *> ENTRAN SIN CARGO; LOS DEMÁS SE CARGAN A LA PRÓXIMA
       *> CUOTA DEL SOCIO (INVITADO-TARIFA EN PARAMETROS.DAT)
       *> O PAGAN EL PASE DE DÍA EN CAJA. CADA INVITADO QUEDA
       *> EN INVITADOS.DAT Y, SI NO VA A CAJA, TAMBIÉN EN
       *> VISITANTES.DAT (LA VENTA DEL PASE YA LO GRABA).
       *>----------------------------------------------------
       COPY INVITADOS-WS.
       01 FS-VISITANTES          PIC XX.
       01 FIN-INVITADOS          PIC X VALUE 'N'.
       01 TARIFA-INVITADO        PIC 9(7)V99 VALUE 0.
       01 INVITADOS-TXT          PIC X(3).
       01 CANTIDAD-INVITADOS     PIC 9(2) VALUE 0.
       01 IDX-INVITADO           PIC 9(2).
       01 CORTESIAS-MES          PIC 9(3) VALUE 0.
       01 ANIO-MES-VISITA        PIC 9(6).
       01 ANIO-MES-INVITADO      PIC 9(6).
       01 HORA-INVITADO          PIC 9(8).
       01 NOMBRE-INVITADO        PIC X(30).
       01 EDAD-TXT               PIC X(4).
       01 EDAD-INVITADO          PIC 99.
       01 CIUDAD-INVITADO        PIC X(20).
       01 TIPO-INVITADO          PIC X.
       01 OPCION-INVITADO        PIC X.
       01 F-TARIFA-INVITADO      PIC Z,ZZZ,ZZ9.99.
       01 F-CORTESIAS            PIC ZZ9.
       01 F-CUPO-INVITADOS       PIC ZZ9.

       PROCEDURE DIVISION.

               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO AFORO-MAXIMO
           END-IF
           MOVE "CLASE-VENTANA-MINUTOS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO VENTANA-CLASE
           END-IF
           MOVE "INVITADO-TARIFA" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO TARIFA-INVITADO
           END-IF
           PERFORM CARGAR-CLASES-GRUPALES
           PERFORM LEER-AFORO
           DISPLAY "Personas adentro ahora: " AFORO-ACTUAL

           ELSE
               MOVE 'E' TO EVENTO-CHECKIN
           END-IF
           DISPLAY "Pase la tarjeta o tipee el número de socio:"
           ACCEPT MIEMBRO-TXT
           IF FUNCTION TRIM(MIEMBRO-TXT) IS NOT NUMERIC
               DISPLAY "Número inválido."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MIEMBRO-TXT))
               TO LARGO-IDENTIFICACION
           IF LARGO-IDENTIFICACION > 6
               PERFORM IDENTIFICAR-POR-TARJETA
               IF IDENTIFICACION-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL (MIEMBRO-TXT) TO MIEMBRO-CHECKIN
           END-IF
           PERFORM BUSCAR-MIEMBRO
           IF MIEMBRO-HALLADO = 'N'
               DISPLAY "No existe un socio con ese número."
               EXIT PARAGRAPH
           END-IF
           IF LARGO-IDENTIFICACION <= 6
               DISPLAY "¿Es " FUNCTION TRIM(NOMBRE-MIEMBRO)
                       "? (S/N):"
               ACCEPT CONFIRMA-SOCIO
               IF FUNCTION UPPER-CASE(CONFIRMA-SOCIO) NOT = 'S'
                   DISPLAY "Verifique el número de socio; no se "
                           "registra la asistencia."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ESTADO-MIEMBRO = 'B'
               DISPLAY "El socio está dado de baja; no se registra "
                       "la asistencia. Pase a recepción."
                       AFORO-ACTUAL " de " AFORO-MAXIMO ")."
           END-IF
           PERFORM GRABAR-ASISTENCIA
           PERFORM ACTUALIZAR-AFORO
           IF ASISTENCIA-GRABADA = 'S'
               PERFORM REGISTRAR-CLASE
               PERFORM REGISTRAR-INVITADOS
           END-IF.

      *>----------------------------------------------------
      *> TARJETA ESCANEADA: SE DESCARTA LA LECTURA CON DÍGITO
      *> VERIFICADOR ERRÓNEO, LA QUE NO FUE EMITIDA Y LA
      *> BLOQUEADA POR PÉRDIDA.
      *>----------------------------------------------------
       IDENTIFICAR-POR-TARJETA.
           MOVE 'N' TO IDENTIFICACION-OK
           IF LARGO-IDENTIFICACION NOT = 9
               DISPLAY "Lectura de tarjeta incompleta; pásela de "
                       "nuevo."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (MIEMBRO-TXT) TO TARJETA-LEIDA
           PERFORM VALIDAR-NUMERO-TARJETA
           IF TARJETA-VALIDA = 'N'
               DISPLAY "Lectura de tarjeta errónea; pásela de "
                       "nuevo."
               EXIT PARAGRAPH
           END-IF
           PERFORM BUSCAR-TARJETA
           IF TARJETA-HALLADA = 'N'
               DISPLAY "Tarjeta no registrada. Pase a recepción."
               EXIT PARAGRAPH
           END-IF
           IF TJ-ESTADO = 'B'
               DISPLAY "TARJETA BLOQUEADA: reportada perdida el "
                       TJ-FECHA-BLOQUEO " y reemplazada por la "
                       TJ-REEMPLAZO ". Retenga la tarjeta."
               EXIT PARAGRAPH
           END-IF
           MOVE TJ-MIEMBRO TO MIEMBRO-CHECKIN
           MOVE 'S' TO IDENTIFICACION-OK.

      *>----------------------------------------------------
      *> LA LIGA EXIGE CERTIFICADO MÉDICO VIGENTE; SI EL MÁS
      *> RECIENTE YA VENCIÓ (O NO HAY), SE AVISA EN EL ACTO.
      *> EL SOCIO LESIONADO SIN ALTA MÉDICA NO ENTRA NUNCA,
      *> CUALQUIERA SEA CERT-MODO.
      *>----------------------------------------------------
       VERIFICAR-CERTIFICADO.
           MOVE 'S' TO CERT-OK
           ACCEPT FECHA-VISITA FROM DATE YYYYMMDD
           MOVE MIEMBRO-CHECKIN TO INCIDENTE-SOCIO
           PERFORM VERIFICAR-ALTA-MEDICA
           IF SOCIO-HABILITADO = 'N'
               DISPLAY "ACCESO DENEGADO: lesionado el "
                       FECHA-LESION-PENDIENTE " (incidente "
                       INCIDENTE-PENDIENTE "); presente el "
                       "certificado médico de alta en recepción."
               MOVE 'N' TO CERT-OK
               PERFORM GRABAR-RECHAZO-CERT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MEJOR-VENCIMIENTO
           OPEN INPUT ARCHIVO-CERTIFICADOS
           IF FS-CERTIFICADOS = "00"
           MOVE HORA-VISITA TO RC-HORA
           MOVE MIEMBRO-CHECKIN TO RC-MIEMBRO
           MOVE MEJOR-VENCIMIENTO TO RC-VENCIMIENTO
           EVALUATE TRUE
               WHEN SOCIO-HABILITADO = 'N'
                   MOVE FECHA-LESION-PENDIENTE TO RC-VENCIMIENTO
                   MOVE 'L' TO RC-ACCION
               WHEN CERT-MODO = 'B'
                   MOVE 'B' TO RC-ACCION
               WHEN OTHER
                   MOVE 'A' TO RC-ACCION
           END-EVALUATE
           WRITE RECHAZO-REG
           CLOSE ARCHIVO-RECHAZOS.

       BUSCAR-MIEMBRO.
           MOVE 'N' TO MIEMBRO-HALLADO
           MOVE SPACES TO NOMBRE-MIEMBRO
           MOVE SPACES TO CATEGORIA-INVITANTE
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
                   MOVE 'S' TO MIEMBRO-HALLADO
                   MOVE M-NOMBRE TO NOMBRE-MIEMBRO
                   MOVE M-ESTADO TO ESTADO-MIEMBRO
                   MOVE M-CATEGORIA TO CATEGORIA-INVITANTE
           END-READ
           CLOSE ARCHIVO-MIEMBROS.

       GRABAR-ASISTENCIA.
           ACCEPT FECHA-VISITA FROM DATE YYYYMMDD
           ACCEPT HORA-VISITA FROM TIME
           MOVE 'N' TO ASISTENCIA-GRABADA
           OPEN I-O ARCHIVO-ASISTENCIAS
           IF FS-ASISTENCIAS = "35"
               OPEN OUTPUT ARCHIVO-ASISTENCIAS
           MOVE FECHA-VISITA TO AS-FECHA
           MOVE HORA-VISITA TO AS-HORA
           MOVE EVENTO-CHECKIN TO AS-EVENTO
           WRITE ASISTENCIA-REG
               INVALID KEY
                   DISPLAY "ADVERTENCIA: asistencia repetida en el "
                           "mismo segundo; no se registró."
               NOT INVALID KEY
                   MOVE 'S' TO ASISTENCIA-GRABADA
           END-WRITE
           CLOSE ARCHIVO-ASISTENCIAS
           IF EVENTO-CHECKIN = 'E'
           CLOSE ARCHIVO-AFORO
           DISPLAY "Personas adentro ahora: " AFORO-ACTUAL.

      *>----------------------------------------------------
      *> CLASES DE HOY EN LAS QUE EL SOCIO ESTÁ INSCRIPTO Y
      *> QUE AÚN NO TERMINARON (NI EMPIEZAN MÁS ALLÁ DE LA
      *> VENTANA). SI HAY ALGUNA, SE PREGUNTA A CUÁL VIENE.
      *>----------------------------------------------------
       REGISTRAR-CLASE.
           IF TOTAL-CLASES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FECHA-VISITA TO DIA-CLASE-FECHA
           PERFORM CALCULAR-DIA-CLASE
           DIVIDE HORA-VISITA BY 10000 GIVING HHMM-CLASE
           DIVIDE HHMM-CLASE BY 100 GIVING HH-CLASE
               REMAINDER MM-CLASE
           COMPUTE MINUTO-VISITA = HH-CLASE * 60 + MM-CLASE
           MOVE MIEMBRO-CHECKIN TO MIEMBRO-CLASE
           MOVE 0 TO CLASES-HOY
           PERFORM VARYING IDX-CLASE FROM 1 BY 1
                   UNTIL IDX-CLASE > TOTAL-CLASES
               IF XA-ACTIVA (IDX-CLASE) = 'S'
                   AND XA-DIA (IDX-CLASE) = DIA-CLASE-NUM
                   AND CLASES-HOY < 10
                   PERFORM EVALUAR-CLASE-HOY
               END-IF
           END-PERFORM
           IF CLASES-HOY = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Clases de hoy en las que está inscripto:"
           PERFORM VARYING IDX-CLASE-HOY FROM 1 BY 1
                   UNTIL IDX-CLASE-HOY > CLASES-HOY
               MOVE CLASE-HOY (IDX-CLASE-HOY) TO CLASE-EN-TABLA
               MOVE SPACES TO F-HORA-CLASE
               STRING XA-HORA (CLASE-EN-TABLA) (1:2)
                      DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      XA-HORA (CLASE-EN-TABLA) (3:2)
                      DELIMITED BY SIZE
                      INTO F-HORA-CLASE
               DISPLAY "  " XA-CODIGO (CLASE-EN-TABLA) " "
                       F-HORA-CLASE " "
                       XA-DISCIPLINA (CLASE-EN-TABLA) " "
                       XA-SALA (CLASE-EN-TABLA)
           END-PERFORM
           DISPLAY "¿A qué clase viene? (código, blanco = a "
                   "ninguna):"
           ACCEPT CLASE-TXT
           IF CLASE-TXT = SPACES
               OR FUNCTION TRIM(CLASE-TXT) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (CLASE-TXT) TO CLASE-BUSCADA
           MOVE 0 TO CLASE-ELEGIDA
           PERFORM VARYING IDX-CLASE-HOY FROM 1 BY 1
                   UNTIL IDX-CLASE-HOY > CLASES-HOY
               IF XA-CODIGO (CLASE-HOY (IDX-CLASE-HOY))
                   = CLASE-BUSCADA
                   MOVE CLASE-HOY (IDX-CLASE-HOY) TO CLASE-ELEGIDA
               END-IF
           END-PERFORM
           IF CLASE-ELEGIDA = 0
               DISPLAY "Esa clase no está en la lista; no se "
                       "registra."
               EXIT PARAGRAPH
           END-IF
           PERFORM CONTAR-PRESENTES-CLASE
           IF YA-EN-CLASE = 'S'
               DISPLAY "El socio ya figura presente en esa clase hoy."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARCHIVO-ASISTENCIAS-CLASE
           IF FS-ASISTENCIAS-CLASE = "35"
               OPEN OUTPUT ARCHIVO-ASISTENCIAS-CLASE
           END-IF
           MOVE CLASE-BUSCADA TO AX-CLASE
           MOVE FECHA-VISITA TO AX-FECHA
           MOVE MIEMBRO-CHECKIN TO AX-MIEMBRO
           MOVE HORA-VISITA TO AX-HORA
           WRITE ASISTENCIA-CLASE-REG
           CLOSE ARCHIVO-ASISTENCIAS-CLASE
           ADD 1 TO PRESENTES-CLASE
           MOVE PRESENTES-CLASE TO F-PRESENTES
           MOVE XA-CUPO (CLASE-ELEGIDA) TO F-CUPO-CLASE
           DISPLAY "Presente en "
                   FUNCTION TRIM(XA-DISCIPLINA (CLASE-ELEGIDA))
                   " (" F-PRESENTES " de " F-CUPO-CLASE ").".

       EVALUAR-CLASE-HOY.
           DIVIDE XA-HORA (IDX-CLASE) BY 100 GIVING HH-CLASE
               REMAINDER MM-CLASE
           COMPUTE MINUTO-INICIO-CLASE = HH-CLASE * 60 + MM-CLASE
           COMPUTE MINUTO-FIN-CLASE =
               MINUTO-INICIO-CLASE + XA-DURACION (IDX-CLASE)
           IF MINUTO-VISITA >= MINUTO-FIN-CLASE
               OR MINUTO-VISITA + VENTANA-CLASE < MINUTO-INICIO-CLASE
               EXIT PARAGRAPH
           END-IF
           MOVE XA-CODIGO (IDX-CLASE) TO CLASE-BUSCADA
           PERFORM BUSCAR-INSCRIPCION-CLASE
           IF INSCRIPCION-ESTADO = 'I'
               ADD 1 TO CLASES-HOY
               MOVE IDX-CLASE TO CLASE-HOY (CLASES-HOY)
           END-IF.

      *>    PRESENTES DE HOY EN CLASE-BUSCADA Y SI EL SOCIO YA
      *>    ESTÁ ENTRE ELLOS (UNA ENTRADA Y SALIDA A MITAD DE
      *>    CLASE NO LO CUENTA DOS VECES).
       CONTAR-PRESENTES-CLASE.
           MOVE 0 TO PRESENTES-CLASE
           MOVE 'N' TO YA-EN-CLASE
           OPEN INPUT ARCHIVO-ASISTENCIAS-CLASE
           IF FS-ASISTENCIAS-CLASE NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-ASISTENCIAS-CLASE
           PERFORM UNTIL FIN-ASISTENCIAS-CLASE = 'S'
               READ ARCHIVO-ASISTENCIAS-CLASE
                   AT END
                       MOVE 'S' TO FIN-ASISTENCIAS-CLASE
                   NOT AT END
                       IF AX-CLASE = CLASE-BUSCADA
                           AND AX-FECHA = FECHA-VISITA
                           ADD 1 TO PRESENTES-CLASE
                           IF AX-MIEMBRO = MIEMBRO-CHECKIN
                               MOVE 'S' TO YA-EN-CLASE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ASISTENCIAS-CLASE.

      *>----------------------------------------------------
      *> INVITADOS DEL SOCIO QUE ACABA DE ENTRAR. UN SOCIO
      *> SUSPENDIDO NO TRAE INVITADOS: PAGAN SU PASE EN CAJA.
      *>----------------------------------------------------
       REGISTRAR-INVITADOS.
           DISPLAY "¿Cuántos invitados trae? (ENTER = ninguno):"
           ACCEPT INVITADOS-TXT
           IF INVITADOS-TXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(INVITADOS-TXT) IS NOT NUMERIC
               DISPLAY "Cantidad inválida; no se registran "
                       "invitados."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (INVITADOS-TXT) TO CANTIDAD-INVITADOS
           IF CANTIDAD-INVITADOS = 0
               EXIT PARAGRAPH
           END-IF
           IF ESTADO-MIEMBRO = 'S'
               DISPLAY "Un socio suspendido no puede traer "
                       "invitados; cada uno paga su pase de día "
                       "en caja."
               EXIT PARAGRAPH
           END-IF
           PERFORM CUPO-INVITADOS
           PERFORM CONTAR-CORTESIAS-MES
           PERFORM VARYING IDX-INVITADO FROM 1 BY 1
                   UNTIL IDX-INVITADO > CANTIDAD-INVITADOS
               PERFORM REGISTRAR-UN-INVITADO
           END-PERFORM.

       REGISTRAR-UN-INVITADO.
           DISPLAY "Nombre del invitado " IDX-INVITADO ":"
           ACCEPT NOMBRE-INVITADO
           IF NOMBRE-INVITADO = SPACES
               DISPLAY "Sin nombre; no se registra."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Edad:"
           ACCEPT EDAD-TXT
           IF FUNCTION TRIM(EDAD-TXT) IS NUMERIC
               MOVE FUNCTION NUMVAL (EDAD-TXT) TO EDAD-INVITADO
           ELSE
               MOVE 0 TO EDAD-INVITADO
           END-IF
           DISPLAY "Ciudad:"
           ACCEPT CIUDAD-INVITADO
           IF CORTESIAS-MES < CUPO-INVITADOS-MES
               MOVE 'C' TO TIPO-INVITADO
               ADD 1 TO CORTESIAS-MES
               MOVE CORTESIAS-MES TO F-CORTESIAS
               MOVE CUPO-INVITADOS-MES TO F-CUPO-INVITADOS
               DISPLAY "Invitado sin cargo (" F-CORTESIAS " de "
                       F-CUPO-INVITADOS " del mes)."
           ELSE
               PERFORM ELEGIR-COBRO-INVITADO
               IF TIPO-INVITADO = SPACE
                   DISPLAY "El invitado no ingresa."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM GRABAR-INVITADO
           IF TIPO-INVITADO NOT = 'P'
               PERFORM GRABAR-VISITANTE-INVITADO
           END-IF.

       ELEGIR-COBRO-INVITADO.
           MOVE SPACE TO TIPO-INVITADO
           MOVE CUPO-INVITADOS-MES TO F-CUPO-INVITADOS
           DISPLAY "Cupo de invitados sin cargo del mes agotado ("
                   F-CUPO-INVITADOS ")."
           IF TARIFA-INVITADO > 0
               MOVE TARIFA-INVITADO TO F-TARIFA-INVITADO
               DISPLAY "1) Cargar $" F-TARIFA-INVITADO
                       " a la próxima cuota del socio"
           END-IF
           DISPLAY "2) Pase de día en caja  3) No ingresa"
           ACCEPT OPCION-INVITADO
           EVALUATE TRUE
               WHEN OPCION-INVITADO = '1' AND TARIFA-INVITADO > 0
                   MOVE 'F' TO TIPO-INVITADO
                   DISPLAY "Se carga a la próxima cuota del socio."
               WHEN OPCION-INVITADO = '2'
                   MOVE 'P' TO TIPO-INVITADO
                   DISPLAY "Cobre el pase de día en caja; la venta "
                           "registra al visitante."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *>    INVITADOS SIN CARGO QUE EL SOCIO YA USÓ ESTE MES.
       CONTAR-CORTESIAS-MES.
           MOVE 0 TO CORTESIAS-MES
           DIVIDE FECHA-VISITA BY 100 GIVING ANIO-MES-VISITA
           OPEN INPUT ARCHIVO-INVITADOS
           IF FS-INVITADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-INVITADOS
           PERFORM UNTIL FIN-INVITADOS = 'S'
               READ ARCHIVO-INVITADOS
                   AT END
                       MOVE 'S' TO FIN-INVITADOS
                   NOT AT END
                       DIVIDE IV-FECHA BY 100
                           GIVING ANIO-MES-INVITADO
                       IF IV-MIEMBRO = MIEMBRO-CHECKIN
                           AND IV-TIPO = 'C'
                           AND ANIO-MES-INVITADO = ANIO-MES-VISITA
                           ADD 1 TO CORTESIAS-MES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INVITADOS.

       GRABAR-INVITADO.
           ACCEPT HORA-INVITADO FROM TIME
           OPEN EXTEND ARCHIVO-INVITADOS
           IF FS-INVITADOS = "35"
               OPEN OUTPUT ARCHIVO-INVITADOS
           END-IF
           MOVE FECHA-VISITA TO IV-FECHA
           MOVE HORA-INVITADO TO IV-HORA
           MOVE MIEMBRO-CHECKIN TO IV-MIEMBRO
           MOVE NOMBRE-INVITADO TO IV-NOMBRE
           MOVE EDAD-INVITADO TO IV-EDAD
           MOVE CIUDAD-INVITADO TO IV-CIUDAD
           MOVE TIPO-INVITADO TO IV-TIPO
           IF TIPO-INVITADO = 'F'
               MOVE TARIFA-INVITADO TO IV-IMPORTE
           ELSE
               MOVE 0 TO IV-IMPORTE
           END-IF
           MOVE 0 TO IV-CUOTA-MES
           WRITE INVITADO-REG
           CLOSE ARCHIVO-INVITADOS.

      *>    MISMO FORMATO DE LÍNEA QUE SALUDO-VISITANTE, PARA
      *>    QUE CONVERSION-VISITANTES SIGA AL INVITADO.
       GRABAR-VISITANTE-INVITADO.
           OPEN EXTEND ARCHIVO-VISITANTES
           IF FS-VISITANTES = "35"
               OPEN OUTPUT ARCHIVO-VISITANTES
           END-IF
           MOVE SPACES TO LINEA-VISITANTE
           STRING FECHA-VISITA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HORA-INVITADO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(NOMBRE-INVITADO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  EDAD-INVITADO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(CIUDAD-INVITADO) DELIMITED BY SIZE
                  INTO LINEA-VISITANTE
           WRITE LINEA-VISITANTE
           CLOSE ARCHIVO-VISITANTES.

       COPY PARAMETROS-RUTINAS.
       COPY CLASES-GRUPALES-RUTINAS.
       COPY INVITADOS-RUTINAS.
       COPY TARJETAS-RUTINAS.
       COPY INCIDENTES-RUTINAS.
