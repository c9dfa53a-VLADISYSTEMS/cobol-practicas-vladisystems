       COPY CUOTAS-SELECT.
       COPY PARAMETROS-SELECT.
       COPY GRUPOS-SELECT.
       COPY LOCKERS-SELECT.
       COPY INVITADOS-SELECT.
       COPY BITACORA-SELECT.
           SELECT MIEMBROS-HIST ASSIGN TO "MIEMBROS-HIST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIST.

       DATA DIVISION.
       FILE SECTION.
       COPY CUOTAS-FD.
       COPY PARAMETROS-FD.
       COPY GRUPOS-FD.
       COPY LOCKERS-FD.
       COPY INVITADOS-FD.
       COPY BITACORA-FD.

       FD  MIEMBROS-HIST.
       01  LINEA-HIST             PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PARAMETROS-WS.
       COPY GRUPOS-WS.
       COPY LOCKERS-WS.
       COPY INVITADOS-WS.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> CORRIDA MENSUAL DE CUOTAS: SUMA LA TARIFA POR
       *> FAMILIA-DESC-PCT CUANDO HAY MÁS DE UN INTEGRANTE.
       *> SI LA CUOTA DEL PAGADOR YA EXISTE PARA EL MES, SE
       *> OMITE, ASÍ QUE RE-EJECUTAR LA CORRIDA ES INOCUO.
       *> LOS LOCKERS OCUPADOS EN EL MES SE COBRAN APARTE: UN
       *> CARGO CU-CLASE 'L' POR LOCKER A NOMBRE DEL PAGADOR
       *> DEL SOCIO, CON LA TARIFA "LOCKER-TARIFA-" + TAMAÑO.
       *> ANTES SE LIBERAN LOS LOCKERS DE SOCIOS DADOS DE BAJA
       *> O CON SUSPENSIÓN PROLONGADA.
       *> LOS INVITADOS FUERA DE CUPO CARGADOS A LA CUOTA EN
       *> MESES ANTERIORES (INVITADOS.DAT, TIPO F) SE COBRAN
       *> EN UN CARGO CU-CLASE 'V' POR PAGADOR Y QUEDAN
       *> MARCADOS CON EL MES EN QUE SE FACTURARON.
       *> USO: GENERAR-CUOTAS <AAAA> <MM>
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(80) VALUE SPACES.
       *>----------------------------------------------------
       01 FS-MIEMBROS            PIC XX.
       01 FS-CUOTAS              PIC XX.
       01 FS-HIST                PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 FIN-CUOTAS             PIC X VALUE 'N'.

               10 TG-MIEMBRO     PIC 9(6).
       01 IDX-GENERADA           PIC 9(3).
       01 YA-GENERADA            PIC X VALUE 'N'.
      *> LOCKERS YA COBRADOS EN EL MES (CU-CLASE 'L', EL NÚMERO
      *> DE LOCKER EN CU-DOCUMENTO).
       01 TOTAL-LOCKERS-COBRADOS PIC 9(3) VALUE 0.
       01 TABLA-LOCKERS-COBRADOS.
           05 LG-LOCKER OCCURS 200 TIMES PIC 9(4).
       01 IDX-COBRADO            PIC 9(3).
       01 FECHA-INICIO-MES       PIC 9(8).
       01 FECHA-FIN-MES          PIC 9(8).
       01 CARGOS-LOCKER          PIC 9(4) VALUE 0.
       01 LOCKERS-SIN-TARIFA     PIC 9(4) VALUE 0.
      *> PAGADORES QUE YA TIENEN CARGO DE INVITADOS EN EL MES
      *> (CU-CLASE 'V') Y LOS QUE SE FACTURAN EN ESTA CORRIDA.
       01 TOTAL-INVITADOS-COBRADOS PIC 9(3) VALUE 0.
       01 TABLA-INVITADOS-COBRADOS.
           05 VG-PAGADOR OCCURS 300 TIMES PIC 9(6).
       01 MAX-PAGADORES-INVITADOS PIC 9(3) VALUE 300.
       01 TOTAL-PAGADORES-INVITADOS PIC 9(3) VALUE 0.
       01 TABLA-PAGADORES-INVITADOS.
           05 PAGADOR-INVITADOS OCCURS 300 TIMES.
               10 PI-PAGADOR     PIC 9(6).
               10 PI-CANTIDAD    PIC 9(3).
               10 PI-IMPORTE     PIC 9(9)V99.
               10 PI-FACTURADO   PIC X.
       01 IDX-PAGADOR-INVITADOS  PIC 9(3).
       01 PAGADOR-INVITADOS-HALLADO PIC 9(3).
       01 FIN-INVITADOS          PIC X VALUE 'N'.
       01 CARGOS-INVITADOS       PIC 9(4) VALUE 0.

       *>----------------------------------------------------
       *> CARGO EN PROCESO
           DISPLAY "==============================="
           DISPLAY "  GENERACIÓN MENSUAL DE CUOTAS"
           DISPLAY "==============================="
           MOVE "GENERAR-CUOTAS" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           PERFORM OBTENER-PARAMETROS
           COMPUTE ANIO-MES-CARGO = ANIO * 100 + MES
           OPEN INPUT ARCHIVO-MIEMBROS
           IF FS-MIEMBROS NOT = "00"
               DISPLAY "No hay miembros registrados."
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF
           PERFORM HASTA-FIN
           END-IF
           PERFORM GRABAR-CARGOS

           PERFORM CARGAR-LOCKERS
           PERFORM LIBERAR-LOCKERS-INACTIVOS
           IF LOCKERS-CAMBIADOS = 'S'
               PERFORM REESCRIBIR-LOCKERS
           END-IF
           PERFORM GRABAR-CARGOS-LOCKER
           PERFORM GRABAR-CARGOS-INVITADOS

           DISPLAY "-------------------------------"
           DISPLAY "Cuotas generadas      : " CUOTAS-CREADAS
           DISPLAY "Socios sin tarifa     : " SOCIOS-SIN-TARIFA
           DISPLAY "Ya existían en el mes : " TOTAL-GENERADAS
           DISPLAY "Lockers liberados     : " LOCKERS-LIBERADOS
           DISPLAY "Cargos de locker      : " CARGOS-LOCKER
           DISPLAY "Lockers sin tarifa    : " LOCKERS-SIN-TARIFA
           DISPLAY "Cargos de invitados   : " CARGOS-INVITADOS
           DISPLAY "==============================="

           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           COMPUTE BW-REGISTROS = CUOTAS-CREADAS + CARGOS-LOCKER
               + CARGOS-INVITADOS
           PERFORM GRABAR-BITACORA
           STOP RUN.

       OBTENER-PARAMETROS.
                       MOVE 'S' TO FIN-CUOTAS
                   NOT AT END
                       IF CU-ANIO-MES = ANIO-MES-CARGO
                           AND CU-CLASE = 'L'
                           AND TOTAL-LOCKERS-COBRADOS < 200
                           ADD 1 TO TOTAL-LOCKERS-COBRADOS
                           MOVE CU-DOCUMENTO TO
                               LG-LOCKER (TOTAL-LOCKERS-COBRADOS)
                       END-IF
                       IF CU-ANIO-MES = ANIO-MES-CARGO
                           AND CU-CLASE = 'V'
                           AND TOTAL-INVITADOS-COBRADOS < 300
                           ADD 1 TO TOTAL-INVITADOS-COBRADOS
                           MOVE CU-MIEMBRO TO
                               VG-PAGADOR (TOTAL-INVITADOS-COBRADOS)
                       END-IF
                       IF CU-ANIO-MES = ANIO-MES-CARGO
                           AND CU-CLASE NOT = 'I'
                           AND CU-CLASE NOT = 'L'
                           AND CU-CLASE NOT = 'V'
                           AND CU-CLASE NOT = 'U'
                           AND TOTAL-GENERADAS < MAX-GENERADAS
                           ADD 1 TO TOTAL-GENERADAS
                           MOVE CU-MIEMBRO
           MOVE MONTO-GRUPO TO CU-MONTO
           MOVE MONTO-GRUPO TO CU-SALDO
           MOVE 'P' TO CU-ESTADO
           MOVE SPACE TO CU-CLASE
           MOVE 0 TO CU-DOCUMENTO
           MOVE 0 TO CU-REF-ANIO-MES
           WRITE CUOTA-REG
           CLOSE ARCHIVO-CUOTAS
           ADD 1 TO CUOTAS-CREADAS
                   " (" PD-INTEGRANTES (IDX-PAGADOR)
                   " integrante(s)): $" F-MONTO.

      *>----------------------------------------------------
      *> ALQUILER DE LOCKERS: UN CARGO POR CADA LOCKER CUYA
      *> ASIGNACIÓN TOCA EL MES (MES COMPLETO, SIN
      *> PRORRATEO), A NOMBRE DEL RESPONSABLE DEL GRUPO
      *> FAMILIAR DEL SOCIO. NO LLEVA DESCUENTO FAMILIAR.
      *>----------------------------------------------------
       GRABAR-CARGOS-LOCKER.
           COMPUTE FECHA-INICIO-MES = ANIO-MES-CARGO * 100 + 1
           COMPUTE FECHA-FIN-MES = ANIO-MES-CARGO * 100 + 31
           PERFORM VARYING IDX-LOCKER FROM 1 BY 1
                   UNTIL IDX-LOCKER > TOTAL-LOCKERS
               IF LB-ESTADO (IDX-LOCKER) = 'O'
                   AND LB-FECHA-DESDE (IDX-LOCKER) <= FECHA-FIN-MES
                   AND (LB-FECHA-HASTA (IDX-LOCKER) = 0
                        OR LB-FECHA-HASTA (IDX-LOCKER)
                           >= FECHA-INICIO-MES)
                   PERFORM GRABAR-UN-CARGO-LOCKER
               END-IF
           END-PERFORM.

       GRABAR-UN-CARGO-LOCKER.
           PERFORM VARYING IDX-COBRADO FROM 1 BY 1
                   UNTIL IDX-COBRADO > TOTAL-LOCKERS-COBRADOS
               IF LG-LOCKER (IDX-COBRADO) = LB-NUMERO (IDX-LOCKER)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE LB-TAMANO (IDX-LOCKER) TO TAMANO-LOCKER
           PERFORM TARIFA-LOCKER
           IF TARIFA-LOCKER-HALLADA = 'N' OR TARIFA-LOCKER-MES = 0
               ADD 1 TO LOCKERS-SIN-TARIFA
               EXIT PARAGRAPH
           END-IF
           MOVE LB-MIEMBRO (IDX-LOCKER) TO GRUPO-MIEMBRO
           PERFORM BUSCAR-RESPONSABLE
           OPEN EXTEND ARCHIVO-CUOTAS
           IF FS-CUOTAS = "35"
               OPEN OUTPUT ARCHIVO-CUOTAS
           END-IF
           MOVE GRUPO-RESPONSABLE TO CU-MIEMBRO
           MOVE ANIO-MES-CARGO TO CU-ANIO-MES
           MOVE TARIFA-LOCKER-MES TO CU-MONTO
           MOVE TARIFA-LOCKER-MES TO CU-SALDO
           MOVE 'P' TO CU-ESTADO
           MOVE 'L' TO CU-CLASE
           MOVE LB-NUMERO (IDX-LOCKER) TO CU-DOCUMENTO
           MOVE 0 TO CU-REF-ANIO-MES
           WRITE CUOTA-REG
           CLOSE ARCHIVO-CUOTAS
           ADD 1 TO CARGOS-LOCKER
           MOVE TARIFA-LOCKER-MES TO F-MONTO
           DISPLAY "Locker " LB-NUMERO (IDX-LOCKER) " del socio "
                   LB-MIEMBRO (IDX-LOCKER) " a cargo de "
                   GRUPO-RESPONSABLE ": $" F-MONTO.

      *>----------------------------------------------------
      *> INVITADOS FUERA DE CUPO CARGADOS A LA CUOTA: LOS DE
      *> MESES ANTERIORES TODAVÍA SIN FACTURAR SE SUMAN POR
      *> PAGADOR (EL RESPONSABLE DEL GRUPO DEL ANFITRIÓN) EN
      *> UN CARGO 'V' DEL MES. SI EL PAGADOR YA TIENE SU
      *> CARGO DE INVITADOS EN EL MES, LOS NUEVOS ESPERAN AL
      *> MES SIGUIENTE, ASÍ QUE RE-EJECUTAR ES INOCUO.
      *>----------------------------------------------------
       GRABAR-CARGOS-INVITADOS.
           COMPUTE FECHA-INICIO-MES = ANIO-MES-CARGO * 100 + 1
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
                       IF IV-TIPO = 'F' AND IV-CUOTA-MES = 0
                           AND IV-FECHA < FECHA-INICIO-MES
                           PERFORM ACUMULAR-INVITADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INVITADOS
           PERFORM VARYING IDX-PAGADOR-INVITADOS FROM 1 BY 1
                   UNTIL IDX-PAGADOR-INVITADOS
                       > TOTAL-PAGADORES-INVITADOS
               PERFORM GRABAR-UN-CARGO-INVITADOS
           END-PERFORM
           IF CARGOS-INVITADOS > 0
               PERFORM MARCAR-INVITADOS-FACTURADOS
           END-IF.

      *>    DEJA EN PAGADOR-INVITADOS-HALLADO LA ENTRADA DEL
      *>    PAGADOR DEL INVITADO LEÍDO (0 = TABLA LLENA).
       ACUMULAR-INVITADO.
           MOVE IV-MIEMBRO TO GRUPO-MIEMBRO
           PERFORM BUSCAR-RESPONSABLE
           MOVE 0 TO PAGADOR-INVITADOS-HALLADO
           PERFORM VARYING IDX-PAGADOR-INVITADOS FROM 1 BY 1
                   UNTIL IDX-PAGADOR-INVITADOS
                       > TOTAL-PAGADORES-INVITADOS
                       OR PAGADOR-INVITADOS-HALLADO > 0
               IF PI-PAGADOR (IDX-PAGADOR-INVITADOS)
                   = GRUPO-RESPONSABLE
                   MOVE IDX-PAGADOR-INVITADOS
                       TO PAGADOR-INVITADOS-HALLADO
               END-IF
           END-PERFORM
           IF PAGADOR-INVITADOS-HALLADO = 0
               IF TOTAL-PAGADORES-INVITADOS
                   >= MAX-PAGADORES-INVITADOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-PAGADORES-INVITADOS
               MOVE TOTAL-PAGADORES-INVITADOS
                   TO PAGADOR-INVITADOS-HALLADO
               MOVE GRUPO-RESPONSABLE
                   TO PI-PAGADOR (PAGADOR-INVITADOS-HALLADO)
               MOVE 0 TO PI-CANTIDAD (PAGADOR-INVITADOS-HALLADO)
               MOVE 0 TO PI-IMPORTE (PAGADOR-INVITADOS-HALLADO)
               MOVE 'N' TO PI-FACTURADO (PAGADOR-INVITADOS-HALLADO)
           END-IF
           ADD 1 TO PI-CANTIDAD (PAGADOR-INVITADOS-HALLADO)
           ADD IV-IMPORTE TO PI-IMPORTE (PAGADOR-INVITADOS-HALLADO).

       GRABAR-UN-CARGO-INVITADOS.
           PERFORM VARYING IDX-COBRADO FROM 1 BY 1
                   UNTIL IDX-COBRADO > TOTAL-INVITADOS-COBRADOS
               IF VG-PAGADOR (IDX-COBRADO)
                   = PI-PAGADOR (IDX-PAGADOR-INVITADOS)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF PI-IMPORTE (IDX-PAGADOR-INVITADOS) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ARCHIVO-CUOTAS
           IF FS-CUOTAS = "35"
               OPEN OUTPUT ARCHIVO-CUOTAS
           END-IF
           MOVE PI-PAGADOR (IDX-PAGADOR-INVITADOS) TO CU-MIEMBRO
           MOVE ANIO-MES-CARGO TO CU-ANIO-MES
           MOVE PI-IMPORTE (IDX-PAGADOR-INVITADOS) TO CU-MONTO
           MOVE PI-IMPORTE (IDX-PAGADOR-INVITADOS) TO CU-SALDO
           MOVE 'P' TO CU-ESTADO
           MOVE 'V' TO CU-CLASE
           MOVE PI-CANTIDAD (IDX-PAGADOR-INVITADOS) TO CU-DOCUMENTO
           MOVE 0 TO CU-REF-ANIO-MES
           WRITE CUOTA-REG
           CLOSE ARCHIVO-CUOTAS
           MOVE 'S' TO PI-FACTURADO (IDX-PAGADOR-INVITADOS)
           ADD 1 TO CARGOS-INVITADOS
           MOVE PI-IMPORTE (IDX-PAGADOR-INVITADOS) TO F-MONTO
           DISPLAY "Invitados del pagador "
                   PI-PAGADOR (IDX-PAGADOR-INVITADOS) " ("
                   PI-CANTIDAD (IDX-PAGADOR-INVITADOS)
                   " fuera de cupo): $" F-MONTO.

      *>    LOS INVITADOS COBRADOS EN ESTA CORRIDA QUEDAN CON EL
      *>    MES DE FACTURACIÓN (ARCHIVO TEMPORAL + RENOMBRE).
       MARCAR-INVITADOS-FACTURADOS.
           OPEN INPUT ARCHIVO-INVITADOS
           OPEN OUTPUT ARCHIVO-INVITADOS-TMP
           MOVE 'N' TO FIN-INVITADOS
           PERFORM UNTIL FIN-INVITADOS = 'S'
               READ ARCHIVO-INVITADOS
                   AT END
                       MOVE 'S' TO FIN-INVITADOS
                   NOT AT END
                       IF IV-TIPO = 'F' AND IV-CUOTA-MES = 0
                           AND IV-FECHA < FECHA-INICIO-MES
                           PERFORM VERIFICAR-INVITADO-FACTURADO
                       END-IF
                       WRITE INVITADO-TMP-REG FROM INVITADO-REG
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-INVITADOS
           CLOSE ARCHIVO-INVITADOS-TMP
           CALL "CBL_RENAME_FILE" USING "INVITADOS.TMP"
                                         "INVITADOS.DAT"
               RETURNING RESULT-CODE-INVITADOS.

       VERIFICAR-INVITADO-FACTURADO.
           MOVE IV-MIEMBRO TO GRUPO-MIEMBRO
           PERFORM BUSCAR-RESPONSABLE
           PERFORM VARYING IDX-PAGADOR-INVITADOS FROM 1 BY 1
                   UNTIL IDX-PAGADOR-INVITADOS
                       > TOTAL-PAGADORES-INVITADOS
               IF PI-PAGADOR (IDX-PAGADOR-INVITADOS)
                   = GRUPO-RESPONSABLE
                   AND PI-FACTURADO (IDX-PAGADOR-INVITADOS) = 'S'
                   MOVE ANIO-MES-CARGO TO IV-CUOTA-MES
               END-IF
           END-PERFORM.

       COPY PARAMETROS-RUTINAS.
       COPY GRUPOS-RUTINAS.
       COPY LOCKERS-RUTINAS.
       COPY BITACORA-RUTINAS.
