       *> VALIDACIÓN AUDITA EL ARCHIVO EXISTENTE: RANGOS
       *> INVERTIDOS, HUECOS Y TRASLAPES ENTRE PERIODOS
       *> CONSECUTIVOS.
       *> AL REGENERAR SE CONSERVAN LOS CIERRES (CERRAR-
       *> PERIODO) DE LOS PERIODOS QUE SE REPITEN CON LAS
       *> MISMAS FECHAS; SI LA NUEVA TABLA ALTERA UN PERIODO
       *> CERRADO, LA GENERACIÓN SE RECHAZA.
       *>----------------------------------------------------
       01 OPCION-MENU            PIC 9 VALUE 0.
       01 FECHA-INICIO-FISCAL    PIC 9(8).
       01 SIGUIENTE-INICIO       PIC 9(8).
       01 FIN-INT                PIC 9(8).
       01 CONFIRMAR              PIC X.
       01 PASADA-GENERACION      PIC X.
       01 FIN-ANIO-NUEVO         PIC 9(8).
       01 ESTADO-NUEVO           PIC X.
       01 FECHA-CIERRE-NUEVO     PIC 9(8).
       01 CERRADO-POR-NUEVO      PIC 9(4).
       01 CERRADOS-ALTERADOS     PIC 9(2) VALUE 0.
       01 TABLA-REPRODUCIDOS.
           05 CERRADO-REPRODUCIDO PIC X OCCURS 20 TIMES.

       *>----------------------------------------------------
       *> ORDENAMIENTO Y HALLAZGOS DE LA VALIDACIÓN
       01 TP-NUMERO-TMP          PIC 9(2).
       01 TP-INICIO-TMP          PIC 9(8).
       01 TP-FIN-TMP             PIC 9(8).
       01 TP-ESTADO-TMP          PIC X.
       01 TP-FECHA-CIERRE-TMP    PIC 9(8).
       01 TP-CERRADO-POR-TMP     PIC 9(4).
       01 ESPERADO-INT           PIC 9(8).
       01 INICIO-INT             PIC 9(8).
       01 TOTAL-HALLAZGOS        PIC 9(3) VALUE 0.
               EXIT PARAGRAPH
           END-IF

      *>    PRIMERA PASADA: SOLO CALCULA LOS PERIODOS NUEVOS Y
      *>    MARCA QUÉ PERIODOS CERRADOS SE REPRODUCEN IGUALES.
      *>    LOS CERRADOS QUE QUEDAN ANTES DEL NUEVO AÑO FISCAL
      *>    SON HISTORIA Y SE DESCARTAN; LOS QUE CAEN DENTRO Y
      *>    CAMBIARÍAN DE FECHAS DETIENEN LA GENERACIÓN.
           PERFORM CARGAR-PERIODOS-FISCALES
           MOVE ALL 'N' TO TABLA-REPRODUCIDOS
           MOVE 'V' TO PASADA-GENERACION
           PERFORM RECORRER-PERIODOS-NUEVOS
           MOVE INICIO-PERIODO TO FIN-ANIO-NUEVO
           MOVE 0 TO CERRADOS-ALTERADOS
           PERFORM VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO > TOTAL-PERIODOS
               IF TP-ESTADO (IDX-PERIODO) = 'C'
                   AND CERRADO-REPRODUCIDO (IDX-PERIODO) = 'N'
                   AND TP-FIN (IDX-PERIODO) >= FECHA-INICIO-FISCAL
                   AND TP-INICIO (IDX-PERIODO) < FIN-ANIO-NUEVO
                   ADD 1 TO CERRADOS-ALTERADOS
                   DISPLAY "El periodo cerrado "
                           TP-NUMERO (IDX-PERIODO) " ("
                           TP-INICIO (IDX-PERIODO) " a "
                           TP-FIN (IDX-PERIODO) ") cambiaría de "
                           "fechas."
               END-IF
           END-PERFORM
           IF CERRADOS-ALTERADOS > 0
               DISPLAY "Generación rechazada: reabra esos periodos "
                       "con CERRAR-PERIODO antes de regenerar."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVO-PERIODOS
           MOVE 'G' TO PASADA-GENERACION
           PERFORM RECORRER-PERIODOS-NUEVOS
           CLOSE ARCHIVO-PERIODOS
           DISPLAY "Tabla de periodos generada.".

       RECORRER-PERIODOS-NUEVOS.
           MOVE FECHA-INICIO-FISCAL TO INICIO-PERIODO
           PERFORM VARYING NUMERO-PERIODO FROM 1 BY 1
                   UNTIL NUMERO-PERIODO > 12
                   FUNCTION INTEGER-OF-DATE (SIGUIENTE-INICIO) - 1
               COMPUTE FIN-PERIODO =
                   FUNCTION DATE-OF-INTEGER (FIN-INT)
               PERFORM BUSCAR-CIERRE-ANTERIOR
               IF PASADA-GENERACION = 'G'
                   MOVE NUMERO-PERIODO TO PF-NUMERO
                   MOVE INICIO-PERIODO TO PF-INICIO
                   MOVE FIN-PERIODO TO PF-FIN
                   MOVE ESTADO-NUEVO TO PF-ESTADO
                   MOVE FECHA-CIERRE-NUEVO TO PF-FECHA-CIERRE
                   MOVE CERRADO-POR-NUEVO TO PF-CERRADO-POR
                   WRITE PERIODO-REG
                   IF ESTADO-NUEVO = 'C'
                       DISPLAY "Periodo " NUMERO-PERIODO ": "
                               INICIO-PERIODO " a " FIN-PERIODO
                               " (cerrado)"
                   ELSE
                       DISPLAY "Periodo " NUMERO-PERIODO ": "
                               INICIO-PERIODO " a " FIN-PERIODO
                   END-IF
               END-IF
               MOVE SIGUIENTE-INICIO TO INICIO-PERIODO
           END-PERFORM.

      *>----------------------------------------------------
      *> UN PERIODO NUEVO CON LAS MISMAS FECHAS QUE UNO YA
      *> CERRADO HEREDA SU CIERRE.
      *>----------------------------------------------------
       BUSCAR-CIERRE-ANTERIOR.
           MOVE 'A' TO ESTADO-NUEVO
           MOVE 0 TO FECHA-CIERRE-NUEVO
           MOVE 0 TO CERRADO-POR-NUEVO
           PERFORM VARYING IDX-PERIODO FROM 1 BY 1
                   UNTIL IDX-PERIODO > TOTAL-PERIODOS
               IF TP-ESTADO (IDX-PERIODO) = 'C'
                   AND TP-INICIO (IDX-PERIODO) = INICIO-PERIODO
                   AND TP-FIN (IDX-PERIODO) = FIN-PERIODO
                   MOVE 'C' TO ESTADO-NUEVO
                   MOVE TP-FECHA-CIERRE (IDX-PERIODO)
                       TO FECHA-CIERRE-NUEVO
                   MOVE TP-CERRADO-POR (IDX-PERIODO)
                       TO CERRADO-POR-NUEVO
                   MOVE 'S' TO CERRADO-REPRODUCIDO (IDX-PERIODO)
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> EL SIGUIENTE PERIODO EMPIEZA EL MISMO DÍA DEL MES
                   MOVE TP-NUMERO (IDX-PERIODO) TO TP-NUMERO-TMP
                   MOVE TP-INICIO (IDX-PERIODO) TO TP-INICIO-TMP
                   MOVE TP-FIN (IDX-PERIODO) TO TP-FIN-TMP
                   MOVE TP-ESTADO (IDX-PERIODO) TO TP-ESTADO-TMP
                   MOVE TP-FECHA-CIERRE (IDX-PERIODO)
                       TO TP-FECHA-CIERRE-TMP
                   MOVE TP-CERRADO-POR (IDX-PERIODO)
                       TO TP-CERRADO-POR-TMP
                   MOVE TP-NUMERO (IDX-MENOR)
                       TO TP-NUMERO (IDX-PERIODO)
                   MOVE TP-INICIO (IDX-MENOR)
                       TO TP-INICIO (IDX-PERIODO)
                   MOVE TP-FIN (IDX-MENOR)
                       TO TP-FIN (IDX-PERIODO)
                   MOVE TP-ESTADO (IDX-MENOR)
                       TO TP-ESTADO (IDX-PERIODO)
                   MOVE TP-FECHA-CIERRE (IDX-MENOR)
                       TO TP-FECHA-CIERRE (IDX-PERIODO)
                   MOVE TP-CERRADO-POR (IDX-MENOR)
                       TO TP-CERRADO-POR (IDX-PERIODO)
                   MOVE TP-NUMERO-TMP TO TP-NUMERO (IDX-MENOR)
                   MOVE TP-INICIO-TMP TO TP-INICIO (IDX-MENOR)
                   MOVE TP-FIN-TMP TO TP-FIN (IDX-MENOR)
                   MOVE TP-ESTADO-TMP TO TP-ESTADO (IDX-MENOR)
                   MOVE TP-FECHA-CIERRE-TMP
                       TO TP-FECHA-CIERRE (IDX-MENOR)
                   MOVE TP-CERRADO-POR-TMP
                       TO TP-CERRADO-POR (IDX-MENOR)
               END-IF
           END-PERFORM.

