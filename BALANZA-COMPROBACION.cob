               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALDOS.
       COPY CUENTAS-SELECT.
       COPY BITACORA-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
                                       SEPARATE.

       COPY CUENTAS-FD.
       COPY BITACORA-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).
       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> BALANZA DE COMPROBACIÓN DE UN PERIODO FISCAL: LEE
       01 PERIODO-TXT            PIC X(4).
       01 PERIODO-BALANZA        PIC 9(2) VALUE 0.

       *>----------------------------------------------------
       *> PARÁMETROS POR LÍNEA DE COMANDO (EJECUCIÓN POR LOTE
       *> DESDE CIERRE-MES): BALANZA-COMPROBACION <PERIODO>
       *> <OPERADOR>. SIN PARÁMETROS PREGUNTA AMBOS EN
       *> PANTALLA COMO SIEMPRE. UNA BALANZA QUE NO CUADRA
       *> QUEDA EN LA BITÁCORA COMO ERROR PARA QUE LA CADENA
       *> SE DETENGA AHÍ.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(40) VALUE SPACES.
       01 CAMPO-ARG-OPERADOR     PIC X(20).
       01 MODO-LOTE              PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> NOMBRES DEL PLAN DE CUENTAS EN TABLA
       *>----------------------------------------------------
           DISPLAY "  BALANZA DE COMPROBACIÓN"
           DISPLAY "==============================="

           MOVE "BALANZA-COMPROBACION" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               DISPLAY "Número de periodo fiscal:"
               ACCEPT PERIODO-TXT
           ELSE
               MOVE 'S' TO MODO-LOTE
               UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                   INTO PERIODO-TXT, CAMPO-ARG-OPERADOR
               END-UNSTRING
               MOVE CAMPO-ARG-OPERADOR TO OPERADOR
           END-IF
           IF FUNCTION TRIM(PERIODO-TXT) IS NOT NUMERIC
               DISPLAY "Periodo inválido."
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL (PERIODO-TXT) TO PERIODO-BALANZA
           IF FS-SALDOS NOT = "00"
               DISPLAY "No hay saldos posteados; corra "
                       "POSTEAR-DIARIOS primero."
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF

           IF MODO-LOTE = 'N'
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
           END-IF

           STRING "BALANZA-" DELIMITED BY SIZE
                  PERIODO-BALANZA DELIMITED BY SIZE
           PERFORM MOSTRAR-TOTALES
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Balanza grabada en: " NOMBRE-ARCHIVO-REPORTE

           MOVE 'F' TO BW-EVENTO
           MOVE CUENTAS-LISTADAS TO BW-REGISTROS
           IF DIFERENCIA = 0
               MOVE "OK" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
           ELSE
               MOVE "ERROR" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       ESCRIBIR-LINEA.

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY BITACORA-RUTINAS.
