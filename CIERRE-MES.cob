       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-MES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CHECKPOINT
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-CKP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CKP.
           SELECT ARCHIVO-CKP-DIA
               ASSIGN TO DYNAMIC NOMBRE-CKP-DIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CKP-DIA.
       COPY PERIODOS-SELECT.
       COPY BITACORA-SELECT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CHECKPOINT.
       01  CKP-REG                PIC 9(1).

       FD  ARCHIVO-CKP-DIA.
       01  CKP-DIA-REG            PIC 9(1).

       COPY PERIODOS-FD.
       COPY BITACORA-FD.

       WORKING-STORAGE SECTION.
       COPY PERIODOS-WS.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> CIERRE DE MES DESATENDIDO, PARA EL MES RECIÉN
       *> TERMINADO:
       *>   PASO 1: RESUMEN MENSUAL DE VENTAS (MES-VENTAS)
       *>   PASO 2: ARCHIVO MENSUAL DE VENTAS
       *>           (AGREGAR-MES-VENTAS)
       *>   PASO 3: CUOTAS DE SOCIOS DEL MES (GENERAR-CUOTAS)
       *>   PASO 4: RECONOCIMIENTO DE PLANES ANUALES HASTA EL
       *>           MES (PLAN-ANUAL RECONOCER)
       *>   PASO 5: EXPIRACIÓN DE PUNTOS AL ÚLTIMO DÍA DEL MES
       *>           (EXPIRAR-PUNTOS)
       *>   PASO 6: VALORIZACIÓN DEL INVENTARIO
       *>           (VALORIZAR-INVENTARIO EN LOTE)
       *>   PASO 7: POSTEO DE PÓLIZAS DEL PERIODO FISCAL QUE
       *>           CONTIENE EL ÚLTIMO DÍA DEL MES
       *>           (POSTEAR-DIARIOS)
       *>   PASO 8: BALANZA DE COMPROBACIÓN DE ESE PERIODO
       *>           (BALANZA-COMPROBACION EN LOTE)
       *> CADA PROGRAMA DEJA SU INICIO Y FIN EN LA BITÁCORA.
       *> LA CADENA SE DETIENE EN EL PRIMER PASO FALLIDO Y EL
       *> CHECKPOINT CIERRE-MES-AAAAMM.CKP GUARDA EL ÚLTIMO
       *> PASO COMPLETO, ASÍ QUE LA SIGUIENTE EJECUCIÓN
       *> RETOMA DESDE EL PASO QUE FALLÓ. NO ARRANCA MIENTRAS
       *> QUEDE INCOMPLETO EL CIERRE-DIA DE HOY O EL DEL
       *> ÚLTIMO DÍA DEL MES (SU CHECKPOINT TODAVÍA EXISTE).
       *> USO: CIERRE-MES [<AAAA> <MM>]  (SIN PARÁMETROS, EL
       *> MES ANTERIOR A HOY)
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 CAMPO-ARG-ANIO         PIC X(6).
       01 CAMPO-ARG-MES          PIC X(4).
       01 ANIO-CIERRE            PIC 9(4) VALUE 0.
       01 MES-CIERRE             PIC 9(2) VALUE 0.
       01 FECHA-HOY              PIC 9(8).
       01 FECHA-FIN-MES          PIC 9(8).
       01 PERIODO-CIERRE         PIC 9(2) VALUE 0.

       01 FS-CKP                 PIC XX.
       01 FS-CKP-DIA             PIC XX.
       01 RESULT-CODE-CKP        PIC 9(2).
       01 NOMBRE-ARCHIVO-CKP     PIC X(26).
       01 NOMBRE-CKP-DIA         PIC X(26).
       01 DIA-PENDIENTE          PIC X VALUE 'N'.
       01 FECHA-DIA-REVISAR      PIC 9(8).

       01 ULTIMO-PASO-COMPLETO   PIC 9 VALUE 0.
       01 PASO-EN-CURSO          PIC 9 VALUE 0.
       01 CADENA-DETENIDA        PIC X VALUE 'N'.
       01 COMANDO-EJECUTAR       PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CIERRE DE MES DESATENDIDO"
           DISPLAY "==============================="

           MOVE "CIERRE-MES" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               MOVE FECHA-HOY (1:4) TO ANIO-CIERRE
               MOVE FECHA-HOY (5:2) TO MES-CIERRE
               IF MES-CIERRE = 1
                   SUBTRACT 1 FROM ANIO-CIERRE
                   MOVE 12 TO MES-CIERRE
               ELSE
                   SUBTRACT 1 FROM MES-CIERRE
               END-IF
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
                   INTO CAMPO-ARG-ANIO, CAMPO-ARG-MES
               END-UNSTRING
               IF FUNCTION TRIM(CAMPO-ARG-ANIO) IS NOT NUMERIC
                   OR FUNCTION TRIM(CAMPO-ARG-MES) IS NOT NUMERIC
                   DISPLAY "Uso: CIERRE-MES [<AAAA> <MM>]"
                   PERFORM GRABAR-BITACORA
                   PERFORM TERMINAR-CON-ERROR
               END-IF
               MOVE FUNCTION NUMVAL (CAMPO-ARG-ANIO) TO ANIO-CIERRE
               MOVE FUNCTION NUMVAL (CAMPO-ARG-MES) TO MES-CIERRE
               IF MES-CIERRE < 1 OR MES-CIERRE > 12
                   DISPLAY "Mes inválido: " MES-CIERRE
                   PERFORM GRABAR-BITACORA
                   PERFORM TERMINAR-CON-ERROR
               END-IF
               DISPLAY "Período recibido por línea de comando: "
                       ANIO-CIERRE "-" MES-CIERRE
           END-IF

           IF MES-CIERRE = 12
               COMPUTE FECHA-FIN-MES = ANIO-CIERRE * 10000 + 1231
           ELSE
               COMPUTE FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER (
                   FUNCTION INTEGER-OF-DATE (ANIO-CIERRE * 10000
                       + (MES-CIERRE + 1) * 100 + 1) - 1)
           END-IF

           STRING "CIERRE-MES-" DELIMITED BY SIZE
                  ANIO-CIERRE DELIMITED BY SIZE
                  MES-CIERRE DELIMITED BY SIZE
                  ".CKP" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-CKP
           PERFORM LEER-CHECKPOINT

           MOVE ULTIMO-PASO-COMPLETO TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

      *>    UN CIERRE DE DÍA A MEDIAS DEJA VENTAS Y RESPALDOS
      *>    SIN CONSOLIDAR: EL MES NO SE CIERRA SOBRE ESO.
           MOVE FECHA-HOY TO FECHA-DIA-REVISAR
           PERFORM REVISAR-CIERRE-DIA
           IF FECHA-FIN-MES NOT = FECHA-HOY
               MOVE FECHA-FIN-MES TO FECHA-DIA-REVISAR
               PERFORM REVISAR-CIERRE-DIA
           END-IF
           IF DIA-PENDIENTE = 'S'
               DISPLAY "Termine ese CIERRE-DIA antes de cerrar el "
                       "mes."
               PERFORM TERMINAR-CON-ERROR
           END-IF

           IF ULTIMO-PASO-COMPLETO > 0
               DISPLAY "Reanudando: los pasos 1 a "
                       ULTIMO-PASO-COMPLETO " ya estaban "
                       "completos."
           END-IF

           IF ULTIMO-PASO-COMPLETO < 1 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-MES-VENTAS
           END-IF
           IF ULTIMO-PASO-COMPLETO < 2 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-ARCHIVO-MENSUAL
           END-IF
           IF ULTIMO-PASO-COMPLETO < 3 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-CUOTAS
           END-IF
           IF ULTIMO-PASO-COMPLETO < 4 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-PLANES-ANUALES
           END-IF
           IF ULTIMO-PASO-COMPLETO < 5 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-PUNTOS
           END-IF
           IF ULTIMO-PASO-COMPLETO < 6 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-INVENTARIO
           END-IF
           IF ULTIMO-PASO-COMPLETO < 7 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-POSTEO
           END-IF
           IF ULTIMO-PASO-COMPLETO < 8 AND CADENA-DETENIDA = 'N'
               PERFORM PASO-BALANZA
           END-IF

           IF CADENA-DETENIDA = 'S'
               DISPLAY "CIERRE DE MES INCOMPLETO: falló el paso "
                       PASO-EN-CURSO "; corrija y vuelva a "
                       "ejecutar para retomar desde ahí."
               PERFORM TERMINAR-CON-ERROR
           END-IF

           PERFORM BORRAR-CHECKPOINT
           DISPLAY "Cierre del mes " ANIO-CIERRE "-" MES-CIERRE
                   " completado."
           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE 8 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       TERMINAR-CON-ERROR.
           MOVE 'F' TO BW-EVENTO
           MOVE "ERROR" TO BW-ESTADO
           MOVE ULTIMO-PASO-COMPLETO TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           MOVE 1 TO RETURN-CODE
           STOP RUN.

      *>----------------------------------------------------
      *> CIERRE-DIA BORRA SU CHECKPOINT AL TERMINAR LOS SIETE
      *> PASOS; SI TODAVÍA EXISTE, ESE DÍA QUEDÓ INCOMPLETO.
      *>----------------------------------------------------
       REVISAR-CIERRE-DIA.
           MOVE SPACES TO NOMBRE-CKP-DIA
           STRING "CIERRE-DIA-" DELIMITED BY SIZE
                  FECHA-DIA-REVISAR DELIMITED BY SIZE
                  ".CKP" DELIMITED BY SIZE
                  INTO NOMBRE-CKP-DIA
           OPEN INPUT ARCHIVO-CKP-DIA
           IF FS-CKP-DIA = "00"
               READ ARCHIVO-CKP-DIA
               DISPLAY "El cierre del día " FECHA-DIA-REVISAR
                       " quedó incompleto (último paso completo: "
                       CKP-DIA-REG ")."
               MOVE 'S' TO DIA-PENDIENTE
           END-IF
           CLOSE ARCHIVO-CKP-DIA.

       LEER-CHECKPOINT.
           MOVE 0 TO ULTIMO-PASO-COMPLETO
           OPEN INPUT ARCHIVO-CHECKPOINT
           IF FS-CKP = "00"
               READ ARCHIVO-CHECKPOINT
               MOVE CKP-REG TO ULTIMO-PASO-COMPLETO
               CLOSE ARCHIVO-CHECKPOINT
           ELSE
               CLOSE ARCHIVO-CHECKPOINT
           END-IF.

       GRABAR-CHECKPOINT.
           OPEN OUTPUT ARCHIVO-CHECKPOINT
           MOVE ULTIMO-PASO-COMPLETO TO CKP-REG
           WRITE CKP-REG
           CLOSE ARCHIVO-CHECKPOINT.

       BORRAR-CHECKPOINT.
           CALL "CBL_DELETE_FILE" USING NOMBRE-ARCHIVO-CKP
               RETURNING RESULT-CODE-CKP.

      *>----------------------------------------------------
      *> PASO 1: RESUMEN MENSUAL (SI QUEDÓ A MEDIAS, MES-VENTAS
      *> RETOMA SOLO DESDE SU PROPIO CHECKPOINT).
      *>----------------------------------------------------
       PASO-MES-VENTAS.
           MOVE 1 TO PASO-EN-CURSO
           DISPLAY "Paso 1: resumen mensual de ventas..."
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./MES-VENTAS " DELIMITED BY SIZE
                  ANIO-CIERRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MES-CIERRE DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

      *>----------------------------------------------------
      *> PASO 2: VENTAS-MES-AAAAMM.DAT (SE RECONSTRUYE
      *> COMPLETO, ASÍ QUE REPETIRLO ES INOCUO).
      *>----------------------------------------------------
       PASO-ARCHIVO-MENSUAL.
           MOVE 2 TO PASO-EN-CURSO
           DISPLAY "Paso 2: archivo mensual de ventas..."
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./AGREGAR-MES-VENTAS " DELIMITED BY SIZE
                  ANIO-CIERRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MES-CIERRE DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

      *>----------------------------------------------------
      *> PASO 3: CUOTAS DEL MES (LAS YA GENERADAS SE OMITEN).
      *>----------------------------------------------------
       PASO-CUOTAS.
           MOVE 3 TO PASO-EN-CURSO
           DISPLAY "Paso 3: cuotas de socios..."
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./GENERAR-CUOTAS " DELIMITED BY SIZE
                  ANIO-CIERRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MES-CIERRE DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

      *>----------------------------------------------------
      *> PASO 4: DEVENGO DE PLANES ANUALES HASTA EL MES.
      *>----------------------------------------------------
       PASO-PLANES-ANUALES.
           MOVE 4 TO PASO-EN-CURSO
           DISPLAY "Paso 4: reconocimiento de planes anuales..."
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./PLAN-ANUAL RECONOCER " DELIMITED BY SIZE
                  ANIO-CIERRE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MES-CIERRE DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

      *>----------------------------------------------------
      *> PASO 5: EXPIRACIÓN DE PUNTOS AL ÚLTIMO DÍA DEL MES.
      *>----------------------------------------------------
       PASO-PUNTOS.
           MOVE 5 TO PASO-EN-CURSO
           DISPLAY "Paso 5: expiración de puntos..."
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./EXPIRAR-PUNTOS " DELIMITED BY SIZE
                  FECHA-FIN-MES DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

      *>----------------------------------------------------
      *> PASO 6: VALORIZACIÓN DEL INVENTARIO FECHADA EL ÚLTIMO
      *> DÍA DEL MES (OPERADOR DEL ENCABEZADO "CIERRE-MES").
      *>----------------------------------------------------
       PASO-INVENTARIO.
           MOVE 6 TO PASO-EN-CURSO
           DISPLAY "Paso 6: valorización del inventario..."
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./VALORIZAR-INVENTARIO " DELIMITED BY SIZE
                  FECHA-FIN-MES DELIMITED BY SIZE
                  " CIERRE-MES" DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

      *>----------------------------------------------------
      *> PASO 7: POSTEO DEL PERIODO FISCAL DONDE CAE EL ÚLTIMO
      *> DÍA DEL MES; SIN PERIODO DEFINIDO EL PASO FALLA.
      *>----------------------------------------------------
       PASO-POSTEO.
           MOVE 7 TO PASO-EN-CURSO
           PERFORM UBICAR-PERIODO-CIERRE
           IF CADENA-DETENIDA = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Paso 7: posteo de pólizas del periodo "
                   PERIODO-CIERRE "..."
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./POSTEAR-DIARIOS " DELIMITED BY SIZE
                  PERIODO-CIERRE DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

      *>----------------------------------------------------
      *> PASO 8: BALANZA DEL MISMO PERIODO; SI NO CUADRA EL
      *> PROGRAMA DEVUELVE ERROR Y EL MES QUEDA SIN CERRAR.
      *>----------------------------------------------------
       PASO-BALANZA.
           MOVE 8 TO PASO-EN-CURSO
           PERFORM UBICAR-PERIODO-CIERRE
           IF CADENA-DETENIDA = 'S'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Paso 8: balanza de comprobación del periodo "
                   PERIODO-CIERRE "..."
           MOVE SPACES TO COMANDO-EJECUTAR
           STRING "./BALANZA-COMPROBACION " DELIMITED BY SIZE
                  PERIODO-CIERRE DELIMITED BY SIZE
                  " CIERRE-MES" DELIMITED BY SIZE
                  INTO COMANDO-EJECUTAR
           PERFORM EJECUTAR-PASO-EXTERNO.

       UBICAR-PERIODO-CIERRE.
           IF TOTAL-PERIODOS = 0
               PERFORM CARGAR-PERIODOS-FISCALES
           END-IF
           MOVE FECHA-FIN-MES TO FECHA-PERIODO
           PERFORM BUSCAR-PERIODO-FISCAL
           IF PERIODO-ENCONTRADO = 'N'
               DISPLAY "Ningún periodo fiscal contiene el "
                       FECHA-FIN-MES "; corra GENERAR-PERIODOS."
               MOVE 'S' TO CADENA-DETENIDA
           ELSE
               MOVE PERIODO-FISCAL-NUM TO PERIODO-CIERRE
           END-IF.

       EJECUTAR-PASO-EXTERNO.
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING COMANDO-EJECUTAR
           ON EXCEPTION
               DISPLAY "No se pudo ejecutar " COMANDO-EJECUTAR
               MOVE 'S' TO CADENA-DETENIDA
           END-CALL
           IF CADENA-DETENIDA = 'N'
               IF RETURN-CODE = 0
                   MOVE PASO-EN-CURSO TO ULTIMO-PASO-COMPLETO
                   PERFORM GRABAR-CHECKPOINT
                   DISPLAY "Paso " PASO-EN-CURSO " completado."
               ELSE
                   MOVE 'S' TO CADENA-DETENIDA
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

       COPY PERIODOS-RUTINAS.
       COPY BITACORA-RUTINAS.
