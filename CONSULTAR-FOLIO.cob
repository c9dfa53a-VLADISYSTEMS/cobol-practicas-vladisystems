       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY VENTAS-HIST-SELECT.
       COPY CATALOGO-ARCHIVO-SELECT.
           SELECT ARCHIVO-ANUAL ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANUAL.

       DATA DIVISION.
       FILE SECTION.
       COPY VENTAS-HIST-FD.
       COPY CATALOGO-ARCHIVO-FD.

       FD  ARCHIVO-ANUAL.
       01  VENTA-ANUAL-REG        PIC X(145).

       WORKING-STORAGE SECTION.
       COPY CATALOGO-ARCHIVO-WS.

       *>----------------------------------------------------
       *> IMAGEN DEL REGISTRO DIARIO RECUPERADA DEL HISTORIAL
       01 ENTRADA-VALIDA         PIC X VALUE 'N'.
       01 FIN-FOLIO              PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> AÑOS YA ARCHIVADOS (ARCHIVAR-FIN-DE-ANIO): SI EL
       *> FOLIO NO ESTÁ EN EL HISTORIAL SE BUSCA EN LOS
       *> ARCHIVOS ANUALES, DEL AÑO EN CURSO HACIA ATRÁS, AL
       *> MENOS DIEZ AÑOS Y HASTA EL AÑO MÁS ANTIGUO DEL
       *> CATÁLOGO. EL MISMO FOLIO PUEDE REPETIRSE EN AÑOS
       *> DISTINTOS: CADA FECHA SE MUESTRA COMO UN DOCUMENTO.
       *>----------------------------------------------------
       01 FS-ANUAL               PIC XX.
       01 FIN-ANUAL              PIC X VALUE 'N'.
       01 FECHA-HOY              PIC 9(8).
       01 ANIO-ACTUAL            PIC 9(4).
       01 ANIO-REVISAR           PIC 9(4).
       01 ANIO-MAS-ANTIGUO       PIC 9(4).
       01 FECHA-DOCUMENTO        PIC 9(8) VALUE 0.
       01 TOTAL-DOCUMENTOS       PIC 9(3) VALUE 0.
       01 ARCHIVOS-REVISADOS     PIC 9(3) VALUE 0.

       *>----------------------------------------------------
       *> TOTALES DE LA FACTURA RECUPERADA
       *>----------------------------------------------------
               DISPLAY "No existe VENTAS-HIST.IDX ("
                       FS-VENTAS-HIST "); corra "
                       "CONSOLIDAR-HISTORIAL primero."
               DISPLAY "Se buscará sólo en los años archivados."
           ELSE
               MOVE CAJA-CONSULTA TO HV-CAJA
               MOVE FOLIO-CONSULTA TO HV-FOLIO
               MOVE 0 TO HV-LINEA
               START VENTAS-HISTORIAL KEY IS GREATER THAN HV-CLAVE
                   INVALID KEY
                       MOVE 'S' TO FIN-FOLIO
               END-START

               PERFORM LEER-LINEAS-FOLIO UNTIL FIN-FOLIO = 'S'

               CLOSE VENTAS-HISTORIAL
           END-IF

           IF TOTAL-LINEAS = 0
               PERFORM BUSCAR-EN-ARCHIVOS
           END-IF

           IF TOTAL-LINEAS = 0
               DISPLAY "El folio " FOLIO-CONSULTA " de la caja "
                       CAJA-CONSULTA " no está en el historial "
                       "ni en los años archivados."
           ELSE
               IF TOTAL-DOCUMENTOS > 1
                   DISPLAY "-------------------------------"
                   DISPLAY "El folio aparece en " TOTAL-DOCUMENTOS
                           " fechas distintas; los totales suman "
                           "todas."
               END-IF
               MOVE TOTAL-NETO TO F-NETO
               MOVE TOTAL-IVA TO F-IVA
               DISPLAY "-------------------------------"

       MOSTRAR-LINEA.
           MOVE HV-VENTA TO VENTA-WS
           PERFORM MOSTRAR-VENTA.

       MOSTRAR-VENTA.
           ADD 1 TO TOTAL-LINEAS
           ADD VR-TOTAL-NETO TO TOTAL-NETO
           ADD VR-IVA-MONTO TO TOTAL-IVA
           IF TOTAL-LINEAS = 1 OR VR-FECHA NOT = FECHA-DOCUMENTO
               ADD 1 TO TOTAL-DOCUMENTOS
               MOVE VR-FECHA TO FECHA-DOCUMENTO
               DISPLAY "Folio " VR-FOLIO " | Fecha " VR-FECHA
                       " | Tipo " VR-TIPO
                       " | Cliente " VR-CLIENTE
           MOVE VR-TOTAL-NETO TO F-LINEA-NETO
           DISPLAY "  " VR-PRODUCTO " x" VR-UNIDADES
                   " = $" F-LINEA-NETO.

       BUSCAR-EN-ARCHIVOS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           MOVE FECHA-HOY (1:4) TO ANIO-ACTUAL
           PERFORM CARGAR-CATALOGO-ARCHIVO
           COMPUTE ANIO-MAS-ANTIGUO = ANIO-ACTUAL - 10
           PERFORM VARYING IDX-CATALOGO FROM 1 BY 1
                   UNTIL IDX-CATALOGO > TOTAL-CATALOGO
               IF TAH-TIPO (IDX-CATALOGO) = 'V'
                   AND TAH-ANIO (IDX-CATALOGO) < ANIO-MAS-ANTIGUO
                   MOVE TAH-ANIO (IDX-CATALOGO) TO ANIO-MAS-ANTIGUO
               END-IF
           END-PERFORM
           MOVE 'V' TO ARCHIVO-TIPO-BUSCADO
           PERFORM VARYING ANIO-REVISAR FROM ANIO-ACTUAL BY -1
                   UNTIL ANIO-REVISAR < ANIO-MAS-ANTIGUO
               MOVE ANIO-REVISAR TO ARCHIVO-ANIO-BUSCADO
               PERFORM UBICAR-ARCHIVO-POR-ANIO
               PERFORM LEER-ARCHIVO-ANUAL
           END-PERFORM
           IF ARCHIVOS-REVISADOS = 0
               DISPLAY "No hay años archivados."
           END-IF.

       LEER-ARCHIVO-ANUAL.
           OPEN INPUT ARCHIVO-ANUAL
           IF FS-ANUAL NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ARCHIVOS-REVISADOS
           MOVE 'N' TO FIN-ANUAL
           PERFORM UNTIL FIN-ANUAL = 'S'
               READ ARCHIVO-ANUAL
                   AT END
                       MOVE 'S' TO FIN-ANUAL
                   NOT AT END
                       MOVE VENTA-ANUAL-REG TO VENTA-WS
                       IF VR-CAJA = CAJA-CONSULTA
                           AND VR-FOLIO = FOLIO-CONSULTA
                           IF TOTAL-LINEAS = 0
                               DISPLAY "Encontrado en "
                                       NOMBRE-ARCHIVO-ANUAL
                           END-IF
                           PERFORM MOSTRAR-VENTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ANUAL.

       COPY CATALOGO-ARCHIVO-RUTINAS.
