       WORKING-STORAGE SECTION.
       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY SUCURSAL-WS.

       *>----------------------------------------------------
       *> MES A DECLARAR

       *>----------------------------------------------------
       *> PARÁMETROS POR LÍNEA DE COMANDO (EJECUCIÓN POR LOTE)
       *> USO: LIBRO-IVA <AAAA> <MM> [SUCURSAL] (SIN SUCURSAL,
       *> EL LIBRO DE TODAS LAS TIENDAS JUNTAS)
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(80) VALUE SPACES.
       01 CAMPO-ARG-ANIO         PIC X(6).
           STRING "LIBRO-IVA-" DELIMITED BY SIZE
                  ANIO DELIMITED BY SIZE
                  MES DELIMITED BY SIZE
                  SUCURSAL-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-LIBRO
           OPEN OUTPUT ARCHIVO-LIBRO
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           IF FILTRAR-SUCURSAL = 'S'
               MOVE SUCURSAL-LEYENDA TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF

           PERFORM RECORRER-DIAS-DEL-MES
           PERFORM CERRAR-FOLIO
               ACCEPT ANIO
               DISPLAY "Ingrese el mes (MM):"
               ACCEPT MES
               DISPLAY "Sucursal (ENTER = todas, 00 = casa matriz):"
               ACCEPT SUCURSAL-TXT
           ELSE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO CAMPO-ARG-ANIO, CAMPO-ARG-MES, SUCURSAL-TXT
               END-UNSTRING
               MOVE FUNCTION NUMVAL (CAMPO-ARG-ANIO) TO ANIO
               MOVE FUNCTION NUMVAL (CAMPO-ARG-MES) TO MES
               DISPLAY "Período recibido por línea de comando: "
                       ANIO "-" MES
           END-IF
           PERFORM INTERPRETAR-SUCURSAL.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           END-PERFORM.

       ACUMULAR-LINEA.
           MOVE VR-SUCURSAL TO SUCURSAL-LINEA-TXT
           PERFORM VERIFICAR-SUCURSAL
           IF SUCURSAL-INCLUIDA = 'N'
               EXIT PARAGRAPH
           END-IF
           IF VR-FOLIO NOT = FOLIO-EN-CURSO
               OR VR-CAJA NOT = CAJA-EN-CURSO
               PERFORM CERRAR-FOLIO

       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY SUCURSAL-RUTINAS.
