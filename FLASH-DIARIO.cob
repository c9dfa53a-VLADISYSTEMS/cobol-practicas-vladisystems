       COPY FECHA-COMUN.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.
       COPY SUCURSAL-WS.

       *>----------------------------------------------------
       *> FLASH GERENCIAL DE UN DÍA: TICKETS, UNIDADES, VENTA,
       *> FAMILIA DE PRODUCTO, TICKET PROMEDIO Y COMPARACIÓN
       *> CONTRA EL MISMO DÍA DE LA SEMANA ANTERIOR. ES LA
       *> PÁGINA QUE LEE EL DUEÑO CADA NOCHE.
       *> USO: FLASH-DIARIO [AAAAMMDD [SUCURSAL]] (SIN
       *> PARÁMETRO PREGUNTA LA FECHA, COMO LOS DEMÁS
       *> REPORTES). SIN SUCURSAL SUMA TODAS LAS TIENDAS.
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 CAMPO-ARG-FECHA        PIC X(10).
       01 FS-VENTAS              PIC XX.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
               MOVE FC-FECHA-YYYYMMDD TO FECHA-FLASH
               DISPLAY "Ingrese nombre del operador: "
               ACCEPT OPERADOR
               DISPLAY "Sucursal (ENTER = todas, 00 = casa matriz):"
               ACCEPT SUCURSAL-TXT
           ELSE
               MOVE 'S' TO MODO-LOTE
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO CAMPO-ARG-FECHA, SUCURSAL-TXT
               END-UNSTRING
               MOVE FUNCTION NUMVAL (CAMPO-ARG-FECHA)
                   TO FECHA-FLASH
               MOVE "FLASH-DIARIO" TO OPERADOR
           END-IF
           PERFORM INTERPRETAR-SUCURSAL

           COMPUTE FECHA-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-FLASH) - 7

           STRING "FLASH-" DELIMITED BY SIZE
                  FECHA-FLASH DELIMITED BY SIZE
                  SUCURSAL-SUFIJO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE OPERADOR TO EC-OPERADOR
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           IF FILTRAR-SUCURSAL = 'S'
               MOVE SUCURSAL-LEYENDA TO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF

           PERFORM MOSTRAR-FLASH
           CLOSE ARCHIVO-REPORTE
           CLOSE ARCHIVO-VENTAS.

       ACUMULAR-LINEA.
           MOVE VR-SUCURSAL TO SUCURSAL-LINEA-TXT
           PERFORM VERIFICAR-SUCURSAL
           IF SUCURSAL-INCLUIDA = 'N'
               EXIT PARAGRAPH
           END-IF
           IF VR-TIPO = 'R' OR VR-TIPO = 'D'
               COMPUTE UNIDADES-DELTA = VR-UNIDADES * -1
           ELSE
       COPY FECHA-COMUN-RUTINAS.
       COPY ENCABEZADO-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY SUCURSAL-RUTINAS.
