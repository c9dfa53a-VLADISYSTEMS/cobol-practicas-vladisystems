      *>----------------------------------------------------
      *> RUTINAS DE COBRANZA DE CARTERA. REQUIEREN COPY
      *> COBRANZA-WS, PARAMETROS-WS Y FS-CARTERA EN
      *> WORKING-STORAGE.
      *>----------------------------------------------------
       GRABAR-GESTION.
           OPEN EXTEND ARCHIVO-GESTIONES
           IF FS-GESTIONES = "35"
               OPEN OUTPUT ARCHIVO-GESTIONES
           END-IF
           IF FS-GESTIONES NOT = "00"
               DISPLAY "No se pudo abrir GESTIONES-COBRANZA.DAT ("
                       FS-GESTIONES ")"
               EXIT PARAGRAPH
           END-IF
           MOVE GESTION-NUEVA TO GESTION-REG
           WRITE GESTION-REG
           CLOSE ARCHIVO-GESTIONES.

      *>----------------------------------------------------
      *> RESULTADOS FIJOS DE UNA GESTIÓN. EL 01 ES EL ÚNICO
      *> QUE LLEVA PROMESA DE PAGO; 11 Y 12 LOS GRABA
      *> CARTAS-COBRANZA.
      *>----------------------------------------------------
       DESCRIBIR-RESULTADO-GESTION.
           MOVE 'S' TO RESULTADO-VALIDO
           EVALUATE RESULTADO-CONSULTA
               WHEN 1
                   MOVE "PROMETE PAGAR" TO DESCRIPCION-RESULTADO
               WHEN 2
                   MOVE "SIN COMPROMISO" TO DESCRIPCION-RESULTADO
               WHEN 3
                   MOVE "NO CONTESTA" TO DESCRIPCION-RESULTADO
               WHEN 4
                   MOVE "DATOS DE CONTACTO ERRADOS"
                       TO DESCRIPCION-RESULTADO
               WHEN 5
                   MOVE "DISPUTA LA DEUDA" TO DESCRIPCION-RESULTADO
               WHEN 6
                   MOVE "DICE QUE YA PAGO" TO DESCRIPCION-RESULTADO
               WHEN 11
                   MOVE "CARTA PRIMER AVISO" TO DESCRIPCION-RESULTADO
               WHEN 12
                   MOVE "CARTA SEGUNDO AVISO"
                       TO DESCRIPCION-RESULTADO
               WHEN 99
                   MOVE "OTRO" TO DESCRIPCION-RESULTADO
               WHEN OTHER
                   MOVE "SIN RESULTADO" TO DESCRIPCION-RESULTADO
                   MOVE 'N' TO RESULTADO-VALIDO
           END-EVALUATE.

       DESCRIBIR-TIPO-GESTION.
           EVALUATE TIPO-CONSULTA
               WHEN 'L'
                   MOVE "LLAMADA" TO DESCRIPCION-TIPO
               WHEN 'C'
                   MOVE "CARTA" TO DESCRIPCION-TIPO
               WHEN 'V'
                   MOVE "VISITA" TO DESCRIPCION-TIPO
               WHEN OTHER
                   MOVE "-" TO DESCRIPCION-TIPO
           END-EVALUATE.

      *>----------------------------------------------------
      *> DEUDORES A LA FECHA DE CORTE: DOCUMENTOS ABIERTOS DE
      *> CARTERA.DAT (FACTURAS Y CARGOS POR MORA) AGRUPADOS
      *> POR CLIENTE. UN DOCUMENTO ESTÁ VENCIDO CUANDO TIENE
      *> MÁS DE PLAZO-COBRANZA DÍAS CORRIDOS; LOS DÍAS DE
      *> ATRASO SON LOS QUE PASAN DE ESE PLAZO.
      *>----------------------------------------------------
       CARGAR-DEUDORES-CARTERA.
           MOVE 0 TO TOTAL-DEUDORES-CART
           MOVE 0 TO TOTAL-DEUDORES-VENCIDOS
           MOVE "COBRANZA-PLAZO-DIAS" TO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO PLAZO-COBRANZA
           END-IF
           COMPUTE CORTE-COBRANZA-INT =
               FUNCTION INTEGER-OF-DATE (FECHA-CORTE-COBRANZA)

           OPEN INPUT ARCHIVO-CARTERA
           IF FS-CARTERA NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-CARTERA-COBRANZA
           PERFORM UNTIL FIN-CARTERA-COBRANZA = 'S'
               READ ARCHIVO-CARTERA
                   AT END
                       MOVE 'S' TO FIN-CARTERA-COBRANZA
                   NOT AT END
                       IF CR-ESTADO = 'A' AND CR-SALDO > 0
                           AND CR-FECHA <= FECHA-CORTE-COBRANZA
                           PERFORM ANOTAR-DOCUMENTO-DEUDOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-CARTERA

           PERFORM VARYING IDX-DEUDOR FROM 1 BY 1
                   UNTIL IDX-DEUDOR > TOTAL-DEUDORES-CART
               IF DC-VENCIDO (IDX-DEUDOR) > 0
                   ADD 1 TO TOTAL-DEUDORES-VENCIDOS
               END-IF
           END-PERFORM
           PERFORM ANOTAR-GESTIONES-DEUDORES.

       ANOTAR-DOCUMENTO-DEUDOR.
           MOVE CR-CLIENTE TO CLIENTE-DEUDOR-BUSCADO
           PERFORM BUSCAR-DEUDOR-EN-TABLA
           IF DEUDOR-EN-TABLA = 0
               IF TOTAL-DEUDORES-CART >= MAX-DEUDORES-CART
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOTAL-DEUDORES-CART
               MOVE TOTAL-DEUDORES-CART TO DEUDOR-EN-TABLA
               INITIALIZE DEUDOR-CART (DEUDOR-EN-TABLA)
               MOVE CR-CLIENTE TO DC-CLIENTE (DEUDOR-EN-TABLA)
               MOVE CR-FECHA TO DC-FECHA-ANTIGUA (DEUDOR-EN-TABLA)
           END-IF
           ADD CR-SALDO TO DC-SALDO (DEUDOR-EN-TABLA)
           IF CR-FECHA < DC-FECHA-ANTIGUA (DEUDOR-EN-TABLA)
               MOVE CR-FECHA TO DC-FECHA-ANTIGUA (DEUDOR-EN-TABLA)
           END-IF
           COMPUTE DOCUMENTO-COBRANZA-INT =
               FUNCTION INTEGER-OF-DATE (CR-FECHA)
           COMPUTE DIAS-DOCUMENTO = CORTE-COBRANZA-INT
               - DOCUMENTO-COBRANZA-INT - PLAZO-COBRANZA
           IF DIAS-DOCUMENTO > 0
               ADD CR-SALDO TO DC-VENCIDO (DEUDOR-EN-TABLA)
               ADD 1 TO DC-DOCUMENTOS (DEUDOR-EN-TABLA)
               IF DIAS-DOCUMENTO > DC-DIAS-ATRASO (DEUDOR-EN-TABLA)
                   MOVE DIAS-DOCUMENTO
                       TO DC-DIAS-ATRASO (DEUDOR-EN-TABLA)
               END-IF
           END-IF.

       BUSCAR-DEUDOR-EN-TABLA.
           MOVE 0 TO DEUDOR-EN-TABLA
           PERFORM VARYING IDX-DEUDOR FROM 1 BY 1
                   UNTIL IDX-DEUDOR > TOTAL-DEUDORES-CART
                       OR DEUDOR-EN-TABLA NOT = 0
               IF DC-CLIENTE (IDX-DEUDOR) = CLIENTE-DEUDOR-BUSCADO
                   MOVE IDX-DEUDOR TO DEUDOR-EN-TABLA
               END-IF
           END-PERFORM.

      *>----------------------------------------------------
      *> LO ÚLTIMO GESTIONADO CON CADA DEUDOR. EL ARCHIVO ESTÁ
      *> EN ORDEN DE GRABACIÓN, ASÍ QUE EL ÚLTIMO RENGLÓN LEÍDO
      *> DE CADA CLASE ES EL VIGENTE. LAS CARTAS ANTERIORES AL
      *> DOCUMENTO ABIERTO MÁS ANTIGUO SON DE UNA DEUDA YA
      *> SALDADA Y NO CUENTAN.
      *>----------------------------------------------------
       ANOTAR-GESTIONES-DEUDORES.
           OPEN INPUT ARCHIVO-GESTIONES
           IF FS-GESTIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO FIN-GESTIONES
           PERFORM UNTIL FIN-GESTIONES = 'S'
               READ ARCHIVO-GESTIONES
                   AT END
                       MOVE 'S' TO FIN-GESTIONES
                   NOT AT END
                       IF GC-FECHA <= FECHA-CORTE-COBRANZA
                           MOVE GC-CLIENTE TO CLIENTE-DEUDOR-BUSCADO
                           PERFORM BUSCAR-DEUDOR-EN-TABLA
                           IF DEUDOR-EN-TABLA NOT = 0
                               PERFORM ANOTAR-GESTION-DEUDOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GESTIONES.

       ANOTAR-GESTION-DEUDOR.
           MOVE GC-FECHA TO DC-ULT-FECHA (DEUDOR-EN-TABLA)
           MOVE GC-TIPO TO DC-ULT-TIPO (DEUDOR-EN-TABLA)
           MOVE GC-RESULTADO TO DC-ULT-RESULTADO (DEUDOR-EN-TABLA)
           IF GC-PROMESA-ESTADO NOT = SPACE
               MOVE GC-PROMESA-FECHA
                   TO DC-PROMESA-FECHA (DEUDOR-EN-TABLA)
               MOVE GC-PROMESA-MONTO
                   TO DC-PROMESA-MONTO (DEUDOR-EN-TABLA)
               MOVE GC-PROMESA-ESTADO
                   TO DC-PROMESA-ESTADO (DEUDOR-EN-TABLA)
           END-IF
           IF (GC-RESULTADO = 11 OR GC-RESULTADO = 12)
               AND GC-FECHA >= DC-FECHA-ANTIGUA (DEUDOR-EN-TABLA)
               COMPUTE DC-CARTA-NIVEL (DEUDOR-EN-TABLA) =
                   GC-RESULTADO - 10
               MOVE GC-FECHA TO DC-CARTA-FECHA (DEUDOR-EN-TABLA)
           END-IF.

      *>----------------------------------------------------
      *> DE MAYOR A MENOR VENCIDO; A IGUAL MONTO, PRIMERO EL
      *> DE MÁS DÍAS DE ATRASO (MISMA SELECCIÓN QUE MOROSOS).
      *>----------------------------------------------------
       ORDENAR-DEUDORES.
           PERFORM VARYING IDX-DEUDOR FROM 1 BY 1
                   UNTIL IDX-DEUDOR >= TOTAL-DEUDORES-CART
               MOVE IDX-DEUDOR TO IDX-DEUDOR-MAYOR
               PERFORM VARYING IDX-DEUDOR-ORD FROM IDX-DEUDOR BY 1
                       UNTIL IDX-DEUDOR-ORD > TOTAL-DEUDORES-CART
                   IF DC-VENCIDO (IDX-DEUDOR-ORD) >
                          DC-VENCIDO (IDX-DEUDOR-MAYOR)
                      OR (DC-VENCIDO (IDX-DEUDOR-ORD) =
                          DC-VENCIDO (IDX-DEUDOR-MAYOR)
                          AND DC-DIAS-ATRASO (IDX-DEUDOR-ORD) >
                              DC-DIAS-ATRASO (IDX-DEUDOR-MAYOR))
                       MOVE IDX-DEUDOR-ORD TO IDX-DEUDOR-MAYOR
                   END-IF
               END-PERFORM
               IF IDX-DEUDOR-MAYOR NOT = IDX-DEUDOR
                   MOVE DEUDOR-CART (IDX-DEUDOR) TO DEUDOR-AUX
                   MOVE DEUDOR-CART (IDX-DEUDOR-MAYOR)
                       TO DEUDOR-CART (IDX-DEUDOR)
                   MOVE DEUDOR-AUX TO DEUDOR-CART (IDX-DEUDOR-MAYOR)
               END-IF
           END-PERFORM.
