
           PERFORM INICIAR-SESION-OPERADOR
           PERFORM CARGAR-PARAMETROS
      *>    CON CLAVES SIN CARGAR, REESCRIBIR EL ARCHIVO DESDE
      *>    LA TABLA LAS PERDERÍA.
           IF PARAMETROS-DESCARTADOS > 0
               DISPLAY "No se puede mantener PARAMETROS.DAT hasta "
                       "depurar las claves sobrantes."
               STOP RUN
           END-IF
           ACCEPT FECHA-CAMBIO FROM DATE YYYYMMDD

           PERFORM UNTIL OPCION = 'N'

      *>----------------------------------------------------
      *> REGLAS POR CLAVE: LAS TASAS Y PORCENTAJES DEBEN SER
      *> NUMÉRICOS ENTRE 0 Y 100; LAS CANTIDADES, CUOTAS,
      *> PLAZOS DE COBRANZA Y UMBRALES DE REVISIÓN DE
      *> LÍMITES, DE CHEQUES Y LA TOLERANCIA DE LA
      *> CONCILIACIÓN BANCARIA, NUMÉRICOS (TAMBIÉN LAS METAS
      *> DE MARGEN, QUE PUEDEN PASAR DE 100); EL INICIO DEL AÑO
      *> FISCAL, UNA FECHA AAAAMMDD VÁLIDA; LA MODALIDAD DE
      *> MORA, I O F. EL RESTO ES TEXTO LIBRE.
      *>----------------------------------------------------
       VALIDAR-VALOR.
           MOVE 'S' TO VALOR-VALIDO
                   END-IF
               WHEN CLAVE-CAPTURA = "DESCUENTO-MAXIMO"
                 OR CLAVE-CAPTURA = "RETENCION-SEPARE"
                 OR CLAVE-CAPTURA = "MORA-TASA-MENSUAL"
                 OR CLAVE-CAPTURA (1:5) = "DESC-"
                 OR CLAVE-CAPTURA = "LIMREV-USO-ALTO"
                 OR CLAVE-CAPTURA = "LIMREV-AUMENTO-PCT"
                 OR CLAVE-CAPTURA = "LIMREV-RECORTE-PCT"
                 OR CLAVE-CAPTURA = "PRESUPUESTO-TOLERANCIA"
                 OR CLAVE-CAPTURA = "COTEJO-TOL-PRECIO"
                 OR CLAVE-CAPTURA = "COTEJO-TOL-CANTIDAD"
                   IF FUNCTION TEST-NUMVAL(VALOR-NUEVO) NOT = 0
                       MOVE 'N' TO VALOR-VALIDO
                       DISPLAY "Debe ser un porcentaje numérico."
                   END-IF
               WHEN CLAVE-CAPTURA = "STOCK-MINIMO"
                 OR CLAVE-CAPTURA (1:6) = "CUOTA-"
                 OR CLAVE-CAPTURA = "MORA-CARGO-FIJO"
                 OR CLAVE-CAPTURA = "MORA-DIAS-GRACIA"
                 OR CLAVE-CAPTURA = "MORA-GRACIA-CUOTAS"
                 OR CLAVE-CAPTURA = "MORA-CAJA"
                 OR CLAVE-CAPTURA (1:9) = "COBRANZA-"
                 OR CLAVE-CAPTURA (1:7) = "LIMREV-"
                 OR CLAVE-CAPTURA (1:7) = "CHEQUE-"
                 OR CLAVE-CAPTURA = "BANCO-DIAS-TOLERANCIA"
                 OR CLAVE-CAPTURA = "COTEJO-TOL-MONTO"
                 OR CLAVE-CAPTURA (1:5) = "META-"
                 OR CLAVE-CAPTURA = "LISTA-PROV-DIAS"
                   IF FUNCTION TEST-NUMVAL(VALOR-NUEVO) NOT = 0
                       MOVE 'N' TO VALOR-VALIDO
                       DISPLAY "Debe ser un valor numérico."
                   END-IF
               WHEN CLAVE-CAPTURA = "MORA-MODALIDAD"
                   MOVE FUNCTION UPPER-CASE(VALOR-NUEVO)
                       TO VALOR-NUEVO
                   IF VALOR-NUEVO NOT = "I" AND VALOR-NUEVO NOT = "F"
                       MOVE 'N' TO VALOR-VALIDO
                       DISPLAY "Debe ser I (interés) o F (recargo "
                               "fijo)."
                   END-IF
           END-EVALUATE.

       APLICAR-CAMBIO.
