       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRAR-EXISTENCIAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PRODUCTOS-SELECT.
       COPY KARDEX-SELECT.
       COPY UBICACIONES-SELECT.
       COPY LOTES-SELECT.
       COPY OPERADORES-SELECT.
       COPY AUTORIZA-SELECT.
       COPY PERIODOS-SELECT.
       COPY BITACORA-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       COPY PRODUCTOS-FD.
       COPY KARDEX-FD.
       COPY UBICACIONES-FD.
       COPY LOTES-FD.
       COPY OPERADORES-FD.
       COPY AUTORIZA-FD.
       COPY PERIODOS-FD.
       COPY BITACORA-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ENCABEZADO-WS.
       COPY PRODUCTOS-WS.
       COPY KARDEX-WS.
       COPY UBICACIONES-WS.
       COPY LOTES-WS.
       COPY OPERADORES-WS.
       COPY AUTORIZA-WS.
       COPY PERIODOS-WS.
       COPY BITACORA-WS.

       *>----------------------------------------------------
       *> CUADRE DE EXISTENCIAS CONTRA EL KARDEX: TRAS CAÍDAS
       *> Y RESTAURACIONES, PR-EXISTENCIA, EL STOCK POR
       *> UBICACIÓN Y EL STOCK POR LOTE SE DESCUADRABAN DEL
       *> KARDEX. PARA CADA PRODUCTO SE RECALCULA SU SALDO
       *> DESDE EL KARDEX (A PARTIR DEL SALDO DE APERTURA 'S'
       *> DE COMPRIMIR-KARDEX; LOS TRASLADOS 'T' NO CAMBIAN EL
       *> TOTAL) Y SE COMPARA CON LOS TRES. SIN PARÁMETRO SÓLO
       *> LISTA; CON REPARAR, Y CON FIRMA DE SUPERVISOR, LLEVA
       *> LOS TRES AL SALDO DEL KARDEX Y DEJA EN ÉL UN AJUSTE
       *> 'A' CON MOTIVO CUA (CERO UNIDADES, PORQUE EL KARDEX
       *> YA ERA EL CORRECTO) QUE MARCA LA REPARACIÓN.
       *> USO: CUADRAR-EXISTENCIAS [REPARAR]
       *>----------------------------------------------------
       01 WS-COMMAND-LINE        PIC X(20) VALUE SPACES.
       01 FS-REPORTE             PIC XX.
       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 FIN-KARDEX             PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(32).
       01 LINEA-SALIDA           PIC X(100).
       01 OPERADOR-TXT           PIC X(6).
       01 SESION-VALIDA          PIC X VALUE 'N'.
       01 OPERADOR-SESION        PIC X(20) VALUE SPACES.
       01 FECHA-HOY              PIC 9(8).
       01 MODO-REPARAR           PIC X VALUE 'N'.
       01 ESTADO-PRODUCTO        PIC X(12).

       *>----------------------------------------------------
       *> SALDOS DEL PRODUCTO EN CURSO
       *>----------------------------------------------------
       01 SALDO-KARDEX           PIC S9(7) VALUE 0.
       01 MOVIMIENTOS-KARDEX     PIC 9(7) VALUE 0.
       01 SUMA-UBICACIONES       PIC S9(7) VALUE 0.
       01 SUMA-LOTES             PIC S9(7) VALUE 0.
       01 DIF-MAESTRO            PIC S9(7) VALUE 0.
       01 DIF-UBICACIONES        PIC S9(7) VALUE 0.
       01 DIF-LOTES              PIC S9(7) VALUE 0.
       01 POR-QUITAR             PIC S9(7) VALUE 0.

       *>----------------------------------------------------
       *> CONTADORES Y PRESENTACIÓN
       *>----------------------------------------------------
       01 PRODUCTOS-REVISADOS    PIC 9(6) VALUE 0.
       01 PRODUCTOS-DESCUADRADOS PIC 9(6) VALUE 0.
       01 PRODUCTOS-REPARADOS    PIC 9(6) VALUE 0.
       01 PRODUCTOS-SIN-KARDEX   PIC 9(6) VALUE 0.
       01 F-KARDEX               PIC -(6)9.
       01 F-MAESTRO              PIC -(6)9.
       01 F-UBICACIONES          PIC -(6)9.
       01 F-LOTES                PIC -(7)9.
       01 F-LOTES-TXT            PIC X(8).

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY "==============================="
           DISPLAY "  CUADRE DE EXISTENCIAS"
           DISPLAY "==============================="

           MOVE "CUADRAR-EXISTENCIAS" TO BW-PROGRAMA
           MOVE 'I' TO BW-EVENTO
           MOVE SPACES TO BW-ESTADO
           MOVE 0 TO BW-REGISTROS
           PERFORM GRABAR-BITACORA

           ACCEPT FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(WS-COMMAND-LINE)
               TO WS-COMMAND-LINE
           IF WS-COMMAND-LINE = "REPARAR"
               MOVE 'S' TO MODO-REPARAR
               PERFORM PREPARAR-REPARACION
           END-IF

           OPEN INPUT ARCHIVO-KARDEX
           IF FS-KARDEX NOT = "00"
               DISPLAY "No hay movimientos en KARDEX.IDX; no hay "
                       "contra qué cuadrar."
               MOVE 'F' TO BW-EVENTO
               MOVE "VACIO" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF

           IF MODO-REPARAR = 'S'
               OPEN I-O ARCHIVO-PRODUCTOS
           ELSE
               OPEN INPUT ARCHIVO-PRODUCTOS
           END-IF
           IF FS-PRODUCTOS NOT = "00"
               DISPLAY "No se pudo abrir PRODUCTOS.IDX ("
                       FS-PRODUCTOS ")"
               CLOSE ARCHIVO-KARDEX
               MOVE 'F' TO BW-EVENTO
               MOVE "ERROR" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           STRING "CUADRE-EXISTENCIAS-" DELIMITED BY SIZE
                  FECHA-HOY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           MOVE FECHA-HOY TO EC-FECHA-REPORTE
           IF MODO-REPARAR = 'S'
               MOVE "CUADRE DE EXISTENCIAS (REPARACION)"
                   TO EC-TITULO
               MOVE OPERADOR-SESION TO EC-OPERADOR
           ELSE
               MOVE "CUADRE DE EXISTENCIAS" TO EC-TITULO
               MOVE "PROCESO BATCH" TO EC-OPERADOR
           END-IF
           PERFORM IMPRIMIR-ENCABEZADO
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE SPACES TO LINEA-SALIDA
           STRING "Código Descripción           Kardex Maestro"
                  DELIMITED BY SIZE
                  " Ubicac.   Lotes Estado" DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA

           MOVE 'N' TO FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO = 'S'
               READ ARCHIVO-PRODUCTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
                       PERFORM REVISAR-PRODUCTO
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-PRODUCTOS
           CLOSE ARCHIVO-KARDEX

           PERFORM MOSTRAR-TOTALES
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Reporte grabado en: " NOMBRE-ARCHIVO-REPORTE

           MOVE 'F' TO BW-EVENTO
           MOVE "OK" TO BW-ESTADO
           MOVE PRODUCTOS-DESCUADRADOS TO BW-REGISTROS
           PERFORM GRABAR-BITACORA
           STOP RUN.

       ESCRIBIR-LINEA.
           DISPLAY LINEA-SALIDA
           WRITE LINEA-REPORTE FROM LINEA-SALIDA.

       ESCRIBIR-ENCABEZADO.
           MOVE EC-LINEA-1 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-2 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE EC-LINEA-3 TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

      *>----------------------------------------------------
      *> LA REPARACIÓN MUEVE EXISTENCIAS: EXIGE OPERADOR EN
      *> SESIÓN, PERIODO ABIERTO Y LA FIRMA DE UN SUPERVISOR
      *> (QUEDA EN AUTORIZACIONES.DAT).
      *>----------------------------------------------------
       PREPARAR-REPARACION.
           PERFORM INICIAR-SESION-OPERADOR
           MOVE OPERADOR-NOMBRE TO OPERADOR-SESION
           MOVE FECHA-HOY TO FECHA-PERIODO
           PERFORM VERIFICAR-PERIODO-ABIERTO
           IF PERIODO-CERRADO = 'S'
               DISPLAY "Cuadre de existencias no aplicado."
               MOVE 'F' TO BW-EVENTO
               MOVE "CANCEL" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF
           MOVE "CUADRE EXISTENCIAS" TO AUT-ACCION
           MOVE 0 TO AUT-DOCUMENTO
           MOVE 0 TO AUT-CAJA
           PERFORM PEDIR-AUTORIZACION
           IF AUTORIZACION-OK = 'N'
               DISPLAY "Cuadre de existencias no autorizado."
               MOVE 'F' TO BW-EVENTO
               MOVE "CANCEL" TO BW-ESTADO
               PERFORM GRABAR-BITACORA
               STOP RUN
           END-IF.

       REVISAR-PRODUCTO.
           ADD 1 TO PRODUCTOS-REVISADOS
           PERFORM CALCULAR-SALDO-KARDEX
           PERFORM SUMAR-UBICACIONES
           COMPUTE DIF-MAESTRO = SALDO-KARDEX - PR-EXISTENCIA
           COMPUTE DIF-UBICACIONES = SALDO-KARDEX - SUMA-UBICACIONES
           MOVE 0 TO DIF-LOTES
           MOVE 0 TO SUMA-LOTES
           IF PR-LOTEADO = 'S'
               PERFORM SUMAR-LOTES
               COMPUTE DIF-LOTES = SALDO-KARDEX - SUMA-LOTES
           END-IF
           IF DIF-MAESTRO = 0 AND DIF-UBICACIONES = 0
               AND DIF-LOTES = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PRODUCTOS-DESCUADRADOS
           MOVE PR-EXISTENCIA TO F-MAESTRO
      *>    UN PRODUCTO SIN NINGÚN MOVIMIENTO EN EL KARDEX NO
      *>    SE PUEDE RECALCULAR: SE LISTA PERO NO SE TOCA.
           IF MOVIMIENTOS-KARDEX = 0
               ADD 1 TO PRODUCTOS-SIN-KARDEX
               MOVE "SIN KARDEX" TO ESTADO-PRODUCTO
           ELSE
               IF MODO-REPARAR = 'S'
                   PERFORM REPARAR-PRODUCTO
               ELSE
                   MOVE "DESCUADRADO" TO ESTADO-PRODUCTO
               END-IF
           END-IF
           PERFORM LISTAR-DIFERENCIA.

      *>----------------------------------------------------
      *> EL SALDO SE REHACE SUMANDO LOS MOVIMIENTOS DEL
      *> PRODUCTO; UN SALDO DE APERTURA 'S' REEMPLAZA LO
      *> ACUMULADO Y LOS TRASLADOS 'T' SÓLO REPARTEN ENTRE
      *> UBICACIONES.
      *>----------------------------------------------------
       CALCULAR-SALDO-KARDEX.
           MOVE 0 TO SALDO-KARDEX
           MOVE 0 TO MOVIMIENTOS-KARDEX
           MOVE PR-CODIGO TO KX-CODIGO
           MOVE 0 TO KX-FECHA
           MOVE 0 TO KX-HORA
           MOVE 'N' TO FIN-KARDEX
           START ARCHIVO-KARDEX KEY IS NOT LESS THAN KX-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-KARDEX
           END-START
           PERFORM UNTIL FIN-KARDEX = 'S'
               READ ARCHIVO-KARDEX NEXT RECORD
                   AT END
                       MOVE 'S' TO FIN-KARDEX
                   NOT AT END
                       IF KX-CODIGO NOT = PR-CODIGO
                           MOVE 'S' TO FIN-KARDEX
                       ELSE
                           ADD 1 TO MOVIMIENTOS-KARDEX
                           EVALUATE KX-TIPO
                               WHEN 'S'
                                   MOVE KX-SALDO TO SALDO-KARDEX
                               WHEN 'T'
                                   CONTINUE
                               WHEN OTHER
                                   ADD KX-UNIDADES TO SALDO-KARDEX
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-UBICACIONES.
           MOVE 0 TO SUMA-UBICACIONES
           OPEN INPUT ARCHIVO-UBICACIONES
           IF FS-UBICACIONES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO UB-FIN
           PERFORM UNTIL UB-FIN = 'S'
               READ ARCHIVO-UBICACIONES
                   AT END
                       MOVE 'S' TO UB-FIN
                   NOT AT END
                       IF SU-CODIGO = PR-CODIGO
                           ADD SU-CANTIDAD TO SUMA-UBICACIONES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-UBICACIONES.

       SUMAR-LOTES.
           MOVE 0 TO SUMA-LOTES
           OPEN INPUT ARCHIVO-LOTES
           IF FS-LOTES NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LO-FIN
           PERFORM UNTIL LO-FIN = 'S'
               READ ARCHIVO-LOTES
                   AT END
                       MOVE 'S' TO LO-FIN
                   NOT AT END
                       IF LT-CODIGO = PR-CODIGO
                           ADD LT-CANTIDAD TO SUMA-LOTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-LOTES.

      *>----------------------------------------------------
      *> LOS TRES ALMACENES DE STOCK QUEDAN EN EL SALDO DEL
      *> KARDEX. EL KARDEX SE CIERRA MIENTRAS GRABAR-KARDEX
      *> DEJA EL AJUSTE CUA Y SE VUELVE A ABRIR PARA SEGUIR.
      *>----------------------------------------------------
       REPARAR-PRODUCTO.
           IF DIF-MAESTRO NOT = 0
               MOVE SALDO-KARDEX TO PR-EXISTENCIA
               REWRITE PRODUCTO-REG
                   INVALID KEY
                       DISPLAY "ERROR al actualizar el producto "
                               PR-CODIGO
                       MOVE "ERROR" TO ESTADO-PRODUCTO
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF
           IF DIF-UBICACIONES NOT = 0
               PERFORM REPARAR-UBICACIONES
           END-IF
           IF DIF-LOTES NOT = 0
               PERFORM REPARAR-LOTES
           END-IF
           CLOSE ARCHIVO-KARDEX
           MOVE PR-CODIGO TO KW-CODIGO
           MOVE 'A' TO KW-TIPO
           MOVE 0 TO KW-FOLIO
           MOVE 0 TO KW-UNIDADES
           MOVE SALDO-KARDEX TO KW-SALDO
           MOVE "CUA" TO KW-MOTIVO
           PERFORM GRABAR-KARDEX
           OPEN INPUT ARCHIVO-KARDEX
           ADD 1 TO PRODUCTOS-REPARADOS
           MOVE "REPARADO" TO ESTADO-PRODUCTO.

      *>----------------------------------------------------
      *> UN SOBRANTE ENTRA A BODEGA, COMO UNA RECEPCIÓN; UN
      *> FALTANTE SALE PRIMERO DE SALA (DONDE SE VENDE) Y LO
      *> QUE NO ALCANCE, DE BODEGA.
      *>----------------------------------------------------
       REPARAR-UBICACIONES.
           MOVE PR-CODIGO TO UB-CODIGO
           IF DIF-UBICACIONES > 0
               MOVE 'B' TO UB-UBICACION
               MOVE DIF-UBICACIONES TO UB-DELTA
               PERFORM AJUSTAR-UBICACION
               EXIT PARAGRAPH
           END-IF
           COMPUTE POR-QUITAR = DIF-UBICACIONES * -1
           MOVE 'S' TO UB-UBICACION
           PERFORM CONSULTAR-UBICACION
           IF UB-CANTIDAD > 0
               IF UB-CANTIDAD < POR-QUITAR
                   COMPUTE UB-DELTA = UB-CANTIDAD * -1
               ELSE
                   COMPUTE UB-DELTA = POR-QUITAR * -1
               END-IF
               ADD UB-DELTA TO POR-QUITAR
               PERFORM AJUSTAR-UBICACION
           END-IF
           IF POR-QUITAR > 0
               MOVE 'B' TO UB-UBICACION
               COMPUTE UB-DELTA = POR-QUITAR * -1
               PERFORM AJUSTAR-UBICACION
           END-IF.

      *>----------------------------------------------------
      *> UN FALTANTE SE DESCUENTA EN ORDEN FEFO; UN SOBRANTE
      *> SE SUMA AL LOTE MÁS PRÓXIMO A VENCER Y, SI EL
      *> PRODUCTO NO TIENE NINGÚN LOTE CON SALDO, QUEDA EN UN
      *> LOTE "CUADRE" QUE VENCE HOY PARA QUE REPORTE-LOTES LO
      *> SEÑALE Y ALGUIEN LE ASIGNE SU LOTE REAL.
      *>----------------------------------------------------
       REPARAR-LOTES.
           MOVE PR-CODIGO TO LO-CODIGO
           COMPUTE LO-CANTIDAD-FEFO = DIF-LOTES * -1
           PERFORM DESCONTAR-LOTE-FEFO
           IF DIF-LOTES > 0 AND LO-HALLADO = 'N'
               MOVE "CUADRE" TO LO-LOTE
               MOVE FECHA-HOY TO LO-VENCE
               MOVE DIF-LOTES TO LO-DELTA
               PERFORM AJUSTAR-LOTE
           END-IF.

       LISTAR-DIFERENCIA.
           MOVE SALDO-KARDEX TO F-KARDEX
           MOVE SUMA-UBICACIONES TO F-UBICACIONES
           IF PR-LOTEADO = 'S'
               MOVE SUMA-LOTES TO F-LOTES
               MOVE F-LOTES TO F-LOTES-TXT
           ELSE
               MOVE "     N/A" TO F-LOTES-TXT
           END-IF
           MOVE SPACES TO LINEA-SALIDA
           STRING PR-CODIGO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PR-DESCRIPCION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-KARDEX DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-MAESTRO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-UBICACIONES DELIMITED BY SIZE
                  F-LOTES-TXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ESTADO-PRODUCTO DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA.

       MOSTRAR-TOTALES.
           MOVE SPACES TO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Productos revisados   : " DELIMITED BY SIZE
                  PRODUCTOS-REVISADOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "Productos descuadrados: " DELIMITED BY SIZE
                  PRODUCTOS-DESCUADRADOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Sin kardex          : " DELIMITED BY SIZE
                  PRODUCTOS-SIN-KARDEX DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-SALIDA
           STRING "  Reparados (CUA)     : " DELIMITED BY SIZE
                  PRODUCTOS-REPARADOS DELIMITED BY SIZE
                  INTO LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA
           IF MODO-REPARAR = 'N' AND PRODUCTOS-DESCUADRADOS >
                   PRODUCTOS-SIN-KARDEX
               MOVE SPACES TO LINEA-SALIDA
               STRING "Para corregir: CUADRAR-EXISTENCIAS REPARAR"
                      DELIMITED BY SIZE
                      " (con supervisor)." DELIMITED BY SIZE
                      INTO LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA
           END-IF.

      *>----------------------------------------------------
      *> INICIO DE SESIÓN: EL OPERADOR SE IDENTIFICA CON SU
      *> CÓDIGO DE OPERADORES.DAT (MISMO PATRÓN QUE EN
      *> AJUSTAR-INVENTARIO) PARA QUE LA AUTORIZACIÓN QUEDE A
      *> SU NOMBRE.
      *>----------------------------------------------------
       INICIAR-SESION-OPERADOR.
           PERFORM CARGAR-OPERADORES
           MOVE 'N' TO SESION-VALIDA
           PERFORM UNTIL SESION-VALIDA = 'S'
               DISPLAY "Código de operador:"
               ACCEPT OPERADOR-TXT
               IF FUNCTION TRIM(OPERADOR-TXT) IS NOT NUMERIC
                   DISPLAY "Código inválido. Intente de nuevo."
               ELSE
                   MOVE FUNCTION NUMVAL (OPERADOR-TXT)
                       TO CODIGO-OPERADOR
                   PERFORM BUSCAR-OPERADOR
                   EVALUATE TRUE
                       WHEN OPERADOR-ENCONTRADO = 'N'
                           DISPLAY "No existe ese operador. Intente "
                                   "de nuevo."
                       WHEN OPERADOR-ACTIVO NOT = 'S'
                           DISPLAY "El operador está inactivo. "
                                   "Intente de nuevo."
                       WHEN OTHER
                           PERFORM VERIFICAR-PIN-OPERADOR
                           IF PIN-OK = 'S'
                               DISPLAY "Sesión iniciada: "
                                       FUNCTION
                                       TRIM(OPERADOR-NOMBRE)
                               MOVE 'S' TO SESION-VALIDA
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

       COPY ENCABEZADO-RUTINAS.
       COPY PRODUCTOS-RUTINAS.
       COPY KARDEX-RUTINAS.
       COPY UBICACIONES-RUTINAS.
       COPY LOTES-RUTINAS.
       COPY OPERADORES-RUTINAS.
       COPY AUTORIZA-RUTINAS.
       COPY PERIODOS-RUTINAS.
       COPY BITACORA-RUTINAS.
