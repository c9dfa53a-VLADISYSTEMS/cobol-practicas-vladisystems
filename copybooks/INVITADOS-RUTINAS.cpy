      *>----------------------------------------------------
      *> CUPO MENSUAL DE INVITADOS SIN CARGO DE LA CATEGORÍA
      *> CATEGORIA-INVITANTE.
      *>----------------------------------------------------
       CUPO-INVITADOS.
           MOVE 0 TO CUPO-INVITADOS-MES
           MOVE SPACES TO CLAVE-BUSCADA
           STRING "INVITADOS-" DELIMITED BY SIZE
                  FUNCTION TRIM(CATEGORIA-INVITANTE) DELIMITED BY SIZE
                  INTO CLAVE-BUSCADA
           PERFORM BUSCAR-PARAMETRO
           IF PARAMETRO-ENCONTRADO = 'N'
               MOVE "INVITADOS-MES" TO CLAVE-BUSCADA
               PERFORM BUSCAR-PARAMETRO
           END-IF
           IF PARAMETRO-ENCONTRADO = 'S'
               AND FUNCTION TRIM(VALOR-PARAMETRO) IS NUMERIC
               MOVE FUNCTION NUMVAL (VALOR-PARAMETRO)
                   TO CUPO-INVITADOS-MES
           END-IF.
