       COPY CUOTAS-FD.

       FD  ARCHIVO-CUOTAS-TMP.
       01  CUOTA-TMP-REG          PIC X(48).

       COPY MIEMBROS-FD.
       COPY RECIBOS-FD.
                   AT END
                       MOVE 'S' TO FIN-ARCHIVO
                   NOT AT END
      *>                LOS CARGOS POR MORA, LOS ALQUILERES DE
      *>                LOCKER, LOS INVITADOS FUERA DE CUPO Y
      *>                LOS UNIFORMES NO SE DOMICILIAN; SE
      *>                COBRAN EN CAJA CON PAGAR-CUOTAS.
                       IF CU-ANIO-MES = ANIO-MES-PROCESO
                           AND CU-ESTADO = 'P'
                           AND CU-SALDO > 0
                           AND CU-CLASE NOT = 'I'
                           AND CU-CLASE NOT = 'L'
                           AND CU-CLASE NOT = 'V'
                           AND CU-CLASE NOT = 'U'
                           MOVE CU-MIEMBRO TO MIEMBRO-CAPTURA
                           PERFORM BUSCAR-DOMICILIADO
                           IF DOMICILIADO-HALLADO = 'S'
               RETURNING RESULT-CODE.

       COBRAR-SI-RESPONDIDA.
           IF CU-ESTADO NOT = 'P' OR CU-CLASE = 'I'
               OR CU-CLASE = 'L' OR CU-CLASE = 'V'
               OR CU-CLASE = 'U'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IDX-RESP FROM 1 BY 1
