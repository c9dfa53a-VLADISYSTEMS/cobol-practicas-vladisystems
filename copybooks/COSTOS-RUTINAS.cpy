           ELSE
               MOVE 0 TO CPP-BASE
           END-IF
           IF CPP-FACTOR = 0
               MOVE 1 TO CPP-FACTOR
           END-IF
           IF CPP-BASE + CPP-UNIDADES = 0
               COMPUTE CPP-COSTO-NUEVO ROUNDED =
                   CPP-COSTO-ENTRADA / CPP-FACTOR
           ELSE
               COMPUTE CPP-COSTO-NUEVO ROUNDED =
                   (CPP-BASE * PR-COSTO
                    + CPP-UNIDADES * CPP-COSTO-ENTRADA / CPP-FACTOR)
                   / (CPP-BASE + CPP-UNIDADES)
           END-IF.

      *>----------------------------------------------------
      *> GASTO ADICIONAL DE UNA RECEPCIÓN: SÓLO LO QUE AÚN
      *> QUEDA EN STOCK DE LO RECIBIDO ABSORBE SU PARTE DEL
      *> GASTO, REPARTIDA SOBRE TODA LA EXISTENCIA; LA PARTE
      *> DE LO YA VENDIDO NO CAMBIA EL COSTO. SIN EXISTENCIA
      *> EL COSTO QUEDA IGUAL.
      *>----------------------------------------------------
       SUMAR-COSTO-ADICIONAL.
           MOVE PR-COSTO TO CPP-COSTO-ANTERIOR
           MOVE PR-COSTO TO CPP-COSTO-NUEVO
           IF PR-EXISTENCIA <= 0 OR CPP-UNIDADES = 0
               EXIT PARAGRAPH
           END-IF
           IF PR-EXISTENCIA < CPP-UNIDADES
               MOVE PR-EXISTENCIA TO CPP-BASE
           ELSE
               MOVE CPP-UNIDADES TO CPP-BASE
           END-IF
           COMPUTE CPP-COSTO-NUEVO ROUNDED =
               (PR-COSTO * PR-EXISTENCIA * CPP-UNIDADES
                + CPP-MONTO-ADICIONAL * CPP-BASE)
               / (PR-EXISTENCIA * CPP-UNIDADES).

       GRABAR-COSTO-HIST.
           ACCEPT CPP-FECHA FROM DATE YYYYMMDD
           ACCEPT CPP-HORA FROM TIME
