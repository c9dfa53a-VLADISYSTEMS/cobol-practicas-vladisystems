               PERFORM BUSCAR-PERIODO-FISCAL
               IF PERIODO-ENCONTRADO = 'S'
                   DISPLAY "Periodo fiscal: " PERIODO-FISCAL-NUM
                   PERFORM VERIFICAR-PERIODO-ABIERTO
               ELSE
                   DISPLAY "La fecha no pertenece a ningún periodo "
                           "fiscal configurado."
