       01 FIN-ARCHIVO            PIC X VALUE 'N'.
       01 NOMBRE-ARCHIVO-REPORTE PIC X(40).
       01 LINEA-SALIDA           PIC X(100).
       *> LOS CARGOS POR MORA SE LISTAN COMO "MORA" EN VEZ DE
       *> "CAJA", CON EL NÚMERO DE SU SERIE.
       01 TIPO-DOC-TXT           PIC X(5).
       01 OPERADOR               PIC X(20).

       *>----------------------------------------------------
           END-EVALUATE
           MOVE CR-SALDO TO F-SALDO
           MOVE DIAS-HABILES TO F-DIAS
           EVALUATE CR-CLASE
               WHEN 'I'
                   MOVE "Mora " TO TIPO-DOC-TXT
               WHEN 'Q'
                   MOVE "Prot " TO TIPO-DOC-TXT
               WHEN OTHER
                   MOVE "Caja " TO TIPO-DOC-TXT
           END-EVALUATE
           MOVE SPACES TO LINEA-SALIDA
           STRING TIPO-DOC-TXT DELIMITED BY SIZE
                  CR-CAJA DELIMITED BY SIZE
                  " Folio " DELIMITED BY SIZE
                  CR-FOLIO DELIMITED BY SIZE
