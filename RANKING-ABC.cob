               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTAS.
       COPY AGREGADO-SELECT.
       COPY CLASES-ABC-SELECT.
           SELECT ARCHIVO-REPORTE
               ASSIGN TO DYNAMIC NOMBRE-ARCHIVO-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL

       COPY AGREGADO-FD.

       COPY CLASES-ABC-FD.

       FD  ARCHIVO-REPORTE.
       01  LINEA-REPORTE          PIC X(120).

       01 NOMBRE-ARCHIVO-AGREGADO PIC X(22).
       01 ANIO-MES-AGREGADO      PIC 9(6).

       *>----------------------------------------------------
       *> LA CLASE DE CADA PRODUCTO QUEDA EN CLASES-ABC.DAT
       *> PARA EL PLAN DE CONTEO CÍCLICO (CONTEO-CICLICO).
       *>----------------------------------------------------
       01 FS-CLASES-ABC          PIC XX.

       *>----------------------------------------------------
       *> RANKING ABC ANUAL: AGRUPA CADA PRODUCTO DEL AÑO,
       *> ORDENA DE MAYOR A MENOR VENTA NETA (MISMO ORDENA-
                  ".TXT" DELIMITED BY SIZE
                  INTO NOMBRE-ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE
           OPEN OUTPUT ARCHIVO-CLASES-ABC
           PERFORM MOSTRAR-RANKING
           CLOSE ARCHIVO-CLASES-ABC
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Ranking grabado en: " NOMBRE-ARCHIVO-REPORTE

                   MOVE 'C' TO CLASE-ABC
                   ADD 1 TO TOTAL-CLASE-C
           END-EVALUATE
           IF PROD-CODIGO (IDX) > 0
               MOVE PROD-CODIGO (IDX) TO CA-CODIGO
               MOVE CLASE-ABC TO CA-CLASE
               MOVE ANIO TO CA-ANIO
               WRITE CLASE-ABC-REG
           END-IF
           MOVE PROD-UNIDADES (IDX) TO F-UNIDADES
           MOVE PROD-NETO (IDX) TO F-NETO
           MOVE PCT-ACUMULADO TO F-PCT
