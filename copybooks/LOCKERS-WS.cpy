       *>----------------------------------------------------
       *> LOCKERS EN TABLA. CARGAR-LOCKERS LLENA LA TABLA LB-
       *> Y REESCRIBIR-LOCKERS LA DEVUELVE A LOCKERS.DAT.
       *> BUSCAR-LOCKER-EN-TABLA UBICA LOCKER-BUSCADO EN
       *> LOCKER-EN-TABLA (0 = NO ESTÁ). TARIFA-LOCKER DEJA EN
       *> TARIFA-LOCKER-MES LA TARIFA DEL TAMAÑO
       *> TAMANO-LOCKER (REQUIERE PARAMETROS).
       *>----------------------------------------------------
       01 FS-LOCKERS            PIC XX.
       01 FS-LOCKERS-TMP        PIC XX.
       01 RESULT-CODE-LOCKERS   PIC 9(2).
       01 MAX-LOCKERS           PIC 9(3) VALUE 200.
       01 TOTAL-LOCKERS         PIC 9(3) VALUE 0.
       01 TABLA-LOCKERS.
           05 LOCKER-ENTRADA OCCURS 200 TIMES.
               10 LB-NUMERO      PIC 9(4).
               10 LB-TAMANO      PIC X.
               10 LB-UBICACION   PIC X(20).
               10 LB-ESTADO      PIC X.
               10 LB-MIEMBRO     PIC 9(6).
               10 LB-FECHA-DESDE PIC 9(8).
               10 LB-FECHA-HASTA PIC 9(8).
       01 IDX-LOCKER            PIC 9(3).
       01 LOCKER-BUSCADO        PIC 9(4) VALUE 0.
       01 LOCKER-EN-TABLA       PIC 9(3) VALUE 0.
       01 LOCKERS-CAMBIADOS     PIC X VALUE 'N'.
       01 TAMANO-LOCKER         PIC X.
       01 TARIFA-LOCKER-MES     PIC 9(7)V99 VALUE 0.
       01 TARIFA-LOCKER-HALLADA PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> LIBERACIÓN AUTOMÁTICA: LIBERAR-LOCKERS-INACTIVOS
       *> SUELTA LOS LOCKERS DE SOCIOS DADOS DE BAJA O
       *> SUSPENDIDOS HACE LOCKER-MESES-SUSPENSION MESES O MÁS
       *> (PARÁMETRO, POR OMISIÓN 3); LIBERAR-LOCKERS-SOCIO
       *> SUELTA LOS DE SOCIO-LIBERAR. AMBAS DEJAN CADA
       *> LIBERACIÓN EN MIEMBROS-HIST.LOG CON
       *> MOTIVO-LIBERACION.
       *>----------------------------------------------------
       01 MESES-SUSPENSION-LOCKER PIC 9(3) VALUE 3.
       01 MESES-SUSPENDIDO      PIC S9(5).
       01 FECHA-MESES-LOCKER    PIC 9(8).
       01 ANIO-MES-LOCKER       PIC 9(6).
       01 ANIO-LOCKER           PIC 9(4).
       01 MES-LOCKER            PIC 9(2).
       01 DIA-FECHA-LOCKER      PIC 9(2).
       01 DIA-HOY-LOCKER        PIC 9(2).
       01 MESES-FECHA-LOCKER    PIC 9(6).
       01 FECHA-HOY-LOCKER      PIC 9(8).
       01 HORA-HOY-LOCKER       PIC 9(8).
       01 SOCIO-LIBERAR         PIC 9(6) VALUE 0.
       01 MOTIVO-LIBERACION     PIC X(25).
       01 LOCKERS-LIBERADOS     PIC 9(3) VALUE 0.
