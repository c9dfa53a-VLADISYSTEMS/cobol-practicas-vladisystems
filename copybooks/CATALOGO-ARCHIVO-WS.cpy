       *>----------------------------------------------------
       *> CATÁLOGO DE ARCHIVOS ANUALES EN TABLA
       *> (CATALOGO-ARCHIVO.DAT)
       *>----------------------------------------------------
       01 FS-CATALOGO           PIC XX.
       01 FS-CATALOGO-TMP       PIC XX.
       01 MAX-CATALOGO          PIC 9(2) VALUE 60.
       01 TOTAL-CATALOGO        PIC 9(2) VALUE 0.
       01 CATALOGO-CARGADO      PIC X VALUE 'N'.
       01 TABLA-CATALOGO.
           05 ENTRADA-CATALOGO OCCURS 60 TIMES.
               10 TAH-TIPO      PIC X.
               10 TAH-ANIO      PIC 9(4).
               10 TAH-NOMBRE    PIC X(28).
               10 TAH-DESDE     PIC 9(8).
               10 TAH-HASTA     PIC 9(8).
               10 TAH-REGISTROS PIC 9(7).
               10 TAH-ARCHIVADO PIC 9(8).
       01 IDX-CATALOGO          PIC 9(2).
       01 RESULT-CODE-CATALOGO  PIC 9(2).

       *>----------------------------------------------------
       *> BÚSQUEDA: EL LLAMADOR DEJA EL TIPO (V / I) Y LA
       *> FECHA O EL AÑO; SE DEVUELVE EL NOMBRE DEL ARCHIVO
       *> ANUAL A ABRIR. ARCHIVO-EN-CATALOGO = 'N' CUANDO EL
       *> AÑO NO ESTÁ CATALOGADO Y SE PROPONE EL NOMBRE
       *> ESTÁNDAR (ARCHIVOS ANTERIORES AL CATÁLOGO).
       *>----------------------------------------------------
       01 ARCHIVO-TIPO-BUSCADO  PIC X VALUE 'V'.
       01 ARCHIVO-FECHA-BUSCADA PIC 9(8) VALUE 0.
       01 ARCHIVO-ANIO-BUSCADO  PIC 9(4) VALUE 0.
       01 NOMBRE-ARCHIVO-ANUAL  PIC X(28) VALUE SPACES.
       01 ARCHIVO-UBICADO       PIC X VALUE 'N'.
       01 ARCHIVO-EN-CATALOGO   PIC X VALUE 'N'.

       *>----------------------------------------------------
       *> REGISTRO EN EL CATÁLOGO (ARCHIVAR-FIN-DE-ANIO): EL
       *> RANGO Y LOS REGISTROS DE LA CORRIDA SE SUMAN A LOS
       *> DE LA ENTRADA QUE YA EXISTA PARA ESE TIPO Y AÑO.
       *>----------------------------------------------------
       01 CATALOGO-DESDE-NUEVO  PIC 9(8) VALUE 0.
       01 CATALOGO-HASTA-NUEVO  PIC 9(8) VALUE 0.
       01 CATALOGO-REG-NUEVOS   PIC 9(7) VALUE 0.
       01 CATALOGO-HOY          PIC 9(8) VALUE 0.
