       *>----------------------------------------------------
       *> FILTRO DE SUCURSAL DE LOS REPORTES DE VENTAS. EL
       *> LLAMADOR DEJA EN SUCURSAL-TXT EL ARGUMENTO O LO
       *> DIGITADO Y PERFORM INTERPRETAR-SUCURSAL: VACÍO =
       *> TODAS LAS SUCURSALES JUNTAS; NN = SÓLO ESA TIENDA
       *> (00 = CASA MATRIZ). POR CADA REGISTRO MUEVE SU CÓDIGO
       *> (VR-/PG-/EG-SUCURSAL) A SUCURSAL-LINEA-TXT Y PERFORM
       *> VERIFICAR-SUCURSAL; SUCURSAL-INCLUIDA = 'S' SI EL
       *> REGISTRO ENTRA. SIN CÓDIGO (ARCHIVOS ANTERIORES) =
       *> CASA MATRIZ. INCLUIR-CASA-MATRIZ = 'S' CUANDO ENTRAN
       *> LOS ARCHIVOS QUE SÓLO LLEVA CASA MATRIZ (ABONOS,
       *> ANTICIPOS, GARANTÍAS, RESTOS, DIVISAS, MORA).
       *> SUCURSAL-LEYENDA VA BAJO EL ENCABEZADO Y
       *> SUCURSAL-SUFIJO ("-SNN") EN EL NOMBRE DEL REPORTE.
       *>----------------------------------------------------
       01 SUCURSAL-TXT          PIC X(4) VALUE SPACES.
       01 SUCURSAL-FILTRO       PIC 9(2) VALUE 0.
       01 FILTRAR-SUCURSAL      PIC X VALUE 'N'.
       01 INCLUIR-CASA-MATRIZ   PIC X VALUE 'S'.
       01 SUCURSAL-LINEA-TXT    PIC X(2).
       01 SUCURSAL-LINEA        PIC 9(2).
       01 SUCURSAL-INCLUIDA     PIC X VALUE 'S'.
       01 SUCURSAL-LEYENDA      PIC X(40) VALUE SPACES.
       01 SUCURSAL-SUFIJO       PIC X(4) VALUE SPACES.
