       *> PERFORM BUSCAR-PRECIO-VIGENTE; SI PRECIO-HALLADO
       *> QUEDA EN 'S', PRECIO-VIGENTE TRAE EL PRECIO EN
       *> VIGOR A ESA FECHA (LA VIGENCIA MÁS RECIENTE QUE NO
       *> LA EXCEDE). SI ADEMÁS SE LLENA PRECIO-NIVEL CON UN
       *> NIVEL DISTINTO DE 'D' Y ESE NIVEL TIENE PRECIO EN
       *> VIGOR, ÉSE MANDA SOBRE EL DETAL (PRECIO-DE-NIVEL EN
       *> 'S'); SI NO, RIGE EL DETAL.
       *>----------------------------------------------------
       01 FS-PRECIOS            PIC XX.
       01 PRECIO-CODIGO         PIC 9(6).
       01 PRECIO-VIGENTE        PIC 9(7)V99.
       01 PRECIO-HALLADO        PIC X VALUE 'N'.
       01 MEJOR-VIGENCIA        PIC 9(8).
       01 PRECIO-NIVEL          PIC X VALUE 'D'.
       01 PRECIO-DE-NIVEL       PIC X VALUE 'N'.
       01 PRECIO-NIVEL-VIGENTE  PIC 9(7)V99.
       01 MEJOR-VIGENCIA-NIVEL  PIC 9(8).
