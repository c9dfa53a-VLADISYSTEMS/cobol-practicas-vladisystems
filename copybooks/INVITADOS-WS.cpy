       *>----------------------------------------------------
       *> INVITADOS DE SOCIOS. CUPO-INVITADOS DEJA EN
       *> CUPO-INVITADOS-MES LOS INVITADOS SIN CARGO POR MES
       *> DE LA CATEGORÍA CATEGORIA-INVITANTE: PARÁMETRO
       *> "INVITADOS-" + CATEGORÍA, O "INVITADOS-MES" PARA
       *> LAS CATEGORÍAS SIN CLAVE PROPIA, O CERO (REQUIERE
       *> PARAMETROS).
       *>----------------------------------------------------
       01 FS-INVITADOS          PIC XX.
       01 FS-INVITADOS-TMP      PIC XX.
       01 RESULT-CODE-INVITADOS PIC 9(2).
       01 CATEGORIA-INVITANTE   PIC X(20).
       01 CUPO-INVITADOS-MES    PIC 9(3) VALUE 0.
