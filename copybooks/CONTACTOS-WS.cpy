       *>----------------------------------------------------
       *> CONTACTOS DE SOCIOS. CAPTURAR-CONTACTO PIDE POR
       *> PANTALLA LOS DATOS DE UN CONTACTO DEL TIPO EN CT-TIPO
       *> Y LOS DEJA EN CONTACTO-REG (CONTACTO-CAPTURADO = 'N'
       *> SI EL OPERADOR DEJÓ EL NOMBRE EN BLANCO).
       *> AGREGAR-CONTACTO AGREGA CONTACTO-REG AL ARCHIVO.
       *>----------------------------------------------------
       01 FS-CONTACTOS          PIC XX.
       01 FS-CONTACTOS-TMP      PIC XX.
       01 RESULT-CODE-CONTACTOS PIC 9(2).
       01 FIN-CONTACTOS         PIC X VALUE 'N'.
       01 CONTACTO-CAPTURADO    PIC X VALUE 'N'.
       01 CONTACTO-SN           PIC X.
       01 CONTACTO-SN-VALIDO    PIC X VALUE 'N'.
       01 EDAD-MAYORIA          PIC 9(2) VALUE 18.
