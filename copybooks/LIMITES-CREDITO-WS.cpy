       01 LIMITE-CLIENTE        PIC 9(4).
       01 LIMITE-CREDITO        PIC 9(9)V99 VALUE 0.
       01 LIMITE-HALLADO        PIC X VALUE 'N'.
       01 LIMITE-CONGELADO      PIC X VALUE 'N'.
