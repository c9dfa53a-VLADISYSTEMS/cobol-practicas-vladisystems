      *>----------------------------------------------------
      *> GESTIONES DE COBRANZA DE CARTERA
      *> (GESTIONES-COBRANZA.DAT): UN RENGLÓN POR CONTACTO
      *> CON UN CLIENTE DE CRÉDITO. GC-TIPO: L = LLAMADA,
      *> C = CARTA, V = VISITA. GC-RESULTADO SEGÚN
      *> DESCRIBIR-RESULTADO-GESTION (11 Y 12 SON LAS CARTAS
      *> DE PRIMER Y SEGUNDO AVISO QUE EMITE
      *> CARTAS-COBRANZA). CUANDO EL CLIENTE PROMETE PAGAR
      *> (RESULTADO 01) SE GUARDAN LA FECHA Y EL MONTO
      *> PROMETIDOS; GC-PROMESA-ESTADO:
      *>   ESPACIO = SIN PROMESA
      *>   P = PENDIENTE
      *>   C = CUMPLIDA (PAGOS-CARTERA LA CUBRIÓ A TIEMPO)
      *>   R = ROTA (VENCIÓ SIN PAGO SUFICIENTE)
      *> LA EVALUACIÓN LA HACE PROMESAS-INCUMPLIDAS.
      *>----------------------------------------------------
       FD  ARCHIVO-GESTIONES.
       01  GESTION-REG.
           05 GC-FECHA             PIC 9(8).
           05 GC-HORA              PIC 9(4).
           05 GC-CLIENTE           PIC 9(4).
           05 GC-TIPO              PIC X.
           05 GC-RESULTADO         PIC 9(2).
           05 GC-PROMESA-FECHA     PIC 9(8).
           05 GC-PROMESA-MONTO     PIC 9(9)V99.
           05 GC-PROMESA-ESTADO    PIC X.
           05 GC-OPERADOR          PIC 9(4).
           05 GC-NOTA              PIC X(40).

       FD  ARCHIVO-GESTIONES-TMP.
       01  GESTION-TMP-REG        PIC X(83).
