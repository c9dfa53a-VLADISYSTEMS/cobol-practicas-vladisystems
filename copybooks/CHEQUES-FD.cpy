      *>----------------------------------------------------
      *> CARTERA DE CHEQUES RECIBIDOS (CHEQUES.DAT), UNO POR
      *> CHEQUE, CON SU NÚMERO INTERNO DE LA SERIE
      *> CHEQUES-NUM.DAT. CH-CAJA Y CH-FOLIO SON LA VENTA QUE
      *> PAGÓ; CH-FECHA-DEPOSITO ES LA FECHA DESDE LA QUE SE
      *> PUEDE COBRAR (EL CHEQUE A FECHA). CH-ESTADO:
      *>   C = EN CARTERA (SIN DEPOSITAR)
      *>   D = DEPOSITADO (CH-FECHA-DEPOSITADO)
      *>   P = PROTESTADO POR EL BANCO (CH-FECHA-PROTESTO; LA
      *>       DEUDA QUEDA EN CARTERA.DAT, CLASE Q, CAJA
      *>       CHEQUE-CAJA, FOLIO = CH-ID, Y EL GIRADOR QUEDA
      *>       BLOQUEADO PARA PAGAR CON CHEQUE)
      *>   X = DEVUELTO AL CLIENTE SIN DEPOSITAR
      *>----------------------------------------------------
       FD  ARCHIVO-CHEQUES.
       01  CHEQUE-REG.
           05 CH-ID                PIC 9(6).
           05 CH-FECHA-RECEPCION   PIC 9(8).
           05 CH-CAJA              PIC 9(2).
           05 CH-FOLIO             PIC 9(6).
           05 CH-CLIENTE           PIC 9(4).
           05 CH-BANCO             PIC X(20).
           05 CH-NUMERO            PIC 9(8).
           05 CH-RUT-GIRADOR       PIC X(10).
           05 CH-FECHA-DEPOSITO    PIC 9(8).
           05 CH-MONTO             PIC 9(9)V99.
           05 CH-ESTADO            PIC X.
           05 CH-FECHA-DEPOSITADO  PIC 9(8).
           05 CH-FECHA-PROTESTO    PIC 9(8).
           05 CH-CARGO-PROTESTO    PIC 9(9)V99.
           05 CH-OPERADOR          PIC 9(4).

       FD  ARCHIVO-CHEQUES-TMP.
       01  CHEQUE-TMP-REG         PIC X(115).

       FD  ARCHIVO-NUM-CHEQUE.
       01  NUM-CHEQUE-REG         PIC 9(6).
