      *****************************************************
      *  CARRRECH.cpy                                     *
      *  Layout del registro de transaccion de catalogo    *
      *  rechazada, con la transaccion original completa   *
      *  y el motivo del rechazo.                          *
      *****************************************************
       01  CRECH-TRAN-REC.
           05  CRECH-TRAN-REGISTRO     PIC X(50).
           05  CRECH-TRAN-DESCRIPCION  PIC X(30).
