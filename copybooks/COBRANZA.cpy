      *****************************************************
      *  COBRANZA.cpy                                     *
      *  Layout del archivo diario de cobranzas que envia  *
      *  el banco (BANCOCOB.DAT) y procesa ALUMPAGO:       *
      *    D detalle, un pago por registro, con el         *
      *      concepto, el ID y/o el documento que el       *
      *      postulante informo en la boleta;              *
      *    T total de control, uno al final, con la        *
      *      cantidad de pagos y el importe acreditado.    *
      *  Conceptos: 'I' derecho de inscripcion, 'A'        *
      *  primera cuota del arancel.                        *
      *****************************************************
       01  COBR-REC.
           05  COBR-TIPO-REG           PIC X(01).
               88  COBR-DETALLE        VALUE 'D'.
               88  COBR-TOTAL          VALUE 'T'.
           05  COBR-DATOS              PIC X(79).
           05  COBR-DATOS-DETALLE REDEFINES COBR-DATOS.
               10  COBR-REFERENCIA     PIC X(12).
               10  COBR-FECHA          PIC X(08).
               10  COBR-CONCEPTO       PIC X(01).
                   88  COBR-INSCRIPCION VALUE 'I'.
                   88  COBR-ARANCEL    VALUE 'A'.
               10  COBR-ID             PIC X(06).
               10  COBR-DOCUMENTO      PIC X(08).
               10  COBR-IMPORTE        PIC 9(07)V99.
               10  FILLER              PIC X(35).
           05  COBR-DATOS-TOTAL REDEFINES COBR-DATOS.
               10  COBR-FECHA-ARCHIVO  PIC X(08).
               10  COBR-CANT-PAGOS     PIC 9(06).
               10  COBR-IMPORTE-TOTAL  PIC 9(09)V99.
               10  FILLER              PIC X(54).
