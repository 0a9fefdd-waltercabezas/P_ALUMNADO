      *****************************************************
      *  MINIPARM.cpy                                     *
      *  Layout de la tarjeta de pedido del retorno        *
      *  estadistico al Ministerio de Educacion            *
      *  (MINIPARM.DAT) de ALUMMINI: ciclo cerrado a       *
      *  informar (en blanco, el de la tarjeta de          *
      *  parametros) y codigo unico del establecimiento    *
      *  (CUE) asignado por el Ministerio, que encabeza    *
      *  cada registro del retorno.                        *
      *****************************************************
       01  MINIP-REC.
           05  MINIP-CICLO             PIC X(06).
           05  MINIP-CUE               PIC X(09).
