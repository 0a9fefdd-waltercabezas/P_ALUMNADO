      *****************************************************
      *  MINISREC.cpy                                     *
      *  Layout del retorno estadistico anual al           *
      *  Ministerio de Educacion (MINISTER.DAT), de ancho  *
      *  fijo, que genera ALUMMINI para un ciclo cerrado.  *
      *  Todos los registros llevan el tipo, el CUE del    *
      *  establecimiento y el ciclo informado:             *
      *    H cabecera, una al comienzo;                    *
      *    D detalle, uno por postulante del ciclo, por ID *
      *      ascendente, con su documento;                 *
      *    C resumen por carrera, franja de edad y estado  *
      *      del secundario;                               *
      *    T cola, una al final, con los totales de        *
      *      control de los registros anteriores.          *
      *  Franjas de edad: 1 hasta 18, 2 de 19 a 20, 3 de   *
      *  21 a 24, 4 de 25 a 29, 5 de 30 y mas, 0 sin dato. *
      *  MINID-ADMITIDO: 'S' admitido, 'N' no admitido,    *
      *  'R' admision condicional revocada (no cuenta como *
      *  admitido). El postulante anonimizado por la       *
      *  politica de retencion va sin documento y con      *
      *  MINID-ANONIMIZADO en 'S'.                         *
      *****************************************************
       01  MINI-REC.
           05  MINI-TIPO-REG           PIC X(01).
               88  MINI-CABECERA       VALUE 'H'.
               88  MINI-DETALLE        VALUE 'D'.
               88  MINI-RESUMEN        VALUE 'C'.
               88  MINI-COLA           VALUE 'T'.
           05  MINI-CUE                PIC X(09).
           05  MINI-CICLO              PIC X(06).
           05  MINI-DATOS              PIC X(64).
           05  MINI-DATOS-CABECERA REDEFINES MINI-DATOS.
               10  MINIH-FECHA-GENERACION PIC X(08).
               10  MINIH-ESTABLECIMIENTO PIC X(44).
               10  FILLER              PIC X(12).
           05  MINI-DATOS-DETALLE REDEFINES MINI-DATOS.
               10  MINID-ID            PIC 9(06).
               10  MINID-DOCUMENTO     PIC X(08).
               10  MINID-COD-CARRERA   PIC X(03).
               10  MINID-EDAD          PIC 9(02).
               10  MINID-FRANJA-EDAD   PIC 9(01).
               10  MINID-SECUNDARIO    PIC X(01).
               10  MINID-ADMITIDO      PIC X(01).
               10  MINID-MATRICULADO   PIC X(01).
               10  MINID-ANONIMIZADO   PIC X(01).
               10  FILLER              PIC X(40).
           05  MINI-DATOS-RESUMEN REDEFINES MINI-DATOS.
               10  MINIC-COD-CARRERA   PIC X(03).
               10  MINIC-FRANJA-EDAD   PIC 9(01).
               10  MINIC-SECUNDARIO    PIC X(01).
               10  MINIC-POSTULANTES   PIC 9(06).
               10  MINIC-ADMITIDOS     PIC 9(06).
               10  MINIC-MATRICULADOS  PIC 9(06).
               10  FILLER              PIC X(41).
           05  MINI-DATOS-COLA REDEFINES MINI-DATOS.
               10  MINIT-CANT-DETALLE  PIC 9(06).
               10  MINIT-CANT-RESUMEN  PIC 9(06).
               10  MINIT-TOT-POSTULANTES PIC 9(06).
               10  MINIT-TOT-ADMITIDOS PIC 9(06).
               10  MINIT-TOT-MATRICULADOS PIC 9(06).
               10  MINIT-SUMA-IDS      PIC 9(12).
               10  FILLER              PIC X(22).
