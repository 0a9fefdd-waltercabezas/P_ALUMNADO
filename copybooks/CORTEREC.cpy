      *  mas baja admitida en la adjudicacion por merito.  *
      *  Con cero admitidos el corte queda en cero y no    *
      *  es significativo.                                 *
      *  El detalle por categoria lleva, para el cupo      *
      *  general ('G') y cada cupo reservado ('P', 'D',    *
      *  'R'), el cupo asignado, las vacantes ocupadas y   *
      *  el corte propio. El cupo general es el nominal;   *
      *  sus admitidos incluyen las vacantes reservadas    *
      *  liberadas por falta de postulantes.               *
      *****************************************************
       01  CORTE-REC.
           05  CORTE-COD-CARRERA       PIC X(03).
           05  CORTE-ADMITIDOS         PIC 9(04).
           05  CORTE-CUPO              PIC 9(04).
           05  CORTE-CICLO             PIC X(06).
           05  CORTE-CATEGORIAS.
               10  CORTE-CAT           OCCURS 4 TIMES.
                   15  CORTE-CAT-CODIGO    PIC X(01).
                   15  CORTE-CAT-CUPO      PIC 9(04).
                   15  CORTE-CAT-ADMITIDOS PIC 9(04).
                   15  CORTE-CAT-PUNTAJE   PIC 9(03).
