      *****************************************************
      *  EXAMREC.cpy                                      *
      *  Layout de la hoja de calificacion del examen de   *
      *  ingreso: una hoja por postulante y materia, tal   *
      *  como la carga la comision evaluadora. La nota de  *
      *  la materia va de 0 a 100; el ausente no lleva     *
      *  nota.                                             *
      *****************************************************
       01  EXAM-REC.
           05  EXAM-ID                 PIC X(06).
           05  EXAM-MATERIA            PIC X(03).
           05  EXAM-ASISTENCIA         PIC X(01).
               88  EXAM-PRESENTE       VALUE 'P'.
               88  EXAM-AUSENTE        VALUE 'A'.
           05  EXAM-PUNTAJE            PIC X(03).
