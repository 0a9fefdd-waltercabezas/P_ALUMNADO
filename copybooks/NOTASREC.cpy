      *  ingreso, con clave por ID de postulante. La nota  *
      *  define el orden de merito de la adjudicacion de   *
      *  vacantes y el orden de la lista de espera.        *
      *  ALUMGRAD calcula un puntaje ponderado propio para *
      *  cada opcion de carrera, con la tabla de           *
      *  ponderacion de esa carrera: la segunda opcion     *
      *  compite con su propio puntaje. El estado indica   *
      *  si la opcion quedo calificada o por que no; la    *
      *  materia es la que motivo la observacion. Cada     *
      *  opcion lleva la carrera para la que se calculo.   *
      *****************************************************
       01  NOTA-REC.
           05  NOTA-ID                 PIC 9(06).
           05  NOTA-PUNTAJE            PIC 9(03).
           05  NOTA-ESTADO             PIC X(01).
               88  NOTA-CALIFICADA     VALUE 'C'.
               88  NOTA-AUSENTE        VALUE 'A'.
               88  NOTA-BAJO-MINIMO    VALUE 'M'.
               88  NOTA-SIN-PONDERACION VALUE 'P'.
           05  NOTA-MATERIA            PIC X(03).
           05  NOTA-COD-CARRERA        PIC X(03).
      *  Segunda opcion: carrera en blanco y estado en
      *  blanco cuando el postulante no la declara.
           05  NOTA-PUNTAJE-ALT        PIC 9(03).
           05  NOTA-ESTADO-ALT         PIC X(01).
               88  NOTA-ALT-CALIFICADA VALUE 'C'.
               88  NOTA-ALT-AUSENTE    VALUE 'A'.
               88  NOTA-ALT-BAJO-MINIMO VALUE 'M'.
               88  NOTA-ALT-SIN-PONDERACION VALUE 'P'.
           05  NOTA-MATERIA-ALT        PIC X(03).
           05  NOTA-COD-CARR-ALT       PIC X(03).
           05  NOTA-CICLO              PIC X(06).
