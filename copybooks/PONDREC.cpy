      *****************************************************
      *  PONDREC.cpy                                      *
      *  Layout de la tabla de ponderacion del examen de   *
      *  ingreso: por carrera, las materias que rinde el   *
      *  postulante, el peso relativo de cada una en el    *
      *  puntaje ponderado y la nota minima exigida en la  *
      *  materia (0 a 100).                                *
      *****************************************************
       01  POND-REC.
           05  POND-COD-CARRERA        PIC X(03).
           05  POND-MATERIA            PIC X(03).
           05  POND-PESO               PIC 9(03).
           05  POND-MINIMO             PIC 9(03).
