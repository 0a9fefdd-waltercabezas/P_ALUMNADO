           05  CAND-CUMPLE             PIC X(01).
           05  CAND-MOTIVO             PIC X(10).
           05  CAND-EDAD-MINIMA        PIC 99.
      *  Puntaje ponderado y resultado del examen calculados
      *  para la segunda opcion (ver NOTASREC).
           05  CAND-PUNTAJE-ALT        PIC 9(03).
           05  CAND-ESTADO-ALT         PIC X(01).
      *  Categoria de admision del postulante (ver POSTU).
           05  CAND-CATEGORIA          PIC X(01).
      *  'C' si cumple la primera opcion solo en forma
      *  condicional (secundario en curso); blanco si no.
           05  CAND-CONDICION          PIC X(01).
      *  Turnos de cursado preferidos (ver POSTU).
           05  CAND-TURNOS             PIC X(03).
      *  Antecedentes de rechazo y de lista de espera en
      *  ciclos anteriores, para la auditoria (ver AUDITREC).
           05  CAND-ANT-RECHAZO        PIC X(01).
           05  CAND-ANT-ESPERA         PIC X(01).
