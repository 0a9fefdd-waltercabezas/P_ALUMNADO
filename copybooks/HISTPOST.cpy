      *****************************************************
      *  HISTPOST.cpy                                     *
      *  Layout del indice de historia por postulante      *
      *  (KSDS HISTPOST.DAT, clave ID + ciclo). Lo arma    *
      *  ALUMHIST con los archivos de historia que deja    *
      *  ALUMCIER: un registro por postulante y ciclo      *
      *  anterior con lo que le paso en ese ciclo. Lo      *
      *  consulta ALUMNOS1 en la lectura del lote y lo     *
      *  lista ALUMREIN para la comision de admision.      *
      *****************************************************
       01  HIST-REC.
           05  HIST-CLAVE.
               10  HIST-ID             PIC 9(06).
               10  HIST-CICLO          PIC X(06).
           05  HIST-NOMBRE             PIC X(06).
      *  'S' si en el ciclo ocupo una vacante: en el lote, en
      *  un segundo llamado o por una revision posterior.
           05  HIST-ADMITIDO           PIC X(01).
               88  HIST-FUE-ADMITIDO   VALUE 'S'.
           05  HIST-RECHAZADO          PIC X(01).
               88  HIST-FUE-RECHAZADO  VALUE 'S'.
           05  HIST-ESPERA             PIC X(01).
               88  HIST-FUE-ESPERA     VALUE 'S'.
      *  'S' si la admision condicional se revoco por titulo
      *  no presentado en termino (ALUMTITU).
           05  HIST-REVOCADO           PIC X(01).
               88  HIST-FUE-REVOCADO   VALUE 'S'.
      *  Carrera y puntaje de la admision; sin admision, los
      *  de la ultima decision del ciclo.
           05  HIST-COD-CARRERA        PIC X(03).
           05  HIST-PUNTAJE            PIC 9(03).
      *  Motivo del ultimo rechazo del ciclo.
           05  HIST-MOTIVO             PIC X(10).
