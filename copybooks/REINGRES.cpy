      *****************************************************
      *  REINGRES.cpy                                     *
      *  Layout del registro de reingresante: postulante   *
      *  del lote con historia en ciclos anteriores, bajo  *
      *  su propio ID o bajo el otro ID del maestro que    *
      *  tiene su documento. Lo graba ALUMNOS1 en la       *
      *  lectura del lote, le agrega ALUMCORR las          *
      *  excepciones corregidas y lo lista ALUMREIN con la *
      *  historia de cada ciclo.                           *
      *****************************************************
       01  REING-REC.
           05  REING-ID                PIC 9(06).
           05  REING-NOMBRE            PIC X(06).
           05  REING-DOCUMENTO         PIC X(08).
           05  REING-COD-CARRERA       PIC X(03).
      *  Otro ID del maestro con el mismo documento; cero si
      *  la historia es solo la del propio ID.
           05  REING-ID-DOCUMENTO      PIC 9(06).
      *  Que se hizo con el postulante en este lote.
           05  REING-DESTINO           PIC X(01).
               88  REING-EVALUADO      VALUE 'E'.
               88  REING-REV-HISTORIA  VALUE 'H'.
               88  REING-REV-IDENTIDAD VALUE 'I'.
               88  REING-EXCEPCION     VALUE 'X'.
      *  Antecedentes hallados: 'S' si fue rechazado, estuvo
      *  en lista de espera o fue admitido y se matriculo en
      *  algun ciclo anterior.
           05  REING-ANT-RECHAZO       PIC X(01).
           05  REING-ANT-ESPERA        PIC X(01).
           05  REING-ANT-MATRICULA     PIC X(01).
           05  REING-CICLO             PIC X(06).
