      *  no debe reiniciar desde el.
           05  CHKPT-CICLO             PIC X(06).
           05  CHKPT-TOT-DOC-REVIS     PIC 9(06).
      *  Rechazos por el examen de ingreso (ausente o nota
      *  bajo el minimo de una materia).
           05  CHKPT-TOT-RECH-EXAMEN   PIC 9(06).
      *  Derivados a revision por historia (ya matriculados
      *  en un ciclo anterior) y reingresantes del lote.
           05  CHKPT-TOT-HIST-REVIS    PIC 9(06).
           05  CHKPT-TOT-REINGRESOS    PIC 9(06).
      *  Enviados a excepciones por no tener pago el derecho
      *  de inscripcion (incluidos en CHKPT-TOT-EXCEPCIONES).
           05  CHKPT-TOT-PAGO-PEND     PIC 9(06).
