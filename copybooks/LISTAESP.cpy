           05  ESPERA-ORDEN            PIC 9(04).
           05  ESPERA-CICLO            PIC X(06).
           05  ESPERA-PUNTAJE          PIC 9(03).
      *  'C' si el postulante cumple solo en forma
      *  condicional (secundario en curso).
           05  ESPERA-CONDICION        PIC X(01).
      *  Turnos de cursado preferidos en el intake; en
      *  blanco si la entrada no viene del intake.
           05  ESPERA-TURNOS           PIC X(03).
