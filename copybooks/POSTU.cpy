      *  blanco cuando el formulario no la declara. El     *
      *  documento alimenta el control de identidad        *
      *  contra el maestro; en blanco no se controla.      *
      *  La categoria de admision habilita a competir por  *
      *  los cupos reservados de la carrera: 'P' escuela   *
      *  publica provincial, 'D' certificado de            *
      *  discapacidad, 'R' interior / rural; 'G' o en      *
      *  blanco compite solo por el cupo general.          *
      *  Los turnos de cursado preferidos van en orden de  *
      *  preferencia: 'M' manana, 'T' tarde, 'N' noche; en *
      *  blanco el postulante acepta cualquier turno.      *
      *****************************************************
       01  POSTU-REC.
           05  POSTU-ID                PIC X(06).
           05  POSTU-COD-CARRERA       PIC X(03).
           05  POSTU-COD-CARR-ALT      PIC X(03).
           05  POSTU-DOCUMENTO         PIC X(08).
           05  POSTU-CATEGORIA         PIC X(01).
           05  POSTU-TURNOS            PIC X(03).
           05  POSTU-TURNOS-TABLA REDEFINES POSTU-TURNOS.
               10  POSTU-TURNO         PIC X(01) OCCURS 3 TIMES.
