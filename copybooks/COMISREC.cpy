      *****************************************************
      *  COMISREC.cpy                                     *
      *  Layout del catalogo de comisiones (COMISION.DAT): *
      *  cada carrera define sus comisiones de cursado,    *
      *  el turno en que dicta cada una ('M' manana, 'T'   *
      *  tarde, 'N' noche) y la capacidad del aula.        *
      *****************************************************
       01  COMI-REC.
           05  COMI-COD-CARRERA        PIC X(03).
           05  COMI-CODIGO             PIC X(03).
           05  COMI-TURNO              PIC X(01).
               88  COMI-TURNO-VALIDO   VALUE 'M' 'T' 'N'.
           05  COMI-CAPACIDAD          PIC 9(03).
