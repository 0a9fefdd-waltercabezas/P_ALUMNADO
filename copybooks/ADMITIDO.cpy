      *  Layout del registro de postulante admitido.      *
      *  La preferencia indica si la vacante otorgada fue  *
      *  la primera o la segunda opcion de carrera.        *
      *  La categoria es la del cupo ocupado: 'P', 'D' o   *
      *  'R' para una vacante reservada, 'G' para una del  *
      *  cupo general (incluidas las reservadas que no se  *
      *  usaron y se liberaron a la lista general).        *
      *  La condicion 'C' marca la admision condicional    *
      *  por secundario en curso, sujeta a la presentacion *
      *  del titulo (ALUMTITU).                            *
      *  Los turnos son los preferidos por el postulante   *
      *  en el intake, para la asignacion de comision.     *
      *****************************************************
       01  ADMIT-REC.
           05  ADMIT-ID                PIC 9(06).
           05  ADMIT-CICLO             PIC X(06).
           05  ADMIT-PREFERENCIA       PIC 9(01).
           05  ADMIT-PUNTAJE           PIC 9(03).
           05  ADMIT-CATEGORIA         PIC X(01).
           05  ADMIT-CONDICION         PIC X(01).
           05  ADMIT-TURNOS            PIC X(03).
