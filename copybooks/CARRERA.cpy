      *  admision propias y cupo de vacantes por carrera.  *
      *  Una edad minima en cero indica que rige la edad   *
      *  minima general de la tarjeta de parametros.       *
      *  Los cupos reservados por categoria de admision    *
      *  forman parte del cupo total de la carrera; en     *
      *  blanco o en cero la carrera no reserva vacantes.  *
      *  El estado lo mantiene ALUMCARR: una carrera       *
      *  inactiva sigue en el catalogo (sus admitidos la   *
      *  referencian) pero no recibe nuevos postulantes;   *
      *  en blanco la carrera esta activa.                 *
      *****************************************************
       01  CARR-REC.
           05  CARR-CODIGO             PIC X(03).
           05  CARR-NOMBRE             PIC X(20).
           05  CARR-EDAD-MINIMA        PIC 99.
           05  CARR-CUPO               PIC 9(04).
           05  CARR-CUPOS-RESERVA.
      *  Egresados de escuelas publicas de la provincia.
               10  CARR-CUPO-PUBLICA   PIC 9(04).
      *  Postulantes con certificado de discapacidad.
               10  CARR-CUPO-DISCAP    PIC 9(04).
      *  Postulantes del interior / zonas rurales.
               10  CARR-CUPO-RURAL     PIC 9(04).
           05  CARR-CUPOS-RES-TABLA REDEFINES CARR-CUPOS-RESERVA.
               10  CARR-CUPO-RES       PIC 9(04) OCCURS 3 TIMES.
           05  CARR-ESTADO             PIC X(01).
               88  CARR-ACTIVA         VALUE ' ' 'A'.
               88  CARR-INACTIVA       VALUE 'I'.
