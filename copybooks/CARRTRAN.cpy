      *****************************************************
      *  CARRTRAN.cpy                                     *
      *  Layout de la transaccion de mantenimiento del     *
      *  catalogo de carreras (ALUMCARR). La baja no borra *
      *  la carrera: la deja inactiva, y la reactivacion   *
      *  la vuelve a habilitar. Las reservas en blanco se  *
      *  toman en cero. El usuario es quien autoriza el    *
      *  cambio y queda en la bitacora.                    *
      *****************************************************
       01  CTRAN-REC.
           05  CTRAN-TIPO              PIC X(01).
               88  CTRAN-ALTA          VALUE 'A'.
               88  CTRAN-MODIFICACION  VALUE 'M'.
               88  CTRAN-BAJA          VALUE 'B'.
               88  CTRAN-REACTIVACION  VALUE 'R'.
           05  CTRAN-CODIGO            PIC X(03).
           05  CTRAN-NOMBRE            PIC X(20).
           05  CTRAN-EDAD-MINIMA       PIC 99.
           05  CTRAN-CUPO              PIC 9(04).
           05  CTRAN-CUPOS-RESERVA.
               10  CTRAN-CUPO-PUBLICA  PIC 9(04).
               10  CTRAN-CUPO-DISCAP   PIC 9(04).
               10  CTRAN-CUPO-RURAL    PIC 9(04).
           05  CTRAN-CUPOS-RES-TABLA REDEFINES CTRAN-CUPOS-RESERVA.
               10  CTRAN-CUPO-RES      PIC 9(04) OCCURS 3 TIMES.
           05  CTRAN-USUARIO           PIC X(08).
