      *****************************************************
      *  ASIGCOM.cpy                                      *
      *  Layout de la asignacion de comision (ASIGCOM.DAT) *
      *  que genera ALUMCOMI: el registro del extracto de  *
      *  matriculacion (ver EXTRACT.cpy) seguido de la     *
      *  comision y el turno asignados. El resultado dice  *
      *  como se asigno: 'P' en un turno preferido (con su *
      *  posicion en la preferencia), 'L' sin turnos       *
      *  declarados, 'O' en un turno no preferido y 'S'    *
      *  sin comision con lugar en la carrera.             *
      *****************************************************
       01  ASIG-REC.
           05  ASIG-ID                 PIC 9(06).
           05  ASIG-NOMBRE             PIC X(06).
           05  ASIG-ESTADO-CARRERA     PIC X(01).
           05  ASIG-COD-CARRERA        PIC X(03).
           05  ASIG-FECHA-ADMISION     PIC X(08).
           05  ASIG-CICLO              PIC X(06).
           05  ASIG-MOVIMIENTO         PIC X(01).
           05  ASIG-COMISION           PIC X(03).
           05  ASIG-TURNO              PIC X(01).
           05  ASIG-RESULTADO          PIC X(01).
               88  ASIG-PREFERIDO      VALUE 'P'.
               88  ASIG-LIBRE          VALUE 'L'.
               88  ASIG-OTRO-TURNO     VALUE 'O'.
               88  ASIG-SIN-COMISION   VALUE 'S'.
           05  ASIG-PREF-TURNO         PIC 9(01).
           05  ASIG-PUNTAJE            PIC 9(03).
           05  ASIG-TURNOS             PIC X(03).
