      *****************************************************
      *  CARRJRNL.cpy                                     *
      *  Layout del registro de bitacora de cambios del    *
      *  catalogo de carreras: imagen anterior y posterior *
      *  de cada alta, modificacion, baja y reactivacion,  *
      *  con el usuario que la autorizo y el ciclo en      *
      *  curso. Las imagenes se llevan con holgura para    *
      *  absorber crecimientos futuros del catalogo.       *
      *****************************************************
       01  CJRNL-REC.
           05  CJRNL-FECHA             PIC X(08).
           05  CJRNL-HORA              PIC X(06).
           05  CJRNL-TIPO              PIC X(01).
               88  CJRNL-ALTA          VALUE 'A'.
               88  CJRNL-MODIFICACION  VALUE 'M'.
               88  CJRNL-BAJA          VALUE 'B'.
               88  CJRNL-REACTIVACION  VALUE 'R'.
           05  CJRNL-CODIGO            PIC X(03).
           05  CJRNL-USUARIO           PIC X(08).
           05  CJRNL-CICLO             PIC X(06).
           05  CJRNL-IMAGEN-ANTES      PIC X(80).
           05  CJRNL-IMAGEN-DESPUES    PIC X(80).
