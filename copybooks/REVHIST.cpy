      *****************************************************
      *  REVHIST.cpy                                      *
      *  Layout del registro de revision por historia:     *
      *  postulante del lote que ya fue admitido en un     *
      *  ciclo anterior y figura matriculado en el         *
      *  maestro. No se evalua ni ocupa vacante hasta que  *
      *  admisiones resuelva el caso. El ID de historia es *
      *  el propio o el del otro ID del maestro con el     *
      *  mismo documento.                                  *
      *****************************************************
       01  REVH-REC.
           05  REVH-ID                 PIC 9(06).
           05  REVH-NOMBRE             PIC X(06).
           05  REVH-DOCUMENTO          PIC X(08).
           05  REVH-COD-CARRERA        PIC X(03).
           05  REVH-ID-HISTORIA        PIC 9(06).
           05  REVH-CICLO-ANTERIOR     PIC X(06).
           05  REVH-CARR-ANTERIOR      PIC X(03).
           05  REVH-CICLO              PIC X(06).
