      *  postulante fue a la lista de espera; con motivo en *
      *  blanco la revision ocupo una vacante, y los        *
      *  recuentos de cupo de las corridas posteriores la   *
      *  descuentan. Los tipos 'T' y 'R' los graba          *
      *  ALUMTITU sobre un admitido condicional: 'T' la     *
      *  presentacion del titulo, que vuelve firme la       *
      *  admision, y 'R' la revocacion por titulo no        *
      *  presentado en termino (resultado 'N', motivo       *
      *  'TITULO'), que libera la vacante.                  *
      *  Los antecedentes de ciclos anteriores los marcan   *
      *  la decision del lote ('L') y la de la correccion   *
      *  ('C'); en las demas van en blanco.                 *
      *****************************************************
       01  AUDIT-REC.
           05  AUDIT-TIPO              PIC X(01).
               88  AUDIT-DEC-REEVAL    VALUE 'P'.
               88  AUDIT-DEC-LLAMADO   VALUE 'S'.
               88  AUDIT-DEC-CORRECCION VALUE 'C'.
               88  AUDIT-DEC-TITULO    VALUE 'T'.
               88  AUDIT-DEC-REVOCACION VALUE 'R'.
           05  AUDIT-ID                PIC 9(06).
           05  AUDIT-NOMBRE            PIC X(06).
           05  AUDIT-FECHA             PIC X(08).
      *  1 = primera opcion, 2 = segunda opcion.
           05  AUDIT-PREFERENCIA       PIC 9(01).
           05  AUDIT-PUNTAJE           PIC 9(03).
      *  Categoria de admision del postulante y categoria
      *  del cupo que ocupo ('G' general, 'P'/'D'/'R'
      *  reservado). En las decisiones posteriores al lote la
      *  categoria del postulante va en blanco y la vacante,
      *  si la hay, es siempre del cupo general.
           05  AUDIT-CATEGORIA         PIC X(01).
           05  AUDIT-CUPO-CATEG        PIC X(01).
      *  'C' si la decision favorable es una admision
      *  condicional (secundario en curso); blanco si firme.
           05  AUDIT-CONDICION         PIC X(01).
      *  Antecedentes de ciclos anteriores hallados en la
      *  historia al leer el lote o la correccion: 'S' si
      *  el postulante ya fue rechazado / ya estuvo en
      *  lista de espera.
           05  AUDIT-ANT-RECHAZO       PIC X(01).
           05  AUDIT-ANT-ESPERA        PIC X(01).
