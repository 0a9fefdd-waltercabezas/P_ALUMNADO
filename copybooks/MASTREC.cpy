      *  admitido nunca confirmo y su caso quedo resuelto
      *  para el cierre de ciclo.
               88  MAST-NOSHOW         VALUE 'V'.
      *  'R': admision condicional revocada por no presentar
      *  el titulo en termino (ALUMTITU); la vacante queda
      *  liberada y el caso resuelto para el cierre.
               88  MAST-REVOCADO       VALUE 'R'.
           05  MAST-FECHA-MATRICULA    PIC X(08).
      *  Fecha (AAAAMMDD) en que ALUMRETE anonimizo los datos
      *  personales por vencimiento del plazo de retencion;
      *  en blanco si el registro conserva sus datos.
           05  MAST-FECHA-ANONIM       PIC X(08).
      *  Pagos de la temporada informados por el banco
      *  (ALUMPAGO): ciclo al que corresponden, derecho de
      *  inscripcion, que habilita la evaluacion, y primera
      *  cuota del arancel, sin la cual la matricula no
      *  cuenta. Un pago de otro ciclo no vale para el
      *  vigente.
           05  MAST-CICLO-PAGO         PIC X(06).
           05  MAST-PAGO-INSCRIPCION   PIC X(01).
               88  MAST-INSCRIPCION-PAGA VALUE 'P'.
           05  MAST-FECHA-PAGO-INSC    PIC X(08).
           05  MAST-PAGO-ARANCEL       PIC X(01).
               88  MAST-ARANCEL-PAGO   VALUE 'P'.
           05  MAST-FECHA-PAGO-ARAN    PIC X(08).
