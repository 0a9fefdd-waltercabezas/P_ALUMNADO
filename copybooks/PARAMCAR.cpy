      *  envejecimiento de ALUMCORR; en cero rige el
      *  valor por defecto del programa.
           05  PARM-DIAS-EXCEP         PIC 9(03).
      *  Admision condicional del secundario en curso: con
      *  'S' el postulante con secundario 'C' que cumple el
      *  resto de los requisitos queda admitido condicional
      *  y debe presentar el titulo hasta la fecha limite
      *  (AAAAMMDD); vencida, ALUMTITU revoca la vacante.
           05  PARM-CONDICIONAL        PIC X(01).
               88  PARM-COND-HABILITADA VALUE 'S'.
           05  PARM-FECHA-TITULO       PIC X(08).
      *  Control de pagos: con 'S' el postulante sin el
      *  derecho de inscripcion pagado para el ciclo queda
      *  pendiente de pago en lugar de evaluarse, y el
      *  admitido sin la primera cuota del arancel no cuenta
      *  como matriculado para el cierre.
           05  PARM-CONTROL-PAGO       PIC X(01).
               88  PARM-PAGO-EXIGIDO   VALUE 'S'.
