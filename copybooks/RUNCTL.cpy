      *  evento 'L' marca la liberacion del extracto de    *
      *  matricula tras una conciliacion limpia. El        *
      *  ultimo evento de cada programa y ciclo es el      *
      *  vigente. ALUMPAGO asienta cada archivo del banco  *
      *  como programa COBRANZA con la fecha del archivo   *
      *  (AAMMDD) en lugar del ciclo: 'I' al empezar a     *
      *  aplicarlo, 'L' al terminar.                       *
      *****************************************************
       01  RCTL-REC.
           05  RCTL-PROGRAMA           PIC X(08).
