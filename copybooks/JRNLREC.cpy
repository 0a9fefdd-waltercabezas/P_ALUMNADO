      *  posterior de cada alta, modificacion y baja.        *
      *  Las imagenes se llevan con holgura para absorber    *
      *  crecimientos futuros del registro maestro.          *
      *  JRNL-OPERADOR identifica al autor del cambio: el    *
      *  usuario CICS en las modificaciones en linea         *
      *  (ALUMCONT) o el nombre del programa batch.          *
      *****************************************************
       01  JRNL-REC.
           05  JRNL-FECHA              PIC X(08).
           05  JRNL-ID                 PIC 9(06).
           05  JRNL-IMAGEN-ANTES       PIC X(200).
           05  JRNL-IMAGEN-DESPUES     PIC X(200).
           05  JRNL-OPERADOR           PIC X(08).
