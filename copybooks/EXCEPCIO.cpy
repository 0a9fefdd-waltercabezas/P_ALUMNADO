      *  excepciones sin corregir de ALUMCORR.             *
      *****************************************************
       01  EXCEP-REC.
           05  EXCEP-REGISTRO          PIC X(34).
           05  EXCEP-DESCRIPCION       PIC X(30).
           05  EXCEP-CICLO             PIC X(06).
           05  EXCEP-FECHA             PIC X(08).
