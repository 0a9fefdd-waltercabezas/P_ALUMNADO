      *  primera aparicion de cada POSTU-ID).              *
      *****************************************************
       01  DUP-REC.
           05  DUP-REGISTRO            PIC X(34).
           05  DUP-CICLO               PIC X(06).
