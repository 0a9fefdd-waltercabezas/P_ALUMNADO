           05  SEGADM-CICLO            PIC X(06).
           05  SEGADM-PREFERENCIA      PIC 9(01).
           05  SEGADM-PUNTAJE          PIC 9(03).
           05  SEGADM-CATEGORIA        PIC X(01).
           05  SEGADM-CONDICION        PIC X(01).
           05  SEGADM-TURNOS           PIC X(03).
