      *****************************************************
      *  EXTRACT.cpy                                      *
      *  Layout del extracto hacia el sistema de           *
      *  matriculacion. El movimiento distingue el alta    *
      *  firme, el alta condicional (secundario en curso), *
      *  la confirmacion de una condicional por titulo     *
      *  presentado y la baja de una condicional revocada. *
      *****************************************************
       01  EXTR-REC.
           05  EXTR-ID                 PIC 9(06).
           05  EXTR-COD-CARRERA        PIC X(03).
           05  EXTR-FECHA-ADMISION     PIC X(08).
           05  EXTR-CICLO              PIC X(06).
           05  EXTR-MOVIMIENTO         PIC X(01).
               88  EXTR-ALTA           VALUE 'A'.
               88  EXTR-ALTA-CONDIC    VALUE 'C'.
               88  EXTR-CONFIRMA-TITULO VALUE 'F'.
               88  EXTR-BAJA-REVOCADA  VALUE 'B'.
