      *****************************************************
      *  TITUREC.cpy                                      *
      *  Layout del registro de presentacion del titulo    *
      *  secundario (TITULOS.DAT) que carga mesa de        *
      *  entradas para los admitidos condicionales: el     *
      *  postulante y la fecha (AAAAMMDD) en que presento  *
      *  el titulo.                                        *
      *****************************************************
       01  TITU-REC.
           05  TITU-ID                 PIC X(06).
           05  TITU-FECHA              PIC X(08).
