      *****************************************************
      *  RETEPARM.cpy                                     *
      *  Layout de la tarjeta de retencion de datos        *
      *  personales (RETENCIO.DAT) de ALUMRETE: cantidad   *
      *  de ciclos cerrados mas recientes que conservan    *
      *  los datos personales, fecha (AAAAMMDD) del        *
      *  resguardo mas antiguo del maestro que operaciones *
      *  mantiene catalogado (la bitacora anterior a esa   *
      *  fecha ya no sirve para recuperar y se depura; en  *
      *  blanco no se depura) y la referencia de la        *
      *  disposicion que autoriza la corrida, para el      *
      *  certificado.                                      *
      *****************************************************
       01  RETE-REC.
           05  RETE-CICLOS-RETENIDOS   PIC 9(02).
           05  RETE-FECHA-RESGUARDO    PIC X(08).
           05  RETE-AUTORIZACION       PIC X(30).
