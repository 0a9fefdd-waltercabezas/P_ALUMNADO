      *****************************************************
      *  OPERAUT.cpy                                      *
      *  Layout del archivo de operadores autorizados a    *
      *  modificar en linea los datos de contacto del      *
      *  maestro de postulantes (KSDS, clave por el        *
      *  usuario CICS). Lo mantiene seguridad informatica; *
      *  un operador dado de baja queda con estado 'B'.    *
      *****************************************************
       01  OPER-REC.
           05  OPER-USUARIO            PIC X(08).
           05  OPER-NOMBRE             PIC X(30).
           05  OPER-ESTADO             PIC X(01).
               88  OPER-HABILITADO     VALUE 'A'.
               88  OPER-BAJA           VALUE 'B'.
