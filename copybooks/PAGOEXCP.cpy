      *****************************************************
      *  PAGOEXCP.cpy                                     *
      *  Layout del pago observado que ALUMPAGO deja para  *
      *  tesoreria en PAGOEXCP.DAT: el pago tal como lo    *
      *  informo el banco, el motivo por el que no se      *
      *  aplico y, si se identifico al postulante, su ID   *
      *  en el maestro.                                    *
      *  Motivos: DATOS INVALIDOS, SIN IDENTIFICACION,     *
      *  ID INEXISTENTE, DOCUMENTO INEXISTENTE, DOCUMENTO  *
      *  AMBIGUO, ID Y DOCUMENTO DIFIEREN, POSTULANTE      *
      *  ANONIMIZADO, PAGO DUPLICADO, ARANCEL SIN          *
      *  INSCRIPCION.                                      *
      *****************************************************
       01  PEXC-REC.
           05  PEXC-REFERENCIA         PIC X(12).
           05  PEXC-FECHA              PIC X(08).
           05  PEXC-CONCEPTO           PIC X(01).
           05  PEXC-ID                 PIC X(06).
           05  PEXC-DOCUMENTO          PIC X(08).
           05  PEXC-IMPORTE            PIC 9(07)V99.
           05  PEXC-MOTIVO             PIC X(24).
           05  PEXC-ID-MAESTRO         PIC 9(06).
           05  PEXC-CICLO              PIC X(06).
           05  PEXC-FECHA-PROCESO      PIC X(08).
