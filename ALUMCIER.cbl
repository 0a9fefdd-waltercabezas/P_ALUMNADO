      *      y el estado de matricula de cada admitido (del
      *      lote y del segundo llamado) resuelto en el
      *      maestro: matriculado, declinado o vacante
      *      liberada por ALUMLLAM ('V') o condicional
      *      revocada por ALUMTITU ('R'); una admision
      *      condicional que sigue con el secundario en curso
      *      indica que falta resolverla con ALUMTITU. Ante
      *      cualquier pendiente termina con codigo 8 y no
      *      toca nada;
      *      un admitido sin alta en el maestro tambien
      *      retiene el cierre, porque nadie puede asentarle
      *      la confirmacion. Con el control de pago de la
      *      tarjeta de parametros, un matriculado sin la
      *      primera cuota del arancel del ciclo acreditada
      *      en el maestro (ALUMPAGO) tampoco esta resuelto y
      *      retiene el cierre.
      *   2. Pasa a historia los archivos del ciclo: la
      *      auditoria a AUDITHIS.DAT y las decisiones a
      *      ADMITHIS.DAT (admitidos del lote y del segundo
      *      extracto y todos los deltas hacia
      *      matriculacion, auditoria, lista de espera,
      *      duplicados, segundo llamado, revision de
      *      identidad, revision por historia y
      *      reingresantes, asignacion de comisiones,
      *      consolidado de situacion, IDs
      *      procesados y checkpoint) para que la proxima
      *      temporada arranque limpia, ALUMNOS1 no reinicie
      *      desde un checkpoint obsoleto ni extienda la
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DOCREV-STATUS.

            SELECT REVH-FILE ASSIGN TO "REVHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REVH-STATUS.

            SELECT REING-FILE ASSIGN TO "REINGRES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REING-STATUS.

            SELECT DOCREHIS-OUT ASSIGN TO "DOCREHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DOCREHIS-STATUS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MATRICOR-STATUS.

            SELECT MATRITIT-FILE ASSIGN TO "MATRITIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MATRITIT-STATUS.

            SELECT ASIGCOM-FILE ASSIGN TO "ASIGCOM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ASIGCOM-STATUS.

            SELECT CORRRECH-FILE ASSIGN TO "CORRRECH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CORRRECH-STATUS.
            RECORDING MODE IS F.
        01  DOCREV-LINEA            PIC X(80).

        FD  REVH-FILE
            RECORDING MODE IS F.
        01  REVH-LINEA              PIC X(80).

        FD  REING-FILE
            RECORDING MODE IS F.
        01  REING-LINEA             PIC X(80).

        FD  DOCREHIS-OUT
            RECORDING MODE IS F.
        01  DOCREHIS-LINEA          PIC X(80).
            RECORDING MODE IS F.
        01  MATRICOR-LINEA          PIC X(80).

        FD  MATRITIT-FILE
            RECORDING MODE IS F.
        01  MATRITIT-LINEA          PIC X(80).

        FD  ASIGCOM-FILE
            RECORDING MODE IS F.
        01  ASIGCOM-LINEA           PIC X(80).

        FD  CORRRECH-FILE
            RECORDING MODE IS F.
        01  CORRRECH-LINEA          PIC X(80).
        WORKING-STORAGE SECTION.
        01 WSC-ESTADOS.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.
           05 WSC-SECUND-CONDIC    PIC X VALUE 'C'.
           05 WSC-CONTROL-PAGO     PIC X VALUE 'N'.
              88 PAGO-EXIGIDO      VALUE 'S'.

        01 WS-FLAGS.
           05 WS-PARM-STATUS       PIC XX VALUE SPACES.
           05 WS-AUDIT-STATUS      PIC XX VALUE SPACES.
           05 WS-SEGADM-STATUS     PIC XX VALUE SPACES.
           05 WS-DOCREV-STATUS     PIC XX VALUE SPACES.
           05 WS-REVH-STATUS       PIC XX VALUE SPACES.
           05 WS-REING-STATUS      PIC XX VALUE SPACES.
           05 WS-DOCREHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-SITU-STATUS       PIC XX VALUE SPACES.
           05 WS-MATRIDEL-STATUS   PIC XX VALUE SPACES.
           05 WS-MATRISUP-STATUS   PIC XX VALUE SPACES.
           05 WS-MATRISEG-STATUS   PIC XX VALUE SPACES.
           05 WS-MATRICOR-STATUS   PIC XX VALUE SPACES.
           05 WS-MATRITIT-STATUS   PIC XX VALUE SPACES.
           05 WS-ASIGCOM-STATUS    PIC XX VALUE SPACES.
           05 WS-CORRRECH-STATUS   PIC XX VALUE SPACES.
           05 WS-AUDITHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-ADMITHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-TOT-SIN-CONFIRMAR PIC 9(06) VALUE ZERO.
           05 WS-TOT-NOSHOW        PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-ALTA      PIC 9(06) VALUE ZERO.
           05 WS-TOT-REVOCADOS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-COND-PEND     PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-ARANCEL   PIC 9(06) VALUE ZERO.
           05 WS-TOT-ARCHIVADOS    PIC 9(06) VALUE ZERO.
           05 WS-ARCH-AUDITORIA    PIC 9(06) VALUE ZERO.
           05 WS-ARCH-ADMITIDOS    PIC 9(06) VALUE ZERO.
           05 WS-ARCH-SEGADM       PIC 9(06) VALUE ZERO.

        01 WS-ID-CONTROL           PIC 9(06) VALUE ZERO.
        01 WS-COND-CONTROL         PIC X(01) VALUE SPACE.

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
                        MOVE 'N' TO WS-CIERRE-OK
                    NOT AT END
                        MOVE PARM-CICLO TO WSC-CICLO
                        IF PARM-PAGO-EXIGIDO
                            MOVE 'S' TO WSC-CONTROL-PAGO
                        END-IF
                END-READ
                CLOSE PARM-IN
            ELSE
                                MOVE 'S' TO WS-FIN-ARCHIVO
                            NOT AT END
                                MOVE ADMIT-ID TO WS-ID-CONTROL
                                MOVE ADMIT-CONDICION
                                    TO WS-COND-CONTROL
                                PERFORM 35-CONTROLAR-CONFIRMACION
                        END-READ
                    END-PERFORM
                                MOVE 'S' TO WS-FIN-ARCHIVO
                            NOT AT END
                                MOVE SEGADM-ID TO WS-ID-CONTROL
                                MOVE SEGADM-CONDICION
                                    TO WS-COND-CONTROL
                                PERFORM 35-CONTROLAR-CONFIRMACION
                        END-READ
                    END-PERFORM
                                   AND AUDIT-MOTIVO
                                       NOT EQUAL 'ESPERA'
                                    MOVE AUDIT-ID TO WS-ID-CONTROL
                                    MOVE SPACE TO WS-COND-CONTROL
                                    PERFORM 35-CONTROLAR-CONFIRMACION
                                END-IF
                        END-READ
                        'CONFIRMACION ASENTADA - POSTEAR '
                        'CONFIRMACIONES O CORRER EL SEGUNDO LLAMADO'
            END-IF.
            IF WS-TOT-COND-PEND > ZERO
                MOVE 'N' TO WS-CIERRE-OK
                DISPLAY 'HAY ' WS-TOT-COND-PEND ' ADMISIONES '
                        'CONDICIONALES SIN RESOLVER - CORRER '
                        'ALUMTITU CON EL PLAZO DEL TITULO VENCIDO'
            END-IF.
            IF WS-TOT-SIN-ALTA > ZERO
                MOVE 'N' TO WS-CIERRE-OK
                DISPLAY 'HAY ' WS-TOT-SIN-ALTA ' ADMITIDOS SIN ALTA '
                        'EN EL MAESTRO - COMPLETAR LAS ALTAS VIA '
                        'ALUMMANT'
            END-IF.
            IF WS-TOT-SIN-ARANCEL > ZERO
                MOVE 'N' TO WS-CIERRE-OK
                DISPLAY 'HAY ' WS-TOT-SIN-ARANCEL ' ADMITIDOS '
                        'MATRICULADOS SIN ARANCEL PAGO - ACREDITAR '
                        'LOS PAGOS CON ALUMPAGO'
            END-IF.
        30-VERIFICAR-CONFIRMACIONES-END.
            EXIT.

                    EVALUATE TRUE
                        WHEN MAST-MATRICULADO
                            ADD 1 TO WS-TOT-MATRICULADOS
                            IF PAGO-EXIGIDO
                               AND (MAST-CICLO-PAGO NOT EQUAL WSC-CICLO
                                    OR NOT MAST-ARANCEL-PAGO)
                                ADD 1 TO WS-TOT-SIN-ARANCEL
                            END-IF
                        WHEN MAST-DECLINADO
                            ADD 1 TO WS-TOT-DECLINADOS
                        WHEN MAST-NOSHOW
                            ADD 1 TO WS-TOT-NOSHOW
                        WHEN MAST-REVOCADO
                            ADD 1 TO WS-TOT-REVOCADOS
                        WHEN OTHER
                            ADD 1 TO WS-TOT-SIN-CONFIRMAR
                    END-EVALUATE
      * La condicional confirmada ya tiene el secundario
      * terminado en el maestro; si sigue en curso y no fue
      * revocada, ALUMTITU no la resolvio.
                    IF WS-COND-CONTROL EQUAL 'C'
                       AND NOT MAST-REVOCADO
                       AND MAST-SECUNDARIO EQUAL WSC-SECUND-CONDIC
                        ADD 1 TO WS-TOT-COND-PEND
                    END-IF
            END-READ.
        35-CONTROLAR-CONFIRMACION-END.
            EXIT.
            CLOSE MATRISEG-FILE.
            OPEN OUTPUT MATRICOR-FILE.
            CLOSE MATRICOR-FILE.
            OPEN OUTPUT MATRITIT-FILE.
            CLOSE MATRITIT-FILE.
            OPEN OUTPUT ASIGCOM-FILE.
            CLOSE ASIGCOM-FILE.
            OPEN OUTPUT CORRRECH-FILE.
            CLOSE CORRRECH-FILE.
            OPEN OUTPUT AUDIT-FILE.
            CLOSE SEGADM-FILE.
            OPEN OUTPUT DOCREV-FILE.
            CLOSE DOCREV-FILE.
            OPEN OUTPUT REVH-FILE.
            CLOSE REVH-FILE.
            OPEN OUTPUT REING-FILE.
            CLOSE REING-FILE.
      * El consolidado de situacion del ciclo cerrado no debe
      * seguir respondiendo consultas como si fuera vigente.
            OPEN OUTPUT SITU-FILE.
            DISPLAY 'MATRICULADOS         : ' WS-TOT-MATRICULADOS.
            DISPLAY 'DECLINADOS           : ' WS-TOT-DECLINADOS.
            DISPLAY 'VACANTES LIBERADAS   : ' WS-TOT-NOSHOW.
            DISPLAY 'CONDIC. REVOCADAS    : ' WS-TOT-REVOCADOS.
            DISPLAY 'SIN CONFIRMAR        : ' WS-TOT-SIN-CONFIRMAR.
            DISPLAY 'CONDIC. SIN RESOLVER : ' WS-TOT-COND-PEND.
            DISPLAY 'SIN ALTA EN MAESTRO  : ' WS-TOT-SIN-ALTA.
            DISPLAY 'MATRIC. SIN ARANCEL  : ' WS-TOT-SIN-ARANCEL.
            DISPLAY 'AUDITORIA A HISTORIA : ' WS-ARCH-AUDITORIA.
            DISPLAY 'ADMITIDOS A HISTORIA : ' WS-ARCH-ADMITIDOS.
            DISPLAY 'RECHAZADOS A HISTORIA: ' WS-ARCH-RECHAZADOS.
