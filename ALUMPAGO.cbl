        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMPAGO.
      *--------------------------------------------------------
      * Interfaz de entrada de cobranzas. Lee el archivo
      * diario BANCOCOB.DAT que envia el banco con los pagos
      * del derecho de inscripcion y de la primera cuota del
      * arancel, identifica a cada postulante por su ID o,
      * sin el, por su documento, y asienta el pago y su
      * fecha en el maestro de postulantes, con una
      * modificacion en la bitacora MANTJRNL.DAT como
      * cualquier otro cambio del maestro.
      *
      * El archivo se controla completo contra su total de
      * control antes de aplicar nada: uno incompleto o que
      * no cierra aborta la corrida sin tocar el maestro.
      *
      * Cada archivo se asienta por su fecha en el control de
      * ejecucion (ALUMRCTL, programa COBRANZA y la fecha
      * AAMMDD en lugar del ciclo): inicio al empezar a
      * aplicarlo y liberacion ('L') al terminar. Un archivo
      * ya liberado que el banco reenvia se rechaza entero.
      * Uno que quedo iniciado (corrida cortada a mitad del
      * archivo) se reprocesa: el concepto ya asentado en el
      * maestro con la misma fecha de pago cuenta como ya
      * aplicado y no como pago duplicado.
      *
      * Los pagos que no se pueden aplicar van a PAGOEXCP.DAT
      * para tesoreria, con el motivo: sin identificacion o
      * con un ID o documento que no estan en el maestro, un
      * documento registrado bajo mas de un ID, un ID y un
      * documento que no coinciden, un postulante anonimizado
      * por la politica de retencion, un concepto ya pagado
      * para el ciclo (pago duplicado) o un arancel sin el
      * derecho de inscripcion pagado.
      *
      * El informe COBRCONC.DAT concilia el dia: totales del
      * banco, pagos aplicados por carrera y concepto, pagos
      * observados, y el cierre de lo leido contra lo
      * aplicado mas lo observado.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-IN ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT COBR-IN ASSIGN TO "BANCOCOB.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COBR-STATUS.

            SELECT JRNL-OUT ASSIGN TO "MANTJRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.

            SELECT PEXC-OUT ASSIGN TO "PAGOEXCP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PEXC-STATUS.

            SELECT CONC-OUT ASSIGN TO "COBRCONC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONC-STATUS.

            SELECT MASTER-FILE ASSIGN TO "POSTULANTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-ID
                ALTERNATE RECORD KEY IS MAST-DOCUMENTO
                    WITH DUPLICATES
                FILE STATUS IS WS-MASTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PARM-IN
            RECORDING MODE IS F.
        COPY PARAMCAR.

        FD  COBR-IN
            RECORDING MODE IS F.
        COPY COBRANZA.

        FD  JRNL-OUT
            RECORDING MODE IS F.
        COPY JRNLREC.

        FD  PEXC-OUT
            RECORDING MODE IS F.
        COPY PAGOEXCP.

        FD  CONC-OUT
            RECORDING MODE IS F.
        01  CONC-LINEA              PIC X(80).

        FD  MASTER-FILE.
        COPY MASTREC.

        WORKING-STORAGE SECTION.
        01 WSC-CONSTANTES.
           05 WSC-LINEAS-POR-PAG   PIC 99 VALUE 56.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.
           05 WSC-MAX-CARRERAS     PIC 9(03) VALUE 500.
           05 WSC-COBRANZA         PIC X(08) VALUE 'COBRANZA'.

        01 WSV-VARIANTES.
           05 WSV-MOTIVO           PIC X(24) VALUE SPACES.
           05 WSV-ID-MAESTRO       PIC 9(06) VALUE ZERO.
           05 WSV-COD-CARRERA-AUX  PIC X(03) VALUE SPACES.
      * Fecha del archivo del banco (AAMMDD) con la que se
      * asienta en el control de ejecucion.
           05 WSV-FECHA-COBRANZA   PIC X(06) VALUE SPACES.

        01 WS-FLAGS.
           05 WS-PARM-STATUS       PIC XX VALUE SPACES.
           05 WS-COBR-STATUS       PIC XX VALUE SPACES.
           05 WS-JRNL-STATUS       PIC XX VALUE SPACES.
           05 WS-PEXC-STATUS       PIC XX VALUE SPACES.
           05 WS-CONC-STATUS       PIC XX VALUE SPACES.
           05 WS-MASTER-STATUS     PIC XX VALUE SPACES.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-FIN-DOCUMENTO     PIC X VALUE 'N'.
              88 FIN-DOCUMENTO     VALUE 'S'.
           05 WS-ERROR-FATAL       PIC X VALUE 'N'.
              88 ERROR-FATAL       VALUE 'S'.
           05 WS-TOTAL-LEIDO       PIC X VALUE 'N'.
              88 TOTAL-LEIDO       VALUE 'S'.
           05 WS-CARRERA-HALLADA   PIC X VALUE 'N'.
              88 CARRERA-HALLADA   VALUE 'S'.
           05 WS-REPROCESO         PIC X VALUE 'N'.
              88 REPROCESO-ARCHIVO VALUE 'S'.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA.
              10 WS-FH-AAAA        PIC X(04).
              10 WS-FH-MM          PIC X(02).
              10 WS-FH-DD          PIC X(02).
           05 WS-FH-HORA           PIC X(06).
           05 FILLER               PIC X(07).

        01 WS-IMAGEN-ANTES         PIC X(200).

        01 WS-CONTADORES.
           05 WS-LINEA             PIC 99 VALUE 99.
           05 WS-PAGINA            PIC 9(03) VALUE ZERO.
           05 WS-CARR-SUB          PIC 9(03) VALUE ZERO.
           05 WS-TOT-LEIDOS        PIC 9(06) VALUE ZERO.
           05 WS-TOT-APLICADOS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-INSCRIPCIONES PIC 9(06) VALUE ZERO.
           05 WS-TOT-ARANCELES     PIC 9(06) VALUE ZERO.
           05 WS-TOT-OBSERVADOS    PIC 9(06) VALUE ZERO.
           05 WS-TOT-DUPLICADOS    PIC 9(06) VALUE ZERO.
           05 WS-TOT-YA-APLICADOS  PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-POSTULANTE PIC 9(06) VALUE ZERO.
      * Control del archivo del banco, antes de aplicar nada.
           05 WS-CTL-DETALLES      PIC 9(06) VALUE ZERO.
           05 WS-CTL-IMPORTE       PIC 9(09)V99 VALUE ZERO.
           05 WS-CTL-POSTERIORES   PIC 9(06) VALUE ZERO.
           05 WS-CTL-FECHA-ARCHIVO PIC X(08) VALUE SPACES.
           05 WS-CTL-CANT-BANCO    PIC 9(06) VALUE ZERO.
           05 WS-CTL-IMPORTE-BANCO PIC 9(09)V99 VALUE ZERO.

        01 WS-IMPORTES.
           05 WS-IMP-LEIDO         PIC 9(09)V99 VALUE ZERO.
           05 WS-IMP-APLICADO      PIC 9(09)V99 VALUE ZERO.
           05 WS-IMP-INSCRIPCIONES PIC 9(09)V99 VALUE ZERO.
           05 WS-IMP-ARANCELES     PIC 9(09)V99 VALUE ZERO.
           05 WS-IMP-OBSERVADO     PIC 9(09)V99 VALUE ZERO.
           05 WS-IMP-YA-APLICADO   PIC 9(09)V99 VALUE ZERO.
           05 WS-IMP-CONTROL       PIC 9(09)V99 VALUE ZERO.

      * Pagos aplicados en el dia por carrera del postulante
      * y concepto.
        01 WS-TABLA-CARRERAS.
           05 WS-CAR-CANT          PIC 9(03) VALUE ZERO.
           05 WS-CAR-ENT           OCCURS 0 TO 500 TIMES
                                   DEPENDING ON WS-CAR-CANT
                                   INDEXED BY IDX-CAR.
              10 WS-CAR-CODIGO     PIC X(03).
              10 WS-CAR-CANT-INSC  PIC 9(06).
              10 WS-CAR-IMP-INSC   PIC 9(09)V99.
              10 WS-CAR-CANT-ARAN  PIC 9(06).
              10 WS-CAR-IMP-ARAN   PIC 9(09)V99.

        01 WS-ENCABEZADO-1.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(44) VALUE
              'INSTITUTO DE ENSENANZA SUPERIOR - ALUMNADO'.
           05 FILLER               PIC X(08) VALUE 'PAGINA'.
           05 ENC1-PAGINA          PIC ZZ9.
           05 FILLER               PIC X(07) VALUE SPACES.

        01 WS-ENCABEZADO-2.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(32) VALUE
              'CONCILIACION DE COBRANZAS CICLO'.
           05 ENC2-CICLO           PIC X(06).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 ENC2-FECHA.
              10 ENC2-DD           PIC X(02).
              10 FILLER            PIC X VALUE '/'.
              10 ENC2-MM           PIC X(02).
              10 FILLER            PIC X VALUE '/'.
              10 ENC2-AAAA         PIC X(04).
           05 FILLER               PIC X(11) VALUE SPACES.

        01 WS-LINEA-GUIONES.
           05 FILLER               PIC X(80) VALUE ALL '-'.

      * El salto de pagina usa el mismo registro del archivo
      * para los encabezados, asi que la linea en curso se
      * preserva aqui mientras tanto.
        01 WS-LINEA-PENDIENTE      PIC X(80).

        01 WS-TITULO-SECCION.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TIT-TEXTO            PIC X(77).

        01 WS-ENC-CARRERAS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'CARRERA'.
           05 FILLER               PIC X(14) VALUE 'INSCRIPCIONES'.
           05 FILLER               PIC X(16) VALUE 'IMPORTE'.
           05 FILLER               PIC X(12) VALUE 'ARANCELES'.
           05 FILLER               PIC X(25) VALUE 'IMPORTE'.

        01 WS-DET-CARRERA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DCAR-CODIGO          PIC X(03).
           05 FILLER               PIC X(09) VALUE SPACES.
           05 DCAR-CANT-INSC       PIC ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DCAR-IMP-INSC        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 DCAR-CANT-ARAN       PIC ZZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DCAR-IMP-ARAN        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(14) VALUE SPACES.

        01 WS-LINEA-TOTAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TOT-LEYENDA          PIC X(36).
           05 TOT-CANTIDAD         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TOT-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(17) VALUE SPACES.

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
        01 WS-RUN-CONTROL.
           05 WS-RCTL-FUNCION      PIC X(01) VALUE SPACE.
           05 WS-RCTL-PROGRAMA     PIC X(08) VALUE 'ALUMPAGO'.
           05 WS-RCTL-CICLO        PIC X(06) VALUE SPACES.
           05 WS-RCTL-RETORNO      PIC 9(04) VALUE ZERO.
           05 WS-RCTL-RESULTADO    PIC X(01) VALUE SPACE.
           05 WS-RCTL-CONSULTA     PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
        00-CONTROL.
            DISPLAY 'COBRANZAS RECIBIDAS DEL BANCO'.
            DISPLAY '--------------------------------------------'.

            PERFORM 05-LEER-PARAMETROS.
            MOVE WSC-CICLO TO WS-RCTL-CICLO.
            PERFORM 01-REGISTRAR-INICIO.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
            MOVE WS-FH-DD   TO ENC2-DD.
            MOVE WS-FH-MM   TO ENC2-MM.
            MOVE WS-FH-AAAA TO ENC2-AAAA.
            MOVE WSC-CICLO  TO ENC2-CICLO.

            IF NOT ERROR-FATAL
                PERFORM 10-CONTROLAR-ARCHIVO
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 16-CONTROLAR-REENVIO
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 07-ABRIR-ARCHIVOS
            END-IF.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA - NO SE APLICO NINGUN PAGO'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            MOVE 'I' TO WS-RCTL-FUNCION.
            PERFORM 18-ASENTAR-ARCHIVO.

            MOVE 'N' TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ COBR-IN
                    AT END
                        MOVE 'S' TO WS-FIN-ARCHIVO
                    NOT AT END
                        IF COBR-DETALLE
                            ADD 1 TO WS-TOT-LEIDOS
                            ADD COBR-IMPORTE TO WS-IMP-LEIDO
                            PERFORM 20-PROCESAR-PAGO
                        END-IF
                END-READ
            END-PERFORM.

            CLOSE COBR-IN.
            CLOSE JRNL-OUT.
            CLOSE PEXC-OUT.
            CLOSE MASTER-FILE.

            MOVE 'L' TO WS-RCTL-FUNCION.
            PERFORM 18-ASENTAR-ARCHIVO.

            PERFORM 70-INFORME-CONCILIACION.
            CLOSE CONC-OUT.

            PERFORM 90-REPORTE.

            PERFORM 99-REGISTRAR-FIN.
            STOP RUN.
        00-CONTROL-END.
            EXIT.

        01-REGISTRAR-INICIO.
            MOVE 'I'  TO WS-RCTL-FUNCION.
            MOVE ZERO TO WS-RCTL-RETORNO.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-PROGRAMA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
        01-REGISTRAR-INICIO-END.
            EXIT.

      * Los pagos se asientan para el ciclo de la tarjeta de
      * parametros; sin ciclo no hay a que imputarlos.
        05-LEER-PARAMETROS.
            OPEN INPUT PARM-IN.
            IF WS-PARM-STATUS EQUAL '00'
                READ PARM-IN
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PARM-CICLO TO WSC-CICLO
                END-READ
                CLOSE PARM-IN
            END-IF.
            IF WSC-CICLO EQUAL SPACES
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'SIN CICLO EN LA TARJETA DE PARAMETROS - '
                        'NO HAY A QUE CICLO IMPUTAR LOS PAGOS'
            END-IF.
        05-LEER-PARAMETROS-END.
            EXIT.

        07-ABRIR-ARCHIVOS.
            OPEN INPUT COBR-IN.
            IF WS-COBR-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL REABRIR BANCOCOB.DAT - STATUS '
                        WS-COBR-STATUS
            END-IF.

            OPEN EXTEND JRNL-OUT.
            IF WS-JRNL-STATUS EQUAL '35'
                OPEN OUTPUT JRNL-OUT
            END-IF.
            IF WS-JRNL-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR MANTJRNL.DAT - STATUS '
                        WS-JRNL-STATUS
            END-IF.

            OPEN OUTPUT PEXC-OUT.
            IF WS-PEXC-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR PAGOEXCP.DAT - STATUS '
                        WS-PEXC-STATUS
            END-IF.

            OPEN OUTPUT CONC-OUT.
            IF WS-CONC-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR COBRCONC.DAT - STATUS '
                        WS-CONC-STATUS
            END-IF.

            OPEN I-O MASTER-FILE.
            IF WS-MASTER-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR POSTULANTES.DAT - STATUS '
                        WS-MASTER-STATUS
            END-IF.
        07-ABRIR-ARCHIVOS-END.
            EXIT.

      *--------------------------------------------------------
      * Control previo del archivo del banco: un unico total
      * de control, al final, que cierre en cantidad e
      * importe con los pagos informados. Un archivo cortado
      * o adulterado no llega a tocar el maestro.
      *--------------------------------------------------------
        10-CONTROLAR-ARCHIVO.
            OPEN INPUT COBR-IN.
            IF WS-COBR-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR BANCOCOB.DAT - STATUS '
                        WS-COBR-STATUS
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 12-CONTROLAR-REGISTRO UNTIL FIN-ARCHIVO
                CLOSE COBR-IN
                PERFORM 14-CERRAR-CONTROL
            END-IF.
        10-CONTROLAR-ARCHIVO-END.
            EXIT.

        12-CONTROLAR-REGISTRO.
            READ COBR-IN
                AT END
                    MOVE 'S' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF TOTAL-LEIDO
                        ADD 1 TO WS-CTL-POSTERIORES
                    ELSE
                        EVALUATE TRUE
                            WHEN COBR-DETALLE
                                ADD 1 TO WS-CTL-DETALLES
                                IF COBR-IMPORTE NUMERIC
                                    ADD COBR-IMPORTE
                                        TO WS-CTL-IMPORTE
                                ELSE
                                    MOVE 'S' TO WS-ERROR-FATAL
                                    DISPLAY 'PAGO ' COBR-REFERENCIA
                                            ' CON IMPORTE NO NUMERICO'
                                END-IF
                            WHEN COBR-TOTAL
                                MOVE 'S' TO WS-TOTAL-LEIDO
                                MOVE COBR-FECHA-ARCHIVO
                                    TO WS-CTL-FECHA-ARCHIVO
                                IF COBR-CANT-PAGOS NUMERIC
                                   AND COBR-IMPORTE-TOTAL NUMERIC
                                    MOVE COBR-CANT-PAGOS
                                        TO WS-CTL-CANT-BANCO
                                    MOVE COBR-IMPORTE-TOTAL
                                        TO WS-CTL-IMPORTE-BANCO
                                ELSE
                                    MOVE 'S' TO WS-ERROR-FATAL
                                    DISPLAY 'TOTAL DE CONTROL DEL '
                                            'BANCO NO NUMERICO'
                                END-IF
                            WHEN OTHER
                                MOVE 'S' TO WS-ERROR-FATAL
                                DISPLAY 'TIPO DE REGISTRO DESCONOCIDO '
                                        'EN BANCOCOB.DAT: '
                                        COBR-TIPO-REG
                        END-EVALUATE
                    END-IF
            END-READ.
        12-CONTROLAR-REGISTRO-END.
            EXIT.

        14-CERRAR-CONTROL.
            IF NOT TOTAL-LEIDO
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'BANCOCOB.DAT SIN TOTAL DE CONTROL - '
                        'ARCHIVO INCOMPLETO'
            ELSE
                IF WS-CTL-POSTERIORES > ZERO
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'BANCOCOB.DAT TIENE ' WS-CTL-POSTERIORES
                            ' REGISTROS DESPUES DEL TOTAL DE CONTROL'
                END-IF
                IF WS-CTL-DETALLES NOT EQUAL WS-CTL-CANT-BANCO
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'DIFERENCIA: PAGOS EN ARCHIVO '
                            WS-CTL-DETALLES ' VS TOTAL DEL BANCO '
                            WS-CTL-CANT-BANCO
                END-IF
                IF WS-CTL-IMPORTE NOT EQUAL WS-CTL-IMPORTE-BANCO
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'DIFERENCIA: IMPORTE EN ARCHIVO '
                            WS-CTL-IMPORTE ' VS TOTAL DEL BANCO '
                            WS-CTL-IMPORTE-BANCO
                END-IF
                IF WS-CTL-FECHA-ARCHIVO NOT NUMERIC
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'TOTAL DE CONTROL DEL BANCO SIN FECHA '
                            'DE ARCHIVO VALIDA'
                END-IF
            END-IF.
        14-CERRAR-CONTROL-END.
            EXIT.

      * El banco puede reenviar un archivo ya procesado: sus
      * pagos ya estan en el maestro y aplicarlo de nuevo los
      * mandaria todos a tesoreria como duplicados.
        16-CONTROLAR-REENVIO.
            MOVE WS-CTL-FECHA-ARCHIVO (3:6) TO WSV-FECHA-COBRANZA.
            MOVE 'C' TO WS-RCTL-FUNCION.
            MOVE WSC-COBRANZA TO WS-RCTL-CONSULTA.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-CONSULTA
                WSV-FECHA-COBRANZA WS-RCTL-RETORNO WS-RCTL-RESULTADO.
            EVALUATE WS-RCTL-RESULTADO
                WHEN 'L'
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'BANCOCOB.DAT DEL ' WS-CTL-FECHA-ARCHIVO
                            ' YA FUE PROCESADO - ARCHIVO REENVIADO'
                WHEN 'I'
                    MOVE 'S' TO WS-REPROCESO
                    DISPLAY 'BANCOCOB.DAT DEL ' WS-CTL-FECHA-ARCHIVO
                            ' QUEDO A MEDIO APLICAR - SE REPROCESA'
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
        16-CONTROLAR-REENVIO-END.
            EXIT.

      * Asienta el evento de WS-RCTL-FUNCION para el archivo.
        18-ASENTAR-ARCHIVO.
            MOVE ZERO TO WS-RCTL-RETORNO.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WSC-COBRANZA
                WSV-FECHA-COBRANZA WS-RCTL-RETORNO WS-RCTL-RESULTADO.
        18-ASENTAR-ARCHIVO-END.
            EXIT.

      *--------------------------------------------------------
      * Aplicacion de cada pago: validacion, identificacion
      * del postulante, control de duplicado y asiento en el
      * maestro; lo que no se aplica queda observado.
      *--------------------------------------------------------
        20-PROCESAR-PAGO.
            MOVE SPACES TO WSV-MOTIVO.
            MOVE ZERO   TO WSV-ID-MAESTRO.
            PERFORM 25-VALIDAR-PAGO.
            IF WSV-MOTIVO EQUAL SPACES
                PERFORM 30-IDENTIFICAR-POSTULANTE
            END-IF.
            IF WSV-MOTIVO EQUAL SPACES
                PERFORM 35-CONTROLAR-PAGO
            END-IF.
            EVALUATE TRUE
                WHEN WSV-MOTIVO EQUAL SPACES
                    PERFORM 40-APLICAR-PAGO
                WHEN WSV-MOTIVO EQUAL 'YA APLICADO'
                    PERFORM 48-CONTAR-YA-APLICADO
                WHEN OTHER
                    PERFORM 50-OBSERVAR-PAGO
            END-EVALUATE.
        20-PROCESAR-PAGO-END.
            EXIT.

        25-VALIDAR-PAGO.
            IF NOT COBR-INSCRIPCION AND NOT COBR-ARANCEL
                MOVE 'DATOS INVALIDOS' TO WSV-MOTIVO
            END-IF.
            IF COBR-FECHA NOT NUMERIC
                MOVE 'DATOS INVALIDOS' TO WSV-MOTIVO
            END-IF.
            IF COBR-IMPORTE EQUAL ZERO
                MOVE 'DATOS INVALIDOS' TO WSV-MOTIVO
            END-IF.
        25-VALIDAR-PAGO-END.
            EXIT.

      * El ID de la boleta manda; el documento solo se usa si
      * falta el ID, y entonces debe identificar a un unico
      * postulante. Con los dos, tienen que coincidir.
        30-IDENTIFICAR-POSTULANTE.
            IF COBR-ID NUMERIC AND COBR-ID NOT EQUAL '000000'
                MOVE COBR-ID TO MAST-ID
                READ MASTER-FILE
                    INVALID KEY
                        MOVE 'ID INEXISTENTE' TO WSV-MOTIVO
                    NOT INVALID KEY
                        IF COBR-DOCUMENTO NOT EQUAL SPACES
                           AND COBR-DOCUMENTO NOT EQUAL
                               MAST-DOCUMENTO
                            MOVE 'ID Y DOCUMENTO DIFIEREN'
                                TO WSV-MOTIVO
                            MOVE MAST-ID TO WSV-ID-MAESTRO
                        END-IF
                END-READ
            ELSE
                IF COBR-DOCUMENTO NOT EQUAL SPACES
                    PERFORM 32-BUSCAR-DOCUMENTO
                ELSE
                    MOVE 'SIN IDENTIFICACION' TO WSV-MOTIVO
                END-IF
            END-IF.
            IF WSV-MOTIVO EQUAL 'ID INEXISTENTE'
               OR WSV-MOTIVO EQUAL 'DOCUMENTO INEXISTENTE'
               OR WSV-MOTIVO EQUAL 'SIN IDENTIFICACION'
                ADD 1 TO WS-TOT-SIN-POSTULANTE
            END-IF.
        30-IDENTIFICAR-POSTULANTE-END.
            EXIT.

      * La clave alterna admite duplicados: se recorre el
      * conjunto del documento y, si hay un unico ID, se
      * relee ese registro por su clave para actualizarlo.
        32-BUSCAR-DOCUMENTO.
            MOVE ZERO TO WSV-ID-MAESTRO.
            MOVE 'N'  TO WS-FIN-DOCUMENTO.
            MOVE COBR-DOCUMENTO TO MAST-DOCUMENTO.
            START MASTER-FILE KEY IS EQUAL TO MAST-DOCUMENTO
                INVALID KEY
                    MOVE 'S' TO WS-FIN-DOCUMENTO
            END-START.
            PERFORM 33-RECORRER-DOCUMENTO UNTIL FIN-DOCUMENTO.
            IF WSV-MOTIVO EQUAL SPACES
                IF WSV-ID-MAESTRO EQUAL ZERO
                    MOVE 'DOCUMENTO INEXISTENTE' TO WSV-MOTIVO
                ELSE
                    MOVE WSV-ID-MAESTRO TO MAST-ID
                    READ MASTER-FILE
                        INVALID KEY
                            MOVE 'DOCUMENTO INEXISTENTE'
                                TO WSV-MOTIVO
                    END-READ
                END-IF
            END-IF.
        32-BUSCAR-DOCUMENTO-END.
            EXIT.

        33-RECORRER-DOCUMENTO.
            READ MASTER-FILE NEXT
                AT END
                    MOVE 'S' TO WS-FIN-DOCUMENTO
                NOT AT END
                    IF MAST-DOCUMENTO NOT EQUAL COBR-DOCUMENTO
                        MOVE 'S' TO WS-FIN-DOCUMENTO
                    ELSE
                        IF WSV-ID-MAESTRO EQUAL ZERO
                            MOVE MAST-ID TO WSV-ID-MAESTRO
                        ELSE
                            MOVE 'DOCUMENTO AMBIGUO' TO WSV-MOTIVO
                            MOVE ZERO TO WSV-ID-MAESTRO
                            MOVE 'S' TO WS-FIN-DOCUMENTO
                        END-IF
                    END-IF
            END-READ.
        33-RECORRER-DOCUMENTO-END.
            EXIT.

      * Un pago de otro ciclo no cuenta para el vigente; un
      * concepto ya pagado en el ciclo es un pago duplicado
      * que tesoreria tiene que devolver, salvo al reprocesar
      * un archivo cortado, si el asiento es de la misma
      * fecha de pago: es este mismo pago, ya aplicado.
        35-CONTROLAR-PAGO.
            MOVE MAST-ID TO WSV-ID-MAESTRO.
            IF MAST-FECHA-ANONIM NOT EQUAL SPACES
                MOVE 'POSTULANTE ANONIMIZADO' TO WSV-MOTIVO
            ELSE
                IF MAST-CICLO-PAGO EQUAL WSC-CICLO
                    IF (COBR-INSCRIPCION AND MAST-INSCRIPCION-PAGA)
                       OR (COBR-ARANCEL AND MAST-ARANCEL-PAGO)
                        IF REPROCESO-ARCHIVO
                           AND ((COBR-INSCRIPCION
                                 AND MAST-FECHA-PAGO-INSC
                                     EQUAL COBR-FECHA)
                             OR (COBR-ARANCEL
                                 AND MAST-FECHA-PAGO-ARAN
                                     EQUAL COBR-FECHA))
                            MOVE 'YA APLICADO' TO WSV-MOTIVO
                        ELSE
                            MOVE 'PAGO DUPLICADO' TO WSV-MOTIVO
                            ADD 1 TO WS-TOT-DUPLICADOS
                        END-IF
                    END-IF
                END-IF
                IF WSV-MOTIVO EQUAL SPACES AND COBR-ARANCEL
                    IF MAST-CICLO-PAGO NOT EQUAL WSC-CICLO
                       OR NOT MAST-INSCRIPCION-PAGA
                        MOVE 'ARANCEL SIN INSCRIPCION' TO WSV-MOTIVO
                    END-IF
                END-IF
            END-IF.
        35-CONTROLAR-PAGO-END.
            EXIT.

        40-APLICAR-PAGO.
            MOVE MAST-REC TO WS-IMAGEN-ANTES.
            IF MAST-CICLO-PAGO NOT EQUAL WSC-CICLO
                MOVE WSC-CICLO TO MAST-CICLO-PAGO
                MOVE SPACES    TO MAST-PAGO-INSCRIPCION
                MOVE SPACES    TO MAST-FECHA-PAGO-INSC
                MOVE SPACES    TO MAST-PAGO-ARANCEL
                MOVE SPACES    TO MAST-FECHA-PAGO-ARAN
            END-IF.
            IF COBR-INSCRIPCION
                MOVE 'P'        TO MAST-PAGO-INSCRIPCION
                MOVE COBR-FECHA TO MAST-FECHA-PAGO-INSC
            ELSE
                MOVE 'P'        TO MAST-PAGO-ARANCEL
                MOVE COBR-FECHA TO MAST-FECHA-PAGO-ARAN
            END-IF.
            REWRITE MAST-REC.
            PERFORM 45-GRABAR-BITACORA.

            ADD 1            TO WS-TOT-APLICADOS.
            ADD COBR-IMPORTE TO WS-IMP-APLICADO.
            MOVE MAST-COD-CARRERA TO WSV-COD-CARRERA-AUX.
            PERFORM 60-UBICAR-CARRERA.
            IF COBR-INSCRIPCION
                ADD 1            TO WS-TOT-INSCRIPCIONES
                ADD COBR-IMPORTE TO WS-IMP-INSCRIPCIONES
                IF CARRERA-HALLADA
                    ADD 1 TO WS-CAR-CANT-INSC (WS-CARR-SUB)
                    ADD COBR-IMPORTE TO WS-CAR-IMP-INSC (WS-CARR-SUB)
                END-IF
            ELSE
                ADD 1            TO WS-TOT-ARANCELES
                ADD COBR-IMPORTE TO WS-IMP-ARANCELES
                IF CARRERA-HALLADA
                    ADD 1 TO WS-CAR-CANT-ARAN (WS-CARR-SUB)
                    ADD COBR-IMPORTE TO WS-CAR-IMP-ARAN (WS-CARR-SUB)
                END-IF
            END-IF.
        40-APLICAR-PAGO-END.
            EXIT.

      * El asiento queda en la misma bitacora que usa ALUMMANT,
      * como una modificacion, para que ALUMRECU tambien
      * recupere los pagos.
        45-GRABAR-BITACORA.
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
            MOVE WS-FH-FECHA      TO JRNL-FECHA.
            MOVE WS-FH-HORA       TO JRNL-HORA.
            MOVE 'M'              TO JRNL-TIPO.
            MOVE MAST-ID          TO JRNL-ID.
            MOVE WS-IMAGEN-ANTES  TO JRNL-IMAGEN-ANTES.
            MOVE MAST-REC         TO JRNL-IMAGEN-DESPUES.
            MOVE 'ALUMPAGO'       TO JRNL-OPERADOR.
            WRITE JRNL-REC.
        45-GRABAR-BITACORA-END.
            EXIT.

      * Pago asentado por la corrida cortada: no se repite ni
      * se observa, pero entra en la conciliacion del dia.
        48-CONTAR-YA-APLICADO.
            ADD 1            TO WS-TOT-YA-APLICADOS.
            ADD COBR-IMPORTE TO WS-IMP-YA-APLICADO.
            DISPLAY COBR-REFERENCIA ' PAGO YA APLICADO EN LA '
                    'CORRIDA ANTERIOR'.
        48-CONTAR-YA-APLICADO-END.
            EXIT.

        50-OBSERVAR-PAGO.
            ADD 1            TO WS-TOT-OBSERVADOS.
            ADD COBR-IMPORTE TO WS-IMP-OBSERVADO.
            MOVE COBR-REFERENCIA TO PEXC-REFERENCIA.
            MOVE COBR-FECHA      TO PEXC-FECHA.
            MOVE COBR-CONCEPTO   TO PEXC-CONCEPTO.
            MOVE COBR-ID         TO PEXC-ID.
            MOVE COBR-DOCUMENTO  TO PEXC-DOCUMENTO.
            MOVE COBR-IMPORTE    TO PEXC-IMPORTE.
            MOVE WSV-MOTIVO      TO PEXC-MOTIVO.
            MOVE WSV-ID-MAESTRO  TO PEXC-ID-MAESTRO.
            MOVE WSC-CICLO       TO PEXC-CICLO.
            MOVE WS-FH-FECHA     TO PEXC-FECHA-PROCESO.
            WRITE PEXC-REC.
            DISPLAY COBR-REFERENCIA ' PAGO OBSERVADO - '
                    WSV-MOTIVO.
        50-OBSERVAR-PAGO-END.
            EXIT.

      * Busca WSV-COD-CARRERA-AUX en la tabla de carreras y la
      * agrega si no esta; deja el numero de entrada en
      * WS-CARR-SUB.
        60-UBICAR-CARRERA.
            MOVE 'N' TO WS-CARRERA-HALLADA.
            SET IDX-CAR TO 1.
            SEARCH WS-CAR-ENT
                AT END
                    IF WS-CAR-CANT < WSC-MAX-CARRERAS
                        ADD 1 TO WS-CAR-CANT
                        MOVE WS-CAR-CANT TO WS-CARR-SUB
                        MOVE WSV-COD-CARRERA-AUX
                            TO WS-CAR-CODIGO (WS-CARR-SUB)
                        MOVE ZERO TO WS-CAR-CANT-INSC (WS-CARR-SUB)
                        MOVE ZERO TO WS-CAR-IMP-INSC (WS-CARR-SUB)
                        MOVE ZERO TO WS-CAR-CANT-ARAN (WS-CARR-SUB)
                        MOVE ZERO TO WS-CAR-IMP-ARAN (WS-CARR-SUB)
                        MOVE 'S' TO WS-CARRERA-HALLADA
                    END-IF
                WHEN WS-CAR-CODIGO (IDX-CAR) EQUAL WSV-COD-CARRERA-AUX
                    SET WS-CARR-SUB TO IDX-CAR
                    MOVE 'S' TO WS-CARRERA-HALLADA
            END-SEARCH.
        60-UBICAR-CARRERA-END.
            EXIT.

      *--------------------------------------------------------
      * Informe de conciliacion del dia.
      *--------------------------------------------------------
        70-INFORME-CONCILIACION.
            MOVE 'ARCHIVO DEL BANCO' TO TIT-TEXTO.
            PERFORM 82-TITULO-SECCION.
            MOVE SPACES TO TIT-TEXTO.
            STRING 'FECHA DEL ARCHIVO: ' WS-CTL-FECHA-ARCHIVO
                DELIMITED BY SIZE INTO TIT-TEXTO.
            MOVE WS-TITULO-SECCION TO CONC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
            MOVE 'TOTAL DE CONTROL DEL BANCO'    TO TOT-LEYENDA.
            MOVE WS-CTL-CANT-BANCO               TO TOT-CANTIDAD.
            MOVE WS-CTL-IMPORTE-BANCO            TO TOT-IMPORTE.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'PAGOS LEIDOS'                  TO TOT-LEYENDA.
            MOVE WS-TOT-LEIDOS                   TO TOT-CANTIDAD.
            MOVE WS-IMP-LEIDO                    TO TOT-IMPORTE.
            PERFORM 84-LINEA-TOTAL.

            MOVE 'PAGOS APLICADOS POR CARRERA' TO TIT-TEXTO.
            PERFORM 82-TITULO-SECCION.
            MOVE WS-ENC-CARRERAS TO CONC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
            PERFORM 72-LISTAR-CARRERA
                VARYING IDX-CAR FROM 1 BY 1
                UNTIL IDX-CAR > WS-CAR-CANT.

            MOVE 'TOTALES DEL DIA' TO TIT-TEXTO.
            PERFORM 82-TITULO-SECCION.
            MOVE 'DERECHOS DE INSCRIPCION'       TO TOT-LEYENDA.
            MOVE WS-TOT-INSCRIPCIONES            TO TOT-CANTIDAD.
            MOVE WS-IMP-INSCRIPCIONES            TO TOT-IMPORTE.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'PRIMERAS CUOTAS DE ARANCEL'    TO TOT-LEYENDA.
            MOVE WS-TOT-ARANCELES                TO TOT-CANTIDAD.
            MOVE WS-IMP-ARANCELES                TO TOT-IMPORTE.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'TOTAL APLICADO'                TO TOT-LEYENDA.
            MOVE WS-TOT-APLICADOS                TO TOT-CANTIDAD.
            MOVE WS-IMP-APLICADO                 TO TOT-IMPORTE.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'YA APLICADOS (REPROCESO)'      TO TOT-LEYENDA.
            MOVE WS-TOT-YA-APLICADOS             TO TOT-CANTIDAD.
            MOVE WS-IMP-YA-APLICADO              TO TOT-IMPORTE.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'OBSERVADOS A TESORERIA'        TO TOT-LEYENDA.
            MOVE WS-TOT-OBSERVADOS               TO TOT-CANTIDAD.
            MOVE WS-IMP-OBSERVADO                TO TOT-IMPORTE.
            PERFORM 84-LINEA-TOTAL.
            MOVE '  DE ELLOS DUPLICADOS'         TO TOT-LEYENDA.
            MOVE WS-TOT-DUPLICADOS               TO TOT-CANTIDAD.
            MOVE ZERO                            TO TOT-IMPORTE.
            PERFORM 84-LINEA-TOTAL.
            MOVE '  DE ELLOS SIN POSTULANTE'     TO TOT-LEYENDA.
            MOVE WS-TOT-SIN-POSTULANTE           TO TOT-CANTIDAD.
            MOVE ZERO                            TO TOT-IMPORTE.
            PERFORM 84-LINEA-TOTAL.

      * Todo pago leido queda aplicado u observado (o, en un
      * reproceso, ya aplicado por la corrida cortada).
            MOVE SPACES TO CONC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
            COMPUTE WS-IMP-CONTROL = WS-IMP-APLICADO
                                   + WS-IMP-YA-APLICADO
                                   + WS-IMP-OBSERVADO.
            IF WS-TOT-LEIDOS EQUAL
               WS-TOT-APLICADOS + WS-TOT-YA-APLICADOS
               + WS-TOT-OBSERVADOS
               AND WS-IMP-LEIDO EQUAL WS-IMP-CONTROL
                MOVE 'CONCILIADO - LEIDO = APLICADO + OBSERVADO'
                    TO TIT-TEXTO
            ELSE
                MOVE 'COBRANZA CON DIFERENCIAS - REVISAR' TO TIT-TEXTO
                MOVE 8 TO RETURN-CODE
            END-IF.
            MOVE WS-TITULO-SECCION TO CONC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
        70-INFORME-CONCILIACION-END.
            EXIT.

        72-LISTAR-CARRERA.
            MOVE WS-CAR-CODIGO (IDX-CAR)    TO DCAR-CODIGO.
            MOVE WS-CAR-CANT-INSC (IDX-CAR) TO DCAR-CANT-INSC.
            MOVE WS-CAR-IMP-INSC (IDX-CAR)  TO DCAR-IMP-INSC.
            MOVE WS-CAR-CANT-ARAN (IDX-CAR) TO DCAR-CANT-ARAN.
            MOVE WS-CAR-IMP-ARAN (IDX-CAR)  TO DCAR-IMP-ARAN.
            MOVE WS-DET-CARRERA TO CONC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
        72-LISTAR-CARRERA-END.
            EXIT.

        82-TITULO-SECCION.
            MOVE SPACES TO CONC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
            MOVE WS-TITULO-SECCION TO CONC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
            MOVE WS-LINEA-GUIONES TO CONC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
        82-TITULO-SECCION-END.
            EXIT.

        84-LINEA-TOTAL.
            MOVE WS-LINEA-TOTAL TO CONC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
        84-LINEA-TOTAL-END.
            EXIT.

        86-ESCRIBIR-LINEA.
            MOVE CONC-LINEA TO WS-LINEA-PENDIENTE.
            IF WS-LINEA > WSC-LINEAS-POR-PAG
                PERFORM 88-NUEVA-PAGINA
            END-IF.
            MOVE WS-LINEA-PENDIENTE TO CONC-LINEA.
            WRITE CONC-LINEA.
            ADD 1 TO WS-LINEA.
        86-ESCRIBIR-LINEA-END.
            EXIT.

        88-NUEVA-PAGINA.
            ADD 1 TO WS-PAGINA.
            MOVE WS-PAGINA TO ENC1-PAGINA.
            MOVE WS-ENCABEZADO-1 TO CONC-LINEA.
            WRITE CONC-LINEA.
            MOVE WS-ENCABEZADO-2 TO CONC-LINEA.
            WRITE CONC-LINEA.
            MOVE WS-LINEA-GUIONES TO CONC-LINEA.
            WRITE CONC-LINEA.
            MOVE 4 TO WS-LINEA.
        88-NUEVA-PAGINA-END.
            EXIT.

        90-REPORTE.
            DISPLAY ' '.
            DISPLAY '========= RESUMEN DE COBRANZAS ============='.
            DISPLAY 'CICLO                : ' WSC-CICLO.
            DISPLAY 'PAGOS LEIDOS         : ' WS-TOT-LEIDOS.
            DISPLAY 'INSCRIPCIONES        : ' WS-TOT-INSCRIPCIONES.
            DISPLAY 'ARANCELES            : ' WS-TOT-ARANCELES.
            DISPLAY 'YA APLICADOS         : ' WS-TOT-YA-APLICADOS.
            DISPLAY 'OBSERVADOS           : ' WS-TOT-OBSERVADOS.
            DISPLAY 'DUPLICADOS           : ' WS-TOT-DUPLICADOS.
            DISPLAY 'SIN POSTULANTE       : ' WS-TOT-SIN-POSTULANTE.
            DISPLAY '============================================'.
        90-REPORTE-END.
            EXIT.

        99-REGISTRAR-FIN.
            MOVE 'F' TO WS-RCTL-FUNCION.
            MOVE RETURN-CODE TO WS-RCTL-RETORNO.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-PROGRAMA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
        99-REGISTRAR-FIN-END.
            EXIT.
