        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMCARR.
      *--------------------------------------------------------
      * Mantenimiento del catalogo de carreras (CARRERAS.DAT)
      * a partir de un archivo de transacciones autorizadas
      * por admisiones (CARRTRAN.DAT): alta, modificacion,
      * baja (la carrera queda inactiva en el catalogo) y
      * reactivacion.
      *   - Las altas y modificaciones se validan completas;
      *     las transacciones con datos invalidos se derivan a
      *     CARRRECH.DAT con el motivo y no tocan el catalogo.
      *   - Una modificacion no puede bajar el cupo por debajo
      *     de las vacantes ya otorgadas en el ciclo en curso,
      *     contadas desde la auditoria de decisiones.
      *   - Cada cambio aplicado deja en la bitacora
      *     CARRJRNL.DAT la imagen anterior y posterior de la
      *     carrera, el usuario que lo autorizo y la fecha y
      *     hora.
      *   - El catalogo se regraba completo al final y se
      *     imprime el listado CATALOGO.DAT para la firma de
      *     admisiones.
      * Como el catalogo lo leen todos los pasos de la suite,
      * no corre mientras haya otra corrida en proceso.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-IN ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT TRAN-IN ASSIGN TO "CARRTRAN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.

            SELECT CARR-FILE ASSIGN TO "CARRERAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARR-STATUS.

            SELECT AUDIT-IN ASSIGN TO "AUDITORIA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT RECH-OUT ASSIGN TO "CARRRECH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECH-STATUS.

            SELECT JRNL-OUT ASSIGN TO "CARRJRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.

            SELECT LISTADO-OUT ASSIGN TO "CATALOGO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LISTADO-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PARM-IN
            RECORDING MODE IS F.
        COPY PARAMCAR.

        FD  TRAN-IN
            RECORDING MODE IS F.
        COPY CARRTRAN.

        FD  CARR-FILE
            RECORDING MODE IS F.
        COPY CARRERA.

        FD  AUDIT-IN
            RECORDING MODE IS F.
        COPY AUDITREC.

        FD  RECH-OUT
            RECORDING MODE IS F.
        COPY CARRRECH.

        FD  JRNL-OUT
            RECORDING MODE IS F.
        COPY CARRJRNL.

        FD  LISTADO-OUT
            RECORDING MODE IS F.
        01  LISTADO-LINEA           PIC X(80).

        WORKING-STORAGE SECTION.
        01 WSC-CONSTANTES.
           05 WSC-LINEAS-POR-PAG   PIC 99 VALUE 56.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.

        01 WSV-VARIANTES.
           05 WSV-COD-CARRERA-AUX  PIC X(03).
           05 WSV-RES-SUB          PIC 9(01) VALUE ZERO.
           05 WSV-RESERVA-TOTAL    PIC 9(05) VALUE ZERO.
           05 WSV-RESERVA          PIC 9(04) OCCURS 3 TIMES.

        01 WS-FLAGS.
           05 WS-PARM-STATUS       PIC XX VALUE SPACES.
           05 WS-TRAN-STATUS       PIC XX VALUE SPACES.
           05 WS-CARR-STATUS       PIC XX VALUE SPACES.
           05 WS-AUDIT-STATUS      PIC XX VALUE SPACES.
           05 WS-RECH-STATUS       PIC XX VALUE SPACES.
           05 WS-JRNL-STATUS       PIC XX VALUE SPACES.
           05 WS-LISTADO-STATUS    PIC XX VALUE SPACES.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-FIN-CARRERAS      PIC X VALUE 'N'.
              88 FIN-CARRERAS      VALUE 'S'.
           05 WS-FIN-AUDITORIA     PIC X VALUE 'N'.
              88 FIN-AUDITORIA     VALUE 'S'.
           05 WS-ERROR-FATAL       PIC X VALUE 'N'.
              88 ERROR-FATAL       VALUE 'S'.
           05 WS-CARRERA-HALLADA   PIC X VALUE 'N'.
              88 CARRERA-HALLADA   VALUE 'S'.
           05 WS-TRAN-OK           PIC X VALUE 'S'.
              88 TRANSACCION-VALIDA   VALUE 'S'.
              88 TRANSACCION-INVALIDA VALUE 'N'.
           05 WS-DESC-ERROR        PIC X(30) VALUE SPACES.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA.
              10 WS-FH-AAAA        PIC X(04).
              10 WS-FH-MM          PIC X(02).
              10 WS-FH-DD          PIC X(02).
           05 WS-FH-HORA           PIC X(06).
           05 FILLER               PIC X(07).

      * Imagen de la carrera antes y despues de aplicar la
      * transaccion, para la bitacora de cambios.
        01 WS-IMAGEN-ANTES         PIC X(80).
        01 WS-IMAGEN-DESPUES       PIC X(80).
        01 WS-JRNL-TIPO-AUX        PIC X(01).

        01 WS-CONTADORES.
           05 WS-LINEA             PIC 99 VALUE 99.
           05 WS-PAGINA            PIC 9(03) VALUE ZERO.
           05 WS-TOT-LEIDAS        PIC 9(06) VALUE ZERO.
           05 WS-TOT-ALTAS         PIC 9(06) VALUE ZERO.
           05 WS-TOT-MODIFICAC     PIC 9(06) VALUE ZERO.
           05 WS-TOT-BAJAS         PIC 9(06) VALUE ZERO.
           05 WS-TOT-REACTIVAC     PIC 9(06) VALUE ZERO.
           05 WS-TOT-RECHAZADAS    PIC 9(06) VALUE ZERO.
           05 WS-TOT-APLICADAS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-ACTIVAS       PIC 9(04) VALUE ZERO.
           05 WS-TOT-INACTIVAS     PIC 9(04) VALUE ZERO.
           05 WS-TOT-CUPO-ACTIVO   PIC 9(06) VALUE ZERO.
           05 WS-TOT-OTORGADAS     PIC 9(06) VALUE ZERO.

        01 WS-RECHAZOS-POR-MOTIVO.
           05 WS-RECH-TIPO         PIC 9(06) VALUE ZERO.
           05 WS-RECH-CODIGO       PIC 9(06) VALUE ZERO.
           05 WS-RECH-USUARIO      PIC 9(06) VALUE ZERO.
           05 WS-RECH-NOMBRE       PIC 9(06) VALUE ZERO.
           05 WS-RECH-EDAD         PIC 9(06) VALUE ZERO.
           05 WS-RECH-CUPO         PIC 9(06) VALUE ZERO.
           05 WS-RECH-RESERVA      PIC 9(06) VALUE ZERO.
           05 WS-RECH-OTORGADAS    PIC 9(06) VALUE ZERO.
           05 WS-RECH-EXISTE       PIC 9(06) VALUE ZERO.
           05 WS-RECH-INEXISTE     PIC 9(06) VALUE ZERO.
           05 WS-RECH-ESTADO       PIC 9(06) VALUE ZERO.
           05 WS-RECH-COMPLETO     PIC 9(06) VALUE ZERO.

      * Catalogo completo en memoria: las transacciones se
      * aplican sobre la tabla y el archivo se regraba desde
      * ella. WS-CAT-REGISTRO tiene el mismo diseno que
      * CARR-REC; se agregan las vacantes otorgadas en el ciclo
      * y la marca del cambio aplicado en esta corrida.
        01 WS-CATALOGO-CARRERAS.
           05 WS-CARR-CANT         PIC 9(03) VALUE ZERO.
           05 WS-CARR-SUB          PIC 9(03) VALUE ZERO.
           05 WS-CARR-ENT          OCCURS 0 TO 500 TIMES
                                   DEPENDING ON WS-CARR-CANT
                                   INDEXED BY IDX-CARR.
              10 WS-CAT-REGISTRO.
                 15 WS-CAT-CODIGO     PIC X(03).
                 15 WS-CAT-NOMBRE     PIC X(20).
                 15 WS-CAT-EDADMIN    PIC 99.
                 15 WS-CAT-CUPO       PIC 9(04).
                 15 WS-CAT-RESERVA    PIC 9(04) OCCURS 3 TIMES.
                 15 WS-CAT-ESTADO     PIC X(01).
              10 WS-CAT-OTORGADAS  PIC 9(05).
              10 WS-CAT-MARCA      PIC X(01).

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
              'CATALOGO DE CARRERAS - CICLO'.
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

        01 WS-TITULO-SECCION       PIC X(80).

      * El salto de pagina usa el mismo registro del archivo
      * para los encabezados, asi que la linea en curso se
      * preserva aqui mientras tanto.
        01 WS-LINEA-PENDIENTE      PIC X(80).

        01 WS-ENC-COLUMNAS.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'COD'.
           05 FILLER               PIC X(21) VALUE 'NOMBRE'.
           05 FILLER               PIC X(04) VALUE 'EDAD'.
           05 FILLER               PIC X(06) VALUE 'CUPO'.
           05 FILLER               PIC X(05) VALUE ' PUB'.
           05 FILLER               PIC X(05) VALUE ' DIS'.
           05 FILLER               PIC X(06) VALUE ' RUR'.
           05 FILLER               PIC X(07) VALUE 'OTORG'.
           05 FILLER               PIC X(09) VALUE 'ESTADO'.
           05 FILLER               PIC X(10) VALUE 'CAMBIO'.

        01 WS-DET-CARRERA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-CODIGO           PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-NOMBRE           PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-EDADMIN          PIC Z9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-CUPO             PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-PUBLICA          PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-DISCAP           PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-RURAL            PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-OTORGADAS        PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-ESTADO           PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-CAMBIO           PIC X(10).

        01 WS-LINEA-TOTAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TOT-LEYENDA          PIC X(30).
           05 TOT-CANTIDAD         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(40) VALUE SPACES.

        01 WS-FIRMA-1.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE ALL '_'.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE ALL '_'.
           05 FILLER               PIC X(10) VALUE SPACES.

        01 WS-FIRMA-2.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              'JEFE DE ADMISIONES'.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              'SECRETARIO ACADEMICO'.
           05 FILLER               PIC X(10) VALUE SPACES.

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
        01 WS-RUN-CONTROL.
           05 WS-RCTL-FUNCION      PIC X(01) VALUE SPACE.
           05 WS-RCTL-PROGRAMA     PIC X(08) VALUE 'ALUMCARR'.
           05 WS-RCTL-CICLO        PIC X(06) VALUE SPACES.
           05 WS-RCTL-RETORNO      PIC 9(04) VALUE ZERO.
           05 WS-RCTL-RESULTADO    PIC X(01) VALUE SPACE.
           05 WS-RCTL-CONSULTA     PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
        00-CONTROL.
            DISPLAY 'MANTENIMIENTO DEL CATALOGO DE CARRERAS'.
            DISPLAY '--------------------------------------------'.

            PERFORM 05-LEER-PARAMETROS.
            MOVE WSC-CICLO TO WS-RCTL-CICLO.
            PERFORM 01-REGISTRAR-INICIO.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
            MOVE WS-FH-DD   TO ENC2-DD.
            MOVE WS-FH-MM   TO ENC2-MM.
            MOVE WS-FH-AAAA TO ENC2-AAAA.
            MOVE WSC-CICLO  TO ENC2-CICLO.

            PERFORM 02-VERIFICAR-EN-PROCESO.
            IF WSC-CICLO EQUAL SPACES
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'SIN CICLO EN LA TARJETA DE PARAMETROS - NO '
                        'SE PUEDEN CONTROLAR LAS VACANTES OTORGADAS'
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 06-CARGAR-CATALOGO
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 08-CONTAR-OTORGADAS
            END-IF.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA - NO SE MODIFICO EL '
                        'CATALOGO'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            OPEN INPUT TRAN-IN.
            IF WS-TRAN-STATUS NOT EQUAL '00'
                DISPLAY 'ERROR AL ABRIR CARRTRAN.DAT - STATUS '
                        WS-TRAN-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            OPEN OUTPUT RECH-OUT.
            IF WS-RECH-STATUS NOT EQUAL '00'
                DISPLAY 'ERROR AL ABRIR CARRRECH.DAT - STATUS '
                        WS-RECH-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

      * La bitacora se extiende corrida a corrida: es la unica
      * historia completa de cambios del catalogo.
            OPEN EXTEND JRNL-OUT.
            IF WS-JRNL-STATUS EQUAL '35'
                OPEN OUTPUT JRNL-OUT
            END-IF.
            IF WS-JRNL-STATUS NOT EQUAL '00'
                DISPLAY 'ERROR AL ABRIR CARRJRNL.DAT - STATUS '
                        WS-JRNL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            PERFORM UNTIL FIN-ARCHIVO
                READ TRAN-IN
                    AT END
                        MOVE 'S' TO WS-FIN-ARCHIVO
                    NOT AT END
                        ADD 1 TO WS-TOT-LEIDAS
                        PERFORM 20-PROCESAR-TRANSACCION
                END-READ
            END-PERFORM.

            CLOSE TRAN-IN.
            CLOSE RECH-OUT.
            CLOSE JRNL-OUT.

            IF WS-TOT-APLICADAS > ZERO
                PERFORM 80-GRABAR-CATALOGO
            END-IF.
            PERFORM 81-LISTAR-CATALOGO.

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

      * Cambiar el catalogo debajo de una corrida que ya lo
      * cargo la dejaria trabajando con cupos distintos de
      * los vigentes: se exige que no haya nada en proceso.
        02-VERIFICAR-EN-PROCESO.
            MOVE 'P' TO WS-RCTL-FUNCION.
            MOVE WS-RCTL-PROGRAMA TO WS-RCTL-CONSULTA.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-CONSULTA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
            IF WS-RCTL-RESULTADO EQUAL 'S'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'HAY UNA CORRIDA EN PROCESO ('
                        WS-RCTL-CONSULTA ') - EL CATALOGO NO SE '
                        'PUEDE MODIFICAR'
            END-IF.
        02-VERIFICAR-EN-PROCESO-END.
            EXIT.

        05-LEER-PARAMETROS.
            OPEN INPUT PARM-IN.
            IF WS-PARM-STATUS EQUAL '00'
                READ PARM-IN
                    AT END
                        DISPLAY 'SIN TARJETA DE PARAMETROS - CICLO '
                                'EN BLANCO'
                    NOT AT END
                        MOVE PARM-CICLO TO WSC-CICLO
                END-READ
                CLOSE PARM-IN
            ELSE
                DISPLAY 'TARJETA DE PARAMETROS NO DISPONIBLE - '
                        'CICLO EN BLANCO'
            END-IF.
        05-LEER-PARAMETROS-END.
            EXIT.

      * Sin CARRERAS.DAT (primera carga) el catalogo arranca
      * vacio y se arma con altas. Un catalogo que desborda la
      * tabla se perderia al regrabarlo: se aborta.
        06-CARGAR-CATALOGO.
            OPEN INPUT CARR-FILE.
            EVALUATE WS-CARR-STATUS
                WHEN '00'
                    PERFORM UNTIL FIN-CARRERAS OR ERROR-FATAL
                        READ CARR-FILE
                            AT END
                                MOVE 'S' TO WS-FIN-CARRERAS
                            NOT AT END
                                PERFORM 07-AGREGAR-CARRERA
                        END-READ
                    END-PERFORM
                    CLOSE CARR-FILE
                    DISPLAY 'CATALOGO DE CARRERAS: ' WS-CARR-CANT
                            ' CARRERAS CARGADAS'
                WHEN '35'
                    DISPLAY 'CARRERAS.DAT NO EXISTE - EL CATALOGO SE '
                            'ARMA CON LAS ALTAS DE ESTA CORRIDA'
                WHEN OTHER
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'ERROR AL ABRIR CARRERAS.DAT - STATUS '
                            WS-CARR-STATUS
            END-EVALUATE.
        06-CARGAR-CATALOGO-END.
            EXIT.

      * Un catalogo anterior a los cupos reservados trae la
      * reserva en blanco: se regraba en cero.
        07-AGREGAR-CARRERA.
            IF WS-CARR-CANT < 500
                ADD 1 TO WS-CARR-CANT
                MOVE CARR-REC TO WS-CAT-REGISTRO (WS-CARR-CANT)
                IF CARR-CUPOS-RESERVA EQUAL SPACES
                    MOVE ZERO TO WS-CAT-RESERVA (WS-CARR-CANT 1)
                    MOVE ZERO TO WS-CAT-RESERVA (WS-CARR-CANT 2)
                    MOVE ZERO TO WS-CAT-RESERVA (WS-CARR-CANT 3)
                END-IF
                MOVE ZERO  TO WS-CAT-OTORGADAS (WS-CARR-CANT)
                MOVE SPACE TO WS-CAT-MARCA (WS-CARR-CANT)
            ELSE
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'CATALOGO DE CARRERAS EXCEDE LA TABLA EN '
                        CARR-CODIGO ' - AMPLIAR LA TABLA'
            END-IF.
        07-AGREGAR-CARRERA-END.
            EXIT.

      * Vacantes otorgadas en el ciclo por carrera: las
      * decisiones favorables que ocuparon una vacante (con
      * categoria de cupo y sin marca de lista de espera),
      * menos las admisiones condicionales revocadas, cuya
      * vacante queda libre. Sin auditoria todavia no hubo
      * decisiones; una auditoria ilegible dejaria el control
      * de cupo sin efecto, asi que se aborta.
        08-CONTAR-OTORGADAS.
            OPEN INPUT AUDIT-IN.
            EVALUATE WS-AUDIT-STATUS
                WHEN '00'
                    PERFORM UNTIL FIN-AUDITORIA
                        READ AUDIT-IN
                            AT END
                                MOVE 'S' TO WS-FIN-AUDITORIA
                            NOT AT END
                                IF AUDIT-CICLO EQUAL WSC-CICLO
                                    PERFORM 09-ACUMULAR-OTORGADA
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE AUDIT-IN
                WHEN '35'
                    DISPLAY 'AUDITORIA.DAT NO EXISTE - SIN VACANTES '
                            'OTORGADAS EN EL CICLO'
                WHEN OTHER
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'ERROR AL ABRIR AUDITORIA.DAT - STATUS '
                            WS-AUDIT-STATUS
            END-EVALUATE.
        08-CONTAR-OTORGADAS-END.
            EXIT.

        09-ACUMULAR-OTORGADA.
            MOVE AUDIT-COD-CARRERA TO WSV-COD-CARRERA-AUX.
            PERFORM 14-BUSCAR-CARRERA.
            IF CARRERA-HALLADA
                IF (AUDIT-DEC-LOTE
                    OR AUDIT-DEC-APELACION
                    OR AUDIT-DEC-REEVAL
                    OR AUDIT-DEC-LLAMADO
                    OR AUDIT-DEC-CORRECCION)
                   AND AUDIT-RESULTADO EQUAL 'S'
                   AND AUDIT-MOTIVO NOT EQUAL 'ESPERA'
                   AND AUDIT-CUPO-CATEG NOT EQUAL SPACE
                    ADD 1 TO WS-CAT-OTORGADAS (WS-CARR-SUB)
                END-IF
                IF AUDIT-DEC-REVOCACION
                   AND WS-CAT-OTORGADAS (WS-CARR-SUB) > ZERO
                    SUBTRACT 1 FROM WS-CAT-OTORGADAS (WS-CARR-SUB)
                END-IF
            END-IF.
        09-ACUMULAR-OTORGADA-END.
            EXIT.

      * Busca WSV-COD-CARRERA-AUX en el catalogo y deja el
      * numero de entrada en WS-CARR-SUB.
        14-BUSCAR-CARRERA.
            MOVE 'N'  TO WS-CARRERA-HALLADA.
            MOVE ZERO TO WS-CARR-SUB.
            SET IDX-CARR TO 1.
            SEARCH WS-CARR-ENT
                AT END
                    CONTINUE
                WHEN WS-CAT-CODIGO (IDX-CARR) EQUAL
                     WSV-COD-CARRERA-AUX
                    MOVE 'S' TO WS-CARRERA-HALLADA
                    SET WS-CARR-SUB TO IDX-CARR
            END-SEARCH.
        14-BUSCAR-CARRERA-END.
            EXIT.

      * Datos de la carrera en altas y modificaciones. Las
      * reservas en blanco valen cero; no pueden superar entre
      * las tres el cupo total, la misma regla con la que
      * ALUMNOS1 aborta si encuentra un catalogo inconsistente.
        15-VALIDAR-TRANSACCION.
            IF CTRAN-NOMBRE EQUAL SPACES
                MOVE 'N' TO WS-TRAN-OK
                MOVE 'NOMBRE EN BLANCO' TO WS-DESC-ERROR
            ELSE
                IF CTRAN-EDAD-MINIMA NOT NUMERIC
                    MOVE 'N' TO WS-TRAN-OK
                    MOVE 'EDAD MINIMA NO NUMERICA' TO WS-DESC-ERROR
                ELSE
                    IF CTRAN-CUPO NOT NUMERIC
                       OR CTRAN-CUPO EQUAL ZERO
                        MOVE 'N' TO WS-TRAN-OK
                        MOVE 'CUPO INVALIDO' TO WS-DESC-ERROR
                    ELSE
                        MOVE ZERO TO WSV-RESERVA-TOTAL
                        PERFORM 16-VALIDAR-RESERVA
                            VARYING WSV-RES-SUB FROM 1 BY 1
                            UNTIL WSV-RES-SUB > 3
                        IF TRANSACCION-VALIDA
                           AND WSV-RESERVA-TOTAL > CTRAN-CUPO
                            MOVE 'N' TO WS-TRAN-OK
                            MOVE 'RESERVAS SUPERAN EL CUPO'
                                TO WS-DESC-ERROR
                        END-IF
                    END-IF
                END-IF
            END-IF.
        15-VALIDAR-TRANSACCION-END.
            EXIT.

        16-VALIDAR-RESERVA.
            EVALUATE TRUE
                WHEN CTRAN-CUPO-RES (WSV-RES-SUB) EQUAL SPACES
                    MOVE ZERO TO WSV-RESERVA (WSV-RES-SUB)
                WHEN CTRAN-CUPO-RES (WSV-RES-SUB) NUMERIC
                    MOVE CTRAN-CUPO-RES (WSV-RES-SUB)
                        TO WSV-RESERVA (WSV-RES-SUB)
                    ADD WSV-RESERVA (WSV-RES-SUB)
                        TO WSV-RESERVA-TOTAL
                WHEN OTHER
                    MOVE ZERO TO WSV-RESERVA (WSV-RES-SUB)
                    MOVE 'N' TO WS-TRAN-OK
                    MOVE 'CUPO RESERVADO INVALIDO'
                        TO WS-DESC-ERROR
            END-EVALUATE.
        16-VALIDAR-RESERVA-END.
            EXIT.

      * Toda transaccion necesita codigo de carrera y usuario
      * autorizante; las altas y modificaciones se validan
      * completas antes de tocar la tabla.
        20-PROCESAR-TRANSACCION.
            MOVE 'S'    TO WS-TRAN-OK.
            MOVE SPACES TO WS-DESC-ERROR.
            MOVE CTRAN-CODIGO TO WSV-COD-CARRERA-AUX.
            PERFORM 14-BUSCAR-CARRERA.

            EVALUATE TRUE
                WHEN NOT CTRAN-ALTA AND NOT CTRAN-MODIFICACION
                 AND NOT CTRAN-BAJA AND NOT CTRAN-REACTIVACION
                    MOVE 'TIPO DE TRANSACCION INVALIDO'
                        TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                WHEN CTRAN-CODIGO EQUAL SPACES
                    MOVE 'CODIGO EN BLANCO' TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                WHEN CTRAN-USUARIO EQUAL SPACES
                    MOVE 'USUARIO EN BLANCO' TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                WHEN CTRAN-ALTA
                    PERFORM 15-VALIDAR-TRANSACCION
                    IF TRANSACCION-VALIDA
                        PERFORM 30-ALTA
                    ELSE
                        PERFORM 60-RECHAZAR-TRANSACCION
                    END-IF
                WHEN CTRAN-MODIFICACION
                    PERFORM 15-VALIDAR-TRANSACCION
                    IF TRANSACCION-VALIDA
                        PERFORM 40-MODIFICAR
                    ELSE
                        PERFORM 60-RECHAZAR-TRANSACCION
                    END-IF
                WHEN CTRAN-BAJA
                    PERFORM 50-BAJA
                WHEN CTRAN-REACTIVACION
                    PERFORM 55-REACTIVAR
            END-EVALUATE.
        20-PROCESAR-TRANSACCION-END.
            EXIT.

        30-ALTA.
            EVALUATE TRUE
                WHEN CARRERA-HALLADA
                    MOVE 'CARRERA YA EXISTE' TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                WHEN WS-CARR-CANT NOT < 500
                    MOVE 'CATALOGO COMPLETO' TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                WHEN OTHER
                    ADD 1 TO WS-CARR-CANT
                    MOVE WS-CARR-CANT TO WS-CARR-SUB
                    MOVE CTRAN-CODIGO TO WS-CAT-CODIGO (WS-CARR-SUB)
                    PERFORM 35-CARGAR-DATOS
                    MOVE 'A'   TO WS-CAT-ESTADO (WS-CARR-SUB)
                    MOVE ZERO  TO WS-CAT-OTORGADAS (WS-CARR-SUB)
                    MOVE 'A'   TO WS-CAT-MARCA (WS-CARR-SUB)
                    ADD 1 TO WS-TOT-ALTAS
                    MOVE SPACES TO WS-IMAGEN-ANTES
                    MOVE WS-CAT-REGISTRO (WS-CARR-SUB)
                        TO WS-IMAGEN-DESPUES
                    MOVE 'A' TO WS-JRNL-TIPO-AUX
                    PERFORM 70-GRABAR-BITACORA
                    DISPLAY 'CARRERA DADA DE ALTA: ' CTRAN-CODIGO
            END-EVALUATE.
        30-ALTA-END.
            EXIT.

        35-CARGAR-DATOS.
            MOVE CTRAN-NOMBRE      TO WS-CAT-NOMBRE (WS-CARR-SUB).
            MOVE CTRAN-EDAD-MINIMA TO WS-CAT-EDADMIN (WS-CARR-SUB).
            MOVE CTRAN-CUPO        TO WS-CAT-CUPO (WS-CARR-SUB).
            MOVE WSV-RESERVA (1)   TO WS-CAT-RESERVA (WS-CARR-SUB 1).
            MOVE WSV-RESERVA (2)   TO WS-CAT-RESERVA (WS-CARR-SUB 2).
            MOVE WSV-RESERVA (3)   TO WS-CAT-RESERVA (WS-CARR-SUB 3).
        35-CARGAR-DATOS-END.
            EXIT.

      * El cupo no puede quedar por debajo de las vacantes ya
      * otorgadas en el ciclo: esos admitidos ya tienen su
      * lugar y el recuento de ALUMLLAM promoveria de menos.
      * La modificacion no cambia el estado de la carrera.
        40-MODIFICAR.
            EVALUATE TRUE
                WHEN NOT CARRERA-HALLADA
                    MOVE 'CARRERA INEXISTENTE' TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                WHEN CTRAN-CUPO < WS-CAT-OTORGADAS (WS-CARR-SUB)
                    MOVE 'CUPO MENOR A LAS OTORGADAS'
                        TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                    DISPLAY '  CARRERA ' CTRAN-CODIGO ' CON '
                            WS-CAT-OTORGADAS (WS-CARR-SUB)
                            ' VACANTES OTORGADAS EN EL CICLO '
                            WSC-CICLO
                WHEN OTHER
                    MOVE WS-CAT-REGISTRO (WS-CARR-SUB)
                        TO WS-IMAGEN-ANTES
                    PERFORM 35-CARGAR-DATOS
                    IF WS-CAT-MARCA (WS-CARR-SUB) EQUAL SPACE
                        MOVE 'M' TO WS-CAT-MARCA (WS-CARR-SUB)
                    END-IF
                    ADD 1 TO WS-TOT-MODIFICAC
                    MOVE WS-CAT-REGISTRO (WS-CARR-SUB)
                        TO WS-IMAGEN-DESPUES
                    MOVE 'M' TO WS-JRNL-TIPO-AUX
                    PERFORM 70-GRABAR-BITACORA
                    DISPLAY 'CARRERA MODIFICADA: ' CTRAN-CODIGO
            END-EVALUATE.
        40-MODIFICAR-END.
            EXIT.

      * La baja deja la carrera inactiva: no recibe nuevos
      * postulantes, pero sus admitidos del ciclo conservan
      * la vacante y la carrera sigue en el catalogo para los
      * pasos que los procesan.
        50-BAJA.
            EVALUATE TRUE
                WHEN NOT CARRERA-HALLADA
                    MOVE 'CARRERA INEXISTENTE' TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                WHEN WS-CAT-ESTADO (WS-CARR-SUB) EQUAL 'I'
                    MOVE 'CARRERA YA INACTIVA' TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                WHEN OTHER
                    MOVE WS-CAT-REGISTRO (WS-CARR-SUB)
                        TO WS-IMAGEN-ANTES
                    MOVE 'I' TO WS-CAT-ESTADO (WS-CARR-SUB)
                    MOVE 'B' TO WS-CAT-MARCA (WS-CARR-SUB)
                    ADD 1 TO WS-TOT-BAJAS
                    MOVE WS-CAT-REGISTRO (WS-CARR-SUB)
                        TO WS-IMAGEN-DESPUES
                    MOVE 'B' TO WS-JRNL-TIPO-AUX
                    PERFORM 70-GRABAR-BITACORA
                    DISPLAY 'CARRERA DADA DE BAJA: ' CTRAN-CODIGO
                    IF WS-CAT-OTORGADAS (WS-CARR-SUB) > ZERO
                        DISPLAY '  CONSERVA '
                                WS-CAT-OTORGADAS (WS-CARR-SUB)
                                ' VACANTES OTORGADAS EN EL CICLO '
                                WSC-CICLO
                    END-IF
            END-EVALUATE.
        50-BAJA-END.
            EXIT.

        55-REACTIVAR.
            EVALUATE TRUE
                WHEN NOT CARRERA-HALLADA
                    MOVE 'CARRERA INEXISTENTE' TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                WHEN WS-CAT-ESTADO (WS-CARR-SUB) NOT EQUAL 'I'
                    MOVE 'CARRERA YA ACTIVA' TO WS-DESC-ERROR
                    PERFORM 60-RECHAZAR-TRANSACCION
                WHEN OTHER
                    MOVE WS-CAT-REGISTRO (WS-CARR-SUB)
                        TO WS-IMAGEN-ANTES
                    MOVE 'A' TO WS-CAT-ESTADO (WS-CARR-SUB)
                    MOVE 'R' TO WS-CAT-MARCA (WS-CARR-SUB)
                    ADD 1 TO WS-TOT-REACTIVAC
                    MOVE WS-CAT-REGISTRO (WS-CARR-SUB)
                        TO WS-IMAGEN-DESPUES
                    MOVE 'R' TO WS-JRNL-TIPO-AUX
                    PERFORM 70-GRABAR-BITACORA
                    DISPLAY 'CARRERA REACTIVADA: ' CTRAN-CODIGO
            END-EVALUATE.
        55-REACTIVAR-END.
            EXIT.

      * Graba la transaccion rechazada con su motivo y lleva
      * los contadores por motivo para el resumen.
        60-RECHAZAR-TRANSACCION.
            ADD 1 TO WS-TOT-RECHAZADAS.
            MOVE CTRAN-REC     TO CRECH-TRAN-REGISTRO.
            MOVE WS-DESC-ERROR TO CRECH-TRAN-DESCRIPCION.
            WRITE CRECH-TRAN-REC.
            EVALUATE WS-DESC-ERROR
                WHEN 'TIPO DE TRANSACCION INVALIDO'
                    ADD 1 TO WS-RECH-TIPO
                WHEN 'CODIGO EN BLANCO'
                    ADD 1 TO WS-RECH-CODIGO
                WHEN 'USUARIO EN BLANCO'
                    ADD 1 TO WS-RECH-USUARIO
                WHEN 'NOMBRE EN BLANCO'
                    ADD 1 TO WS-RECH-NOMBRE
                WHEN 'EDAD MINIMA NO NUMERICA'
                    ADD 1 TO WS-RECH-EDAD
                WHEN 'CUPO INVALIDO'
                    ADD 1 TO WS-RECH-CUPO
                WHEN 'CUPO RESERVADO INVALIDO'
                    ADD 1 TO WS-RECH-RESERVA
                WHEN 'RESERVAS SUPERAN EL CUPO'
                    ADD 1 TO WS-RECH-RESERVA
                WHEN 'CUPO MENOR A LAS OTORGADAS'
                    ADD 1 TO WS-RECH-OTORGADAS
                WHEN 'CARRERA YA EXISTE'
                    ADD 1 TO WS-RECH-EXISTE
                WHEN 'CARRERA INEXISTENTE'
                    ADD 1 TO WS-RECH-INEXISTE
                WHEN 'CARRERA YA INACTIVA'
                    ADD 1 TO WS-RECH-ESTADO
                WHEN 'CARRERA YA ACTIVA'
                    ADD 1 TO WS-RECH-ESTADO
                WHEN 'CATALOGO COMPLETO'
                    ADD 1 TO WS-RECH-COMPLETO
            END-EVALUATE.
            DISPLAY 'TRANSACCION RECHAZADA (' CTRAN-TIPO ' '
                    CTRAN-CODIGO ') - ' WS-DESC-ERROR.
        60-RECHAZAR-TRANSACCION-END.
            EXIT.

        70-GRABAR-BITACORA.
            ADD 1 TO WS-TOT-APLICADAS.
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
            MOVE WS-FH-FECHA        TO CJRNL-FECHA.
            MOVE WS-FH-HORA         TO CJRNL-HORA.
            MOVE WS-JRNL-TIPO-AUX   TO CJRNL-TIPO.
            MOVE CTRAN-CODIGO       TO CJRNL-CODIGO.
            MOVE CTRAN-USUARIO      TO CJRNL-USUARIO.
            MOVE WSC-CICLO          TO CJRNL-CICLO.
            MOVE WS-IMAGEN-ANTES    TO CJRNL-IMAGEN-ANTES.
            MOVE WS-IMAGEN-DESPUES  TO CJRNL-IMAGEN-DESPUES.
            WRITE CJRNL-REC.
        70-GRABAR-BITACORA-END.
            EXIT.

      * Regraba el catalogo completo desde la tabla, en el
      * orden original con las altas al final.
        80-GRABAR-CATALOGO.
            OPEN OUTPUT CARR-FILE.
            IF WS-CARR-STATUS NOT EQUAL '00'
                DISPLAY 'ERROR AL REGRABAR CARRERAS.DAT - STATUS '
                        WS-CARR-STATUS ' - LOS CAMBIOS QUEDAN SOLO '
                        'EN CARRJRNL.DAT'
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-CARR-SUB FROM 1 BY 1
                        UNTIL WS-CARR-SUB > WS-CARR-CANT
                    MOVE WS-CAT-REGISTRO (WS-CARR-SUB) TO CARR-REC
                    WRITE CARR-REC
                END-PERFORM
                CLOSE CARR-FILE
            END-IF.
        80-GRABAR-CATALOGO-END.
            EXIT.

      * Listado del catalogo vigente para la firma de
      * admisiones, con las vacantes ya otorgadas en el ciclo
      * y el cambio aplicado a cada carrera en esta corrida.
        81-LISTAR-CATALOGO.
            OPEN OUTPUT LISTADO-OUT.
            IF WS-LISTADO-STATUS NOT EQUAL '00'
                DISPLAY 'ERROR AL ABRIR CATALOGO.DAT - STATUS '
                        WS-LISTADO-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE WS-ENC-COLUMNAS TO LISTADO-LINEA
                PERFORM 85-ESCRIBIR-LINEA
                MOVE WS-LINEA-GUIONES TO LISTADO-LINEA
                PERFORM 85-ESCRIBIR-LINEA
                PERFORM 82-LISTAR-CARRERA
                    VARYING WS-CARR-SUB FROM 1 BY 1
                    UNTIL WS-CARR-SUB > WS-CARR-CANT

                MOVE SPACES TO WS-TITULO-SECCION
                MOVE 'TOTALES DEL CATALOGO' TO WS-TITULO-SECCION
                PERFORM 87-TITULO-SECCION
                MOVE 'CARRERAS ACTIVAS'        TO TOT-LEYENDA
                MOVE WS-TOT-ACTIVAS            TO TOT-CANTIDAD
                PERFORM 83-LINEA-TOTAL
                MOVE 'CARRERAS INACTIVAS'      TO TOT-LEYENDA
                MOVE WS-TOT-INACTIVAS          TO TOT-CANTIDAD
                PERFORM 83-LINEA-TOTAL
                MOVE 'CUPO DE CARRERAS ACTIVAS' TO TOT-LEYENDA
                MOVE WS-TOT-CUPO-ACTIVO        TO TOT-CANTIDAD
                PERFORM 83-LINEA-TOTAL
                MOVE 'VACANTES OTORGADAS'      TO TOT-LEYENDA
                MOVE WS-TOT-OTORGADAS          TO TOT-CANTIDAD
                PERFORM 83-LINEA-TOTAL
                MOVE 'CAMBIOS APLICADOS'       TO TOT-LEYENDA
                MOVE WS-TOT-APLICADAS          TO TOT-CANTIDAD
                PERFORM 83-LINEA-TOTAL
                MOVE 'TRANSACCIONES RECHAZADAS' TO TOT-LEYENDA
                MOVE WS-TOT-RECHAZADAS         TO TOT-CANTIDAD
                PERFORM 83-LINEA-TOTAL

                PERFORM 84-BLOQUE-FIRMAS
                CLOSE LISTADO-OUT
            END-IF.
        81-LISTAR-CATALOGO-END.
            EXIT.

        82-LISTAR-CARRERA.
            MOVE WS-CAT-CODIGO (WS-CARR-SUB)  TO DET-CODIGO.
            MOVE WS-CAT-NOMBRE (WS-CARR-SUB)  TO DET-NOMBRE.
            MOVE WS-CAT-EDADMIN (WS-CARR-SUB) TO DET-EDADMIN.
            MOVE WS-CAT-CUPO (WS-CARR-SUB)    TO DET-CUPO.
            MOVE WS-CAT-RESERVA (WS-CARR-SUB 1) TO DET-PUBLICA.
            MOVE WS-CAT-RESERVA (WS-CARR-SUB 2) TO DET-DISCAP.
            MOVE WS-CAT-RESERVA (WS-CARR-SUB 3) TO DET-RURAL.
            MOVE WS-CAT-OTORGADAS (WS-CARR-SUB) TO DET-OTORGADAS.
            ADD WS-CAT-OTORGADAS (WS-CARR-SUB) TO WS-TOT-OTORGADAS.
            IF WS-CAT-ESTADO (WS-CARR-SUB) EQUAL 'I'
                MOVE 'INACTIVA' TO DET-ESTADO
                ADD 1 TO WS-TOT-INACTIVAS
            ELSE
                MOVE 'ACTIVA'   TO DET-ESTADO
                ADD 1 TO WS-TOT-ACTIVAS
                ADD WS-CAT-CUPO (WS-CARR-SUB) TO WS-TOT-CUPO-ACTIVO
            END-IF.
            EVALUATE WS-CAT-MARCA (WS-CARR-SUB)
                WHEN 'A'
                    MOVE 'ALTA'       TO DET-CAMBIO
                WHEN 'M'
                    MOVE 'MODIFICADA' TO DET-CAMBIO
                WHEN 'B'
                    MOVE 'BAJA'       TO DET-CAMBIO
                WHEN 'R'
                    MOVE 'REACTIVADA' TO DET-CAMBIO
                WHEN OTHER
                    MOVE SPACES       TO DET-CAMBIO
            END-EVALUATE.
            MOVE WS-DET-CARRERA TO LISTADO-LINEA.
            PERFORM 85-ESCRIBIR-LINEA.
        82-LISTAR-CARRERA-END.
            EXIT.

        83-LINEA-TOTAL.
            MOVE WS-LINEA-TOTAL TO LISTADO-LINEA.
            PERFORM 85-ESCRIBIR-LINEA.
        83-LINEA-TOTAL-END.
            EXIT.

      * El bloque de firmas debe quedar entero en una pagina:
      * si no quedan lineas suficientes se fuerza el salto.
        84-BLOQUE-FIRMAS.
            IF WS-LINEA > WSC-LINEAS-POR-PAG - 6
                PERFORM 86-NUEVA-PAGINA
            END-IF.
            MOVE SPACES TO LISTADO-LINEA.
            PERFORM 85-ESCRIBIR-LINEA.
            MOVE SPACES TO LISTADO-LINEA.
            PERFORM 85-ESCRIBIR-LINEA.
            MOVE WS-FIRMA-1 TO LISTADO-LINEA.
            PERFORM 85-ESCRIBIR-LINEA.
            MOVE WS-FIRMA-2 TO LISTADO-LINEA.
            PERFORM 85-ESCRIBIR-LINEA.
        84-BLOQUE-FIRMAS-END.
            EXIT.

        85-ESCRIBIR-LINEA.
            MOVE LISTADO-LINEA TO WS-LINEA-PENDIENTE.
            IF WS-LINEA > WSC-LINEAS-POR-PAG
                PERFORM 86-NUEVA-PAGINA
            END-IF.
            MOVE WS-LINEA-PENDIENTE TO LISTADO-LINEA.
            WRITE LISTADO-LINEA.
            ADD 1 TO WS-LINEA.
        85-ESCRIBIR-LINEA-END.
            EXIT.

        86-NUEVA-PAGINA.
            ADD 1 TO WS-PAGINA.
            MOVE WS-PAGINA TO ENC1-PAGINA.
            MOVE WS-ENCABEZADO-1 TO LISTADO-LINEA.
            WRITE LISTADO-LINEA.
            MOVE WS-ENCABEZADO-2 TO LISTADO-LINEA.
            WRITE LISTADO-LINEA.
            MOVE WS-LINEA-GUIONES TO LISTADO-LINEA.
            WRITE LISTADO-LINEA.
            MOVE 4 TO WS-LINEA.
        86-NUEVA-PAGINA-END.
            EXIT.

        87-TITULO-SECCION.
            MOVE SPACES TO LISTADO-LINEA.
            PERFORM 85-ESCRIBIR-LINEA.
            MOVE WS-TITULO-SECCION TO LISTADO-LINEA.
            PERFORM 85-ESCRIBIR-LINEA.
            MOVE WS-LINEA-GUIONES TO LISTADO-LINEA.
            PERFORM 85-ESCRIBIR-LINEA.
        87-TITULO-SECCION-END.
            EXIT.

        90-REPORTE.
            DISPLAY ' '.
            DISPLAY '====== RESUMEN DE MANTENIMIENTO DE CARRERAS ===='.
            DISPLAY 'TRANSACCIONES LEIDAS : ' WS-TOT-LEIDAS.
            DISPLAY 'ALTAS REGISTRADAS    : ' WS-TOT-ALTAS.
            DISPLAY 'MODIFICACIONES       : ' WS-TOT-MODIFICAC.
            DISPLAY 'BAJAS REGISTRADAS    : ' WS-TOT-BAJAS.
            DISPLAY 'REACTIVACIONES       : ' WS-TOT-REACTIVAC.
            DISPLAY 'TRANSACCIONES RECHAZ.: ' WS-TOT-RECHAZADAS.
            DISPLAY 'RECHAZOS POR MOTIVO'.
            DISPLAY '  TIPO INVALIDO      : ' WS-RECH-TIPO.
            DISPLAY '  CODIGO EN BLANCO   : ' WS-RECH-CODIGO.
            DISPLAY '  USUARIO EN BLANCO  : ' WS-RECH-USUARIO.
            DISPLAY '  NOMBRE EN BLANCO   : ' WS-RECH-NOMBRE.
            DISPLAY '  EDAD MINIMA INVAL. : ' WS-RECH-EDAD.
            DISPLAY '  CUPO INVALIDO      : ' WS-RECH-CUPO.
            DISPLAY '  RESERVA INVALIDA   : ' WS-RECH-RESERVA.
            DISPLAY '  CUPO < OTORGADAS   : ' WS-RECH-OTORGADAS.
            DISPLAY '  CARRERA YA EXISTE  : ' WS-RECH-EXISTE.
            DISPLAY '  CARRERA INEXISTENTE: ' WS-RECH-INEXISTE.
            DISPLAY '  ESTADO YA VIGENTE  : ' WS-RECH-ESTADO.
            DISPLAY '  CATALOGO COMPLETO  : ' WS-RECH-COMPLETO.
            DISPLAY 'CARRERAS EN CATALOGO : ' WS-CARR-CANT.
            DISPLAY '==============================================='.
        90-REPORTE-END.
            EXIT.

        99-REGISTRAR-FIN.
            MOVE 'F' TO WS-RCTL-FUNCION.
            MOVE RETURN-CODE TO WS-RCTL-RETORNO.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-PROGRAMA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
        99-REGISTRAR-FIN-END.
            EXIT.
