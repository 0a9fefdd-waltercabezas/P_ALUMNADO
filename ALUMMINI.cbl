        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMMINI.
      *--------------------------------------------------------
      * Retorno estadistico anual al Ministerio de Educacion.
      * Arma para un ciclo cerrado el archivo MINISTER.DAT de
      * ancho fijo (MINISREC) con los postulantes, admitidos y
      * matriculados por carrera, abiertos por franja de edad
      * y estado del secundario, y el documento de cada uno.
      * Reemplaza la planilla que se cargaba a mano con los
      * listados de ALUMSTAT y los totales de NOSHOW.DAT.
      *
      * El ciclo a informar y el CUE del establecimiento vienen
      * de la tarjeta MINIPARM.DAT (ciclo en blanco: el de la
      * tarjeta de parametros). El ciclo tiene que estar
      * cerrado por ALUMCIER ('F' con retorno cero en
      * ALUMRCTL): recien entonces la historia del ciclo esta
      * completa y el estado de matricula de cada admitido esta
      * resuelto en el maestro.
      *
      * Fuentes:
      *   - ADMITHIS.DAT: admitidos del lote y del segundo
      *     llamado;
      *   - RECHAHIS.DAT / ESPERHIS.DAT: rechazados y lista de
      *     espera del lote;
      *   - AUDITHIS.DAT: decisiones del lote y posteriores
      *     (las revisiones favorables que ocuparon vacante
      *     tambien admiten) y revocaciones de condicionales;
      *   - POSTULANTES.DAT: documento, edad, secundario y
      *     estado de matricula. Un postulante que vuelve a
      *     figurar en un ciclo posterior no se informa como
      *     matriculado en este: el estado del maestro ya es el
      *     del ciclo siguiente.
      *
      * Validacion, en el listado de discrepancias MINIDISC.DAT:
      *   - todo matriculado debe tener documento; el
      *     postulante anonimizado por ALUMRETE no tiene
      *     documento por la politica de retencion y se informa
      *     aparte, no como discrepancia;
      *   - todo postulante debe tener su decision en la
      *     auditoria y todo admitido su alta en el maestro;
      *   - los admitidos de cada carrera deben igualar a las
      *     vacantes otorgadas segun la auditoria, con la misma
      *     regla de ALUMCARR (decisiones favorables que
      *     ocuparon cupo menos revocaciones);
      *   - el archivo generado se relee y sus registros de
      *     detalle y resumen deben cerrar contra la cola.
      * Sin discrepancias el retorno queda asentado como
      * liberado para el envio (evento 'L' de MINISTER en
      * ALUMRCTL); con alguna, termina con codigo 8 y el
      * archivo queda solo para revision.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-IN ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT MINIP-IN ASSIGN TO "MINIPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MINIP-STATUS.

            SELECT ADMITHIS-IN ASSIGN TO "ADMITHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADMITHIS-STATUS.

            SELECT RECHAHIS-IN ASSIGN TO "RECHAHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECHAHIS-STATUS.

            SELECT ESPERHIS-IN ASSIGN TO "ESPERHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ESPERHIS-STATUS.

            SELECT AUDITHIS-IN ASSIGN TO "AUDITHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDITHIS-STATUS.

            SELECT MINI-FILE ASSIGN TO "MINISTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MINI-STATUS.

            SELECT DISC-OUT ASSIGN TO "MINIDISC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DISC-STATUS.

            SELECT MASTER-FILE ASSIGN TO "POSTULANTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-ID
                ALTERNATE RECORD KEY IS MAST-DOCUMENTO
                    WITH DUPLICATES
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT SORT-FILE ASSIGN TO "SORTWK01".

        DATA DIVISION.
        FILE SECTION.
        FD  PARM-IN
            RECORDING MODE IS F.
        COPY PARAMCAR.

        FD  MINIP-IN
            RECORDING MODE IS F.
        COPY MINIPARM.

        FD  ADMITHIS-IN
            RECORDING MODE IS F.
        COPY ADMITIDO.

        FD  RECHAHIS-IN
            RECORDING MODE IS F.
        COPY RECHAZO.

        FD  ESPERHIS-IN
            RECORDING MODE IS F.
        COPY LISTAESP.

        FD  AUDITHIS-IN
            RECORDING MODE IS F.
        COPY AUDITREC.

        FD  MINI-FILE
            RECORDING MODE IS F.
        COPY MINISREC.

        FD  DISC-OUT
            RECORDING MODE IS F.
        01  DISC-LINEA              PIC X(80).

        FD  MASTER-FILE.
        COPY MASTREC.

      * Un registro por cada decision del ciclo informado o
      * posterior, por ID y ciclo: en la salida se arma cada
      * postulante con todas sus decisiones juntas.
        SD  SORT-FILE.
        01  S-REC.
            05  S-ID                PIC 9(06).
            05  S-CICLO             PIC X(06).
            05  S-ORIGEN            PIC X(01).
                88  S-DE-ADMITIDOS  VALUE 'A'.
                88  S-DE-RECHAZOS   VALUE 'R'.
                88  S-DE-ESPERA     VALUE 'E'.
                88  S-DE-AUDITORIA  VALUE 'U'.
            05  S-TIPO-DEC          PIC X(01).
            05  S-RESULTADO         PIC X(01).
            05  S-MOTIVO            PIC X(10).
            05  S-COD-CARRERA       PIC X(03).
            05  S-PREFERENCIA       PIC 9(01).
            05  S-CUPO-CATEG        PIC X(01).
            05  S-EDAD              PIC 9(02).
            05  S-SECUNDARIO        PIC X(01).

        WORKING-STORAGE SECTION.
        01 WSC-CONSTANTES.
           05 WSC-LINEAS-POR-PAG   PIC 99 VALUE 56.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.
           05 WSC-CICLO-INFORME    PIC X(06) VALUE SPACES.
           05 WSC-CUE              PIC X(09) VALUE SPACES.
           05 WSC-MAX-CARRERAS     PIC 9(03) VALUE 500.
           05 WSC-MAX-RESUMEN      PIC 9(04) VALUE 3000.

        01 WSV-VARIANTES.
           05 WSV-ID-ANTERIOR      PIC 9(06) VALUE ZERO.
           05 WSV-ID-DISCREPANCIA  PIC 9(06) VALUE ZERO.
           05 WSV-COD-CARRERA-AUX  PIC X(03) VALUE SPACES.
           05 WSV-DESCRIPCION      PIC X(40) VALUE SPACES.
           05 WSV-CLAVE-LISTADO    PIC X(05) VALUE SPACES.
           05 WSV-CLAVE-MENOR      PIC X(05) VALUE SPACES.
           05 WSV-CLAVE-AUX.
              10 WSV-CLAVE-CARRERA PIC X(03).
              10 WSV-CLAVE-FRANJA  PIC 9(01).
              10 WSV-CLAVE-SECUND  PIC X(01).

      * Lo que se junta de cada postulante con las decisiones
      * del ciclo informado.
        01 WSP-POSTULANTE.
           05 WSP-ID               PIC 9(06).
           05 WSP-EN-CICLO         PIC X(01).
              88 WSP-DEL-CICLO     VALUE 'S'.
           05 WSP-POSTERIOR        PIC X(01).
              88 WSP-CICLO-POSTERIOR VALUE 'S'.
           05 WSP-EVALUADO         PIC X(01).
              88 WSP-CON-DECISION  VALUE 'S'.
           05 WSP-ADMITIDO         PIC X(01).
              88 WSP-FUE-ADMITIDO  VALUE 'S'.
           05 WSP-REVOCADO         PIC X(01).
              88 WSP-FUE-REVOCADO  VALUE 'S'.
           05 WSP-CARR-ADMISION    PIC X(03).
           05 WSP-CARR-PRIMERA     PIC X(03).
           05 WSP-CARR-OTRA        PIC X(03).
           05 WSP-EDAD             PIC 9(02).
           05 WSP-SECUNDARIO       PIC X(01).

        01 WS-FLAGS.
           05 WS-PARM-STATUS       PIC XX VALUE SPACES.
           05 WS-MINIP-STATUS      PIC XX VALUE SPACES.
           05 WS-ADMITHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-RECHAHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-ESPERHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-AUDITHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-MINI-STATUS       PIC XX VALUE SPACES.
           05 WS-DISC-STATUS       PIC XX VALUE SPACES.
           05 WS-MASTER-STATUS     PIC XX VALUE SPACES.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-FIN-ORDEN         PIC X VALUE 'N'.
              88 FIN-ORDEN         VALUE 'S'.
           05 WS-FIN-LISTADO       PIC X VALUE 'N'.
              88 FIN-LISTADO       VALUE 'S'.
           05 WS-ERROR-FATAL       PIC X VALUE 'N'.
              88 ERROR-FATAL       VALUE 'S'.
           05 WS-EN-MAESTRO        PIC X VALUE 'N'.
              88 EN-MAESTRO        VALUE 'S'.
           05 WS-CARRERA-HALLADA   PIC X VALUE 'N'.
              88 CARRERA-HALLADA   VALUE 'S'.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA.
              10 WS-FH-AAAA        PIC X(04).
              10 WS-FH-MM          PIC X(02).
              10 WS-FH-DD          PIC X(02).
           05 FILLER               PIC X(13).

        01 WS-CONTADORES.
           05 WS-LINEA             PIC 99 VALUE 99.
           05 WS-PAGINA            PIC 9(03) VALUE ZERO.
           05 WS-CARR-SUB          PIC 9(03) VALUE ZERO.
           05 WS-RES-SUB           PIC 9(04) VALUE ZERO.
           05 WS-HIS-ADMITIDOS     PIC 9(06) VALUE ZERO.
           05 WS-HIS-RECHAZADOS    PIC 9(06) VALUE ZERO.
           05 WS-HIS-ESPERA        PIC 9(06) VALUE ZERO.
           05 WS-HIS-AUDITORIA     PIC 9(06) VALUE ZERO.
           05 WS-HIS-OTORGADAS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-DISCREPANCIAS PIC 9(06) VALUE ZERO.
           05 WS-TOT-ANONIMIZADOS  PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-DOCUMENTO PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-MAESTRO   PIC 9(06) VALUE ZERO.
           05 WS-TOT-REVOCADOS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-POSTERIORES   PIC 9(06) VALUE ZERO.

      * Totales de control que van en la cola, y los que salen
      * de releer el archivo generado.
        01 WS-TOTALES-RETORNO.
           05 WS-RET-DETALLE       PIC 9(06) VALUE ZERO.
           05 WS-RET-RESUMEN       PIC 9(06) VALUE ZERO.
           05 WS-RET-POSTULANTES   PIC 9(06) VALUE ZERO.
           05 WS-RET-ADMITIDOS     PIC 9(06) VALUE ZERO.
           05 WS-RET-MATRICULADOS  PIC 9(06) VALUE ZERO.
           05 WS-RET-SUMA-IDS      PIC 9(12) VALUE ZERO.

        01 WS-TOTALES-RELECTURA.
           05 WS-REL-CABECERAS     PIC 9(06) VALUE ZERO.
           05 WS-REL-COLAS         PIC 9(06) VALUE ZERO.
           05 WS-REL-DETALLE       PIC 9(06) VALUE ZERO.
           05 WS-REL-RESUMEN       PIC 9(06) VALUE ZERO.
           05 WS-REL-POSTULANTES   PIC 9(06) VALUE ZERO.
           05 WS-REL-ADMITIDOS     PIC 9(06) VALUE ZERO.
           05 WS-REL-MATRICULADOS  PIC 9(06) VALUE ZERO.
           05 WS-REL-RES-POSTUL    PIC 9(06) VALUE ZERO.
           05 WS-REL-RES-ADMIT     PIC 9(06) VALUE ZERO.
           05 WS-REL-RES-MATRIC    PIC 9(06) VALUE ZERO.
           05 WS-REL-SUMA-IDS      PIC 9(12) VALUE ZERO.
           05 WS-REL-COLA-DATOS.
              10 WS-REL-T-DETALLE  PIC 9(06) VALUE ZERO.
              10 WS-REL-T-RESUMEN  PIC 9(06) VALUE ZERO.
              10 WS-REL-T-POSTUL   PIC 9(06) VALUE ZERO.
              10 WS-REL-T-ADMIT    PIC 9(06) VALUE ZERO.
              10 WS-REL-T-MATRIC   PIC 9(06) VALUE ZERO.
              10 WS-REL-T-SUMA-IDS PIC 9(12) VALUE ZERO.

      * Por carrera: lo informado en el retorno y las vacantes
      * otorgadas segun la auditoria del ciclo.
        01 WS-TABLA-CARRERAS.
           05 WS-CAR-CANT          PIC 9(03) VALUE ZERO.
           05 WS-CAR-ENT           OCCURS 0 TO 500 TIMES
                                   DEPENDING ON WS-CAR-CANT
                                   INDEXED BY IDX-CAR.
              10 WS-CAR-CODIGO     PIC X(03).
              10 WS-CAR-POSTULANTES PIC 9(06).
              10 WS-CAR-ADMITIDOS  PIC 9(06).
              10 WS-CAR-MATRICULADOS PIC 9(06).
              10 WS-CAR-OTORGADAS  PIC 9(06).

      * Resumen por carrera, franja de edad y secundario para
      * los registros 'C' del retorno.
        01 WS-TABLA-RESUMEN.
           05 WS-RES-CANT          PIC 9(04) VALUE ZERO.
           05 WS-RES-ENT           OCCURS 0 TO 3000 TIMES
                                   DEPENDING ON WS-RES-CANT
                                   INDEXED BY IDX-RES.
              10 WS-RES-CLAVE.
                 15 WS-RES-CARRERA PIC X(03).
                 15 WS-RES-FRANJA  PIC 9(01).
                 15 WS-RES-SECUND  PIC X(01).
              10 WS-RES-POSTULANTES PIC 9(06).
              10 WS-RES-ADMITIDOS  PIC 9(06).
              10 WS-RES-MATRICULADOS PIC 9(06).

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
              'RETORNO AL MINISTERIO - CICLO'.
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

        01 WS-DET-DISCREPANCIA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DISC-ID              PIC X(06).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DISC-CARRERA         PIC X(03).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DISC-DESCRIPCION     PIC X(40).
           05 FILLER               PIC X(22) VALUE SPACES.

        01 WS-ENC-CARRERAS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'CARRERA'.
           05 FILLER               PIC X(13) VALUE 'POSTULANTES'.
           05 FILLER               PIC X(12) VALUE 'ADMITIDOS'.
           05 FILLER               PIC X(14) VALUE 'MATRICULADOS'.
           05 FILLER               PIC X(28) VALUE
              'OTORGADAS AUDITORIA'.

        01 WS-DET-CARRERA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DCAR-CODIGO          PIC X(03).
           05 FILLER               PIC X(07) VALUE SPACES.
           05 DCAR-POSTULANTES     PIC ZZZ,ZZ9.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 DCAR-ADMITIDOS       PIC ZZZ,ZZ9.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 DCAR-MATRICULADOS    PIC ZZZ,ZZ9.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 DCAR-OTORGADAS       PIC ZZZ,ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DCAR-MARCA           PIC X(10).
           05 FILLER               PIC X(07) VALUE SPACES.

        01 WS-LINEA-TOTAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TOT-LEYENDA          PIC X(40).
           05 TOT-CANTIDAD         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(30) VALUE SPACES.

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
        01 WS-RUN-CONTROL.
           05 WS-RCTL-FUNCION      PIC X(01) VALUE SPACE.
           05 WS-RCTL-PROGRAMA     PIC X(08) VALUE 'ALUMMINI'.
           05 WS-RCTL-CICLO        PIC X(06) VALUE SPACES.
           05 WS-RCTL-RETORNO      PIC 9(04) VALUE ZERO.
           05 WS-RCTL-RESULTADO    PIC X(01) VALUE SPACE.
           05 WS-RCTL-CONSULTA     PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
        00-CONTROL.
            DISPLAY 'RETORNO ESTADISTICO AL MINISTERIO DE EDUCACION'.
            DISPLAY '--------------------------------------------'.

            PERFORM 05-LEER-PARAMETROS.
            PERFORM 06-LEER-PEDIDO.
            MOVE WSC-CICLO-INFORME TO WS-RCTL-CICLO.
            PERFORM 01-REGISTRAR-INICIO.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
            MOVE WS-FH-DD   TO ENC2-DD.
            MOVE WS-FH-MM   TO ENC2-MM.
            MOVE WS-FH-AAAA TO ENC2-AAAA.
            MOVE WSC-CICLO-INFORME TO ENC2-CICLO.

            IF NOT ERROR-FATAL
                PERFORM 03-VERIFICAR-CIERRE
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 07-ABRIR-ARCHIVOS
            END-IF.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA - NO SE GENERO EL RETORNO'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            PERFORM 10-ARMAR-RETORNO.
            CLOSE MASTER-FILE.
            CLOSE MINI-FILE.

            PERFORM 70-VALIDAR-ARCHIVO.
            PERFORM 75-CONTROLAR-CARRERAS.
            PERFORM 80-LISTAR-TOTALES.
            CLOSE DISC-OUT.

            PERFORM 90-REPORTE.

            IF WS-TOT-DISCREPANCIAS > ZERO OR ERROR-FATAL
                DISPLAY 'RETORNO CON DISCREPANCIAS - NO ENVIAR, VER '
                        'MINIDISC.DAT'
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 95-MARCAR-LIBERACION
            END-IF.

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

      * Solo un ciclo cerrado tiene la historia completa y la
      * matricula de sus admitidos resuelta en el maestro.
        03-VERIFICAR-CIERRE.
            MOVE 'C' TO WS-RCTL-FUNCION.
            MOVE 'ALUMCIER' TO WS-RCTL-CONSULTA.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-CONSULTA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
            IF WS-RCTL-RESULTADO NOT EQUAL 'F'
               OR WS-RCTL-RETORNO NOT EQUAL ZERO
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ALUMCIER NO CERRO EL CICLO ' WS-RCTL-CICLO
                        ' - EL RETORNO SE ARMA CON EL CICLO CERRADO'
            END-IF.
        03-VERIFICAR-CIERRE-END.
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

      * El retorno suele pedirse ya empezado el ciclo
      * siguiente: la tarjeta de pedido indica el ciclo a
      * informar y, en blanco, rige el de los parametros.
        06-LEER-PEDIDO.
            OPEN INPUT MINIP-IN.
            IF WS-MINIP-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR MINIPARM.DAT - STATUS '
                        WS-MINIP-STATUS
            ELSE
                READ MINIP-IN
                    AT END
                        MOVE 'S' TO WS-ERROR-FATAL
                        DISPLAY 'TARJETA DE PEDIDO DEL RETORNO VACIA'
                    NOT AT END
                        MOVE MINIP-CICLO TO WSC-CICLO-INFORME
                        MOVE MINIP-CUE   TO WSC-CUE
                END-READ
                CLOSE MINIP-IN
            END-IF.

            IF NOT ERROR-FATAL
                IF WSC-CICLO-INFORME EQUAL SPACES
                    MOVE WSC-CICLO TO WSC-CICLO-INFORME
                END-IF
                IF WSC-CICLO-INFORME EQUAL SPACES
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'SIN CICLO A INFORMAR EN LA TARJETA DE '
                            'PEDIDO NI EN LA DE PARAMETROS'
                END-IF
                IF WSC-CUE NOT NUMERIC
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'CUE DEL ESTABLECIMIENTO INVALIDO EN LA '
                            'TARJETA: ' WSC-CUE
                END-IF
            END-IF.
            DISPLAY 'CICLO INFORMADO      : ' WSC-CICLO-INFORME.
        06-LEER-PEDIDO-END.
            EXIT.

        07-ABRIR-ARCHIVOS.
            OPEN INPUT MASTER-FILE.
            IF WS-MASTER-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR POSTULANTES.DAT - STATUS '
                        WS-MASTER-STATUS
            END-IF.
            OPEN OUTPUT MINI-FILE.
            IF WS-MINI-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR MINISTER.DAT - STATUS '
                        WS-MINI-STATUS
            END-IF.
            OPEN OUTPUT DISC-OUT.
            IF WS-DISC-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR MINIDISC.DAT - STATUS '
                        WS-DISC-STATUS
            END-IF.
        07-ABRIR-ARCHIVOS-END.
            EXIT.

      *--------------------------------------------------------
      * Armado del retorno: cabecera, un detalle por
      * postulante en orden de ID, los resumenes y la cola.
      *--------------------------------------------------------
        10-ARMAR-RETORNO.
            MOVE SPACES            TO MINI-REC.
            MOVE 'H'               TO MINI-TIPO-REG.
            MOVE WSC-CUE           TO MINI-CUE.
            MOVE WSC-CICLO-INFORME TO MINI-CICLO.
            MOVE WS-FH-FECHA       TO MINIH-FECHA-GENERACION.
            MOVE 'INSTITUTO DE ENSENANZA SUPERIOR'
                TO MINIH-ESTABLECIMIENTO.
            WRITE MINI-REC.

            MOVE 'DISCREPANCIAS POR POSTULANTE' TO TIT-TEXTO.
            PERFORM 82-TITULO-SECCION.

            SORT SORT-FILE
                ON ASCENDING KEY S-ID
                   ASCENDING KEY S-CICLO
                INPUT PROCEDURE IS 11-LIBERAR-HISTORIA
                OUTPUT PROCEDURE IS 15-ARMAR-POSTULANTES.

            IF WS-RET-POSTULANTES EQUAL ZERO
                MOVE ZERO   TO WSV-ID-DISCREPANCIA
                MOVE SPACES TO WSV-COD-CARRERA-AUX
                MOVE 'EL CICLO NO TIENE POSTULANTES EN HISTORIA'
                    TO WSV-DESCRIPCION
                PERFORM 40-REGISTRAR-DISCREPANCIA
            END-IF.

            MOVE LOW-VALUES TO WSV-CLAVE-LISTADO.
            MOVE 'N' TO WS-FIN-LISTADO.
            PERFORM 50-GRABAR-RESUMEN UNTIL FIN-LISTADO.

            MOVE SPACES               TO MINI-REC.
            MOVE 'T'                  TO MINI-TIPO-REG.
            MOVE WSC-CUE              TO MINI-CUE.
            MOVE WSC-CICLO-INFORME    TO MINI-CICLO.
            MOVE WS-RET-DETALLE       TO MINIT-CANT-DETALLE.
            MOVE WS-RET-RESUMEN       TO MINIT-CANT-RESUMEN.
            MOVE WS-RET-POSTULANTES   TO MINIT-TOT-POSTULANTES.
            MOVE WS-RET-ADMITIDOS     TO MINIT-TOT-ADMITIDOS.
            MOVE WS-RET-MATRICULADOS  TO MINIT-TOT-MATRICULADOS.
            MOVE WS-RET-SUMA-IDS      TO MINIT-SUMA-IDS.
            WRITE MINI-REC.
        10-ARMAR-RETORNO-END.
            EXIT.

      * De la historia se toman las decisiones del ciclo
      * informado y las de ciclos posteriores, que solo sirven
      * para saber si el postulante volvio a presentarse.
        11-LIBERAR-HISTORIA.
            OPEN INPUT ADMITHIS-IN.
            IF WS-ADMITHIS-STATUS NOT EQUAL '00'
                DISPLAY 'ADMITHIS.DAT NO DISPONIBLE - SIN HISTORIA '
                        'DE ADMITIDOS'
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 12-LIBERAR-ADMITIDO UNTIL FIN-ARCHIVO
                CLOSE ADMITHIS-IN
            END-IF.

            OPEN INPUT RECHAHIS-IN.
            IF WS-RECHAHIS-STATUS NOT EQUAL '00'
                DISPLAY 'RECHAHIS.DAT NO DISPONIBLE - SIN HISTORIA '
                        'DE RECHAZADOS'
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 12A-LIBERAR-RECHAZO UNTIL FIN-ARCHIVO
                CLOSE RECHAHIS-IN
            END-IF.

            OPEN INPUT ESPERHIS-IN.
            IF WS-ESPERHIS-STATUS NOT EQUAL '00'
                DISPLAY 'ESPERHIS.DAT NO DISPONIBLE - SIN HISTORIA '
                        'DE LISTA DE ESPERA'
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 12B-LIBERAR-ESPERA UNTIL FIN-ARCHIVO
                CLOSE ESPERHIS-IN
            END-IF.

            OPEN INPUT AUDITHIS-IN.
            IF WS-AUDITHIS-STATUS NOT EQUAL '00'
                DISPLAY 'AUDITHIS.DAT NO DISPONIBLE - SIN HISTORIA '
                        'DE DECISIONES'
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 12C-LIBERAR-DECISION UNTIL FIN-ARCHIVO
                CLOSE AUDITHIS-IN
            END-IF.
        11-LIBERAR-HISTORIA-END.
            EXIT.

        12-LIBERAR-ADMITIDO.
            READ ADMITHIS-IN
                AT END
                    MOVE 'S' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF ADMIT-CICLO NOT LESS THAN WSC-CICLO-INFORME
                        IF ADMIT-CICLO EQUAL WSC-CICLO-INFORME
                            ADD 1 TO WS-HIS-ADMITIDOS
                        END-IF
                        MOVE SPACES            TO S-REC
                        MOVE ADMIT-ID          TO S-ID
                        MOVE ADMIT-CICLO       TO S-CICLO
                        MOVE 'A'               TO S-ORIGEN
                        MOVE ADMIT-COD-CARRERA TO S-COD-CARRERA
                        MOVE ADMIT-PREFERENCIA TO S-PREFERENCIA
                        MOVE ADMIT-EDAD        TO S-EDAD
                        MOVE ADMIT-SECUNDARIO  TO S-SECUNDARIO
                        RELEASE S-REC
                    END-IF
            END-READ.
        12-LIBERAR-ADMITIDO-END.
            EXIT.

        12A-LIBERAR-RECHAZO.
            READ RECHAHIS-IN
                AT END
                    MOVE 'S' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF RECHAZO-CICLO NOT LESS THAN WSC-CICLO-INFORME
                        IF RECHAZO-CICLO EQUAL WSC-CICLO-INFORME
                            ADD 1 TO WS-HIS-RECHAZADOS
                        END-IF
                        MOVE SPACES              TO S-REC
                        MOVE RECHAZO-ID          TO S-ID
                        MOVE RECHAZO-CICLO       TO S-CICLO
                        MOVE 'R'                 TO S-ORIGEN
                        MOVE RECHAZO-MOTIVO      TO S-MOTIVO
                        MOVE RECHAZO-COD-CARRERA TO S-COD-CARRERA
                        MOVE ZERO                TO S-PREFERENCIA
                        MOVE RECHAZO-EDAD        TO S-EDAD
                        MOVE RECHAZO-SECUNDARIO  TO S-SECUNDARIO
                        RELEASE S-REC
                    END-IF
            END-READ.
        12A-LIBERAR-RECHAZO-END.
            EXIT.

        12B-LIBERAR-ESPERA.
            READ ESPERHIS-IN
                AT END
                    MOVE 'S' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF ESPERA-CICLO NOT LESS THAN WSC-CICLO-INFORME
                        IF ESPERA-CICLO EQUAL WSC-CICLO-INFORME
                            ADD 1 TO WS-HIS-ESPERA
                        END-IF
                        MOVE SPACES             TO S-REC
                        MOVE ESPERA-ID          TO S-ID
                        MOVE ESPERA-CICLO       TO S-CICLO
                        MOVE 'E'                TO S-ORIGEN
                        MOVE ESPERA-COD-CARRERA TO S-COD-CARRERA
                        MOVE ZERO               TO S-PREFERENCIA
                        MOVE ZERO               TO S-EDAD
                        RELEASE S-REC
                    END-IF
            END-READ.
        12B-LIBERAR-ESPERA-END.
            EXIT.

      * Las vacantes otorgadas por carrera se cuentan con la
      * regla de ALUMCARR: decision favorable que ocupo cupo,
      * menos las revocaciones.
        12C-LIBERAR-DECISION.
            READ AUDITHIS-IN
                AT END
                    MOVE 'S' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF AUDIT-CICLO NOT LESS THAN WSC-CICLO-INFORME
                        IF AUDIT-CICLO EQUAL WSC-CICLO-INFORME
                            ADD 1 TO WS-HIS-AUDITORIA
                            PERFORM 13-ACUMULAR-OTORGADA
                        END-IF
                        MOVE SPACES            TO S-REC
                        MOVE AUDIT-ID          TO S-ID
                        MOVE AUDIT-CICLO       TO S-CICLO
                        MOVE 'U'               TO S-ORIGEN
                        MOVE AUDIT-TIPO        TO S-TIPO-DEC
                        MOVE AUDIT-RESULTADO   TO S-RESULTADO
                        MOVE AUDIT-MOTIVO      TO S-MOTIVO
                        MOVE AUDIT-COD-CARRERA TO S-COD-CARRERA
                        MOVE AUDIT-PREFERENCIA TO S-PREFERENCIA
                        MOVE AUDIT-CUPO-CATEG  TO S-CUPO-CATEG
                        MOVE ZERO              TO S-EDAD
                        RELEASE S-REC
                    END-IF
            END-READ.
        12C-LIBERAR-DECISION-END.
            EXIT.

        13-ACUMULAR-OTORGADA.
            IF (AUDIT-DEC-LOTE
                OR AUDIT-DEC-APELACION
                OR AUDIT-DEC-REEVAL
                OR AUDIT-DEC-LLAMADO
                OR AUDIT-DEC-CORRECCION)
               AND AUDIT-RESULTADO EQUAL 'S'
               AND AUDIT-MOTIVO NOT EQUAL 'ESPERA'
               AND AUDIT-CUPO-CATEG NOT EQUAL SPACE
                MOVE AUDIT-COD-CARRERA TO WSV-COD-CARRERA-AUX
                PERFORM 45-UBICAR-CARRERA
                IF CARRERA-HALLADA
                    ADD 1 TO WS-CAR-OTORGADAS (WS-CARR-SUB)
                    ADD 1 TO WS-HIS-OTORGADAS
                END-IF
            END-IF.
            IF AUDIT-DEC-REVOCACION
                MOVE AUDIT-COD-CARRERA TO WSV-COD-CARRERA-AUX
                PERFORM 45-UBICAR-CARRERA
                IF CARRERA-HALLADA
                   AND WS-CAR-OTORGADAS (WS-CARR-SUB) > ZERO
                    SUBTRACT 1 FROM WS-CAR-OTORGADAS (WS-CARR-SUB)
                    SUBTRACT 1 FROM WS-HIS-OTORGADAS
                END-IF
            END-IF.
        13-ACUMULAR-OTORGADA-END.
            EXIT.

        15-ARMAR-POSTULANTES.
            MOVE ZERO TO WSV-ID-ANTERIOR.
            MOVE 'N'  TO WSP-EN-CICLO.
            MOVE 'N'  TO WS-FIN-ORDEN.
            PERFORM UNTIL FIN-ORDEN
                RETURN SORT-FILE
                    AT END
                        MOVE 'S' TO WS-FIN-ORDEN
                    NOT AT END
                        IF S-ID NOT EQUAL WSV-ID-ANTERIOR
                            IF WSP-DEL-CICLO
                                PERFORM 20-INFORMAR-POSTULANTE
                            END-IF
                            PERFORM 16-INICIAR-POSTULANTE
                        END-IF
                        IF S-CICLO EQUAL WSC-CICLO-INFORME
                            PERFORM 17-ACUMULAR-DECISION
                        ELSE
                            MOVE 'S' TO WSP-POSTERIOR
                        END-IF
                END-RETURN
            END-PERFORM.
            IF WSP-DEL-CICLO
                PERFORM 20-INFORMAR-POSTULANTE
            END-IF.
        15-ARMAR-POSTULANTES-END.
            EXIT.

        16-INICIAR-POSTULANTE.
            MOVE S-ID   TO WSV-ID-ANTERIOR.
            MOVE SPACES TO WSP-POSTULANTE.
            MOVE S-ID   TO WSP-ID.
            MOVE 'N'    TO WSP-EN-CICLO.
            MOVE 'N'    TO WSP-POSTERIOR.
            MOVE 'N'    TO WSP-EVALUADO.
            MOVE 'N'    TO WSP-ADMITIDO.
            MOVE 'N'    TO WSP-REVOCADO.
            MOVE ZERO   TO WSP-EDAD.
        16-INICIAR-POSTULANTE-END.
            EXIT.

      * La carrera informada es la de la admision; sin ella, la
      * primera opcion de la decision del lote y, a falta de
      * esta, la del primer registro que la traiga.
        17-ACUMULAR-DECISION.
            MOVE 'S' TO WSP-EN-CICLO.
            IF WSP-CARR-OTRA EQUAL SPACES
                MOVE S-COD-CARRERA TO WSP-CARR-OTRA
            END-IF.
            IF WSP-EDAD EQUAL ZERO AND S-EDAD > ZERO
                MOVE S-EDAD       TO WSP-EDAD
                MOVE S-SECUNDARIO TO WSP-SECUNDARIO
            END-IF.
            EVALUATE TRUE
                WHEN S-DE-ADMITIDOS
                    MOVE 'S'           TO WSP-ADMITIDO
                    MOVE S-COD-CARRERA TO WSP-CARR-ADMISION
                WHEN S-DE-AUDITORIA
                    PERFORM 18-ACUMULAR-AUDITORIA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
        17-ACUMULAR-DECISION-END.
            EXIT.

        18-ACUMULAR-AUDITORIA.
            IF S-TIPO-DEC EQUAL 'L' OR S-TIPO-DEC EQUAL 'C'
                MOVE 'S' TO WSP-EVALUADO
            END-IF.
            IF S-TIPO-DEC EQUAL 'L' AND S-PREFERENCIA EQUAL 1
                MOVE S-COD-CARRERA TO WSP-CARR-PRIMERA
            END-IF.
            IF (S-TIPO-DEC EQUAL 'L' OR S-TIPO-DEC EQUAL 'A'
                OR S-TIPO-DEC EQUAL 'P' OR S-TIPO-DEC EQUAL 'S'
                OR S-TIPO-DEC EQUAL 'C')
               AND S-RESULTADO EQUAL 'S'
               AND S-MOTIVO NOT EQUAL 'ESPERA'
               AND S-CUPO-CATEG NOT EQUAL SPACE
                MOVE 'S'           TO WSP-ADMITIDO
                MOVE S-COD-CARRERA TO WSP-CARR-ADMISION
            END-IF.
            IF S-TIPO-DEC EQUAL 'R'
                MOVE 'S' TO WSP-REVOCADO
            END-IF.
        18-ACUMULAR-AUDITORIA-END.
            EXIT.

      * Completa el postulante con el maestro, controla sus
      * datos y graba su detalle.
        20-INFORMAR-POSTULANTE.
            MOVE WSP-ID TO MAST-ID.
            READ MASTER-FILE
                INVALID KEY
                    MOVE 'N' TO WS-EN-MAESTRO
                NOT INVALID KEY
                    MOVE 'S' TO WS-EN-MAESTRO
            END-READ.

            MOVE SPACES            TO MINI-REC.
            MOVE 'D'               TO MINI-TIPO-REG.
            MOVE WSC-CUE           TO MINI-CUE.
            MOVE WSC-CICLO-INFORME TO MINI-CICLO.
            MOVE WSP-ID            TO MINID-ID.
            MOVE 'N'               TO MINID-ANONIMIZADO.
            IF EN-MAESTRO
                MOVE MAST-DOCUMENTO  TO MINID-DOCUMENTO
                MOVE MAST-EDAD       TO MINID-EDAD
                MOVE MAST-SECUNDARIO TO MINID-SECUNDARIO
                IF MAST-FECHA-ANONIM NOT EQUAL SPACES
                    MOVE 'S' TO MINID-ANONIMIZADO
                END-IF
            ELSE
                ADD 1 TO WS-TOT-SIN-MAESTRO
                MOVE WSP-EDAD        TO MINID-EDAD
                MOVE WSP-SECUNDARIO  TO MINID-SECUNDARIO
            END-IF.

            EVALUATE TRUE
                WHEN WSP-CARR-ADMISION NOT EQUAL SPACES
                    MOVE WSP-CARR-ADMISION TO MINID-COD-CARRERA
                WHEN WSP-CARR-PRIMERA NOT EQUAL SPACES
                    MOVE WSP-CARR-PRIMERA  TO MINID-COD-CARRERA
                WHEN OTHER
                    MOVE WSP-CARR-OTRA     TO MINID-COD-CARRERA
            END-EVALUATE.

            EVALUATE TRUE
                WHEN MINID-EDAD EQUAL ZERO
                    MOVE 0 TO MINID-FRANJA-EDAD
                WHEN MINID-EDAD < 19
                    MOVE 1 TO MINID-FRANJA-EDAD
                WHEN MINID-EDAD < 21
                    MOVE 2 TO MINID-FRANJA-EDAD
                WHEN MINID-EDAD < 25
                    MOVE 3 TO MINID-FRANJA-EDAD
                WHEN MINID-EDAD < 30
                    MOVE 4 TO MINID-FRANJA-EDAD
                WHEN OTHER
                    MOVE 5 TO MINID-FRANJA-EDAD
            END-EVALUATE.

      * La condicional revocada no cuenta como admitida, igual
      * que en el recuento de vacantes de ALUMCARR.
            EVALUATE TRUE
                WHEN WSP-FUE-REVOCADO
                    MOVE 'R' TO MINID-ADMITIDO
                    ADD 1 TO WS-TOT-REVOCADOS
                WHEN WSP-FUE-ADMITIDO
                    MOVE 'S' TO MINID-ADMITIDO
                WHEN OTHER
                    MOVE 'N' TO MINID-ADMITIDO
            END-EVALUATE.

            MOVE 'N' TO MINID-MATRICULADO.
            IF MINID-ADMITIDO EQUAL 'S' AND EN-MAESTRO
                IF MAST-MATRICULADO
                    IF WSP-CICLO-POSTERIOR
                        ADD 1 TO WS-TOT-POSTERIORES
                    ELSE
                        MOVE 'S' TO MINID-MATRICULADO
                    END-IF
                END-IF
            END-IF.

            PERFORM 25-CONTROLAR-POSTULANTE.

            WRITE MINI-REC.
            ADD 1      TO WS-RET-DETALLE.
            ADD 1      TO WS-RET-POSTULANTES.
            ADD WSP-ID TO WS-RET-SUMA-IDS.
            IF MINID-ADMITIDO EQUAL 'S'
                ADD 1 TO WS-RET-ADMITIDOS
            END-IF.
            IF MINID-MATRICULADO EQUAL 'S'
                ADD 1 TO WS-RET-MATRICULADOS
            END-IF.

            PERFORM 30-ACUMULAR-CARRERA.
            PERFORM 35-ACUMULAR-RESUMEN.
        20-INFORMAR-POSTULANTE-END.
            EXIT.

      * El anonimizado por la politica de retencion no tiene
      * documento y se cuenta aparte: no es una discrepancia.
        25-CONTROLAR-POSTULANTE.
            MOVE WSP-ID            TO WSV-ID-DISCREPANCIA.
            MOVE MINID-COD-CARRERA TO WSV-COD-CARRERA-AUX.
            IF NOT WSP-CON-DECISION
                MOVE 'SIN DECISION DEL CICLO EN LA AUDITORIA'
                    TO WSV-DESCRIPCION
                PERFORM 40-REGISTRAR-DISCREPANCIA
            END-IF.
            IF MINID-ADMITIDO EQUAL 'S' AND NOT EN-MAESTRO
                MOVE 'ADMITIDO SIN ALTA EN EL MAESTRO'
                    TO WSV-DESCRIPCION
                PERFORM 40-REGISTRAR-DISCREPANCIA
            END-IF.
            IF MINID-DOCUMENTO EQUAL SPACES
                EVALUATE TRUE
                    WHEN MINID-MATRICULADO EQUAL 'S'
                        MOVE 'MATRICULADO SIN DOCUMENTO'
                            TO WSV-DESCRIPCION
                        PERFORM 40-REGISTRAR-DISCREPANCIA
                    WHEN MINID-ANONIMIZADO EQUAL 'S'
                        ADD 1 TO WS-TOT-ANONIMIZADOS
                    WHEN OTHER
                        ADD 1 TO WS-TOT-SIN-DOCUMENTO
                END-EVALUATE
            END-IF.
        25-CONTROLAR-POSTULANTE-END.
            EXIT.

        30-ACUMULAR-CARRERA.
            MOVE MINID-COD-CARRERA TO WSV-COD-CARRERA-AUX.
            PERFORM 45-UBICAR-CARRERA.
            IF CARRERA-HALLADA
                ADD 1 TO WS-CAR-POSTULANTES (WS-CARR-SUB)
                IF MINID-ADMITIDO EQUAL 'S'
                    ADD 1 TO WS-CAR-ADMITIDOS (WS-CARR-SUB)
                END-IF
                IF MINID-MATRICULADO EQUAL 'S'
                    ADD 1 TO WS-CAR-MATRICULADOS (WS-CARR-SUB)
                END-IF
            END-IF.
        30-ACUMULAR-CARRERA-END.
            EXIT.

        35-ACUMULAR-RESUMEN.
            MOVE MINID-COD-CARRERA TO WSV-CLAVE-CARRERA.
            MOVE MINID-FRANJA-EDAD TO WSV-CLAVE-FRANJA.
            MOVE MINID-SECUNDARIO  TO WSV-CLAVE-SECUND.
            MOVE ZERO TO WS-RES-SUB.
            SET IDX-RES TO 1.
            SEARCH WS-RES-ENT
                AT END
                    IF WS-RES-CANT < WSC-MAX-RESUMEN
                        ADD 1 TO WS-RES-CANT
                        MOVE WS-RES-CANT TO WS-RES-SUB
                        MOVE WSV-CLAVE-AUX
                            TO WS-RES-CLAVE (WS-RES-SUB)
                        MOVE ZERO
                            TO WS-RES-POSTULANTES (WS-RES-SUB)
                        MOVE ZERO
                            TO WS-RES-ADMITIDOS (WS-RES-SUB)
                        MOVE ZERO
                            TO WS-RES-MATRICULADOS (WS-RES-SUB)
                    ELSE
                        IF NOT ERROR-FATAL
                            MOVE 'S' TO WS-ERROR-FATAL
                            DISPLAY 'LOS GRUPOS DEL RESUMEN EXCEDEN '
                                    'LA TABLA'
                        END-IF
                    END-IF
                WHEN WS-RES-CLAVE (IDX-RES) EQUAL WSV-CLAVE-AUX
                    SET WS-RES-SUB TO IDX-RES
            END-SEARCH.
            IF WS-RES-SUB > ZERO
                ADD 1 TO WS-RES-POSTULANTES (WS-RES-SUB)
                IF MINID-ADMITIDO EQUAL 'S'
                    ADD 1 TO WS-RES-ADMITIDOS (WS-RES-SUB)
                END-IF
                IF MINID-MATRICULADO EQUAL 'S'
                    ADD 1 TO WS-RES-MATRICULADOS (WS-RES-SUB)
                END-IF
            END-IF.
        35-ACUMULAR-RESUMEN-END.
            EXIT.

      * WSV-ID-DISCREPANCIA trae el ID (cero si la discrepancia no
      * es de un postulante) y WSV-COD-CARRERA-AUX la carrera.
        40-REGISTRAR-DISCREPANCIA.
            ADD 1 TO WS-TOT-DISCREPANCIAS.
            MOVE SPACES TO DISC-ID.
            IF WSV-ID-DISCREPANCIA > ZERO
                MOVE WSV-ID-DISCREPANCIA TO DISC-ID
            END-IF.
            MOVE WSV-COD-CARRERA-AUX TO DISC-CARRERA.
            MOVE WSV-DESCRIPCION     TO DISC-DESCRIPCION.
            MOVE WS-DET-DISCREPANCIA TO DISC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
        40-REGISTRAR-DISCREPANCIA-END.
            EXIT.

      * Busca WSV-COD-CARRERA-AUX en la tabla de carreras y la
      * agrega si no esta; deja el numero de entrada en
      * WS-CARR-SUB. Una tabla desbordada invalida el control
      * por carrera.
        45-UBICAR-CARRERA.
            MOVE 'N' TO WS-CARRERA-HALLADA.
            SET IDX-CAR TO 1.
            SEARCH WS-CAR-ENT
                AT END
                    IF WS-CAR-CANT < WSC-MAX-CARRERAS
                        ADD 1 TO WS-CAR-CANT
                        MOVE WS-CAR-CANT TO WS-CARR-SUB
                        MOVE WSV-COD-CARRERA-AUX
                            TO WS-CAR-CODIGO (WS-CARR-SUB)
                        MOVE ZERO
                            TO WS-CAR-POSTULANTES (WS-CARR-SUB)
                        MOVE ZERO TO WS-CAR-ADMITIDOS (WS-CARR-SUB)
                        MOVE ZERO
                            TO WS-CAR-MATRICULADOS (WS-CARR-SUB)
                        MOVE ZERO TO WS-CAR-OTORGADAS (WS-CARR-SUB)
                        MOVE 'S' TO WS-CARRERA-HALLADA
                    ELSE
                        IF NOT ERROR-FATAL
                            MOVE 'S' TO WS-ERROR-FATAL
                            DISPLAY 'LAS CARRERAS DEL CICLO EXCEDEN '
                                    'LA TABLA'
                        END-IF
                    END-IF
                WHEN WS-CAR-CODIGO (IDX-CAR) EQUAL WSV-COD-CARRERA-AUX
                    SET WS-CARR-SUB TO IDX-CAR
                    MOVE 'S' TO WS-CARRERA-HALLADA
            END-SEARCH.
        45-UBICAR-CARRERA-END.
            EXIT.

      * Los resumenes salen por carrera, franja y secundario
      * ascendentes: en cada vuelta se busca la menor clave
      * posterior a la ultima grabada.
        50-GRABAR-RESUMEN.
            MOVE HIGH-VALUES TO WSV-CLAVE-MENOR.
            PERFORM 52-COMPARAR-CLAVE
                VARYING IDX-RES FROM 1 BY 1
                UNTIL IDX-RES > WS-RES-CANT.
            IF WSV-CLAVE-MENOR EQUAL HIGH-VALUES
                MOVE 'S' TO WS-FIN-LISTADO
            ELSE
                MOVE WSV-CLAVE-MENOR TO WSV-CLAVE-LISTADO
                SET IDX-RES TO 1
                SEARCH WS-RES-ENT
                    AT END
                        CONTINUE
                    WHEN WS-RES-CLAVE (IDX-RES) EQUAL
                         WSV-CLAVE-LISTADO
                        PERFORM 54-GRABAR-GRUPO
                END-SEARCH
            END-IF.
        50-GRABAR-RESUMEN-END.
            EXIT.

        52-COMPARAR-CLAVE.
            IF WS-RES-CLAVE (IDX-RES) > WSV-CLAVE-LISTADO
               AND WS-RES-CLAVE (IDX-RES) < WSV-CLAVE-MENOR
                MOVE WS-RES-CLAVE (IDX-RES) TO WSV-CLAVE-MENOR
            END-IF.
        52-COMPARAR-CLAVE-END.
            EXIT.

        54-GRABAR-GRUPO.
            MOVE SPACES              TO MINI-REC.
            MOVE 'C'                 TO MINI-TIPO-REG.
            MOVE WSC-CUE             TO MINI-CUE.
            MOVE WSC-CICLO-INFORME   TO MINI-CICLO.
            MOVE WS-RES-CARRERA (IDX-RES) TO MINIC-COD-CARRERA.
            MOVE WS-RES-FRANJA (IDX-RES)  TO MINIC-FRANJA-EDAD.
            MOVE WS-RES-SECUND (IDX-RES)  TO MINIC-SECUNDARIO.
            MOVE WS-RES-POSTULANTES (IDX-RES) TO MINIC-POSTULANTES.
            MOVE WS-RES-ADMITIDOS (IDX-RES)   TO MINIC-ADMITIDOS.
            MOVE WS-RES-MATRICULADOS (IDX-RES)
                TO MINIC-MATRICULADOS.
            WRITE MINI-REC.
            ADD 1 TO WS-RET-RESUMEN.
        54-GRABAR-GRUPO-END.
            EXIT.

      *--------------------------------------------------------
      * Validacion del archivo generado: se relee completo y
      * los detalles y resumenes deben cerrar contra la cola.
      *--------------------------------------------------------
        70-VALIDAR-ARCHIVO.
            MOVE 'CONTROL DEL ARCHIVO GENERADO' TO TIT-TEXTO.
            PERFORM 82-TITULO-SECCION.
            OPEN INPUT MINI-FILE.
            IF WS-MINI-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL RELEER MINISTER.DAT - STATUS '
                        WS-MINI-STATUS
                MOVE 'NO SE PUDO RELEER MINISTER.DAT'
                    TO WSV-DESCRIPCION
                PERFORM 74-DIFERENCIA-CONTROL
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 72-RELEER-REGISTRO UNTIL FIN-ARCHIVO
                CLOSE MINI-FILE

                IF WS-REL-CABECERAS NOT EQUAL 1
                    MOVE 'CABECERA AUSENTE O REPETIDA'
                        TO WSV-DESCRIPCION
                    PERFORM 74-DIFERENCIA-CONTROL
                END-IF
                IF WS-REL-COLAS NOT EQUAL 1
                    MOVE 'COLA AUSENTE O REPETIDA' TO WSV-DESCRIPCION
                    PERFORM 74-DIFERENCIA-CONTROL
                END-IF
                IF WS-REL-DETALLE NOT EQUAL WS-REL-T-DETALLE
                    MOVE 'DETALLES NO CIERRAN CON LA COLA'
                        TO WSV-DESCRIPCION
                    PERFORM 74-DIFERENCIA-CONTROL
                END-IF
                IF WS-REL-RESUMEN NOT EQUAL WS-REL-T-RESUMEN
                    MOVE 'RESUMENES NO CIERRAN CON LA COLA'
                        TO WSV-DESCRIPCION
                    PERFORM 74-DIFERENCIA-CONTROL
                END-IF
                IF WS-REL-POSTULANTES NOT EQUAL WS-REL-T-POSTUL
                   OR WS-REL-RES-POSTUL NOT EQUAL WS-REL-T-POSTUL
                    MOVE 'POSTULANTES NO CIERRAN CON LA COLA'
                        TO WSV-DESCRIPCION
                    PERFORM 74-DIFERENCIA-CONTROL
                END-IF
                IF WS-REL-ADMITIDOS NOT EQUAL WS-REL-T-ADMIT
                   OR WS-REL-RES-ADMIT NOT EQUAL WS-REL-T-ADMIT
                    MOVE 'ADMITIDOS NO CIERRAN CON LA COLA'
                        TO WSV-DESCRIPCION
                    PERFORM 74-DIFERENCIA-CONTROL
                END-IF
                IF WS-REL-MATRICULADOS NOT EQUAL WS-REL-T-MATRIC
                   OR WS-REL-RES-MATRIC NOT EQUAL WS-REL-T-MATRIC
                    MOVE 'MATRICULADOS NO CIERRAN CON LA COLA'
                        TO WSV-DESCRIPCION
                    PERFORM 74-DIFERENCIA-CONTROL
                END-IF
                IF WS-REL-SUMA-IDS NOT EQUAL WS-REL-T-SUMA-IDS
                    MOVE 'SUMA DE IDS NO CIERRA CON LA COLA'
                        TO WSV-DESCRIPCION
                    PERFORM 74-DIFERENCIA-CONTROL
                END-IF
            END-IF.
        70-VALIDAR-ARCHIVO-END.
            EXIT.

        72-RELEER-REGISTRO.
            READ MINI-FILE
                AT END
                    MOVE 'S' TO WS-FIN-ARCHIVO
                NOT AT END
                    EVALUATE TRUE
                        WHEN MINI-CABECERA
                            ADD 1 TO WS-REL-CABECERAS
                        WHEN MINI-DETALLE
                            ADD 1        TO WS-REL-DETALLE
                            ADD 1        TO WS-REL-POSTULANTES
                            ADD MINID-ID TO WS-REL-SUMA-IDS
                            IF MINID-ADMITIDO EQUAL 'S'
                                ADD 1 TO WS-REL-ADMITIDOS
                            END-IF
                            IF MINID-MATRICULADO EQUAL 'S'
                                ADD 1 TO WS-REL-MATRICULADOS
                            END-IF
                        WHEN MINI-RESUMEN
                            ADD 1 TO WS-REL-RESUMEN
                            ADD MINIC-POSTULANTES
                                TO WS-REL-RES-POSTUL
                            ADD MINIC-ADMITIDOS   TO WS-REL-RES-ADMIT
                            ADD MINIC-MATRICULADOS
                                TO WS-REL-RES-MATRIC
                        WHEN MINI-COLA
                            ADD 1 TO WS-REL-COLAS
                            MOVE MINIT-CANT-DETALLE
                                TO WS-REL-T-DETALLE
                            MOVE MINIT-CANT-RESUMEN
                                TO WS-REL-T-RESUMEN
                            MOVE MINIT-TOT-POSTULANTES
                                TO WS-REL-T-POSTUL
                            MOVE MINIT-TOT-ADMITIDOS
                                TO WS-REL-T-ADMIT
                            MOVE MINIT-TOT-MATRICULADOS
                                TO WS-REL-T-MATRIC
                            MOVE MINIT-SUMA-IDS
                                TO WS-REL-T-SUMA-IDS
                        WHEN OTHER
                            MOVE 'TIPO DE REGISTRO DESCONOCIDO'
                                TO WSV-DESCRIPCION
                            PERFORM 74-DIFERENCIA-CONTROL
                    END-EVALUATE
            END-READ.
        72-RELEER-REGISTRO-END.
            EXIT.

        74-DIFERENCIA-CONTROL.
            MOVE ZERO   TO WSV-ID-DISCREPANCIA.
            MOVE SPACES TO WSV-COD-CARRERA-AUX.
            PERFORM 40-REGISTRAR-DISCREPANCIA.
        74-DIFERENCIA-CONTROL-END.
            EXIT.

      *--------------------------------------------------------
      * Control contra la historia: los admitidos informados de
      * cada carrera deben igualar a las vacantes otorgadas que
      * registra la auditoria del ciclo.
      *--------------------------------------------------------
        75-CONTROLAR-CARRERAS.
            MOVE 'CONTROL POR CARRERA CONTRA LA AUDITORIA'
                TO TIT-TEXTO.
            PERFORM 82-TITULO-SECCION.
            MOVE WS-ENC-CARRERAS TO DISC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
            PERFORM 76-CONTROLAR-CARRERA
                VARYING IDX-CAR FROM 1 BY 1
                UNTIL IDX-CAR > WS-CAR-CANT.
        75-CONTROLAR-CARRERAS-END.
            EXIT.

        76-CONTROLAR-CARRERA.
            MOVE WS-CAR-CODIGO (IDX-CAR)       TO DCAR-CODIGO.
            MOVE WS-CAR-POSTULANTES (IDX-CAR)  TO DCAR-POSTULANTES.
            MOVE WS-CAR-ADMITIDOS (IDX-CAR)    TO DCAR-ADMITIDOS.
            MOVE WS-CAR-MATRICULADOS (IDX-CAR) TO DCAR-MATRICULADOS.
            MOVE WS-CAR-OTORGADAS (IDX-CAR)    TO DCAR-OTORGADAS.
            MOVE SPACES TO DCAR-MARCA.
            IF WS-CAR-ADMITIDOS (IDX-CAR) NOT EQUAL
               WS-CAR-OTORGADAS (IDX-CAR)
                MOVE '* DIFIERE' TO DCAR-MARCA
            END-IF.
            MOVE WS-DET-CARRERA TO DISC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
            IF WS-CAR-ADMITIDOS (IDX-CAR) NOT EQUAL
               WS-CAR-OTORGADAS (IDX-CAR)
                MOVE ZERO TO WSV-ID-DISCREPANCIA
                MOVE WS-CAR-CODIGO (IDX-CAR) TO WSV-COD-CARRERA-AUX
                MOVE 'ADMITIDOS DIFIEREN DE VACANTES OTORGADAS'
                    TO WSV-DESCRIPCION
                PERFORM 40-REGISTRAR-DISCREPANCIA
            END-IF.
        76-CONTROLAR-CARRERA-END.
            EXIT.

        80-LISTAR-TOTALES.
            MOVE 'TOTALES DEL RETORNO' TO TIT-TEXTO.
            PERFORM 82-TITULO-SECCION.
            MOVE 'POSTULANTES INFORMADOS'         TO TOT-LEYENDA.
            MOVE WS-RET-POSTULANTES               TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'ADMITIDOS INFORMADOS'           TO TOT-LEYENDA.
            MOVE WS-RET-ADMITIDOS                 TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'MATRICULADOS INFORMADOS'        TO TOT-LEYENDA.
            MOVE WS-RET-MATRICULADOS              TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'REGISTROS DE RESUMEN'           TO TOT-LEYENDA.
            MOVE WS-RET-RESUMEN                   TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'VACANTES OTORGADAS (AUDITORIA)' TO TOT-LEYENDA.
            MOVE WS-HIS-OTORGADAS                 TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'REGISTROS ADMITHIS DEL CICLO'   TO TOT-LEYENDA.
            MOVE WS-HIS-ADMITIDOS                 TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'REGISTROS RECHAHIS DEL CICLO'   TO TOT-LEYENDA.
            MOVE WS-HIS-RECHAZADOS                TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'REGISTROS ESPERHIS DEL CICLO'   TO TOT-LEYENDA.
            MOVE WS-HIS-ESPERA                    TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'REGISTROS AUDITHIS DEL CICLO'   TO TOT-LEYENDA.
            MOVE WS-HIS-AUDITORIA                 TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'CONDICIONALES REVOCADAS'        TO TOT-LEYENDA.
            MOVE WS-TOT-REVOCADOS                 TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'MATRICULA DE UN CICLO POSTERIOR' TO TOT-LEYENDA.
            MOVE WS-TOT-POSTERIORES               TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'ANONIMIZADOS - SIN DOCUMENTO'   TO TOT-LEYENDA.
            MOVE WS-TOT-ANONIMIZADOS              TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'NO MATRICULADOS SIN DOCUMENTO'  TO TOT-LEYENDA.
            MOVE WS-TOT-SIN-DOCUMENTO             TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'POSTULANTES SIN ALTA EN MAESTRO' TO TOT-LEYENDA.
            MOVE WS-TOT-SIN-MAESTRO               TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.
            MOVE 'DISCREPANCIAS'                  TO TOT-LEYENDA.
            MOVE WS-TOT-DISCREPANCIAS             TO TOT-CANTIDAD.
            PERFORM 84-LINEA-TOTAL.

            MOVE SPACES TO DISC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
            IF WS-TOT-DISCREPANCIAS > ZERO OR ERROR-FATAL
                MOVE 'RETORNO CON DISCREPANCIAS - NO ENVIAR'
                    TO TIT-TEXTO
            ELSE
                MOVE 'RETORNO VALIDADO - APTO PARA EL ENVIO'
                    TO TIT-TEXTO
            END-IF.
            MOVE WS-TITULO-SECCION TO DISC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
        80-LISTAR-TOTALES-END.
            EXIT.

        82-TITULO-SECCION.
            MOVE SPACES TO DISC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
            MOVE WS-TITULO-SECCION TO DISC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
            MOVE WS-LINEA-GUIONES TO DISC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
        82-TITULO-SECCION-END.
            EXIT.

        84-LINEA-TOTAL.
            MOVE WS-LINEA-TOTAL TO DISC-LINEA.
            PERFORM 86-ESCRIBIR-LINEA.
        84-LINEA-TOTAL-END.
            EXIT.

        86-ESCRIBIR-LINEA.
            MOVE DISC-LINEA TO WS-LINEA-PENDIENTE.
            IF WS-LINEA > WSC-LINEAS-POR-PAG
                PERFORM 88-NUEVA-PAGINA
            END-IF.
            MOVE WS-LINEA-PENDIENTE TO DISC-LINEA.
            WRITE DISC-LINEA.
            ADD 1 TO WS-LINEA.
        86-ESCRIBIR-LINEA-END.
            EXIT.

        88-NUEVA-PAGINA.
            ADD 1 TO WS-PAGINA.
            MOVE WS-PAGINA TO ENC1-PAGINA.
            MOVE WS-ENCABEZADO-1 TO DISC-LINEA.
            WRITE DISC-LINEA.
            MOVE WS-ENCABEZADO-2 TO DISC-LINEA.
            WRITE DISC-LINEA.
            MOVE WS-LINEA-GUIONES TO DISC-LINEA.
            WRITE DISC-LINEA.
            MOVE 4 TO WS-LINEA.
        88-NUEVA-PAGINA-END.
            EXIT.

        90-REPORTE.
            DISPLAY ' '.
            DISPLAY '====== RESUMEN DEL RETORNO AL MINISTERIO ======'.
            DISPLAY 'CICLO INFORMADO      : ' WSC-CICLO-INFORME.
            DISPLAY 'POSTULANTES          : ' WS-RET-POSTULANTES.
            DISPLAY 'ADMITIDOS            : ' WS-RET-ADMITIDOS.
            DISPLAY 'MATRICULADOS         : ' WS-RET-MATRICULADOS.
            DISPLAY 'VACANTES OTORGADAS   : ' WS-HIS-OTORGADAS.
            DISPLAY 'REGISTROS DE RESUMEN : ' WS-RET-RESUMEN.
            DISPLAY 'ANONIMIZADOS         : ' WS-TOT-ANONIMIZADOS.
            DISPLAY 'DISCREPANCIAS        : ' WS-TOT-DISCREPANCIAS.
            DISPLAY '============================================'.
        90-REPORTE-END.
            EXIT.

      * El retorno cerro sin discrepancias: queda asentado como
      * liberado para el envio al Ministerio.
        95-MARCAR-LIBERACION.
            MOVE 'L' TO WS-RCTL-FUNCION.
            MOVE 'MINISTER' TO WS-RCTL-CONSULTA.
            MOVE ZERO TO WS-RCTL-RETORNO.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-CONSULTA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
            DISPLAY 'RETORNO AL MINISTERIO MARCADO COMO LIBERADO '
                    'PARA EL CICLO ' WS-RCTL-CICLO.
        95-MARCAR-LIBERACION-END.
            EXIT.

        99-REGISTRAR-FIN.
            MOVE 'F' TO WS-RCTL-FUNCION.
            MOVE RETURN-CODE TO WS-RCTL-RETORNO.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-PROGRAMA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
        99-REGISTRAR-FIN-END.
            EXIT.
