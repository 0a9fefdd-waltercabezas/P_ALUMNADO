        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMRETE.
      *--------------------------------------------------------
      * Retencion y anonimizacion de datos personales de los
      * postulantes que nunca se matricularon, segun la
      * politica de proteccion de datos. Corre entre ciclos:
      * exige el ciclo de la tarjeta de parametros cerrado por
      * ALUMCIER y ninguna corrida de la suite en proceso
      * (ALUMRCTL 'P'). La tarjeta RETENCIO.DAT (RETEPARM)
      * indica cuantos ciclos cerrados, los mas recientes,
      * conservan los datos personales.
      *   1. Arma la lista de ciclos y el ultimo ciclo de cada
      *      ID con los archivos de historia que deja ALUMCIER
      *      (ADMITHIS, RECHAHIS, ESPERHIS, AUDITHIS, EXCEPHIS
      *      y DOCREHIS). Es elegible el ID cuyo ultimo ciclo
      *      es anterior al mas antiguo de los retenidos y que
      *      no figura matriculado en el maestro; el ID sin
      *      alta en el maestro no tiene matricula registrada
      *      en admision y tambien es elegible.
      *   2. Depura de la bitacora MANTJRNL.DAT los cambios
      *      anteriores a la fecha del resguardo mas antiguo
      *      retenido, y enmascara los datos personales en las
      *      imagenes de los cambios que se conservan de los
      *      IDs elegibles.
      *   3. Anonimiza el maestro: nombre enmascarado y
      *      documento, nombre completo, domicilio, telefono y
      *      email en blanco, con la fecha en MAST-FECHA-ANONIM.
      *      Cada registro anonimizado deja una modificacion en
      *      la bitacora (sin imagen anterior, para no volver a
      *      guardar los datos que se borran), de modo que una
      *      recuperacion con ALUMRECU no los restituya.
      *   4. Enmascara nombre y documento de los IDs elegibles
      *      en los archivos de historia y en el indice
      *      HISTPOST.DAT. Las excepciones con ID invalido se
      *      enmascaran por el ciclo del registro.
      *   5. Emite RETECERT.DAT, certificado para asesoria
      *      letrada con la tarjeta aplicada y los conteos por
      *      ciclo, con bloque de firmas.
      * Se conservan el ID, la edad, la carrera, el resultado,
      * el motivo y el puntaje, que alimentan las
      * estadisticas. La corrida es repetible: un registro ya
      * anonimizado no se vuelve a contar.
      * Los archivos de historia y la bitacora se reescriben a
      * traves de los archivos de trabajo RETEHTRB.DAT y
      * RETEJTRB.DAT.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-IN ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT RETE-IN ASSIGN TO "RETENCIO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RETE-STATUS.

      * Los seis archivos de historia se recorren con la misma
      * logica y comparten el status.
            SELECT ADMITHIS-FILE ASSIGN TO "ADMITHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISA-STATUS.

            SELECT RECHAHIS-FILE ASSIGN TO "RECHAHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISA-STATUS.

            SELECT ESPERHIS-FILE ASSIGN TO "ESPERHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISA-STATUS.

            SELECT AUDITHIS-FILE ASSIGN TO "AUDITHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISA-STATUS.

            SELECT EXCEPHIS-FILE ASSIGN TO "EXCEPHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISA-STATUS.

            SELECT DOCREHIS-FILE ASSIGN TO "DOCREHIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISA-STATUS.

            SELECT HTRB-FILE ASSIGN TO "RETEHTRB.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HTRB-STATUS.

            SELECT JRNL-FILE ASSIGN TO "MANTJRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.

            SELECT JTRB-FILE ASSIGN TO "RETEJTRB.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JTRB-STATUS.

            SELECT CERT-OUT ASSIGN TO "RETECERT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CERT-STATUS.

            SELECT HIST-FILE ASSIGN TO "HISTPOST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-CLAVE
                FILE STATUS IS WS-HIST-STATUS.

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

        FD  RETE-IN
            RECORDING MODE IS F.
        COPY RETEPARM.

        FD  ADMITHIS-FILE
            RECORDING MODE IS F.
        01  ADMITHIS-LINEA          PIC X(80).

        FD  RECHAHIS-FILE
            RECORDING MODE IS F.
        01  RECHAHIS-LINEA          PIC X(80).

        FD  ESPERHIS-FILE
            RECORDING MODE IS F.
        01  ESPERHIS-LINEA          PIC X(80).

        FD  AUDITHIS-FILE
            RECORDING MODE IS F.
        01  AUDITHIS-LINEA          PIC X(80).

        FD  EXCEPHIS-FILE
            RECORDING MODE IS F.
        01  EXCEPHIS-LINEA          PIC X(80).

        FD  DOCREHIS-FILE
            RECORDING MODE IS F.
        01  DOCREHIS-LINEA          PIC X(80).

        FD  HTRB-FILE
            RECORDING MODE IS F.
        01  HTRB-LINEA              PIC X(80).

        FD  JRNL-FILE
            RECORDING MODE IS F.
        COPY JRNLREC.

        FD  JTRB-FILE
            RECORDING MODE IS F.
        01  JTRB-REGISTRO           PIC X(429).

        FD  CERT-OUT
            RECORDING MODE IS F.
        01  CERT-LINEA              PIC X(80).

        FD  HIST-FILE.
        COPY HISTPOST.

        FD  MASTER-FILE.
        COPY MASTREC.

      * Un registro por cada aparicion de un ID en la
      * historia, por ID y ciclo descendente: el primero de
      * cada ID trae su ultimo ciclo.
        SD  SORT-FILE.
        01  S-REC.
            05  S-ID                PIC 9(06).
            05  S-CICLO             PIC X(06).

        WORKING-STORAGE SECTION.
        01 WSC-CONSTANTES.
           05 WSC-LINEAS-POR-PAG   PIC 99 VALUE 56.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.
           05 WSC-NOMBRE-ANONIMO   PIC X(06) VALUE '******'.
           05 WSC-MAX-ELEGIBLES    PIC 9(05) VALUE 50000.
           05 WSC-MAX-CICLOS       PIC 9(03) VALUE 200.

      * Archivos de historia en el orden en que se recorren:
      * A ADMITHIS, R RECHAHIS, E ESPERHIS, U AUDITHIS,
      * X EXCEPHIS, D DOCREHIS.
        01 WSC-ARCHIVOS-HISTORIA.
           05 FILLER               PIC X(13) VALUE 'AADMITHIS.DAT'.
           05 FILLER               PIC X(13) VALUE 'RRECHAHIS.DAT'.
           05 FILLER               PIC X(13) VALUE 'EESPERHIS.DAT'.
           05 FILLER               PIC X(13) VALUE 'UAUDITHIS.DAT'.
           05 FILLER               PIC X(13) VALUE 'XEXCEPHIS.DAT'.
           05 FILLER               PIC X(13) VALUE 'DDOCREHIS.DAT'.
        01 WSC-TABLA-ARCHIVOS      REDEFINES WSC-ARCHIVOS-HISTORIA.
           05 WSC-ARCH-ENT         OCCURS 6 TIMES.
              10 WSC-ARCH-CODIGO   PIC X(01).
              10 WSC-ARCH-NOMBRE   PIC X(12).

        01 WSV-VARIANTES.
           05 WSV-ARCHIVO          PIC 9(01) VALUE ZERO.
           05 WSV-ARCH-CODIGO      PIC X(01) VALUE SPACE.
           05 WSV-ID-LINEA         PIC 9(06) VALUE ZERO.
           05 WSV-CICLO-LINEA      PIC X(06) VALUE SPACES.
           05 WSV-ID-ANTERIOR      PIC 9(06) VALUE ZERO.
           05 WSV-CICLO-CORTE      PIC X(06) VALUE SPACES.
           05 WSV-CICLO-TOPE       PIC X(06) VALUE SPACES.
           05 WSV-CICLO-MAYOR      PIC X(06) VALUE SPACES.
           05 WSV-CICLO-LISTADO    PIC X(06) VALUE SPACES.
           05 WSV-CICLO-MENOR      PIC X(06) VALUE SPACES.
           05 WSV-PASOS            PIC 9(02) VALUE ZERO.
           05 WSV-LINEA-HIST       PIC X(80) VALUE SPACES.
           05 WSV-LINEA-ORIGINAL   PIC X(80) VALUE SPACES.
           05 WSV-IMAGEN-ORIGINAL  PIC X(200) VALUE SPACES.

        01 WS-FLAGS.
           05 WS-PARM-STATUS       PIC XX VALUE SPACES.
           05 WS-RETE-STATUS       PIC XX VALUE SPACES.
           05 WS-HISA-STATUS       PIC XX VALUE SPACES.
           05 WS-HTRB-STATUS       PIC XX VALUE SPACES.
           05 WS-JRNL-STATUS       PIC XX VALUE SPACES.
           05 WS-JTRB-STATUS       PIC XX VALUE SPACES.
           05 WS-CERT-STATUS       PIC XX VALUE SPACES.
           05 WS-HIST-STATUS       PIC XX VALUE SPACES.
           05 WS-MASTER-STATUS     PIC XX VALUE SPACES.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-FIN-ORDEN         PIC X VALUE 'N'.
              88 FIN-ORDEN         VALUE 'S'.
           05 WS-ERROR-FATAL       PIC X VALUE 'N'.
              88 ERROR-FATAL       VALUE 'S'.
           05 WS-ARCHIVO-PRESENTE  PIC X VALUE 'N'.
              88 ARCHIVO-PRESENTE  VALUE 'S'.
           05 WS-ID-VALIDO         PIC X VALUE 'N'.
              88 ID-VALIDO         VALUE 'S'.
           05 WS-ES-ELEGIBLE       PIC X VALUE 'N'.
              88 ES-ELEGIBLE       VALUE 'S'.
           05 WS-HAY-CORTE         PIC X VALUE 'N'.
              88 HAY-CORTE         VALUE 'S'.
           05 WS-SIN-MAS-CICLOS    PIC X VALUE 'N'.
              88 SIN-MAS-CICLOS    VALUE 'S'.
           05 WS-CON-DEPURACION    PIC X VALUE 'N'.
              88 CON-DEPURACION    VALUE 'S'.
           05 WS-IMAGEN-CAMBIADA   PIC X VALUE 'N'.
              88 IMAGEN-CAMBIADA   VALUE 'S'.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA.
              10 WS-FH-AAAA        PIC X(04).
              10 WS-FH-MM          PIC X(02).
              10 WS-FH-DD          PIC X(02).
           05 WS-FH-HORA           PIC X(06).
           05 FILLER               PIC X(07).

      * Vistas de los registros de historia, para ubicar el ID
      * y el ciclo de cada linea y enmascarar sus datos.
        COPY ADMITIDO.

        COPY RECHAZO.

        COPY LISTAESP.

        COPY AUDITREC.

        COPY EXCEPCIO.

        COPY DOCREVIS.

        COPY POSTU.

        01 WS-CONTADORES.
           05 WS-LINEA             PIC 99 VALUE 99.
           05 WS-PAGINA            PIC 9(03) VALUE ZERO.
           05 WS-TOT-IDS-HISTORIA  PIC 9(06) VALUE ZERO.
           05 WS-TOT-ELEGIBLES     PIC 9(06) VALUE ZERO.
           05 WS-TOT-MATRICULADOS  PIC 9(06) VALUE ZERO.
           05 WS-TOT-ANONIMIZADOS  PIC 9(06) VALUE ZERO.
           05 WS-TOT-MAESTRO       PIC 9(06) VALUE ZERO.
           05 WS-TOT-YA-ANONIM     PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-MAESTRO   PIC 9(06) VALUE ZERO.
           05 WS-TOT-REG-HISTORIA  PIC 9(06) VALUE ZERO.
           05 WS-TOT-REG-INDICE    PIC 9(06) VALUE ZERO.
           05 WS-TOT-JRNL-DEPURAD  PIC 9(06) VALUE ZERO.
           05 WS-TOT-JRNL-ENMASC   PIC 9(06) VALUE ZERO.
           05 WS-TOT-JRNL-CONSERV  PIC 9(06) VALUE ZERO.
      * Control de la copia de trabajo: el original solo se
      * regraba si la copia tiene todo lo leido.
           05 WS-COPIA-LEIDOS      PIC 9(06) VALUE ZERO.
           05 WS-COPIA-GRABADOS    PIC 9(06) VALUE ZERO.

      * Ciclos hallados en la historia, con lo anonimizado en
      * cada uno: postulantes por su ultimo ciclo y registros
      * de historia por el ciclo del registro.
        01 WS-TABLA-CICLOS.
           05 WS-CIC-CANT          PIC 9(03) VALUE ZERO.
           05 WS-CIC-ENT           OCCURS 0 TO 200 TIMES
                                   DEPENDING ON WS-CIC-CANT
                                   INDEXED BY IDX-CIC.
              10 WS-CIC-CICLO      PIC X(06).
              10 WS-CIC-POSTULANTES PIC 9(06).
              10 WS-CIC-REGISTROS  PIC 9(06).

      * IDs elegibles en orden ascendente (salen del SORT),
      * para la busqueda binaria al recorrer la historia y la
      * bitacora. WS-ELEG-CAMBIO queda en 'S' si la corrida
      * modifico algun dato del ID.
        01 WS-TABLA-ELEGIBLES.
           05 WS-ELEG-CANT         PIC 9(05) VALUE ZERO.
           05 WS-ELEG-ENT          OCCURS 0 TO 50000 TIMES
                                   DEPENDING ON WS-ELEG-CANT
                                   ASCENDING KEY IS WS-ELEG-ID
                                   INDEXED BY IDX-ELEG.
              10 WS-ELEG-ID        PIC 9(06).
              10 WS-ELEG-CICLO     PIC X(06).
              10 WS-ELEG-MAESTRO   PIC X(01).
              10 WS-ELEG-CAMBIO    PIC X(01).

        01 WS-ENCABEZADO-1.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(44) VALUE
              'INSTITUTO DE ENSENANZA SUPERIOR - ALUMNADO'.
           05 FILLER               PIC X(08) VALUE 'PAGINA'.
           05 ENC1-PAGINA          PIC ZZ9.
           05 FILLER               PIC X(07) VALUE SPACES.

        01 WS-ENCABEZADO-2.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 ENC2-TITULO          PIC X(32) VALUE
              'CERTIFICADO DE ANONIMIZACION'.
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

        01 WS-LINEA-PARAMETRO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 PAR-LEYENDA          PIC X(36).
           05 PAR-VALOR            PIC X(30).
           05 FILLER               PIC X(11) VALUE SPACES.

        01 WS-LINEA-TEXTO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TXT-TEXTO            PIC X(77).

        01 WS-ENC-COLUMNAS.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'CICLO'.
           05 FILLER               PIC X(16) VALUE 'SITUACION'.
           05 FILLER               PIC X(16) VALUE 'POSTULANTES'.
           05 FILLER               PIC X(32) VALUE
              'REGISTROS DE HISTORIA'.

        01 WS-DET-CICLO.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 DET-CICLO            PIC X(06).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DET-SITUACION        PIC X(12).
           05 FILLER               PIC X(07) VALUE SPACES.
           05 DET-POSTULANTES      PIC ZZZ,ZZ9.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 DET-REGISTROS        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(19) VALUE SPACES.

        01 WS-LINEA-TOTAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TOT-LEYENDA          PIC X(36).
           05 TOT-CANTIDAD         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(34) VALUE SPACES.

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
              'ASESORIA LETRADA'.
           05 FILLER               PIC X(10) VALUE SPACES.

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
        01 WS-RUN-CONTROL.
           05 WS-RCTL-FUNCION      PIC X(01) VALUE SPACE.
           05 WS-RCTL-PROGRAMA     PIC X(08) VALUE 'ALUMRETE'.
           05 WS-RCTL-CICLO        PIC X(06) VALUE SPACES.
           05 WS-RCTL-RETORNO      PIC 9(04) VALUE ZERO.
           05 WS-RCTL-RESULTADO    PIC X(01) VALUE SPACE.
           05 WS-RCTL-CONSULTA     PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
        00-CONTROL.
            DISPLAY 'RETENCION Y ANONIMIZACION DE DATOS PERSONALES'.
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
            IF NOT ERROR-FATAL
                PERFORM 03-VERIFICAR-CIERRE
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 04-LEER-RETENCION
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 07-ABRIR-MAESTRO
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 10-SELECCIONAR-ELEGIBLES
            END-IF.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA - NO SE MODIFICO NINGUN '
                        'ARCHIVO'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

      * Una falla al regrabar un archivo detiene la depuracion
      * ahi, con cada archivo entero (regrabado o intacto); el
      * certificado y el codigo 8 informan el estado parcial.
            PERFORM 30-DEPURAR-BITACORA.
            IF NOT ERROR-FATAL
                PERFORM 40-ANONIMIZAR-MAESTRO
            END-IF.
            CLOSE MASTER-FILE.

            PERFORM 50-ENMASCARAR-HISTORIA
                VARYING WSV-ARCHIVO FROM 1 BY 1
                UNTIL WSV-ARCHIVO > 6 OR ERROR-FATAL.
            IF NOT ERROR-FATAL
                PERFORM 60-ENMASCARAR-INDICE
            END-IF.

            PERFORM 65-CONTAR-POSTULANTES
                VARYING IDX-ELEG FROM 1 BY 1
                UNTIL IDX-ELEG > WS-ELEG-CANT.

            PERFORM 70-EMITIR-CERTIFICADO.

            PERFORM 90-REPORTE.

            IF ERROR-FATAL
                MOVE 8 TO RETURN-CODE
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

      * El maestro y la historia no pueden cambiar mientras
      * otra corrida de la suite los usa.
        02-VERIFICAR-EN-PROCESO.
            MOVE 'P' TO WS-RCTL-FUNCION.
            MOVE WS-RCTL-PROGRAMA TO WS-RCTL-CONSULTA.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-CONSULTA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
            IF WS-RCTL-RESULTADO EQUAL 'S'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'HAY UNA CORRIDA EN PROCESO ('
                        WS-RCTL-CONSULTA ') - NO SE PUEDE '
                        'ANONIMIZAR'
            END-IF.
        02-VERIFICAR-EN-PROCESO-END.
            EXIT.

      * Con el ciclo cerrado la historia esta completa y los
      * archivos de trabajo vacios: ningun postulante esta en
      * tramite mientras se decide su ultimo ciclo.
        03-VERIFICAR-CIERRE.
            IF WSC-CICLO EQUAL SPACES
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'SIN CICLO EN LA TARJETA DE PARAMETROS - NO '
                        'SE PUEDE CONTROLAR EL CIERRE'
            ELSE
                MOVE 'C' TO WS-RCTL-FUNCION
                MOVE 'ALUMCIER' TO WS-RCTL-CONSULTA
                CALL 'ALUMRCTL' USING WS-RCTL-FUNCION
                    WS-RCTL-CONSULTA WS-RCTL-CICLO WS-RCTL-RETORNO
                    WS-RCTL-RESULTADO
                IF WS-RCTL-RESULTADO NOT EQUAL 'F'
                   OR WS-RCTL-RETORNO NOT EQUAL ZERO
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'ALUMCIER NO CERRO EL CICLO '
                            WS-RCTL-CICLO ' - LA ANONIMIZACION '
                            'CORRE CON EL CICLO CERRADO'
                END-IF
            END-IF.
        03-VERIFICAR-CIERRE-END.
            EXIT.

        04-LEER-RETENCION.
            OPEN INPUT RETE-IN.
            IF WS-RETE-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR RETENCIO.DAT - STATUS '
                        WS-RETE-STATUS
            ELSE
                READ RETE-IN
                    AT END
                        MOVE 'S' TO WS-ERROR-FATAL
                        DISPLAY 'TARJETA DE RETENCION VACIA'
                END-READ
                CLOSE RETE-IN
            END-IF.

            IF NOT ERROR-FATAL
                IF RETE-CICLOS-RETENIDOS NOT NUMERIC
                   OR RETE-CICLOS-RETENIDOS EQUAL ZERO
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'CICLOS RETENIDOS INVALIDOS EN LA '
                            'TARJETA: ' RETE-CICLOS-RETENIDOS
                END-IF
                IF RETE-FECHA-RESGUARDO EQUAL SPACES
                    DISPLAY 'SIN FECHA DE RESGUARDO - NO SE DEPURA '
                            'LA BITACORA'
                ELSE
                    IF RETE-FECHA-RESGUARDO NOT NUMERIC
                        MOVE 'S' TO WS-ERROR-FATAL
                        DISPLAY 'FECHA DE RESGUARDO INVALIDA EN LA '
                                'TARJETA: ' RETE-FECHA-RESGUARDO
                    ELSE
                        MOVE 'S' TO WS-CON-DEPURACION
                    END-IF
                END-IF
            END-IF.
        04-LEER-RETENCION-END.
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

        07-ABRIR-MAESTRO.
            OPEN I-O MASTER-FILE.
            IF WS-MASTER-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR POSTULANTES.DAT - STATUS '
                        WS-MASTER-STATUS
            END-IF.
        07-ABRIR-MAESTRO-END.
            EXIT.

      *--------------------------------------------------------
      * Seleccion de elegibles: la historia completa pasa por
      * el SORT (ID y ciclo) y en la salida se resuelve el
      * ultimo ciclo de cada ID contra el ciclo de corte.
      *--------------------------------------------------------
        10-SELECCIONAR-ELEGIBLES.
            SORT SORT-FILE
                ON ASCENDING KEY S-ID
                   DESCENDING KEY S-CICLO
                INPUT PROCEDURE IS 11-LIBERAR-HISTORIA
                OUTPUT PROCEDURE IS 15-ELEGIR-POSTULANTES.
        10-SELECCIONAR-ELEGIBLES-END.
            EXIT.

        11-LIBERAR-HISTORIA.
            PERFORM 12-LIBERAR-ARCHIVO
                VARYING WSV-ARCHIVO FROM 1 BY 1
                UNTIL WSV-ARCHIVO > 6.
        11-LIBERAR-HISTORIA-END.
            EXIT.

      * Un archivo de historia que todavia no existe (ningun
      * cierre lo genero) no aporta registros.
        12-LIBERAR-ARCHIVO.
            MOVE WSC-ARCH-CODIGO (WSV-ARCHIVO) TO WSV-ARCH-CODIGO.
            PERFORM 20-ABRIR-HISTORIA-ENTRADA.
            IF ARCHIVO-PRESENTE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 13-LIBERAR-LINEA UNTIL FIN-ARCHIVO
                PERFORM 24-CERRAR-HISTORIA
            END-IF.
        12-LIBERAR-ARCHIVO-END.
            EXIT.

        13-LIBERAR-LINEA.
            PERFORM 21-LEER-HISTORIA.
            IF NOT FIN-ARCHIVO
                PERFORM 25-UBICAR-LINEA
                IF WSV-CICLO-LINEA NOT EQUAL SPACES
                    PERFORM 14-REGISTRAR-CICLO
                    IF ID-VALIDO
                        MOVE WSV-ID-LINEA    TO S-ID
                        MOVE WSV-CICLO-LINEA TO S-CICLO
                        RELEASE S-REC
                    END-IF
                END-IF
            END-IF.
        13-LIBERAR-LINEA-END.
            EXIT.

      * Una tabla de ciclos desbordada dejaria el corte mal
      * calculado: se aborta antes de modificar nada.
        14-REGISTRAR-CICLO.
            SET IDX-CIC TO 1.
            SEARCH WS-CIC-ENT
                AT END
                    IF WS-CIC-CANT < WSC-MAX-CICLOS
                        ADD 1 TO WS-CIC-CANT
                        MOVE WSV-CICLO-LINEA
                            TO WS-CIC-CICLO (WS-CIC-CANT)
                        MOVE ZERO
                            TO WS-CIC-POSTULANTES (WS-CIC-CANT)
                        MOVE ZERO
                            TO WS-CIC-REGISTROS (WS-CIC-CANT)
                    ELSE
                        IF NOT ERROR-FATAL
                            MOVE 'S' TO WS-ERROR-FATAL
                            DISPLAY 'LA HISTORIA EXCEDE LA TABLA DE '
                                    'CICLOS'
                        END-IF
                    END-IF
                WHEN WS-CIC-CICLO (IDX-CIC) EQUAL WSV-CICLO-LINEA
                    CONTINUE
            END-SEARCH.
        14-REGISTRAR-CICLO-END.
            EXIT.

        15-ELEGIR-POSTULANTES.
            PERFORM 16-CALCULAR-CORTE.
            MOVE ZERO TO WSV-ID-ANTERIOR.
            MOVE 'N'  TO WS-FIN-ORDEN.
            PERFORM UNTIL FIN-ORDEN
                RETURN SORT-FILE
                    AT END
                        MOVE 'S' TO WS-FIN-ORDEN
                    NOT AT END
                        IF S-ID NOT EQUAL WSV-ID-ANTERIOR
                            MOVE S-ID TO WSV-ID-ANTERIOR
                            PERFORM 18-EVALUAR-POSTULANTE
                        END-IF
                END-RETURN
            END-PERFORM.
        15-ELEGIR-POSTULANTES-END.
            EXIT.

      * El ciclo de corte es el mas antiguo de los retenidos:
      * se baja desde el mas reciente tantas veces como ciclos
      * retiene la tarjeta. Si la historia no tiene mas ciclos
      * que los retenidos no hay nada que anonimizar.
        16-CALCULAR-CORTE.
            MOVE HIGH-VALUES TO WSV-CICLO-TOPE.
            MOVE ZERO        TO WSV-PASOS.
            MOVE 'N'         TO WS-SIN-MAS-CICLOS.
            PERFORM 16A-BAJAR-TOPE
                UNTIL WSV-PASOS NOT LESS THAN RETE-CICLOS-RETENIDOS
                   OR SIN-MAS-CICLOS.
            IF NOT SIN-MAS-CICLOS
                MOVE 'S' TO WS-HAY-CORTE
                MOVE WSV-CICLO-TOPE TO WSV-CICLO-CORTE
                DISPLAY 'CICLO MAS ANTIGUO RETENIDO: '
                        WSV-CICLO-CORTE
            ELSE
                DISPLAY 'LA HISTORIA NO SUPERA LOS CICLOS RETENIDOS '
                        '- NO HAY POSTULANTES ELEGIBLES'
            END-IF.
        16-CALCULAR-CORTE-END.
            EXIT.

        16A-BAJAR-TOPE.
            MOVE LOW-VALUES TO WSV-CICLO-MAYOR.
            PERFORM 16B-COMPARAR-CICLO
                VARYING IDX-CIC FROM 1 BY 1
                UNTIL IDX-CIC > WS-CIC-CANT.
            IF WSV-CICLO-MAYOR EQUAL LOW-VALUES
                MOVE 'S' TO WS-SIN-MAS-CICLOS
            ELSE
                MOVE WSV-CICLO-MAYOR TO WSV-CICLO-TOPE
                ADD 1 TO WSV-PASOS
            END-IF.
        16A-BAJAR-TOPE-END.
            EXIT.

        16B-COMPARAR-CICLO.
            IF WS-CIC-CICLO (IDX-CIC) < WSV-CICLO-TOPE
               AND WS-CIC-CICLO (IDX-CIC) > WSV-CICLO-MAYOR
                MOVE WS-CIC-CICLO (IDX-CIC) TO WSV-CICLO-MAYOR
            END-IF.
        16B-COMPARAR-CICLO-END.
            EXIT.

      * Primer registro de cada ID: su ultimo ciclo. El
      * matriculado en el maestro conserva sus datos.
        18-EVALUAR-POSTULANTE.
            ADD 1 TO WS-TOT-IDS-HISTORIA.
            IF HAY-CORTE AND S-CICLO < WSV-CICLO-CORTE
                MOVE S-ID TO MAST-ID
                READ MASTER-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-ES-ELEGIBLE
                        PERFORM 19-AGREGAR-ELEGIBLE
                    NOT INVALID KEY
                        IF MAST-MATRICULADO
                            ADD 1 TO WS-TOT-MATRICULADOS
                        ELSE
                            MOVE 'S' TO WS-ES-ELEGIBLE
                            PERFORM 19-AGREGAR-ELEGIBLE
                        END-IF
                END-READ
            END-IF.
        18-EVALUAR-POSTULANTE-END.
            EXIT.

      * WS-ES-ELEGIBLE trae aqui si el ID tiene alta en el
      * maestro. Un elegible que desborda la tabla quedaria
      * con los datos en la historia: se aborta.
        19-AGREGAR-ELEGIBLE.
            IF WS-ELEG-CANT < WSC-MAX-ELEGIBLES
                ADD 1 TO WS-ELEG-CANT
                ADD 1 TO WS-TOT-ELEGIBLES
                MOVE S-ID    TO WS-ELEG-ID (WS-ELEG-CANT)
                MOVE S-CICLO TO WS-ELEG-CICLO (WS-ELEG-CANT)
                MOVE WS-ES-ELEGIBLE
                    TO WS-ELEG-MAESTRO (WS-ELEG-CANT)
                MOVE 'N'     TO WS-ELEG-CAMBIO (WS-ELEG-CANT)
            ELSE
                IF NOT ERROR-FATAL
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'LOS POSTULANTES ELEGIBLES EXCEDEN LA '
                            'TABLA - REDUCIR LA CORRIDA'
                END-IF
            END-IF.
        19-AGREGAR-ELEGIBLE-END.
            EXIT.

      *--------------------------------------------------------
      * Acceso generico a los archivos de historia, segun el
      * codigo del archivo en curso (WSV-ARCH-CODIGO). La linea
      * leida o a grabar viaja en WSV-LINEA-HIST.
      *--------------------------------------------------------
        20-ABRIR-HISTORIA-ENTRADA.
            MOVE 'N' TO WS-ARCHIVO-PRESENTE.
            EVALUATE WSV-ARCH-CODIGO
                WHEN 'A' OPEN INPUT ADMITHIS-FILE
                WHEN 'R' OPEN INPUT RECHAHIS-FILE
                WHEN 'E' OPEN INPUT ESPERHIS-FILE
                WHEN 'U' OPEN INPUT AUDITHIS-FILE
                WHEN 'X' OPEN INPUT EXCEPHIS-FILE
                WHEN 'D' OPEN INPUT DOCREHIS-FILE
            END-EVALUATE.
            IF WS-HISA-STATUS EQUAL '00'
                MOVE 'S' TO WS-ARCHIVO-PRESENTE
            ELSE
                DISPLAY WSC-ARCH-NOMBRE (WSV-ARCHIVO)
                        ' NO DISPONIBLE - STATUS ' WS-HISA-STATUS
            END-IF.
        20-ABRIR-HISTORIA-ENTRADA-END.
            EXIT.

        21-LEER-HISTORIA.
            EVALUATE WSV-ARCH-CODIGO
                WHEN 'A'
                    READ ADMITHIS-FILE INTO WSV-LINEA-HIST
                        AT END MOVE 'S' TO WS-FIN-ARCHIVO
                    END-READ
                WHEN 'R'
                    READ RECHAHIS-FILE INTO WSV-LINEA-HIST
                        AT END MOVE 'S' TO WS-FIN-ARCHIVO
                    END-READ
                WHEN 'E'
                    READ ESPERHIS-FILE INTO WSV-LINEA-HIST
                        AT END MOVE 'S' TO WS-FIN-ARCHIVO
                    END-READ
                WHEN 'U'
                    READ AUDITHIS-FILE INTO WSV-LINEA-HIST
                        AT END MOVE 'S' TO WS-FIN-ARCHIVO
                    END-READ
                WHEN 'X'
                    READ EXCEPHIS-FILE INTO WSV-LINEA-HIST
                        AT END MOVE 'S' TO WS-FIN-ARCHIVO
                    END-READ
                WHEN 'D'
                    READ DOCREHIS-FILE INTO WSV-LINEA-HIST
                        AT END MOVE 'S' TO WS-FIN-ARCHIVO
                    END-READ
            END-EVALUATE.
        21-LEER-HISTORIA-END.
            EXIT.

        22-ABRIR-HISTORIA-SALIDA.
            EVALUATE WSV-ARCH-CODIGO
                WHEN 'A' OPEN OUTPUT ADMITHIS-FILE
                WHEN 'R' OPEN OUTPUT RECHAHIS-FILE
                WHEN 'E' OPEN OUTPUT ESPERHIS-FILE
                WHEN 'U' OPEN OUTPUT AUDITHIS-FILE
                WHEN 'X' OPEN OUTPUT EXCEPHIS-FILE
                WHEN 'D' OPEN OUTPUT DOCREHIS-FILE
            END-EVALUATE.
        22-ABRIR-HISTORIA-SALIDA-END.
            EXIT.

        23-GRABAR-HISTORIA.
            EVALUATE WSV-ARCH-CODIGO
                WHEN 'A' WRITE ADMITHIS-LINEA FROM WSV-LINEA-HIST
                WHEN 'R' WRITE RECHAHIS-LINEA FROM WSV-LINEA-HIST
                WHEN 'E' WRITE ESPERHIS-LINEA FROM WSV-LINEA-HIST
                WHEN 'U' WRITE AUDITHIS-LINEA FROM WSV-LINEA-HIST
                WHEN 'X' WRITE EXCEPHIS-LINEA FROM WSV-LINEA-HIST
                WHEN 'D' WRITE DOCREHIS-LINEA FROM WSV-LINEA-HIST
            END-EVALUATE.
        23-GRABAR-HISTORIA-END.
            EXIT.

        24-CERRAR-HISTORIA.
            EVALUATE WSV-ARCH-CODIGO
                WHEN 'A' CLOSE ADMITHIS-FILE
                WHEN 'R' CLOSE RECHAHIS-FILE
                WHEN 'E' CLOSE ESPERHIS-FILE
                WHEN 'U' CLOSE AUDITHIS-FILE
                WHEN 'X' CLOSE EXCEPHIS-FILE
                WHEN 'D' CLOSE DOCREHIS-FILE
            END-EVALUATE.
        24-CERRAR-HISTORIA-END.
            EXIT.

      * Ubica el ID y el ciclo de la linea segun el layout del
      * archivo. La excepcion guarda la tarjeta original, cuyo
      * ID puede no ser numerico. Las excepciones archivadas
      * antes de que la tarjeta pasara de 30 a 34 posiciones
      * tienen el ciclo en las columnas 61-66 y la fecha en
      * 67-74, y la linea termina ahi; con el layout vigente
      * la fecha ocupa hasta la columna 78. El ID y los datos
      * que se enmascaran no cambiaron de lugar. No se puede
      * decidir por la tabla de ciclos, que se arma con estas
      * mismas lineas.
        25-UBICAR-LINEA.
            MOVE 'S' TO WS-ID-VALIDO.
            EVALUATE WSV-ARCH-CODIGO
                WHEN 'A'
                    MOVE WSV-LINEA-HIST TO ADMIT-REC
                    MOVE ADMIT-ID       TO WSV-ID-LINEA
                    MOVE ADMIT-CICLO    TO WSV-CICLO-LINEA
                WHEN 'R'
                    MOVE WSV-LINEA-HIST TO RECHAZO-REC
                    MOVE RECHAZO-ID     TO WSV-ID-LINEA
                    MOVE RECHAZO-CICLO  TO WSV-CICLO-LINEA
                WHEN 'E'
                    MOVE WSV-LINEA-HIST TO ESPERA-REC
                    MOVE ESPERA-ID      TO WSV-ID-LINEA
                    MOVE ESPERA-CICLO   TO WSV-CICLO-LINEA
                WHEN 'U'
                    MOVE WSV-LINEA-HIST TO AUDIT-REC
                    MOVE AUDIT-ID       TO WSV-ID-LINEA
                    MOVE AUDIT-CICLO    TO WSV-CICLO-LINEA
                WHEN 'X'
                    MOVE WSV-LINEA-HIST TO EXCEP-REC
                    MOVE EXCEP-REGISTRO TO POSTU-REC
                    IF WSV-LINEA-HIST (75:4) EQUAL SPACES
                       AND WSV-LINEA-HIST (67:8) NUMERIC
                        MOVE WSV-LINEA-HIST (61:6) TO WSV-CICLO-LINEA
                    ELSE
                        MOVE EXCEP-CICLO    TO WSV-CICLO-LINEA
                    END-IF
                    IF POSTU-ID NUMERIC
                        MOVE POSTU-ID   TO WSV-ID-LINEA
                    ELSE
                        MOVE 'N'  TO WS-ID-VALIDO
                        MOVE ZERO TO WSV-ID-LINEA
                    END-IF
                WHEN 'D'
                    MOVE WSV-LINEA-HIST TO DOCR-REC
                    MOVE DOCR-ID        TO WSV-ID-LINEA
                    MOVE DOCR-CICLO     TO WSV-CICLO-LINEA
            END-EVALUATE.
        25-UBICAR-LINEA-END.
            EXIT.

        27-BUSCAR-ELEGIBLE.
            MOVE 'N' TO WS-ES-ELEGIBLE.
            IF WS-ELEG-CANT > ZERO
                SEARCH ALL WS-ELEG-ENT
                    AT END
                        CONTINUE
                    WHEN WS-ELEG-ID (IDX-ELEG) EQUAL WSV-ID-LINEA
                        MOVE 'S' TO WS-ES-ELEGIBLE
                END-SEARCH
            END-IF.
        27-BUSCAR-ELEGIBLE-END.
            EXIT.

      *--------------------------------------------------------
      * Bitacora del maestro: se copia al archivo de trabajo y
      * se regraba sin los cambios anteriores al resguardo mas
      * antiguo retenido, con las imagenes de los elegibles
      * enmascaradas.
      *--------------------------------------------------------
        30-DEPURAR-BITACORA.
            OPEN INPUT JRNL-FILE.
            IF WS-JRNL-STATUS NOT EQUAL '00'
                DISPLAY 'BITACORA MANTJRNL.DAT NO DISPONIBLE - '
                        'STATUS ' WS-JRNL-STATUS ' - NO SE DEPURA'
            ELSE
                PERFORM 33-COPIAR-BITACORA
                IF NOT ERROR-FATAL
                    OPEN OUTPUT JRNL-FILE
                    IF WS-JRNL-STATUS NOT EQUAL '00'
                        MOVE 'S' TO WS-ERROR-FATAL
                        DISPLAY 'ERROR AL REGRABAR MANTJRNL.DAT - '
                                'STATUS ' WS-JRNL-STATUS
                                ' - COPIA EN RETEJTRB.DAT'
                    ELSE
                        MOVE 'N' TO WS-FIN-ARCHIVO
                        PERFORM 32-REGRABAR-CAMBIO UNTIL FIN-ARCHIVO
                        CLOSE JRNL-FILE
                    END-IF
                    CLOSE JTRB-FILE
                END-IF
            END-IF.
        30-DEPURAR-BITACORA-END.
            EXIT.

        31-COPIAR-BITACORA.
            READ JRNL-FILE
                AT END
                    MOVE 'S' TO WS-FIN-ARCHIVO
                NOT AT END
                    ADD 1 TO WS-COPIA-LEIDOS
                    WRITE JTRB-REGISTRO FROM JRNL-REC
                    IF WS-JTRB-STATUS EQUAL '00'
                        ADD 1 TO WS-COPIA-GRABADOS
                    END-IF
            END-READ.
        31-COPIAR-BITACORA-END.
            EXIT.

        32-REGRABAR-CAMBIO.
            READ JTRB-FILE INTO JRNL-REC
                AT END
                    MOVE 'S' TO WS-FIN-ARCHIVO
                NOT AT END
                    IF CON-DEPURACION
                       AND JRNL-FECHA < RETE-FECHA-RESGUARDO
                        ADD 1 TO WS-TOT-JRNL-DEPURAD
                    ELSE
                        PERFORM 34-ENMASCARAR-CAMBIO
                        ADD 1 TO WS-TOT-JRNL-CONSERV
                        WRITE JRNL-REC
                    END-IF
            END-READ.
        32-REGRABAR-CAMBIO-END.
            EXIT.

      * Copia la bitacora abierta a RETEJTRB.DAT y la deja
      * abierta para leer; sin la copia completa la bitacora
      * no se toca y la corrida se detiene.
        33-COPIAR-BITACORA.
            MOVE ZERO TO WS-COPIA-LEIDOS.
            MOVE ZERO TO WS-COPIA-GRABADOS.
            OPEN OUTPUT JTRB-FILE.
            IF WS-JTRB-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL CREAR RETEJTRB.DAT - STATUS '
                        WS-JTRB-STATUS ' - MANTJRNL.DAT NO SE '
                        'MODIFICO'
                CLOSE JRNL-FILE
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 31-COPIAR-BITACORA UNTIL FIN-ARCHIVO
                CLOSE JRNL-FILE
                CLOSE JTRB-FILE
                IF WS-COPIA-GRABADOS NOT EQUAL WS-COPIA-LEIDOS
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'COPIA INCOMPLETA EN RETEJTRB.DAT - '
                            WS-COPIA-GRABADOS ' DE ' WS-COPIA-LEIDOS
                            ' - MANTJRNL.DAT NO SE MODIFICO'
                ELSE
                    OPEN INPUT JTRB-FILE
                    IF WS-JTRB-STATUS NOT EQUAL '00'
                        MOVE 'S' TO WS-ERROR-FATAL
                        DISPLAY 'ERROR AL REABRIR RETEJTRB.DAT - '
                                'STATUS ' WS-JTRB-STATUS
                                ' - MANTJRNL.DAT NO SE MODIFICO'
                    END-IF
                END-IF
            END-IF.
        33-COPIAR-BITACORA-END.
            EXIT.

      * Las imagenes tienen el layout del maestro: se
      * enmascaran sobre el registro del maestro, que en este
      * paso no tiene lectura en curso.
        34-ENMASCARAR-CAMBIO.
            MOVE JRNL-ID TO WSV-ID-LINEA.
            PERFORM 27-BUSCAR-ELEGIBLE.
            IF ES-ELEGIBLE
                MOVE 'N' TO WS-IMAGEN-CAMBIADA
                IF JRNL-IMAGEN-ANTES NOT EQUAL SPACES
                    MOVE JRNL-IMAGEN-ANTES TO WSV-IMAGEN-ORIGINAL
                    MOVE JRNL-IMAGEN-ANTES TO MAST-REC
                    PERFORM 45-ENMASCARAR-REGISTRO
                    MOVE MAST-REC TO JRNL-IMAGEN-ANTES
                    IF JRNL-IMAGEN-ANTES NOT EQUAL
                       WSV-IMAGEN-ORIGINAL
                        MOVE 'S' TO WS-IMAGEN-CAMBIADA
                    END-IF
                END-IF
                IF JRNL-IMAGEN-DESPUES NOT EQUAL SPACES
                    MOVE JRNL-IMAGEN-DESPUES TO WSV-IMAGEN-ORIGINAL
                    MOVE JRNL-IMAGEN-DESPUES TO MAST-REC
                    PERFORM 45-ENMASCARAR-REGISTRO
                    MOVE MAST-REC TO JRNL-IMAGEN-DESPUES
                    IF JRNL-IMAGEN-DESPUES NOT EQUAL
                       WSV-IMAGEN-ORIGINAL
                        MOVE 'S' TO WS-IMAGEN-CAMBIADA
                    END-IF
                END-IF
                IF IMAGEN-CAMBIADA
                    ADD 1 TO WS-TOT-JRNL-ENMASC
                    MOVE 'S' TO WS-ELEG-CAMBIO (IDX-ELEG)
                END-IF
            END-IF.
        34-ENMASCARAR-CAMBIO-END.
            EXIT.

      *--------------------------------------------------------
      * Maestro: cada elegible con alta se anonimiza una sola
      * vez y deja su modificacion en la bitacora.
      *--------------------------------------------------------
        40-ANONIMIZAR-MAESTRO.
            OPEN EXTEND JRNL-FILE.
            IF WS-JRNL-STATUS EQUAL '35'
                OPEN OUTPUT JRNL-FILE
            END-IF.
            IF WS-JRNL-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR MANTJRNL.DAT - STATUS '
                        WS-JRNL-STATUS ' - NO SE ANONIMIZA EL '
                        'MAESTRO'
            ELSE
                PERFORM 42-ANONIMIZAR-POSTULANTE
                    VARYING IDX-ELEG FROM 1 BY 1
                    UNTIL IDX-ELEG > WS-ELEG-CANT
                CLOSE JRNL-FILE
            END-IF.
        40-ANONIMIZAR-MAESTRO-END.
            EXIT.

        42-ANONIMIZAR-POSTULANTE.
            IF WS-ELEG-MAESTRO (IDX-ELEG) NOT EQUAL 'S'
                ADD 1 TO WS-TOT-SIN-MAESTRO
            ELSE
                MOVE WS-ELEG-ID (IDX-ELEG) TO MAST-ID
                READ MASTER-FILE
                    INVALID KEY
                        ADD 1 TO WS-TOT-SIN-MAESTRO
                    NOT INVALID KEY
                        IF MAST-FECHA-ANONIM NOT EQUAL SPACES
                            ADD 1 TO WS-TOT-YA-ANONIM
                        ELSE
                            PERFORM 45-ENMASCARAR-REGISTRO
                            MOVE WS-FH-FECHA TO MAST-FECHA-ANONIM
                            REWRITE MAST-REC
                            ADD 1 TO WS-TOT-MAESTRO
                            MOVE 'S' TO WS-ELEG-CAMBIO (IDX-ELEG)
                            PERFORM 47-GRABAR-BITACORA
                        END-IF
                END-READ
            END-IF.
        42-ANONIMIZAR-POSTULANTE-END.
            EXIT.

      * Los datos que identifican a la persona; se conservan
      * el ID, la edad, los estados y las carreras.
        45-ENMASCARAR-REGISTRO.
            MOVE WSC-NOMBRE-ANONIMO TO MAST-NOMBRE.
            MOVE SPACES TO MAST-DOCUMENTO.
            MOVE SPACES TO MAST-NOMBRE-COMPLETO.
            MOVE SPACES TO MAST-DOMICILIO.
            MOVE SPACES TO MAST-TELEFONO.
            MOVE SPACES TO MAST-EMAIL.
        45-ENMASCARAR-REGISTRO-END.
            EXIT.

      * La imagen anterior no se guarda: volveria a dejar en
      * la bitacora los datos que se acaban de borrar.
        47-GRABAR-BITACORA.
            MOVE WS-FH-FECHA TO JRNL-FECHA.
            MOVE WS-FH-HORA  TO JRNL-HORA.
            MOVE 'M'         TO JRNL-TIPO.
            MOVE MAST-ID     TO JRNL-ID.
            MOVE SPACES      TO JRNL-IMAGEN-ANTES.
            MOVE MAST-REC    TO JRNL-IMAGEN-DESPUES.
            MOVE 'ALUMRETE'  TO JRNL-OPERADOR.
            WRITE JRNL-REC.
        47-GRABAR-BITACORA-END.
            EXIT.

      *--------------------------------------------------------
      * Historia: cada archivo se copia al archivo de trabajo
      * y se regraba con las lineas de los elegibles
      * enmascaradas.
      *--------------------------------------------------------
        50-ENMASCARAR-HISTORIA.
            MOVE WSC-ARCH-CODIGO (WSV-ARCHIVO) TO WSV-ARCH-CODIGO.
            PERFORM 20-ABRIR-HISTORIA-ENTRADA.
            IF ARCHIVO-PRESENTE
                PERFORM 53-COPIAR-HISTORIA
                IF NOT ERROR-FATAL
                    PERFORM 22-ABRIR-HISTORIA-SALIDA
                    IF WS-HISA-STATUS NOT EQUAL '00'
                        MOVE 'S' TO WS-ERROR-FATAL
                        DISPLAY 'ERROR AL REGRABAR '
                                WSC-ARCH-NOMBRE (WSV-ARCHIVO)
                                ' - STATUS ' WS-HISA-STATUS
                                ' - COPIA EN RETEHTRB.DAT'
                    ELSE
                        MOVE 'N' TO WS-FIN-ARCHIVO
                        PERFORM 52-REGRABAR-LINEA UNTIL FIN-ARCHIVO
                        PERFORM 24-CERRAR-HISTORIA
                    END-IF
                    CLOSE HTRB-FILE
                END-IF
            END-IF.
        50-ENMASCARAR-HISTORIA-END.
            EXIT.

        51-COPIAR-LINEA.
            PERFORM 21-LEER-HISTORIA.
            IF NOT FIN-ARCHIVO
                ADD 1 TO WS-COPIA-LEIDOS
                WRITE HTRB-LINEA FROM WSV-LINEA-HIST
                IF WS-HTRB-STATUS EQUAL '00'
                    ADD 1 TO WS-COPIA-GRABADOS
                END-IF
            END-IF.
        51-COPIAR-LINEA-END.
            EXIT.

        52-REGRABAR-LINEA.
            READ HTRB-FILE INTO WSV-LINEA-HIST
                AT END
                    MOVE 'S' TO WS-FIN-ARCHIVO
                NOT AT END
                    PERFORM 54-ENMASCARAR-LINEA
                    PERFORM 23-GRABAR-HISTORIA
            END-READ.
        52-REGRABAR-LINEA-END.
            EXIT.

      * Copia el archivo de historia abierto a RETEHTRB.DAT y
      * la deja abierta para leer; sin la copia completa el
      * archivo de historia no se toca y la corrida se detiene.
        53-COPIAR-HISTORIA.
            MOVE ZERO TO WS-COPIA-LEIDOS.
            MOVE ZERO TO WS-COPIA-GRABADOS.
            OPEN OUTPUT HTRB-FILE.
            IF WS-HTRB-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL CREAR RETEHTRB.DAT - STATUS '
                        WS-HTRB-STATUS ' - '
                        WSC-ARCH-NOMBRE (WSV-ARCHIVO)
                        ' NO SE MODIFICO'
                PERFORM 24-CERRAR-HISTORIA
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 51-COPIAR-LINEA UNTIL FIN-ARCHIVO
                PERFORM 24-CERRAR-HISTORIA
                CLOSE HTRB-FILE
                IF WS-COPIA-GRABADOS NOT EQUAL WS-COPIA-LEIDOS
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'COPIA INCOMPLETA EN RETEHTRB.DAT - '
                            WS-COPIA-GRABADOS ' DE ' WS-COPIA-LEIDOS
                            ' - ' WSC-ARCH-NOMBRE (WSV-ARCHIVO)
                            ' NO SE MODIFICO'
                ELSE
                    OPEN INPUT HTRB-FILE
                    IF WS-HTRB-STATUS NOT EQUAL '00'
                        MOVE 'S' TO WS-ERROR-FATAL
                        DISPLAY 'ERROR AL REABRIR RETEHTRB.DAT - '
                                'STATUS ' WS-HTRB-STATUS ' - '
                                WSC-ARCH-NOMBRE (WSV-ARCHIVO)
                                ' NO SE MODIFICO'
                    END-IF
                END-IF
            END-IF.
        53-COPIAR-HISTORIA-END.
            EXIT.

      * La excepcion con ID invalido no se puede atribuir a un
      * postulante: se enmascara por el ciclo del registro.
        54-ENMASCARAR-LINEA.
            MOVE WSV-LINEA-HIST TO WSV-LINEA-ORIGINAL.
            PERFORM 25-UBICAR-LINEA.
            IF ID-VALIDO
                PERFORM 27-BUSCAR-ELEGIBLE
            ELSE
                MOVE 'N' TO WS-ES-ELEGIBLE
                IF HAY-CORTE
                   AND WSV-CICLO-LINEA < WSV-CICLO-CORTE
                    MOVE 'S' TO WS-ES-ELEGIBLE
                END-IF
            END-IF.

            IF ES-ELEGIBLE
                EVALUATE WSV-ARCH-CODIGO
                    WHEN 'A'
                        MOVE WSC-NOMBRE-ANONIMO TO ADMIT-NOMBRE
                        MOVE ADMIT-REC TO WSV-LINEA-HIST
                    WHEN 'R'
                        MOVE WSC-NOMBRE-ANONIMO TO RECHAZO-NOMBRE
                        MOVE RECHAZO-REC TO WSV-LINEA-HIST
                    WHEN 'E'
                        MOVE WSC-NOMBRE-ANONIMO TO ESPERA-NOMBRE
                        MOVE ESPERA-REC TO WSV-LINEA-HIST
                    WHEN 'U'
                        MOVE WSC-NOMBRE-ANONIMO TO AUDIT-NOMBRE
                        MOVE AUDIT-REC TO WSV-LINEA-HIST
                    WHEN 'X'
                        MOVE WSC-NOMBRE-ANONIMO TO POSTU-NOMBRE
                        MOVE SPACES TO POSTU-DOCUMENTO
                        MOVE POSTU-REC TO EXCEP-REGISTRO
                        MOVE EXCEP-REC TO WSV-LINEA-HIST
                    WHEN 'D'
                        MOVE WSC-NOMBRE-ANONIMO TO DOCR-NOMBRE
                        MOVE SPACES TO DOCR-DOCUMENTO
                        MOVE DOCR-REC TO WSV-LINEA-HIST
                END-EVALUATE
                IF WSV-LINEA-HIST NOT EQUAL WSV-LINEA-ORIGINAL
                    ADD 1 TO WS-TOT-REG-HISTORIA
                    PERFORM 56-CONTAR-REGISTRO
                    IF ID-VALIDO
                        MOVE 'S' TO WS-ELEG-CAMBIO (IDX-ELEG)
                    END-IF
                END-IF
            END-IF.
        54-ENMASCARAR-LINEA-END.
            EXIT.

        56-CONTAR-REGISTRO.
            SET IDX-CIC TO 1.
            SEARCH WS-CIC-ENT
                AT END
                    CONTINUE
                WHEN WS-CIC-CICLO (IDX-CIC) EQUAL WSV-CICLO-LINEA
                    ADD 1 TO WS-CIC-REGISTROS (IDX-CIC)
            END-SEARCH.
        56-CONTAR-REGISTRO-END.
            EXIT.

      * El indice HISTPOST se rearma con ALUMHIST desde la
      * historia ya enmascarada; mientras tanto se enmascara en
      * el lugar. Si no existe no hay nada que hacer.
        60-ENMASCARAR-INDICE.
            OPEN I-O HIST-FILE.
            IF WS-HIST-STATUS NOT EQUAL '00'
                DISPLAY 'HISTPOST.DAT NO DISPONIBLE - STATUS '
                        WS-HIST-STATUS ' - NO SE ENMASCARA EL INDICE'
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM 62-ENMASCARAR-ENTRADA UNTIL FIN-ARCHIVO
                CLOSE HIST-FILE
            END-IF.
        60-ENMASCARAR-INDICE-END.
            EXIT.

        62-ENMASCARAR-ENTRADA.
            READ HIST-FILE NEXT
                AT END
                    MOVE 'S' TO WS-FIN-ARCHIVO
                NOT AT END
                    MOVE HIST-ID TO WSV-ID-LINEA
                    PERFORM 27-BUSCAR-ELEGIBLE
                    IF ES-ELEGIBLE
                       AND HIST-NOMBRE NOT EQUAL WSC-NOMBRE-ANONIMO
                        MOVE WSC-NOMBRE-ANONIMO TO HIST-NOMBRE
                        REWRITE HIST-REC
                        ADD 1 TO WS-TOT-REG-INDICE
                        MOVE 'S' TO WS-ELEG-CAMBIO (IDX-ELEG)
                    END-IF
            END-READ.
        62-ENMASCARAR-ENTRADA-END.
            EXIT.

      * Cada postulante anonimizado en la corrida se cuenta en
      * su ultimo ciclo.
        65-CONTAR-POSTULANTES.
            IF WS-ELEG-CAMBIO (IDX-ELEG) EQUAL 'S'
                ADD 1 TO WS-TOT-ANONIMIZADOS
                SET IDX-CIC TO 1
                SEARCH WS-CIC-ENT
                    AT END
                        CONTINUE
                    WHEN WS-CIC-CICLO (IDX-CIC) EQUAL
                         WS-ELEG-CICLO (IDX-ELEG)
                        ADD 1 TO WS-CIC-POSTULANTES (IDX-CIC)
                END-SEARCH
            END-IF.
        65-CONTAR-POSTULANTES-END.
            EXIT.

      *--------------------------------------------------------
      * Certificado para asesoria letrada.
      *--------------------------------------------------------
        70-EMITIR-CERTIFICADO.
            OPEN OUTPUT CERT-OUT.
            IF WS-CERT-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR RETECERT.DAT - STATUS '
                        WS-CERT-STATUS
            ELSE
                PERFORM 72-LISTAR-PARAMETROS
                MOVE WS-ENC-COLUMNAS TO CERT-LINEA
                PERFORM 80-ESCRIBIR-LINEA
                MOVE WS-LINEA-GUIONES TO CERT-LINEA
                PERFORM 80-ESCRIBIR-LINEA
                MOVE LOW-VALUES TO WSV-CICLO-LISTADO
                MOVE 'N' TO WS-SIN-MAS-CICLOS
                PERFORM 74-LISTAR-CICLO UNTIL SIN-MAS-CICLOS
                PERFORM 77-LISTAR-TOTALES
                IF ERROR-FATAL
                    PERFORM 79-AVISO-INCOMPLETA
                END-IF
                PERFORM 84-BLOQUE-FIRMAS
                CLOSE CERT-OUT
            END-IF.
        70-EMITIR-CERTIFICADO-END.
            EXIT.

        72-LISTAR-PARAMETROS.
            MOVE 'CICLOS RETENIDOS CON DATOS' TO PAR-LEYENDA.
            MOVE RETE-CICLOS-RETENIDOS        TO PAR-VALOR.
            MOVE WS-LINEA-PARAMETRO           TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'CICLO MAS ANTIGUO RETENIDO' TO PAR-LEYENDA.
            IF HAY-CORTE
                MOVE WSV-CICLO-CORTE TO PAR-VALOR
            ELSE
                MOVE 'NINGUNO - NADA QUE ANONIMIZAR' TO PAR-VALOR
            END-IF.
            MOVE WS-LINEA-PARAMETRO           TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'RESGUARDO MAS ANTIGUO RETENIDO' TO PAR-LEYENDA.
            IF CON-DEPURACION
                MOVE RETE-FECHA-RESGUARDO TO PAR-VALOR
            ELSE
                MOVE 'NO INFORMADO - SIN DEPURACION' TO PAR-VALOR
            END-IF.
            MOVE WS-LINEA-PARAMETRO           TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'AUTORIZACION'               TO PAR-LEYENDA.
            MOVE RETE-AUTORIZACION            TO PAR-VALOR.
            MOVE WS-LINEA-PARAMETRO           TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE SPACES TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'SE ENMASCARAN NOMBRE, DOCUMENTO, NOMBRE COMPLETO,'
                TO TXT-TEXTO.
            MOVE WS-LINEA-TEXTO TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'DOMICILIO, TELEFONO Y EMAIL.' TO TXT-TEXTO.
            MOVE WS-LINEA-TEXTO TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'SE CONSERVAN ID, EDAD, CARRERA, RESULTADO, MOTIVO Y'
                TO TXT-TEXTO.
            MOVE WS-LINEA-TEXTO TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'PUNTAJE.' TO TXT-TEXTO.
            MOVE WS-LINEA-TEXTO TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'LOS RESGUARDOS VIGENTES DEL MAESTRO CONSERVAN LOS'
                TO TXT-TEXTO.
            MOVE WS-LINEA-TEXTO TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'DATOS HASTA SU ROTACION.' TO TXT-TEXTO.
            MOVE WS-LINEA-TEXTO TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE SPACES TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
        72-LISTAR-PARAMETROS-END.
            EXIT.

      * Los ciclos salen en orden ascendente: en cada vuelta se
      * busca el menor ciclo posterior al ultimo listado.
        74-LISTAR-CICLO.
            MOVE HIGH-VALUES TO WSV-CICLO-MENOR.
            PERFORM 75-COMPARAR-CICLO
                VARYING IDX-CIC FROM 1 BY 1
                UNTIL IDX-CIC > WS-CIC-CANT.
            IF WSV-CICLO-MENOR EQUAL HIGH-VALUES
                MOVE 'S' TO WS-SIN-MAS-CICLOS
            ELSE
                MOVE WSV-CICLO-MENOR TO WSV-CICLO-LISTADO
                SET IDX-CIC TO 1
                SEARCH WS-CIC-ENT
                    AT END
                        CONTINUE
                    WHEN WS-CIC-CICLO (IDX-CIC) EQUAL
                         WSV-CICLO-LISTADO
                        PERFORM 76-DETALLAR-CICLO
                END-SEARCH
            END-IF.
        74-LISTAR-CICLO-END.
            EXIT.

        75-COMPARAR-CICLO.
            IF WS-CIC-CICLO (IDX-CIC) > WSV-CICLO-LISTADO
               AND WS-CIC-CICLO (IDX-CIC) < WSV-CICLO-MENOR
                MOVE WS-CIC-CICLO (IDX-CIC) TO WSV-CICLO-MENOR
            END-IF.
        75-COMPARAR-CICLO-END.
            EXIT.

        76-DETALLAR-CICLO.
            MOVE WS-CIC-CICLO (IDX-CIC) TO DET-CICLO.
            IF HAY-CORTE
               AND WS-CIC-CICLO (IDX-CIC) < WSV-CICLO-CORTE
                MOVE 'ANONIMIZADO' TO DET-SITUACION
            ELSE
                MOVE 'RETENIDO'    TO DET-SITUACION
            END-IF.
            MOVE WS-CIC-POSTULANTES (IDX-CIC) TO DET-POSTULANTES.
            MOVE WS-CIC-REGISTROS (IDX-CIC)   TO DET-REGISTROS.
            MOVE WS-DET-CICLO TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
        76-DETALLAR-CICLO-END.
            EXIT.

        77-LISTAR-TOTALES.
            MOVE SPACES TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE WS-LINEA-GUIONES TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'IDS EN LA HISTORIA'           TO TOT-LEYENDA.
            MOVE WS-TOT-IDS-HISTORIA            TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'EXCLUIDOS POR MATRICULADOS'   TO TOT-LEYENDA.
            MOVE WS-TOT-MATRICULADOS            TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'ELEGIBLES'                    TO TOT-LEYENDA.
            MOVE WS-TOT-ELEGIBLES               TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'POSTULANTES ANONIMIZADOS'     TO TOT-LEYENDA.
            MOVE WS-TOT-ANONIMIZADOS            TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'REGISTROS DEL MAESTRO'        TO TOT-LEYENDA.
            MOVE WS-TOT-MAESTRO                 TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'YA ANONIMIZADOS ANTES'        TO TOT-LEYENDA.
            MOVE WS-TOT-YA-ANONIM               TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'ELEGIBLES SIN ALTA EN MAESTRO' TO TOT-LEYENDA.
            MOVE WS-TOT-SIN-MAESTRO             TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'REGISTROS DE HISTORIA'        TO TOT-LEYENDA.
            MOVE WS-TOT-REG-HISTORIA            TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'ENTRADAS DEL INDICE HISTPOST' TO TOT-LEYENDA.
            MOVE WS-TOT-REG-INDICE              TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'BITACORA - CAMBIOS DEPURADOS' TO TOT-LEYENDA.
            MOVE WS-TOT-JRNL-DEPURAD            TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'BITACORA - CAMBIOS CONSERVADOS' TO TOT-LEYENDA.
            MOVE WS-TOT-JRNL-CONSERV            TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
            MOVE 'BITACORA - CAMBIOS ENMASCARADOS' TO TOT-LEYENDA.
            MOVE WS-TOT-JRNL-ENMASC             TO TOT-CANTIDAD.
            PERFORM 78-LINEA-TOTAL.
        77-LISTAR-TOTALES-END.
            EXIT.

        78-LINEA-TOTAL.
            MOVE WS-LINEA-TOTAL TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
        78-LINEA-TOTAL-END.
            EXIT.

      * Una corrida detenida deja los archivos ya regrabados
      * anonimizados y el resto intacto; repetirla completa lo
      * que falta.
        79-AVISO-INCOMPLETA.
            MOVE SPACES TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'CORRIDA INCOMPLETA POR ERROR DE ARCHIVO: LOS TOTALES'
                TO TXT-TEXTO.
            MOVE WS-LINEA-TEXTO TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'REFLEJAN LO ANONIMIZADO HASTA LA DETENCION. REPETIR'
                TO TXT-TEXTO.
            MOVE WS-LINEA-TEXTO TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'LA CORRIDA UNA VEZ CORREGIDA LA CAUSA.' TO TXT-TEXTO.
            MOVE WS-LINEA-TEXTO TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
        79-AVISO-INCOMPLETA-END.
            EXIT.

        80-ESCRIBIR-LINEA.
            MOVE CERT-LINEA TO WS-LINEA-PENDIENTE.
            IF WS-LINEA > WSC-LINEAS-POR-PAG
                PERFORM 85-NUEVA-PAGINA
            END-IF.
            MOVE WS-LINEA-PENDIENTE TO CERT-LINEA.
            WRITE CERT-LINEA.
            ADD 1 TO WS-LINEA.
        80-ESCRIBIR-LINEA-END.
            EXIT.

      * El bloque de firmas debe quedar entero en una pagina:
      * si no quedan lineas suficientes se fuerza el salto.
        84-BLOQUE-FIRMAS.
            IF WS-LINEA > WSC-LINEAS-POR-PAG - 6
                PERFORM 85-NUEVA-PAGINA
            END-IF.
            MOVE SPACES TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE SPACES TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE WS-FIRMA-1 TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE WS-FIRMA-2 TO CERT-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
        84-BLOQUE-FIRMAS-END.
            EXIT.

        85-NUEVA-PAGINA.
            ADD 1 TO WS-PAGINA.
            MOVE WS-PAGINA TO ENC1-PAGINA.
            MOVE WS-ENCABEZADO-1 TO CERT-LINEA.
            WRITE CERT-LINEA.
            MOVE WS-ENCABEZADO-2 TO CERT-LINEA.
            WRITE CERT-LINEA.
            MOVE WS-LINEA-GUIONES TO CERT-LINEA.
            WRITE CERT-LINEA.
            MOVE 4 TO WS-LINEA.
        85-NUEVA-PAGINA-END.
            EXIT.

        90-REPORTE.
            DISPLAY ' '.
            DISPLAY '========= RESUMEN DE ANONIMIZACION ========='.
            DISPLAY 'IDS EN LA HISTORIA   : ' WS-TOT-IDS-HISTORIA.
            DISPLAY 'EXCLUIDOS MATRICULAD.: ' WS-TOT-MATRICULADOS.
            DISPLAY 'ELEGIBLES            : ' WS-TOT-ELEGIBLES.
            DISPLAY 'POSTULANTES ANONIMIZ.: ' WS-TOT-ANONIMIZADOS.
            DISPLAY 'REGISTROS DEL MAESTRO: ' WS-TOT-MAESTRO.
            DISPLAY 'YA ANONIMIZADOS ANTES: ' WS-TOT-YA-ANONIM.
            DISPLAY 'SIN ALTA EN MAESTRO  : ' WS-TOT-SIN-MAESTRO.
            DISPLAY 'REGISTROS DE HISTORIA: ' WS-TOT-REG-HISTORIA.
            DISPLAY 'ENTRADAS HISTPOST    : ' WS-TOT-REG-INDICE.
            DISPLAY 'BITACORA DEPURADOS   : ' WS-TOT-JRNL-DEPURAD.
            DISPLAY 'BITACORA CONSERVADOS : ' WS-TOT-JRNL-CONSERV.
            DISPLAY 'BITACORA ENMASCARADOS: ' WS-TOT-JRNL-ENMASC.
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
