        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMREIN.
      *--------------------------------------------------------
      * Informe de reingresantes para la comision de admision.
      * Corre despues de ALUMNOS1 (exige que haya terminado en
      * cero para el ciclo) y despues de ALUMCORR, que agrega
      * a REINGRES.DAT las excepciones corregidas con
      * historia; corrido antes, el informe no las incluye.
      * Lista cada postulante del lote con historia en ciclos
      * anteriores (REINGRES.DAT, grabado por ALUMNOS1 y
      * ALUMCORR) con lo que se hizo con el en este lote
      * (evaluado, a revision por historia, a revision de
      * identidad o a excepciones) y, debajo, su historia por
      * ciclo tomada del indice HISTPOST.DAT: carrera, si fue
      * admitido, rechazado, puesto en espera o revocado, el
      * motivo del rechazo y el puntaje. Si el documento del
      * postulante pertenece a otro ID del maestro, se lista
      * tambien la historia de ese ID.
      * Genera REINGLIS.DAT, con totales al pie.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-IN ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT REING-IN ASSIGN TO "REINGRES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REING-STATUS.

            SELECT HIST-FILE ASSIGN TO "HISTPOST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-CLAVE
                FILE STATUS IS WS-HIST-STATUS.

            SELECT LISTA-OUT ASSIGN TO "REINGLIS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LISTA-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PARM-IN
            RECORDING MODE IS F.
        COPY PARAMCAR.

        FD  REING-IN
            RECORDING MODE IS F.
        COPY REINGRES.

        FD  HIST-FILE.
        COPY HISTPOST.

        FD  LISTA-OUT
            RECORDING MODE IS F.
        01  LISTA-LINEA             PIC X(80).

        WORKING-STORAGE SECTION.
        01 WSC-CONSTANTES.
           05 WSC-LINEAS-POR-PAG   PIC 99 VALUE 56.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.

        01 WSV-VARIANTES.
           05 WSV-ID-HISTORIA      PIC 9(06) VALUE ZERO.

        01 WS-FLAGS.
           05 WS-PARM-STATUS       PIC XX VALUE SPACES.
           05 WS-REING-STATUS      PIC XX VALUE SPACES.
           05 WS-HIST-STATUS       PIC XX VALUE SPACES.
           05 WS-LISTA-STATUS      PIC XX VALUE SPACES.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-FIN-HISTORIA      PIC X VALUE 'N'.
              88 FIN-HISTORIA      VALUE 'S'.
           05 WS-ERROR-FATAL       PIC X VALUE 'N'.
              88 ERROR-FATAL       VALUE 'S'.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA.
              10 WS-FH-AAAA        PIC X(04).
              10 WS-FH-MM          PIC X(02).
              10 WS-FH-DD          PIC X(02).
           05 FILLER               PIC X(13).

        01 WS-CONTADORES.
           05 WS-LINEA             PIC 99 VALUE 99.
           05 WS-PAGINA            PIC 9(03) VALUE ZERO.
           05 WS-TOT-REINGRESOS    PIC 9(06) VALUE ZERO.
           05 WS-TOT-EVALUADOS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-REV-HISTORIA  PIC 9(06) VALUE ZERO.
           05 WS-TOT-REV-IDENTIDAD PIC 9(06) VALUE ZERO.
           05 WS-TOT-EXCEPCIONES   PIC 9(06) VALUE ZERO.
           05 WS-TOT-ANT-RECHAZO   PIC 9(06) VALUE ZERO.
           05 WS-TOT-ANT-ESPERA    PIC 9(06) VALUE ZERO.
           05 WS-TOT-CICLOS        PIC 9(06) VALUE ZERO.

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
              'REINGRESANTES DEL LOTE - CICLO'.
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

        01 WS-ENC-COLUMNAS.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'CICLO'.
           05 FILLER               PIC X(08) VALUE 'ID'.
           05 FILLER               PIC X(06) VALUE 'CARR'.
           05 FILLER               PIC X(07) VALUE 'ADMIT'.
           05 FILLER               PIC X(06) VALUE 'RECH'.
           05 FILLER               PIC X(08) VALUE 'ESPERA'.
           05 FILLER               PIC X(07) VALUE 'REVOC'.
           05 FILLER               PIC X(12) VALUE 'MOTIVO'.
           05 FILLER               PIC X(12) VALUE 'PTJE'.

        01 WS-DET-POSTULANTE.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-POS-ID           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-POS-NOMBRE       PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(04) VALUE 'DOC '.
           05 DET-POS-DOCUMENTO    PIC X(08).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'CARRERA '.
           05 DET-POS-CARRERA      PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-POS-DESTINO      PIC X(30).
           05 FILLER               PIC X(04) VALUE SPACES.

        01 WS-DET-HISTORIA.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 DET-HIS-CICLO        PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-HIS-ID           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-HIS-CARRERA      PIC X(03).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-HIS-ADMITIDO     PIC X(02).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 DET-HIS-RECHAZO      PIC X(02).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DET-HIS-ESPERA       PIC X(02).
           05 FILLER               PIC X(06) VALUE SPACES.
           05 DET-HIS-REVOCADO     PIC X(02).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 DET-HIS-MOTIVO       PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-HIS-PUNTAJE      PIC ZZ9.
           05 FILLER               PIC X(09) VALUE SPACES.

        01 WS-LINEA-TOTAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TOT-LEYENDA          PIC X(30).
           05 TOT-CANTIDAD         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(40) VALUE SPACES.

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
        01 WS-RUN-CONTROL.
           05 WS-RCTL-FUNCION      PIC X(01) VALUE SPACE.
           05 WS-RCTL-PROGRAMA     PIC X(08) VALUE 'ALUMREIN'.
           05 WS-RCTL-CICLO        PIC X(06) VALUE SPACES.
           05 WS-RCTL-RETORNO      PIC 9(04) VALUE ZERO.
           05 WS-RCTL-RESULTADO    PIC X(01) VALUE SPACE.
           05 WS-RCTL-CONSULTA     PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
        00-CONTROL.
            DISPLAY 'INFORME DE REINGRESANTES'.
            DISPLAY '--------------------------------------------'.

            PERFORM 05-LEER-PARAMETROS.
            MOVE WSC-CICLO TO WS-RCTL-CICLO.
            PERFORM 01-REGISTRAR-INICIO.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
            MOVE WS-FH-DD   TO ENC2-DD.
            MOVE WS-FH-MM   TO ENC2-MM.
            MOVE WS-FH-AAAA TO ENC2-AAAA.
            MOVE WSC-CICLO  TO ENC2-CICLO.

            PERFORM 02-VERIFICAR-PRERREQUISITOS.
            IF NOT ERROR-FATAL
                PERFORM 07-ABRIR-ARCHIVOS
            END-IF.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA - NO SE EMITIO EL INFORME'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            MOVE WS-ENC-COLUMNAS TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE WS-LINEA-GUIONES TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.

            MOVE 'N' TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ REING-IN
                    AT END
                        MOVE 'S' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 20-LISTAR-REINGRESANTE
                END-READ
            END-PERFORM.

            PERFORM 70-LISTAR-TOTALES.

            CLOSE REING-IN.
            CLOSE HIST-FILE.
            CLOSE LISTA-OUT.

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

      * Los reingresantes salen de la lectura del lote: exige
      * que ALUMNOS1 haya terminado en cero para el ciclo.
        02-VERIFICAR-PRERREQUISITOS.
            MOVE 'C' TO WS-RCTL-FUNCION.
            MOVE 'ALUMNOS1' TO WS-RCTL-CONSULTA.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-CONSULTA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
            IF WS-RCTL-RESULTADO NOT EQUAL 'F'
               OR WS-RCTL-RETORNO NOT EQUAL ZERO
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ALUMNOS1 NO TERMINO EN CERO PARA EL '
                        'CICLO ' WS-RCTL-CICLO ' - COMPLETAR EL LOTE '
                        'DE ADMISION ANTES DEL INFORME'
            END-IF.
        02-VERIFICAR-PRERREQUISITOS-END.
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

        07-ABRIR-ARCHIVOS.
            OPEN INPUT REING-IN.
            IF WS-REING-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR REINGRES.DAT - STATUS '
                        WS-REING-STATUS
            END-IF.
            OPEN INPUT HIST-FILE.
            IF WS-HIST-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR HISTPOST.DAT - STATUS '
                        WS-HIST-STATUS
            END-IF.
            OPEN OUTPUT LISTA-OUT.
            IF WS-LISTA-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR REINGLIS.DAT - STATUS '
                        WS-LISTA-STATUS
            END-IF.
        07-ABRIR-ARCHIVOS-END.
            EXIT.

      * Un renglon con el postulante y lo que se hizo con el en
      * este lote, y un renglon por cada ciclo anterior.
        20-LISTAR-REINGRESANTE.
            ADD 1 TO WS-TOT-REINGRESOS.
            MOVE REING-ID          TO DET-POS-ID.
            MOVE REING-NOMBRE      TO DET-POS-NOMBRE.
            MOVE REING-DOCUMENTO   TO DET-POS-DOCUMENTO.
            MOVE REING-COD-CARRERA TO DET-POS-CARRERA.
            EVALUATE TRUE
                WHEN REING-EVALUADO
                    ADD 1 TO WS-TOT-EVALUADOS
                    MOVE 'EVALUADO EN EL LOTE' TO DET-POS-DESTINO
                WHEN REING-REV-HISTORIA
                    ADD 1 TO WS-TOT-REV-HISTORIA
                    MOVE 'A REVISION - YA MATRICULADO'
                        TO DET-POS-DESTINO
                WHEN REING-REV-IDENTIDAD
                    ADD 1 TO WS-TOT-REV-IDENTIDAD
                    MOVE 'A REVISION DE IDENTIDAD'
                        TO DET-POS-DESTINO
                WHEN OTHER
                    ADD 1 TO WS-TOT-EXCEPCIONES
                    MOVE 'A EXCEPCIONES' TO DET-POS-DESTINO
            END-EVALUATE.
            IF REING-ANT-RECHAZO EQUAL 'S'
                ADD 1 TO WS-TOT-ANT-RECHAZO
            END-IF.
            IF REING-ANT-ESPERA EQUAL 'S'
                ADD 1 TO WS-TOT-ANT-ESPERA
            END-IF.

            MOVE SPACES TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE WS-DET-POSTULANTE TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.

            MOVE REING-ID TO WSV-ID-HISTORIA.
            PERFORM 30-LISTAR-HISTORIA.
            IF REING-ID-DOCUMENTO NOT EQUAL ZERO
                MOVE REING-ID-DOCUMENTO TO WSV-ID-HISTORIA
                PERFORM 30-LISTAR-HISTORIA
            END-IF.
        20-LISTAR-REINGRESANTE-END.
            EXIT.

        30-LISTAR-HISTORIA.
            MOVE 'N' TO WS-FIN-HISTORIA.
            MOVE WSV-ID-HISTORIA TO HIST-ID.
            MOVE LOW-VALUES      TO HIST-CICLO.
            START HIST-FILE KEY IS NOT LESS THAN HIST-CLAVE
                INVALID KEY
                    MOVE 'S' TO WS-FIN-HISTORIA
            END-START.
            PERFORM 32-LISTAR-CICLO UNTIL FIN-HISTORIA.
        30-LISTAR-HISTORIA-END.
            EXIT.

        32-LISTAR-CICLO.
            READ HIST-FILE NEXT
                AT END
                    MOVE 'S' TO WS-FIN-HISTORIA
                NOT AT END
                    IF HIST-ID NOT EQUAL WSV-ID-HISTORIA
                        MOVE 'S' TO WS-FIN-HISTORIA
                    ELSE
                        PERFORM 34-DETALLAR-CICLO
                    END-IF
            END-READ.
        32-LISTAR-CICLO-END.
            EXIT.

        34-DETALLAR-CICLO.
            ADD 1 TO WS-TOT-CICLOS.
            MOVE SPACES           TO DET-HIS-ADMITIDO.
            MOVE SPACES           TO DET-HIS-RECHAZO.
            MOVE SPACES           TO DET-HIS-ESPERA.
            MOVE SPACES           TO DET-HIS-REVOCADO.
            MOVE HIST-CICLO       TO DET-HIS-CICLO.
            MOVE HIST-ID          TO DET-HIS-ID.
            MOVE HIST-COD-CARRERA TO DET-HIS-CARRERA.
            IF HIST-FUE-ADMITIDO
                MOVE 'SI' TO DET-HIS-ADMITIDO
            END-IF.
            IF HIST-FUE-RECHAZADO
                MOVE 'SI' TO DET-HIS-RECHAZO
            END-IF.
            IF HIST-FUE-ESPERA
                MOVE 'SI' TO DET-HIS-ESPERA
            END-IF.
            IF HIST-FUE-REVOCADO
                MOVE 'SI' TO DET-HIS-REVOCADO
            END-IF.
            MOVE HIST-MOTIVO      TO DET-HIS-MOTIVO.
            MOVE HIST-PUNTAJE     TO DET-HIS-PUNTAJE.
            MOVE WS-DET-HISTORIA  TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
        34-DETALLAR-CICLO-END.
            EXIT.

        70-LISTAR-TOTALES.
            MOVE SPACES TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE WS-LINEA-GUIONES TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'REINGRESANTES DEL LOTE'  TO TOT-LEYENDA.
            MOVE WS-TOT-REINGRESOS         TO TOT-CANTIDAD.
            MOVE WS-LINEA-TOTAL            TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'EVALUADOS EN EL LOTE'    TO TOT-LEYENDA.
            MOVE WS-TOT-EVALUADOS          TO TOT-CANTIDAD.
            MOVE WS-LINEA-TOTAL            TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'A REVISION YA MATRICULADOS' TO TOT-LEYENDA.
            MOVE WS-TOT-REV-HISTORIA       TO TOT-CANTIDAD.
            MOVE WS-LINEA-TOTAL            TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'A REVISION DE IDENTIDAD' TO TOT-LEYENDA.
            MOVE WS-TOT-REV-IDENTIDAD      TO TOT-CANTIDAD.
            MOVE WS-LINEA-TOTAL            TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'A EXCEPCIONES'           TO TOT-LEYENDA.
            MOVE WS-TOT-EXCEPCIONES        TO TOT-CANTIDAD.
            MOVE WS-LINEA-TOTAL            TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'CON RECHAZO ANTERIOR'    TO TOT-LEYENDA.
            MOVE WS-TOT-ANT-RECHAZO        TO TOT-CANTIDAD.
            MOVE WS-LINEA-TOTAL            TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
            MOVE 'CON ESPERA ANTERIOR'     TO TOT-LEYENDA.
            MOVE WS-TOT-ANT-ESPERA         TO TOT-CANTIDAD.
            MOVE WS-LINEA-TOTAL            TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LINEA.
        70-LISTAR-TOTALES-END.
            EXIT.

        80-ESCRIBIR-LINEA.
            MOVE LISTA-LINEA TO WS-LINEA-PENDIENTE.
            IF WS-LINEA > WSC-LINEAS-POR-PAG
                PERFORM 85-NUEVA-PAGINA
            END-IF.
            MOVE WS-LINEA-PENDIENTE TO LISTA-LINEA.
            WRITE LISTA-LINEA.
            ADD 1 TO WS-LINEA.
        80-ESCRIBIR-LINEA-END.
            EXIT.

        85-NUEVA-PAGINA.
            ADD 1 TO WS-PAGINA.
            MOVE WS-PAGINA TO ENC1-PAGINA.
            MOVE WS-ENCABEZADO-1 TO LISTA-LINEA.
            WRITE LISTA-LINEA.
            MOVE WS-ENCABEZADO-2 TO LISTA-LINEA.
            WRITE LISTA-LINEA.
            MOVE WS-LINEA-GUIONES TO LISTA-LINEA.
            WRITE LISTA-LINEA.
            MOVE 4 TO WS-LINEA.
        85-NUEVA-PAGINA-END.
            EXIT.

        90-REPORTE.
            DISPLAY ' '.
            DISPLAY '========= RESUMEN DE REINGRESANTES ========='.
            DISPLAY 'REINGRESANTES        : ' WS-TOT-REINGRESOS.
            DISPLAY 'EVALUADOS EN EL LOTE : ' WS-TOT-EVALUADOS.
            DISPLAY 'REVISION POR HISTORIA: ' WS-TOT-REV-HISTORIA.
            DISPLAY 'REVISION DE IDENTIDAD: ' WS-TOT-REV-IDENTIDAD.
            DISPLAY 'A EXCEPCIONES        : ' WS-TOT-EXCEPCIONES.
            DISPLAY 'CON RECHAZO ANTERIOR : ' WS-TOT-ANT-RECHAZO.
            DISPLAY 'CON ESPERA ANTERIOR  : ' WS-TOT-ANT-ESPERA.
            DISPLAY 'CICLOS LISTADOS      : ' WS-TOT-CICLOS.
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
