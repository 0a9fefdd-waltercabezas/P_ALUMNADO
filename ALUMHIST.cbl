        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMHIST.
      *--------------------------------------------------------
      * Indice de historia por postulante. Corre al comenzar
      * cada ciclo, despues del cierre del anterior con
      * ALUMCIER y antes del lote de ALUMNOS1, que exige que
      * haya terminado en cero para el ciclo. Regraba desde
      * cero HISTPOST.DAT (clave ID + ciclo) con los archivos
      * de historia que agrega ALUMCIER:
      *   - ADMITHIS.DAT: admitidos del lote y del segundo
      *     llamado;
      *   - RECHAHIS.DAT: rechazados del lote, con el motivo;
      *   - ESPERHIS.DAT: lista de espera;
      *   - AUDITHIS.DAT: las decisiones posteriores al lote
      *     (apelacion, reevaluacion, segundo llamado y
      *     correccion) y las revocaciones de condicionales;
      *     las del lote ya estan en los tres anteriores.
      * Queda un registro por postulante y ciclo con lo que le
      * paso en ese ciclo. Los registros del ciclo en curso,
      * si los hubiera, no se toman: la historia es solo de
      * ciclos anteriores. Sin archivos de historia (primer
      * ciclo) el indice queda vacio.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-IN ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

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

            SELECT HIST-FILE ASSIGN TO "HISTPOST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-CLAVE
                FILE STATUS IS WS-HIST-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PARM-IN
            RECORDING MODE IS F.
        COPY PARAMCAR.

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

        FD  HIST-FILE.
        COPY HISTPOST.

        WORKING-STORAGE SECTION.
        01 WSC-CONSTANTES.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.

        01 WSV-VARIANTES.
           05 WSV-ID-AUX           PIC 9(06).
           05 WSV-CICLO-AUX        PIC X(06).
           05 WSV-NOMBRE-AUX       PIC X(06).

        01 WS-FLAGS.
           05 WS-PARM-STATUS       PIC XX VALUE SPACES.
           05 WS-ADMITHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-RECHAHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-ESPERHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-AUDITHIS-STATUS   PIC XX VALUE SPACES.
           05 WS-HIST-STATUS       PIC XX VALUE SPACES.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-ERROR-FATAL       PIC X VALUE 'N'.
              88 ERROR-FATAL       VALUE 'S'.
           05 WS-HIST-NUEVO        PIC X VALUE 'N'.
              88 HIST-NUEVO        VALUE 'S'.

        01 WS-CONTADORES.
           05 WS-LEI-ADMITIDOS     PIC 9(06) VALUE ZERO.
           05 WS-LEI-RECHAZADOS    PIC 9(06) VALUE ZERO.
           05 WS-LEI-ESPERA        PIC 9(06) VALUE ZERO.
           05 WS-LEI-AUDITORIA     PIC 9(06) VALUE ZERO.
           05 WS-TOT-CICLO-ACTUAL  PIC 9(06) VALUE ZERO.
           05 WS-TOT-INDICE        PIC 9(06) VALUE ZERO.

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
        01 WS-RUN-CONTROL.
           05 WS-RCTL-FUNCION      PIC X(01) VALUE SPACE.
           05 WS-RCTL-PROGRAMA     PIC X(08) VALUE 'ALUMHIST'.
           05 WS-RCTL-CICLO        PIC X(06) VALUE SPACES.
           05 WS-RCTL-RETORNO      PIC 9(04) VALUE ZERO.
           05 WS-RCTL-RESULTADO    PIC X(01) VALUE SPACE.

        PROCEDURE DIVISION.
        00-CONTROL.
            DISPLAY 'INDICE DE HISTORIA POR POSTULANTE'.
            DISPLAY '--------------------------------------------'.

            PERFORM 05-LEER-PARAMETROS.
            MOVE WSC-CICLO TO WS-RCTL-CICLO.
            PERFORM 01-REGISTRAR-INICIO.

            IF WSC-CICLO EQUAL SPACES
                DISPLAY 'SIN CICLO EN LA TARJETA DE PARAMETROS - NO '
                        'SE PUEDE SEPARAR LA HISTORIA DEL CICLO EN '
                        'CURSO'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            PERFORM 07-CREAR-INDICE.
            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA POR ERROR EN HISTPOST.DAT'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            PERFORM 10-CARGAR-ADMITIDOS.
            IF NOT ERROR-FATAL
                PERFORM 20-CARGAR-RECHAZADOS
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 30-CARGAR-ESPERA
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 40-CARGAR-AUDITORIA
            END-IF.

            CLOSE HIST-FILE.

            IF ERROR-FATAL
                DISPLAY 'INDICE DE HISTORIA INCOMPLETO - REPETIR LA '
                        'CORRIDA'
                MOVE 8 TO RETURN-CODE
            END-IF.

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

      * El indice se regraba completo en cada corrida: la
      * historia solo crece por agregado al final y armarlo
      * de nuevo es mas simple que seguirle los cambios.
        07-CREAR-INDICE.
            OPEN OUTPUT HIST-FILE.
            IF WS-HIST-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL CREAR HISTPOST.DAT - STATUS '
                        WS-HIST-STATUS
            ELSE
                CLOSE HIST-FILE
                OPEN I-O HIST-FILE
                IF WS-HIST-STATUS NOT EQUAL '00'
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'ERROR AL ABRIR HISTPOST.DAT - STATUS '
                            WS-HIST-STATUS
                END-IF
            END-IF.
        07-CREAR-INDICE-END.
            EXIT.

        10-CARGAR-ADMITIDOS.
            OPEN INPUT ADMITHIS-IN.
            IF WS-ADMITHIS-STATUS NOT EQUAL '00'
                DISPLAY 'ADMITHIS.DAT NO DISPONIBLE - SIN HISTORIA '
                        'DE ADMITIDOS'
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO OR ERROR-FATAL
                    READ ADMITHIS-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            ADD 1 TO WS-LEI-ADMITIDOS
                            PERFORM 12-REGISTRAR-ADMITIDO
                    END-READ
                END-PERFORM
                CLOSE ADMITHIS-IN
            END-IF.
        10-CARGAR-ADMITIDOS-END.
            EXIT.

        12-REGISTRAR-ADMITIDO.
            MOVE ADMIT-ID     TO WSV-ID-AUX.
            MOVE ADMIT-CICLO  TO WSV-CICLO-AUX.
            MOVE ADMIT-NOMBRE TO WSV-NOMBRE-AUX.
            IF WSV-CICLO-AUX EQUAL WSC-CICLO
                ADD 1 TO WS-TOT-CICLO-ACTUAL
            ELSE
                PERFORM 50-UBICAR-HISTORIA
                MOVE 'S'               TO HIST-ADMITIDO
                MOVE ADMIT-COD-CARRERA TO HIST-COD-CARRERA
                MOVE ADMIT-PUNTAJE     TO HIST-PUNTAJE
                PERFORM 55-GUARDAR-HISTORIA
            END-IF.
        12-REGISTRAR-ADMITIDO-END.
            EXIT.

        20-CARGAR-RECHAZADOS.
            OPEN INPUT RECHAHIS-IN.
            IF WS-RECHAHIS-STATUS NOT EQUAL '00'
                DISPLAY 'RECHAHIS.DAT NO DISPONIBLE - SIN HISTORIA '
                        'DE RECHAZADOS'
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO OR ERROR-FATAL
                    READ RECHAHIS-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            ADD 1 TO WS-LEI-RECHAZADOS
                            PERFORM 22-REGISTRAR-RECHAZO
                    END-READ
                END-PERFORM
                CLOSE RECHAHIS-IN
            END-IF.
        20-CARGAR-RECHAZADOS-END.
            EXIT.

        22-REGISTRAR-RECHAZO.
            MOVE RECHAZO-ID     TO WSV-ID-AUX.
            MOVE RECHAZO-CICLO  TO WSV-CICLO-AUX.
            MOVE RECHAZO-NOMBRE TO WSV-NOMBRE-AUX.
            IF WSV-CICLO-AUX EQUAL WSC-CICLO
                ADD 1 TO WS-TOT-CICLO-ACTUAL
            ELSE
                PERFORM 50-UBICAR-HISTORIA
                MOVE 'S'            TO HIST-RECHAZADO
                MOVE RECHAZO-MOTIVO TO HIST-MOTIVO
                IF NOT HIST-FUE-ADMITIDO
                    MOVE RECHAZO-COD-CARRERA TO HIST-COD-CARRERA
                END-IF
                PERFORM 55-GUARDAR-HISTORIA
            END-IF.
        22-REGISTRAR-RECHAZO-END.
            EXIT.

        30-CARGAR-ESPERA.
            OPEN INPUT ESPERHIS-IN.
            IF WS-ESPERHIS-STATUS NOT EQUAL '00'
                DISPLAY 'ESPERHIS.DAT NO DISPONIBLE - SIN HISTORIA '
                        'DE LISTA DE ESPERA'
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO OR ERROR-FATAL
                    READ ESPERHIS-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            ADD 1 TO WS-LEI-ESPERA
                            PERFORM 32-REGISTRAR-ESPERA
                    END-READ
                END-PERFORM
                CLOSE ESPERHIS-IN
            END-IF.
        30-CARGAR-ESPERA-END.
            EXIT.

        32-REGISTRAR-ESPERA.
            MOVE ESPERA-ID     TO WSV-ID-AUX.
            MOVE ESPERA-CICLO  TO WSV-CICLO-AUX.
            MOVE ESPERA-NOMBRE TO WSV-NOMBRE-AUX.
            IF WSV-CICLO-AUX EQUAL WSC-CICLO
                ADD 1 TO WS-TOT-CICLO-ACTUAL
            ELSE
                PERFORM 50-UBICAR-HISTORIA
                MOVE 'S' TO HIST-ESPERA
                IF NOT HIST-FUE-ADMITIDO
                    MOVE ESPERA-COD-CARRERA TO HIST-COD-CARRERA
                    MOVE ESPERA-PUNTAJE     TO HIST-PUNTAJE
                END-IF
                PERFORM 55-GUARDAR-HISTORIA
            END-IF.
        32-REGISTRAR-ESPERA-END.
            EXIT.

        40-CARGAR-AUDITORIA.
            OPEN INPUT AUDITHIS-IN.
            IF WS-AUDITHIS-STATUS NOT EQUAL '00'
                DISPLAY 'AUDITHIS.DAT NO DISPONIBLE - SIN HISTORIA '
                        'DE REVISIONES'
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO OR ERROR-FATAL
                    READ AUDITHIS-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            ADD 1 TO WS-LEI-AUDITORIA
                            PERFORM 42-REGISTRAR-DECISION
                    END-READ
                END-PERFORM
                CLOSE AUDITHIS-IN
            END-IF.
        40-CARGAR-AUDITORIA-END.
            EXIT.

      * De la auditoria solo se toman las decisiones que no
      * estan en los archivos de decisiones: las posteriores al
      * lote y las revocaciones. La presentacion del titulo
      * ('T') no cambia lo que le paso al postulante.
        42-REGISTRAR-DECISION.
            MOVE AUDIT-ID     TO WSV-ID-AUX.
            MOVE AUDIT-CICLO  TO WSV-CICLO-AUX.
            MOVE AUDIT-NOMBRE TO WSV-NOMBRE-AUX.
            IF WSV-CICLO-AUX EQUAL WSC-CICLO
                ADD 1 TO WS-TOT-CICLO-ACTUAL
            ELSE
                IF NOT AUDIT-DEC-LOTE AND NOT AUDIT-DEC-TITULO
                    PERFORM 50-UBICAR-HISTORIA
                    PERFORM 44-APLICAR-DECISION
                    PERFORM 55-GUARDAR-HISTORIA
                END-IF
            END-IF.
        42-REGISTRAR-DECISION-END.
            EXIT.

      * Resultado favorable con motivo 'ESPERA' es lista de
      * espera; con motivo en blanco la decision ocupo una
      * vacante (ver AUDITREC).
        44-APLICAR-DECISION.
            EVALUATE TRUE
                WHEN AUDIT-DEC-REVOCACION
                    MOVE 'S' TO HIST-REVOCADO
                WHEN AUDIT-RESULTADO EQUAL 'S'
                     AND AUDIT-MOTIVO EQUAL 'ESPERA'
                    MOVE 'S' TO HIST-ESPERA
                    IF NOT HIST-FUE-ADMITIDO
                        MOVE AUDIT-COD-CARRERA TO HIST-COD-CARRERA
                    END-IF
                WHEN AUDIT-RESULTADO EQUAL 'S'
                    MOVE 'S'               TO HIST-ADMITIDO
                    MOVE AUDIT-COD-CARRERA TO HIST-COD-CARRERA
                    IF AUDIT-PUNTAJE > ZERO
                        MOVE AUDIT-PUNTAJE TO HIST-PUNTAJE
                    END-IF
                WHEN OTHER
                    MOVE 'S'          TO HIST-RECHAZADO
                    MOVE AUDIT-MOTIVO TO HIST-MOTIVO
                    IF NOT HIST-FUE-ADMITIDO
                        MOVE AUDIT-COD-CARRERA TO HIST-COD-CARRERA
                    END-IF
            END-EVALUATE.
        44-APLICAR-DECISION-END.
            EXIT.

      * Deja en HIST-REC el registro del postulante y ciclo en
      * curso: el existente o uno nuevo en blanco.
        50-UBICAR-HISTORIA.
            MOVE 'N'           TO WS-HIST-NUEVO.
            MOVE WSV-ID-AUX    TO HIST-ID.
            MOVE WSV-CICLO-AUX TO HIST-CICLO.
            READ HIST-FILE
                INVALID KEY
                    MOVE 'S'            TO WS-HIST-NUEVO
                    MOVE SPACES         TO HIST-REC
                    MOVE WSV-ID-AUX     TO HIST-ID
                    MOVE WSV-CICLO-AUX  TO HIST-CICLO
                    MOVE WSV-NOMBRE-AUX TO HIST-NOMBRE
                    MOVE ZERO           TO HIST-PUNTAJE
            END-READ.
        50-UBICAR-HISTORIA-END.
            EXIT.

        55-GUARDAR-HISTORIA.
            IF HIST-NUEVO
                WRITE HIST-REC
                ADD 1 TO WS-TOT-INDICE
            ELSE
                REWRITE HIST-REC
            END-IF.
            IF WS-HIST-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL GRABAR HISTPOST.DAT - ID '
                        HIST-ID ' CICLO ' HIST-CICLO ' - STATUS '
                        WS-HIST-STATUS
            END-IF.
        55-GUARDAR-HISTORIA-END.
            EXIT.

        90-REPORTE.
            DISPLAY ' '.
            DISPLAY '======= RESUMEN DEL INDICE DE HISTORIA ======='.
            DISPLAY 'CICLO EN CURSO       : ' WSC-CICLO.
            DISPLAY 'ADMITIDOS LEIDOS     : ' WS-LEI-ADMITIDOS.
            DISPLAY 'RECHAZADOS LEIDOS    : ' WS-LEI-RECHAZADOS.
            DISPLAY 'ESPERA LEIDOS        : ' WS-LEI-ESPERA.
            DISPLAY 'AUDITORIA LEIDOS     : ' WS-LEI-AUDITORIA.
            DISPLAY 'DEL CICLO EN CURSO   : ' WS-TOT-CICLO-ACTUAL.
            DISPLAY 'POSTULANTE-CICLO     : ' WS-TOT-INDICE.
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
