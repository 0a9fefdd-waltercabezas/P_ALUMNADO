        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMTITU.
      *--------------------------------------------------------
      * Titulos secundarios de los admitidos condicionales.
      * Con la admision condicional habilitada en la tarjeta
      * de parametros, el postulante con secundario en curso
      * que obtuvo vacante (ADMITIDOS.DAT o ADMISEG.DAT con
      * condicion 'C') debe presentar el titulo en mesa de
      * entradas hasta la fecha limite de la tarjeta. Este
      * programa:
      *   - lee las presentaciones de TITULOS.DAT y vuelve
      *     firme la admision de cada condicional que presento
      *     en termino: el maestro pasa a secundario terminado
      *     (con asiento en la bitacora MANTJRNL.DAT), la
      *     auditoria recibe un registro tipo 'T' y el delta
      *     MATRITIT.DAT un movimiento de confirmacion 'F';
      *   - vencida la fecha limite, revoca a cada condicional
      *     que no presento: el maestro queda con el estado de
      *     matricula 'R' (vacante liberada para el proximo
      *     segundo llamado de ALUMLLAM), la auditoria recibe
      *     un registro tipo 'R' con motivo 'TITULO' y el
      *     delta una baja 'B' que revierte el alta enviada a
      *     matriculacion.
      * Las condicionales ya resueltas por una corrida anterior
      * se reconocen por sus registros 'T' / 'R' en la
      * auditoria, de modo que la corrida puede repetirse.
      * Las presentaciones que no corresponden (no es
      * condicional, ya resuelta, fuera de termino, datos
      * invalidos) se informan y no se aplican.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-IN ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT TITU-IN ASSIGN TO "TITULOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TITU-STATUS.

            SELECT ADMIT-IN ASSIGN TO "ADMITIDOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADMIT-STATUS.

            SELECT SEGADM-IN ASSIGN TO "ADMISEG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SEGADM-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "AUDITORIA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT DELTA-OUT ASSIGN TO "MATRITIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DELTA-STATUS.

            SELECT JRNL-OUT ASSIGN TO "MANTJRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRNL-STATUS.

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

        FD  TITU-IN
            RECORDING MODE IS F.
        COPY TITUREC.

        FD  ADMIT-IN
            RECORDING MODE IS F.
        COPY ADMITIDO.

        FD  SEGADM-IN
            RECORDING MODE IS F.
        COPY SEGADM.

        FD  AUDIT-FILE
            RECORDING MODE IS F.
        COPY AUDITREC.

        FD  DELTA-OUT
            RECORDING MODE IS F.
        COPY EXTRACT.

        FD  JRNL-OUT
            RECORDING MODE IS F.
        COPY JRNLREC.

        FD  MASTER-FILE.
        COPY MASTREC.

        WORKING-STORAGE SECTION.
        01 WSC-ESTADOS.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.
           05 WSC-FECHA-TITULO     PIC X(08) VALUE SPACES.
           05 WSC-ESTADO-SECUND    PIC X VALUE 'T'.
           05 WSC-TERMINADO        PIC X VALUE 'T'.
           05 WSC-ENCURSO          PIC X VALUE 'C'.

        01 WSV-VARIANTES.
           05 WSV-ID-AUX           PIC 9(06).

        01 WS-FLAGS.
           05 WS-PARM-STATUS       PIC XX VALUE SPACES.
           05 WS-TITU-STATUS       PIC XX VALUE SPACES.
           05 WS-ADMIT-STATUS      PIC XX VALUE SPACES.
           05 WS-SEGADM-STATUS     PIC XX VALUE SPACES.
           05 WS-AUDIT-STATUS      PIC XX VALUE SPACES.
           05 WS-DELTA-STATUS      PIC XX VALUE SPACES.
           05 WS-JRNL-STATUS       PIC XX VALUE SPACES.
           05 WS-MASTER-STATUS     PIC XX VALUE SPACES.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-ERROR-FATAL       PIC X VALUE 'N'.
              88 ERROR-FATAL       VALUE 'S'.
           05 WS-COND-HALLADA      PIC X VALUE 'N'.
              88 COND-HALLADA      VALUE 'S'.
           05 WS-TITULOS-ABIERTO   PIC X VALUE 'N'.
              88 TITULOS-ABIERTO   VALUE 'S'.
           05 WS-PLAZO-TITULO      PIC X VALUE 'N'.
              88 PLAZO-TITULO-VENCIDO VALUE 'S'.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA          PIC X(08).
           05 WS-FH-HORA           PIC X(06).
           05 FILLER               PIC X(07).

      * Imagen del registro maestro antes de cada cambio, para
      * la bitacora.
        01 WS-IMAGEN-ANTES         PIC X(200).

        01 WS-CONTADORES.
           05 WS-TOT-CONDICIONALES PIC 9(06) VALUE ZERO.
           05 WS-TOT-YA-RESUELTAS  PIC 9(06) VALUE ZERO.
           05 WS-TOT-PRESENTADOS   PIC 9(06) VALUE ZERO.
           05 WS-TOT-CONFIRMADOS   PIC 9(06) VALUE ZERO.
           05 WS-TOT-INVALIDOS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-NO-CONDIC     PIC 9(06) VALUE ZERO.
           05 WS-TOT-REPETIDOS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-FUERA-TERMINO PIC 9(06) VALUE ZERO.
           05 WS-TOT-REVOCADOS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-MAESTRO   PIC 9(06) VALUE ZERO.

      * Admitidos condicionales del ciclo, del lote y de los
      * segundos llamados. Estado: espacio = pendiente, 'T' =
      * titulo presentado (admision firme), 'R' = revocada.
        01 WS-CONDICIONALES.
           05 WS-COND-CANT         PIC 9(05) VALUE ZERO.
           05 WS-COND-SUB          PIC 9(05) VALUE ZERO.
           05 WS-COND-ENT          OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON WS-COND-CANT
                                   INDEXED BY IDX-COND.
              10 WS-COND-ID        PIC 9(06).
              10 WS-COND-NOMBRE    PIC X(06).
              10 WS-COND-CARRERA   PIC X(01).
              10 WS-COND-COD-CARR  PIC X(03).
              10 WS-COND-PREFER    PIC 9(01).
              10 WS-COND-PUNTAJE   PIC 9(03).
              10 WS-COND-CATEG     PIC X(01).
              10 WS-COND-ESTADO    PIC X(01).

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
        01 WS-RUN-CONTROL.
           05 WS-RCTL-FUNCION      PIC X(01) VALUE SPACE.
           05 WS-RCTL-PROGRAMA     PIC X(08) VALUE 'ALUMTITU'.
           05 WS-RCTL-CICLO        PIC X(06) VALUE SPACES.
           05 WS-RCTL-RETORNO      PIC 9(04) VALUE ZERO.
           05 WS-RCTL-RESULTADO    PIC X(01) VALUE SPACE.
           05 WS-RCTL-CONSULTA     PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
        00-CONTROL.
            DISPLAY 'TITULOS DE ADMITIDOS CONDICIONALES'.
            DISPLAY '--------------------------------------------'.

            PERFORM 05-LEER-PARAMETROS.
            MOVE WSC-CICLO TO WS-RCTL-CICLO.
            PERFORM 01-REGISTRAR-INICIO.

            IF NOT ERROR-FATAL
                PERFORM 02-VERIFICAR-PRERREQUISITOS
            END-IF.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA POR PRERREQUISITOS'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            PERFORM 10-CARGAR-CONDICIONALES.
            IF NOT ERROR-FATAL
                PERFORM 12-MARCAR-RESUELTAS
            END-IF.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA - NO SE MODIFICO NINGUN '
                        'ARCHIVO'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            PERFORM 15-ABRIR-ARCHIVOS.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA POR ERROR DE APERTURA'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            IF TITULOS-ABIERTO
                PERFORM UNTIL FIN-ARCHIVO
                    READ TITU-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            ADD 1 TO WS-TOT-PRESENTADOS
                            PERFORM 20-PROCESAR-TITULO
                    END-READ
                END-PERFORM
                CLOSE TITU-IN
            END-IF.

            IF PLAZO-TITULO-VENCIDO
                PERFORM 40-REVOCAR-PENDIENTE
                    VARYING WS-COND-SUB FROM 1 BY 1
                    UNTIL WS-COND-SUB > WS-COND-CANT
            ELSE
                DISPLAY 'PLAZO DEL TITULO VIGENTE HASTA EL '
                        WSC-FECHA-TITULO ' - NO SE REVOCA NINGUNA '
                        'CONDICIONAL'
            END-IF.

            CLOSE AUDIT-FILE.
            CLOSE DELTA-OUT.
            CLOSE JRNL-OUT.
            CLOSE MASTER-FILE.

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

      * Las condicionales salen del lote de admision: exige
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
                        'DE ADMISION ANTES DE PROCESAR TITULOS'
            END-IF.
        02-VERIFICAR-PRERREQUISITOS-END.
            EXIT.

      * Sin la admision condicional habilitada y una fecha
      * limite valida en la tarjeta no hay plazo contra el
      * cual confirmar ni revocar: la corrida no procede.
        05-LEER-PARAMETROS.
            OPEN INPUT PARM-IN.
            IF WS-PARM-STATUS EQUAL '00'
                READ PARM-IN
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE PARM-CICLO         TO WSC-CICLO
                        MOVE PARM-ESTADO-SECUND TO WSC-ESTADO-SECUND
                        MOVE PARM-TERMINADO     TO WSC-TERMINADO
                        MOVE PARM-ENCURSO       TO WSC-ENCURSO
                        IF PARM-COND-HABILITADA
                           AND PARM-FECHA-TITULO NUMERIC
                            MOVE PARM-FECHA-TITULO
                                TO WSC-FECHA-TITULO
                        END-IF
                END-READ
                CLOSE PARM-IN
            END-IF.
            IF WSC-FECHA-TITULO EQUAL SPACES
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ADMISION CONDICIONAL NO HABILITADA O SIN '
                        'FECHA LIMITE EN LA TARJETA DE PARAMETROS'
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                IF WS-FH-FECHA > WSC-FECHA-TITULO
                    MOVE 'S' TO WS-PLAZO-TITULO
                END-IF
            END-IF.
        05-LEER-PARAMETROS-END.
            EXIT.

      * Carga las condicionales del lote y de los segundos
      * llamados. Sin ADMITIDOS.DAT no hay lote contra el cual
      * trabajar; ADMISEG.DAT puede no existir todavia.
        10-CARGAR-CONDICIONALES.
            OPEN INPUT ADMIT-IN.
            IF WS-ADMIT-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR ADMITIDOS.DAT - STATUS '
                        WS-ADMIT-STATUS
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO OR ERROR-FATAL
                    READ ADMIT-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF ADMIT-CONDICION EQUAL 'C'
                                PERFORM 11-AGREGAR-CONDICIONAL
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ADMIT-IN
            END-IF.

            IF NOT ERROR-FATAL
                OPEN INPUT SEGADM-IN
                IF WS-SEGADM-STATUS EQUAL '00'
                    MOVE 'N' TO WS-FIN-ARCHIVO
                    PERFORM UNTIL FIN-ARCHIVO OR ERROR-FATAL
                        READ SEGADM-IN
                            AT END
                                MOVE 'S' TO WS-FIN-ARCHIVO
                            NOT AT END
                                IF SEGADM-CONDICION EQUAL 'C'
                                    MOVE SEGADM-REC TO ADMIT-REC
                                    PERFORM 11-AGREGAR-CONDICIONAL
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE SEGADM-IN
                END-IF
            END-IF.
            MOVE 'N' TO WS-FIN-ARCHIVO.
        10-CARGAR-CONDICIONALES-END.
            EXIT.

      * Una condicional que desborda la tabla quedaria sin
      * revocar: se aborta en lugar de degradar.
        11-AGREGAR-CONDICIONAL.
            IF WS-COND-CANT < 20000
                ADD 1 TO WS-COND-CANT
                ADD 1 TO WS-TOT-CONDICIONALES
                MOVE ADMIT-ID          TO WS-COND-ID (WS-COND-CANT)
                MOVE ADMIT-NOMBRE      TO WS-COND-NOMBRE (WS-COND-CANT)
                MOVE ADMIT-CARRERA     TO WS-COND-CARRERA (WS-COND-CANT)
                MOVE ADMIT-COD-CARRERA
                    TO WS-COND-COD-CARR (WS-COND-CANT)
                MOVE ADMIT-PREFERENCIA TO WS-COND-PREFER (WS-COND-CANT)
                MOVE ADMIT-PUNTAJE
                    TO WS-COND-PUNTAJE (WS-COND-CANT)
                MOVE ADMIT-CATEGORIA   TO WS-COND-CATEG (WS-COND-CANT)
                MOVE SPACE             TO WS-COND-ESTADO (WS-COND-CANT)
            ELSE
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ADMITIDOS CONDICIONALES EXCEDEN LA TABLA '
                        'DE TRABAJO - AMPLIAR LA TABLA'
            END-IF.
        11-AGREGAR-CONDICIONAL-END.
            EXIT.

      * Los registros 'T' y 'R' de corridas anteriores marcan
      * las condicionales ya resueltas. Sin auditoria legible
      * se podria confirmar o revocar dos veces: se aborta.
        12-MARCAR-RESUELTAS.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR AUDITORIA.DAT - STATUS '
                        WS-AUDIT-STATUS
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ AUDIT-FILE
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF AUDIT-DEC-TITULO
                               OR AUDIT-DEC-REVOCACION
                                MOVE AUDIT-ID TO WSV-ID-AUX
                                PERFORM 30-BUSCAR-CONDICIONAL
                                IF COND-HALLADA
                                    MOVE AUDIT-TIPO TO
                                        WS-COND-ESTADO (WS-COND-SUB)
                                    ADD 1 TO WS-TOT-YA-RESUELTAS
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE AUDIT-FILE
                MOVE 'N' TO WS-FIN-ARCHIVO
            END-IF.
        12-MARCAR-RESUELTAS-END.
            EXIT.

      * El maestro es obligatorio: la confirmacion y la
      * revocacion se asientan en el. TITULOS.DAT puede faltar
      * si mesa de entradas no recibio titulos; la corrida
      * igual revoca si el plazo vencio.
        15-ABRIR-ARCHIVOS.
            OPEN I-O MASTER-FILE.
            IF WS-MASTER-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR POSTULANTES.DAT - STATUS '
                        WS-MASTER-STATUS
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

            OPEN EXTEND AUDIT-FILE.
            OPEN OUTPUT DELTA-OUT.
            IF WS-AUDIT-STATUS NOT EQUAL '00'
               OR WS-DELTA-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR UN ARCHIVO DE SALIDA - '
                        WS-AUDIT-STATUS ' ' WS-DELTA-STATUS
            END-IF.

            OPEN INPUT TITU-IN.
            IF WS-TITU-STATUS EQUAL '00'
                MOVE 'S' TO WS-TITULOS-ABIERTO
            ELSE
                DISPLAY 'TITULOS.DAT NO DISPONIBLE - SOLO SE '
                        'CONTROLA EL PLAZO'
            END-IF.
        15-ABRIR-ARCHIVOS-END.
            EXIT.

        20-PROCESAR-TITULO.
            IF TITU-ID NOT NUMERIC
                ADD 1 TO WS-TOT-INVALIDOS
                DISPLAY TITU-ID ' PRESENTACION INVALIDA - ID NO '
                        'NUMERICO'
            ELSE
            IF TITU-FECHA NOT NUMERIC
                ADD 1 TO WS-TOT-INVALIDOS
                DISPLAY TITU-ID ' PRESENTACION INVALIDA - FECHA NO '
                        'NUMERICA'
            ELSE
                MOVE TITU-ID TO WSV-ID-AUX
                PERFORM 30-BUSCAR-CONDICIONAL
                PERFORM 25-APLICAR-TITULO
            END-IF
            END-IF.
        20-PROCESAR-TITULO-END.
            EXIT.

      * El titulo presentado despues de la fecha limite no
      * salva la condicional: la revocacion la decide el plazo.
        25-APLICAR-TITULO.
            EVALUATE TRUE
                WHEN NOT COND-HALLADA
                    ADD 1 TO WS-TOT-NO-CONDIC
                    DISPLAY TITU-ID ' NO ES ADMITIDO CONDICIONAL DEL '
                            'CICLO - PRESENTACION NO APLICADA'
                WHEN WS-COND-ESTADO (WS-COND-SUB) EQUAL 'T'
                    ADD 1 TO WS-TOT-REPETIDOS
                    DISPLAY TITU-ID ' TITULO YA PRESENTADO - '
                            'ADMISION YA FIRME'
                WHEN WS-COND-ESTADO (WS-COND-SUB) EQUAL 'R'
                    ADD 1 TO WS-TOT-REPETIDOS
                    DISPLAY TITU-ID ' ADMISION CONDICIONAL YA '
                            'REVOCADA - PRESENTACION NO APLICADA'
                WHEN TITU-FECHA > WSC-FECHA-TITULO
                    ADD 1 TO WS-TOT-FUERA-TERMINO
                    DISPLAY TITU-ID ' TITULO PRESENTADO EL '
                            TITU-FECHA ' FUERA DE TERMINO'
                WHEN OTHER
                    PERFORM 35-CONFIRMAR-TITULO
            END-EVALUATE.
        25-APLICAR-TITULO-END.
            EXIT.

        30-BUSCAR-CONDICIONAL.
            MOVE 'N'  TO WS-COND-HALLADA.
            MOVE ZERO TO WS-COND-SUB.
            SET IDX-COND TO 1.
            SEARCH WS-COND-ENT
                AT END
                    CONTINUE
                WHEN WS-COND-ID (IDX-COND) EQUAL WSV-ID-AUX
                    MOVE 'S' TO WS-COND-HALLADA
                    SET WS-COND-SUB TO IDX-COND
            END-SEARCH.
        30-BUSCAR-CONDICIONAL-END.
            EXIT.

      * Admision firme: el maestro pasa a secundario terminado,
      * asi las reevaluaciones y el cierre la ven como tal.
        35-CONFIRMAR-TITULO.
            ADD 1 TO WS-TOT-CONFIRMADOS.
            MOVE 'T' TO WS-COND-ESTADO (WS-COND-SUB).
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.

            MOVE WSV-ID-AUX TO MAST-ID.
            READ MASTER-FILE
                INVALID KEY
                    ADD 1 TO WS-TOT-SIN-MAESTRO
                    DISPLAY WSV-ID-AUX ' NO ESTA EN EL MAESTRO - '
                            'SOLO SE REGISTRA LA PRESENTACION'
                NOT INVALID KEY
                    MOVE MAST-REC TO WS-IMAGEN-ANTES
                    MOVE WSC-ESTADO-SECUND TO MAST-SECUNDARIO
                    REWRITE MAST-REC
                    PERFORM 50-GRABAR-BITACORA
            END-READ.

            MOVE 'T'    TO AUDIT-TIPO.
            MOVE 'S'    TO AUDIT-RESULTADO.
            MOVE SPACES TO AUDIT-MOTIVO.
            MOVE SPACE  TO AUDIT-CONDICION.
            PERFORM 55-GRABAR-AUDITORIA.

            MOVE 'F' TO EXTR-MOVIMIENTO.
            PERFORM 60-GRABAR-DELTA.

            DISPLAY WSV-ID-AUX ' ' WS-COND-NOMBRE (WS-COND-SUB)
                    ' PRESENTO EL TITULO - ADMISION FIRME EN '
                    WS-COND-COD-CARR (WS-COND-SUB).
        35-CONFIRMAR-TITULO-END.
            EXIT.

      * Vencido el plazo, toda condicional pendiente se revoca.
      * El estado 'R' del maestro libera la vacante para el
      * proximo segundo llamado; un admitido que ya habia
      * declinado o cuya vacante ya se libero conserva su
      * estado, pero igual se audita y se revierte el alta.
        40-REVOCAR-PENDIENTE.
            IF WS-COND-ESTADO (WS-COND-SUB) EQUAL SPACE
                PERFORM 45-REVOCAR-CONDICIONAL
            END-IF.
        40-REVOCAR-PENDIENTE-END.
            EXIT.

        45-REVOCAR-CONDICIONAL.
            ADD 1 TO WS-TOT-REVOCADOS.
            MOVE 'R' TO WS-COND-ESTADO (WS-COND-SUB).
            MOVE WS-COND-ID (WS-COND-SUB) TO WSV-ID-AUX.
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.

            MOVE WSV-ID-AUX TO MAST-ID.
            READ MASTER-FILE
                INVALID KEY
                    ADD 1 TO WS-TOT-SIN-MAESTRO
                NOT INVALID KEY
                    IF MAST-SIN-CONFIRMAR OR MAST-MATRICULADO
                        MOVE MAST-REC    TO WS-IMAGEN-ANTES
                        MOVE 'R'         TO MAST-EST-MATRICULA
                        MOVE WS-FH-FECHA TO MAST-FECHA-MATRICULA
                        REWRITE MAST-REC
                        PERFORM 50-GRABAR-BITACORA
                    END-IF
            END-READ.

            MOVE 'R'      TO AUDIT-TIPO.
            MOVE 'N'      TO AUDIT-RESULTADO.
            MOVE 'TITULO' TO AUDIT-MOTIVO.
            MOVE 'C'      TO AUDIT-CONDICION.
            PERFORM 55-GRABAR-AUDITORIA.

            MOVE 'B' TO EXTR-MOVIMIENTO.
            PERFORM 60-GRABAR-DELTA.

            DISPLAY WSV-ID-AUX ' ' WS-COND-NOMBRE (WS-COND-SUB)
                    ' NO PRESENTO EL TITULO HASTA EL '
                    WSC-FECHA-TITULO ' - ADMISION REVOCADA EN '
                    WS-COND-COD-CARR (WS-COND-SUB).
        45-REVOCAR-CONDICIONAL-END.
            EXIT.

      * El cambio queda en la misma bitacora que usa ALUMMANT,
      * como una modificacion, para que ALUMRECU lo recupere.
        50-GRABAR-BITACORA.
            MOVE WS-FH-FECHA     TO JRNL-FECHA.
            MOVE WS-FH-HORA      TO JRNL-HORA.
            MOVE 'M'             TO JRNL-TIPO.
            MOVE MAST-ID         TO JRNL-ID.
            MOVE WS-IMAGEN-ANTES TO JRNL-IMAGEN-ANTES.
            MOVE MAST-REC        TO JRNL-IMAGEN-DESPUES.
            MOVE 'ALUMTITU'      TO JRNL-OPERADOR.
            WRITE JRNL-REC.
        50-GRABAR-BITACORA-END.
            EXIT.

      * El tipo, el resultado, el motivo y la condicion los
      * deja cargados quien llama. Se registran los estados de
      * secundario de la tarjeta contra los que se resolvio.
        55-GRABAR-AUDITORIA.
            MOVE WSV-ID-AUX                   TO AUDIT-ID.
            MOVE WS-COND-NOMBRE (WS-COND-SUB) TO AUDIT-NOMBRE.
            MOVE WS-FH-FECHA                  TO AUDIT-FECHA.
            MOVE WS-FH-HORA                   TO AUDIT-HORA.
            MOVE WS-COND-COD-CARR (WS-COND-SUB)
                                              TO AUDIT-COD-CARRERA.
            MOVE ZERO                         TO AUDIT-EDAD-MINIMA.
            MOVE WSC-ESTADO-SECUND            TO AUDIT-ESTADO-SECUND.
            MOVE WSC-TERMINADO                TO AUDIT-TERMINADO.
            MOVE WSC-ENCURSO                  TO AUDIT-ENCURSO.
            MOVE WSC-CICLO                    TO AUDIT-CICLO.
            MOVE WS-COND-PREFER (WS-COND-SUB) TO AUDIT-PREFERENCIA.
            MOVE WS-COND-PUNTAJE (WS-COND-SUB) TO AUDIT-PUNTAJE.
            MOVE SPACE                        TO AUDIT-CATEGORIA.
            MOVE WS-COND-CATEG (WS-COND-SUB)  TO AUDIT-CUPO-CATEG.
            MOVE SPACE                        TO AUDIT-ANT-RECHAZO.
            MOVE SPACE                        TO AUDIT-ANT-ESPERA.
            WRITE AUDIT-REC.
        55-GRABAR-AUDITORIA-END.
            EXIT.

      * El movimiento ('F' confirmacion, 'B' baja) lo deja
      * cargado quien llama.
        60-GRABAR-DELTA.
            MOVE WSV-ID-AUX                    TO EXTR-ID.
            MOVE WS-COND-NOMBRE (WS-COND-SUB)  TO EXTR-NOMBRE.
            MOVE WS-COND-CARRERA (WS-COND-SUB) TO EXTR-ESTADO-CARRERA.
            MOVE WS-COND-COD-CARR (WS-COND-SUB) TO EXTR-COD-CARRERA.
            MOVE WS-FH-FECHA                   TO EXTR-FECHA-ADMISION.
            MOVE WSC-CICLO                     TO EXTR-CICLO.
            WRITE EXTR-REC.
        60-GRABAR-DELTA-END.
            EXIT.

        90-REPORTE.
            DISPLAY ' '.
            DISPLAY '====== RESUMEN DE TITULOS CONDICIONALES ====='.
            DISPLAY 'FECHA LIMITE TITULO  : ' WSC-FECHA-TITULO.
            DISPLAY 'ADMIT. CONDICIONALES : ' WS-TOT-CONDICIONALES.
            DISPLAY 'YA RESUELTAS ANTES   : ' WS-TOT-YA-RESUELTAS.
            DISPLAY 'PRESENTACIONES LEIDAS: ' WS-TOT-PRESENTADOS.
            DISPLAY 'ADMISIONES FIRMES    : ' WS-TOT-CONFIRMADOS.
            DISPLAY 'FUERA DE TERMINO     : ' WS-TOT-FUERA-TERMINO.
            DISPLAY 'NO CONDICIONALES     : ' WS-TOT-NO-CONDIC.
            DISPLAY 'YA RESUELTAS         : ' WS-TOT-REPETIDOS.
            DISPLAY 'INVALIDAS            : ' WS-TOT-INVALIDOS.
            DISPLAY 'REVOCADAS            : ' WS-TOT-REVOCADOS.
            DISPLAY 'SIN ALTA EN MAESTRO  : ' WS-TOT-SIN-MAESTRO.
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
