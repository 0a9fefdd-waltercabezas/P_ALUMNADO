        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMGRAD.
      *--------------------------------------------------------
      * Calificacion del examen de ingreso por materia. Lee
      * las hojas de calificacion de la comision evaluadora
      * (EXAMNOTA.DAT, una por postulante y materia) y la
      * tabla de ponderacion por carrera (PONDERA.DAT: peso
      * y nota minima de cada materia), y calcula para cada
      * postulante del lote de intake un puntaje ponderado
      * propio para cada opcion de carrera:
      *   - calificada: rindio todas las materias de la
      *     carrera y alcanzo el minimo en cada una;
      *   - ausente: falta la hoja de alguna materia o la
      *     hoja lo registra ausente;
      *   - bajo minimo: alguna materia no alcanza la nota
      *     minima que exige la carrera;
      *   - sin ponderacion: la carrera no tiene materias en
      *     la tabla, por lo que no hay puntaje que calcular.
      * El resultado queda en el KSDS NOTAS.DAT que leen
      * ALUMNOS1 y ALUMCORR, y en el acta de calificaciones
      * ACTANOTA.DAT (ponderaciones usadas, resultado por
      * postulante y opcion, hojas observadas y totales) que
      * la comision firma antes de correr el intake.
      * Con el maestro disponible, las carreras del maestro
      * prevalecen sobre las del intake, igual que en
      * ALUMNOS1. Las correcciones pendientes de CORRTRAN.DAT,
      * si las hay, se califican con sus carreras corregidas.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-IN ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT POND-IN ASSIGN TO "PONDERA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POND-STATUS.

            SELECT EXAM-IN ASSIGN TO "EXAMNOTA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXAM-STATUS.

            SELECT POSTU-IN ASSIGN TO "POSTUIN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POSTUIN-STATUS.

            SELECT CORR-IN ASSIGN TO "CORRTRAN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CORR-STATUS.

            SELECT HOJA-FILE ASSIGN TO "GRADHOJA.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOJA-CLAVE
                FILE STATUS IS WS-HOJA-STATUS.

            SELECT NOTAS-OUT ASSIGN TO "NOTAS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NOTA-ID
                FILE STATUS IS WS-NOTAS-STATUS.

            SELECT ACTA-OUT ASSIGN TO "ACTANOTA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACTA-STATUS.

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

        FD  POND-IN
            RECORDING MODE IS F.
        COPY PONDREC.

        FD  EXAM-IN
            RECORDING MODE IS F.
        COPY EXAMREC.

        FD  POSTU-IN
            RECORDING MODE IS F.
        COPY POSTU.

      * Las correcciones tienen el mismo layout que el intake;
      * se leen como linea y se cargan sobre POSTU-REC.
        FD  CORR-IN
            RECORDING MODE IS F.
        01  CORR-REC                PIC X(34).

      * Archivo de trabajo de la corrida con las hojas de
      * calificacion por ID y materia: sin tope de tamano, a
      * diferencia de una tabla en memoria.
        FD  HOJA-FILE.
        01  HOJA-REC.
            05  HOJA-CLAVE.
                10  HOJA-ID         PIC 9(06).
                10  HOJA-MATERIA    PIC X(03).
            05  HOJA-ASISTENCIA     PIC X(01).
            05  HOJA-PUNTAJE        PIC 9(03).

        FD  NOTAS-OUT.
        COPY NOTASREC.

        FD  ACTA-OUT
            RECORDING MODE IS F.
        01  ACTA-LINEA              PIC X(80).

        FD  MASTER-FILE.
        COPY MASTREC.

        WORKING-STORAGE SECTION.
        01 WSC-CONSTANTES.
           05 WSC-LINEAS-POR-PAG   PIC 99 VALUE 56.
           05 WSC-NOTA-MAXIMA      PIC 9(03) VALUE 100.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.

        01 WSV-VARIANTES.
           05 WSV-ID-AUX           PIC 9(06).
           05 WSV-NOMBRE-AUX       PIC X(06).
           05 WSV-COD-CARRERA-AUX  PIC X(03).
           05 WSV-COD-CARR-ALT-AUX PIC X(03).
      * Opcion en calculo: carrera de entrada y resultado.
           05 WSV-COD-CALC         PIC X(03).
           05 WSV-PUNTAJE-CALC     PIC 9(03).
           05 WSV-ESTADO-CALC      PIC X(01).
           05 WSV-MATERIA-CALC     PIC X(03).
           05 WSV-OPCION           PIC 9(01).
           05 WSV-SUMA-PONDERADA   PIC 9(07).
           05 WSV-SUMA-PESOS       PIC 9(05).
           05 WSV-NOTA-MATERIA     PIC 9(03).

        01 WS-FLAGS.
           05 WS-PARM-STATUS       PIC XX VALUE SPACES.
           05 WS-POND-STATUS       PIC XX VALUE SPACES.
           05 WS-EXAM-STATUS       PIC XX VALUE SPACES.
           05 WS-POSTUIN-STATUS    PIC XX VALUE SPACES.
           05 WS-CORR-STATUS       PIC XX VALUE SPACES.
           05 WS-HOJA-STATUS       PIC XX VALUE SPACES.
           05 WS-NOTAS-STATUS      PIC XX VALUE SPACES.
           05 WS-ACTA-STATUS       PIC XX VALUE SPACES.
           05 WS-MASTER-STATUS     PIC XX VALUE SPACES.
           05 WS-MASTER-DISPONIBLE PIC X VALUE 'N'.
              88 MASTER-DISPONIBLE VALUE 'S'.
           05 WS-CORR-DISPONIBLE   PIC X VALUE 'N'.
              88 CORR-DISPONIBLE   VALUE 'S'.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-ERROR-FATAL       PIC X VALUE 'N'.
              88 ERROR-FATAL       VALUE 'S'.
           05 WS-POND-HALLADA      PIC X VALUE 'N'.
              88 POND-HALLADA      VALUE 'S'.
           05 WS-HOJA-OK           PIC X VALUE 'S'.
              88 HOJA-VALIDA       VALUE 'S'.
              88 HOJA-INVALIDA     VALUE 'N'.
           05 WS-DESC-ERROR        PIC X(30) VALUE SPACES.
           05 WS-ORIGEN            PIC X VALUE 'I'.
              88 ORIGEN-INTAKE     VALUE 'I'.
              88 ORIGEN-CORRECCION VALUE 'C'.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA.
              10 WS-FH-AAAA        PIC X(04).
              10 WS-FH-MM          PIC X(02).
              10 WS-FH-DD          PIC X(02).
           05 FILLER               PIC X(13).

        01 WS-CONTADORES.
           05 WS-LINEA             PIC 99 VALUE 99.
           05 WS-PAGINA            PIC 9(03) VALUE ZERO.
           05 WS-TOT-HOJAS         PIC 9(06) VALUE ZERO.
           05 WS-TOT-HOJAS-INVAL   PIC 9(06) VALUE ZERO.
           05 WS-TOT-HOJAS-DUPLIC  PIC 9(06) VALUE ZERO.
           05 WS-TOT-POSTULANTES   PIC 9(06) VALUE ZERO.
           05 WS-TOT-CORRECCIONES  PIC 9(06) VALUE ZERO.
           05 WS-TOT-ID-REPETIDOS  PIC 9(06) VALUE ZERO.
           05 WS-TOT-ID-INVALIDOS  PIC 9(06) VALUE ZERO.
           05 WS-TOT-CALIFICADAS   PIC 9(06) VALUE ZERO.
           05 WS-TOT-AUSENTES      PIC 9(06) VALUE ZERO.
           05 WS-TOT-BAJO-MINIMO   PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-POND      PIC 9(06) VALUE ZERO.

      * Tabla de ponderacion cargada desde PONDERA.DAT. Una
      * fila invalida o repetida aborta la corrida: un peso
      * mal cargado cambiaria en silencio el orden de merito
      * de toda la carrera.
        01 WS-PONDERACIONES.
           05 WS-POND-CANT         PIC 9(04) VALUE ZERO.
           05 WS-POND-SUB          PIC 9(04) VALUE ZERO.
           05 WS-POND-ENT          OCCURS 0 TO 3000 TIMES
                                   DEPENDING ON WS-POND-CANT
                                   INDEXED BY IDX-POND.
              10 WS-POND-CARRERA   PIC X(03).
              10 WS-POND-MATERIA   PIC X(03).
              10 WS-POND-PESO      PIC 9(03).
              10 WS-POND-MINIMO    PIC 9(03).

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
              'ACTA DE CALIFICACIONES - CICLO'.
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

        01 WS-DET-PONDERACION.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-PND-CARRERA      PIC X(03).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'MATERIA'.
           05 DET-PND-MATERIA      PIC X(03).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'PESO'.
           05 DET-PND-PESO         PIC ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'NOTA MINIMA'.
           05 DET-PND-MINIMO       PIC ZZ9.
           05 FILLER               PIC X(33) VALUE SPACES.

        01 WS-DET-HOJA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-HOJ-REGISTRO     PIC X(13).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-HOJ-DESC         PIC X(30).
           05 FILLER               PIC X(31) VALUE SPACES.

        01 WS-DET-NOTA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-NOT-ID           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-NOT-NOMBRE       PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE 'OPCION'.
           05 DET-NOT-OPCION       PIC 9(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-NOT-CARRERA      PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'PUNTAJE'.
           05 DET-NOT-PUNTAJE      PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-NOT-RESULTADO    PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-NOT-MATERIA      PIC X(03).
           05 FILLER               PIC X(13) VALUE SPACES.

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
              'PRESIDENTE COMISION'.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              'SECRETARIO ACADEMICO'.
           05 FILLER               PIC X(10) VALUE SPACES.

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
        01 WS-RUN-CONTROL.
           05 WS-RCTL-FUNCION      PIC X(01) VALUE SPACE.
           05 WS-RCTL-PROGRAMA     PIC X(08) VALUE 'ALUMGRAD'.
           05 WS-RCTL-CICLO        PIC X(06) VALUE SPACES.
           05 WS-RCTL-RETORNO      PIC 9(04) VALUE ZERO.
           05 WS-RCTL-RESULTADO    PIC X(01) VALUE SPACE.
           05 WS-RCTL-CONSULTA     PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
        00-CONTROL.
            DISPLAY 'CALIFICACION DEL EXAMEN DE INGRESO'.
            DISPLAY '--------------------------------------------'.

            PERFORM 05-LEER-PARAMETROS.
            MOVE WSC-CICLO TO WS-RCTL-CICLO.
            PERFORM 01-REGISTRAR-INICIO.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
            MOVE WS-FH-DD   TO ENC2-DD.
            MOVE WS-FH-MM   TO ENC2-MM.
            MOVE WS-FH-AAAA TO ENC2-AAAA.
            MOVE WSC-CICLO  TO ENC2-CICLO.

            OPEN OUTPUT ACTA-OUT.
            IF WS-ACTA-STATUS NOT EQUAL '00'
                DISPLAY 'ERROR AL ABRIR ACTANOTA.DAT - STATUS '
                        WS-ACTA-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            IF NOT ERROR-FATAL
                PERFORM 06-CARGAR-PONDERACIONES
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 03-CREAR-ARCHIVO-HOJAS
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 07-CARGAR-HOJAS
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 10-ABRIR-ARCHIVOS
            END-IF.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA - NOTAS.DAT NO SE GENERO'
                CLOSE ACTA-OUT
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-TITULO-SECCION.
            MOVE 'CALIFICACIONES POR POSTULANTE Y OPCION'
                TO WS-TITULO-SECCION.
            PERFORM 60-TITULO-SECCION.

            MOVE 'I' TO WS-ORIGEN.
            MOVE 'N' TO WS-FIN-ARCHIVO.
            PERFORM UNTIL FIN-ARCHIVO
                READ POSTU-IN
                    AT END
                        MOVE 'S' TO WS-FIN-ARCHIVO
                    NOT AT END
                        PERFORM 20-CALIFICAR-POSTULANTE
                END-READ
            END-PERFORM.
            CLOSE POSTU-IN.

            IF CORR-DISPONIBLE
                MOVE 'C' TO WS-ORIGEN
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ CORR-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            MOVE CORR-REC TO POSTU-REC
                            PERFORM 20-CALIFICAR-POSTULANTE
                    END-READ
                END-PERFORM
                CLOSE CORR-IN
            END-IF.

            CLOSE HOJA-FILE.
            CLOSE NOTAS-OUT.
            IF MASTER-DISPONIBLE
                CLOSE MASTER-FILE
            END-IF.

            PERFORM 30-TOTALES-GENERALES.
            PERFORM 40-BLOQUE-FIRMAS.
            CLOSE ACTA-OUT.

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

      * El archivo de hojas es un trabajo propio de la
      * corrida: nace vacio y se carga desde EXAMNOTA.DAT.
        03-CREAR-ARCHIVO-HOJAS.
            OPEN OUTPUT HOJA-FILE.
            IF WS-HOJA-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL CREAR GRADHOJA.DAT - STATUS '
                        WS-HOJA-STATUS
            ELSE
                CLOSE HOJA-FILE
                OPEN I-O HOJA-FILE
                IF WS-HOJA-STATUS NOT EQUAL '00'
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'ERROR AL REABRIR GRADHOJA.DAT - '
                            'STATUS ' WS-HOJA-STATUS
                END-IF
            END-IF.
        03-CREAR-ARCHIVO-HOJAS-END.
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
      * Las notas se sellan con el ciclo: sin el, el intake y
      * las correcciones rechazarian todas las notas.
            IF WSC-CICLO EQUAL SPACES
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'SIN CICLO EN LA TARJETA DE PARAMETROS - '
                        'NO SE PUEDEN SELLAR LAS NOTAS'
            END-IF.
        05-LEER-PARAMETROS-END.
            EXIT.

      * Carga la tabla de ponderacion y la imprime en el acta:
      * la comision firma tambien las reglas con que se
      * calculo cada puntaje.
        06-CARGAR-PONDERACIONES.
            MOVE SPACES TO WS-TITULO-SECCION.
            MOVE 'PONDERACION DE MATERIAS POR CARRERA'
                TO WS-TITULO-SECCION.
            PERFORM 60-TITULO-SECCION.

            OPEN INPUT POND-IN.
            IF WS-POND-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR PONDERA.DAT - STATUS '
                        WS-POND-STATUS
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ POND-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            PERFORM 08-REGISTRAR-PONDERACION
                    END-READ
                END-PERFORM
                CLOSE POND-IN
                IF WS-POND-CANT EQUAL ZERO
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'PONDERA.DAT SIN PONDERACIONES CARGADAS'
                END-IF
            END-IF.
        06-CARGAR-PONDERACIONES-END.
            EXIT.

      * Carga las hojas de calificacion validas en el archivo
      * de trabajo por ID y materia. Una hoja invalida o
      * repetida no se usa y sale en el acta como observada:
      * para la carrera esa materia queda sin rendir.
        07-CARGAR-HOJAS.
            MOVE SPACES TO WS-TITULO-SECCION.
            MOVE 'HOJAS DE CALIFICACION OBSERVADAS'
                TO WS-TITULO-SECCION.
            PERFORM 60-TITULO-SECCION.

            OPEN INPUT EXAM-IN.
            IF WS-EXAM-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR EXAMNOTA.DAT - STATUS '
                        WS-EXAM-STATUS
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ EXAM-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            ADD 1 TO WS-TOT-HOJAS
                            PERFORM 09-REGISTRAR-HOJA
                    END-READ
                END-PERFORM
                CLOSE EXAM-IN
            END-IF.
        07-CARGAR-HOJAS-END.
            EXIT.

        08-REGISTRAR-PONDERACION.
            IF POND-PESO NOT NUMERIC
               OR POND-PESO EQUAL ZERO
               OR POND-MINIMO NOT NUMERIC
               OR POND-MINIMO > WSC-NOTA-MAXIMA
               OR POND-MATERIA EQUAL SPACES
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'PONDERACION INVALIDA PARA ' POND-COD-CARRERA
                        ' MATERIA ' POND-MATERIA ' - CORREGIR '
                        'PONDERA.DAT'
            ELSE
                MOVE 'N' TO WS-POND-HALLADA
                SET IDX-POND TO 1
                SEARCH WS-POND-ENT
                    AT END
                        CONTINUE
                    WHEN WS-POND-CARRERA (IDX-POND) EQUAL
                         POND-COD-CARRERA
                     AND WS-POND-MATERIA (IDX-POND) EQUAL
                         POND-MATERIA
                        MOVE 'S' TO WS-POND-HALLADA
                END-SEARCH
                EVALUATE TRUE
                    WHEN POND-HALLADA
                        MOVE 'S' TO WS-ERROR-FATAL
                        DISPLAY 'PONDERACION REPETIDA PARA '
                                POND-COD-CARRERA ' MATERIA '
                                POND-MATERIA ' - CORREGIR '
                                'PONDERA.DAT'
                    WHEN WS-POND-CANT NOT < 3000
                        MOVE 'S' TO WS-ERROR-FATAL
                        DISPLAY 'TABLA DE PONDERACION EXCEDE LA '
                                'TABLA DE TRABAJO EN '
                                POND-COD-CARRERA ' - AMPLIAR LA '
                                'TABLA DE TRABAJO'
                    WHEN OTHER
                        ADD 1 TO WS-POND-CANT
                        MOVE POND-COD-CARRERA
                            TO WS-POND-CARRERA (WS-POND-CANT)
                        MOVE POND-MATERIA
                            TO WS-POND-MATERIA (WS-POND-CANT)
                        MOVE POND-PESO
                            TO WS-POND-PESO (WS-POND-CANT)
                        MOVE POND-MINIMO
                            TO WS-POND-MINIMO (WS-POND-CANT)
                        MOVE POND-COD-CARRERA TO DET-PND-CARRERA
                        MOVE POND-MATERIA     TO DET-PND-MATERIA
                        MOVE POND-PESO        TO DET-PND-PESO
                        MOVE POND-MINIMO      TO DET-PND-MINIMO
                        MOVE WS-DET-PONDERACION TO ACTA-LINEA
                        PERFORM 70-ESCRIBIR-LINEA
                END-EVALUATE
            END-IF.
        08-REGISTRAR-PONDERACION-END.
            EXIT.

        09-REGISTRAR-HOJA.
            MOVE 'S'    TO WS-HOJA-OK.
            MOVE SPACES TO WS-DESC-ERROR.
            IF EXAM-ID NOT NUMERIC
                MOVE 'N' TO WS-HOJA-OK
                MOVE 'ID NO NUMERICO' TO WS-DESC-ERROR
            ELSE
                IF EXAM-MATERIA EQUAL SPACES
                    MOVE 'N' TO WS-HOJA-OK
                    MOVE 'MATERIA EN BLANCO' TO WS-DESC-ERROR
                ELSE
                    IF NOT EXAM-PRESENTE AND NOT EXAM-AUSENTE
                        MOVE 'N' TO WS-HOJA-OK
                        MOVE 'ASISTENCIA INVALIDA'
                            TO WS-DESC-ERROR
                    ELSE
                        IF EXAM-PRESENTE
                           AND (EXAM-PUNTAJE NOT NUMERIC
                                OR EXAM-PUNTAJE > WSC-NOTA-MAXIMA)
                            MOVE 'N' TO WS-HOJA-OK
                            MOVE 'NOTA DE MATERIA INVALIDA'
                                TO WS-DESC-ERROR
                        END-IF
                    END-IF
                END-IF
            END-IF.

            IF HOJA-VALIDA
                MOVE EXAM-ID         TO HOJA-ID
                MOVE EXAM-MATERIA    TO HOJA-MATERIA
                MOVE EXAM-ASISTENCIA TO HOJA-ASISTENCIA
                IF EXAM-PRESENTE
                    MOVE EXAM-PUNTAJE TO HOJA-PUNTAJE
                ELSE
                    MOVE ZERO TO HOJA-PUNTAJE
                END-IF
                WRITE HOJA-REC
                    INVALID KEY
                        MOVE 'N' TO WS-HOJA-OK
                        MOVE 'HOJA REPETIDA - SE USA LA PRIMERA'
                            TO WS-DESC-ERROR
                        ADD 1 TO WS-TOT-HOJAS-DUPLIC
                END-WRITE
            ELSE
                ADD 1 TO WS-TOT-HOJAS-INVAL
            END-IF.

            IF HOJA-INVALIDA
                MOVE EXAM-REC      TO DET-HOJ-REGISTRO
                MOVE WS-DESC-ERROR TO DET-HOJ-DESC
                MOVE WS-DET-HOJA   TO ACTA-LINEA
                PERFORM 70-ESCRIBIR-LINEA
                DISPLAY EXAM-ID ' ' EXAM-MATERIA ' HOJA OBSERVADA - '
                        WS-DESC-ERROR
            END-IF.
        09-REGISTRAR-HOJA-END.
            EXIT.

      * NOTAS.DAT se regenera completo en cada corrida. El
      * maestro es opcional, igual que en el intake.
        10-ABRIR-ARCHIVOS.
            OPEN INPUT POSTU-IN.
            IF WS-POSTUIN-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR POSTUIN.DAT - STATUS '
                        WS-POSTUIN-STATUS
            END-IF.

            OPEN OUTPUT NOTAS-OUT.
            IF WS-NOTAS-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL CREAR NOTAS.DAT - STATUS '
                        WS-NOTAS-STATUS
            ELSE
                CLOSE NOTAS-OUT
                OPEN I-O NOTAS-OUT
                IF WS-NOTAS-STATUS NOT EQUAL '00'
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'ERROR AL ABRIR NOTAS.DAT - STATUS '
                            WS-NOTAS-STATUS
                END-IF
            END-IF.

            OPEN INPUT CORR-IN.
            IF WS-CORR-STATUS EQUAL '00'
                MOVE 'S' TO WS-CORR-DISPONIBLE
            END-IF.

            OPEN INPUT MASTER-FILE.
            IF WS-MASTER-STATUS EQUAL '00'
                MOVE 'S' TO WS-MASTER-DISPONIBLE
            ELSE
                DISPLAY 'MAESTRO DE POSTULANTES NO DISPONIBLE - '
                        'SE USAN SOLO LOS DATOS DE INTAKE'
            END-IF.
        10-ABRIR-ARCHIVOS-END.
            EXIT.

      * Un ID ilegible no se califica: el intake lo deriva a
      * excepciones y la correccion vuelve a pasar por aca.
        20-CALIFICAR-POSTULANTE.
            IF POSTU-ID NOT NUMERIC
                ADD 1 TO WS-TOT-ID-INVALIDOS
                DISPLAY POSTU-ID ' ID NO NUMERICO - NO SE CALIFICA'
            ELSE
                PERFORM 21-CARGAR-CARRERAS-POSTULANTE
                PERFORM 22-CALIFICAR-OPCIONES
                PERFORM 23-GRABAR-NOTA
            END-IF.
        20-CALIFICAR-POSTULANTE-END.
            EXIT.

      * Las carreras del maestro prevalecen sobre las del
      * intake, igual que en ALUMNOS1; la correccion trae sus
      * propias carreras, que son las que se van a evaluar.
        21-CARGAR-CARRERAS-POSTULANTE.
            MOVE POSTU-ID           TO WSV-ID-AUX.
            MOVE POSTU-NOMBRE       TO WSV-NOMBRE-AUX.
            MOVE POSTU-COD-CARRERA  TO WSV-COD-CARRERA-AUX.
            MOVE POSTU-COD-CARR-ALT TO WSV-COD-CARR-ALT-AUX.
            IF MASTER-DISPONIBLE AND ORIGEN-INTAKE
                MOVE WSV-ID-AUX TO MAST-ID
                READ MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE MAST-NOMBRE      TO WSV-NOMBRE-AUX
                        MOVE MAST-COD-CARRERA TO WSV-COD-CARRERA-AUX
                        MOVE MAST-COD-CARR-ALT
                            TO WSV-COD-CARR-ALT-AUX
                END-READ
            END-IF.
        21-CARGAR-CARRERAS-POSTULANTE-END.
            EXIT.

        22-CALIFICAR-OPCIONES.
            INITIALIZE NOTA-REC.
            MOVE WSV-ID-AUX TO NOTA-ID.
            MOVE WSC-CICLO  TO NOTA-CICLO.

            MOVE 1 TO WSV-OPCION.
            MOVE WSV-COD-CARRERA-AUX TO WSV-COD-CALC.
            PERFORM 25-CALCULAR-OPCION.
            MOVE WSV-COD-CALC     TO NOTA-COD-CARRERA.
            MOVE WSV-PUNTAJE-CALC TO NOTA-PUNTAJE.
            MOVE WSV-ESTADO-CALC  TO NOTA-ESTADO.
            MOVE WSV-MATERIA-CALC TO NOTA-MATERIA.

            MOVE SPACES TO NOTA-COD-CARR-ALT.
            MOVE SPACES TO NOTA-ESTADO-ALT.
            MOVE SPACES TO NOTA-MATERIA-ALT.
            MOVE ZERO   TO NOTA-PUNTAJE-ALT.
            IF WSV-COD-CARR-ALT-AUX NOT EQUAL SPACES
                MOVE 2 TO WSV-OPCION
                MOVE WSV-COD-CARR-ALT-AUX TO WSV-COD-CALC
                PERFORM 25-CALCULAR-OPCION
                MOVE WSV-COD-CALC     TO NOTA-COD-CARR-ALT
                MOVE WSV-PUNTAJE-CALC TO NOTA-PUNTAJE-ALT
                MOVE WSV-ESTADO-CALC  TO NOTA-ESTADO-ALT
                MOVE WSV-MATERIA-CALC TO NOTA-MATERIA-ALT
            END-IF.
        22-CALIFICAR-OPCIONES-END.
            EXIT.

      * Una repeticion del ID en el lote conserva la nota de
      * la primera aparicion, que es la que evalua el intake;
      * la correccion reemplaza la nota del ID.
        23-GRABAR-NOTA.
            IF ORIGEN-CORRECCION
                ADD 1 TO WS-TOT-CORRECCIONES
                WRITE NOTA-REC
                    INVALID KEY
                        REWRITE NOTA-REC
                END-WRITE
            ELSE
                WRITE NOTA-REC
                    INVALID KEY
                        ADD 1 TO WS-TOT-ID-REPETIDOS
                        DISPLAY WSV-ID-AUX ' REPETIDO EN EL LOTE - '
                                'SE CONSERVA LA PRIMERA NOTA'
                    NOT INVALID KEY
                        ADD 1 TO WS-TOT-POSTULANTES
                END-WRITE
            END-IF.
        23-GRABAR-NOTA-END.
            EXIT.

      * Puntaje ponderado de la carrera en WSV-COD-CALC: la
      * suma de nota por peso de cada materia de la carrera
      * sobre la suma de los pesos. La materia sin hoja o con
      * ausente cuenta como cero y deja la opcion ausente; la
      * ausencia prevalece sobre una nota bajo el minimo.
        25-CALCULAR-OPCION.
            MOVE ZERO   TO WSV-SUMA-PONDERADA.
            MOVE ZERO   TO WSV-SUMA-PESOS.
            MOVE ZERO   TO WSV-PUNTAJE-CALC.
            MOVE 'C'    TO WSV-ESTADO-CALC.
            MOVE SPACES TO WSV-MATERIA-CALC.
            MOVE 'N'    TO WS-POND-HALLADA.

            PERFORM 26-SUMAR-MATERIA
                VARYING WS-POND-SUB FROM 1 BY 1
                UNTIL WS-POND-SUB > WS-POND-CANT.

            IF NOT POND-HALLADA
                MOVE 'P' TO WSV-ESTADO-CALC
            ELSE
                COMPUTE WSV-PUNTAJE-CALC ROUNDED =
                    WSV-SUMA-PONDERADA / WSV-SUMA-PESOS
            END-IF.

            EVALUATE WSV-ESTADO-CALC
                WHEN 'C'
                    ADD 1 TO WS-TOT-CALIFICADAS
                    MOVE 'CALIFICADO'      TO DET-NOT-RESULTADO
                WHEN 'A'
                    ADD 1 TO WS-TOT-AUSENTES
                    MOVE 'AUSENTE'         TO DET-NOT-RESULTADO
                WHEN 'M'
                    ADD 1 TO WS-TOT-BAJO-MINIMO
                    MOVE 'BAJO MINIMO'     TO DET-NOT-RESULTADO
                WHEN 'P'
                    ADD 1 TO WS-TOT-SIN-POND
                    MOVE 'SIN PONDERACION' TO DET-NOT-RESULTADO
            END-EVALUATE.
            MOVE WSV-ID-AUX       TO DET-NOT-ID.
            MOVE WSV-NOMBRE-AUX   TO DET-NOT-NOMBRE.
            MOVE WSV-OPCION       TO DET-NOT-OPCION.
            MOVE WSV-COD-CALC     TO DET-NOT-CARRERA.
            MOVE WSV-PUNTAJE-CALC TO DET-NOT-PUNTAJE.
            MOVE WSV-MATERIA-CALC TO DET-NOT-MATERIA.
            MOVE WS-DET-NOTA      TO ACTA-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
        25-CALCULAR-OPCION-END.
            EXIT.

        26-SUMAR-MATERIA.
            IF WS-POND-CARRERA (WS-POND-SUB) EQUAL WSV-COD-CALC
                MOVE 'S' TO WS-POND-HALLADA
                ADD WS-POND-PESO (WS-POND-SUB) TO WSV-SUMA-PESOS
                MOVE WSV-ID-AUX TO HOJA-ID
                MOVE WS-POND-MATERIA (WS-POND-SUB) TO HOJA-MATERIA
                READ HOJA-FILE
                    INVALID KEY
                        MOVE 'A' TO HOJA-ASISTENCIA
                        MOVE ZERO TO HOJA-PUNTAJE
                END-READ
                IF HOJA-ASISTENCIA EQUAL 'A'
                    IF WSV-ESTADO-CALC NOT EQUAL 'A'
                        MOVE 'A' TO WSV-ESTADO-CALC
                        MOVE WS-POND-MATERIA (WS-POND-SUB)
                            TO WSV-MATERIA-CALC
                    END-IF
                ELSE
                    MOVE HOJA-PUNTAJE TO WSV-NOTA-MATERIA
                    COMPUTE WSV-SUMA-PONDERADA = WSV-SUMA-PONDERADA
                        + WSV-NOTA-MATERIA
                        * WS-POND-PESO (WS-POND-SUB)
                    IF WSV-NOTA-MATERIA <
                       WS-POND-MINIMO (WS-POND-SUB)
                       AND WSV-ESTADO-CALC EQUAL 'C'
                        MOVE 'M' TO WSV-ESTADO-CALC
                        MOVE WS-POND-MATERIA (WS-POND-SUB)
                            TO WSV-MATERIA-CALC
                    END-IF
                END-IF
            END-IF.
        26-SUMAR-MATERIA-END.
            EXIT.

        30-TOTALES-GENERALES.
            MOVE SPACES TO WS-TITULO-SECCION.
            MOVE 'TOTALES DE LA CALIFICACION'
                TO WS-TITULO-SECCION.
            PERFORM 60-TITULO-SECCION.

            MOVE 'HOJAS DE CALIFICACION LEIDAS' TO TOT-LEYENDA.
            MOVE WS-TOT-HOJAS                   TO TOT-CANTIDAD.
            PERFORM 35-LINEA-TOTAL.
            MOVE 'HOJAS INVALIDAS'              TO TOT-LEYENDA.
            MOVE WS-TOT-HOJAS-INVAL             TO TOT-CANTIDAD.
            PERFORM 35-LINEA-TOTAL.
            MOVE 'HOJAS REPETIDAS'              TO TOT-LEYENDA.
            MOVE WS-TOT-HOJAS-DUPLIC            TO TOT-CANTIDAD.
            PERFORM 35-LINEA-TOTAL.
            MOVE 'POSTULANTES CALIFICADOS'      TO TOT-LEYENDA.
            MOVE WS-TOT-POSTULANTES             TO TOT-CANTIDAD.
            PERFORM 35-LINEA-TOTAL.
            MOVE 'CORRECCIONES CALIFICADAS'     TO TOT-LEYENDA.
            MOVE WS-TOT-CORRECCIONES            TO TOT-CANTIDAD.
            PERFORM 35-LINEA-TOTAL.
            MOVE 'IDS REPETIDOS EN EL LOTE'     TO TOT-LEYENDA.
            MOVE WS-TOT-ID-REPETIDOS            TO TOT-CANTIDAD.
            PERFORM 35-LINEA-TOTAL.
            MOVE 'OPCIONES CALIFICADAS'         TO TOT-LEYENDA.
            MOVE WS-TOT-CALIFICADAS             TO TOT-CANTIDAD.
            PERFORM 35-LINEA-TOTAL.
            MOVE 'OPCIONES CON AUSENTE'         TO TOT-LEYENDA.
            MOVE WS-TOT-AUSENTES                TO TOT-CANTIDAD.
            PERFORM 35-LINEA-TOTAL.
            MOVE 'OPCIONES BAJO MINIMO'         TO TOT-LEYENDA.
            MOVE WS-TOT-BAJO-MINIMO             TO TOT-CANTIDAD.
            PERFORM 35-LINEA-TOTAL.
            MOVE 'OPCIONES SIN PONDERACION'     TO TOT-LEYENDA.
            MOVE WS-TOT-SIN-POND                TO TOT-CANTIDAD.
            PERFORM 35-LINEA-TOTAL.
        30-TOTALES-GENERALES-END.
            EXIT.

        35-LINEA-TOTAL.
            MOVE WS-LINEA-TOTAL TO ACTA-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
        35-LINEA-TOTAL-END.
            EXIT.

      * El bloque de firmas debe quedar entero en una pagina:
      * si no quedan lineas suficientes se fuerza el salto.
        40-BLOQUE-FIRMAS.
            IF WS-LINEA > WSC-LINEAS-POR-PAG - 6
                PERFORM 75-NUEVA-PAGINA
            END-IF.
            MOVE SPACES TO ACTA-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
            MOVE SPACES TO ACTA-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
            MOVE WS-FIRMA-1 TO ACTA-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
            MOVE WS-FIRMA-2 TO ACTA-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
        40-BLOQUE-FIRMAS-END.
            EXIT.

        60-TITULO-SECCION.
            MOVE SPACES TO ACTA-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
            MOVE WS-TITULO-SECCION TO ACTA-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
            MOVE WS-LINEA-GUIONES TO ACTA-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
        60-TITULO-SECCION-END.
            EXIT.

        70-ESCRIBIR-LINEA.
            MOVE ACTA-LINEA TO WS-LINEA-PENDIENTE.
            IF WS-LINEA > WSC-LINEAS-POR-PAG
                PERFORM 75-NUEVA-PAGINA
            END-IF.
            MOVE WS-LINEA-PENDIENTE TO ACTA-LINEA.
            WRITE ACTA-LINEA.
            ADD 1 TO WS-LINEA.
        70-ESCRIBIR-LINEA-END.
            EXIT.

        75-NUEVA-PAGINA.
            ADD 1 TO WS-PAGINA.
            MOVE WS-PAGINA TO ENC1-PAGINA.
            MOVE WS-ENCABEZADO-1 TO ACTA-LINEA.
            WRITE ACTA-LINEA.
            MOVE WS-ENCABEZADO-2 TO ACTA-LINEA.
            WRITE ACTA-LINEA.
            MOVE WS-LINEA-GUIONES TO ACTA-LINEA.
            WRITE ACTA-LINEA.
            MOVE 4 TO WS-LINEA.
        75-NUEVA-PAGINA-END.
            EXIT.

        90-REPORTE.
            DISPLAY ' '.
            DISPLAY '====== RESUMEN DE LA CALIFICACION ======'.
            DISPLAY 'HOJAS LEIDAS         : ' WS-TOT-HOJAS.
            DISPLAY 'HOJAS INVALIDAS      : ' WS-TOT-HOJAS-INVAL.
            DISPLAY 'HOJAS REPETIDAS      : ' WS-TOT-HOJAS-DUPLIC.
            DISPLAY 'POSTULANTES          : ' WS-TOT-POSTULANTES.
            DISPLAY 'CORRECCIONES         : ' WS-TOT-CORRECCIONES.
            DISPLAY 'IDS REPETIDOS        : ' WS-TOT-ID-REPETIDOS.
            DISPLAY 'IDS NO NUMERICOS     : ' WS-TOT-ID-INVALIDOS.
            DISPLAY 'OPCIONES CALIFICADAS : ' WS-TOT-CALIFICADAS.
            DISPLAY 'OPCIONES AUSENTE     : ' WS-TOT-AUSENTES.
            DISPLAY 'OPCIONES BAJO MINIMO : ' WS-TOT-BAJO-MINIMO.
            DISPLAY 'OPC. SIN PONDERACION : ' WS-TOT-SIN-POND.
            DISPLAY 'ACTA EN ' WS-PAGINA ' PAGINAS'.
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
