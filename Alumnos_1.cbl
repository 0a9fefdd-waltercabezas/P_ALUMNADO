      *     regraba sus salidas desde cero, de modo que una
      *     corrida interrumpida en esa fase (checkpoint 'F')
      *     se repite sin releer el lote.
      *   - NOTAS.DAT pasa a generarlo la calificacion por
      *     materia ALUMGRAD, con un puntaje ponderado propio
      *     para cada opcion de carrera: la segunda opcion
      *     compite con el puntaje calculado para su carrera y
      *     no con el de la primera. El ausente o la nota bajo
      *     el minimo de una materia es un rechazo propio
      *     (motivos AUSENTE y MINIMO) y no una excepcion; una
      *     nota calculada para otra carrera o una carrera sin
      *     ponderacion si van a excepciones.
      *   - Cupos reservados por categoria de admision: el
      *     intake trae la categoria del postulante (escuela
      *     publica provincial, discapacidad, interior/rural o
      *     general) y el catalogo el cupo reservado de cada
      *     categoria dentro del cupo de la carrera. La primera
      *     opcion se adjudica en dos pasadas: las vacantes
      *     reservadas por merito dentro de cada categoria y
      *     despues el cupo general por merito entre todos los
      *     que quedaron, que absorbe las reservadas que no se
      *     usaron. La auditoria, ADMITIDOS.DAT y CORTES.DAT
      *     registran la categoria de la vacante ocupada.
      *   - Admision condicional: con la tarjeta de parametros
      *     habilitandola, el postulante con secundario en
      *     curso que cumple el resto de los requisitos
      *     compite por merito como cualquier otro y, si
      *     obtiene vacante, queda admitido condicional hasta
      *     la fecha limite de presentacion del titulo. La
      *     condicion viaja en la auditoria, ADMITIDOS.DAT, la
      *     lista de espera y el extracto de matriculacion
      *     (movimiento de alta condicional); la confirmacion
      *     o la revocacion las resuelve ALUMTITU.
      *   - Turnos de cursado preferidos: el intake trae hasta
      *     tres turnos en orden de preferencia (manana, tarde,
      *     noche), se validan y viajan con el candidato hasta
      *     ADMITIDOS.DAT y la lista de espera, de donde los
      *     toma ALUMCOMI para asignar la comision.
      *   - Una carrera dada de baja en el catalogo (estado
      *     inactiva, lo mantiene ALUMCARR) no recibe
      *     postulantes: la primera o la segunda opcion
      *     inactiva se rechaza a excepciones con el motivo
      *     CARRERA INACTIVA o CARRERA ALT INACTIVA.
      *   - Control de historia de ciclos anteriores: cada
      *     postulante se busca por ID, y por el otro ID del
      *     maestro que tenga su documento, en el indice de
      *     historia HISTPOST.DAT que arma ALUMHIST. Quien ya
      *     fue admitido en un ciclo anterior y figura
      *     matriculado en el maestro va al archivo de
      *     revision REVHIST.DAT en lugar de evaluarse; los
      *     rechazos y las listas de espera anteriores quedan
      *     marcados en la auditoria de la decision del lote,
      *     y todo reingresante queda en REINGRES.DAT para el
      *     informe de ALUMREIN a la comision de admision.
      *   - Control de pago de la inscripcion: con la tarjeta
      *     de parametros marcada, solo se evalua a quien
      *     tiene acreditado en el maestro (por ALUMPAGO) el
      *     derecho de inscripcion del ciclo. Los demas van a
      *     excepciones con el motivo PAGO DE INSCRIPCION
      *     PENDIENTE, o PAGO PENDIENTE - SIN ALTA si no estan
      *     en el maestro, para reprocesarse con ALUMCORR.
      *   - La nota de examen tiene que ser del ciclo en curso:
      *     una nota que quedo de un ciclo anterior va a
      *     excepciones con el motivo NOTA DE OTRO CICLO.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAND-STATUS.

            SELECT GENERAL-FILE ASSIGN TO "CANDGEN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GENERAL-STATUS.

            SELECT PASADOS-FILE ASSIGN TO "CANDPAS2.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PASADOS-STATUS.
                    WITH DUPLICATES
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT HIST-FILE ASSIGN TO "HISTPOST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-CLAVE
                FILE STATUS IS WS-HIST-STATUS.

            SELECT REVH-OUT ASSIGN TO "REVHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REVH-STATUS.

            SELECT REING-OUT ASSIGN TO "REINGRES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REING-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  POSTU-IN
            RECORDING MODE IS F.
        COPY CANDIREC.

      * Candidatos que no ocuparon vacante reservada y
      * compiten por el cupo general de su primera opcion, los
      * que pasaron sin vacante por su primera opcion y los
      * que tampoco entraron por la segunda; mismo layout que
      * CANDIDAT.DAT, tratados como lineas.
        FD  GENERAL-FILE
            RECORDING MODE IS F.
        01  GEN-REC                 PIC X(55).

        FD  PASADOS-FILE
            RECORDING MODE IS F.
        01  PAS-REC                 PIC X(55).

        FD  ESPTRAB-FILE
            RECORDING MODE IS F.
        01  ESPT-REC                PIC X(55).

        FD  CORTE-OUT
            RECORDING MODE IS F.
            05  S-CUMPLE            PIC X(01).
            05  S-MOTIVO            PIC X(10).
            05  S-EDAD-MINIMA       PIC 99.
            05  S-PUNTAJE-ALT       PIC 9(03).
            05  S-ESTADO-ALT        PIC X(01).
            05  S-CATEGORIA         PIC X(01).
            05  S-CONDICION         PIC X(01).
            05  S-TURNOS            PIC X(03).
            05  S-ANT-RECHAZO       PIC X(01).
            05  S-ANT-ESPERA        PIC X(01).

        FD  MASTER-FILE.
        COPY MASTREC.

        FD  HIST-FILE.
        COPY HISTPOST.

        FD  REVH-OUT
            RECORDING MODE IS F.
        COPY REVHIST.

        FD  REING-OUT
            RECORDING MODE IS F.
        COPY REINGRES.

        WORKING-STORAGE SECTION.
        01 WSC-ESTADOS.
           05 WSC-EDAD-MINIMA      PIC 99 VALUE 18.
              10 WSC-TERMINADO     PIC X VALUE 'T'.
              10 WSC-ENCURSO       PIC X VALUE 'C'.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.
      * Categorias con cupo reservado, en el orden de
      * CARR-CUPO-RES y del detalle de CORTES.DAT.
           05 WSC-CATEG-RESERVA    PIC X(03) VALUE 'PDR'.
           05 WSC-CATEG-TABLA REDEFINES WSC-CATEG-RESERVA.
              10 WSC-CATEG-COD     PIC X OCCURS 3 TIMES.
           05 WSC-CATEG-GENERAL    PIC X VALUE 'G'.
      * Admision condicional del secundario en curso, segun
      * la tarjeta de parametros.
           05 WSC-SECUND-CONDIC    PIC X VALUE 'C'.
           05 WSC-CONDICIONAL      PIC X VALUE 'N'.
              88 CONDICIONAL-HABILITADA VALUE 'S'.
           05 WSC-FECHA-TITULO     PIC X(08) VALUE SPACES.
      * Control del pago del derecho de inscripcion, segun la
      * tarjeta de parametros.
           05 WSC-CONTROL-PAGO     PIC X VALUE 'N'.
              88 PAGO-EXIGIDO      VALUE 'S'.

        01 WSV-VARIANTES.
           05 WSV-ID-AUX           PIC 9(06).
              10 WSV-COD-CARRERA-AUX  PIC X(03).
              10 WSV-COD-CARR-ALT-AUX PIC X(03).
              10 WSV-DOCUMENTO-AUX    PIC X(08).
              10 WSV-CATEGORIA-AUX    PIC X.
              10 WSV-TURNOS-AUX       PIC X(03).
           05 WSV-EDAD-MIN-EFECT   PIC 99.
           05 WSV-ID-EXISTENTE     PIC 9(06).
           05 WSV-PREFERENCIA      PIC 9(01) VALUE 1.
           05 WSV-COD-PRIMERA      PIC X(03).
           05 WSV-PUNTAJE-AUX      PIC 9(03) VALUE ZERO.
      * Resultado del examen por opcion, segun NOTA-ESTADO.
           05 WSV-ESTADO-NOTA      PIC X(01) VALUE SPACE.
           05 WSV-PUNTAJE-ALT-AUX  PIC 9(03) VALUE ZERO.
           05 WSV-ESTADO-ALT-AUX   PIC X(01) VALUE SPACE.
      * Vacante reservada de la categoria del postulante
      * (subindice en WS-CARR-RESERVA, cero si es general) y
      * categoria de la vacante que efectivamente ocupa.
           05 WSV-CAT-SUB          PIC 9(01) VALUE ZERO.
           05 WSV-CUPO-CATEG       PIC X(01) VALUE SPACE.
           05 WSV-RESERVA-TOTAL    PIC 9(05) VALUE ZERO.
      * 'C' si el candidato cumple solo en forma condicional.
           05 WSV-CONDICION-AUX    PIC X(01) VALUE SPACE.
           05 WSV-TURNO-SUB        PIC 9(01) VALUE ZERO.
      * Control de historia: ID que se busca en el indice,
      * antecedentes hallados y, si ya se matriculo, el ID,
      * el ciclo y la carrera de esa admision.
           05 WSV-ID-HISTORIA      PIC 9(06) VALUE ZERO.
           05 WSV-ANT-RECHAZO      PIC X(01) VALUE SPACE.
           05 WSV-ANT-ESPERA       PIC X(01) VALUE SPACE.
           05 WSV-ANT-MATRICULA    PIC X(01) VALUE SPACE.
           05 WSV-ID-HIST-MATRIC   PIC 9(06) VALUE ZERO.
           05 WSV-CICLO-ANTERIOR   PIC X(06) VALUE SPACES.
           05 WSV-CARR-ANTERIOR    PIC X(03) VALUE SPACES.

        01 WS-FLAGS.
           05 WS-POSTUIN-STATUS    PIC XX VALUE SPACES.
           05 WS-ESPERA-STATUS     PIC XX VALUE SPACES.
           05 WS-NOTAS-STATUS      PIC XX VALUE SPACES.
           05 WS-CAND-STATUS       PIC XX VALUE SPACES.
           05 WS-GENERAL-STATUS    PIC XX VALUE SPACES.
           05 WS-PASADOS-STATUS    PIC XX VALUE SPACES.
           05 WS-ESPTRAB-STATUS    PIC XX VALUE SPACES.
           05 WS-CORTE-STATUS      PIC XX VALUE SPACES.
           05 WS-ORIGEN-INVALIDO   PIC X VALUE 'I'.
              88 ORIGEN-INTAKE     VALUE 'I'.
              88 ORIGEN-MAESTRO    VALUE 'M'.
           05 WS-HIST-STATUS       PIC XX VALUE SPACES.
           05 WS-REVH-STATUS       PIC XX VALUE SPACES.
           05 WS-REING-STATUS      PIC XX VALUE SPACES.
           05 WS-FIN-HISTORIA      PIC X VALUE 'N'.
              88 FIN-HISTORIA      VALUE 'S'.
           05 WS-HIST-OBSERVADO    PIC X VALUE 'N'.
              88 HIST-OBSERVADO    VALUE 'S'.
           05 WS-ES-REINGRESO      PIC X VALUE 'N'.
              88 ES-REINGRESO      VALUE 'S'.
           05 WS-EN-MAESTRO        PIC X VALUE 'N'.
              88 EN-MAESTRO        VALUE 'S'.
           05 WS-INSCRIPCION-PAGA  PIC X VALUE 'N'.
              88 INSCRIPCION-PAGA  VALUE 'S'.
           05 WS-PAGO-PENDIENTE    PIC X VALUE 'N'.
              88 PAGO-PENDIENTE    VALUE 'S'.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA          PIC X(08).
           05 WS-TOT-RECH-EDAD     PIC 9(06) VALUE ZERO.
           05 WS-TOT-RECH-SECUND   PIC 9(06) VALUE ZERO.
           05 WS-TOT-RECH-CARRERA  PIC 9(06) VALUE ZERO.
           05 WS-TOT-RECH-EXAMEN   PIC 9(06) VALUE ZERO.
           05 WS-TOT-EXCEPCIONES   PIC 9(06) VALUE ZERO.
           05 WS-TOT-DUPLICADOS    PIC 9(06) VALUE ZERO.
           05 WS-TOT-EN-ESPERA     PIC 9(06) VALUE ZERO.
           05 WS-TOT-ADM-SEGUNDA   PIC 9(06) VALUE ZERO.
           05 WS-TOT-ADM-RESERVA   PIC 9(06) VALUE ZERO.
           05 WS-TOT-ADM-CONDIC    PIC 9(06) VALUE ZERO.
           05 WS-TOT-DOC-REVISION  PIC 9(06) VALUE ZERO.
           05 WS-TOT-HIST-REVISION PIC 9(06) VALUE ZERO.
           05 WS-TOT-REINGRESOS    PIC 9(06) VALUE ZERO.
           05 WS-TOT-PAGO-PEND     PIC 9(06) VALUE ZERO.

      * Catalogo de carreras cargado desde CARRERAS.DAT al
      * inicio de la corrida, con el uso de vacantes, la lista
      * de espera y el puntaje de corte acumulados por carrera.
      * El uso y el corte se llevan ademas por cupo reservado
      * de cada categoria y por cupo general.
        01 WS-CATALOGO-CARRERAS.
           05 WS-CARR-CANT         PIC 9(03) VALUE ZERO.
           05 WS-CARR-SUB          PIC 9(03) VALUE ZERO.
              10 WS-CARR-ADMITIDOS PIC 9(04).
              10 WS-CARR-ESPERA    PIC 9(04).
              10 WS-CARR-CORTE     PIC 9(03).
              10 WS-CARR-RESERVA   OCCURS 3 TIMES.
                 15 WS-RES-CUPO       PIC 9(04).
                 15 WS-RES-ADMITIDOS  PIC 9(04).
                 15 WS-RES-CORTE      PIC 9(03).
              10 WS-CARR-GEN-ADMIT PIC 9(04).
              10 WS-CARR-GEN-CORTE PIC 9(03).
              10 WS-CARR-ESTADO    PIC X(01).

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
                        MOVE PARM-CICLO         TO WSC-CICLO
                        DISPLAY 'PARAMETROS CARGADOS DESDE TARJETA - '
                                'CICLO ' WSC-CICLO
                        PERFORM 05A-LEER-CONDICIONAL
                        IF PARM-PAGO-EXIGIDO
                            MOVE 'S' TO WSC-CONTROL-PAGO
                            DISPLAY 'CONTROL DE PAGO DE INSCRIPCION '
                                    'HABILITADO'
                        END-IF
                END-READ
                CLOSE PARM-IN
            ELSE
        05-LEER-PARAMETROS-END.
            EXIT.

      * La admision condicional solo se habilita con una fecha
      * limite valida para presentar el titulo: sin ella no
      * habria cuando revocar.
        05A-LEER-CONDICIONAL.
            IF PARM-COND-HABILITADA
                IF PARM-FECHA-TITULO NUMERIC
                    MOVE 'S'               TO WSC-CONDICIONAL
                    MOVE PARM-FECHA-TITULO TO WSC-FECHA-TITULO
                    DISPLAY 'ADMISION CONDICIONAL HABILITADA - '
                            'TITULO HASTA EL ' WSC-FECHA-TITULO
                ELSE
                    DISPLAY 'ADMISION CONDICIONAL SIN FECHA LIMITE '
                            'VALIDA - NO SE HABILITA'
                END-IF
            END-IF.
        05A-LEER-CONDICIONAL-END.
            EXIT.

        06-VERIFICAR-RESTART.
            MOVE ZERO TO WS-SEQ-REINICIO.
            OPEN INPUT CHKPT-FILE.
                        TO WS-TOT-DUPLICADOS
                    MOVE CHKPT-TOT-DOC-REVIS
                        TO WS-TOT-DOC-REVISION
                    MOVE CHKPT-TOT-RECH-EXAMEN
                        TO WS-TOT-RECH-EXAMEN
                    MOVE CHKPT-TOT-HIST-REVIS
                        TO WS-TOT-HIST-REVISION
                    MOVE CHKPT-TOT-REINGRESOS
                        TO WS-TOT-REINGRESOS
                    MOVE CHKPT-TOT-PAGO-PEND
                        TO WS-TOT-PAGO-PEND
                    IF CHKPT-FASE-ADJUD
                        MOVE 'S' TO WS-LOTE-LEIDO
                        MOVE CHKPT-ULT-SEQ TO WS-SEQ-ACTUAL
                OPEN EXTEND DUP-OUT
                OPEN EXTEND CAND-FILE
                OPEN EXTEND DOCREV-OUT
                OPEN EXTEND REVH-OUT
                OPEN EXTEND REING-OUT
            ELSE
                OPEN OUTPUT EXCEP-OUT
                OPEN OUTPUT DUP-OUT
                OPEN OUTPUT CAND-FILE
                OPEN OUTPUT DOCREV-OUT
                OPEN OUTPUT REVH-OUT
                OPEN OUTPUT REING-OUT
            END-IF.

            IF WS-EXCEP-STATUS NOT EQUAL '00'
               OR WS-DUP-STATUS NOT EQUAL '00'
               OR WS-CAND-STATUS NOT EQUAL '00'
               OR WS-DOCREV-STATUS NOT EQUAL '00'
               OR WS-REVH-STATUS NOT EQUAL '00'
               OR WS-REING-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR UN ARCHIVO DE SALIDA - '
                        WS-EXCEP-STATUS ' ' WS-DUP-STATUS ' '
                        WS-CAND-STATUS ' ' WS-DOCREV-STATUS ' '
                        WS-REVH-STATUS ' ' WS-REING-STATUS
            END-IF.

      * El archivo de IDs procesados se crea vacio en una
      * El maestro de postulantes es opcional: si el personal de
      * admisiones todavia no lo genero con ALUMMANT, la corrida
      * sigue usando unicamente los datos del archivo de intake.
      * Con el control de pago habilitado es obligatorio: los
      * pagos acreditados solo constan en el.
            OPEN INPUT MASTER-FILE.
            IF WS-MASTER-STATUS EQUAL '00'
                MOVE 'S' TO WS-MASTER-DISPONIBLE
            ELSE
                IF PAGO-EXIGIDO
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'MAESTRO DE POSTULANTES NO DISPONIBLE - '
                            'REQUERIDO POR EL CONTROL DE PAGO'
                ELSE
                    DISPLAY 'MAESTRO DE POSTULANTES NO DISPONIBLE - '
                            'SE USAN SOLO LOS DATOS DE INTAKE'
                END-IF
            END-IF.

            PERFORM 07A-ABRIR-HISTORIA.
        07-ABRIR-ARCHIVOS-END.
            EXIT.

      * El indice de historia es obligatorio y tiene que
      * haberse armado en el ciclo en curso: uno armado antes
      * del ultimo cierre no tendria el ciclo recien
      * archivado, y sin el la misma persona podria ocupar
      * una segunda vacante. En el primer ciclo ALUMHIST lo
      * deja vacio.
        07A-ABRIR-HISTORIA.
            MOVE 'C' TO WS-RCTL-FUNCION.
            MOVE 'ALUMHIST' TO WS-RCTL-CONSULTA.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-CONSULTA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
            IF WS-RCTL-RESULTADO NOT EQUAL 'F'
               OR WS-RCTL-RETORNO NOT EQUAL ZERO
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ALUMHIST NO TERMINO EN CERO PARA EL CICLO '
                        WS-RCTL-CICLO ' - ARMAR EL INDICE DE '
                        'HISTORIA ANTES DEL LOTE'
            ELSE
                OPEN INPUT HIST-FILE
                IF WS-HIST-STATUS NOT EQUAL '00'
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'ERROR AL ABRIR HISTPOST.DAT - STATUS '
                            WS-HIST-STATUS
                END-IF
            END-IF.
        07A-ABRIR-HISTORIA-END.
            EXIT.

      * Carga el catalogo de carreras en la tabla de trabajo.
      * Sin catalogo no hay control de cupos, de modo que su
      * ausencia aborta la corrida en lugar de degradarse.
                                    WS-CARR-ESPERA (WS-CARR-CANT)
                                MOVE ZERO TO
                                    WS-CARR-CORTE (WS-CARR-CANT)
                                MOVE ZERO TO
                                    WS-CARR-GEN-ADMIT (WS-CARR-CANT)
                                MOVE ZERO TO
                                    WS-CARR-GEN-CORTE (WS-CARR-CANT)
                                MOVE CARR-ESTADO TO
                                    WS-CARR-ESTADO (WS-CARR-CANT)
                                PERFORM 08A-CARGAR-RESERVAS
                            ELSE
      * Un catalogo que desborda la tabla dejaria carreras
      * sin control de cupo: se aborta en lugar de degradar.
        08-CARGAR-CARRERAS-END.
            EXIT.

      * Un catalogo anterior a los cupos reservados trae la
      * reserva en blanco y se toma como sin reserva. Una
      * reserva no numerica o que supera el cupo de la carrera
      * es un error del catalogo que alteraria la adjudicacion
      * de toda la carrera: se aborta como con el desborde.
        08A-CARGAR-RESERVAS.
            MOVE ZERO TO WSV-RESERVA-TOTAL.
            PERFORM VARYING WSV-CAT-SUB FROM 1 BY 1
                    UNTIL WSV-CAT-SUB > 3
                IF CARR-CUPOS-RESERVA EQUAL SPACES
                    MOVE ZERO TO
                        WS-RES-CUPO (WS-CARR-CANT WSV-CAT-SUB)
                ELSE
                    MOVE CARR-CUPO-RES (WSV-CAT-SUB) TO
                        WS-RES-CUPO (WS-CARR-CANT WSV-CAT-SUB)
                END-IF
                MOVE ZERO TO
                    WS-RES-ADMITIDOS (WS-CARR-CANT WSV-CAT-SUB)
                MOVE ZERO TO
                    WS-RES-CORTE (WS-CARR-CANT WSV-CAT-SUB)
            END-PERFORM.

            IF CARR-CUPOS-RESERVA NOT EQUAL SPACES
               AND CARR-CUPOS-RESERVA NOT NUMERIC
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'CUPO RESERVADO NO NUMERICO EN LA CARRERA '
                        CARR-CODIGO
            ELSE
                COMPUTE WSV-RESERVA-TOTAL =
                        WS-RES-CUPO (WS-CARR-CANT 1)
                      + WS-RES-CUPO (WS-CARR-CANT 2)
                      + WS-RES-CUPO (WS-CARR-CANT 3)
                IF WSV-RESERVA-TOTAL > WS-CARR-CUPO (WS-CARR-CANT)
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'CUPOS RESERVADOS DE LA CARRERA '
                            CARR-CODIGO ' SUPERAN SU CUPO TOTAL'
                END-IF
            END-IF.
        08A-CARGAR-RESERVAS-END.
            EXIT.

      * La admision es por orden de merito: un postulante sin
      * nota de examen registrada no puede competir y se
      * deriva a excepciones para que mesa de entradas
      * complete el dato. Lo mismo si la nota se calculo para
      * una carrera que no es la que se evalua (el maestro
      * cambio la carrera despues de ALUMGRAD) o si la
      * carrera no tiene ponderacion: no hay puntaje valido.
      * El ausente y el bajo minimo no son excepciones sino
      * un resultado del examen, que resuelve la preseleccion.
      * La segunda opcion solo tiene puntaje si la nota se
      * calculo para esa misma carrera; si no, queda sin
      * ponderacion y no puede competir por ella. Una nota de
      * otro ciclo (NOTAS.DAT sin recalcular) es lo mismo que
      * no tener nota.
        09-BUSCAR-NOTA.
            MOVE WSV-ID-AUX TO NOTA-ID.
            READ NOTAS-IN
                    MOVE 'SIN NOTA DE EXAMEN' TO WS-DESC-ERROR
                    MOVE 'I' TO WS-ORIGEN-INVALIDO
                NOT INVALID KEY
                    IF NOTA-CICLO NOT EQUAL WSC-CICLO
                        MOVE 'N' TO WS-REGISTRO-OK
                        MOVE 'NOTA DE OTRO CICLO' TO WS-DESC-ERROR
                        MOVE 'I' TO WS-ORIGEN-INVALIDO
                    ELSE
                    IF NOTA-COD-CARRERA NOT EQUAL WSV-COD-CARRERA-AUX
                        MOVE 'N' TO WS-REGISTRO-OK
                        MOVE 'NOTA DE OTRA CARRERA' TO WS-DESC-ERROR
                        MOVE 'M' TO WS-ORIGEN-INVALIDO
                    ELSE
                        IF NOTA-SIN-PONDERACION
                            MOVE 'N' TO WS-REGISTRO-OK
                            MOVE 'CARRERA SIN PONDERACION'
                                TO WS-DESC-ERROR
                            MOVE 'M' TO WS-ORIGEN-INVALIDO
                        ELSE
                            MOVE NOTA-PUNTAJE TO WSV-PUNTAJE-AUX
                            MOVE NOTA-ESTADO  TO WSV-ESTADO-NOTA
                            PERFORM 09A-CARGAR-NOTA-ALT
                        END-IF
                    END-IF
                    END-IF
            END-READ.
        09-BUSCAR-NOTA-END.
            EXIT.

        09A-CARGAR-NOTA-ALT.
            IF WSV-COD-CARR-ALT-AUX NOT EQUAL SPACES
               AND NOTA-COD-CARR-ALT EQUAL WSV-COD-CARR-ALT-AUX
                MOVE NOTA-PUNTAJE-ALT TO WSV-PUNTAJE-ALT-AUX
                MOVE NOTA-ESTADO-ALT  TO WSV-ESTADO-ALT-AUX
            ELSE
                MOVE ZERO TO WSV-PUNTAJE-ALT-AUX
                MOVE 'P'  TO WSV-ESTADO-ALT-AUX
            END-IF.
        09A-CARGAR-NOTA-ALT-END.
            EXIT.

        10-CARGAR-POSTULANTE.
            MOVE POSTU-ID         TO WSV-ID-AUX.
            MOVE POSTU-NOMBRE     TO WSV-NOMBRE-AUX.
            MOVE POSTU-COD-CARRERA TO WSV-COD-CARRERA-AUX.
            MOVE POSTU-COD-CARR-ALT TO WSV-COD-CARR-ALT-AUX.
            MOVE POSTU-DOCUMENTO  TO WSV-DOCUMENTO-AUX.
      * La categoria de admision viene solo del intake; en
      * blanco el postulante compite por el cupo general.
            IF POSTU-CATEGORIA EQUAL SPACE
                MOVE WSC-CATEG-GENERAL TO WSV-CATEGORIA-AUX
            ELSE
                MOVE POSTU-CATEGORIA   TO WSV-CATEGORIA-AUX
            END-IF.
      * Los turnos preferidos tambien vienen solo del intake.
            MOVE POSTU-TURNOS     TO WSV-TURNOS-AUX.

      * Si el postulante ya fue dado de alta en el maestro, sus
      * datos corregidos por ALUMMANT prevalecen sobre los del
      * archivo de intake. El pago de la inscripcion se toma
      * aca, antes de que los controles de documento y de
      * historia vuelvan a leer el maestro.
            MOVE 'N' TO WS-EN-MAESTRO.
            MOVE 'N' TO WS-INSCRIPCION-PAGA.
            IF MASTER-DISPONIBLE
                MOVE WSV-ID-AUX TO MAST-ID
                READ MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-EN-MAESTRO
                        IF MAST-CICLO-PAGO EQUAL WSC-CICLO
                           AND MAST-INSCRIPCION-PAGA
                            MOVE 'S' TO WS-INSCRIPCION-PAGA
                        END-IF
                        MOVE MAST-NOMBRE     TO WSV-NOMBRE-AUX
                        MOVE MAST-EDAD       TO WSV-EDAD-AUX
                        MOVE MAST-SECUNDARIO TO WSV-SECUNDARIO-AUX
                                MOVE 'N' TO WS-REGISTRO-OK
                                MOVE 'CARRERA INEXISTENTE'
                                    TO WS-DESC-ERROR
                            ELSE
                            IF WS-CARR-ESTADO (WS-CARR-SUB) EQUAL 'I'
                                MOVE 'N' TO WS-REGISTRO-OK
                                MOVE 'CARRERA INACTIVA'
                                    TO WS-DESC-ERROR
                            ELSE
                                PERFORM 15A-VALIDAR-CARR-ALT
                            END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
            END-IF.

            IF REGISTRO-VALIDO
               AND POSTU-CATEGORIA NOT EQUAL SPACE
               AND POSTU-CATEGORIA NOT EQUAL 'G'
               AND POSTU-CATEGORIA NOT EQUAL 'P'
               AND POSTU-CATEGORIA NOT EQUAL 'D'
               AND POSTU-CATEGORIA NOT EQUAL 'R'
                MOVE 'N' TO WS-REGISTRO-OK
                MOVE 'CATEGORIA INVALIDA' TO WS-DESC-ERROR
            END-IF.

            IF REGISTRO-VALIDO
                PERFORM 15B-VALIDAR-TURNOS
            END-IF.
        15-VALIDAR-REGISTRO-END.
            EXIT.

                    MOVE 'N' TO WS-REGISTRO-OK
                    MOVE 'CARRERA ALT INEXISTENTE'
                        TO WS-DESC-ERROR
                ELSE
                    IF WS-CARR-ESTADO (WS-CARR-SUB) EQUAL 'I'
                        MOVE 'N' TO WS-REGISTRO-OK
                        MOVE 'CARRERA ALT INACTIVA'
                            TO WS-DESC-ERROR
                    END-IF
                END-IF
                MOVE POSTU-COD-CARRERA TO WSV-COD-CARRERA-AUX
            END-IF.
        15A-VALIDAR-CARR-ALT-END.
            EXIT.

      * Los turnos preferidos son optativos: cada posicion
      * informada debe ser un turno valido y no repetirse.
        15B-VALIDAR-TURNOS.
            PERFORM 15C-VALIDAR-TURNO
                VARYING WSV-TURNO-SUB FROM 1 BY 1
                UNTIL WSV-TURNO-SUB > 3.
            IF REGISTRO-VALIDO
               AND ((POSTU-TURNO (1) NOT EQUAL SPACE
                     AND (POSTU-TURNO (1) EQUAL POSTU-TURNO (2)
                          OR POSTU-TURNO (1) EQUAL POSTU-TURNO (3)))
                 OR (POSTU-TURNO (2) NOT EQUAL SPACE
                     AND POSTU-TURNO (2) EQUAL POSTU-TURNO (3)))
                MOVE 'N' TO WS-REGISTRO-OK
                MOVE 'TURNO REPETIDO' TO WS-DESC-ERROR
            END-IF.
        15B-VALIDAR-TURNOS-END.
            EXIT.

        15C-VALIDAR-TURNO.
            IF POSTU-TURNO (WSV-TURNO-SUB) NOT EQUAL SPACE
               AND POSTU-TURNO (WSV-TURNO-SUB) NOT EQUAL 'M'
               AND POSTU-TURNO (WSV-TURNO-SUB) NOT EQUAL 'T'
               AND POSTU-TURNO (WSV-TURNO-SUB) NOT EQUAL 'N'
                MOVE 'N' TO WS-REGISTRO-OK
                MOVE 'TURNO INVALIDO' TO WS-DESC-ERROR
            END-IF.
        15C-VALIDAR-TURNO-END.
            EXIT.

      * Revalida al postulante luego de 10-CARGAR-POSTULANTE, ya
      * que el maestro de postulantes puede haber reemplazado los
      * datos de intake por datos corregidos via ALUMMANT que
                                MOVE 'N' TO WS-REGISTRO-OK
                                MOVE 'CARRERA INEXISTENTE'
                                    TO WS-DESC-ERROR
                            ELSE
                            IF WS-CARR-ESTADO (WS-CARR-SUB) EQUAL 'I'
                                MOVE 'N' TO WS-REGISTRO-OK
                                MOVE 'CARRERA INACTIVA'
                                    TO WS-DESC-ERROR
                            ELSE
                                PERFORM 16A-VALIDAR-CARR-ALT
                            END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
                    MOVE 'N' TO WS-REGISTRO-OK
                    MOVE 'CARRERA ALT INEXISTENTE'
                        TO WS-DESC-ERROR
                ELSE
                    IF WS-CARR-ESTADO (WS-CARR-SUB) EQUAL 'I'
                        MOVE 'N' TO WS-REGISTRO-OK
                        MOVE 'CARRERA ALT INACTIVA'
                            TO WS-DESC-ERROR
                    END-IF
                END-IF
                MOVE WSV-COD-PRIMERA TO WSV-COD-CARRERA-AUX
            END-IF.
        16C-RECORRER-DOCUMENTO-END.
            EXIT.

      * Control de historia de ciclos anteriores. Se busca el
      * propio ID y, si el documento ya pertenece a otro
      * MAST-ID, tambien ese otro ID: es la misma persona que
      * se postulo antes con otro numero. La admision de un
      * ciclo anterior con el maestro en matriculado deriva
      * al postulante a revision; los rechazos y las esperas
      * anteriores solo se marcan. Sin maestro no se sabe si
      * se matriculo y el postulante se evalua con las marcas.
        16D-CONTROLAR-HISTORIA.
            MOVE 'N'    TO WS-HIST-OBSERVADO.
            MOVE 'N'    TO WS-ES-REINGRESO.
            MOVE SPACE  TO WSV-ANT-RECHAZO.
            MOVE SPACE  TO WSV-ANT-ESPERA.
            MOVE SPACE  TO WSV-ANT-MATRICULA.
            MOVE WSV-ID-AUX TO WSV-ID-HISTORIA.
            PERFORM 16E-BUSCAR-HISTORIA.
            IF DOC-OBSERVADO
                MOVE WSV-ID-EXISTENTE TO WSV-ID-HISTORIA
                PERFORM 16E-BUSCAR-HISTORIA
            END-IF.
        16D-CONTROLAR-HISTORIA-END.
            EXIT.

        16E-BUSCAR-HISTORIA.
            MOVE 'N' TO WS-FIN-HISTORIA.
            MOVE WSV-ID-HISTORIA TO HIST-ID.
            MOVE LOW-VALUES      TO HIST-CICLO.
            START HIST-FILE KEY IS NOT LESS THAN HIST-CLAVE
                INVALID KEY
                    MOVE 'S' TO WS-FIN-HISTORIA
            END-START.
            PERFORM 16F-RECORRER-HISTORIA UNTIL FIN-HISTORIA.
        16E-BUSCAR-HISTORIA-END.
            EXIT.

        16F-RECORRER-HISTORIA.
            READ HIST-FILE NEXT
                AT END
                    MOVE 'S' TO WS-FIN-HISTORIA
                NOT AT END
                    IF HIST-ID NOT EQUAL WSV-ID-HISTORIA
                        MOVE 'S' TO WS-FIN-HISTORIA
                    ELSE
                        PERFORM 16G-EVALUAR-ANTECEDENTE
                    END-IF
            END-READ.
        16F-RECORRER-HISTORIA-END.
            EXIT.

        16G-EVALUAR-ANTECEDENTE.
            MOVE 'S' TO WS-ES-REINGRESO.
            IF HIST-FUE-RECHAZADO
                MOVE 'S' TO WSV-ANT-RECHAZO
            END-IF.
            IF HIST-FUE-ESPERA
                MOVE 'S' TO WSV-ANT-ESPERA
            END-IF.
            IF HIST-FUE-ADMITIDO AND NOT HIST-OBSERVADO
                PERFORM 16H-CONTROLAR-MATRICULA
            END-IF.
        16G-EVALUAR-ANTECEDENTE-END.
            EXIT.

      * El estado de matricula es el del maestro: la admision
      * de la historia solo cuenta si la persona efectivamente
      * se matriculo (no si declino, se libero la vacante o se
      * revoco la condicional).
        16H-CONTROLAR-MATRICULA.
            IF MASTER-DISPONIBLE
                MOVE WSV-ID-HISTORIA TO MAST-ID
                READ MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MAST-MATRICULADO
                            MOVE 'S' TO WS-HIST-OBSERVADO
                            MOVE 'S' TO WSV-ANT-MATRICULA
                            MOVE WSV-ID-HISTORIA
                                TO WSV-ID-HIST-MATRIC
                            MOVE HIST-CICLO TO WSV-CICLO-ANTERIOR
                            MOVE HIST-COD-CARRERA
                                TO WSV-CARR-ANTERIOR
                        END-IF
                END-READ
            END-IF.
        16H-CONTROLAR-MATRICULA-END.
            EXIT.

      * Con el control de pago habilitado, quien no tiene
      * acreditado el derecho de inscripcion del ciclo no se
      * evalua: queda en excepciones hasta que el pago entre
      * por ALUMPAGO y la excepcion se reprocese con ALUMCORR.
        16I-CONTROLAR-PAGO.
            MOVE 'N' TO WS-PAGO-PENDIENTE.
            IF PAGO-EXIGIDO AND NOT INSCRIPCION-PAGA
                MOVE 'S' TO WS-PAGO-PENDIENTE
                IF EN-MAESTRO
                    MOVE 'PAGO DE INSCRIPCION PENDIENTE'
                        TO WS-DESC-ERROR
                ELSE
                    MOVE 'PAGO PENDIENTE - SIN ALTA'
                        TO WS-DESC-ERROR
                END-IF
            END-IF.
        16I-CONTROLAR-PAGO-END.
            EXIT.

      * Cuando la invalidez se detecta en 16-VALIDAR-POSTULANTE, el
      * registro de intake ya paso su propia validacion y lo que
      * fallo fue el dato que trajo el maestro de postulantes; en
            MOVE WSC-CICLO      TO AUDIT-CICLO.
            MOVE WSV-PREFERENCIA TO AUDIT-PREFERENCIA.
            MOVE WSV-PUNTAJE-AUX TO AUDIT-PUNTAJE.
            MOVE WSV-CATEGORIA-AUX TO AUDIT-CATEGORIA.
            MOVE WSV-CUPO-CATEG  TO AUDIT-CUPO-CATEG.
            MOVE WSV-CONDICION-AUX TO AUDIT-CONDICION.
            MOVE WSV-ANT-RECHAZO TO AUDIT-ANT-RECHAZO.
            MOVE WSV-ANT-ESPERA  TO AUDIT-ANT-ESPERA.

            WRITE AUDIT-REC.
        18-GRABAR-AUDITORIA-END.
            MOVE WS-TOT-EN-ESPERA    TO CHKPT-TOT-EN-ESPERA.
            MOVE WSC-CICLO           TO CHKPT-CICLO.
            MOVE WS-TOT-DOC-REVISION TO CHKPT-TOT-DOC-REVIS.
            MOVE WS-TOT-RECH-EXAMEN  TO CHKPT-TOT-RECH-EXAMEN.
            MOVE WS-TOT-HIST-REVISION TO CHKPT-TOT-HIST-REVIS.
            MOVE WS-TOT-REINGRESOS   TO CHKPT-TOT-REINGRESOS.
            MOVE WS-TOT-PAGO-PEND    TO CHKPT-TOT-PAGO-PEND.
            OPEN OUTPUT CHKPT-FILE.
            IF WS-CHKPT-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                WSV-CARRERA-AUX WSV-EDAD-MIN-EFECT WSC-ESTADO-SECUND
                WSC-TERMINADO WSC-ENCURSO WS-CUMPLE-FLAG
                WS-MOTIVO-RECHAZO.
            PERFORM 26-EVALUAR-CONDICIONAL.

      * Quien cumple los requisitos todavia debe haber rendido
      * todas las materias de su carrera y alcanzado el minimo
      * en cada una; si no, queda rechazado por el examen y no
      * pasa a intentar la segunda opcion, igual que quien no
      * cumple los requisitos de la primera.
            IF WS-CUMPLE-FLAG EQUAL 'S'
               AND NOT WSV-ESTADO-NOTA EQUAL 'C'
                MOVE 'N' TO WS-CUMPLE-FLAG
                MOVE SPACE TO WSV-CONDICION-AUX
                IF WSV-ESTADO-NOTA EQUAL 'A'
                    MOVE 'AUSENTE' TO WS-MOTIVO-RECHAZO
                ELSE
                    MOVE 'MINIMO'  TO WS-MOTIVO-RECHAZO
                END-IF
            END-IF.

            IF WS-CUMPLE-FLAG EQUAL 'S'
                ADD 1 TO WS-TOT-CUMPLEN
                        ADD 1 TO WS-TOT-RECH-SECUND
                    WHEN 'CARRERA'
                        ADD 1 TO WS-TOT-RECH-CARRERA
                    WHEN 'AUSENTE'
                        ADD 1 TO WS-TOT-RECH-EXAMEN
                    WHEN 'MINIMO'
                        ADD 1 TO WS-TOT-RECH-EXAMEN
                END-EVALUATE
            END-IF.

            MOVE WS-CUMPLE-FLAG       TO CAND-CUMPLE.
            MOVE WS-MOTIVO-RECHAZO    TO CAND-MOTIVO.
            MOVE WSV-EDAD-MIN-EFECT   TO CAND-EDAD-MINIMA.
            MOVE WSV-PUNTAJE-ALT-AUX  TO CAND-PUNTAJE-ALT.
            MOVE WSV-ESTADO-ALT-AUX   TO CAND-ESTADO-ALT.
            MOVE WSV-CATEGORIA-AUX    TO CAND-CATEGORIA.
            MOVE WSV-CONDICION-AUX    TO CAND-CONDICION.
            MOVE WSV-TURNOS-AUX       TO CAND-TURNOS.
            MOVE WSV-ANT-RECHAZO      TO CAND-ANT-RECHAZO.
            MOVE WSV-ANT-ESPERA       TO CAND-ANT-ESPERA.
      * En la relectura posterior a una caida el candidato ya
      * esta grabado; solo se reponen los contadores.
            IF NOT REPROCESO-REINICIO
            MOVE WSV-COD-CARRERA-AUX TO EXTR-COD-CARRERA.
            MOVE WS-FH-FECHA         TO EXTR-FECHA-ADMISION.
            MOVE WSC-CICLO           TO EXTR-CICLO.
            IF WSV-CONDICION-AUX EQUAL 'C'
                MOVE 'C'             TO EXTR-MOVIMIENTO
            ELSE
                MOVE 'A'             TO EXTR-MOVIMIENTO
            END-IF.

            WRITE EXTR-REC.
        22-GRABAR-EXTRACTO-END.
            MOVE WS-CARR-ESPERA (WS-CARR-SUB) TO ESPERA-ORDEN.
            MOVE WSC-CICLO               TO ESPERA-CICLO.
            MOVE WSV-PUNTAJE-AUX         TO ESPERA-PUNTAJE.
            MOVE WSV-CONDICION-AUX       TO ESPERA-CONDICION.
            MOVE WSV-TURNOS-AUX          TO ESPERA-TURNOS.
            WRITE ESPERA-REC.
            DISPLAY WSV-NOMBRE-AUX ' CUMPLE PERO SIN VACANTE EN '
                    WSV-COD-CARRERA-AUX ' - PASA A LISTA DE ESPERA '

      * El corte por carrera es la nota mas baja que ocupo
      * vacante, cualquiera sea la preferencia por la que
      * entro. WSV-CUPO-CATEG indica si la vacante es del cupo
      * general o reservada, para llevar tambien el corte
      * propio de cada cupo.
        24-ADMITIR.
            ADD 1 TO WS-CARR-ADMITIDOS (WS-CARR-SUB).
            IF WS-CARR-ADMITIDOS (WS-CARR-SUB) EQUAL 1
                        TO WS-CARR-CORTE (WS-CARR-SUB)
                END-IF
            END-IF.
            IF WSV-CUPO-CATEG EQUAL WSC-CATEG-GENERAL
                ADD 1 TO WS-CARR-GEN-ADMIT (WS-CARR-SUB)
                IF WS-CARR-GEN-ADMIT (WS-CARR-SUB) EQUAL 1
                   OR WSV-PUNTAJE-AUX <
                      WS-CARR-GEN-CORTE (WS-CARR-SUB)
                    MOVE WSV-PUNTAJE-AUX
                        TO WS-CARR-GEN-CORTE (WS-CARR-SUB)
                END-IF
            ELSE
                ADD 1 TO WS-TOT-ADM-RESERVA
                ADD 1 TO WS-RES-ADMITIDOS (WS-CARR-SUB WSV-CAT-SUB)
                IF WS-RES-ADMITIDOS (WS-CARR-SUB WSV-CAT-SUB) EQUAL 1
                   OR WSV-PUNTAJE-AUX <
                      WS-RES-CORTE (WS-CARR-SUB WSV-CAT-SUB)
                    MOVE WSV-PUNTAJE-AUX
                        TO WS-RES-CORTE (WS-CARR-SUB WSV-CAT-SUB)
                END-IF
            END-IF.
            PERFORM 18-GRABAR-AUDITORIA.
            PERFORM 22-GRABAR-EXTRACTO.
            IF WSV-CONDICION-AUX EQUAL 'C'
                ADD 1 TO WS-TOT-ADM-CONDIC
                DISPLAY WSV-NOMBRE-AUX ' ADMITIDO CONDICIONAL - '
                        'DEBE PRESENTAR EL TITULO HASTA EL '
                        WSC-FECHA-TITULO
            END-IF.
            IF WSV-PREFERENCIA EQUAL 2
                DISPLAY WSV-NOMBRE-AUX ' CUMPLE LOS REQUISITOS - '
                        'ADMITIDO EN SU SEGUNDA OPCION '
            MOVE WSC-CICLO          TO ADMIT-CICLO.
            MOVE WSV-PREFERENCIA    TO ADMIT-PREFERENCIA.
            MOVE WSV-PUNTAJE-AUX    TO ADMIT-PUNTAJE.
            MOVE WSV-CUPO-CATEG     TO ADMIT-CATEGORIA.
            MOVE WSV-CONDICION-AUX  TO ADMIT-CONDICION.
            MOVE WSV-TURNOS-AUX     TO ADMIT-TURNOS.
            WRITE ADMIT-REC.
        24-ADMITIR-END.
            EXIT.

      * Ubica la categoria del postulante entre las que tienen
      * cupo reservado; la general queda con subindice cero.
        25-SUB-CATEGORIA.
            MOVE ZERO TO WSV-CAT-SUB.
            PERFORM VARYING WSV-CAT-SUB FROM 1 BY 1
                    UNTIL WSV-CAT-SUB > 3
                       OR WSC-CATEG-COD (WSV-CAT-SUB) EQUAL
                          WSV-CATEGORIA-AUX
                CONTINUE
            END-PERFORM.
            IF WSV-CAT-SUB > 3
                MOVE ZERO TO WSV-CAT-SUB
            END-IF.
        25-SUB-CATEGORIA-END.
            EXIT.

      * Admision condicional: con la tarjeta habilitandola, el
      * secundario en curso no rechaza si el resto de la regla
      * se cumple. La regla se repite con el secundario en
      * curso como estado exigido, para que la carrera se siga
      * controlando en ALUMEVAL y no aca.
        26-EVALUAR-CONDICIONAL.
            MOVE SPACE TO WSV-CONDICION-AUX.
            IF WS-CUMPLE-FLAG EQUAL 'N'
               AND WS-MOTIVO-RECHAZO EQUAL 'SECUNDARIO'
               AND CONDICIONAL-HABILITADA
               AND WSV-SECUNDARIO-AUX EQUAL WSC-SECUND-CONDIC
                CALL 'ALUMEVAL' USING WSV-EDAD-AUX
                    WSV-SECUNDARIO-AUX WSV-CARRERA-AUX
                    WSV-EDAD-MIN-EFECT WSC-SECUND-CONDIC
                    WSC-TERMINADO WSC-ENCURSO WS-CUMPLE-FLAG
                    WS-MOTIVO-RECHAZO
                IF WS-CUMPLE-FLAG EQUAL 'S'
                    MOVE 'C' TO WSV-CONDICION-AUX
                END-IF
            END-IF.
        26-EVALUAR-CONDICIONAL-END.
            EXIT.

      * Fase de lectura del lote: valida cada registro, aplica
      * el control de duplicados y la regla de requisitos de
      * la primera opcion, y deja los candidatos (cumplan o
            CLOSE DUP-OUT.
            CLOSE CAND-FILE.
            CLOSE DOCREV-OUT.
            CLOSE REVH-OUT.
            CLOSE REING-OUT.
            CLOSE HIST-FILE.
            CLOSE IDS-FILE.
            CLOSE NOTAS-IN.
            IF MASTER-DISPONIBLE
        31-PROCESAR-REGISTRO.
            MOVE 'N' TO WS-ES-DUPLICADO.
            MOVE 'N' TO WS-DOC-OBSERVADO.
            MOVE 'N' TO WS-HIST-OBSERVADO.
            MOVE 'N' TO WS-ES-REINGRESO.
            MOVE 'N' TO WS-PAGO-PENDIENTE.
            MOVE 'N' TO WS-REPROCESO.
            PERFORM 15-VALIDAR-REGISTRO.
            IF REGISTRO-VALIDO
                    PERFORM 16-VALIDAR-POSTULANTE
                    IF REGISTRO-VALIDO
                        PERFORM 16B-CONTROLAR-DOCUMENTO
                        PERFORM 16D-CONTROLAR-HISTORIA
                    END-IF
                    IF REGISTRO-VALIDO AND NOT DOC-OBSERVADO
                       AND NOT HIST-OBSERVADO
                        PERFORM 16I-CONTROLAR-PAGO
                    END-IF
                    IF REGISTRO-VALIDO AND NOT DOC-OBSERVADO
                       AND NOT HIST-OBSERVADO AND NOT PAGO-PENDIENTE
                        PERFORM 09-BUSCAR-NOTA
                    END-IF
                END-IF
            END-IF.
            IF ES-REINGRESO
                PERFORM 32-GRABAR-REINGRESO
            END-IF.
            IF NOT ES-DUPLICADO
                EVALUATE TRUE
                    WHEN DOC-OBSERVADO
                        PERFORM 33-GRABAR-REVISION-DOC
                    WHEN HIST-OBSERVADO
                        PERFORM 34-GRABAR-REVISION-HIST
                    WHEN PAGO-PENDIENTE
                        ADD 1 TO WS-TOT-PAGO-PEND
                        PERFORM 17-GRABAR-EXCEPCION
                    WHEN REGISTRO-VALIDO
                        PERFORM 20-PRESELECCIONAR
                    WHEN OTHER
        31-PROCESAR-REGISTRO-END.
            EXIT.

      * El reingresante se graba antes de derivarlo, mientras
      * el registro evaluado sigue cargado; el destino es el
      * mismo que resuelve la evaluacion que sigue.
        32-GRABAR-REINGRESO.
            ADD 1 TO WS-TOT-REINGRESOS.
            MOVE WSV-ID-AUX          TO REING-ID.
            MOVE WSV-NOMBRE-AUX      TO REING-NOMBRE.
            MOVE WSV-DOCUMENTO-AUX   TO REING-DOCUMENTO.
            MOVE WSV-COD-CARRERA-AUX TO REING-COD-CARRERA.
            IF DOC-OBSERVADO
                MOVE WSV-ID-EXISTENTE TO REING-ID-DOCUMENTO
            ELSE
                MOVE ZERO             TO REING-ID-DOCUMENTO
            END-IF.
            EVALUATE TRUE
                WHEN DOC-OBSERVADO
                    MOVE 'I' TO REING-DESTINO
                WHEN HIST-OBSERVADO
                    MOVE 'H' TO REING-DESTINO
                WHEN PAGO-PENDIENTE
                    MOVE 'X' TO REING-DESTINO
                WHEN REGISTRO-VALIDO
                    MOVE 'E' TO REING-DESTINO
                WHEN OTHER
                    MOVE 'X' TO REING-DESTINO
            END-EVALUATE.
            MOVE WSV-ANT-RECHAZO     TO REING-ANT-RECHAZO.
            MOVE WSV-ANT-ESPERA      TO REING-ANT-ESPERA.
            MOVE WSV-ANT-MATRICULA   TO REING-ANT-MATRICULA.
            MOVE WSC-CICLO           TO REING-CICLO.
            IF NOT REPROCESO-REINICIO
                WRITE REING-REC
            END-IF.
        32-GRABAR-REINGRESO-END.
            EXIT.

        33-GRABAR-REVISION-DOC.
            ADD 1 TO WS-TOT-DOC-REVISION.
            MOVE WSV-ID-AUX        TO DOCR-ID.
        33-GRABAR-REVISION-DOC-END.
            EXIT.

        34-GRABAR-REVISION-HIST.
            ADD 1 TO WS-TOT-HIST-REVISION.
            MOVE WSV-ID-AUX          TO REVH-ID.
            MOVE WSV-NOMBRE-AUX      TO REVH-NOMBRE.
            MOVE WSV-DOCUMENTO-AUX   TO REVH-DOCUMENTO.
            MOVE WSV-COD-CARRERA-AUX TO REVH-COD-CARRERA.
            MOVE WSV-ID-HIST-MATRIC  TO REVH-ID-HISTORIA.
            MOVE WSV-CICLO-ANTERIOR  TO REVH-CICLO-ANTERIOR.
            MOVE WSV-CARR-ANTERIOR   TO REVH-CARR-ANTERIOR.
            MOVE WSC-CICLO           TO REVH-CICLO.
            IF NOT REPROCESO-REINICIO
                WRITE REVH-REC
            END-IF.
            DISPLAY WSV-ID-AUX ' YA ADMITIDO EN EL CICLO '
                    WSV-CICLO-ANTERIOR ' EN ' WSV-CARR-ANTERIOR
                    ' Y MATRICULADO - A REVISION POR HISTORIA'.
            INITIALIZE WSV-POSTU-AUX.
        34-GRABAR-REVISION-HIST-END.
            EXIT.

        35-CARGAR-DESDE-SORT.
            MOVE S-ID           TO WSV-ID-AUX.
            MOVE S-NOMBRE       TO WSV-NOMBRE-AUX.
            MOVE S-CUMPLE       TO WS-CUMPLE-FLAG.
            MOVE S-MOTIVO       TO WS-MOTIVO-RECHAZO.
            MOVE S-EDAD-MINIMA  TO WSV-EDAD-MIN-EFECT.
            MOVE S-PUNTAJE-ALT  TO WSV-PUNTAJE-ALT-AUX.
            MOVE S-ESTADO-ALT   TO WSV-ESTADO-ALT-AUX.
            MOVE S-CATEGORIA    TO WSV-CATEGORIA-AUX.
            MOVE S-CONDICION    TO WSV-CONDICION-AUX.
            MOVE S-TURNOS       TO WSV-TURNOS-AUX.
            MOVE S-ANT-RECHAZO  TO WSV-ANT-RECHAZO.
            MOVE S-ANT-ESPERA   TO WSV-ANT-ESPERA.
            MOVE SPACE          TO WSV-CUPO-CATEG.
            MOVE 1              TO WSV-PREFERENCIA.
        35-CARGAR-DESDE-SORT-END.
            EXIT.

      * Fase de adjudicacion por orden de merito, en cuatro
      * pasadas sobre los candidatos clasificados:
      *   1. por primera opcion, carrera y categoria: nota
      *      descendente y llegada como desempate; las
      *      vacantes reservadas de cada categoria se otorgan
      *      a sus mejores notas y los rechazos por requisitos
      *      se graban;
      *   1b. el resto, sin distincion de categoria, compite
      *      por merito por el cupo general de la primera
      *      opcion, que es el cupo total menos las vacantes
      *      reservadas ya ocupadas: las reservadas sin
      *      postulantes quedan liberadas a la lista general;
      *   2. los que quedaron sin vacante intentan su segunda
      *      opcion, tambien por merito pero con el puntaje
      *      calculado para esa carrera, sobre el cupo
      *      restante;
      *   3. el resto queda en la lista de espera de su
      *      primera opcion, ordenada por nota.
            END-IF.

            IF NOT ERROR-FATAL
                OPEN OUTPUT GENERAL-FILE
                SORT SORT-FILE
                    ON ASCENDING KEY S-COD-CARRERA
                       ASCENDING KEY S-CATEGORIA
                       DESCENDING KEY S-PUNTAJE
                       ASCENDING KEY S-SEQ
                    USING CAND-FILE
                    OUTPUT PROCEDURE IS 41-PRIMERA-OPCION
                CLOSE GENERAL-FILE

                OPEN OUTPUT PASADOS-FILE
                SORT SORT-FILE
                    ON ASCENDING KEY S-COD-CARRERA
                       DESCENDING KEY S-PUNTAJE
                       ASCENDING KEY S-SEQ
                    USING GENERAL-FILE
                    OUTPUT PROCEDURE IS 44-CUPO-GENERAL
                CLOSE PASADOS-FILE

                OPEN OUTPUT ESPTRAB-FILE
                SORT SORT-FILE
                    ON ASCENDING KEY S-COD-CARR-ALT
                       DESCENDING KEY S-PUNTAJE-ALT
                       ASCENDING KEY S-SEQ
                    USING PASADOS-FILE
                    OUTPUT PROCEDURE IS 51-SEGUNDA-OPCION
        41-PRIMERA-OPCION-END.
            EXIT.

      * Solo se otorgan aca las vacantes reservadas: quien
      * cumple y tiene categoria con reserva libre en su
      * carrera la ocupa; los generales y los que no
      * alcanzaron la reserva de su categoria pasan a
      * competir por el cupo general.
        42-DECIDIR-PRIMERA.
            PERFORM 35-CARGAR-DESDE-SORT.
            IF WS-CUMPLE-FLAG EQUAL 'N'
                PERFORM 43-GRABAR-RECHAZO
            ELSE
                PERFORM 14-BUSCAR-CARRERA
                PERFORM 25-SUB-CATEGORIA
                IF WSV-CAT-SUB > ZERO
                   AND WS-RES-ADMITIDOS (WS-CARR-SUB WSV-CAT-SUB) <
                       WS-RES-CUPO (WS-CARR-SUB WSV-CAT-SUB)
                    MOVE WSV-CATEGORIA-AUX TO WSV-CUPO-CATEG
                    PERFORM 24-ADMITIR
                ELSE
                    MOVE S-REC TO GEN-REC
                    WRITE GEN-REC
                END-IF
            END-IF.
        42-DECIDIR-PRIMERA-END.
        43-GRABAR-RECHAZO-END.
            EXIT.

        44-CUPO-GENERAL.
            MOVE 'N' TO WS-FIN-ORDEN.
            PERFORM UNTIL FIN-ORDEN
                RETURN SORT-FILE
                    AT END
                        MOVE 'S' TO WS-FIN-ORDEN
                    NOT AT END
                        PERFORM 45-DECIDIR-GENERAL
                END-RETURN
            END-PERFORM.
        44-CUPO-GENERAL-END.
            EXIT.

      * Aca ya solo llegan candidatos que cumplen. Con las
      * reservas resueltas, todo lo que resta del cupo total
      * de la carrera es cupo general.
        45-DECIDIR-GENERAL.
            PERFORM 35-CARGAR-DESDE-SORT.
            PERFORM 14-BUSCAR-CARRERA.
            IF WS-CARR-ADMITIDOS (WS-CARR-SUB) <
               WS-CARR-CUPO (WS-CARR-SUB)
                MOVE WSC-CATEG-GENERAL TO WSV-CUPO-CATEG
                PERFORM 24-ADMITIR
            ELSE
                MOVE S-REC TO PAS-REC
                WRITE PAS-REC
            END-IF.
        45-DECIDIR-GENERAL-END.
            EXIT.

        51-SEGUNDA-OPCION.
            MOVE 'N' TO WS-FIN-ORDEN.
            PERFORM UNTIL FIN-ORDEN
      * El candidato ya cumplio los requisitos de su primera
      * opcion pero quedo sin vacante; si declaro segunda
      * opcion compite por el cupo restante de esa carrera
      * con el puntaje ponderado para esa carrera y la edad
      * minima propia de la carrera alternativa. Las
      * reservas ya estan liberadas, asi que la segunda opcion
      * ocupa siempre cupo general. Ausente,
      * bajo minimo o sin ponderacion en la segunda opcion no
      * puede ocuparla y espera por la primera, con el puntaje
      * de la primera que conserva el registro clasificado.
      * Con el secundario en curso, la segunda opcion tambien
      * se otorga en forma condicional.
        52-DECIDIR-SEGUNDA.
            PERFORM 35-CARGAR-DESDE-SORT.
            IF WSV-COD-CARR-ALT-AUX EQUAL SPACES
               OR WSV-ESTADO-ALT-AUX NOT EQUAL 'C'
                PERFORM 53-PASAR-A-ESPERA
            ELSE
                MOVE WSV-COD-CARR-ALT-AUX TO WSV-COD-CARRERA-AUX
                    WSV-EDAD-MIN-EFECT WSC-ESTADO-SECUND
                    WSC-TERMINADO WSC-ENCURSO WS-CUMPLE-FLAG
                    WS-MOTIVO-RECHAZO
                PERFORM 26-EVALUAR-CONDICIONAL
                IF WS-CUMPLE-FLAG EQUAL 'S'
                   AND WS-CARR-ADMITIDOS (WS-CARR-SUB) <
                       WS-CARR-CUPO (WS-CARR-SUB)
                    ADD 1 TO WS-TOT-ADM-SEGUNDA
                    MOVE WSV-PUNTAJE-ALT-AUX TO WSV-PUNTAJE-AUX
                    MOVE WSC-CATEG-GENERAL TO WSV-CUPO-CATEG
                    PERFORM 24-ADMITIR
                ELSE
                    PERFORM 53-PASAR-A-ESPERA
            MOVE WS-CARR-ADMITIDOS (WS-CARR-SUB) TO CORTE-ADMITIDOS.
            MOVE WS-CARR-CUPO (WS-CARR-SUB)      TO CORTE-CUPO.
            MOVE WSC-CICLO                       TO CORTE-CICLO.
            PERFORM 72-CORTE-RESERVA
                VARYING WSV-CAT-SUB FROM 1 BY 1
                UNTIL WSV-CAT-SUB > 3.
      * El cupo general informado es el nominal; sus admitidos
      * incluyen las reservadas liberadas.
            MOVE WSC-CATEG-GENERAL TO CORTE-CAT-CODIGO (4).
            COMPUTE CORTE-CAT-CUPO (4) = WS-CARR-CUPO (WS-CARR-SUB)
                  - WS-RES-CUPO (WS-CARR-SUB 1)
                  - WS-RES-CUPO (WS-CARR-SUB 2)
                  - WS-RES-CUPO (WS-CARR-SUB 3).
            MOVE WS-CARR-GEN-ADMIT (WS-CARR-SUB)
                TO CORTE-CAT-ADMITIDOS (4).
            MOVE WS-CARR-GEN-CORTE (WS-CARR-SUB)
                TO CORTE-CAT-PUNTAJE (4).
            WRITE CORTE-REC.
        71-GRABAR-CORTE-CARRERA-END.
            EXIT.

        72-CORTE-RESERVA.
            MOVE WSC-CATEG-COD (WSV-CAT-SUB)
                TO CORTE-CAT-CODIGO (WSV-CAT-SUB).
            MOVE WS-RES-CUPO (WS-CARR-SUB WSV-CAT-SUB)
                TO CORTE-CAT-CUPO (WSV-CAT-SUB).
            MOVE WS-RES-ADMITIDOS (WS-CARR-SUB WSV-CAT-SUB)
                TO CORTE-CAT-ADMITIDOS (WSV-CAT-SUB).
            MOVE WS-RES-CORTE (WS-CARR-SUB WSV-CAT-SUB)
                TO CORTE-CAT-PUNTAJE (WSV-CAT-SUB).
        72-CORTE-RESERVA-END.
            EXIT.

        90-REPORTE.
            DISPLAY ' '.
            DISPLAY '========== RESUMEN DE LA CORRIDA =========='.
            DISPLAY 'RECHAZO POR EDAD     : ' WS-TOT-RECH-EDAD.
            DISPLAY 'RECHAZO POR SECUND.  : ' WS-TOT-RECH-SECUND.
            DISPLAY 'RECHAZO POR CARRERA  : ' WS-TOT-RECH-CARRERA.
            DISPLAY 'RECHAZO POR EXAMEN   : ' WS-TOT-RECH-EXAMEN.
            DISPLAY 'REGISTROS EN EXCEPCION: ' WS-TOT-EXCEPCIONES.
            DISPLAY 'REGISTROS DUPLICADOS : ' WS-TOT-DUPLICADOS.
            DISPLAY 'EN LISTA DE ESPERA   : ' WS-TOT-EN-ESPERA.
            DISPLAY 'ADM. SEGUNDA OPCION  : ' WS-TOT-ADM-SEGUNDA.
            DISPLAY 'ADM. CUPO RESERVADO  : ' WS-TOT-ADM-RESERVA.
            DISPLAY 'ADM. CONDICIONALES   : ' WS-TOT-ADM-CONDIC.
            DISPLAY 'REVISION DE IDENTIDAD: ' WS-TOT-DOC-REVISION.
            DISPLAY 'REVISION POR HISTORIA: ' WS-TOT-HIST-REVISION.
            DISPLAY 'REINGRESANTES        : ' WS-TOT-REINGRESOS.
            DISPLAY 'PAGO INSCR. PENDIENTE: ' WS-TOT-PAGO-PEND.
            DISPLAY '--------------------------------------------'.
            DISPLAY 'USO DE VACANTES POR CARRERA'.
            PERFORM 91-REPORTE-CARRERA
                    WS-CARR-CUPO (WS-CARR-SUB) ' - CORTE '
                    WS-CARR-CORTE (WS-CARR-SUB) ' - EN ESPERA '
                    WS-CARR-ESPERA (WS-CARR-SUB).
            PERFORM 92-REPORTE-RESERVA
                VARYING WSV-CAT-SUB FROM 1 BY 1
                UNTIL WSV-CAT-SUB > 3.
        91-REPORTE-CARRERA-END.
            EXIT.

        92-REPORTE-RESERVA.
            IF WS-RES-CUPO (WS-CARR-SUB WSV-CAT-SUB) > ZERO
                DISPLAY '    RESERVA ' WSC-CATEG-COD (WSV-CAT-SUB)
                        ' ADMITIDOS '
                        WS-RES-ADMITIDOS (WS-CARR-SUB WSV-CAT-SUB)
                        ' DE ' WS-RES-CUPO (WS-CARR-SUB WSV-CAT-SUB)
                        ' - CORTE '
                        WS-RES-CORTE (WS-CARR-SUB WSV-CAT-SUB)
            END-IF.
        92-REPORTE-RESERVA-END.
            EXIT.

        99-REGISTRAR-FIN.
            MOVE 'F' TO WS-RCTL-FUNCION.
            MOVE RETURN-CODE TO WS-RCTL-RETORNO.
