      *     la primera (al final del orden de merito, con su
      *     nota) y auditoria 'C' con motivo ESPERA;
      *   - sigue invalido, sin excepcion pendiente o con
      *     decision previa: CORRRECH.DAT con el motivo;
      *   - con el control de pago de la tarjeta de
      *     parametros, sin el derecho de inscripcion del
      *     ciclo acreditado en el maestro: CORRRECH.DAT con
      *     PAGO DE INSCRIPCION PENDIENTE, y la excepcion
      *     sigue pendiente hasta que ALUMPAGO asiente el pago;
      *   - con historia de ciclos anteriores (HISTPOST.DAT,
      *     por el propio ID y por todo otro MAST-ID con el
      *     mismo documento): admitido antes y matriculado en
      *     el maestro, va a REVHIST.DAT igual que en el
      *     intake, con A REVISION POR HISTORIA en
      *     CORRRECH.DAT, y la excepcion sale del archivo;
      *     los rechazos y las esperas anteriores se marcan
      *     en la auditoria de la decision. Todo corregido
      *     con historia se agrega a REINGRES.DAT con lo que
      *     se hizo con el, para el informe de ALUMREIN.
      * Las excepciones corregidas salen de EXCEPCIONES.DAT
      * (el archivo se regraba solo con las pendientes), y
      * las pendientes con mas antiguedad que la tolerancia
                RECORD KEY IS DEC-ID
                FILE STATUS IS WS-DEC-STATUS.

            SELECT MASTER-FILE ASSIGN TO "POSTULANTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-ID
                ALTERNATE RECORD KEY IS MAST-DOCUMENTO
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
        FD  CORR-IN
        FD  CRECH-OUT
            RECORDING MODE IS F.
        01  CRECH-REC.
            05  CRECH-REGISTRO      PIC X(34).
            05  CRECH-DESCRIPCION   PIC X(30).

        FD  AGE-OUT
            05  DEC-ID              PIC 9(06).
            05  DEC-RESULTADO       PIC X(01).

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
           05 WSC-ENCURSO          PIC X VALUE 'C'.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.
           05 WSC-DIAS-LIMITE      PIC 9(03) VALUE 30.
      * Control del pago del derecho de inscripcion, segun la
      * tarjeta de parametros.
           05 WSC-CONTROL-PAGO     PIC X VALUE 'N'.
              88 PAGO-EXIGIDO      VALUE 'S'.

        01 WSV-VARIANTES.
           05 WSV-ID-AUX           PIC 9(06).
           05 WSV-EDAD-MIN-EFECT   PIC 99.
           05 WSV-PREFERENCIA      PIC 9(01) VALUE 1.
           05 WSV-PUNTAJE-AUX      PIC 9(03) VALUE ZERO.
      * Resultado del examen por opcion, segun NOTA-ESTADO.
           05 WSV-PUNTAJE-PRIMERA  PIC 9(03) VALUE ZERO.
           05 WSV-ESTADO-NOTA      PIC X(01) VALUE SPACE.
           05 WSV-PUNTAJE-ALT-AUX  PIC 9(03) VALUE ZERO.
           05 WSV-ESTADO-ALT-AUX   PIC X(01) VALUE SPACE.
      * Categoria de la vacante ocupada; pasado el lote las
      * reservas ya estan liberadas y toda vacante es del
      * cupo general.
           05 WSV-CUPO-CATEG       PIC X(01) VALUE SPACE.
           05 WSV-TURNO-SUB        PIC 9(01) VALUE ZERO.
      * Control de historia de ciclos anteriores.
           05 WSV-DOCUMENTO-AUX    PIC X(08) VALUE SPACES.
           05 WSV-ID-HISTORIA      PIC 9(06) VALUE ZERO.
           05 WSV-ANT-RECHAZO      PIC X(01) VALUE SPACE.
           05 WSV-ANT-ESPERA       PIC X(01) VALUE SPACE.
           05 WSV-ANT-MATRICULA    PIC X(01) VALUE SPACE.
      * Primer otro ID del documento con historia; cero si
      * solo la tiene el propio ID.
           05 WSV-ID-DOCUMENTO     PIC 9(06) VALUE ZERO.
           05 WSV-ID-HIST-MATRIC   PIC 9(06) VALUE ZERO.
           05 WSV-CICLO-ANTERIOR   PIC X(06) VALUE SPACES.
           05 WSV-CARR-ANTERIOR    PIC X(03) VALUE SPACES.

        01 WS-FLAGS.
           05 WS-CORR-STATUS       PIC XX VALUE SPACES.
           05 WS-CRECH-STATUS      PIC XX VALUE SPACES.
           05 WS-AGE-STATUS        PIC XX VALUE SPACES.
           05 WS-DEC-STATUS        PIC XX VALUE SPACES.
           05 WS-MASTER-STATUS     PIC XX VALUE SPACES.
           05 WS-HIST-STATUS       PIC XX VALUE SPACES.
           05 WS-REVH-STATUS       PIC XX VALUE SPACES.
           05 WS-REING-STATUS      PIC XX VALUE SPACES.
           05 WS-MASTER-DISPONIBLE PIC X VALUE 'N'.
              88 MASTER-DISPONIBLE VALUE 'S'.
           05 WS-FIN-DOCUMENTO     PIC X VALUE 'N'.
              88 FIN-DOCUMENTO     VALUE 'S'.
           05 WS-FIN-HISTORIA      PIC X VALUE 'N'.
              88 FIN-HISTORIA      VALUE 'S'.
           05 WS-HIST-OBSERVADO    PIC X VALUE 'N'.
              88 HIST-OBSERVADO    VALUE 'S'.
           05 WS-ES-REINGRESO      PIC X VALUE 'N'.
              88 ES-REINGRESO      VALUE 'S'.
      * Estado de matricula en el maestro del ID cuya
      * historia se esta recorriendo.
           05 WS-ID-MATRICULADO    PIC X VALUE 'N'.
              88 ID-MATRICULADO    VALUE 'S'.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-FIN-CARRERAS      PIC X VALUE 'N'.
           05 WS-TOT-YA-DECIDIDOS  PIC 9(06) VALUE ZERO.
           05 WS-TOT-PENDIENTES    PIC 9(06) VALUE ZERO.
           05 WS-TOT-ENVEJECIDAS   PIC 9(06) VALUE ZERO.
           05 WS-TOT-PAGO-PEND     PIC 9(06) VALUE ZERO.
           05 WS-TOT-HIST-REVISION PIC 9(06) VALUE ZERO.
           05 WS-TOT-REINGRESOS    PIC 9(06) VALUE ZERO.

      * Catalogo de carreras con el uso de vacantes y la lista
      * de espera acumulados, igual que en ALUMAPEL.
              10 WS-CARR-CUPO      PIC 9(04).
              10 WS-CARR-ADMITIDOS PIC 9(04).
              10 WS-CARR-ESPERA    PIC 9(04).
              10 WS-CARR-ESTADO    PIC X(01).

      * Excepciones pendientes del ciclo, apareadas por el ID
      * que encabeza el registro grabado. Estado: espacio =
           05 WS-EXC-ENT           OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON WS-EXC-CANT.
              10 WS-EXC-ID         PIC X(06).
              10 WS-EXC-REGISTRO   PIC X(34).
              10 WS-EXC-DESC       PIC X(30).
              10 WS-EXC-CICLO      PIC X(06).
              10 WS-EXC-FECHA      PIC X(08).
            CLOSE DELTA-OUT.
            CLOSE CRECH-OUT.
            CLOSE NOTAS-IN.
            CLOSE HIST-FILE.
            CLOSE REVH-OUT.
            CLOSE REING-OUT.
            IF MASTER-DISPONIBLE
                CLOSE MASTER-FILE
            END-IF.

            PERFORM 60-REGRABAR-EXCEPCIONES.
            PERFORM 70-INFORME-ANTIGUEDAD.
                           AND PARM-DIAS-EXCEP > ZERO
                            MOVE PARM-DIAS-EXCEP TO WSC-DIAS-LIMITE
                        END-IF
                        IF PARM-PAGO-EXIGIDO
                            MOVE 'S' TO WSC-CONTROL-PAGO
                        END-IF
                END-READ
                CLOSE PARM-IN
            ELSE
                                    WS-CARR-ADMITIDOS (WS-CARR-CANT)
                                MOVE ZERO TO
                                    WS-CARR-ESPERA (WS-CARR-CANT)
                                MOVE CARR-ESTADO TO
                                    WS-CARR-ESTADO (WS-CARR-CANT)
                            ELSE
      * Un catalogo que desborda la tabla dejaria carreras
      * sin control de cupo: se aborta en lugar de degradar.
            OPEN EXTEND ESPERA-OUT.
            OPEN OUTPUT DELTA-OUT.
            OPEN OUTPUT CRECH-OUT.
      * El archivo de revision por historia y el de
      * reingresantes los inicia el intake del ciclo; las
      * correcciones se les agregan.
            OPEN EXTEND REVH-OUT.
            IF WS-REVH-STATUS EQUAL '35'
                OPEN OUTPUT REVH-OUT
            END-IF.
            OPEN EXTEND REING-OUT.
            IF WS-REING-STATUS EQUAL '35'
                OPEN OUTPUT REING-OUT
            END-IF.
            IF WS-AUDIT-STATUS NOT EQUAL '00'
               OR WS-ESPERA-STATUS NOT EQUAL '00'
               OR WS-DELTA-STATUS NOT EQUAL '00'
               OR WS-CRECH-STATUS NOT EQUAL '00'
               OR WS-REVH-STATUS NOT EQUAL '00'
               OR WS-REING-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR UN ARCHIVO DE SALIDA - '
                        WS-AUDIT-STATUS ' ' WS-ESPERA-STATUS ' '
                        WS-DELTA-STATUS ' ' WS-CRECH-STATUS ' '
                        WS-REVH-STATUS ' ' WS-REING-STATUS
            END-IF.

      * Los pagos acreditados y el estado de matricula solo
      * constan en el maestro. Sin el control de pago se
      * degrada igual que el intake: el control de historia
      * corre solo por el ID, sin saber si se matriculo.
            OPEN INPUT MASTER-FILE.
            IF WS-MASTER-STATUS EQUAL '00'
                MOVE 'S' TO WS-MASTER-DISPONIBLE
            ELSE
                IF PAGO-EXIGIDO
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'ERROR AL ABRIR POSTULANTES.DAT - STATUS '
                            WS-MASTER-STATUS ' - REQUERIDO POR EL '
                            'CONTROL DE PAGO'
                ELSE
                    DISPLAY 'MAESTRO DE POSTULANTES NO DISPONIBLE - '
                            'SIN CONTROL DE MATRICULA ANTERIOR'
                END-IF
            END-IF.

            PERFORM 10A-ABRIR-HISTORIA.
        10-ABRIR-ARCHIVOS-END.
            EXIT.

      * El indice de historia es obligatorio, con la misma
      * exigencia que en el intake: armado por ALUMHIST en el
      * ciclo en curso.
        10A-ABRIR-HISTORIA.
            MOVE 'C' TO WS-RCTL-FUNCION.
            MOVE 'ALUMHIST' TO WS-RCTL-CONSULTA.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-CONSULTA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
            IF WS-RCTL-RESULTADO NOT EQUAL 'F'
               OR WS-RCTL-RETORNO NOT EQUAL ZERO
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ALUMHIST NO TERMINO EN CERO PARA EL CICLO '
                        WS-RCTL-CICLO ' - ARMAR EL INDICE DE '
                        'HISTORIA ANTES DE ESTE PROCESO'
            ELSE
                OPEN INPUT HIST-FILE
                IF WS-HIST-STATUS NOT EQUAL '00'
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'ERROR AL ABRIR HISTPOST.DAT - STATUS '
                            WS-HIST-STATUS
                END-IF
            END-IF.
        10A-ABRIR-HISTORIA-END.
            EXIT.

        14-BUSCAR-CARRERA.
            MOVE 'N'  TO WS-CARRERA-HALLADA.
            MOVE ZERO TO WS-CARR-SUB.
                        MOVE 'YA TIENE DECISION' TO WS-DESC-ERROR
                        PERFORM 35-RECHAZAR-CORRECCION
                    ELSE
                        PERFORM 37-CONTROLAR-HISTORIA
                        IF HIST-OBSERVADO
                            PERFORM 37F-GRABAR-REVISION-HIST
                        ELSE
                        PERFORM 33-BUSCAR-NOTA
                        IF CORRECCION-INVALIDA
                            ADD 1 TO WS-TOT-INVALIDAS
                            PERFORM 35-RECHAZAR-CORRECCION
                        ELSE
                            PERFORM 36-CONTROLAR-PAGO
                            IF CORRECCION-INVALIDA
                                ADD 1 TO WS-TOT-PAGO-PEND
                                PERFORM 35-RECHAZAR-CORRECCION
                            ELSE
                                PERFORM 40-REEVALUAR
                            END-IF
                        END-IF
                        END-IF
                        IF ES-REINGRESO
                            PERFORM 37G-GRABAR-REINGRESO
                        END-IF
                    END-IF
                END-IF
                                MOVE 'N' TO WS-CORR-OK
                                MOVE 'CARRERA INEXISTENTE'
                                    TO WS-DESC-ERROR
                            ELSE
                            IF WS-CARR-ESTADO (WS-CARR-SUB) EQUAL 'I'
                                MOVE 'N' TO WS-CORR-OK
                                MOVE 'CARRERA INACTIVA'
                                    TO WS-DESC-ERROR
                            ELSE
                                PERFORM 31-VALIDAR-CARR-ALT
                            END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
            END-IF.

            IF WS-CORR-OK EQUAL 'S'
               AND POSTU-CATEGORIA NOT EQUAL SPACE
               AND POSTU-CATEGORIA NOT EQUAL 'G'
               AND POSTU-CATEGORIA NOT EQUAL 'P'
               AND POSTU-CATEGORIA NOT EQUAL 'D'
               AND POSTU-CATEGORIA NOT EQUAL 'R'
                MOVE 'N' TO WS-CORR-OK
                MOVE 'CATEGORIA INVALIDA' TO WS-DESC-ERROR
            END-IF.

            IF WS-CORR-OK EQUAL 'S'
                PERFORM 31A-VALIDAR-TURNOS
            END-IF.
        30-VALIDAR-CORRECCION-END.
            EXIT.

                    MOVE 'N' TO WS-CORR-OK
                    MOVE 'CARRERA ALT INEXISTENTE'
                        TO WS-DESC-ERROR
                ELSE
                    IF WS-CARR-ESTADO (WS-CARR-SUB) EQUAL 'I'
                        MOVE 'N' TO WS-CORR-OK
                        MOVE 'CARRERA ALT INACTIVA'
                            TO WS-DESC-ERROR
                    END-IF
                END-IF
                MOVE POSTU-COD-CARRERA TO WSV-COD-CARRERA-AUX
            END-IF.
        31-VALIDAR-CARR-ALT-END.
            EXIT.

      * Los turnos preferidos se validan igual que en el
      * intake: optativos, validos y sin repetir.
        31A-VALIDAR-TURNOS.
            PERFORM 31B-VALIDAR-TURNO
                VARYING WSV-TURNO-SUB FROM 1 BY 1
                UNTIL WSV-TURNO-SUB > 3.
            IF WS-CORR-OK EQUAL 'S'
               AND ((POSTU-TURNO (1) NOT EQUAL SPACE
                     AND (POSTU-TURNO (1) EQUAL POSTU-TURNO (2)
                          OR POSTU-TURNO (1) EQUAL POSTU-TURNO (3)))
                 OR (POSTU-TURNO (2) NOT EQUAL SPACE
                     AND POSTU-TURNO (2) EQUAL POSTU-TURNO (3)))
                MOVE 'N' TO WS-CORR-OK
                MOVE 'TURNO REPETIDO' TO WS-DESC-ERROR
            END-IF.
        31A-VALIDAR-TURNOS-END.
            EXIT.

        31B-VALIDAR-TURNO.
            IF POSTU-TURNO (WSV-TURNO-SUB) NOT EQUAL SPACE
               AND POSTU-TURNO (WSV-TURNO-SUB) NOT EQUAL 'M'
               AND POSTU-TURNO (WSV-TURNO-SUB) NOT EQUAL 'T'
               AND POSTU-TURNO (WSV-TURNO-SUB) NOT EQUAL 'N'
                MOVE 'N' TO WS-CORR-OK
                MOVE 'TURNO INVALIDO' TO WS-DESC-ERROR
            END-IF.
        31B-VALIDAR-TURNO-END.
            EXIT.

        32-BUSCAR-EXCEPCION.
            MOVE 'N' TO WS-EXCEP-HALLADA.
            PERFORM 32A-COMPARAR-EXCEPCION
            EXIT.

      * La admision sigue siendo por merito: la correccion
      * necesita la nota de examen del postulante, calculada
      * por ALUMGRAD para la carrera corregida, con las mismas
      * reglas que aplica el intake en 09-BUSCAR-NOTA,
      * incluida la nota del ciclo en curso.
        33-BUSCAR-NOTA.
            MOVE POSTU-ID TO NOTA-ID.
            READ NOTAS-IN
                    MOVE 'N' TO WS-CORR-OK
                    MOVE 'SIN NOTA DE EXAMEN' TO WS-DESC-ERROR
                NOT INVALID KEY
                    IF NOTA-CICLO NOT EQUAL WSC-CICLO
                        MOVE 'N' TO WS-CORR-OK
                        MOVE 'NOTA DE OTRO CICLO' TO WS-DESC-ERROR
                    ELSE
                    IF NOTA-COD-CARRERA NOT EQUAL POSTU-COD-CARRERA
                        MOVE 'N' TO WS-CORR-OK
                        MOVE 'NOTA DE OTRA CARRERA' TO WS-DESC-ERROR
                    ELSE
                        IF NOTA-SIN-PONDERACION
                            MOVE 'N' TO WS-CORR-OK
                            MOVE 'CARRERA SIN PONDERACION'
                                TO WS-DESC-ERROR
                        ELSE
                            MOVE NOTA-PUNTAJE TO WSV-PUNTAJE-AUX
                            MOVE NOTA-PUNTAJE TO WSV-PUNTAJE-PRIMERA
                            MOVE NOTA-ESTADO  TO WSV-ESTADO-NOTA
                            PERFORM 33A-CARGAR-NOTA-ALT
                        END-IF
                    END-IF
                    END-IF
            END-READ.
        33-BUSCAR-NOTA-END.
            EXIT.

        33A-CARGAR-NOTA-ALT.
            IF POSTU-COD-CARR-ALT NOT EQUAL SPACES
               AND NOTA-COD-CARR-ALT EQUAL POSTU-COD-CARR-ALT
                MOVE NOTA-PUNTAJE-ALT TO WSV-PUNTAJE-ALT-AUX
                MOVE NOTA-ESTADO-ALT  TO WSV-ESTADO-ALT-AUX
            ELSE
                MOVE ZERO TO WSV-PUNTAJE-ALT-AUX
                MOVE 'P'  TO WSV-ESTADO-ALT-AUX
            END-IF.
        33A-CARGAR-NOTA-ALT-END.
            EXIT.

        34-BUSCAR-DECISION.
            MOVE 'N' TO WS-DECISION-HALLADA.
            MOVE POSTU-ID TO WSV-ID-AUX.
        35-RECHAZAR-CORRECCION-END.
            EXIT.

      * Igual que en el intake: sin el derecho de inscripcion
      * del ciclo acreditado no se evalua, y la excepcion
      * queda pendiente para una correccion posterior al pago.
        36-CONTROLAR-PAGO.
            IF PAGO-EXIGIDO
                MOVE WSV-ID-AUX TO MAST-ID
                READ MASTER-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-CORR-OK
                        MOVE 'PAGO PENDIENTE - SIN ALTA'
                            TO WS-DESC-ERROR
                    NOT INVALID KEY
                        IF MAST-CICLO-PAGO NOT EQUAL WSC-CICLO
                           OR NOT MAST-INSCRIPCION-PAGA
                            MOVE 'N' TO WS-CORR-OK
                            MOVE 'PAGO DE INSCRIPCION PENDIENTE'
                                TO WS-DESC-ERROR
                        END-IF
                END-READ
            END-IF.
        36-CONTROLAR-PAGO-END.
            EXIT.

      * Control de historia de ciclos anteriores, el mismo de
      * ALUMNOS1: se busca el propio ID y todo otro MAST-ID
      * con el mismo documento. El documento y el estado de
      * matricula son los del maestro; el de cada otro ID se
      * toma al recorrer el documento, sin releer el maestro
      * y perder la posicion del recorrido.
        37-CONTROLAR-HISTORIA.
            MOVE 'N'    TO WS-HIST-OBSERVADO.
            MOVE 'N'    TO WS-ES-REINGRESO.
            MOVE SPACE  TO WSV-ANT-RECHAZO.
            MOVE SPACE  TO WSV-ANT-ESPERA.
            MOVE SPACE  TO WSV-ANT-MATRICULA.
            MOVE ZERO   TO WSV-ID-DOCUMENTO.
            MOVE 'N'    TO WS-ID-MATRICULADO.
            MOVE POSTU-DOCUMENTO TO WSV-DOCUMENTO-AUX.
            IF MASTER-DISPONIBLE
                MOVE WSV-ID-AUX TO MAST-ID
                READ MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MAST-DOCUMENTO NOT EQUAL SPACES
                            MOVE MAST-DOCUMENTO TO WSV-DOCUMENTO-AUX
                        END-IF
                        IF MAST-MATRICULADO
                            MOVE 'S' TO WS-ID-MATRICULADO
                        END-IF
                END-READ
            END-IF.
            MOVE WSV-ID-AUX TO WSV-ID-HISTORIA.
            PERFORM 37B-BUSCAR-HISTORIA.
            IF MASTER-DISPONIBLE
               AND WSV-DOCUMENTO-AUX NOT EQUAL SPACES
                MOVE 'N' TO WS-FIN-DOCUMENTO
                MOVE WSV-DOCUMENTO-AUX TO MAST-DOCUMENTO
                START MASTER-FILE KEY IS EQUAL TO MAST-DOCUMENTO
                    INVALID KEY
                        MOVE 'S' TO WS-FIN-DOCUMENTO
                END-START
                PERFORM 37A-RECORRER-DOCUMENTO UNTIL FIN-DOCUMENTO
            END-IF.
        37-CONTROLAR-HISTORIA-END.
            EXIT.

        37A-RECORRER-DOCUMENTO.
            READ MASTER-FILE NEXT
                AT END
                    MOVE 'S' TO WS-FIN-DOCUMENTO
                NOT AT END
                    IF MAST-DOCUMENTO NOT EQUAL WSV-DOCUMENTO-AUX
                        MOVE 'S' TO WS-FIN-DOCUMENTO
                    ELSE
                        IF MAST-ID NOT EQUAL WSV-ID-AUX
                            MOVE MAST-ID TO WSV-ID-HISTORIA
                            MOVE 'N' TO WS-ID-MATRICULADO
                            IF MAST-MATRICULADO
                                MOVE 'S' TO WS-ID-MATRICULADO
                            END-IF
                            PERFORM 37B-BUSCAR-HISTORIA
                        END-IF
                    END-IF
            END-READ.
        37A-RECORRER-DOCUMENTO-END.
            EXIT.

        37B-BUSCAR-HISTORIA.
            MOVE 'N' TO WS-FIN-HISTORIA.
            MOVE WSV-ID-HISTORIA TO HIST-ID.
            MOVE LOW-VALUES      TO HIST-CICLO.
            START HIST-FILE KEY IS NOT LESS THAN HIST-CLAVE
                INVALID KEY
                    MOVE 'S' TO WS-FIN-HISTORIA
            END-START.
            PERFORM 37C-RECORRER-HISTORIA UNTIL FIN-HISTORIA.
        37B-BUSCAR-HISTORIA-END.
            EXIT.

        37C-RECORRER-HISTORIA.
            READ HIST-FILE NEXT
                AT END
                    MOVE 'S' TO WS-FIN-HISTORIA
                NOT AT END
                    IF HIST-ID NOT EQUAL WSV-ID-HISTORIA
                        MOVE 'S' TO WS-FIN-HISTORIA
                    ELSE
                        PERFORM 37D-EVALUAR-ANTECEDENTE
                    END-IF
            END-READ.
        37C-RECORRER-HISTORIA-END.
            EXIT.

      * Igual que en el intake, la admision anterior solo
      * cuenta si la persona efectivamente se matriculo.
        37D-EVALUAR-ANTECEDENTE.
            MOVE 'S' TO WS-ES-REINGRESO.
            IF WSV-ID-HISTORIA NOT EQUAL WSV-ID-AUX
               AND WSV-ID-DOCUMENTO EQUAL ZERO
                MOVE WSV-ID-HISTORIA TO WSV-ID-DOCUMENTO
            END-IF.
            IF HIST-FUE-RECHAZADO
                MOVE 'S' TO WSV-ANT-RECHAZO
            END-IF.
            IF HIST-FUE-ESPERA
                MOVE 'S' TO WSV-ANT-ESPERA
            END-IF.
            IF HIST-FUE-ADMITIDO AND ID-MATRICULADO
               AND NOT HIST-OBSERVADO
                MOVE 'S' TO WS-HIST-OBSERVADO
                MOVE 'S' TO WSV-ANT-MATRICULA
                MOVE WSV-ID-HISTORIA  TO WSV-ID-HIST-MATRIC
                MOVE HIST-CICLO       TO WSV-CICLO-ANTERIOR
                MOVE HIST-COD-CARRERA TO WSV-CARR-ANTERIOR
            END-IF.
        37D-EVALUAR-ANTECEDENTE-END.
            EXIT.

      * El caso sale de excepciones y queda en el archivo de
      * revision por historia, donde lo hubiera dejado el
      * intake si el registro original hubiera sido valido.
        37F-GRABAR-REVISION-HIST.
            ADD 1 TO WS-TOT-HIST-REVISION.
            MOVE WSV-ID-AUX          TO REVH-ID.
            MOVE POSTU-NOMBRE        TO REVH-NOMBRE.
            MOVE WSV-DOCUMENTO-AUX   TO REVH-DOCUMENTO.
            MOVE POSTU-COD-CARRERA   TO REVH-COD-CARRERA.
            MOVE WSV-ID-HIST-MATRIC  TO REVH-ID-HISTORIA.
            MOVE WSV-CICLO-ANTERIOR  TO REVH-CICLO-ANTERIOR.
            MOVE WSV-CARR-ANTERIOR   TO REVH-CARR-ANTERIOR.
            MOVE WSC-CICLO           TO REVH-CICLO.
            WRITE REVH-REC.
            MOVE 'C' TO WS-EXC-ESTADO (WS-EXC-SUB).
            DISPLAY WSV-ID-AUX ' YA ADMITIDO EN EL CICLO '
                    WSV-CICLO-ANTERIOR ' EN ' WSV-CARR-ANTERIOR
                    ' Y MATRICULADO - A REVISION POR HISTORIA'.
            MOVE 'A REVISION POR HISTORIA' TO WS-DESC-ERROR.
            PERFORM 35-RECHAZAR-CORRECCION.
        37F-GRABAR-REVISION-HIST-END.
            EXIT.

      * El reingresante se graba como en ALUMNOS1, una vez
      * resuelto el destino: a revision por historia, evaluado
      * (admitido, en espera o rechazado) o de vuelta a
      * excepciones por falta de nota o de pago.
        37G-GRABAR-REINGRESO.
            ADD 1 TO WS-TOT-REINGRESOS.
            MOVE WSV-ID-AUX          TO REING-ID.
            MOVE POSTU-NOMBRE        TO REING-NOMBRE.
            MOVE WSV-DOCUMENTO-AUX   TO REING-DOCUMENTO.
            MOVE POSTU-COD-CARRERA   TO REING-COD-CARRERA.
            MOVE WSV-ID-DOCUMENTO    TO REING-ID-DOCUMENTO.
            EVALUATE TRUE
                WHEN HIST-OBSERVADO
                    MOVE 'H' TO REING-DESTINO
                WHEN CORRECCION-INVALIDA
                    MOVE 'X' TO REING-DESTINO
                WHEN OTHER
                    MOVE 'E' TO REING-DESTINO
            END-EVALUATE.
            MOVE WSV-ANT-RECHAZO     TO REING-ANT-RECHAZO.
            MOVE WSV-ANT-ESPERA      TO REING-ANT-ESPERA.
            MOVE WSV-ANT-MATRICULA   TO REING-ANT-MATRICULA.
            MOVE WSC-CICLO           TO REING-CICLO.
            WRITE REING-REC.
        37G-GRABAR-REINGRESO-END.
            EXIT.

      * El registro corregido se evalua con la regla vigente
      * y control de cupo. La correccion llega despues de la
      * adjudicacion por merito, asi que solo puede ocupar
            MOVE POSTU-CARRERA    TO WSV-CARRERA-AUX.
            MOVE POSTU-COD-CARRERA TO WSV-COD-CARRERA-AUX.
            MOVE POSTU-COD-CARR-ALT TO WSV-COD-CARR-ALT-AUX.
            MOVE SPACE TO WSV-CUPO-CATEG.
            MOVE 1 TO WSV-PREFERENCIA.

            PERFORM 14-BUSCAR-CARRERA.
                WSC-TERMINADO WSC-ENCURSO WS-CUMPLE-FLAG
                WS-MOTIVO-RECHAZO.

      * Mismo control de examen que la preseleccion del
      * intake: ausente o bajo el minimo rechaza sin intentar
      * la segunda opcion.
            IF WS-CUMPLE-FLAG EQUAL 'S'
               AND NOT WSV-ESTADO-NOTA EQUAL 'C'
                MOVE 'N' TO WS-CUMPLE-FLAG
                IF WSV-ESTADO-NOTA EQUAL 'A'
                    MOVE 'AUSENTE' TO WS-MOTIVO-RECHAZO
                ELSE
                    MOVE 'MINIMO'  TO WS-MOTIVO-RECHAZO
                END-IF
            END-IF.

            MOVE 'C' TO WS-EXC-ESTADO (WS-EXC-SUB).

            IF WS-CUMPLE-FLAG EQUAL 'S'
        41-ADMITIR-CORRECCION.
            ADD 1 TO WS-CARR-ADMITIDOS (WS-CARR-SUB).
            ADD 1 TO WS-TOT-ADMITIDOS.
            MOVE 'G' TO WSV-CUPO-CATEG.
            PERFORM 45-GRABAR-AUDITORIA.
            PERFORM 50-GRABAR-DELTA.
            IF WSV-PREFERENCIA EQUAL 2

      * Primera opcion sin vacantes: si la correccion declara
      * una segunda opcion (ya validada contra el catalogo)
      * se intenta con la edad minima propia de esa carrera
      * y el puntaje ponderado para ella; si tampoco hay
      * lugar, o no aplica, el postulante queda en la lista
      * de espera de su primera opcion.
        42-INTENTAR-SEGUNDA.
            IF WSV-COD-CARR-ALT-AUX EQUAL SPACES
               OR WSV-ESTADO-ALT-AUX NOT EQUAL 'C'
                PERFORM 43-ESPERA-PRIMERA
            ELSE
                MOVE WSV-COD-CARR-ALT-AUX TO WSV-COD-CARRERA-AUX
                   AND WS-CARR-ADMITIDOS (WS-CARR-SUB) <
                       WS-CARR-CUPO (WS-CARR-SUB)
                    ADD 1 TO WS-TOT-ADM-SEGUNDA
                    MOVE WSV-PUNTAJE-ALT-AUX TO WSV-PUNTAJE-AUX
                    PERFORM 41-ADMITIR-CORRECCION
                ELSE
                    PERFORM 43-ESPERA-PRIMERA
            MOVE WS-CARR-CODIGO (WS-CARR-SUB)
                TO WSV-COD-CARRERA-AUX.
            MOVE 1 TO WSV-PREFERENCIA.
            MOVE WSV-PUNTAJE-PRIMERA TO WSV-PUNTAJE-AUX.
            MOVE 'S' TO WS-CUMPLE-FLAG.
            PERFORM 38-EDAD-MINIMA-EFECTIVA.
            MOVE 'ESPERA' TO WS-MOTIVO-RECHAZO.
            MOVE SPACE TO WSV-CUPO-CATEG.
            PERFORM 45-GRABAR-AUDITORIA.
            PERFORM 55-GRABAR-ESPERA.
        43-ESPERA-PRIMERA-END.
            MOVE WSC-CICLO           TO AUDIT-CICLO.
            MOVE WSV-PREFERENCIA     TO AUDIT-PREFERENCIA.
            MOVE WSV-PUNTAJE-AUX     TO AUDIT-PUNTAJE.
            MOVE SPACE               TO AUDIT-CATEGORIA.
            MOVE WSV-CUPO-CATEG      TO AUDIT-CUPO-CATEG.
      * La correccion aplica la regla firme: la admision
      * condicional se otorga solo en el lote.
            MOVE SPACE               TO AUDIT-CONDICION.
            MOVE WSV-ANT-RECHAZO     TO AUDIT-ANT-RECHAZO.
            MOVE WSV-ANT-ESPERA      TO AUDIT-ANT-ESPERA.
            WRITE AUDIT-REC.
        45-GRABAR-AUDITORIA-END.
            EXIT.
            MOVE WSV-COD-CARRERA-AUX TO EXTR-COD-CARRERA.
            MOVE WS-FH-FECHA         TO EXTR-FECHA-ADMISION.
            MOVE WSC-CICLO           TO EXTR-CICLO.
            MOVE 'A'                 TO EXTR-MOVIMIENTO.
            WRITE EXTR-REC.
        50-GRABAR-DELTA-END.
            EXIT.
            MOVE WS-CARR-ESPERA (WS-CARR-SUB) TO ESPERA-ORDEN.
            MOVE WSC-CICLO               TO ESPERA-CICLO.
            MOVE WSV-PUNTAJE-AUX         TO ESPERA-PUNTAJE.
            MOVE SPACE                   TO ESPERA-CONDICION.
            MOVE POSTU-TURNOS            TO ESPERA-TURNOS.
            WRITE ESPERA-REC.
            DISPLAY WSV-NOMBRE-AUX ' CORREGIDO Y CUMPLE PERO SIN '
                    'VACANTE EN ' WSV-COD-CARRERA-AUX
            DISPLAY 'YA TENIAN DECISION   : ' WS-TOT-YA-DECIDIDOS.
            DISPLAY 'EXCEPCIONES PENDIENT.: ' WS-TOT-PENDIENTES.
            DISPLAY 'PENDIENTES ENVEJECID.: ' WS-TOT-ENVEJECIDAS.
            DISPLAY 'PAGO INSCR. PENDIENTE: ' WS-TOT-PAGO-PEND.
            DISPLAY 'A REVISION POR HIST. : ' WS-TOT-HIST-REVISION.
            DISPLAY 'REINGRESANTES        : ' WS-TOT-REINGRESOS.
            DISPLAY '============================================'.
        90-REPORTE-END.
            EXIT.
