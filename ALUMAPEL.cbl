        01  DEC-REC.
            05  DEC-ID              PIC 9(06).
            05  DEC-RESULTADO       PIC X(01).
            05  DEC-MOTIVO          PIC X(10).

        WORKING-STORAGE SECTION.
        01 WSC-ESTADOS.
           05 WS-TOT-SIGUEN-RECH   PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-DECISION  PIC 9(06) VALUE ZERO.
           05 WS-TOT-YA-ADMITIDOS  PIC 9(06) VALUE ZERO.
           05 WS-TOT-RECH-EXAMEN   PIC 9(06) VALUE ZERO.
           05 WS-TOT-REVOCADOS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-INVALIDAS     PIC 9(06) VALUE ZERO.

      * Catalogo de carreras con el uso de vacantes y la lista
        09-REGISTRAR-DECISION.
            MOVE AUDIT-ID        TO DEC-ID.
            MOVE AUDIT-RESULTADO TO DEC-RESULTADO.
            MOVE AUDIT-MOTIVO    TO DEC-MOTIVO.
            WRITE DEC-REC
                INVALID KEY
                    REWRITE DEC-REC
                ELSE
      * Una decision previa favorable (admitido o en lista de
      * espera) no se apela: no hay rechazo que reconsiderar.
      * Un rechazo por el examen de ingreso tampoco: la
      * reconsideracion revisa los requisitos, no la nota, que
      * se corrige recalificando con ALUMGRAD. Ni una admision
      * condicional revocada por el titulo (ALUMTITU): el
      * maestro queda revocado y la matricula no se podria
      * confirmar, igual que en ALUMREEV.
                    EVALUATE TRUE
                        WHEN DEC-RESULTADO EQUAL 'S'
                            ADD 1 TO WS-TOT-YA-ADMITIDOS
                            DISPLAY APEL-ID ' YA CUMPLE LOS '
                                    'REQUISITOS SEGUN LA AUDITORIA - '
                                    'APELACION NO PROCESADA'
                        WHEN DEC-MOTIVO EQUAL 'TITULO'
                            ADD 1 TO WS-TOT-REVOCADOS
                            DISPLAY APEL-ID ' ADMISION CONDICIONAL '
                                    'REVOCADA - APELACION NO '
                                    'PROCESADA'
                        WHEN DEC-MOTIVO EQUAL 'AUSENTE'
                          OR DEC-MOTIVO EQUAL 'MINIMO'
                            ADD 1 TO WS-TOT-RECH-EXAMEN
                            DISPLAY APEL-ID ' RECHAZADO POR EL EXAMEN'
                                    ' DE INGRESO (' DEC-MOTIVO
                                    ') - APELACION NO PROCESADA'
                        WHEN OTHER
                            PERFORM 40-REEVALUAR
                    END-EVALUATE
                END-IF
            END-IF.
        20-PROCESAR-APELACION-END.
            MOVE WSC-CICLO           TO AUDIT-CICLO.
            MOVE 1                   TO AUDIT-PREFERENCIA.
            MOVE ZERO                TO AUDIT-PUNTAJE.
      * Pasado el lote las reservas ya se liberaron: la
      * vacante que se otorga es siempre del cupo general.
            MOVE SPACE               TO AUDIT-CATEGORIA.
            IF WS-CUMPLE-FLAG EQUAL 'S'
               AND WS-MOTIVO-RECHAZO EQUAL SPACES
                MOVE 'G'             TO AUDIT-CUPO-CATEG
            ELSE
                MOVE SPACE           TO AUDIT-CUPO-CATEG
            END-IF.
      * Las revisiones aplican la regla firme: la admision
      * condicional se otorga solo en el lote.
            MOVE SPACE               TO AUDIT-CONDICION.
            MOVE SPACE               TO AUDIT-ANT-RECHAZO.
            MOVE SPACE               TO AUDIT-ANT-ESPERA.
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
      * La apelacion no compite por nota: queda al final de
      * la lista con puntaje cero.
            MOVE ZERO                    TO ESPERA-PUNTAJE.
            MOVE SPACE                   TO ESPERA-CONDICION.
      * La apelacion no trae los turnos del intake: cualquier
      * turno le sirve para la asignacion de comision.
            MOVE SPACES                  TO ESPERA-TURNOS.
            WRITE ESPERA-REC.
            DISPLAY WSV-NOMBRE-AUX ' CUMPLE POR RECONSIDERACION '
                    'PERO SIN VACANTE EN ' WSV-COD-CARRERA-AUX
        60-ACTUALIZAR-DECISION.
            MOVE WSV-ID-AUX     TO DEC-ID.
            MOVE WS-CUMPLE-FLAG TO DEC-RESULTADO.
            MOVE WS-MOTIVO-RECHAZO TO DEC-MOTIVO.
            WRITE DEC-REC
                INVALID KEY
                    REWRITE DEC-REC
            DISPLAY 'SIGUEN RECHAZADOS    : ' WS-TOT-SIGUEN-RECH.
            DISPLAY 'SIN DECISION ORIGINAL: ' WS-TOT-SIN-DECISION.
            DISPLAY 'YA CUMPLIAN          : ' WS-TOT-YA-ADMITIDOS.
            DISPLAY 'RECHAZO POR EXAMEN   : ' WS-TOT-RECH-EXAMEN.
            DISPLAY 'CONDIC. REVOCADAS    : ' WS-TOT-REVOCADOS.
            DISPLAY 'APELACIONES INVALIDAS: ' WS-TOT-INVALIDAS.
            DISPLAY '============================================'.
        90-REPORTE-END.
