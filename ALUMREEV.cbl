        01  DEC-REC.
            05  DEC-ID              PIC 9(06).
            05  DEC-RESULTADO       PIC X(01).
            05  DEC-MOTIVO          PIC X(10).
            05  DEC-CONDICION       PIC X(01).

        FD  MASTER-FILE.
        COPY MASTREC.
        09-REGISTRAR-DECISION.
            MOVE AUDIT-ID        TO DEC-ID.
            MOVE AUDIT-RESULTADO TO DEC-RESULTADO.
            MOVE AUDIT-MOTIVO    TO DEC-MOTIVO.
            MOVE AUDIT-CONDICION TO DEC-CONDICION.
            WRITE DEC-REC
                INVALID KEY
                    REWRITE DEC-REC
                    WSC-TERMINADO WSC-ENCURSO WS-CUMPLE-FLAG
                    WS-MOTIVO-RECHAZO

      * Un rechazo por el examen de ingreso no depende de la
      * tarjeta ni del catalogo: el cambio de regla no lo
      * vuelve elegible. Tampoco se reabre una admision
      * condicional revocada por el titulo, ni se observa una
      * condicional vigente porque la regla firme la rechace
      * por el secundario en curso: su suerte la decide
      * ALUMTITU.
                EVALUATE TRUE
                    WHEN WS-CUMPLE-FLAG EQUAL DEC-RESULTADO
                        ADD 1 TO WS-TOT-SIN-CAMBIO
                    WHEN DEC-RESULTADO EQUAL 'N'
                     AND (DEC-MOTIVO EQUAL 'AUSENTE'
                          OR DEC-MOTIVO EQUAL 'MINIMO'
                          OR DEC-MOTIVO EQUAL 'TITULO')
                        ADD 1 TO WS-TOT-SIN-CAMBIO
                    WHEN DEC-CONDICION EQUAL 'C'
                     AND WS-MOTIVO-RECHAZO EQUAL 'SECUNDARIO'
                        ADD 1 TO WS-TOT-SIN-CAMBIO
                    WHEN WS-CUMPLE-FLAG EQUAL 'S'
                        PERFORM 50-NUEVO-ELEGIBLE
                    WHEN OTHER
                MOVE WSV-COD-CARRERA-AUX TO EXTR-COD-CARRERA
                MOVE WS-FH-FECHA         TO EXTR-FECHA-ADMISION
                MOVE WSC-CICLO           TO EXTR-CICLO
                MOVE 'A'                 TO EXTR-MOVIMIENTO
                WRITE EXTR-REC
                DISPLAY WSV-ID-AUX ' ' WSV-NOMBRE-AUX
                        ' NUEVO ELEGIBLE EN ' WSV-COD-CARRERA-AUX
                MOVE WS-CARR-ESPERA (WS-CARR-SUB) TO ESPERA-ORDEN
                MOVE WSC-CICLO               TO ESPERA-CICLO
                MOVE ZERO                    TO ESPERA-PUNTAJE
                MOVE SPACE                   TO ESPERA-CONDICION
                MOVE SPACES                  TO ESPERA-TURNOS
                WRITE ESPERA-REC
                DISPLAY WSV-ID-AUX ' ' WSV-NOMBRE-AUX
                        ' NUEVO ELEGIBLE SIN VACANTE EN '
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
        55-GRABAR-AUDITORIA-END.
            EXIT.
