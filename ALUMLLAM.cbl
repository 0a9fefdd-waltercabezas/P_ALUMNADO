      * La lista de espera se regraba sin los promovidos, con
      * el orden renumerado por carrera, para que una corrida
      * posterior no los promueva de nuevo.
      * Un postulante en espera con secundario en curso se
      * promueve como admitido condicional mientras no venza
      * la fecha limite de presentacion del titulo; vencida,
      * se saltea y queda en la lista. Las vacantes de las
      * condicionales revocadas por ALUMTITU (estado 'R' en
      * el maestro) ya cuentan como liberadas.
      * Con el control de pago de la tarjeta de parametros,
      * un matriculado sin la primera cuota del arancel del
      * ciclo acreditada en el maestro (ALUMPAGO) tampoco
      * ocupa vacante: se libera y se marca 'V' igual que un
      * admitido que nunca respondio.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        WORKING-STORAGE SECTION.
        01 WSC-ESTADOS.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.
           05 WSC-FECHA-TITULO     PIC X(08) VALUE SPACES.
      * Control del pago del arancel, segun la tarjeta de
      * parametros.
           05 WSC-CONTROL-PAGO     PIC X VALUE 'N'.
              88 PAGO-EXIGIDO      VALUE 'S'.

        01 WSV-VARIANTES.
           05 WSV-ID-AUX           PIC 9(06).
              88 HAY-CANDIDATO     VALUE 'S'.
           05 WS-MAST-HALLADO      PIC X VALUE 'N'.
              88 MAST-HALLADO      VALUE 'S'.
           05 WS-PLAZO-TITULO      PIC X VALUE 'N'.
              88 PLAZO-TITULO-VENCIDO VALUE 'S'.
           05 WS-ARANCEL-IMPAGO    PIC X VALUE 'N'.
              88 ARANCEL-IMPAGO    VALUE 'S'.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA          PIC X(08).
           05 WS-TOT-QUEDAN-ESPERA PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-MAESTRO   PIC 9(06) VALUE ZERO.
           05 WS-TOT-MARCADAS      PIC 9(06) VALUE ZERO.
           05 WS-TOT-COND-VENCIDOS PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-ARANCEL   PIC 9(06) VALUE ZERO.

      * Catalogo de carreras: las vacantes ocupadas se cuentan
      * solo por los admitidos con matricula confirmada en el
              10 WS-ESP-ORDEN      PIC 9(04).
              10 WS-ESP-CICLO      PIC X(06).
              10 WS-ESP-PUNTAJE    PIC 9(03).
              10 WS-ESP-CONDICION  PIC X(01).
              10 WS-ESP-TURNOS     PIC X(03).
      * Estado: espacio = pendiente, 'P' = promovido,
      * 'G' = regrabado en la lista remanente, 'R' =
      * condicional retenido por plazo del titulo vencido.
              10 WS-ESP-ESTADO     PIC X(01).

      * Asiento de inicio y fin en el control de ejecucion
        02-VERIFICAR-PRERREQUISITOS-END.
            EXIT.

      * De la tarjeta de parametros interesan el ciclo, que se
      * estampa en todo lo que esta corrida graba, y la fecha
      * limite del titulo de las admisiones condicionales.
        05-LEER-PARAMETROS.
            OPEN INPUT PARM-IN.
            IF WS-PARM-STATUS EQUAL '00'
                                'EN BLANCO'
                    NOT AT END
                        MOVE PARM-CICLO TO WSC-CICLO
                        IF PARM-COND-HABILITADA
                           AND PARM-FECHA-TITULO NUMERIC
                            MOVE PARM-FECHA-TITULO
                                TO WSC-FECHA-TITULO
                        END-IF
                        IF PARM-PAGO-EXIGIDO
                            MOVE 'S' TO WSC-CONTROL-PAGO
                        END-IF
                END-READ
                CLOSE PARM-IN
            ELSE
                DISPLAY 'TARJETA DE PARAMETROS NO DISPONIBLE - '
                        'CICLO EN BLANCO'
            END-IF.
            IF WSC-FECHA-TITULO NOT EQUAL SPACES
                MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                IF WS-FH-FECHA > WSC-FECHA-TITULO
                    MOVE 'S' TO WS-PLAZO-TITULO
                    DISPLAY 'PLAZO DEL TITULO VENCIDO EL '
                            WSC-FECHA-TITULO ' - NO SE PROMUEVEN '
                            'CONDICIONALES'
                END-IF
            END-IF.
        05-LEER-PARAMETROS-END.
            EXIT.

            IF CARRERA-HALLADA
                MOVE 'N' TO WS-VACANTE-OCUPADA
                MOVE 'N' TO WS-MAST-HALLADO
                MOVE 'N' TO WS-ARANCEL-IMPAGO
                MOVE WSV-ID-AUX TO MAST-ID
                READ MASTER-FILE
                    INVALID KEY
                    NOT INVALID KEY
                        MOVE 'S' TO WS-MAST-HALLADO
                        IF MAST-MATRICULADO
                            IF PAGO-EXIGIDO
                               AND (MAST-CICLO-PAGO NOT EQUAL WSC-CICLO
                                    OR NOT MAST-ARANCEL-PAGO)
                                MOVE 'S' TO WS-ARANCEL-IMPAGO
                            ELSE
                                MOVE 'S' TO WS-VACANTE-OCUPADA
                            END-IF
                        END-IF
                END-READ
                IF VACANTE-OCUPADA
                ELSE
                    ADD 1 TO WS-CARR-LIBERADAS (WS-CARR-SUB)
                    ADD 1 TO WS-TOT-LIBERADAS
                    IF ARANCEL-IMPAGO
                        ADD 1 TO WS-TOT-SIN-ARANCEL
                    END-IF
                    IF MAST-HALLADO
                       AND (MAST-SIN-CONFIRMAR OR ARANCEL-IMPAGO)
                        PERFORM 16-MARCAR-NOSHOW
                    END-IF
                END-IF
      * con el estado 'V' (vacante liberada) y la fecha del
      * segundo llamado, con asiento en la bitacora como toda
      * modificacion del maestro. Los declinados ya tienen su
      * estado y no se tocan. Lo mismo el matriculado sin el
      * arancel pagado cuando el control de pago lo exige.
        16-MARCAR-NOSHOW.
            ADD 1 TO WS-TOT-MARCADAS.
            MOVE MAST-REC TO WS-IMAGEN-ANTES.
            MOVE MAST-ID         TO JRNL-ID.
            MOVE WS-IMAGEN-ANTES TO JRNL-IMAGEN-ANTES.
            MOVE MAST-REC        TO JRNL-IMAGEN-DESPUES.
            MOVE 'ALUMLLAM'      TO JRNL-OPERADOR.
            WRITE JRNL-REC.
        16-MARCAR-NOSHOW-END.
            EXIT.
                                    WS-ESP-CICLO (WS-ESP-CANT)
                                MOVE ESPERA-PUNTAJE TO
                                    WS-ESP-PUNTAJE (WS-ESP-CANT)
                                MOVE ESPERA-CONDICION TO
                                    WS-ESP-CONDICION (WS-ESP-CANT)
                                MOVE ESPERA-TURNOS TO
                                    WS-ESP-TURNOS (WS-ESP-CANT)
                                MOVE SPACE TO
                                    WS-ESP-ESTADO (WS-ESP-CANT)
                            ELSE
        20-PROMOVER-CARRERA-END.
            EXIT.

      * Un condicional con el plazo del titulo vencido ya no
      * puede ocupar la vacante: queda retenido en la lista y
      * la vacante pasa al siguiente por orden.
        25-PROMOVER-UNO.
            PERFORM 22-BUSCAR-MENOR-ORDEN.
            IF HAY-CANDIDATO
                IF WS-ESP-CONDICION (WS-ESP-ELEGIDO) EQUAL 'C'
                   AND PLAZO-TITULO-VENCIDO
                    MOVE 'R' TO WS-ESP-ESTADO (WS-ESP-ELEGIDO)
                    ADD 1 TO WS-TOT-COND-VENCIDOS
                    DISPLAY WS-ESP-ID (WS-ESP-ELEGIDO) ' '
                            WS-ESP-NOMBRE (WS-ESP-ELEGIDO)
                            ' CONDICIONAL CON PLAZO DEL TITULO '
                            'VENCIDO - NO SE PROMUEVE'
                ELSE
                    PERFORM 30-PROMOVER-POSTULANTE
                END-IF
            END-IF.
        25-PROMOVER-UNO-END.
            EXIT.
            MOVE 1                   TO ADMIT-PREFERENCIA.
            MOVE WS-ESP-PUNTAJE (WS-ESP-ELEGIDO)
                                     TO ADMIT-PUNTAJE.
      * El llamado cubre vacantes con la lista de espera, que
      * es del cupo general.
            MOVE 'G'                 TO ADMIT-CATEGORIA.
            MOVE WS-ESP-CONDICION (WS-ESP-ELEGIDO)
                                     TO ADMIT-CONDICION.
            MOVE WS-ESP-TURNOS (WS-ESP-ELEGIDO)
                                     TO ADMIT-TURNOS.

            MOVE WSV-ID-AUX TO MAST-ID.
            READ MASTER-FILE
            MOVE WSV-COD-CARRERA-AUX TO EXTR-COD-CARRERA.
            MOVE WS-FH-FECHA         TO EXTR-FECHA-ADMISION.
            MOVE WSC-CICLO           TO EXTR-CICLO.
            IF ADMIT-CONDICION EQUAL 'C'
                MOVE 'C'             TO EXTR-MOVIMIENTO
            ELSE
                MOVE 'A'             TO EXTR-MOVIMIENTO
            END-IF.
            WRITE EXTR-REC.

            PERFORM 45-GRABAR-AUDITORIA.
            MOVE 1                   TO AUDIT-PREFERENCIA.
            MOVE WS-ESP-PUNTAJE (WS-ESP-ELEGIDO)
                                     TO AUDIT-PUNTAJE.
            MOVE SPACE               TO AUDIT-CATEGORIA.
            MOVE 'G'                 TO AUDIT-CUPO-CATEG.
            MOVE WS-ESP-CONDICION (WS-ESP-ELEGIDO)
                                     TO AUDIT-CONDICION.
            MOVE SPACE               TO AUDIT-ANT-RECHAZO.
            MOVE SPACE               TO AUDIT-ANT-ESPERA.
            WRITE AUDIT-REC.
        45-GRABAR-AUDITORIA-END.
            EXIT.
                        WS-ESPERA-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 52-LIBERAR-RETENIDO
                    VARYING WS-ESP-SUB FROM 1 BY 1
                    UNTIL WS-ESP-SUB > WS-ESP-CANT
                PERFORM 55-REGRABAR-CARRERA
                    VARYING WS-CARR-SUB FROM 1 BY 1
                    UNTIL WS-CARR-SUB > WS-CARR-CANT
        50-REGRABAR-ESPERA-END.
            EXIT.

      * Los condicionales retenidos siguen en la lista como
      * pendientes, en su orden de merito.
        52-LIBERAR-RETENIDO.
            IF WS-ESP-ESTADO (WS-ESP-SUB) EQUAL 'R'
                MOVE SPACE TO WS-ESP-ESTADO (WS-ESP-SUB)
            END-IF.
        52-LIBERAR-RETENIDO-END.
            EXIT.

        55-REGRABAR-CARRERA.
            MOVE 'S' TO WS-HAY-CANDIDATO.
            PERFORM 56-REGRABAR-UNO UNTIL NOT HAY-CANDIDATO.
                MOVE WS-ESP-CICLO (WS-ESP-ELEGIDO) TO ESPERA-CICLO
                MOVE WS-ESP-PUNTAJE (WS-ESP-ELEGIDO)
                    TO ESPERA-PUNTAJE
                MOVE WS-ESP-CONDICION (WS-ESP-ELEGIDO)
                    TO ESPERA-CONDICION
                MOVE WS-ESP-TURNOS (WS-ESP-ELEGIDO)
                    TO ESPERA-TURNOS
                WRITE ESPERA-REC
            END-IF.
        56-REGRABAR-UNO-END.
                MOVE WS-ESP-ORDEN (WS-ESP-SUB)   TO ESPERA-ORDEN
                MOVE WS-ESP-CICLO (WS-ESP-SUB)   TO ESPERA-CICLO
                MOVE WS-ESP-PUNTAJE (WS-ESP-SUB) TO ESPERA-PUNTAJE
                MOVE WS-ESP-CONDICION (WS-ESP-SUB)
                    TO ESPERA-CONDICION
                MOVE WS-ESP-TURNOS (WS-ESP-SUB)
                    TO ESPERA-TURNOS
                WRITE ESPERA-REC
            END-IF.
        58-REGRABAR-RESTO-END.
            DISPLAY '======= RESUMEN DEL SEGUNDO LLAMADO ========'.
            DISPLAY 'VACANTES LIBERADAS   : ' WS-TOT-LIBERADAS.
            DISPLAY 'NO-SHOW MARCADOS     : ' WS-TOT-MARCADAS.
            DISPLAY 'DE ELLOS SIN ARANCEL : ' WS-TOT-SIN-ARANCEL.
            DISPLAY 'EN LISTA DE ESPERA   : ' WS-TOT-EN-ESPERA.
            DISPLAY 'PROMOVIDOS           : ' WS-TOT-PROMOVIDOS.
            DISPLAY 'QUEDAN EN ESPERA     : ' WS-TOT-QUEDAN-ESPERA.
            DISPLAY 'PROMOVIDOS SIN ALTA  : ' WS-TOT-SIN-MAESTRO.
            DISPLAY 'CONDIC. NO PROMOVIDOS: ' WS-TOT-COND-VENCIDOS.
            DISPLAY '--------------------------------------------'.
            DISPLAY 'VACANTES POR CARRERA'.
            PERFORM 91-REPORTE-CARRERA
