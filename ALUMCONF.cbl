      * bitacora MANTJRNL.DAT como una modificacion, y emite
      * el informe NOSHOW.DAT de admitidos que nunca se
      * matricularon, con totales por carrera, para el
      * segundo llamado de admisiones. Con el control de pago
      * de la tarjeta de parametros, un matriculado sin la
      * primera cuota del arancel del ciclo acreditada en el
      * maestro (ALUMPAGO) sigue sin resolver y sale en el
      * informe como ARANCEL IMPAGO, con su propio total y
      * fuera de los totales de no matriculados: ALUMLLAM
      * libera esa vacante recien en el segundo llamado.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
           05 WS-FIN-ADMITIDOS     PIC X VALUE 'N'.
              88 FIN-ADMITIDOS     VALUE 'S'.
           05 WS-NS-ESTADO         PIC X(14) VALUE SPACES.
           05 WS-CONTROL-PAGO      PIC X VALUE 'N'.
              88 PAGO-EXIGIDO      VALUE 'S'.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA.
           05 WS-TOT-SIN-MAESTRO   PIC 9(06) VALUE ZERO.
           05 WS-TOT-NOSHOW        PIC 9(06) VALUE ZERO.
           05 WS-TOT-ADM-LEIDOS    PIC 9(06) VALUE ZERO.
           05 WS-TOT-ARANCEL-IMPAGO PIC 9(06) VALUE ZERO.

      * Totales de no matriculados por carrera, acumulados
      * sobre los codigos que aparecen en ADMITIDOS.DAT.
        01-REGISTRAR-INICIO-END.
            EXIT.

      * De la tarjeta de parametros interesan el ciclo, para
      * que los asientos del control de ejecucion casen con
      * los de la corrida del lote, y el control de pago.
        04-LEER-CICLO.
            OPEN INPUT PARM-IN.
            IF WS-PARM-STATUS EQUAL '00'
                        CONTINUE
                    NOT AT END
                        MOVE PARM-CICLO TO WS-RCTL-CICLO
                        IF PARM-PAGO-EXIGIDO
                            MOVE 'S' TO WS-CONTROL-PAGO
                        END-IF
                END-READ
                CLOSE PARM-IN
            ELSE
                    DISPLAY CONF-ID ' NO ESTA EN EL MAESTRO - '
                            'CONFIRMACION NO APLICADA'
                NOT INVALID KEY
                    PERFORM 35-ASENTAR-CONFIRMACION
            END-READ.
        30-ACTUALIZAR-MAESTRO-END.
            EXIT.

      * Una admision condicional revocada por falta de titulo
      * no se reabre con una confirmacion de matricula.
        35-ASENTAR-CONFIRMACION.
            IF MAST-REVOCADO
                ADD 1 TO WS-TOT-INVALIDAS
                DISPLAY CONF-ID ' CONFIRMACION INVALIDA - '
                        'ADMISION CONDICIONAL REVOCADA'
            ELSE
                MOVE MAST-REC    TO WS-IMAGEN-ANTES
                MOVE CONF-ESTADO TO MAST-EST-MATRICULA
                MOVE CONF-FECHA  TO MAST-FECHA-MATRICULA
                REWRITE MAST-REC
                PERFORM 40-GRABAR-BITACORA
                IF CONF-MATRICULADO
                    ADD 1 TO WS-TOT-MATRICULADOS
                ELSE
                    ADD 1 TO WS-TOT-DECLINADOS
                END-IF
            END-IF.
        35-ASENTAR-CONFIRMACION-END.
            EXIT.

      * El asiento queda en la misma bitacora que usa ALUMMANT,
      * como una modificacion, para que ALUMRECU tambien
      * recupere el estado de matricula.
            MOVE MAST-ID          TO JRNL-ID.
            MOVE WS-IMAGEN-ANTES  TO JRNL-IMAGEN-ANTES.
            MOVE MAST-REC         TO JRNL-IMAGEN-DESPUES.
            MOVE 'ALUMCONF'       TO JRNL-OPERADOR.
            WRITE JRNL-REC.
        40-GRABAR-BITACORA-END.
            EXIT.
            PERFORM 70-TOTAL-CARRERA
                VARYING WS-NSC-SUB FROM 1 BY 1
                UNTIL WS-NSC-SUB > WS-NSC-CANT.
            IF PAGO-EXIGIDO
                MOVE SPACES TO NOSHOW-LINEA
                WRITE NOSHOW-LINEA
                MOVE SPACES TO NOSHOW-LINEA
                STRING 'MATRICULADOS CON ARANCEL IMPAGO: '
                       WS-TOT-ARANCEL-IMPAGO
                    DELIMITED BY SIZE INTO NOSHOW-LINEA
                WRITE NOSHOW-LINEA
            END-IF.

            CLOSE NOSHOW-OUT.
        50-INFORME-NOSHOW-END.
                                MOVE 'DECLINO' TO WS-NS-ESTADO
                            WHEN MAST-NOSHOW
                                MOVE 'VAC. LIBERADA' TO WS-NS-ESTADO
                            WHEN MAST-REVOCADO
                                MOVE 'COND. REVOCADA' TO WS-NS-ESTADO
                            WHEN OTHER
                                MOVE 'SIN RESPUESTA' TO WS-NS-ESTADO
                        END-EVALUATE
                        PERFORM 65-LISTAR-NOSHOW
                    ELSE
                        PERFORM 62-CONTROLAR-ARANCEL
                    END-IF
            END-READ.
        60-CONTROLAR-ADMITIDO-END.
            EXIT.

      * La matricula solo cuenta con la primera cuota del
      * arancel del ciclo pagada; sin ella el admitido sigue
      * pendiente para el segundo llamado. Se lista aparte:
      * no es un no matriculado y no entra en sus totales.
        62-CONTROLAR-ARANCEL.
            IF PAGO-EXIGIDO
                IF MAST-CICLO-PAGO NOT EQUAL WS-RCTL-CICLO
                   OR NOT MAST-ARANCEL-PAGO
                    ADD 1 TO WS-TOT-ARANCEL-IMPAGO
                    MOVE 'ARANCEL IMPAGO' TO WS-NS-ESTADO
                    PERFORM 66-GRABAR-DETALLE
                END-IF
            END-IF.
        62-CONTROLAR-ARANCEL-END.
            EXIT.

        65-LISTAR-NOSHOW.
            ADD 1 TO WS-TOT-NOSHOW.
            PERFORM 66-GRABAR-DETALLE.
            PERFORM 68-ACUMULAR-CARRERA.
        65-LISTAR-NOSHOW-END.
            EXIT.

        66-GRABAR-DETALLE.
            MOVE ADMIT-ID          TO DET-NS-ID.
            MOVE ADMIT-NOMBRE      TO DET-NS-NOMBRE.
            MOVE ADMIT-COD-CARRERA TO DET-NS-CARRERA.
            MOVE WS-NS-ESTADO      TO DET-NS-ESTADO.
            MOVE WS-DET-NOSHOW     TO NOSHOW-LINEA.
            WRITE NOSHOW-LINEA.
        66-GRABAR-DETALLE-END.
            EXIT.

        68-ACUMULAR-CARRERA.
            DISPLAY 'SIN MAESTRO          : ' WS-TOT-SIN-MAESTRO.
            DISPLAY 'ADMITIDOS REVISADOS  : ' WS-TOT-ADM-LEIDOS.
            DISPLAY 'SIN MATRICULARSE     : ' WS-TOT-NOSHOW.
            DISPLAY 'ARANCEL IMPAGO       : ' WS-TOT-ARANCEL-IMPAGO.
            DISPLAY '============================================'.
        90-REPORTE-END.
            EXIT.
