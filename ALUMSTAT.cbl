      *   - apelaciones: cuantas revirtieron la decision y
      *     la tasa de reversion;
      *   - lista de espera contra cupo por carrera;
      *   - vacantes reservadas por categoria de admision:
      *     cupo, ocupadas, liberadas al cupo general y
      *     corte de cada una, desde CORTES.DAT;
      *   - volumen de decisiones por fecha de auditoria,
      *     abierto por tipo (lote, apelacion, reevaluacion,
      *     segundo llamado y correccion), para ver la curva
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ESPERA-STATUS.

            SELECT CORTE-IN ASSIGN TO "CORTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CORTE-STATUS.

            SELECT EST-OUT ASSIGN TO "ESTADIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EST-STATUS.
            RECORDING MODE IS F.
        COPY LISTAESP.

        FD  CORTE-IN
            RECORDING MODE IS F.
        COPY CORTEREC.

        FD  EST-OUT
            RECORDING MODE IS F.
        01  EST-LINEA               PIC X(80).
           05 WS-ADMIT-STATUS      PIC XX VALUE SPACES.
           05 WS-SEGADM-STATUS     PIC XX VALUE SPACES.
           05 WS-ESPERA-STATUS     PIC XX VALUE SPACES.
           05 WS-CORTE-STATUS      PIC XX VALUE SPACES.
           05 WS-EST-STATUS        PIC XX VALUE SPACES.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
        01 WS-AUXILIARES.
           05 WS-COD-CARRERA-AUX   PIC X(03).
           05 WS-PCT-AUX           PIC 9(03)V9 VALUE ZERO.
           05 WS-CAT-SUB           PIC 9(01) VALUE ZERO.

        01 WS-CONTADORES.
           05 WS-LINEA             PIC 99 VALUE 99.
           05 WS-TOT-REEVAL        PIC 9(06) VALUE ZERO.
           05 WS-TOT-LLAMADO       PIC 9(06) VALUE ZERO.
           05 WS-TOT-CORRECC       PIC 9(06) VALUE ZERO.
           05 WS-TOT-RES-CUPO      PIC 9(06) VALUE ZERO.
           05 WS-TOT-RES-OCUPADAS  PIC 9(06) VALUE ZERO.
           05 WS-TOT-RES-LIBERADAS PIC 9(06) VALUE ZERO.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA.
              10 WS-EC-RECH-EDAD   PIC 9(06).
              10 WS-EC-RECH-SECUND PIC 9(06).
              10 WS-EC-RECH-CARR   PIC 9(06).
              10 WS-EC-RECH-EXAM   PIC 9(06).
              10 WS-EC-ESPERA      PIC 9(06).

      * Volumen de decisiones por fecha de auditoria, abierto
        01 WS-DET-RECHAZOS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-RCH-CARRERA      PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'EDAD'.
           05 DET-RCH-EDAD         PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE 'SECUNDARIO'.
           05 DET-RCH-SECUND       PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'CARRERA'.
           05 DET-RCH-CARR         PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE 'EXAMEN'.
           05 DET-RCH-EXAM         PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'TOTAL'.
           05 DET-RCH-TOTAL        PIC ZZZZZ9.
           05 FILLER               PIC X(06) VALUE SPACES.

        01 WS-DET-ESPERA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-ESP-CUPO         PIC ZZZ9.
           05 FILLER               PIC X(23) VALUE SPACES.

        01 WS-DET-RESERVA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-RES-CARRERA      PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-RES-NOMBRE       PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'CUPO'.
           05 DET-RES-CUPO         PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE 'OCUPADAS'.
           05 DET-RES-OCUPADAS     PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'LIBERADAS'.
           05 DET-RES-LIBERADAS    PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'CORTE'.
           05 DET-RES-CORTE        PIC ZZ9.
           05 FILLER               PIC X(07) VALUE SPACES.

        01 WS-DET-VOLUMEN.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-VOL-FECHA        PIC X(08).
            PERFORM 45-SECCION-RECHAZOS.
            PERFORM 50-SECCION-APELACIONES.
            PERFORM 55-SECCION-ESPERA.
            PERFORM 57-SECCION-RESERVAS.
            PERFORM 60-SECCION-VOLUMEN.

            CLOSE EST-OUT.
                                TO WS-EC-RECH-SECUND (WS-EC-CANT)
                            MOVE ZERO
                                TO WS-EC-RECH-CARR (WS-EC-CANT)
                            MOVE ZERO
                                TO WS-EC-RECH-EXAM (WS-EC-CANT)
                            MOVE ZERO
                                TO WS-EC-ESPERA (WS-EC-CANT)
                        ELSE
                        ADD 1 TO WS-EC-RECH-SECUND (WS-EC-SUB)
                    WHEN 'CARRERA'
                        ADD 1 TO WS-EC-RECH-CARR (WS-EC-SUB)
                    WHEN 'AUSENTE'
                        ADD 1 TO WS-EC-RECH-EXAM (WS-EC-SUB)
                    WHEN 'MINIMO'
                        ADD 1 TO WS-EC-RECH-EXAM (WS-EC-SUB)
                END-EVALUATE
            END-IF.

                    MOVE ZERO TO WS-EC-RECH-EDAD (WS-EC-CANT)
                    MOVE ZERO TO WS-EC-RECH-SECUND (WS-EC-CANT)
                    MOVE ZERO TO WS-EC-RECH-CARR (WS-EC-CANT)
                    MOVE ZERO TO WS-EC-RECH-EXAM (WS-EC-CANT)
                    MOVE ZERO TO WS-EC-ESPERA (WS-EC-CANT)
                    MOVE WS-EC-CANT TO WS-EC-SUB
                ELSE
            MOVE WS-EC-RECH-EDAD (WS-EC-SUB)   TO DET-RCH-EDAD.
            MOVE WS-EC-RECH-SECUND (WS-EC-SUB) TO DET-RCH-SECUND.
            MOVE WS-EC-RECH-CARR (WS-EC-SUB)   TO DET-RCH-CARR.
            MOVE WS-EC-RECH-EXAM (WS-EC-SUB)   TO DET-RCH-EXAM.
            COMPUTE DET-RCH-TOTAL =
                WS-EC-RECH-EDAD (WS-EC-SUB)
                + WS-EC-RECH-SECUND (WS-EC-SUB)
                + WS-EC-RECH-CARR (WS-EC-SUB)
                + WS-EC-RECH-EXAM (WS-EC-SUB).
            MOVE WS-DET-RECHAZOS TO EST-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
        46-LINEA-RECHAZOS-END.
        56-LINEA-ESPERA-END.
            EXIT.

      * Las vacantes por categoria salen de CORTES.DAT, que
      * graba la adjudicacion del lote: una por cada cupo
      * reservado que la carrera tiene y la del cupo general.
      * Lo liberado es la reserva que no se cubrio y paso al
      * cupo general; en la linea del general va en cero.
        57-SECCION-RESERVAS.
            MOVE SPACES TO WS-TITULO-SECCION.
            MOVE 'VACANTES RESERVADAS POR CATEGORIA'
                TO WS-TITULO-SECCION.
            PERFORM 65-TITULO-SECCION.

            MOVE 'N' TO WS-FIN-ARCHIVO.
            OPEN INPUT CORTE-IN.
            IF WS-CORTE-STATUS EQUAL '00'
                PERFORM UNTIL FIN-ARCHIVO
                    READ CORTE-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            PERFORM 58-LINEA-RESERVA
                                VARYING WS-CAT-SUB FROM 1 BY 1
                                UNTIL WS-CAT-SUB > 4
                    END-READ
                END-PERFORM
                CLOSE CORTE-IN
            ELSE
                DISPLAY 'CORTES.DAT NO DISPONIBLE - SIN DETALLE DE '
                        'VACANTES RESERVADAS'
            END-IF.

            MOVE SPACES TO WS-LINEA-TOTAL.
            MOVE 'VACANTES RESERVADAS' TO TOT-LEYENDA.
            MOVE WS-TOT-RES-CUPO       TO TOT-CANTIDAD.
            MOVE WS-LINEA-TOTAL        TO EST-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.

            MOVE SPACES TO WS-LINEA-TOTAL.
            MOVE 'RESERVADAS OCUPADAS' TO TOT-LEYENDA.
            MOVE WS-TOT-RES-OCUPADAS   TO TOT-CANTIDAD.
            MOVE WS-LINEA-TOTAL        TO EST-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.

            MOVE SPACES TO WS-LINEA-TOTAL.
            MOVE 'RESERVADAS LIBERADAS' TO TOT-LEYENDA.
            MOVE WS-TOT-RES-LIBERADAS   TO TOT-CANTIDAD.
            MOVE WS-LINEA-TOTAL         TO EST-LINEA.
            PERFORM 70-ESCRIBIR-LINEA.
        57-SECCION-RESERVAS-END.
            EXIT.

        58-LINEA-RESERVA.
            IF CORTE-CAT-CODIGO (WS-CAT-SUB) NOT EQUAL SPACE
               AND (CORTE-CAT-CODIGO (WS-CAT-SUB) EQUAL 'G'
                    OR CORTE-CAT-CUPO (WS-CAT-SUB) > ZERO)
                MOVE CORTE-COD-CARRERA TO DET-RES-CARRERA
                MOVE CORTE-CAT-CUPO (WS-CAT-SUB) TO DET-RES-CUPO
                MOVE CORTE-CAT-ADMITIDOS (WS-CAT-SUB)
                    TO DET-RES-OCUPADAS
                MOVE CORTE-CAT-PUNTAJE (WS-CAT-SUB) TO DET-RES-CORTE
                EVALUATE CORTE-CAT-CODIGO (WS-CAT-SUB)
                    WHEN 'P'
                        MOVE 'ESC.PUBLICA' TO DET-RES-NOMBRE
                    WHEN 'D'
                        MOVE 'DISCAPACIDAD' TO DET-RES-NOMBRE
                    WHEN 'R'
                        MOVE 'INTERIOR' TO DET-RES-NOMBRE
                    WHEN OTHER
                        MOVE 'GENERAL' TO DET-RES-NOMBRE
                END-EVALUATE
                IF CORTE-CAT-CODIGO (WS-CAT-SUB) EQUAL 'G'
                    MOVE ZERO TO DET-RES-LIBERADAS
                ELSE
                    COMPUTE DET-RES-LIBERADAS =
                        CORTE-CAT-CUPO (WS-CAT-SUB)
                        - CORTE-CAT-ADMITIDOS (WS-CAT-SUB)
                    ADD CORTE-CAT-CUPO (WS-CAT-SUB)
                        TO WS-TOT-RES-CUPO
                    ADD CORTE-CAT-ADMITIDOS (WS-CAT-SUB)
                        TO WS-TOT-RES-OCUPADAS
                    COMPUTE WS-TOT-RES-LIBERADAS =
                        WS-TOT-RES-LIBERADAS
                        + CORTE-CAT-CUPO (WS-CAT-SUB)
                        - CORTE-CAT-ADMITIDOS (WS-CAT-SUB)
                END-IF
                MOVE WS-DET-RESERVA TO EST-LINEA
                PERFORM 70-ESCRIBIR-LINEA
            END-IF.
        58-LINEA-RESERVA-END.
            EXIT.

        60-SECCION-VOLUMEN.
            MOVE SPACES TO WS-TITULO-SECCION.
            MOVE 'VOLUMEN DE DECISIONES POR FECHA'
