      * uno, la nomina de rechazados agrupada por motivo
      * (EDAD / SECUNDARIO / CARRERA) con subtotal por
      * grupo, el puntaje de corte por carrera (la nota que
      * todos disputan) con el corte y las vacantes usadas
      * de cada cupo reservado y del cupo general, totales
      * generales y el bloque de firmas en la ultima pagina.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-MOTIVO-FILTRO     PIC X(10) VALUE SPACES.
           05 WS-CAT-SUB           PIC 9(01) VALUE ZERO.

        01 WS-CONTADORES.
           05 WS-LINEA             PIC 99 VALUE 99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'NOTA'.
           05 DET-ADM-PUNTAJE      PIC ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'CUPO'.
           05 DET-ADM-CATEG        PIC X(01).
           05 FILLER               PIC X(31) VALUE SPACES.

        01 WS-DET-RECHAZADO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-CRT-CUPO         PIC ZZZ9.
           05 FILLER               PIC X(25) VALUE SPACES.

        01 WS-DET-CORTE-CAT.
           05 FILLER               PIC X(09) VALUE SPACES.
           05 FILLER               PIC X(05) VALUE 'CUPO'.
           05 DET-CCT-NOMBRE       PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 DET-CCT-PUNTAJE      PIC ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'ADMITIDOS'.
           05 DET-CCT-ADMITIDOS    PIC ZZZ9.
           05 FILLER               PIC X(04) VALUE ' DE '.
           05 DET-CCT-CUPO         PIC ZZZ9.
           05 FILLER               PIC X(25) VALUE SPACES.

        01 WS-LINEA-TOTAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TOT-LEYENDA          PIC X(30).
                            MOVE ADMIT-EDAD        TO DET-ADM-EDAD
                            MOVE ADMIT-COD-CARRERA TO DET-ADM-CARRERA
                            MOVE ADMIT-PUNTAJE     TO DET-ADM-PUNTAJE
                            MOVE ADMIT-CATEGORIA   TO DET-ADM-CATEG
                            MOVE WS-DET-ADMITIDO   TO ACTA-LINEA
                            PERFORM 70-ESCRIBIR-LINEA
                    END-READ
            PERFORM 25-LISTAR-MOTIVO.
            MOVE 'CARRERA' TO WS-MOTIVO-FILTRO.
            PERFORM 25-LISTAR-MOTIVO.
            MOVE 'AUSENTE' TO WS-MOTIVO-FILTRO.
            PERFORM 25-LISTAR-MOTIVO.
            MOVE 'MINIMO' TO WS-MOTIVO-FILTRO.
            PERFORM 25-LISTAR-MOTIVO.
        20-LISTAR-RECHAZADOS-END.
            EXIT.

      * El corte por carrera sale de CORTES.DAT, grabado por
      * la adjudicacion por merito; con cero admitidos el
      * corte no es significativo y la linea lo muestra en 0.
      * Debajo de cada carrera va el detalle por cupo: los
      * reservados solo si la carrera reserva vacantes para
      * esa categoria, y el general siempre. Un CORTES.DAT
      * anterior a los cupos reservados no trae el detalle.
        28-LISTAR-CORTES.
            MOVE SPACES TO WS-TITULO-SECCION.
            MOVE 'PUNTAJE DE CORTE POR CARRERA'
                            MOVE CORTE-CUPO        TO DET-CRT-CUPO
                            MOVE WS-DET-CORTE      TO ACTA-LINEA
                            PERFORM 70-ESCRIBIR-LINEA
                            PERFORM 29-CORTE-CATEGORIA
                                VARYING WS-CAT-SUB FROM 1 BY 1
                                UNTIL WS-CAT-SUB > 4
                    END-READ
                END-PERFORM
                CLOSE CORTE-IN
        28-LISTAR-CORTES-END.
            EXIT.

        29-CORTE-CATEGORIA.
            IF CORTE-CAT-CODIGO (WS-CAT-SUB) NOT EQUAL SPACE
               AND (CORTE-CAT-CODIGO (WS-CAT-SUB) EQUAL 'G'
                    OR CORTE-CAT-CUPO (WS-CAT-SUB) > ZERO)
                EVALUATE CORTE-CAT-CODIGO (WS-CAT-SUB)
                    WHEN 'P'
                        MOVE 'ESC.PUBLICA' TO DET-CCT-NOMBRE
                    WHEN 'D'
                        MOVE 'DISCAPACIDAD' TO DET-CCT-NOMBRE
                    WHEN 'R'
                        MOVE 'INTERIOR' TO DET-CCT-NOMBRE
                    WHEN OTHER
                        MOVE 'GENERAL' TO DET-CCT-NOMBRE
                END-EVALUATE
                MOVE CORTE-CAT-PUNTAJE (WS-CAT-SUB)
                    TO DET-CCT-PUNTAJE
                MOVE CORTE-CAT-ADMITIDOS (WS-CAT-SUB)
                    TO DET-CCT-ADMITIDOS
                MOVE CORTE-CAT-CUPO (WS-CAT-SUB) TO DET-CCT-CUPO
                MOVE WS-DET-CORTE-CAT TO ACTA-LINEA
                PERFORM 70-ESCRIBIR-LINEA
            END-IF.
        29-CORTE-CATEGORIA-END.
            EXIT.

        30-TOTALES-GENERALES.
            MOVE SPACES TO WS-TITULO-SECCION.
            MOVE 'TOTALES GENERALES DEL CICLO'
