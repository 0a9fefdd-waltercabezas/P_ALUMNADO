        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMVMAN.
      *--------------------------------------------------------
      * Reglas de datos de una transaccion de mantenimiento
      * del maestro de postulantes (ID, nombre, edad y estados
      * de secundario y carrera), centralizadas como
      * subprograma igual que la regla de elegibilidad en
      * ALUMEVAL: las usan el mantenimiento batch (ALUMMANT)
      * y la modificacion en linea de datos de contacto
      * (ALUMCONT). El control contra el catalogo de carreras
      * queda en quien llama, porque depende de la tabla que
      * cada uno tenga cargada.
      * Devuelve LK-TRAN-OK en 'S' o 'N' y, si no es valida,
      * el motivo en LK-DESC-ERROR.
      *--------------------------------------------------------
        DATA DIVISION.
        WORKING-STORAGE SECTION.

        LINKAGE SECTION.
        COPY MANTTRAN.
        01 LK-TRAN-OK            PIC X(01).
        01 LK-DESC-ERROR         PIC X(30).

        PROCEDURE DIVISION USING TRAN-REC LK-TRAN-OK
                LK-DESC-ERROR.
        00-VALIDAR.
            MOVE 'S'    TO LK-TRAN-OK.
            MOVE SPACES TO LK-DESC-ERROR.

            IF TRAN-ID NOT NUMERIC
                MOVE 'N' TO LK-TRAN-OK
                MOVE 'ID NO NUMERICO' TO LK-DESC-ERROR
            ELSE
            IF TRAN-NOMBRE EQUAL SPACES
                MOVE 'N' TO LK-TRAN-OK
                MOVE 'NOMBRE EN BLANCO' TO LK-DESC-ERROR
            ELSE
                IF TRAN-EDAD NOT NUMERIC
                    MOVE 'N' TO LK-TRAN-OK
                    MOVE 'EDAD NO NUMERICA' TO LK-DESC-ERROR
                ELSE
                    IF TRAN-SECUNDARIO NOT EQUAL 'T'
                       AND TRAN-SECUNDARIO NOT EQUAL 'C'
                       AND TRAN-SECUNDARIO NOT EQUAL 'N'
                        MOVE 'N' TO LK-TRAN-OK
                        MOVE 'ESTADO SECUNDARIO INVALIDO'
                            TO LK-DESC-ERROR
                    ELSE
                        IF TRAN-CARRERA NOT EQUAL 'T'
                           AND TRAN-CARRERA NOT EQUAL 'C'
                           AND TRAN-CARRERA NOT EQUAL 'N'
                            MOVE 'N' TO LK-TRAN-OK
                            MOVE 'ESTADO CARRERA INVALIDO'
                                TO LK-DESC-ERROR
                        END-IF
                    END-IF
                END-IF
            END-IF
            END-IF.

            GOBACK.
        00-VALIDAR-END.
            EXIT.
