      *     registro en la bitacora MANTJRNL.DAT con la imagen
      *     anterior y posterior, para la recuperacion del
      *     maestro a un punto en el tiempo via ALUMRECU.
      *   - Las altas no aceptan una carrera (ni una segunda
      *     opcion) dada de baja en el catalogo por ALUMCARR:
      *     se rechazan con el motivo CARRERA INACTIVA o
      *     CARRERA ALT INACTIVA. Las modificaciones de
      *     postulantes ya inscriptos no se controlan.
      *   - Las reglas de datos de la transaccion pasan al
      *     subprograma ALUMVMAN, compartido con la
      *     modificacion en linea de datos de contacto
      *     (ALUMCONT); la bitacora registra en JRNL-OPERADOR
      *     el autor del cambio.
      *   - El maestro lleva la fecha de anonimizacion de
      *     ALUMRETE; el alta nace sin ella.
      *   - El maestro lleva el pago del derecho de inscripcion
      *     y del arancel que asienta ALUMPAGO; el alta nace
      *     sin pagos y la modificacion no los toca.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
           05 WS-RECH-CARR-ESTADO  PIC 9(06) VALUE ZERO.
           05 WS-RECH-CARR-INEXIST PIC 9(06) VALUE ZERO.
           05 WS-RECH-CARR-ALT     PIC 9(06) VALUE ZERO.
           05 WS-RECH-CARR-INACT   PIC 9(06) VALUE ZERO.
           05 WS-RECH-ID-EXISTE    PIC 9(06) VALUE ZERO.
           05 WS-RECH-ID-INEXISTE  PIC 9(06) VALUE ZERO.
           05 WS-RECH-DOC-EXISTE   PIC 9(06) VALUE ZERO.
                                   DEPENDING ON WS-CARR-CANT
                                   INDEXED BY IDX-CARR.
              10 WS-CARR-CODIGO    PIC X(03).
              10 WS-CARR-ESTADO    PIC X(01).

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
                                ADD 1 TO WS-CARR-CANT
                                MOVE CARR-CODIGO TO
                                    WS-CARR-CODIGO (WS-CARR-CANT)
                                MOVE CARR-ESTADO TO
                                    WS-CARR-ESTADO (WS-CARR-CANT)
                            ELSE
      * Validar contra un catalogo truncado rechazaria altas
      * legitimas de las carreras que no entraron: en ese
                    MOVE 'N' TO WS-TRAN-OK
                    MOVE 'CARRERA ALT INEXISTENTE'
                        TO WS-DESC-ERROR
                ELSE
                    IF TRAN-ALTA
                       AND WS-CARR-ESTADO (IDX-CARR) EQUAL 'I'
                        MOVE 'N' TO WS-TRAN-OK
                        MOVE 'CARRERA ALT INACTIVA'
                            TO WS-DESC-ERROR
                    END-IF
                END-IF
            END-IF.
        17-VALIDAR-CARR-ALT-END.
            EXIT.

      * Aplica a las altas y modificaciones las mismas reglas
      * de datos que el paso de intake de ALUMNOS1. Las reglas
      * de datos estan en ALUMVMAN, compartidas con la
      * modificacion en linea (ALUMCONT); el catalogo de
      * carreras se controla aca.
        15-VALIDAR-TRANSACCION.
            CALL 'ALUMVMAN' USING TRAN-REC WS-TRAN-OK
                WS-DESC-ERROR.

            IF TRANSACCION-VALIDA AND CATALOGO-CARGADO
                PERFORM 14-BUSCAR-CARRERA
                IF NOT CARRERA-HALLADA
                    MOVE 'N' TO WS-TRAN-OK
                    MOVE 'CARRERA INEXISTENTE'
                        TO WS-DESC-ERROR
                ELSE
                    IF TRAN-ALTA
                       AND WS-CARR-ESTADO (IDX-CARR) EQUAL 'I'
                        MOVE 'N' TO WS-TRAN-OK
                        MOVE 'CARRERA INACTIVA'
                            TO WS-DESC-ERROR
                    ELSE
                        PERFORM 17-VALIDAR-CARR-ALT
                    END-IF
                END-IF
            END-IF.
        15-VALIDAR-TRANSACCION-END.
            EXIT.
      * confirmaciones (ALUMCONF); el alta nace sin confirmar.
            MOVE SPACES           TO MAST-EST-MATRICULA.
            MOVE SPACES           TO MAST-FECHA-MATRICULA.
            MOVE SPACES           TO MAST-FECHA-ANONIM.
      * Los pagos los asienta solo la interfaz de cobranzas.
            MOVE SPACES           TO MAST-CICLO-PAGO.
            MOVE SPACES           TO MAST-PAGO-INSCRIPCION.
            MOVE SPACES           TO MAST-FECHA-PAGO-INSC.
            MOVE SPACES           TO MAST-PAGO-ARANCEL.
            MOVE SPACES           TO MAST-FECHA-PAGO-ARAN.

            WRITE MAST-REC
                INVALID KEY
                    ADD 1 TO WS-RECH-CARR-INEXIST
                WHEN 'CARRERA ALT INEXISTENTE'
                    ADD 1 TO WS-RECH-CARR-ALT
                WHEN 'CARRERA INACTIVA'
                    ADD 1 TO WS-RECH-CARR-INACT
                WHEN 'CARRERA ALT INACTIVA'
                    ADD 1 TO WS-RECH-CARR-INACT
                WHEN 'ID YA EXISTE'
                    ADD 1 TO WS-RECH-ID-EXISTE
                WHEN 'ID INEXISTENTE'
            MOVE TRAN-ID            TO JRNL-ID.
            MOVE WS-IMAGEN-ANTES    TO JRNL-IMAGEN-ANTES.
            MOVE WS-IMAGEN-DESPUES  TO JRNL-IMAGEN-DESPUES.
            MOVE 'ALUMMANT'         TO JRNL-OPERADOR.
            WRITE JRNL-REC.
        70-GRABAR-BITACORA-END.
            EXIT.
            DISPLAY '  CARRERA INVALIDA   : ' WS-RECH-CARR-ESTADO.
            DISPLAY '  CARRERA INEXISTENTE: ' WS-RECH-CARR-INEXIST.
            DISPLAY '  CARR. ALT INEXIST. : ' WS-RECH-CARR-ALT.
            DISPLAY '  CARRERA INACTIVA   : ' WS-RECH-CARR-INACT.
            DISPLAY '  ID YA EXISTE       : ' WS-RECH-ID-EXISTE.
            DISPLAY '  ID INEXISTENTE     : ' WS-RECH-ID-INEXISTE.
            DISPLAY '  DOCUMENTO REPETIDO : ' WS-RECH-DOC-EXISTE.
