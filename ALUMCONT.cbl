        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMCONT.
      *--------------------------------------------------------
      * Transaccion en linea de consulta y modificacion de los
      * datos de contacto del maestro de postulantes, junto a
      * ALUMINQ y ALUMSITU. El postulante se ubica por ID o
      * por documento (clave alterna MAST-DOCUMENTO); la
      * consulta muestra el registro del maestro y la
      * modificacion actualiza nombre completo, domicilio,
      * telefono y email (los campos en blanco no se tocan).
      *
      * Solo modifican los operadores habilitados en OPERAUT
      * (usuario CICS de la sesion). Un postulante anonimizado
      * por ALUMRETE no vuelve a recibir datos de contacto.
      * La modificacion pasa por las mismas reglas de datos
      * que ALUMMANT (subprograma ALUMVMAN) y por el mismo
      * control de documento: si el documento del postulante
      * pertenece tambien a otro ID se rechaza con DOCUMENTO
      * YA REGISTRADO. Cada cambio
      * aplicado se graba en la bitacora MANTJRNL.DAT (cola TD
      * extrapartition MJRN) con la imagen anterior y
      * posterior y el usuario en JRNL-OPERADOR, para que
      * ALUMRECU lo reaplique en la recuperacion del maestro.
      *
      * POSTULAN es el KSDS del maestro con clave por ID y
      * POSTDOC su camino por la clave alterna de documento;
      * ambos, y OPERAUT, estan definidos en la FCT. POSTULAN
      * es recuperable: si la bitacora no puede grabarse la
      * modificacion se deshace.
      *
      * Entrada: funcion (C consulta / M modificacion), tipo
      * de clave (I por ID / D por documento), clave y, para
      * la modificacion, los datos de contacto nuevos.
      *--------------------------------------------------------
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 WS-PANTALLA-ENTRADA.
           05 WS-ENT-FUNCION       PIC X(01).
              88 ENT-CONSULTA      VALUE 'C'.
              88 ENT-MODIFICACION  VALUE 'M'.
           05 WS-ENT-TIPO-CLAVE    PIC X(01).
              88 ENT-POR-ID        VALUE 'I'.
              88 ENT-POR-DOCUMENTO VALUE 'D'.
           05 WS-ENT-CLAVE         PIC X(08).
           05 WS-ENT-CLAVE-ID      REDEFINES WS-ENT-CLAVE.
              10 WS-ENT-ID         PIC X(06).
              10 FILLER            PIC X(02).
           05 WS-ENT-NOMBRE-COMPL  PIC X(30).
           05 WS-ENT-DOMICILIO     PIC X(30).
           05 WS-ENT-TELEFONO      PIC X(15).
           05 WS-ENT-EMAIL         PIC X(40).

        COPY MASTREC.

        COPY MANTTRAN.

        COPY JRNLREC.

        COPY OPERAUT.

        01 WS-FLAGS.
           05 WS-HALLADO           PIC X VALUE 'N'.
              88 POSTULANTE-HALLADO VALUE 'S'.
           05 WS-AUTORIZADO        PIC X VALUE 'N'.
              88 OPERADOR-AUTORIZADO VALUE 'S'.
           05 WS-TRAN-OK           PIC X VALUE 'S'.
              88 TRANSACCION-VALIDA   VALUE 'S'.
           05 WS-DOC-DUPLICADO     PIC X VALUE 'N'.
              88 DOC-DUPLICADO     VALUE 'S'.
           05 WS-FIN-DOCUMENTO     PIC X VALUE 'N'.
              88 FIN-DOCUMENTO     VALUE 'S'.
           05 WS-DESC-ERROR        PIC X(30) VALUE SPACES.

        01 WS-MAST-RESP             PIC S9(8) COMP.
        01 WS-OPER-RESP             PIC S9(8) COMP.
        01 WS-JRNL-RESP             PIC S9(8) COMP.
        01 WS-MAST-LONGITUD         PIC S9(4) COMP.
        01 WS-OPER-LONGITUD         PIC S9(4) COMP
                                     VALUE LENGTH OF OPER-REC.
        01 WS-JRNL-LONGITUD         PIC S9(4) COMP
                                     VALUE LENGTH OF JRNL-REC.
        01 WS-CLAVE-MAST            PIC 9(06).
        01 WS-CLAVE-DOC             PIC X(08).
        01 WS-DOC-CONTROL           PIC X(08).
        01 WS-USUARIO               PIC X(08) VALUE SPACES.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA          PIC X(08).
           05 WS-FH-HORA           PIC X(06).
           05 FILLER               PIC X(07).

      * Imagen del registro maestro antes de aplicar la
      * modificacion, para la bitacora de cambios.
        01 WS-IMAGEN-ANTES         PIC X(200).

      * La respuesta ocupa cuatro lineas de 80: la
      * identificacion del postulante (o el mensaje de error),
      * nombre completo y telefono, domicilio, y email.
        01 WS-PANTALLA-SALIDA.
           05 WS-SAL-LINEA-1       PIC X(80).
           05 WS-SAL-LINEA-2       PIC X(80).
           05 WS-SAL-LINEA-3       PIC X(80).
           05 WS-SAL-LINEA-4       PIC X(80).
        01 WS-LONG-SALIDA          PIC S9(4) COMP VALUE 320.
        01 WS-LONG-ENTRADA         PIC S9(4) COMP VALUE 125.

        PROCEDURE DIVISION.
        00-CONTROL.
            EXEC CICS RECEIVE
                INTO(WS-PANTALLA-ENTRADA)
                LENGTH(WS-LONG-ENTRADA)
            END-EXEC.

            MOVE SPACES TO WS-PANTALLA-SALIDA.

            IF NOT ENT-CONSULTA AND NOT ENT-MODIFICACION
                STRING 'FUNCION INVALIDA: ' WS-ENT-FUNCION
                       ' (C CONSULTA / M MODIFICACION)'
                    DELIMITED BY SIZE INTO WS-SAL-LINEA-1
            ELSE
                PERFORM 05-UBICAR-POSTULANTE
                IF POSTULANTE-HALLADO
                    IF ENT-CONSULTA
                        PERFORM 20-ARMAR-CONSULTA
                    ELSE
                        PERFORM 30-MODIFICAR-CONTACTO
                    END-IF
                END-IF
            END-IF.

            EXEC CICS SEND TEXT
                FROM(WS-PANTALLA-SALIDA)
                LENGTH(WS-LONG-SALIDA)
                ERASE
            END-EXEC.

            EXEC CICS RETURN END-EXEC.
        00-CONTROL-END.
            EXIT.

      * Lee el maestro por ID, o por documento a traves del
      * camino POSTDOC. Un documento que figura bajo mas de un
      * ID (DUPKEY) no identifica al postulante: se pide la
      * consulta por ID.
        05-UBICAR-POSTULANTE.
            MOVE 'N' TO WS-HALLADO.
            MOVE LENGTH OF MAST-REC TO WS-MAST-LONGITUD.
            EVALUATE TRUE
                WHEN ENT-POR-ID
                    IF WS-ENT-ID NOT NUMERIC
                        STRING 'ID DE POSTULANTE INVALIDO: '
                               WS-ENT-ID
                            DELIMITED BY SIZE INTO WS-SAL-LINEA-1
                    ELSE
                        MOVE WS-ENT-ID TO WS-CLAVE-MAST
                        EXEC CICS READ
                            FILE('POSTULAN')
                            INTO(MAST-REC)
                            LENGTH(WS-MAST-LONGITUD)
                            RIDFLD(WS-CLAVE-MAST)
                            RESP(WS-MAST-RESP)
                        END-EXEC
                        IF WS-MAST-RESP EQUAL DFHRESP(NORMAL)
                            MOVE 'S' TO WS-HALLADO
                        ELSE
                            STRING 'POSTULANTE ' WS-ENT-ID
                                   ' SIN ALTA EN EL MAESTRO'
                                DELIMITED BY SIZE
                                INTO WS-SAL-LINEA-1
                        END-IF
                    END-IF
                WHEN ENT-POR-DOCUMENTO
                    IF WS-ENT-CLAVE EQUAL SPACES
                        MOVE 'DOCUMENTO EN BLANCO'
                            TO WS-SAL-LINEA-1
                    ELSE
                        MOVE WS-ENT-CLAVE TO WS-CLAVE-DOC
                        EXEC CICS READ
                            FILE('POSTDOC')
                            INTO(MAST-REC)
                            LENGTH(WS-MAST-LONGITUD)
                            RIDFLD(WS-CLAVE-DOC)
                            RESP(WS-MAST-RESP)
                        END-EXEC
                        EVALUATE TRUE
                            WHEN WS-MAST-RESP EQUAL DFHRESP(NORMAL)
                                MOVE 'S' TO WS-HALLADO
                                MOVE MAST-ID TO WS-CLAVE-MAST
                            WHEN WS-MAST-RESP EQUAL DFHRESP(DUPKEY)
                                STRING 'DOCUMENTO ' WS-ENT-CLAVE
                                       ' FIGURA BAJO MAS DE UN ID -'
                                       ' CONSULTE POR ID'
                                    DELIMITED BY SIZE
                                    INTO WS-SAL-LINEA-1
                            WHEN OTHER
                                STRING 'DOCUMENTO ' WS-ENT-CLAVE
                                       ' SIN ALTA EN EL MAESTRO'
                                    DELIMITED BY SIZE
                                    INTO WS-SAL-LINEA-1
                        END-EVALUATE
                    END-IF
                WHEN OTHER
                    STRING 'TIPO DE CLAVE INVALIDO: '
                           WS-ENT-TIPO-CLAVE
                           ' (I POR ID / D POR DOCUMENTO)'
                        DELIMITED BY SIZE INTO WS-SAL-LINEA-1
            END-EVALUATE.
        05-UBICAR-POSTULANTE-END.
            EXIT.

        20-ARMAR-CONSULTA.
            STRING 'POSTULANTE ' MAST-ID ' ' MAST-NOMBRE
                   ' DOC ' MAST-DOCUMENTO
                   ' CARRERA ' MAST-COD-CARRERA
                   ' MATRICULA ' MAST-EST-MATRICULA
                DELIMITED BY SIZE INTO WS-SAL-LINEA-1.
            PERFORM 22-ARMAR-CONTACTO.
        20-ARMAR-CONSULTA-END.
            EXIT.

        22-ARMAR-CONTACTO.
            STRING 'NOMBRE COMPLETO: ' MAST-NOMBRE-COMPLETO
                   ' TEL: ' MAST-TELEFONO
                DELIMITED BY SIZE INTO WS-SAL-LINEA-2.
            STRING 'DOMICILIO: ' MAST-DOMICILIO
                DELIMITED BY SIZE INTO WS-SAL-LINEA-3.
            STRING 'EMAIL: ' MAST-EMAIL
                DELIMITED BY SIZE INTO WS-SAL-LINEA-4.
        22-ARMAR-CONTACTO-END.
            EXIT.

      * El control de documento se hace antes de leer para
      * actualizar, como en ALUMMANT, porque recorre el camino
      * por documento sobre el mismo maestro y pisa MAST-REC.
        30-MODIFICAR-CONTACTO.
            PERFORM 32-VERIFICAR-OPERADOR.
            IF NOT OPERADOR-AUTORIZADO
                STRING 'OPERADOR NO AUTORIZADO A MODIFICAR: '
                       WS-USUARIO
                    DELIMITED BY SIZE INTO WS-SAL-LINEA-1
            ELSE
            IF MAST-FECHA-ANONIM NOT EQUAL SPACES
                STRING 'POSTULANTE ' MAST-ID
                       ' ANONIMIZADO EL ' MAST-FECHA-ANONIM
                       ' - NO SE MODIFICA'
                    DELIMITED BY SIZE INTO WS-SAL-LINEA-1
            ELSE
            IF WS-ENT-NOMBRE-COMPL EQUAL SPACES
               AND WS-ENT-DOMICILIO EQUAL SPACES
               AND WS-ENT-TELEFONO EQUAL SPACES
               AND WS-ENT-EMAIL EQUAL SPACES
                STRING 'POSTULANTE ' MAST-ID
                       ' - SIN DATOS DE CONTACTO A MODIFICAR'
                    DELIMITED BY SIZE INTO WS-SAL-LINEA-1
            ELSE
                PERFORM 36-CONTROLAR-DOCUMENTO
                IF DOC-DUPLICADO
                    MOVE 'DOCUMENTO YA REGISTRADO'
                        TO WS-DESC-ERROR
                    PERFORM 48-ARMAR-RECHAZO
                ELSE
                    PERFORM 40-APLICAR-MODIFICACION
                END-IF
            END-IF
            END-IF
            END-IF.
        30-MODIFICAR-CONTACTO-END.
            EXIT.

        32-VERIFICAR-OPERADOR.
            MOVE 'N' TO WS-AUTORIZADO.
            EXEC CICS ASSIGN
                USERID(WS-USUARIO)
            END-EXEC.
            MOVE LENGTH OF OPER-REC TO WS-OPER-LONGITUD.
            EXEC CICS READ
                FILE('OPERAUT')
                INTO(OPER-REC)
                LENGTH(WS-OPER-LONGITUD)
                RIDFLD(WS-USUARIO)
                RESP(WS-OPER-RESP)
            END-EXEC.
            IF WS-OPER-RESP EQUAL DFHRESP(NORMAL)
               AND OPER-HABILITADO
                MOVE 'S' TO WS-AUTORIZADO
            END-IF.
        32-VERIFICAR-OPERADOR-END.
            EXIT.

      * La clave alterna admite duplicados (por los datos
      * historicos): se recorre el conjunto completo del
      * documento buscando otro ID, igual que ALUMMANT.
        36-CONTROLAR-DOCUMENTO.
            MOVE 'N' TO WS-DOC-DUPLICADO.
            IF MAST-DOCUMENTO NOT EQUAL SPACES
                MOVE 'N' TO WS-FIN-DOCUMENTO
                MOVE MAST-DOCUMENTO TO WS-CLAVE-DOC
                MOVE MAST-DOCUMENTO TO WS-DOC-CONTROL
                EXEC CICS STARTBR
                    FILE('POSTDOC')
                    RIDFLD(WS-CLAVE-DOC)
                    EQUAL
                    RESP(WS-MAST-RESP)
                END-EXEC
                IF WS-MAST-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'S' TO WS-FIN-DOCUMENTO
                ELSE
                    PERFORM 38-RECORRER-DOCUMENTO
                        UNTIL FIN-DOCUMENTO
                    EXEC CICS ENDBR
                        FILE('POSTDOC')
                    END-EXEC
                END-IF
            END-IF.
        36-CONTROLAR-DOCUMENTO-END.
            EXIT.

        38-RECORRER-DOCUMENTO.
            MOVE LENGTH OF MAST-REC TO WS-MAST-LONGITUD.
            EXEC CICS READNEXT
                FILE('POSTDOC')
                INTO(MAST-REC)
                LENGTH(WS-MAST-LONGITUD)
                RIDFLD(WS-CLAVE-DOC)
                RESP(WS-MAST-RESP)
            END-EXEC.
            IF WS-MAST-RESP NOT EQUAL DFHRESP(NORMAL)
               AND WS-MAST-RESP NOT EQUAL DFHRESP(DUPKEY)
                MOVE 'S' TO WS-FIN-DOCUMENTO
            ELSE
                IF MAST-DOCUMENTO NOT EQUAL WS-DOC-CONTROL
                    MOVE 'S' TO WS-FIN-DOCUMENTO
                ELSE
                    IF MAST-ID NOT EQUAL WS-CLAVE-MAST
                        MOVE 'S' TO WS-DOC-DUPLICADO
                        MOVE 'S' TO WS-FIN-DOCUMENTO
                    END-IF
                END-IF
            END-IF.
        38-RECORRER-DOCUMENTO-END.
            EXIT.

      * Lee para actualizar, aplica los datos informados y
      * valida el registro resultante con las reglas de
      * ALUMMANT antes de regrabarlo.
        40-APLICAR-MODIFICACION.
            MOVE LENGTH OF MAST-REC TO WS-MAST-LONGITUD.
            EXEC CICS READ
                FILE('POSTULAN')
                INTO(MAST-REC)
                LENGTH(WS-MAST-LONGITUD)
                RIDFLD(WS-CLAVE-MAST)
                UPDATE
                RESP(WS-MAST-RESP)
            END-EXEC.
            IF WS-MAST-RESP NOT EQUAL DFHRESP(NORMAL)
                MOVE 'ID INEXISTENTE' TO WS-DESC-ERROR
                PERFORM 48-ARMAR-RECHAZO
            ELSE
                MOVE MAST-REC TO WS-IMAGEN-ANTES
                PERFORM 42-CARGAR-CONTACTO
                PERFORM 44-VALIDAR-REGISTRO
                IF NOT TRANSACCION-VALIDA
                    EXEC CICS UNLOCK
                        FILE('POSTULAN')
                    END-EXEC
                    PERFORM 48-ARMAR-RECHAZO
                ELSE
                    PERFORM 46-REGRABAR-MAESTRO
                END-IF
            END-IF.
        40-APLICAR-MODIFICACION-END.
            EXIT.

        42-CARGAR-CONTACTO.
            IF WS-ENT-NOMBRE-COMPL NOT EQUAL SPACES
                MOVE WS-ENT-NOMBRE-COMPL TO MAST-NOMBRE-COMPLETO
            END-IF.
            IF WS-ENT-DOMICILIO NOT EQUAL SPACES
                MOVE WS-ENT-DOMICILIO TO MAST-DOMICILIO
            END-IF.
            IF WS-ENT-TELEFONO NOT EQUAL SPACES
                MOVE WS-ENT-TELEFONO TO MAST-TELEFONO
            END-IF.
            IF WS-ENT-EMAIL NOT EQUAL SPACES
                MOVE WS-ENT-EMAIL TO MAST-EMAIL
            END-IF.
        42-CARGAR-CONTACTO-END.
            EXIT.

      * Arma la transaccion de modificacion equivalente a la
      * de ALUMMANT y la pasa por sus reglas de datos. El
      * codigo de carrera no cambia en esta transaccion, por
      * eso no se vuelve a controlar contra el catalogo.
        44-VALIDAR-REGISTRO.
            MOVE 'M'                  TO TRAN-TIPO.
            MOVE MAST-ID              TO TRAN-ID.
            MOVE MAST-NOMBRE          TO TRAN-NOMBRE.
            MOVE MAST-EDAD            TO TRAN-EDAD.
            MOVE MAST-SECUNDARIO      TO TRAN-SECUNDARIO.
            MOVE MAST-CARRERA         TO TRAN-CARRERA.
            MOVE MAST-COD-CARRERA     TO TRAN-COD-CARRERA.
            MOVE MAST-COD-CARR-ALT    TO TRAN-COD-CARR-ALT.
            MOVE MAST-DOCUMENTO       TO TRAN-DOCUMENTO.
            MOVE MAST-NOMBRE-COMPLETO TO TRAN-NOMBRE-COMPLETO.
            MOVE MAST-DOMICILIO       TO TRAN-DOMICILIO.
            MOVE MAST-TELEFONO        TO TRAN-TELEFONO.
            MOVE MAST-EMAIL           TO TRAN-EMAIL.
            CALL 'ALUMVMAN' USING TRAN-REC WS-TRAN-OK
                WS-DESC-ERROR.
        44-VALIDAR-REGISTRO-END.
            EXIT.

      * La bitacora se graba despues de regrabar el maestro;
      * si no puede grabarse, la modificacion se deshace para
      * que ALUMRECU no pierda el cambio en una recuperacion.
        46-REGRABAR-MAESTRO.
            EXEC CICS REWRITE
                FILE('POSTULAN')
                FROM(MAST-REC)
                LENGTH(WS-MAST-LONGITUD)
                RESP(WS-MAST-RESP)
            END-EXEC.
            IF WS-MAST-RESP NOT EQUAL DFHRESP(NORMAL)
                STRING 'POSTULANTE ' MAST-ID
                       ' - ERROR AL ACTUALIZAR EL MAESTRO'
                    DELIMITED BY SIZE INTO WS-SAL-LINEA-1
            ELSE
                PERFORM 50-GRABAR-BITACORA
                IF WS-JRNL-RESP NOT EQUAL DFHRESP(NORMAL)
                    EXEC CICS SYNCPOINT ROLLBACK
                    END-EXEC
                    STRING 'POSTULANTE ' MAST-ID
                           ' - BITACORA NO DISPONIBLE, NO SE'
                           ' MODIFICO'
                        DELIMITED BY SIZE INTO WS-SAL-LINEA-1
                ELSE
                    EXEC CICS SYNCPOINT
                    END-EXEC
                    STRING 'POSTULANTE ' MAST-ID
                           ' MODIFICADO POR ' WS-USUARIO
                        DELIMITED BY SIZE INTO WS-SAL-LINEA-1
                    PERFORM 22-ARMAR-CONTACTO
                END-IF
            END-IF.
        46-REGRABAR-MAESTRO-END.
            EXIT.

        48-ARMAR-RECHAZO.
            STRING 'POSTULANTE ' WS-CLAVE-MAST
                   ' - MODIFICACION RECHAZADA: ' WS-DESC-ERROR
                DELIMITED BY SIZE INTO WS-SAL-LINEA-1.
        48-ARMAR-RECHAZO-END.
            EXIT.

        50-GRABAR-BITACORA.
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
            MOVE WS-FH-FECHA      TO JRNL-FECHA.
            MOVE WS-FH-HORA       TO JRNL-HORA.
            MOVE 'M'              TO JRNL-TIPO.
            MOVE MAST-ID          TO JRNL-ID.
            MOVE WS-IMAGEN-ANTES  TO JRNL-IMAGEN-ANTES.
            MOVE MAST-REC         TO JRNL-IMAGEN-DESPUES.
            MOVE WS-USUARIO       TO JRNL-OPERADOR.
            EXEC CICS WRITEQ TD
                QUEUE('MJRN')
                FROM(JRNL-REC)
                LENGTH(WS-JRNL-LONGITUD)
                RESP(WS-JRNL-RESP)
            END-EXEC.
        50-GRABAR-BITACORA-END.
            EXIT.
