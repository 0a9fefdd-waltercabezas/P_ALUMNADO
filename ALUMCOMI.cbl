        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALUMCOMI.
      *--------------------------------------------------------
      * Asignacion de turno y comision a los admitidos. Corre
      * despues de ALUMNOS1 y de nuevo despues de cada segundo
      * llamado de ALUMLLAM. Lee el catalogo de comisiones
      * (COMISION.DAT: comisiones de cada carrera con su turno
      * y capacidad) y los admitidos del lote (ADMITIDOS.DAT)
      * y de los segundos llamados (ADMISEG.DAT), y asigna a
      * cada uno una comision de su carrera por orden de
      * merito (puntaje descendente; a igual puntaje el lote
      * antes que el llamado y despues el ID):
      *   - el primer turno de su preferencia, en el orden
      *     declarado en el intake, que tenga una comision
      *     con lugar; entre varias comisiones del mismo
      *     turno, la que tiene mas lugares libres;
      *   - sin turnos declarados, cualquier comision de la
      *     carrera con lugar;
      *   - sin lugar en ningun turno preferido, la comision
      *     con lugar de otro turno, y el postulante sale en
      *     el informe para los asesores;
      *   - sin lugar en ninguna comision de la carrera,
      *     queda sin comision y tambien sale en el informe.
      * Una corrida repetida conserva las asignaciones de la
      * corrida anterior (ASIGCOM.DAT del mismo ciclo) que
      * sigan teniendo lugar en su comision: un admitido del
      * lote no cambia de comision por un segundo llamado. Con
      * el maestro disponible, el admitido que declino, cuya
      * vacante se libero o cuya admision condicional se
      * revoco no ocupa lugar en ninguna comision, y el
      * condicional cuyo titulo ya confirmo ALUMTITU sale
      * como alta firme.
      * Genera:
      *   - ASIGCOM.DAT: el extracto de matriculacion de cada
      *     admitido con la comision y el turno asignados,
      *     regrabado completo en cada corrida;
      *   - LISTCOM.DAT: la lista de cada comision, una por
      *     pagina, con la capacidad y los inscriptos;
      *   - SINTURNO.DAT: los admitidos que no obtuvieron
      *     ningun turno preferido o quedaron sin comision,
      *     con el telefono del maestro para contactarlos.
      *--------------------------------------------------------
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PARM-IN ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT CARR-IN ASSIGN TO "CARRERAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CARR-STATUS.

            SELECT COMI-IN ASSIGN TO "COMISION.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-COMI-STATUS.

            SELECT ADMIT-IN ASSIGN TO "ADMITIDOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADMIT-STATUS.

            SELECT SEGADM-IN ASSIGN TO "ADMISEG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SEGADM-STATUS.

            SELECT ASIG-FILE ASSIGN TO "ASIGCOM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ASIG-STATUS.

            SELECT LISTA-OUT ASSIGN TO "LISTCOM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LISTA-STATUS.

            SELECT SINT-OUT ASSIGN TO "SINTURNO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SINT-STATUS.

            SELECT SORT-FILE ASSIGN TO "SORTWK01".

            SELECT MASTER-FILE ASSIGN TO "POSTULANTES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-ID
                ALTERNATE RECORD KEY IS MAST-DOCUMENTO
                    WITH DUPLICATES
                FILE STATUS IS WS-MASTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PARM-IN
            RECORDING MODE IS F.
        COPY PARAMCAR.

        FD  CARR-IN
            RECORDING MODE IS F.
        COPY CARRERA.

        FD  COMI-IN
            RECORDING MODE IS F.
        COPY COMISREC.

        FD  ADMIT-IN
            RECORDING MODE IS F.
        COPY ADMITIDO.

        FD  SEGADM-IN
            RECORDING MODE IS F.
        COPY SEGADM.

        FD  ASIG-FILE
            RECORDING MODE IS F.
        COPY ASIGCOM.

        FD  LISTA-OUT
            RECORDING MODE IS F.
        01  LISTA-LINEA             PIC X(80).

        FD  SINT-OUT
            RECORDING MODE IS F.
        01  SINT-LINEA              PIC X(80).

      * Admitidos del lote ('L') y de los llamados ('S') por
      * carrera y orden de merito.
        SD  SORT-FILE.
        01  S-REC.
            05  S-COD-CARRERA       PIC X(03).
            05  S-PUNTAJE           PIC 9(03).
            05  S-ORIGEN            PIC X(01).
            05  S-ID                PIC 9(06).
            05  S-NOMBRE            PIC X(06).
            05  S-EST-CARRERA       PIC X(01).
            05  S-CONDICION         PIC X(01).
            05  S-TURNOS            PIC X(03).

        FD  MASTER-FILE.
        COPY MASTREC.

        WORKING-STORAGE SECTION.
        01 WSC-CONSTANTES.
           05 WSC-LINEAS-POR-PAG   PIC 99 VALUE 56.
           05 WSC-CICLO            PIC X(06) VALUE SPACES.
           05 WSC-SECUND-CONDIC    PIC X VALUE 'C'.

        01 WSV-VARIANTES.
           05 WSV-ID-AUX           PIC 9(06).
           05 WSV-COD-CARRERA-AUX  PIC X(03).
           05 WSV-COMISION-AUX     PIC X(03).
      * Busqueda de comision: turno pedido (espacio = any),
      * comision elegida y lugares libres de la elegida.
           05 WSV-TURNO-BUSCADO    PIC X(01).
           05 WSV-ELEGIDA          PIC 9(04) VALUE ZERO.
           05 WSV-LIBRES           PIC 9(03) VALUE ZERO.
           05 WSV-LIBRES-ELEGIDA   PIC 9(03) VALUE ZERO.
           05 WSV-PREF-SUB         PIC 9(01) VALUE ZERO.
           05 WSV-TURNO-DESC       PIC X(06).

        01 WS-FLAGS.
           05 WS-PARM-STATUS       PIC XX VALUE SPACES.
           05 WS-CARR-STATUS       PIC XX VALUE SPACES.
           05 WS-COMI-STATUS       PIC XX VALUE SPACES.
           05 WS-ADMIT-STATUS      PIC XX VALUE SPACES.
           05 WS-SEGADM-STATUS     PIC XX VALUE SPACES.
           05 WS-ASIG-STATUS       PIC XX VALUE SPACES.
           05 WS-LISTA-STATUS      PIC XX VALUE SPACES.
           05 WS-SINT-STATUS       PIC XX VALUE SPACES.
           05 WS-MASTER-STATUS     PIC XX VALUE SPACES.
           05 WS-MASTER-DISPONIBLE PIC X VALUE 'N'.
              88 MASTER-DISPONIBLE VALUE 'S'.
           05 WS-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 WS-FIN-ORDEN         PIC X VALUE 'N'.
              88 FIN-ORDEN         VALUE 'S'.
           05 WS-ERROR-FATAL       PIC X VALUE 'N'.
              88 ERROR-FATAL       VALUE 'S'.
           05 WS-CARRERA-HALLADA   PIC X VALUE 'N'.
              88 CARRERA-HALLADA   VALUE 'S'.
           05 WS-COMI-HALLADA      PIC X VALUE 'N'.
              88 COMI-HALLADA      VALUE 'S'.
           05 WS-ANT-HALLADA       PIC X VALUE 'N'.
              88 ANT-HALLADA       VALUE 'S'.
           05 WS-DADO-DE-BAJA      PIC X VALUE 'N'.
              88 DADO-DE-BAJA      VALUE 'S'.
           05 WS-TITULO-CONFIRMADO PIC X VALUE 'N'.
              88 TITULO-CONFIRMADO VALUE 'S'.

        01 WS-FECHA-HORA.
           05 WS-FH-FECHA.
              10 WS-FH-AAAA        PIC X(04).
              10 WS-FH-MM          PIC X(02).
              10 WS-FH-DD          PIC X(02).
           05 FILLER               PIC X(13).

        01 WS-CONTADORES.
           05 WS-LIS-LINEA         PIC 99 VALUE 99.
           05 WS-LIS-PAGINA        PIC 9(03) VALUE ZERO.
           05 WS-SIN-LINEA         PIC 99 VALUE 99.
           05 WS-SIN-PAGINA        PIC 9(03) VALUE ZERO.
           05 WS-TOT-ADMITIDOS     PIC 9(06) VALUE ZERO.
           05 WS-TOT-DEL-LOTE      PIC 9(06) VALUE ZERO.
           05 WS-TOT-DEL-LLAMADO   PIC 9(06) VALUE ZERO.
           05 WS-TOT-DADOS-BAJA    PIC 9(06) VALUE ZERO.
           05 WS-TOT-CONSERVADAS   PIC 9(06) VALUE ZERO.
           05 WS-TOT-REASIGNADAS   PIC 9(06) VALUE ZERO.
           05 WS-TOT-PREFERIDO     PIC 9(06) VALUE ZERO.
           05 WS-TOT-LIBRE         PIC 9(06) VALUE ZERO.
           05 WS-TOT-OTRO-TURNO    PIC 9(06) VALUE ZERO.
           05 WS-TOT-SIN-COMISION  PIC 9(06) VALUE ZERO.
           05 WS-TOT-INSCRIPTOS    PIC 9(04) VALUE ZERO.

      * Catalogo de carreras, solo para validar las comisiones
      * y titular las listas.
        01 WS-CATALOGO-CARRERAS.
           05 WS-CARR-CANT         PIC 9(03) VALUE ZERO.
           05 WS-CARR-SUB          PIC 9(03) VALUE ZERO.
           05 WS-CARR-ENT          OCCURS 0 TO 500 TIMES
                                   DEPENDING ON WS-CARR-CANT
                                   INDEXED BY IDX-CARR.
              10 WS-CARR-CODIGO    PIC X(03).
              10 WS-CARR-NOM       PIC X(20).

      * Comisiones de COMISION.DAT con los lugares ya ocupados
      * en la corrida. Una fila invalida o repetida aborta:
      * una capacidad mal cargada dejaria alumnos sin aula.
        01 WS-COMISIONES.
           05 WS-COM-CANT          PIC 9(04) VALUE ZERO.
           05 WS-COM-SUB           PIC 9(04) VALUE ZERO.
           05 WS-COM-ENT           OCCURS 0 TO 2000 TIMES
                                   DEPENDING ON WS-COM-CANT
                                   INDEXED BY IDX-COM.
              10 WS-COM-CARRERA    PIC X(03).
              10 WS-COM-CODIGO     PIC X(03).
              10 WS-COM-TURNO      PIC X(01).
              10 WS-COM-CAPACIDAD  PIC 9(03).
              10 WS-COM-OCUPADOS   PIC 9(03).

      * Asignaciones de la corrida anterior del mismo ciclo.
        01 WS-ANTERIORES.
           05 WS-ANT-CANT          PIC 9(05) VALUE ZERO.
           05 WS-ANT-SUB           PIC 9(05) VALUE ZERO.
           05 WS-ANT-ENT           OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON WS-ANT-CANT
                                   INDEXED BY IDX-ANT.
              10 WS-ANT-ID         PIC 9(06).
              10 WS-ANT-CARRERA    PIC X(03).
              10 WS-ANT-COMISION   PIC X(03).
              10 WS-ANT-FECHA      PIC X(08).
              10 WS-ANT-RESULTADO  PIC X(01).
              10 WS-ANT-PREF       PIC 9(01).

      * Admitidos vigentes en orden de merito dentro de cada
      * carrera, con la comision que se les asigna (subindice
      * en WS-COM-ENT, cero mientras no tengan).
        01 WS-ADMITIDOS.
           05 WS-ADM-CANT          PIC 9(05) VALUE ZERO.
           05 WS-ADM-SUB           PIC 9(05) VALUE ZERO.
           05 WS-ADM-ENT           OCCURS 0 TO 20000 TIMES
                                   DEPENDING ON WS-ADM-CANT.
              10 WS-ADM-ID         PIC 9(06).
              10 WS-ADM-NOMBRE     PIC X(06).
              10 WS-ADM-EST-CARR   PIC X(01).
              10 WS-ADM-CARRERA    PIC X(03).
              10 WS-ADM-PUNTAJE    PIC 9(03).
              10 WS-ADM-ORIGEN     PIC X(01).
              10 WS-ADM-CONDICION  PIC X(01).
              10 WS-ADM-TURNOS     PIC X(03).
              10 WS-ADM-TURNOS-T REDEFINES WS-ADM-TURNOS.
                 15 WS-ADM-TURNO   PIC X(01) OCCURS 3 TIMES.
              10 WS-ADM-COMI-SUB   PIC 9(04).
              10 WS-ADM-RESULTADO  PIC X(01).
              10 WS-ADM-PREF       PIC 9(01).
              10 WS-ADM-FECHA      PIC X(08).

        01 WS-ENCABEZADO-1.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(44) VALUE
              'INSTITUTO DE ENSENANZA SUPERIOR - ALUMNADO'.
           05 FILLER               PIC X(08) VALUE 'PAGINA'.
           05 ENC1-PAGINA          PIC ZZ9.
           05 FILLER               PIC X(07) VALUE SPACES.

        01 WS-ENCABEZADO-2.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 ENC2-TITULO          PIC X(32).
           05 ENC2-CICLO           PIC X(06).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 ENC2-FECHA.
              10 ENC2-DD           PIC X(02).
              10 FILLER            PIC X VALUE '/'.
              10 ENC2-MM           PIC X(02).
              10 FILLER            PIC X VALUE '/'.
              10 ENC2-AAAA         PIC X(04).
           05 FILLER               PIC X(11) VALUE SPACES.

        01 WS-LINEA-GUIONES.
           05 FILLER               PIC X(80) VALUE ALL '-'.

      * El salto de pagina usa el mismo registro del archivo
      * para los encabezados, asi que la linea en curso se
      * preserva aqui mientras tanto.
        01 WS-LINEA-PENDIENTE      PIC X(80).

        01 WS-ENC-COMISION.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE 'CARRERA'.
           05 ECM-CARRERA          PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ECM-CARR-NOMBRE      PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'COMISION'.
           05 ECM-COMISION         PIC X(03).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE 'TURNO'.
           05 ECM-TURNO            PIC X(06).
           05 FILLER               PIC X(14) VALUE SPACES.

        01 WS-ENC-COLUMNAS.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'ORDEN'.
           05 FILLER               PIC X(08) VALUE 'ID'.
           05 FILLER               PIC X(08) VALUE 'NOMBRE'.
           05 FILLER               PIC X(09) VALUE 'PUNTAJE'.
           05 FILLER               PIC X(12) VALUE 'PREFERENCIA'.
           05 FILLER               PIC X(32) VALUE 'OBSERVACION'.

        01 WS-DET-ALUMNO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-ALU-ORDEN        PIC ZZZ9.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DET-ALU-ID           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-ALU-NOMBRE       PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-ALU-PUNTAJE      PIC ZZ9.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 DET-ALU-PREF         PIC X(12).
           05 DET-ALU-OBSERV       PIC X(32).

        01 WS-PIE-COMISION.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'INSCRIPTOS'.
           05 PIE-INSCRIPTOS       PIC ZZ9.
           05 FILLER               PIC X(04) VALUE ' DE '.
           05 PIE-CAPACIDAD        PIC ZZ9.
           05 FILLER               PIC X(10) VALUE ' LUGARES'.
           05 FILLER               PIC X(45) VALUE SPACES.

        01 WS-ENC-SIN-TURNO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(08) VALUE 'ID'.
           05 FILLER               PIC X(08) VALUE 'NOMBRE'.
           05 FILLER               PIC X(08) VALUE 'CARRERA'.
           05 FILLER               PIC X(05) VALUE 'PTJE'.
           05 FILLER               PIC X(08) VALUE 'PEDIDOS'.
           05 FILLER               PIC X(14) VALUE 'ASIGNADO'.
           05 FILLER               PIC X(26) VALUE 'TELEFONO'.

        01 WS-DET-SIN-TURNO.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-SIN-ID           PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SIN-NOMBRE       PIC X(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SIN-CARRERA      PIC X(03).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 DET-SIN-PUNTAJE      PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SIN-PEDIDOS      PIC X(03).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 DET-SIN-ASIGNADO     PIC X(12).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SIN-TELEFONO     PIC X(15).
           05 FILLER               PIC X(11) VALUE SPACES.

        01 WS-LINEA-TOTAL.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TOT-LEYENDA          PIC X(30).
           05 TOT-CANTIDAD         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(40) VALUE SPACES.

      * Asiento de inicio y fin en el control de ejecucion
      * compartido de la suite (ALUMRCTL sobre RUNCTL.DAT).
        01 WS-RUN-CONTROL.
           05 WS-RCTL-FUNCION      PIC X(01) VALUE SPACE.
           05 WS-RCTL-PROGRAMA     PIC X(08) VALUE 'ALUMCOMI'.
           05 WS-RCTL-CICLO        PIC X(06) VALUE SPACES.
           05 WS-RCTL-RETORNO      PIC 9(04) VALUE ZERO.
           05 WS-RCTL-RESULTADO    PIC X(01) VALUE SPACE.
           05 WS-RCTL-CONSULTA     PIC X(08) VALUE SPACES.

        PROCEDURE DIVISION.
        00-CONTROL.
            DISPLAY 'ASIGNACION DE TURNO Y COMISION'.
            DISPLAY '--------------------------------------------'.

            PERFORM 05-LEER-PARAMETROS.
            MOVE WSC-CICLO TO WS-RCTL-CICLO.
            PERFORM 01-REGISTRAR-INICIO.

            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
            MOVE WS-FH-DD   TO ENC2-DD.
            MOVE WS-FH-MM   TO ENC2-MM.
            MOVE WS-FH-AAAA TO ENC2-AAAA.
            MOVE WSC-CICLO  TO ENC2-CICLO.

            PERFORM 02-VERIFICAR-PRERREQUISITOS.
            IF NOT ERROR-FATAL
                PERFORM 06-CARGAR-CARRERAS
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 07-CARGAR-COMISIONES
            END-IF.
            IF NOT ERROR-FATAL
                PERFORM 08-CARGAR-ANTERIORES
            END-IF.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA - NO SE MODIFICO NINGUN '
                        'ARCHIVO'
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            OPEN INPUT MASTER-FILE.
            IF WS-MASTER-STATUS EQUAL '00'
                MOVE 'S' TO WS-MASTER-DISPONIBLE
            ELSE
                DISPLAY 'MAESTRO DE POSTULANTES NO DISPONIBLE - NO '
                        'SE CONTROLAN LAS BAJAS NI LOS TELEFONOS'
            END-IF.

            SORT SORT-FILE
                ON ASCENDING KEY S-COD-CARRERA
                   DESCENDING KEY S-PUNTAJE
                   ASCENDING KEY S-ORIGEN
                   ASCENDING KEY S-ID
                INPUT PROCEDURE IS 20-LIBERAR-ADMITIDOS
                OUTPUT PROCEDURE IS 25-CARGAR-ADMITIDOS.

            IF ERROR-FATAL
                DISPLAY 'CORRIDA ABORTADA - NO SE MODIFICO NINGUN '
                        'ARCHIVO'
                IF MASTER-DISPONIBLE
                    CLOSE MASTER-FILE
                END-IF
                MOVE 8 TO RETURN-CODE
                PERFORM 99-REGISTRAR-FIN
                STOP RUN
            END-IF.

            PERFORM 30-CONSERVAR-ASIGNACION
                VARYING WS-ADM-SUB FROM 1 BY 1
                UNTIL WS-ADM-SUB > WS-ADM-CANT.
            PERFORM 40-ASIGNAR-COMISION
                VARYING WS-ADM-SUB FROM 1 BY 1
                UNTIL WS-ADM-SUB > WS-ADM-CANT.

            PERFORM 50-GRABAR-ASIGNACIONES.
            PERFORM 60-LISTAS-POR-COMISION.
            PERFORM 70-INFORME-SIN-TURNO.

            IF MASTER-DISPONIBLE
                CLOSE MASTER-FILE
            END-IF.

            PERFORM 90-REPORTE.

            PERFORM 99-REGISTRAR-FIN.
            STOP RUN.
        00-CONTROL-END.
            EXIT.

        01-REGISTRAR-INICIO.
            MOVE 'I'  TO WS-RCTL-FUNCION.
            MOVE ZERO TO WS-RCTL-RETORNO.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-PROGRAMA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
        01-REGISTRAR-INICIO-END.
            EXIT.

      * Los admitidos salen del lote de admision: exige que
      * ALUMNOS1 haya terminado en cero para el ciclo.
        02-VERIFICAR-PRERREQUISITOS.
            MOVE 'C' TO WS-RCTL-FUNCION.
            MOVE 'ALUMNOS1' TO WS-RCTL-CONSULTA.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-CONSULTA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
            IF WS-RCTL-RESULTADO NOT EQUAL 'F'
               OR WS-RCTL-RETORNO NOT EQUAL ZERO
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ALUMNOS1 NO TERMINO EN CERO PARA EL '
                        'CICLO ' WS-RCTL-CICLO ' - COMPLETAR EL LOTE '
                        'DE ADMISION ANTES DE ASIGNAR COMISIONES'
            END-IF.
        02-VERIFICAR-PRERREQUISITOS-END.
            EXIT.

        05-LEER-PARAMETROS.
            OPEN INPUT PARM-IN.
            IF WS-PARM-STATUS EQUAL '00'
                READ PARM-IN
                    AT END
                        DISPLAY 'SIN TARJETA DE PARAMETROS - CICLO '
                                'EN BLANCO'
                    NOT AT END
                        MOVE PARM-CICLO TO WSC-CICLO
                END-READ
                CLOSE PARM-IN
            ELSE
                DISPLAY 'TARJETA DE PARAMETROS NO DISPONIBLE - '
                        'CICLO EN BLANCO'
            END-IF.
        05-LEER-PARAMETROS-END.
            EXIT.

        06-CARGAR-CARRERAS.
            OPEN INPUT CARR-IN.
            IF WS-CARR-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR CARRERAS.DAT - STATUS '
                        WS-CARR-STATUS
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO OR ERROR-FATAL
                    READ CARR-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF WS-CARR-CANT < 500
                                ADD 1 TO WS-CARR-CANT
                                MOVE CARR-CODIGO TO
                                    WS-CARR-CODIGO (WS-CARR-CANT)
                                MOVE CARR-NOMBRE TO
                                    WS-CARR-NOM (WS-CARR-CANT)
                            ELSE
                                MOVE 'S' TO WS-ERROR-FATAL
                                DISPLAY 'CATALOGO DE CARRERAS '
                                        'EXCEDE LA TABLA EN '
                                        CARR-CODIGO ' - AMPLIAR '
                                        'LA TABLA'
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE CARR-IN
            END-IF.
        06-CARGAR-CARRERAS-END.
            EXIT.

      * Sin catalogo de comisiones no hay a donde asignar.
        07-CARGAR-COMISIONES.
            OPEN INPUT COMI-IN.
            IF WS-COMI-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR COMISION.DAT - STATUS '
                        WS-COMI-STATUS
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ COMI-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            PERFORM 09-REGISTRAR-COMISION
                    END-READ
                END-PERFORM
                CLOSE COMI-IN
                IF WS-COM-CANT EQUAL ZERO
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'COMISION.DAT SIN COMISIONES CARGADAS'
                END-IF
            END-IF.
        07-CARGAR-COMISIONES-END.
            EXIT.

      * Las asignaciones anteriores son optativas: en la
      * primera corrida del ciclo el archivo no existe, y las
      * de otro ciclo no se conservan.
        08-CARGAR-ANTERIORES.
            OPEN INPUT ASIG-FILE.
            IF WS-ASIG-STATUS EQUAL '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO OR ERROR-FATAL
                    READ ASIG-FILE
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            IF ASIG-CICLO EQUAL WSC-CICLO
                               AND NOT ASIG-SIN-COMISION
                                PERFORM 08A-AGREGAR-ANTERIOR
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE ASIG-FILE
                DISPLAY 'ASIGNACIONES ANTERIORES DEL CICLO: '
                        WS-ANT-CANT
            ELSE
                DISPLAY 'SIN ASIGNACIONES ANTERIORES - PRIMERA '
                        'CORRIDA DEL CICLO'
            END-IF.
        08-CARGAR-ANTERIORES-END.
            EXIT.

        08A-AGREGAR-ANTERIOR.
            IF WS-ANT-CANT < 20000
                ADD 1 TO WS-ANT-CANT
                MOVE ASIG-ID          TO WS-ANT-ID (WS-ANT-CANT)
                MOVE ASIG-COD-CARRERA TO WS-ANT-CARRERA (WS-ANT-CANT)
                MOVE ASIG-COMISION    TO WS-ANT-COMISION (WS-ANT-CANT)
                MOVE ASIG-FECHA-ADMISION
                    TO WS-ANT-FECHA (WS-ANT-CANT)
                MOVE ASIG-RESULTADO
                    TO WS-ANT-RESULTADO (WS-ANT-CANT)
                MOVE ASIG-PREF-TURNO  TO WS-ANT-PREF (WS-ANT-CANT)
            ELSE
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ASIGNACIONES ANTERIORES EXCEDEN LA TABLA '
                        'DE TRABAJO - AMPLIAR LA TABLA'
            END-IF.
        08A-AGREGAR-ANTERIOR-END.
            EXIT.

        09-REGISTRAR-COMISION.
            MOVE COMI-COD-CARRERA TO WSV-COD-CARRERA-AUX.
            PERFORM 14-BUSCAR-CARRERA.
            MOVE COMI-CODIGO TO WSV-COMISION-AUX.
            PERFORM 15-BUSCAR-COMISION.
            EVALUATE TRUE
                WHEN NOT CARRERA-HALLADA
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'COMISION ' COMI-CODIGO ' DE CARRERA '
                            'INEXISTENTE ' COMI-COD-CARRERA
                            ' - CORREGIR COMISION.DAT'
                WHEN COMI-CODIGO EQUAL SPACES
                  OR NOT COMI-TURNO-VALIDO
                  OR COMI-CAPACIDAD NOT NUMERIC
                  OR COMI-CAPACIDAD EQUAL ZERO
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'COMISION INVALIDA PARA '
                            COMI-COD-CARRERA ' COMISION '
                            COMI-CODIGO ' - CORREGIR COMISION.DAT'
                WHEN COMI-HALLADA
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'COMISION REPETIDA PARA '
                            COMI-COD-CARRERA ' COMISION '
                            COMI-CODIGO ' - CORREGIR COMISION.DAT'
                WHEN WS-COM-CANT NOT < 2000
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'CATALOGO DE COMISIONES EXCEDE LA TABLA '
                            'DE TRABAJO EN ' COMI-COD-CARRERA
                            ' - AMPLIAR LA TABLA'
                WHEN OTHER
                    ADD 1 TO WS-COM-CANT
                    MOVE COMI-COD-CARRERA
                        TO WS-COM-CARRERA (WS-COM-CANT)
                    MOVE COMI-CODIGO    TO WS-COM-CODIGO (WS-COM-CANT)
                    MOVE COMI-TURNO     TO WS-COM-TURNO (WS-COM-CANT)
                    MOVE COMI-CAPACIDAD
                        TO WS-COM-CAPACIDAD (WS-COM-CANT)
                    MOVE ZERO TO WS-COM-OCUPADOS (WS-COM-CANT)
            END-EVALUATE.
        09-REGISTRAR-COMISION-END.
            EXIT.

        14-BUSCAR-CARRERA.
            MOVE 'N'  TO WS-CARRERA-HALLADA.
            MOVE ZERO TO WS-CARR-SUB.
            SET IDX-CARR TO 1.
            SEARCH WS-CARR-ENT
                AT END
                    CONTINUE
                WHEN WS-CARR-CODIGO (IDX-CARR) EQUAL
                     WSV-COD-CARRERA-AUX
                    MOVE 'S' TO WS-CARRERA-HALLADA
                    SET WS-CARR-SUB TO IDX-CARR
            END-SEARCH.
        14-BUSCAR-CARRERA-END.
            EXIT.

      * Busca la comision WSV-COMISION-AUX de la carrera
      * WSV-COD-CARRERA-AUX; deja su subindice en WS-COM-SUB.
        15-BUSCAR-COMISION.
            MOVE 'N'  TO WS-COMI-HALLADA.
            MOVE ZERO TO WS-COM-SUB.
            SET IDX-COM TO 1.
            SEARCH WS-COM-ENT
                AT END
                    CONTINUE
                WHEN WS-COM-CARRERA (IDX-COM) EQUAL
                     WSV-COD-CARRERA-AUX
                 AND WS-COM-CODIGO (IDX-COM) EQUAL WSV-COMISION-AUX
                    MOVE 'S' TO WS-COMI-HALLADA
                    SET WS-COM-SUB TO IDX-COM
            END-SEARCH.
        15-BUSCAR-COMISION-END.
            EXIT.

      * Libera al ordenamiento los admitidos del lote y de los
      * segundos llamados. ADMITIDOS.DAT es obligatorio;
      * ADMISEG.DAT no existe hasta el primer llamado.
        20-LIBERAR-ADMITIDOS.
            OPEN INPUT ADMIT-IN.
            IF WS-ADMIT-STATUS NOT EQUAL '00'
                MOVE 'S' TO WS-ERROR-FATAL
                DISPLAY 'ERROR AL ABRIR ADMITIDOS.DAT - STATUS '
                        WS-ADMIT-STATUS
            ELSE
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ ADMIT-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            ADD 1 TO WS-TOT-DEL-LOTE
                            MOVE 'L' TO S-ORIGEN
                            PERFORM 22-LIBERAR-UNO
                    END-READ
                END-PERFORM
                CLOSE ADMIT-IN
            END-IF.

            OPEN INPUT SEGADM-IN.
            IF WS-SEGADM-STATUS EQUAL '00'
                MOVE 'N' TO WS-FIN-ARCHIVO
                PERFORM UNTIL FIN-ARCHIVO
                    READ SEGADM-IN
                        AT END
                            MOVE 'S' TO WS-FIN-ARCHIVO
                        NOT AT END
                            ADD 1 TO WS-TOT-DEL-LLAMADO
                            MOVE SEGADM-REC TO ADMIT-REC
                            MOVE 'S' TO S-ORIGEN
                            PERFORM 22-LIBERAR-UNO
                    END-READ
                END-PERFORM
                CLOSE SEGADM-IN
            END-IF.
        20-LIBERAR-ADMITIDOS-END.
            EXIT.

      * El admitido que ya no ocupa su vacante (declino, la
      * vacante se libero o la condicional se revoco) no
      * compite por un lugar en las comisiones.
      * La condicion de ADMITIDOS.DAT y ADMISEG.DAT es la del
      * momento de la admision: si el maestro ya no tiene el
      * secundario en curso, ALUMTITU confirmo el titulo y el
      * admitido se informa como alta firme. Sin maestro se
      * conserva la condicion del archivo.
        22-LIBERAR-UNO.
            MOVE 'N' TO WS-DADO-DE-BAJA.
            MOVE 'N' TO WS-TITULO-CONFIRMADO.
            IF MASTER-DISPONIBLE
                MOVE ADMIT-ID TO MAST-ID
                READ MASTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF MAST-DECLINADO OR MAST-NOSHOW
                           OR MAST-REVOCADO
                            MOVE 'S' TO WS-DADO-DE-BAJA
                        END-IF
                        IF MAST-SECUNDARIO NOT EQUAL WSC-SECUND-CONDIC
                            MOVE 'S' TO WS-TITULO-CONFIRMADO
                        END-IF
                END-READ
            END-IF.

            IF DADO-DE-BAJA
                ADD 1 TO WS-TOT-DADOS-BAJA
            ELSE
                MOVE ADMIT-COD-CARRERA TO S-COD-CARRERA
                MOVE ADMIT-PUNTAJE     TO S-PUNTAJE
                MOVE ADMIT-ID          TO S-ID
                MOVE ADMIT-NOMBRE      TO S-NOMBRE
                MOVE ADMIT-CARRERA     TO S-EST-CARRERA
                MOVE ADMIT-CONDICION   TO S-CONDICION
                IF TITULO-CONFIRMADO
                    MOVE SPACE         TO S-CONDICION
                END-IF
                MOVE ADMIT-TURNOS      TO S-TURNOS
                RELEASE S-REC
            END-IF.
        22-LIBERAR-UNO-END.
            EXIT.

        25-CARGAR-ADMITIDOS.
            MOVE 'N' TO WS-FIN-ORDEN.
            PERFORM UNTIL FIN-ORDEN
                RETURN SORT-FILE
                    AT END
                        MOVE 'S' TO WS-FIN-ORDEN
                    NOT AT END
                        PERFORM 26-AGREGAR-ADMITIDO
                END-RETURN
            END-PERFORM.
        25-CARGAR-ADMITIDOS-END.
            EXIT.

      * Un admitido que desborda la tabla quedaria sin
      * comision y fuera de las listas: se aborta.
        26-AGREGAR-ADMITIDO.
            IF WS-ADM-CANT < 20000
                ADD 1 TO WS-ADM-CANT
                ADD 1 TO WS-TOT-ADMITIDOS
                MOVE S-ID          TO WS-ADM-ID (WS-ADM-CANT)
                MOVE S-NOMBRE      TO WS-ADM-NOMBRE (WS-ADM-CANT)
                MOVE S-EST-CARRERA TO WS-ADM-EST-CARR (WS-ADM-CANT)
                MOVE S-COD-CARRERA TO WS-ADM-CARRERA (WS-ADM-CANT)
                MOVE S-PUNTAJE     TO WS-ADM-PUNTAJE (WS-ADM-CANT)
                MOVE S-ORIGEN      TO WS-ADM-ORIGEN (WS-ADM-CANT)
                MOVE S-CONDICION   TO WS-ADM-CONDICION (WS-ADM-CANT)
                MOVE S-TURNOS      TO WS-ADM-TURNOS (WS-ADM-CANT)
                MOVE ZERO          TO WS-ADM-COMI-SUB (WS-ADM-CANT)
                MOVE SPACE         TO WS-ADM-RESULTADO (WS-ADM-CANT)
                MOVE ZERO          TO WS-ADM-PREF (WS-ADM-CANT)
                MOVE SPACES        TO WS-ADM-FECHA (WS-ADM-CANT)
            ELSE
                IF NOT ERROR-FATAL
                    MOVE 'S' TO WS-ERROR-FATAL
                    DISPLAY 'ADMITIDOS EXCEDEN LA TABLA DE TRABAJO '
                            '- AMPLIAR LA TABLA'
                END-IF
            END-IF.
        26-AGREGAR-ADMITIDO-END.
            EXIT.

      * Primera pasada: el admitido que ya tenia comision la
      * conserva mientras la comision siga en el catalogo de
      * su carrera y tenga lugar.
        30-CONSERVAR-ASIGNACION.
            MOVE 'N' TO WS-ANT-HALLADA.
            SET IDX-ANT TO 1.
            SEARCH WS-ANT-ENT
                AT END
                    CONTINUE
                WHEN WS-ANT-ID (IDX-ANT) EQUAL WS-ADM-ID (WS-ADM-SUB)
                    MOVE 'S' TO WS-ANT-HALLADA
                    SET WS-ANT-SUB TO IDX-ANT
            END-SEARCH.

            IF ANT-HALLADA
                MOVE 'N' TO WS-COMI-HALLADA
                IF WS-ANT-CARRERA (WS-ANT-SUB) EQUAL
                   WS-ADM-CARRERA (WS-ADM-SUB)
                    MOVE WS-ANT-CARRERA (WS-ANT-SUB)
                        TO WSV-COD-CARRERA-AUX
                    MOVE WS-ANT-COMISION (WS-ANT-SUB)
                        TO WSV-COMISION-AUX
                    PERFORM 15-BUSCAR-COMISION
                END-IF
                IF COMI-HALLADA
                   AND WS-COM-OCUPADOS (WS-COM-SUB) <
                       WS-COM-CAPACIDAD (WS-COM-SUB)
                    ADD 1 TO WS-COM-OCUPADOS (WS-COM-SUB)
                    ADD 1 TO WS-TOT-CONSERVADAS
                    MOVE WS-COM-SUB
                        TO WS-ADM-COMI-SUB (WS-ADM-SUB)
                    MOVE WS-ANT-RESULTADO (WS-ANT-SUB)
                        TO WS-ADM-RESULTADO (WS-ADM-SUB)
                    MOVE WS-ANT-PREF (WS-ANT-SUB)
                        TO WS-ADM-PREF (WS-ADM-SUB)
                    MOVE WS-ANT-FECHA (WS-ANT-SUB)
                        TO WS-ADM-FECHA (WS-ADM-SUB)
                ELSE
                    ADD 1 TO WS-TOT-REASIGNADAS
                    DISPLAY WS-ADM-ID (WS-ADM-SUB) ' '
                            WS-ADM-NOMBRE (WS-ADM-SUB)
                            ' PIERDE LA COMISION '
                            WS-ANT-COMISION (WS-ANT-SUB)
                            ' - SE REASIGNA'
                END-IF
            END-IF.
        30-CONSERVAR-ASIGNACION-END.
            EXIT.

      * Segunda pasada, por orden de merito: los turnos
      * preferidos en el orden declarado; sin lugar en ellos
      * (o sin turnos declarados), cualquier comision de la
      * carrera con lugar.
        40-ASIGNAR-COMISION.
            IF WS-ADM-COMI-SUB (WS-ADM-SUB) EQUAL ZERO
                MOVE ZERO TO WSV-ELEGIDA
                MOVE WS-FH-FECHA TO WS-ADM-FECHA (WS-ADM-SUB)
                MOVE ZERO TO WS-ADM-PREF (WS-ADM-SUB)
                MOVE WS-ADM-CARRERA (WS-ADM-SUB)
                    TO WSV-COD-CARRERA-AUX

                IF WS-ADM-TURNOS (WS-ADM-SUB) NOT EQUAL SPACES
                    PERFORM 42-PROBAR-PREFERENCIA
                        VARYING WSV-PREF-SUB FROM 1 BY 1
                        UNTIL WSV-PREF-SUB > 3
                           OR WSV-ELEGIDA NOT EQUAL ZERO
                END-IF

                IF WSV-ELEGIDA NOT EQUAL ZERO
                    MOVE 'P' TO WS-ADM-RESULTADO (WS-ADM-SUB)
                    ADD 1 TO WS-TOT-PREFERIDO
                ELSE
                    MOVE SPACE TO WSV-TURNO-BUSCADO
                    PERFORM 45-ELEGIR-COMISION
                    EVALUATE TRUE
                        WHEN WSV-ELEGIDA EQUAL ZERO
                            MOVE 'S' TO WS-ADM-RESULTADO (WS-ADM-SUB)
                            ADD 1 TO WS-TOT-SIN-COMISION
                            DISPLAY WS-ADM-ID (WS-ADM-SUB) ' '
                                    WS-ADM-NOMBRE (WS-ADM-SUB)
                                    ' SIN LUGAR EN LAS COMISIONES DE '
                                    WSV-COD-CARRERA-AUX
                        WHEN WS-ADM-TURNOS (WS-ADM-SUB) EQUAL SPACES
                            MOVE 'L' TO WS-ADM-RESULTADO (WS-ADM-SUB)
                            ADD 1 TO WS-TOT-LIBRE
                        WHEN OTHER
                            MOVE 'O' TO WS-ADM-RESULTADO (WS-ADM-SUB)
                            ADD 1 TO WS-TOT-OTRO-TURNO
                    END-EVALUATE
                END-IF

                IF WSV-ELEGIDA NOT EQUAL ZERO
                    ADD 1 TO WS-COM-OCUPADOS (WSV-ELEGIDA)
                    MOVE WSV-ELEGIDA TO WS-ADM-COMI-SUB (WS-ADM-SUB)
                END-IF
            END-IF.
        40-ASIGNAR-COMISION-END.
            EXIT.

        42-PROBAR-PREFERENCIA.
            MOVE WS-ADM-TURNO (WS-ADM-SUB WSV-PREF-SUB)
                TO WSV-TURNO-BUSCADO.
            IF WSV-TURNO-BUSCADO NOT EQUAL SPACE
                PERFORM 45-ELEGIR-COMISION
                IF WSV-ELEGIDA NOT EQUAL ZERO
                    MOVE WSV-PREF-SUB TO WS-ADM-PREF (WS-ADM-SUB)
                END-IF
            END-IF.
        42-PROBAR-PREFERENCIA-END.
            EXIT.

      * Elige en WSV-ELEGIDA la comision de la carrera con
      * mas lugares libres en el turno WSV-TURNO-BUSCADO (en
      * cualquier turno si viene en blanco); cero si no hay.
        45-ELEGIR-COMISION.
            MOVE ZERO TO WSV-ELEGIDA.
            MOVE ZERO TO WSV-LIBRES-ELEGIDA.
            PERFORM 46-COMPARAR-COMISION
                VARYING WS-COM-SUB FROM 1 BY 1
                UNTIL WS-COM-SUB > WS-COM-CANT.
        45-ELEGIR-COMISION-END.
            EXIT.

        46-COMPARAR-COMISION.
            IF WS-COM-CARRERA (WS-COM-SUB) EQUAL WSV-COD-CARRERA-AUX
               AND (WSV-TURNO-BUSCADO EQUAL SPACE
                    OR WS-COM-TURNO (WS-COM-SUB) EQUAL
                       WSV-TURNO-BUSCADO)
               AND WS-COM-OCUPADOS (WS-COM-SUB) <
                   WS-COM-CAPACIDAD (WS-COM-SUB)
                COMPUTE WSV-LIBRES = WS-COM-CAPACIDAD (WS-COM-SUB)
                                   - WS-COM-OCUPADOS (WS-COM-SUB)
                IF WSV-LIBRES > WSV-LIBRES-ELEGIDA
                    MOVE WS-COM-SUB TO WSV-ELEGIDA
                    MOVE WSV-LIBRES TO WSV-LIBRES-ELEGIDA
                END-IF
            END-IF.
        46-COMPARAR-COMISION-END.
            EXIT.

      * ASIGCOM.DAT se regraba completo: es la foto vigente de
      * las comisiones que recibe matriculacion.
        50-GRABAR-ASIGNACIONES.
            OPEN OUTPUT ASIG-FILE.
            IF WS-ASIG-STATUS NOT EQUAL '00'
                DISPLAY 'ERROR AL ABRIR ASIGCOM.DAT - STATUS '
                        WS-ASIG-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 52-GRABAR-ASIGNACION
                    VARYING WS-ADM-SUB FROM 1 BY 1
                    UNTIL WS-ADM-SUB > WS-ADM-CANT
                CLOSE ASIG-FILE
            END-IF.
        50-GRABAR-ASIGNACIONES-END.
            EXIT.

        52-GRABAR-ASIGNACION.
            MOVE WS-ADM-ID (WS-ADM-SUB)       TO ASIG-ID.
            MOVE WS-ADM-NOMBRE (WS-ADM-SUB)   TO ASIG-NOMBRE.
            MOVE WS-ADM-EST-CARR (WS-ADM-SUB) TO ASIG-ESTADO-CARRERA.
            MOVE WS-ADM-CARRERA (WS-ADM-SUB)  TO ASIG-COD-CARRERA.
            MOVE WS-ADM-FECHA (WS-ADM-SUB)    TO ASIG-FECHA-ADMISION.
            MOVE WSC-CICLO                    TO ASIG-CICLO.
            IF WS-ADM-CONDICION (WS-ADM-SUB) EQUAL 'C'
                MOVE 'C'                      TO ASIG-MOVIMIENTO
            ELSE
                MOVE 'A'                      TO ASIG-MOVIMIENTO
            END-IF.
            IF WS-ADM-COMI-SUB (WS-ADM-SUB) EQUAL ZERO
                MOVE SPACES TO ASIG-COMISION
                MOVE SPACE  TO ASIG-TURNO
            ELSE
                MOVE WS-ADM-COMI-SUB (WS-ADM-SUB) TO WS-COM-SUB
                MOVE WS-COM-CODIGO (WS-COM-SUB) TO ASIG-COMISION
                MOVE WS-COM-TURNO (WS-COM-SUB)  TO ASIG-TURNO
            END-IF.
            MOVE WS-ADM-RESULTADO (WS-ADM-SUB) TO ASIG-RESULTADO.
            MOVE WS-ADM-PREF (WS-ADM-SUB)      TO ASIG-PREF-TURNO.
            MOVE WS-ADM-PUNTAJE (WS-ADM-SUB)   TO ASIG-PUNTAJE.
            MOVE WS-ADM-TURNOS (WS-ADM-SUB)    TO ASIG-TURNOS.
            WRITE ASIG-REC.
        52-GRABAR-ASIGNACION-END.
            EXIT.

      * Una pagina por comision, con sus inscriptos en orden
      * de merito.
        60-LISTAS-POR-COMISION.
            OPEN OUTPUT LISTA-OUT.
            IF WS-LISTA-STATUS NOT EQUAL '00'
                DISPLAY 'ERROR AL ABRIR LISTCOM.DAT - STATUS '
                        WS-LISTA-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'LISTA DE COMISION - CICLO' TO ENC2-TITULO
                PERFORM 62-LISTAR-COMISION
                    VARYING WS-COM-SUB FROM 1 BY 1
                    UNTIL WS-COM-SUB > WS-COM-CANT
                CLOSE LISTA-OUT
            END-IF.
        60-LISTAS-POR-COMISION-END.
            EXIT.

        62-LISTAR-COMISION.
            PERFORM 85-NUEVA-PAGINA-LISTA.
            MOVE WS-COM-CARRERA (WS-COM-SUB) TO WSV-COD-CARRERA-AUX.
            PERFORM 14-BUSCAR-CARRERA.
            MOVE WS-COM-CARRERA (WS-COM-SUB) TO ECM-CARRERA.
            IF CARRERA-HALLADA
                MOVE WS-CARR-NOM (WS-CARR-SUB) TO ECM-CARR-NOMBRE
            ELSE
                MOVE SPACES TO ECM-CARR-NOMBRE
            END-IF.
            MOVE WS-COM-CODIGO (WS-COM-SUB) TO ECM-COMISION.
            MOVE WS-COM-TURNO (WS-COM-SUB) TO WSV-TURNO-BUSCADO.
            PERFORM 88-DESCRIBIR-TURNO.
            MOVE WSV-TURNO-DESC TO ECM-TURNO.
            MOVE WS-ENC-COMISION TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LISTA.
            MOVE SPACES TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LISTA.
            MOVE WS-ENC-COLUMNAS TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LISTA.

            MOVE ZERO TO WS-TOT-INSCRIPTOS.
            PERFORM 64-LISTAR-ALUMNO
                VARYING WS-ADM-SUB FROM 1 BY 1
                UNTIL WS-ADM-SUB > WS-ADM-CANT.

            MOVE SPACES TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LISTA.
            MOVE WS-TOT-INSCRIPTOS TO PIE-INSCRIPTOS.
            MOVE WS-COM-CAPACIDAD (WS-COM-SUB) TO PIE-CAPACIDAD.
            MOVE WS-PIE-COMISION TO LISTA-LINEA.
            PERFORM 80-ESCRIBIR-LISTA.
        62-LISTAR-COMISION-END.
            EXIT.

        64-LISTAR-ALUMNO.
            IF WS-ADM-COMI-SUB (WS-ADM-SUB) EQUAL WS-COM-SUB
                ADD 1 TO WS-TOT-INSCRIPTOS
                MOVE WS-TOT-INSCRIPTOS           TO DET-ALU-ORDEN
                MOVE WS-ADM-ID (WS-ADM-SUB)      TO DET-ALU-ID
                MOVE WS-ADM-NOMBRE (WS-ADM-SUB)  TO DET-ALU-NOMBRE
                MOVE WS-ADM-PUNTAJE (WS-ADM-SUB) TO DET-ALU-PUNTAJE
                EVALUATE WS-ADM-RESULTADO (WS-ADM-SUB)
                    WHEN 'P'
                        MOVE SPACES TO DET-ALU-PREF
                        STRING 'TURNO ' DELIMITED BY SIZE
                               WS-ADM-PREF (WS-ADM-SUB)
                                        DELIMITED BY SIZE
                            INTO DET-ALU-PREF
                    WHEN 'L'
                        MOVE 'SIN PEDIDO'   TO DET-ALU-PREF
                    WHEN OTHER
                        MOVE 'OTRO TURNO'   TO DET-ALU-PREF
                END-EVALUATE
                MOVE SPACES TO DET-ALU-OBSERV
                IF WS-ADM-CONDICION (WS-ADM-SUB) EQUAL 'C'
                    MOVE 'ADMISION CONDICIONAL' TO DET-ALU-OBSERV
                END-IF
                IF WS-ADM-ORIGEN (WS-ADM-SUB) EQUAL 'S'
                    IF DET-ALU-OBSERV EQUAL SPACES
                        MOVE 'SEGUNDO LLAMADO' TO DET-ALU-OBSERV
                    ELSE
                        MOVE 'CONDICIONAL - SEGUNDO LLAMADO'
                            TO DET-ALU-OBSERV
                    END-IF
                END-IF
                MOVE WS-DET-ALUMNO TO LISTA-LINEA
                PERFORM 80-ESCRIBIR-LISTA
            END-IF.
        64-LISTAR-ALUMNO-END.
            EXIT.

      * Los asesores llaman a quien no obtuvo ninguno de los
      * turnos que pidio o quedo sin comision.
        70-INFORME-SIN-TURNO.
            OPEN OUTPUT SINT-OUT.
            IF WS-SINT-STATUS NOT EQUAL '00'
                DISPLAY 'ERROR AL ABRIR SINTURNO.DAT - STATUS '
                        WS-SINT-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'ADMITIDOS SIN TURNO PEDIDO -' TO ENC2-TITULO
                MOVE WS-ENC-SIN-TURNO TO SINT-LINEA
                PERFORM 82-ESCRIBIR-SINTURNO
                MOVE WS-LINEA-GUIONES TO SINT-LINEA
                PERFORM 82-ESCRIBIR-SINTURNO
                PERFORM 72-INFORMAR-ADMITIDO
                    VARYING WS-ADM-SUB FROM 1 BY 1
                    UNTIL WS-ADM-SUB > WS-ADM-CANT

                MOVE SPACES TO SINT-LINEA
                PERFORM 82-ESCRIBIR-SINTURNO
                MOVE 'EN OTRO TURNO'        TO TOT-LEYENDA
                MOVE WS-TOT-OTRO-TURNO      TO TOT-CANTIDAD
                MOVE WS-LINEA-TOTAL         TO SINT-LINEA
                PERFORM 82-ESCRIBIR-SINTURNO
                MOVE 'SIN COMISION'         TO TOT-LEYENDA
                MOVE WS-TOT-SIN-COMISION    TO TOT-CANTIDAD
                MOVE WS-LINEA-TOTAL         TO SINT-LINEA
                PERFORM 82-ESCRIBIR-SINTURNO
                CLOSE SINT-OUT
            END-IF.
        70-INFORME-SIN-TURNO-END.
            EXIT.

        72-INFORMAR-ADMITIDO.
            IF WS-ADM-RESULTADO (WS-ADM-SUB) EQUAL 'O'
               OR WS-ADM-RESULTADO (WS-ADM-SUB) EQUAL 'S'
                MOVE WS-ADM-ID (WS-ADM-SUB)       TO DET-SIN-ID
                MOVE WS-ADM-NOMBRE (WS-ADM-SUB)   TO DET-SIN-NOMBRE
                MOVE WS-ADM-CARRERA (WS-ADM-SUB)  TO DET-SIN-CARRERA
                MOVE WS-ADM-PUNTAJE (WS-ADM-SUB)  TO DET-SIN-PUNTAJE
                MOVE WS-ADM-TURNOS (WS-ADM-SUB)   TO DET-SIN-PEDIDOS
                IF WS-ADM-COMI-SUB (WS-ADM-SUB) EQUAL ZERO
                    MOVE 'SIN COMISION' TO DET-SIN-ASIGNADO
                ELSE
                    MOVE WS-ADM-COMI-SUB (WS-ADM-SUB) TO WS-COM-SUB
                    MOVE WS-COM-TURNO (WS-COM-SUB)
                        TO WSV-TURNO-BUSCADO
                    PERFORM 88-DESCRIBIR-TURNO
                    MOVE SPACES TO DET-SIN-ASIGNADO
                    STRING WS-COM-CODIGO (WS-COM-SUB)
                                        DELIMITED BY SIZE
                           ' '          DELIMITED BY SIZE
                           WSV-TURNO-DESC DELIMITED BY SIZE
                        INTO DET-SIN-ASIGNADO
                END-IF
                MOVE SPACES TO DET-SIN-TELEFONO
                IF MASTER-DISPONIBLE
                    MOVE WS-ADM-ID (WS-ADM-SUB) TO MAST-ID
                    READ MASTER-FILE
                        INVALID KEY
                            MOVE 'SIN MAESTRO' TO DET-SIN-TELEFONO
                        NOT INVALID KEY
                            MOVE MAST-TELEFONO TO DET-SIN-TELEFONO
                    END-READ
                END-IF
                MOVE WS-DET-SIN-TURNO TO SINT-LINEA
                PERFORM 82-ESCRIBIR-SINTURNO
            END-IF.
        72-INFORMAR-ADMITIDO-END.
            EXIT.

        80-ESCRIBIR-LISTA.
            MOVE LISTA-LINEA TO WS-LINEA-PENDIENTE.
            IF WS-LIS-LINEA > WSC-LINEAS-POR-PAG
                PERFORM 85-NUEVA-PAGINA-LISTA
            END-IF.
            MOVE WS-LINEA-PENDIENTE TO LISTA-LINEA.
            WRITE LISTA-LINEA.
            ADD 1 TO WS-LIS-LINEA.
        80-ESCRIBIR-LISTA-END.
            EXIT.

        82-ESCRIBIR-SINTURNO.
            MOVE SINT-LINEA TO WS-LINEA-PENDIENTE.
            IF WS-SIN-LINEA > WSC-LINEAS-POR-PAG
                PERFORM 87-NUEVA-PAGINA-SINTURNO
            END-IF.
            MOVE WS-LINEA-PENDIENTE TO SINT-LINEA.
            WRITE SINT-LINEA.
            ADD 1 TO WS-SIN-LINEA.
        82-ESCRIBIR-SINTURNO-END.
            EXIT.

        85-NUEVA-PAGINA-LISTA.
            ADD 1 TO WS-LIS-PAGINA.
            MOVE WS-LIS-PAGINA TO ENC1-PAGINA.
            MOVE WS-ENCABEZADO-1 TO LISTA-LINEA.
            WRITE LISTA-LINEA.
            MOVE WS-ENCABEZADO-2 TO LISTA-LINEA.
            WRITE LISTA-LINEA.
            MOVE WS-LINEA-GUIONES TO LISTA-LINEA.
            WRITE LISTA-LINEA.
            MOVE 4 TO WS-LIS-LINEA.
        85-NUEVA-PAGINA-LISTA-END.
            EXIT.

        87-NUEVA-PAGINA-SINTURNO.
            ADD 1 TO WS-SIN-PAGINA.
            MOVE WS-SIN-PAGINA TO ENC1-PAGINA.
            MOVE WS-ENCABEZADO-1 TO SINT-LINEA.
            WRITE SINT-LINEA.
            MOVE WS-ENCABEZADO-2 TO SINT-LINEA.
            WRITE SINT-LINEA.
            MOVE WS-LINEA-GUIONES TO SINT-LINEA.
            WRITE SINT-LINEA.
            MOVE 4 TO WS-SIN-LINEA.
        87-NUEVA-PAGINA-SINTURNO-END.
            EXIT.

        88-DESCRIBIR-TURNO.
            EVALUATE WSV-TURNO-BUSCADO
                WHEN 'M'
                    MOVE 'MANANA' TO WSV-TURNO-DESC
                WHEN 'T'
                    MOVE 'TARDE'  TO WSV-TURNO-DESC
                WHEN 'N'
                    MOVE 'NOCHE'  TO WSV-TURNO-DESC
                WHEN OTHER
                    MOVE SPACES   TO WSV-TURNO-DESC
            END-EVALUATE.
        88-DESCRIBIR-TURNO-END.
            EXIT.

        90-REPORTE.
            DISPLAY ' '.
            DISPLAY '====== RESUMEN DE ASIGNACION DE COMISIONES ====='.
            DISPLAY 'ADMITIDOS DEL LOTE   : ' WS-TOT-DEL-LOTE.
            DISPLAY 'ADMITIDOS LLAMADOS   : ' WS-TOT-DEL-LLAMADO.
            DISPLAY 'DADOS DE BAJA        : ' WS-TOT-DADOS-BAJA.
            DISPLAY 'ADMITIDOS VIGENTES   : ' WS-TOT-ADMITIDOS.
            DISPLAY 'COMISION CONSERVADA  : ' WS-TOT-CONSERVADAS.
            DISPLAY 'COMISION REASIGNADA  : ' WS-TOT-REASIGNADAS.
            DISPLAY 'EN TURNO PREFERIDO   : ' WS-TOT-PREFERIDO.
            DISPLAY 'SIN TURNO DECLARADO  : ' WS-TOT-LIBRE.
            DISPLAY 'EN OTRO TURNO        : ' WS-TOT-OTRO-TURNO.
            DISPLAY 'SIN COMISION         : ' WS-TOT-SIN-COMISION.
            DISPLAY 'COMISIONES LISTADAS  : ' WS-COM-CANT.
            DISPLAY '============================================'.
        90-REPORTE-END.
            EXIT.

        99-REGISTRAR-FIN.
            MOVE 'F' TO WS-RCTL-FUNCION.
            MOVE RETURN-CODE TO WS-RCTL-RETORNO.
            CALL 'ALUMRCTL' USING WS-RCTL-FUNCION WS-RCTL-PROGRAMA
                WS-RCTL-CICLO WS-RCTL-RETORNO WS-RCTL-RESULTADO.
        99-REGISTRAR-FIN-END.
            EXIT.
