        85-BALANCEAR-CONTADORES.
            COMPUTE WS-TOT-RECHAZOS-CHK =
                CHKPT-TOT-RECH-EDAD + CHKPT-TOT-RECH-SECUND +
                CHKPT-TOT-RECH-CARRERA + CHKPT-TOT-RECH-EXAMEN.

      * Evaluados = cumplen + rechazos, segun los contadores de
      * la propia corrida.
