                WHEN 'CARRERA'
                    MOVE 'ESTADO DE CARRERA NO ADMISIBLE'
                        TO NOTIF-DETALLE
                WHEN 'AUSENTE'
                    MOVE 'AUSENTE EN UNA MATERIA DEL EXAMEN'
                        TO NOTIF-DETALLE
                WHEN 'MINIMO'
                    MOVE 'NO ALCANZA LA NOTA MINIMA EN UNA MATERIA'
                        TO NOTIF-DETALLE
                WHEN OTHER
                    MOVE 'NO CUMPLE LOS REQUISITOS DEL CICLO'
                        TO NOTIF-DETALLE
