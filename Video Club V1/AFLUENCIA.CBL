                      IF FECHA-CAJ-NUM NOT < FECHA-DESDE
                       AND FECHA-CAJ-NUM NOT > FECHA-HASTA
                       AND TIPO-CAJ NOT = 'CIERRE'
                       AND TIPO-CAJ NOT = 'DEPOSITO'
                       AND TIPO-CAJ NOT = 'DEPOFUERTE'
                        PERFORM ACUMULAR-LINEA
                      END-IF
                    END-READ
