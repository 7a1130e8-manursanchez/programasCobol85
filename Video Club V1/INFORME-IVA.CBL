                      IF FECHA-CAJ-NUM NOT < FECHA-DESDE
                       AND FECHA-CAJ-NUM NOT > FECHA-HASTA
                       AND TIPO-CAJ NOT = 'CIERRE'
                       AND TIPO-CAJ NOT = 'DEPOSITO'
                       AND TIPO-CAJ NOT = 'DEPOFUERTE'
                        ADD IMPORTE-CAJ TO TOTAL-CAJA
                        ADD IVA-CAJ TO IVA-CAJA
                      END-IF
