        77 TOTAL-SESION PIC S9(7)V99 VALUE ZEROS.
        77 TOTAL-INGRESOS PIC 9(7)V99 VALUE ZEROS.
        77 TOTAL-GASTOS PIC 9(7)V99 VALUE ZEROS.
        77 TOTAL-DEPOSITOS PIC 9(7)V99 VALUE ZEROS.
        77 TOTAL-EFECTIVO PIC S9(7)V99 VALUE ZEROS.
        77 TOTAL-TARJETA PIC S9(7)V99 VALUE ZEROS.
        77 TOTAL-REGALO PIC S9(7)V99 VALUE ZEROS.
        77 EFECTIVO-CONTADO PIC 9(7)V99.
        77 DIFERENCIA PIC S9(7)V99.
        77 CONT-PANT PIC ZZZZ9.
                DISPLAY 'Gastos de la sesion.......:' LINE 10
                POSITION 15.
                DISPLAY IMP-PANT LINE 10 POSITION 45.
                MOVE TOTAL-DEPOSITOS TO IMP-PANT.
                DISPLAY 'Depositos al banco........:' LINE 11
                POSITION 15.
                DISPLAY IMP-PANT LINE 11 POSITION 45.
                MOVE TOTAL-EFECTIVO TO IMP-PANT.
                DISPLAY 'Efectivo segun caja.......:' LINE 12
                POSITION 15.
                DISPLAY 'Tarjeta segun caja........:' LINE 13
                POSITION 15.
                DISPLAY IMP-PANT LINE 13 POSITION 45.
                MOVE TOTAL-REGALO TO IMP-PANT.
                DISPLAY 'Canjes de tarjeta regalo..:' LINE 15
                POSITION 15.
                DISPLAY IMP-PANT LINE 15 POSITION 45.
                DISPLAY 'Efectivo contado..........:' LINE 9
                POSITION 15.
                ACCEPT EFECTIVO-CONTADO LINE 9 POSITION 45.
                MOVE ZEROS TO TOTAL-SESION
                MOVE ZEROS TO TOTAL-INGRESOS
                MOVE ZEROS TO TOTAL-GASTOS
                MOVE ZEROS TO TOTAL-DEPOSITOS
                MOVE ZEROS TO TOTAL-EFECTIVO
                MOVE ZEROS TO TOTAL-TARJETA
                MOVE ZEROS TO TOTAL-REGALO
                OPEN INPUT CAJA
                IF ESTADO-CAJA NOT = "00"
                  DISPLAY "Estado Del Archivo: "
                      END-IF
                      IF FECHA-CAJ = FECHA-SISTEMA
                       AND SUC-LINEA = SUCURSAL-ACTUAL
                       AND TIPO-CAJ NOT = 'DEPOFUERTE'
                        IF TIPO-CAJ = 'CIERRE'
                          MOVE ZEROS TO MOVIMIENTOS-HOY
                          MOVE ZEROS TO TOTAL-SESION
                          MOVE ZEROS TO TOTAL-INGRESOS
                          MOVE ZEROS TO TOTAL-GASTOS
                          MOVE ZEROS TO TOTAL-DEPOSITOS
                          MOVE ZEROS TO TOTAL-EFECTIVO
                          MOVE ZEROS TO TOTAL-TARJETA
                          MOVE ZEROS TO TOTAL-REGALO
                        ELSE
                          ADD 1 TO MOVIMIENTOS-HOY
                          ADD IMPORTE-CAJ TO TOTAL-SESION
                          EVALUATE TRUE
                            WHEN TIPO-CAJ = 'DEPOSITO'
                              SUBTRACT IMPORTE-CAJ FROM TOTAL-DEPOSITOS
                            WHEN IMPORTE-CAJ < 0
                              SUBTRACT IMPORTE-CAJ FROM TOTAL-GASTOS
                            WHEN OTHER
                              ADD IMPORTE-CAJ TO TOTAL-INGRESOS
                          END-EVALUATE
                          EVALUATE FORMA-CAJ
                            WHEN 'T'
                              ADD IMPORTE-CAJ TO TOTAL-TARJETA
                            WHEN 'R'
                              ADD IMPORTE-CAJ TO TOTAL-REGALO
                            WHEN 'B'
                              CONTINUE
                            WHEN OTHER
                              ADD IMPORTE-CAJ TO TOTAL-EFECTIVO
                          END-EVALUATE
                        END-IF
                      END-IF
                    END-READ
                  MOVE TOTAL-GASTOS TO IMPORTE-ARQ
                  WRITE REG-IMPRE FROM LINEA-ARQUEO
                  END-WRITE
                  MOVE 'Depositos al banco....:' TO CONCEPTO-ARQ
                  MOVE TOTAL-DEPOSITOS TO IMPORTE-ARQ
                  WRITE REG-IMPRE FROM LINEA-ARQUEO
                  END-WRITE
                  MOVE 'Total segun movimientos:' TO CONCEPTO-ARQ
                  MOVE TOTAL-SESION TO IMPORTE-ARQ
                  WRITE REG-IMPRE FROM LINEA-ARQUEO
                  MOVE TOTAL-TARJETA TO IMPORTE-ARQ
                  WRITE REG-IMPRE FROM LINEA-ARQUEO
                  END-WRITE
                  MOVE 'Canjes tarjeta regalo.:' TO CONCEPTO-ARQ
                  MOVE TOTAL-REGALO TO IMPORTE-ARQ
                  WRITE REG-IMPRE FROM LINEA-ARQUEO
                  END-WRITE
                  MOVE 'Efectivo contado......: ' TO CONCEPTO-ARQ
                  MOVE EFECTIVO-CONTADO TO IMPORTE-ARQ
                  WRITE REG-IMPRE FROM LINEA-ARQUEO
