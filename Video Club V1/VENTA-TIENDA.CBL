        IDENTIFICATION DIVISION.
          PROGRAM-ID. VENTA-TIENDA.

        DATA DIVISION.

        WORKING-STORAGE SECTION.
        77 ENTRADA-SOCIO PIC X(10).
        77 AVISO-TARJETA PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-NUM PIC 9(8).
        77 PERIODO-CERRADO PIC X.
        77 SOCIO-VENTA PIC X(5).
        77 CTD-MODO PIC X.
        77 CTD-MAX-LIN PIC 99.
        77 CTD-IMPORTE-ALQ PIC 9(7)V99.
        77 CTD-TOTAL PIC 9(7)V99.
        77 CTD-VENTA PIC 9(6).
        77 TOTAL-VENTA PIC 9(7)V99.
        77 CAJ-TIPO PIC X(10).
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC 9(7)V99.
        77 CAJ-FORMA PIC X.
        77 RES-FORMA PIC X.
         88 FORMA-CONTESTADA VALUE 'E' 'e' 'T' 't' 'C' 'c'
                                    'R' 'r'.
        77 CNJ-MODO PIC X.
        77 CNJ-TARJETA PIC 9(6).
        77 CNJ-IMPORTE PIC 9(7)V99.
        77 CNJ-CLAVE PIC X(10).
        77 CNJ-SALDO PIC 9(7)V99.
        77 CNJ-RESULTADO PIC X.
        77 RES-RESTO PIC X.
         88 RESTO-CONTESTADO VALUE 'E' 'e' 'T' 't'.
        77 FORMA-RESTO PIC X.
        77 IMPORTE-RESTO PIC 9(7)V99.
        77 REGALO-PANT PIC ZZZZZ9.99.
        77 CGE-MODO PIC X.
        77 CGE-SOCIO PIC X(5).
        77 CGE-TICKET PIC 9(6).
        77 CGE-IMPORTE PIC 9(7)V99.
        77 CGE-RESULTADO PIC X.
        77 TCK-SALIDA PIC X(8).
        77 TCK-SOCIO PIC X(5).
        77 TCK-FECHA PIC 9(8).
        77 TCK-IMPORTE PIC 9(7)V99.
        77 TCK-VENC PIC 9(8).
        77 TCK-BONO PIC X.
        77 TCK-BONO-RESTAN PIC 9(3).
        77 TCK-NUMERO PIC 9(6).

        01 TKL-LINEAS.
         02 TKL-NUM PIC 99.
         02 TKL-LIN OCCURS 10 TIMES.
          03 TKL-PELI PIC X(6).
          03 TKL-TITULO PIC X(30).
          03 TKL-IMPORTE PIC 9(4)V99.

        01 TKS-SUGERENCIAS.
         02 TKS-NUM PIC 9.
         02 TKS-TIT OCCURS 3 TIMES PIC X(30).

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE SPACES TO SOCIO-VENTA
                  MOVE SPACES TO ENTRADA-SOCIO
                  ACCEPT ENTRADA-SOCIO LINE 4 POSITION 47
                  PERFORM IDENTIFICAR-TARJETA
                  PERFORM TRAMITAR-VENTA
                  CANCEL 'CESTA-TIENDA'
                  DISPLAY 'DESEA REGISTRAR OTRA VENTA?' LINE 24
                  POSITION 20
                  ACCEPT OPC LINE 24 POSITION 49
                END-PERFORM.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' VENTA EN MOSTRADOR ' LINE 2 POSITION 29
                REVERSE
                DISPLAY 'Socio (opcional)...:' LINE 4 POSITION 25.

        TRAMITAR-VENTA.
                MOVE 'C' TO CTD-MODO
                MOVE 10 TO CTD-MAX-LIN
                MOVE ZEROS TO CTD-IMPORTE-ALQ
                MOVE 0 TO TKL-NUM
                CALL 'CESTA-TIENDA' USING CTD-MODO SOCIO-VENTA
                                          CTD-MAX-LIN CTD-IMPORTE-ALQ
                                          CTD-TOTAL CTD-VENTA
                                          TKL-LINEAS
                IF CTD-TOTAL > 0
                  DISPLAY "GRABAR VENTA (S/N)?" POSITION 30 LINE 20
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 51 LINE 20
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM GRABAR-VENTA
                  END-IF
                  MOVE ' ' TO RES
                END-IF.

        GRABAR-VENTA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FUNCTION NUMVAL(FECHA-SISTEMA) TO FECHA-NUM
                CALL 'PERIODO' USING FECHA-NUM PERIODO-CERRADO
                CANCEL 'PERIODO'
                IF PERIODO-CERRADO = 'S'
                  DISPLAY 'Periodo contable cerrado, avise al'
                  LINE 21 POSITION 15
                  DISPLAY 'supervisor' LINE 21 POSITION 50
                ELSE
                  PERFORM GRABAR-VENTA-REAL
                END-IF.

        GRABAR-VENTA-REAL.
                MOVE CTD-TOTAL TO TOTAL-VENTA
                PERFORM PEDIR-FORMA-PAGO
                MOVE 'G' TO CTD-MODO
                CALL 'CESTA-TIENDA' USING CTD-MODO SOCIO-VENTA
                                          CTD-MAX-LIN CTD-IMPORTE-ALQ
                                          CTD-TOTAL CTD-VENTA
                                          TKL-LINEAS
                IF CTD-VENTA = 0 OR CTD-TOTAL = 0
                  DISPLAY 'Error al grabar la venta' LINE 21
                  POSITION 15
                ELSE
                  MOVE CTD-TOTAL TO TOTAL-VENTA
                  IF CAJ-FORMA = 'R'
                    PERFORM CANJEAR-REGALO
                  ELSE
                    IF CAJ-FORMA NOT = 'C'
                      MOVE 'TIENDA' TO CAJ-TIPO
                      MOVE CTD-VENTA TO CAJ-CLAVE
                      MOVE TOTAL-VENTA TO CAJ-IMPORTE
                      CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                        CAJ-FORMA
                      CANCEL 'CAJA'
                    END-IF
                  END-IF
                  PERFORM EMITIR-TICKET
                  IF CAJ-FORMA = 'C'
                    PERFORM CARGAR-EMPRESA
                  END-IF
                END-IF.

        PEDIR-FORMA-PAGO.
                MOVE ' ' TO RES-FORMA
                DISPLAY 'Pago (E)fect/(T)arj/(C)ta empresa/(R)egalo?'
                LINE 21 POSITION 15
                PERFORM UNTIL FORMA-CONTESTADA
                   ACCEPT RES-FORMA LINE 21 POSITION 59
                   IF RES-FORMA = 'C' OR RES-FORMA = 'c'
                     PERFORM COMPROBAR-EMPRESA
                   END-IF
                   IF RES-FORMA = 'R' OR RES-FORMA = 'r'
                     PERFORM COMPROBAR-REGALO
                   END-IF
                END-PERFORM
                MOVE RES-FORMA TO CAJ-FORMA
                IF CAJ-FORMA = 'c'
                  MOVE 'C' TO CAJ-FORMA
                END-IF
                IF CAJ-FORMA = 'r'
                  MOVE 'R' TO CAJ-FORMA
                END-IF.

        COMPROBAR-EMPRESA.
                MOVE 'V' TO CGE-MODO
                MOVE SOCIO-VENTA TO CGE-SOCIO
                MOVE ZEROS TO CGE-TICKET
                MOVE TOTAL-VENTA TO CGE-IMPORTE
                CALL 'CARGO-EMPRESA' USING CGE-MODO CGE-SOCIO
                                           CGE-TICKET CGE-IMPORTE
                                           CGE-RESULTADO
                CANCEL 'CARGO-EMPRESA'
                EVALUATE CGE-RESULTADO
                  WHEN 'S'
                    DISPLAY '                                        '
                    LINE 22 POSITION 15
                  WHEN 'L'
                    DISPLAY 'Limite de credito de la empresa superado'
                    LINE 22 POSITION 15
                    MOVE ' ' TO RES-FORMA
                  WHEN 'B'
                    DISPLAY 'Cuenta de empresa no activa             '
                    LINE 22 POSITION 15
                    MOVE ' ' TO RES-FORMA
                  WHEN OTHER
                    DISPLAY 'Socio sin cuenta de empresa             '
                    LINE 22 POSITION 15
                    MOVE ' ' TO RES-FORMA
                END-EVALUATE.

        COMPROBAR-REGALO.
                DISPLAY 'Tarjeta regalo N.:                      '
                LINE 22 POSITION 15
                MOVE ZEROS TO CNJ-TARJETA
                ACCEPT CNJ-TARJETA LINE 22 POSITION 34
                MOVE 'V' TO CNJ-MODO
                MOVE TOTAL-VENTA TO CNJ-IMPORTE
                MOVE SPACES TO CNJ-CLAVE
                CALL 'CANJE-REGALO' USING CNJ-MODO CNJ-TARJETA
                                          CNJ-IMPORTE CNJ-CLAVE
                                          CNJ-SALDO CNJ-RESULTADO
                CANCEL 'CANJE-REGALO'
                EVALUATE CNJ-RESULTADO
                  WHEN 'S'
                    PERFORM PEDIR-RESTO
                  WHEN 'B'
                    DISPLAY 'Tarjeta regalo bloqueada                '
                    LINE 22 POSITION 15
                    MOVE ' ' TO RES-FORMA
                  WHEN 'C'
                    DISPLAY 'Tarjeta regalo caducada                 '
                    LINE 22 POSITION 15
                    MOVE ' ' TO RES-FORMA
                  WHEN 'A'
                    DISPLAY 'Tarjeta regalo sin saldo                '
                    LINE 22 POSITION 15
                    MOVE ' ' TO RES-FORMA
                  WHEN OTHER
                    DISPLAY 'Tarjeta regalo inexistente              '
                    LINE 22 POSITION 15
                    MOVE ' ' TO RES-FORMA
                END-EVALUATE.

        PEDIR-RESTO.
                MOVE 'E' TO FORMA-RESTO
                IF CNJ-IMPORTE < TOTAL-VENTA
                  COMPUTE IMPORTE-RESTO = TOTAL-VENTA - CNJ-IMPORTE
                  MOVE IMPORTE-RESTO TO REGALO-PANT
                  DISPLAY 'Resto a pagar:                          '
                  LINE 22 POSITION 15
                  DISPLAY REGALO-PANT LINE 22 POSITION 30
                  DISPLAY '(E/T)?' LINE 22 POSITION 40
                  MOVE ' ' TO RES-RESTO
                  PERFORM UNTIL RESTO-CONTESTADO
                     ACCEPT RES-RESTO LINE 22 POSITION 47
                  END-PERFORM
                  IF RES-RESTO = 'T' OR RES-RESTO = 't'
                    MOVE 'T' TO FORMA-RESTO
                  END-IF
                ELSE
                  MOVE CNJ-SALDO TO REGALO-PANT
                  DISPLAY 'Saldo tarjeta regalo:                   '
                  LINE 22 POSITION 15
                  DISPLAY REGALO-PANT LINE 22 POSITION 37
                END-IF.

        CANJEAR-REGALO.
                MOVE 'R' TO CNJ-MODO
                MOVE TOTAL-VENTA TO CNJ-IMPORTE
                MOVE CTD-VENTA TO CNJ-CLAVE
                CALL 'CANJE-REGALO' USING CNJ-MODO CNJ-TARJETA
                                          CNJ-IMPORTE CNJ-CLAVE
                                          CNJ-SALDO CNJ-RESULTADO
                CANCEL 'CANJE-REGALO'
                IF CNJ-IMPORTE > 0
                  MOVE 'TIENDA' TO CAJ-TIPO
                  MOVE CTD-VENTA TO CAJ-CLAVE
                  MOVE CNJ-IMPORTE TO CAJ-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                    CAJ-FORMA
                  CANCEL 'CAJA'
                END-IF
                IF CNJ-IMPORTE < TOTAL-VENTA
                  MOVE 'TIENDA' TO CAJ-TIPO
                  MOVE CTD-VENTA TO CAJ-CLAVE
                  COMPUTE CAJ-IMPORTE = TOTAL-VENTA - CNJ-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                    FORMA-RESTO
                  CANCEL 'CAJA'
                END-IF
                MOVE CNJ-IMPORTE TO REGALO-PANT
                DISPLAY 'Canjeado:                               '
                LINE 22 POSITION 15
                DISPLAY REGALO-PANT LINE 22 POSITION 25
                MOVE CNJ-SALDO TO REGALO-PANT
                DISPLAY 'Saldo:' LINE 22 POSITION 36
                DISPLAY REGALO-PANT LINE 22 POSITION 43.

        CARGAR-EMPRESA.
                MOVE 'C' TO CGE-MODO
                MOVE SOCIO-VENTA TO CGE-SOCIO
                MOVE TCK-NUMERO TO CGE-TICKET
                MOVE TOTAL-VENTA TO CGE-IMPORTE
                CALL 'CARGO-EMPRESA' USING CGE-MODO CGE-SOCIO
                                           CGE-TICKET CGE-IMPORTE
                                           CGE-RESULTADO
                CANCEL 'CARGO-EMPRESA'
                IF CGE-RESULTADO = 'S'
                  DISPLAY 'Cargado en la cuenta de empresa'
                  LINE 21 POSITION 15
                ELSE
                  DISPLAY 'Aviso: cargo a empresa no registrado'
                  LINE 21 POSITION 15
                END-IF.

        EMITIR-TICKET.
                MOVE CTD-VENTA TO TCK-SALIDA
                MOVE SOCIO-VENTA TO TCK-SOCIO
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FUNCTION NUMVAL(FECHA-SISTEMA) TO TCK-FECHA
                MOVE TOTAL-VENTA TO TCK-IMPORTE
                MOVE ZEROS TO TCK-VENC
                MOVE 'N' TO TCK-BONO
                MOVE ZEROS TO TCK-BONO-RESTAN
                MOVE 0 TO TKS-NUM
                CALL 'TICKET-LOTE' USING TCK-SALIDA TCK-SOCIO
                                    TCK-FECHA TCK-IMPORTE TCK-VENC
                                    TKL-LINEAS TCK-BONO
                                    TCK-BONO-RESTAN
                                    TKS-SUGERENCIAS TCK-NUMERO
                CANCEL 'TICKET-LOTE'
                DISPLAY 'Venta N.:' LINE 23 POSITION 15
                DISPLAY CTD-VENTA LINE 23 POSITION 25
                DISPLAY 'Ticket N.:' LINE 23 POSITION 35
                DISPLAY TCK-NUMERO LINE 23 POSITION 46.

        IDENTIFICAR-TARJETA.
                DISPLAY ' ' LINE 23 POSITION 15 ERASE EOL
                CALL 'IDENTIFICA-SOCIO' USING ENTRADA-SOCIO SOCIO-VENTA
                                              AVISO-TARJETA
                CANCEL 'IDENTIFICA-SOCIO'
                EVALUATE TRUE
                  WHEN AVISO-TARJETA = 'N'
                    DISPLAY 'Tarjeta no reconocida' LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'A'
                    DISPLAY 'TARJETA ANULADA, pida otra identificacion'
                    LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'C'
                    DISPLAY 'AVISO: carnet de socio caducado'
                    LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'S'
                    DISPLAY 'AVISO: socio suspendido por morosidad'
                    LINE 23 POSITION 15
                END-EVALUATE.
