           02 CTL-FECHA PIC 9(8).

        WORKING-STORAGE SECTION.
        77 ENTRADA-SOCIO PIC X(10).
        77 AVISO-TARJETA PIC X.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-VENTAS PIC XX.
        77 ESTADO-CONTROL PIC XX.
         02 PRM-IVA-VENTA PIC 99.
        77 PERIODO-CERRADO PIC X.
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
        77 TCK-TIPO PIC X(3).
        77 TCK-SALIDA PIC X(8).
        77 TCK-SOCIO PIC X(5).
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'VENTA'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).
        77 EJE-VENTA PIC 99.
        77 BAJ-PELI PIC X(6).
        77 BAJ-EJE PIC 99.
        77 BAJ-MOTIVO PIC X.

        SCREEN SECTION.
          01 COLOR-PORTADA.
                ACCEPT PRECIO-VENTA LINE 8 POSITION 47
                DISPLAY 'Socio (opcional)...:' LINE 10 POSITION 25
                MOVE SPACES TO SOCIO-VENTA
                MOVE SPACES TO ENTRADA-SOCIO
                ACCEPT ENTRADA-SOCIO LINE 10 POSITION 47
                PERFORM IDENTIFICAR-TARJETA
                DISPLAY 'Ejemplar vendido...:' LINE 12 POSITION 25
                MOVE NUM-COPIAS TO EJE-VENTA
                ACCEPT EJE-VENTA LINE 12 POSITION 47 UPDATE
                DISPLAY "GRABAR VENTA (S/N)?" POSITION 30 LINE 19
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 51 LINE 19
                  DISPLAY 'Error de escritura en disco' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE SPACES TO DTR-ANTES
                  MOVE 'VENTAS' TO DTR-FICHERO
                  MOVE 'A' TO DTR-OPERACION
                  MOVE REG-VENTAS TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  PERFORM RETIRAR-COPIA
                  PERFORM PEDIR-FORMA-PAGO
                  IF CAJ-FORMA = 'R'
                    PERFORM CANJEAR-REGALO
                  ELSE
                    IF CAJ-FORMA NOT = 'C'
                      MOVE 'VENTA' TO CAJ-TIPO
                      MOVE NUM-VENTA TO CAJ-CLAVE
                      MOVE PRECIO-VENTA TO CAJ-IMPORTE
                      CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                        CAJ-FORMA
                      CANCEL 'CAJA'
                    END-IF
                  END-IF
                  PERFORM EMITIR-TICKET-VENTA
                  IF CAJ-FORMA = 'C'
                    PERFORM CARGAR-EMPRESA
                  END-IF
                  MOVE 'VENTA' TO AUD-OPERACION
                  MOVE 'PELICULA' TO AUD-ENTIDAD
                  MOVE COD-PELI TO AUD-CLAVE

        PEDIR-FORMA-PAGO.
                MOVE ' ' TO RES-FORMA
                DISPLAY 'Pago (E)fect/(T)arj/(C)ta empresa/(R)egalo?'
                LINE 15 POSITION 25
                PERFORM UNTIL FORMA-CONTESTADA
                   ACCEPT RES-FORMA LINE 15 POSITION 69
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
                MOVE PRECIO-VENTA TO CGE-IMPORTE
                CALL 'CARGO-EMPRESA' USING CGE-MODO CGE-SOCIO
                                           CGE-TICKET CGE-IMPORTE
                                           CGE-RESULTADO
                CANCEL 'CARGO-EMPRESA'
                EVALUATE CGE-RESULTADO
                  WHEN 'S'
                    DISPLAY '                                        '
                    LINE 16 POSITION 25
                  WHEN 'L'
                    DISPLAY 'Limite de credito de la empresa superado'
                    LINE 16 POSITION 25
                    MOVE ' ' TO RES-FORMA
                  WHEN 'B'
                    DISPLAY 'Cuenta de empresa no activa             '
                    LINE 16 POSITION 25
                    MOVE ' ' TO RES-FORMA
                  WHEN OTHER
                    DISPLAY 'Socio sin cuenta de empresa             '
                    LINE 16 POSITION 25
                    MOVE ' ' TO RES-FORMA
                END-EVALUATE.

        COMPROBAR-REGALO.
                DISPLAY 'Tarjeta regalo N.:                      '
                LINE 16 POSITION 25
                MOVE ZEROS TO CNJ-TARJETA
                ACCEPT CNJ-TARJETA LINE 16 POSITION 44
                MOVE 'V' TO CNJ-MODO
                MOVE PRECIO-VENTA TO CNJ-IMPORTE
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
                    LINE 16 POSITION 25
                    MOVE ' ' TO RES-FORMA
                  WHEN 'C'
                    DISPLAY 'Tarjeta regalo caducada                 '
                    LINE 16 POSITION 25
                    MOVE ' ' TO RES-FORMA
                  WHEN 'A'
                    DISPLAY 'Tarjeta regalo sin saldo                '
                    LINE 16 POSITION 25
                    MOVE ' ' TO RES-FORMA
                  WHEN OTHER
                    DISPLAY 'Tarjeta regalo inexistente              '
                    LINE 16 POSITION 25
                    MOVE ' ' TO RES-FORMA
                END-EVALUATE.

        PEDIR-RESTO.
                MOVE 'E' TO FORMA-RESTO
                IF CNJ-IMPORTE < PRECIO-VENTA
                  COMPUTE IMPORTE-RESTO = PRECIO-VENTA - CNJ-IMPORTE
                  MOVE IMPORTE-RESTO TO REGALO-PANT
                  DISPLAY 'Resto a pagar:                          '
                  LINE 16 POSITION 25
                  DISPLAY REGALO-PANT LINE 16 POSITION 40
                  DISPLAY '(E/T)?' LINE 16 POSITION 50
                  MOVE ' ' TO RES-RESTO
                  PERFORM UNTIL RESTO-CONTESTADO
                     ACCEPT RES-RESTO LINE 16 POSITION 57
                  END-PERFORM
                  IF RES-RESTO = 'T' OR RES-RESTO = 't'
                    MOVE 'T' TO FORMA-RESTO
                  END-IF
                ELSE
                  MOVE CNJ-SALDO TO REGALO-PANT
                  DISPLAY 'Saldo tarjeta regalo:                   '
                  LINE 16 POSITION 25
                  DISPLAY REGALO-PANT LINE 16 POSITION 47
                END-IF.

        CANJEAR-REGALO.
                MOVE 'R' TO CNJ-MODO
                MOVE PRECIO-VENTA TO CNJ-IMPORTE
                MOVE NUM-VENTA TO CNJ-CLAVE
                CALL 'CANJE-REGALO' USING CNJ-MODO CNJ-TARJETA
                                          CNJ-IMPORTE CNJ-CLAVE
                                          CNJ-SALDO CNJ-RESULTADO
                CANCEL 'CANJE-REGALO'
                IF CNJ-IMPORTE > 0
                  MOVE 'VENTA' TO CAJ-TIPO
                  MOVE NUM-VENTA TO CAJ-CLAVE
                  MOVE CNJ-IMPORTE TO CAJ-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                    CAJ-FORMA
                  CANCEL 'CAJA'
                END-IF
                IF CNJ-IMPORTE < PRECIO-VENTA
                  MOVE 'VENTA' TO CAJ-TIPO
                  MOVE NUM-VENTA TO CAJ-CLAVE
                  COMPUTE CAJ-IMPORTE = PRECIO-VENTA - CNJ-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                    FORMA-RESTO
                  CANCEL 'CAJA'
                END-IF
                MOVE CNJ-IMPORTE TO REGALO-PANT
                DISPLAY 'Canjeado:                               '
                LINE 16 POSITION 25
                DISPLAY REGALO-PANT LINE 16 POSITION 35
                MOVE CNJ-SALDO TO REGALO-PANT
                DISPLAY 'Saldo:' LINE 16 POSITION 46
                DISPLAY REGALO-PANT LINE 16 POSITION 53.

        CARGAR-EMPRESA.
                MOVE 'C' TO CGE-MODO
                MOVE SOCIO-VENTA TO CGE-SOCIO
                MOVE TCK-NUMERO TO CGE-TICKET
                MOVE PRECIO-VENTA TO CGE-IMPORTE
                CALL 'CARGO-EMPRESA' USING CGE-MODO CGE-SOCIO
                                           CGE-TICKET CGE-IMPORTE
                                           CGE-RESULTADO
                CANCEL 'CARGO-EMPRESA'
                IF CGE-RESULTADO = 'S'
                  DISPLAY 'Cargado en la cuenta de empresa '
                  LINE 16 POSITION 25
                ELSE
                  DISPLAY 'Aviso: cargo a empresa no registrado'
                  LINE 16 POSITION 25
                END-IF.

        OBTENER-NUMERO-VENTA.
                OPEN I-O CONTROL-FICH
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                MOVE REG-CONTROL TO DTR-ANTES
                IF EXISTE-CONTROL = 'N'
                  MOVE SPACES TO DTR-ANTES
                  MOVE 'VENTA' TO CTL-CLAVE
                  MOVE ZEROS TO CTL-VALOR
                  MOVE SPACE TO CTL-ESTADO
                IF EXISTE-CONTROL = 'N'
                  WRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-WRITE
                ELSE
                  REWRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-IF
                CLOSE CONTROL-FICH.

        RETIRAR-COPIA.
                MOVE REG-PELICULA TO DTR-ANTES
                IF EJE-VENTA > 0
                  MOVE COD-PELI TO BAJ-PELI
                  MOVE EJE-VENTA TO BAJ-EJE
                  MOVE 'V' TO BAJ-MOTIVO
                  CALL 'BAJA-ACTIVO' USING BAJ-PELI BAJ-EJE BAJ-MOTIVO
                  CANCEL 'BAJA-ACTIVO'
                END-IF
                IF NUM-COPIAS > 0
                  SUBTRACT 1 FROM NUM-COPIAS
                END-IF
                REWRITE REG-PELICULA INVALID KEY
                  DISPLAY 'Error al actualizar la pelicula'
                  LINE 21 POSITION 15
                NOT INVALID KEY
                  MOVE 'PELICULA' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-PELICULA TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                END-REWRITE.

        EMITIR-TICKET-VENTA.
        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE VENTAS.

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

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
