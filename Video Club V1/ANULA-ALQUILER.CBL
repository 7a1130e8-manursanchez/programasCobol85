               RECORD KEY IS BON-SOCIO
               FILE STATUS IS ESTADO-BONOS.

               SELECT OPTIONAL FIANZAS ASSIGN TO DISK "FIANZAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FZA-SALIDA
               FILE STATUS IS ESTADO-FIANZAS.

        DATA DIVISION.

        FILE SECTION.
           02 TCK-MORA PIC 9(4)V99.
           02 TCK-VENC PIC 9(8).

          FD FIANZAS LABEL RECORD STANDARD.
          01 REG-FIANZAS.
           02 FZA-SALIDA PIC X(8).
           02 FZA-SOCIO PIC X(5).
           02 FZA-PELI PIC X(6).
           02 FZA-EJEMPLAR PIC 99.
           02 FZA-IMPORTE PIC 9(4)V99.
           02 FZA-FORMA PIC X.
           02 FZA-FECHA PIC 9(8).
           02 FZA-ESTADO PIC X.
           02 FZA-FECHA-DEV PIC 9(8).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 REINTENTOS PIC 999.
        77 BLOQUEADO PIC X.
        77 RESPU PIC X.
        77 ESTADO-FIANZAS PIC XX.
        77 FIANZA-PANT PIC ZZZ9.99.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-ALQ-YMD PIC 9(8).
        77 SALIDA-ANU PIC X(8).
        77 COBRO-ANU PIC X(8).
        77 SOCIO-ANU PIC X(5).
        77 PELI-ANU PIC X(6).
        77 IMPORTE-ANU PIC 9(4)V99.
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC S9(7)V99.
        77 CAJ-FORMA PIC X.
        77 CNJ-MODO PIC X.
        77 CNJ-TARJETA PIC 9(6).
        77 CNJ-IMPORTE PIC 9(7)V99.
        77 CNJ-CLAVE PIC X(10).
        77 CNJ-SALDO PIC 9(7)V99.
        77 CNJ-RESULTADO PIC X.
        77 REGALO-PANT PIC ZZZZZ9.99.
        77 CGE-MODO PIC X.
        77 CGE-SOCIO PIC X(5).
        77 CGE-TICKET PIC 9(6).
        77 CGE-IMPORTE PIC 9(7)V99.
        77 CGE-RESULTADO PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'ANULA-ALQUILER'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        SCREEN SECTION.
          01 COLOR-PORTADA.
                 ACCEPT RESPU
               END-IF.
               OPEN I-O BONOS.
               OPEN I-O FIANZAS.

        PORTADA.
                DISPLAY COLOR-PORTADA

        PROCESAR-ANULACION.
                MOVE N-SALIDA TO SALIDA-ANU
                MOVE N-SALIDA TO COBRO-ANU
                MOVE CODI-SOCIO TO SOCIO-ANU
                MOVE CODI-PELI TO PELI-ANU
                MOVE PRECI-ALQ TO IMPORTE-ANU
                MOVE COD-PROMO-APLI TO PROMO-ANU
                MOVE MODO-TARIFA TO MODO-ANU
                MOVE REG-ALQUILER TO DTR-ANTES
                DELETE ALQUILER RECORD INVALID KEY
                  DISPLAY 'Error al anular el alquiler'
                  LINE 21 POSITION 15
                NOT INVALID KEY
                  MOVE 'ALQUILER' TO DTR-FICHERO
                  MOVE 'B' TO DTR-OPERACION
                  MOVE SPACES TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  PERFORM LIBERAR-PELICULA
                  PERFORM ANULAR-TICKET
                  PERFORM RESTAURAR-PREPAGO
                  PERFORM DEVOLVER-FIANZA
                  IF IMPORTE-ANU > 0
                    PERFORM ABONAR-EMPRESA
                    IF CGE-RESULTADO NOT = 'S'
                      PERFORM EXTORNAR-CAJA
                    END-IF
                  END-IF
                  MOVE 'ANULACION' TO AUD-OPERACION
                  MOVE 'ALQUILER' TO AUD-ENTIDAD
                  DISPLAY 'Aviso: no se encontro la pelicula'
                  LINE 21 POSITION 15
                NOT INVALID KEY
                  MOVE REG-PELICULA TO DTR-ANTES
                  IF COPIAS-ALQUILADAS > 0
                    SUBTRACT 1 FROM COPIAS-ALQUILADAS
                  END-IF
                  REWRITE REG-PELICULA INVALID KEY
                    DISPLAY 'Error al liberar la pelicula'
                    LINE 21 POSITION 15
                  NOT INVALID KEY
                    MOVE 'PELICULA' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-PELICULA TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-READ.

                END-PERFORM.

        REBAJAR-TICKET.
                MOVE TCK-SALIDA TO COBRO-ANU
                MOVE REG-TICKETS TO DTR-ANTES
                IF TCK-IMPORTE = IMPORTE-ANU
                 AND TCK-TITULO(1:5) NOT = 'CESTA'
                  MOVE 'ANU' TO TCK-TIPO
                END-IF
                REWRITE REG-TICKETS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'TICKETS' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-TICKETS TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                END-REWRITE.

        RESTAURAR-PREPAGO.
                  LINE 19 POSITION 21
                END-READ.

        ABONAR-EMPRESA.
                MOVE 'N' TO CGE-RESULTADO
                IF TICKET-MARCADO = 'S'
                  MOVE 'A' TO CGE-MODO
                  MOVE SOCIO-ANU TO CGE-SOCIO
                  MOVE NUM-TICKET TO CGE-TICKET
                  MOVE IMPORTE-ANU TO CGE-IMPORTE
                  CALL 'CARGO-EMPRESA' USING CGE-MODO CGE-SOCIO
                                             CGE-TICKET CGE-IMPORTE
                                             CGE-RESULTADO
                  CANCEL 'CARGO-EMPRESA'
                  IF CGE-RESULTADO = 'S'
                    DISPLAY 'Importe abonado en la cuenta de empresa'
                    LINE 18 POSITION 25
                  END-IF
                END-IF.

        EXTORNAR-CAJA.
                MOVE 'X' TO CNJ-MODO
                MOVE ZEROS TO CNJ-TARJETA
                MOVE IMPORTE-ANU TO CNJ-IMPORTE
                MOVE COBRO-ANU TO CNJ-CLAVE
                CALL 'CANJE-REGALO' USING CNJ-MODO CNJ-TARJETA
                                          CNJ-IMPORTE CNJ-CLAVE
                                          CNJ-SALDO CNJ-RESULTADO
                CANCEL 'CANJE-REGALO'
                IF CNJ-IMPORTE > 0
                  MOVE 'R' TO CAJ-FORMA
                  MOVE 'ANULACION' TO CAJ-TIPO
                  MOVE SALIDA-ANU TO CAJ-CLAVE
                  COMPUTE CAJ-IMPORTE = 0 - CNJ-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      CAJ-FORMA
                  CANCEL 'CAJA'
                  MOVE CNJ-IMPORTE TO REGALO-PANT
                  DISPLAY 'Abonado a tarjeta regalo:' LINE 17
                  POSITION 25
                  DISPLAY REGALO-PANT LINE 17 POSITION 51
                END-IF
                IF CNJ-IMPORTE < IMPORTE-ANU
                  MOVE ' ' TO RES-FORMA
                  DISPLAY 'Devolucion (E)fectivo/(T)arjeta?'
                  LINE 18 POSITION 25
                  PERFORM UNTIL FORMA-CONTESTADA
                     ACCEPT RES-FORMA LINE 18 POSITION 59
                  END-PERFORM
                  MOVE RES-FORMA TO CAJ-FORMA
                  MOVE 'ANULACION' TO CAJ-TIPO
                  MOVE SALIDA-ANU TO CAJ-CLAVE
                  COMPUTE CAJ-IMPORTE = CNJ-IMPORTE - IMPORTE-ANU
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      CAJ-FORMA
                  CANCEL 'CAJA'
                END-IF.

        DEVOLVER-FIANZA.
                MOVE SALIDA-ANU TO FZA-SALIDA
                READ FIANZAS INVALID KEY
                  MOVE SPACES TO FZA-ESTADO
                END-READ
                IF FZA-ESTADO = 'P'
                  MOVE 'D' TO FZA-ESTADO
                  MOVE FECHA-HOY-YMD TO FZA-FECHA-DEV
                  REWRITE REG-FIANZAS INVALID KEY
                    CONTINUE
                  END-REWRITE
                  MOVE 'FIANZAEQ' TO CAJ-TIPO
                  MOVE SALIDA-ANU TO CAJ-CLAVE
                  COMPUTE CAJ-IMPORTE = 0 - FZA-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      FZA-FORMA
                  CANCEL 'CAJA'
                  MOVE FZA-IMPORTE TO FIANZA-PANT
                  DISPLAY 'Fianza devuelta:' LINE 13 POSITION 25
                  DISPLAY FIANZA-PANT LINE 13 POSITION 45
                END-IF.

        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE ALQUILER.
                CLOSE TICKETS.
                CLOSE BONOS.
                CLOSE FIANZAS.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
