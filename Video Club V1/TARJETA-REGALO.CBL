        IDENTIFICATION DIVISION.
          PROGRAM-ID. TARJETA-REGALO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL TARJREGALO ASSIGN TO DISK
                                             "TARJREGALO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRG-NUMERO
               FILE STATUS IS ESTADO-TARJREGALO.

               SELECT OPTIONAL MOVTARJ ASSIGN TO DISK "MOVTARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-MOVTARJ.

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

        DATA DIVISION.

        FILE SECTION.
          FD TARJREGALO LABEL RECORD STANDARD.
          01 REG-TARJREGALO.
           02 TRG-NUMERO PIC 9(6).
           02 TRG-FECHA-VENTA PIC 9(8).
           02 TRG-CADUCIDAD PIC 9(8).
           02 TRG-IMPORTE PIC 9(5)V99.
           02 TRG-SALDO PIC 9(5)V99.
           02 TRG-ESTADO PIC X.
           02 TRG-FECHA-USO PIC 9(8).

          FD MOVTARJ LABEL RECORD STANDARD.
          01 REG-MOVTARJ.
           02 MTJ-FECHA PIC 9(8).
           02 MTJ-TARJETA PIC 9(6).
           02 MTJ-TIPO PIC X.
           02 MTJ-IMPORTE PIC 9(7)V99.
           02 MTJ-CLAVE PIC X(10).

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

        WORKING-STORAGE SECTION.
        77 ESTADO-TARJREGALO PIC XX.
        77 ESTADO-MOVTARJ PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 EXISTE-TARJETA PIC X.
        77 EXISTE-CONTROL PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 RES-FORMA PIC X.
         88 FORMA-CONTESTADA VALUE 'E' 'e' 'T' 't'.
        77 MODO-TARJ PIC 9.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-CADUCA PIC 9(8).
        77 CAD-INT PIC S9(9) COMP.
        77 DIAS-VALIDEZ PIC 999 VALUE 365.
        77 PERIODO-CERRADO PIC X.
        77 NUM-TARJETA PIC 9(6).
        77 IMPORTE-TARJETA PIC 9(5)V99.
        77 IMPORTE-PANT PIC ZZZZ9.99.
        77 TIPO-MOV PIC X.
        77 IMPORTE-MOV PIC 9(7)V99.
        77 CAJ-TIPO PIC X(10).
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC S9(7)V99.
        77 CAJ-FORMA PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 TCK-TIPO PIC X(3).
        77 TCK-SALIDA PIC X(8).
        77 TCK-SOCIO PIC X(5).
        77 TCK-PELI PIC X(6).
        77 TCK-TITULO PIC X(30).
        77 TCK-FECHA PIC 9(8).
        77 TCK-IMPORTE PIC 9(7)V99.
        77 TCK-MORA PIC 9(4)V99.
        77 TCK-VENC PIC 9(8).
        77 TCK-NUMERO PIC 9(6).
        77 DTR-PROGRAMA PIC X(18) VALUE 'TARJETA-REGALO'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                PERFORM ABRIR-FICHERO.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE 0 TO MODO-TARJ
                  PERFORM UNTIL MODO-TARJ > 0 AND MODO-TARJ < 4
                    ACCEPT MODO-TARJ LINE 8 POSITION 47
                  END-PERFORM
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  EVALUATE MODO-TARJ
                    WHEN 1
                      PERFORM VENDER-TARJETA
                    WHEN 2
                      PERFORM CONSULTAR-TARJETA
                    WHEN 3
                      PERFORM BLOQUEAR-TARJETA
                  END-EVALUATE
                  DISPLAY 'DESEA OTRA OPERACION?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 43
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O TARJREGALO.
               IF ESTADO-TARJREGALO NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-TARJREGALO
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' TARJETAS REGALO ' LINE 2 POSITION 31
                REVERSE
                DISPLAY '1: Vender tarjeta regalo' LINE 4 POSITION 25
                DISPLAY '2: Consultar saldo' LINE 5 POSITION 25
                DISPLAY '3: Bloquear / desbloquear' LINE 6
                POSITION 25
                DISPLAY 'Opcion.............:' LINE 8 POSITION 25.

        VENDER-TARJETA.
                DISPLAY 'Importe............:' LINE 10 POSITION 25
                MOVE ZEROS TO IMPORTE-TARJETA
                ACCEPT IMPORTE-TARJETA LINE 10 POSITION 47
                IF IMPORTE-TARJETA = 0
                  DISPLAY 'Importe obligatorio' LINE 21 POSITION 21
                ELSE
                  COMPUTE CAD-INT =
                     FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                     + DIAS-VALIDEZ
                  MOVE FUNCTION DATE-OF-INTEGER(CAD-INT)
                    TO FECHA-CADUCA
                  DISPLAY 'Caduca.............:' LINE 12 POSITION 25
                  DISPLAY FECHA-CADUCA LINE 12 POSITION 47
                  DISPLAY "GRABAR VENTA DE TARJETA (S/N)?" POSITION 25
                  LINE 19
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 56 LINE 19
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM GRABAR-TARJETA
                  END-IF
                  MOVE ' ' TO RES
                END-IF.

        GRABAR-TARJETA.
                CALL 'PERIODO' USING FECHA-HOY-YMD PERIODO-CERRADO
                CANCEL 'PERIODO'
                IF PERIODO-CERRADO = 'S'
                  DISPLAY 'Periodo contable cerrado, avise al'
                  LINE 21 POSITION 15
                  DISPLAY 'supervisor' LINE 21 POSITION 50
                ELSE
                  PERFORM OBTENER-NUMERO-TARJETA
                  MOVE NUM-TARJETA TO TRG-NUMERO
                  MOVE FECHA-HOY-YMD TO TRG-FECHA-VENTA
                  MOVE FECHA-CADUCA TO TRG-CADUCIDAD
                  MOVE IMPORTE-TARJETA TO TRG-IMPORTE
                  MOVE IMPORTE-TARJETA TO TRG-SALDO
                  MOVE 'A' TO TRG-ESTADO
                  MOVE ZEROS TO TRG-FECHA-USO
                  WRITE REG-TARJREGALO INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  NOT INVALID KEY
                    PERFORM GUARDAR-NUMERO-TARJETA
                    PERFORM PEDIR-FORMA-PAGO
                    MOVE 'TARJREGALO' TO CAJ-TIPO
                    MOVE TRG-NUMERO TO CAJ-CLAVE
                    MOVE IMPORTE-TARJETA TO CAJ-IMPORTE
                    CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      CAJ-FORMA
                    CANCEL 'CAJA'
                    MOVE 'V' TO TIPO-MOV
                    MOVE IMPORTE-TARJETA TO IMPORTE-MOV
                    PERFORM GRABAR-MOVIMIENTO
                    MOVE 'VENTA' TO AUD-OPERACION
                    MOVE 'TARJREGALO' TO AUD-ENTIDAD
                    MOVE TRG-NUMERO TO AUD-CLAVE
                    CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                            AUD-CLAVE
                    CANCEL 'AUDITORIA'
                    PERFORM EMITIR-TICKET-TARJETA
                    DISPLAY 'Tarjeta N..........:' LINE 14
                    POSITION 25
                    DISPLAY TRG-NUMERO LINE 14 POSITION 47
                    DISPLAY 'Tarjeta regalo registrada' LINE 21
                    POSITION 21
                  END-WRITE
                END-IF.

        OBTENER-NUMERO-TARJETA.
                OPEN I-O CONTROL-FICH
                MOVE 'S' TO EXISTE-CONTROL
                MOVE 'TARJREG' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                IF EXISTE-CONTROL = 'N'
                  MOVE ZEROS TO CTL-VALOR
                END-IF
                CLOSE CONTROL-FICH
                COMPUTE NUM-TARJETA = CTL-VALOR + 1
                MOVE 'S' TO EXISTE-TARJETA
                PERFORM UNTIL EXISTE-TARJETA = 'N'
                  MOVE NUM-TARJETA TO TRG-NUMERO
                  READ TARJREGALO INVALID KEY
                    MOVE 'N' TO EXISTE-TARJETA
                  END-READ
                  IF EXISTE-TARJETA = 'S'
                    ADD 1 TO NUM-TARJETA
                  END-IF
                END-PERFORM.

        GUARDAR-NUMERO-TARJETA.
                OPEN I-O CONTROL-FICH
                MOVE 'S' TO EXISTE-CONTROL
                MOVE 'TARJREG' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                MOVE REG-CONTROL TO DTR-ANTES
                MOVE NUM-TARJETA TO CTL-VALOR
                MOVE FECHA-HOY-YMD TO CTL-FECHA
                IF EXISTE-CONTROL = 'N'
                  MOVE 'TARJREG' TO CTL-CLAVE
                  MOVE SPACE TO CTL-ESTADO
                  WRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
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

        PEDIR-FORMA-PAGO.
                MOVE ' ' TO RES-FORMA
                DISPLAY 'Pago (E)fectivo/(T)arjeta?' LINE 16
                POSITION 25
                PERFORM UNTIL FORMA-CONTESTADA
                   ACCEPT RES-FORMA LINE 16 POSITION 53
                END-PERFORM
                MOVE RES-FORMA TO CAJ-FORMA.

        EMITIR-TICKET-TARJETA.
                MOVE 'TRG' TO TCK-TIPO
                MOVE TRG-NUMERO TO TCK-SALIDA
                MOVE SPACES TO TCK-SOCIO
                MOVE SPACES TO TCK-PELI
                MOVE SPACES TO TCK-TITULO
                STRING 'TARJETA REGALO CADUCA ' DELIMITED BY SIZE
                       TRG-CADUCIDAD DELIMITED BY SIZE
                       INTO TCK-TITULO
                MOVE FECHA-HOY-YMD TO TCK-FECHA
                MOVE IMPORTE-TARJETA TO TCK-IMPORTE
                MOVE ZEROS TO TCK-MORA
                MOVE ZEROS TO TCK-VENC
                CALL 'TICKET' USING TCK-TIPO TCK-SALIDA TCK-SOCIO
                                    TCK-PELI TCK-TITULO TCK-FECHA
                                    TCK-IMPORTE TCK-MORA TCK-VENC
                                    TCK-NUMERO
                CANCEL 'TICKET'
                DISPLAY 'Ticket N...........:' LINE 17 POSITION 25
                DISPLAY TCK-NUMERO LINE 17 POSITION 47.

        CONSULTAR-TARJETA.
                PERFORM LEER-TARJETA
                IF EXISTE-TARJETA = 'N'
                  DISPLAY 'Esa tarjeta no existe' LINE 21 POSITION 21
                ELSE
                  PERFORM MOSTRAR-TARJETA
                END-IF.

        LEER-TARJETA.
                DISPLAY 'Tarjeta N..........:' LINE 10 POSITION 25
                MOVE ZEROS TO TRG-NUMERO
                ACCEPT TRG-NUMERO LINE 10 POSITION 47
                MOVE 'S' TO EXISTE-TARJETA
                READ TARJREGALO INVALID KEY
                  MOVE 'N' TO EXISTE-TARJETA
                END-READ.

        MOSTRAR-TARJETA.
                DISPLAY 'Vendida el.........:' LINE 11 POSITION 25
                DISPLAY TRG-FECHA-VENTA LINE 11 POSITION 47
                MOVE TRG-IMPORTE TO IMPORTE-PANT
                DISPLAY 'Importe inicial....:' LINE 12 POSITION 25
                DISPLAY IMPORTE-PANT LINE 12 POSITION 47
                MOVE TRG-SALDO TO IMPORTE-PANT
                DISPLAY 'Saldo disponible...:' LINE 13 POSITION 25
                DISPLAY IMPORTE-PANT LINE 13 POSITION 47
                DISPLAY 'Caduca.............:' LINE 14 POSITION 25
                DISPLAY TRG-CADUCIDAD LINE 14 POSITION 47
                DISPLAY 'Estado.............:' LINE 15 POSITION 25
                EVALUATE TRUE
                  WHEN TRG-ESTADO = 'B'
                    DISPLAY 'BLOQUEADA' LINE 15 POSITION 47
                  WHEN TRG-ESTADO = 'C'
                    DISPLAY 'CADUCADA ' LINE 15 POSITION 47
                  WHEN TRG-CADUCIDAD < FECHA-HOY-YMD
                    DISPLAY 'CADUCADA ' LINE 15 POSITION 47
                  WHEN OTHER
                    DISPLAY 'ACTIVA   ' LINE 15 POSITION 47
                END-EVALUATE.

        BLOQUEAR-TARJETA.
                PERFORM LEER-TARJETA
                IF EXISTE-TARJETA = 'N'
                  DISPLAY 'Esa tarjeta no existe' LINE 21 POSITION 21
                ELSE
                  PERFORM MOSTRAR-TARJETA
                  IF TRG-ESTADO = 'C'
                    DISPLAY 'Tarjeta caducada, no se modifica'
                    LINE 21 POSITION 21
                  ELSE
                    IF TRG-ESTADO = 'B'
                      DISPLAY "DESBLOQUEAR LA TARJETA (S/N)?"
                      POSITION 25 LINE 19
                    ELSE
                      DISPLAY "BLOQUEAR LA TARJETA (S/N)?   "
                      POSITION 25 LINE 19
                    END-IF
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 56 LINE 19
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                      PERFORM CAMBIAR-BLOQUEO
                    END-IF
                    MOVE ' ' TO RES
                  END-IF
                END-IF.

        CAMBIAR-BLOQUEO.
                IF TRG-ESTADO = 'B'
                  MOVE 'A' TO TRG-ESTADO
                  MOVE 'D' TO TIPO-MOV
                  MOVE 'DESBLOQUEA' TO AUD-OPERACION
                ELSE
                  MOVE 'B' TO TRG-ESTADO
                  MOVE 'B' TO TIPO-MOV
                  MOVE 'BLOQUEA' TO AUD-OPERACION
                END-IF
                REWRITE REG-TARJREGALO INVALID KEY
                  DISPLAY 'Error de escritura en disco' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE TRG-SALDO TO IMPORTE-MOV
                  PERFORM GRABAR-MOVIMIENTO
                  MOVE 'TARJREGALO' TO AUD-ENTIDAD
                  MOVE TRG-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  PERFORM MOSTRAR-TARJETA
                  DISPLAY 'Tarjeta actualizada' LINE 21 POSITION 21
                END-REWRITE.

        GRABAR-MOVIMIENTO.
                OPEN EXTEND MOVTARJ
                IF ESTADO-MOVTARJ NOT = "00"
                  OPEN OUTPUT MOVTARJ
                END-IF
                MOVE FECHA-HOY-YMD TO MTJ-FECHA
                MOVE TRG-NUMERO TO MTJ-TARJETA
                MOVE TIPO-MOV TO MTJ-TIPO
                MOVE IMPORTE-MOV TO MTJ-IMPORTE
                MOVE SPACES TO MTJ-CLAVE
                WRITE REG-MOVTARJ
                CLOSE MOVTARJ.

        CERRAR-FICHERO.
                CLOSE TARJREGALO.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
