        IDENTIFICATION DIVISION.
          PROGRAM-ID. SALDO-TARJETAS.

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

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

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

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-TARJREGALO PIC XX.
        77 ESTADO-MOVTARJ PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FIN-FICH PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 TARJETAS-VIVAS PIC 9(5).
        77 SALDO-PENDIENTE PIC 9(9)V99.
        77 SALDO-BLOQUEADO PIC 9(9)V99.
        77 SALDO-VENCIDO PIC 9(9)V99.
        77 TOTAL-VENDIDO PIC 9(9)V99.
        77 TOTAL-CANJEADO PIC 9(9)V99.
        77 TOTAL-LIBERADO PIC 9(9)V99.
        77 CONT-PANT PIC ZZZZ9.
        77 IMPORTE-PANT PIC ZZZZZZZZ9.99.

        01 CABECERA.
         02 FILLER PIC X(10) VALUE SPACES.
         02 FILLER PIC X(39)
            VALUE "SALDOS VIVOS DE TARJETAS REGALO AL DIA ".
         02 CAB-FECHA PIC 9(8).

        01 CABECERA-LINEAS.
         02 FILLER PIC X(40)
            VALUE "NUMERO VENDIDA  CADUCA     IMPORTE     S".
         02 FILLER PIC X(40)
            VALUE "ALDO ESTADO".

        01 LINEA-TARJETA.
         02 LTR-NUMERO PIC 9(6).
         02 FILLER PIC X VALUE SPACES.
         02 LTR-VENTA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 LTR-CADUCA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 LTR-IMPORTE PIC ZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LTR-SALDO PIC ZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LTR-ESTADO PIC X(9).

        01 LINEA-IMPORTE.
         02 CONCEPTO-IMP PIC X(32).
         02 IMPORTE-IMP PIC ZZZZZZZZ9.99.

        01 LINEA-CUENTA.
         02 CONCEPTO-CNT PIC X(32).
         02 FILLER PIC X(7) VALUE SPACES.
         02 CUENTA-CNT PIC ZZZZ9.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                DISPLAY 'IMPRIMIR SALDOS DE TARJETAS (S/N)?' POSITION 20
                LINE 5.
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 56 LINE 5
                END-PERFORM.
                IF RES = 'S' OR RES = 's'
                  PERFORM ABRIR-FICHERO
                  IF ESTADO-IMPRESORA = '00'
                    PERFORM TOTALIZAR-MOVIMIENTOS
                    PERFORM LISTAR-TARJETAS
                    PERFORM IMPRIMIR-TOTALES
                    PERFORM MOSTRAR-TOTALES
                    DISPLAY 'Listado enviado al spool' LINE 21
                    POSITION 25
                  END-IF
                  PERFORM CERRAR-FICHERO
                END-IF.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' SALDOS DE TARJETAS REGALO ' LINE 2
                POSITION 26 REVERSE.

        ABRIR-FICHERO.
               OPEN INPUT TARJREGALO.
               IF ESTADO-TARJREGALO NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-TARJREGALO
                 ACCEPT RESPU
               END-IF.
               MOVE 'SALDO-TARJETAS' TO SPL-PROGRAMA.
               CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL.
               CANCEL 'SPOOL-REG'.
               OPEN OUTPUT IMPRE.
               IF ESTADO-IMPRESORA NOT = '00'
                 DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                 LINE 22 POSITION 29
               END-IF.

        TOTALIZAR-MOVIMIENTOS.
                MOVE ZEROS TO TOTAL-VENDIDO
                MOVE ZEROS TO TOTAL-CANJEADO
                MOVE ZEROS TO TOTAL-LIBERADO
                OPEN INPUT MOVTARJ
                IF ESTADO-MOVTARJ = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ MOVTARJ AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      EVALUATE MTJ-TIPO
                        WHEN 'V'
                          ADD MTJ-IMPORTE TO TOTAL-VENDIDO
                        WHEN 'C'
                          ADD MTJ-IMPORTE TO TOTAL-CANJEADO
                        WHEN 'X'
                          SUBTRACT MTJ-IMPORTE FROM TOTAL-CANJEADO
                        WHEN 'K'
                          ADD MTJ-IMPORTE TO TOTAL-LIBERADO
                      END-EVALUATE
                    END-READ
                  END-PERFORM
                  CLOSE MOVTARJ
                END-IF.

        LISTAR-TARJETAS.
                MOVE FECHA-HOY-YMD TO CAB-FECHA
                WRITE REG-IMPRE FROM CABECERA
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                WRITE REG-IMPRE FROM CABECERA-LINEAS
                END-WRITE
                MOVE ZEROS TO TARJETAS-VIVAS
                MOVE ZEROS TO SALDO-PENDIENTE
                MOVE ZEROS TO SALDO-BLOQUEADO
                MOVE ZEROS TO SALDO-VENCIDO
                MOVE ZEROS TO TRG-NUMERO
                MOVE 'N' TO FIN-FICH
                START TARJREGALO KEY IS > TRG-NUMERO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ TARJREGALO NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF TRG-ESTADO NOT = 'C' AND TRG-SALDO > 0
                      PERFORM LISTAR-UNA-TARJETA
                    END-IF
                  END-READ
                END-PERFORM.

        LISTAR-UNA-TARJETA.
                ADD 1 TO TARJETAS-VIVAS
                ADD TRG-SALDO TO SALDO-PENDIENTE
                MOVE TRG-NUMERO TO LTR-NUMERO
                MOVE TRG-FECHA-VENTA TO LTR-VENTA
                MOVE TRG-CADUCIDAD TO LTR-CADUCA
                MOVE TRG-IMPORTE TO LTR-IMPORTE
                MOVE TRG-SALDO TO LTR-SALDO
                EVALUATE TRUE
                  WHEN TRG-CADUCIDAD < FECHA-HOY-YMD
                    MOVE 'VENCIDA' TO LTR-ESTADO
                    ADD TRG-SALDO TO SALDO-VENCIDO
                  WHEN TRG-ESTADO = 'B'
                    MOVE 'BLOQUEADA' TO LTR-ESTADO
                    ADD TRG-SALDO TO SALDO-BLOQUEADO
                  WHEN OTHER
                    MOVE 'ACTIVA' TO LTR-ESTADO
                END-EVALUATE
                WRITE REG-IMPRE FROM LINEA-TARJETA
                END-WRITE.

        IMPRIMIR-TOTALES.
                MOVE SPACES TO REG-IMPRE
                WRITE REG-IMPRE
                END-WRITE
                MOVE 'Tarjetas con saldo vivo........:' TO CONCEPTO-CNT
                MOVE TARJETAS-VIVAS TO CUENTA-CNT
                WRITE REG-IMPRE FROM LINEA-CUENTA
                END-WRITE
                MOVE 'SALDO PENDIENTE DE CANJE.......:' TO CONCEPTO-IMP
                MOVE SALDO-PENDIENTE TO IMPORTE-IMP
                WRITE REG-IMPRE FROM LINEA-IMPORTE
                END-WRITE
                MOVE '  en tarjetas bloqueadas.......:' TO CONCEPTO-IMP
                MOVE SALDO-BLOQUEADO TO IMPORTE-IMP
                WRITE REG-IMPRE FROM LINEA-IMPORTE
                END-WRITE
                MOVE '  vencido pendiente de liberar.:' TO CONCEPTO-IMP
                MOVE SALDO-VENCIDO TO IMPORTE-IMP
                WRITE REG-IMPRE FROM LINEA-IMPORTE
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                MOVE 'Total vendido en tarjetas......:' TO CONCEPTO-IMP
                MOVE TOTAL-VENDIDO TO IMPORTE-IMP
                WRITE REG-IMPRE FROM LINEA-IMPORTE
                END-WRITE
                MOVE 'Total canjeado en mostrador....:' TO CONCEPTO-IMP
                MOVE TOTAL-CANJEADO TO IMPORTE-IMP
                WRITE REG-IMPRE FROM LINEA-IMPORTE
                END-WRITE
                MOVE 'Total liberado por caducidad...:' TO CONCEPTO-IMP
                MOVE TOTAL-LIBERADO TO IMPORTE-IMP
                WRITE REG-IMPRE FROM LINEA-IMPORTE
                END-WRITE.

        MOSTRAR-TOTALES.
                MOVE TARJETAS-VIVAS TO CONT-PANT
                DISPLAY 'Tarjetas con saldo vivo..:' LINE 8
                POSITION 20
                DISPLAY CONT-PANT LINE 8 POSITION 54
                MOVE SALDO-PENDIENTE TO IMPORTE-PANT
                DISPLAY 'Saldo pendiente de canje.:' LINE 10
                POSITION 20
                DISPLAY IMPORTE-PANT LINE 10 POSITION 47
                MOVE SALDO-BLOQUEADO TO IMPORTE-PANT
                DISPLAY 'En tarjetas bloqueadas...:' LINE 11
                POSITION 20
                DISPLAY IMPORTE-PANT LINE 11 POSITION 47
                MOVE SALDO-VENCIDO TO IMPORTE-PANT
                DISPLAY 'Vencido sin liberar......:' LINE 12
                POSITION 20
                DISPLAY IMPORTE-PANT LINE 12 POSITION 47.

        CERRAR-FICHERO.
                CLOSE TARJREGALO.
                CLOSE IMPRE.
