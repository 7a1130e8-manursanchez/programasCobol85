        IDENTIFICATION DIVISION.
          PROGRAM-ID. CADUCA-TARJETAS.

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

        WORKING-STORAGE SECTION.
        77 ESTADO-TARJREGALO PIC XX.
        77 ESTADO-MOVTARJ PIC XX.
        77 RESPU PIC X.
        77 FIN-FICH PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 CADUCADAS PIC 9(4).
        77 CADUCADAS-PANT PIC ZZZ9.
        77 IMPORTE-LIBERADO PIC 9(7)V99.
        77 IMPORTE-PANT PIC ZZZZZZ9.99.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        LINKAGE SECTION.
         77 LK-MODO-LOTE PIC X.

        PROCEDURE DIVISION USING LK-MODO-LOTE.
        INICIO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE ZEROS TO CADUCADAS.
                MOVE ZEROS TO IMPORTE-LIBERADO.
                OPEN I-O TARJREGALO.
                IF ESTADO-TARJREGALO NOT = "00"
                  IF LK-MODO-LOTE NOT = 'S'
                    DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-TARJREGALO
                    ACCEPT RESPU
                  END-IF
                ELSE
                  OPEN EXTEND MOVTARJ
                  IF ESTADO-MOVTARJ NOT = "00"
                    OPEN OUTPUT MOVTARJ
                  END-IF
                  PERFORM RECORRER-TARJETAS
                  CLOSE MOVTARJ
                  CLOSE TARJREGALO
                END-IF.
                IF LK-MODO-LOTE NOT = 'S'
                  MOVE CADUCADAS TO CADUCADAS-PANT
                  DISPLAY 'Tarjetas regalo caducadas:' LINE 20
                  POSITION 20
                  DISPLAY CADUCADAS-PANT LINE 20 POSITION 48
                  MOVE IMPORTE-LIBERADO TO IMPORTE-PANT
                  DISPLAY 'Saldo liberado a ingresos:' LINE 21
                  POSITION 20
                  DISPLAY IMPORTE-PANT LINE 21 POSITION 48
                  DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                  POSITION 28
                  ACCEPT RESPU LINE 23 POSITION 71
                END-IF.
              EXIT PROGRAM.

        RECORRER-TARJETAS.
                MOVE ZEROS TO TRG-NUMERO
                MOVE 'N' TO FIN-FICH
                START TARJREGALO KEY IS > TRG-NUMERO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ TARJREGALO NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF TRG-ESTADO NOT = 'C'
                     AND TRG-CADUCIDAD < FECHA-HOY-YMD
                      PERFORM CADUCAR-TARJETA
                    END-IF
                  END-READ
                END-PERFORM.

        CADUCAR-TARJETA.
                MOVE TRG-SALDO TO MTJ-IMPORTE
                MOVE ZEROS TO TRG-SALDO
                MOVE 'C' TO TRG-ESTADO
                MOVE FECHA-HOY-YMD TO TRG-FECHA-USO
                REWRITE REG-TARJREGALO INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  ADD 1 TO CADUCADAS
                  IF MTJ-IMPORTE > 0
                    ADD MTJ-IMPORTE TO IMPORTE-LIBERADO
                    MOVE FECHA-HOY-YMD TO MTJ-FECHA
                    MOVE TRG-NUMERO TO MTJ-TARJETA
                    MOVE 'K' TO MTJ-TIPO
                    MOVE 'CADUCIDAD' TO MTJ-CLAVE
                    WRITE REG-MOVTARJ
                  END-IF
                  MOVE 'CADUCA' TO AUD-OPERACION
                  MOVE 'TARJREGALO' TO AUD-ENTIDAD
                  MOVE TRG-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-REWRITE.
