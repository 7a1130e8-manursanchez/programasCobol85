        IDENTIFICATION DIVISION.
         PROGRAM-ID. CANJE-REGALO.

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
         77 FECHA-SISTEMA PIC X(8).
         77 FECHA-HOY-YMD PIC 9(8).
         77 PERIODO-CERRADO PIC X.
         77 TIPO-MOVIMIENTO PIC X.
         77 FIN-MOVTARJ PIC X.
         77 TARJETA-CANJE PIC 9(6).
         77 PENDIENTE-EXTORNO PIC S9(7)V99.

        LINKAGE SECTION.
         77 LK-MODO PIC X.
         77 LK-TARJETA PIC 9(6).
         77 LK-IMPORTE PIC 9(7)V99.
         77 LK-CLAVE PIC X(10).
         77 LK-SALDO PIC 9(7)V99.
         77 LK-RESULTADO PIC X.

        PROCEDURE DIVISION USING LK-MODO LK-TARJETA LK-IMPORTE
                                 LK-CLAVE LK-SALDO LK-RESULTADO.
          INICIO.
                MOVE 'N' TO LK-RESULTADO.
                MOVE ZEROS TO LK-SALDO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                IF LK-MODO = 'R' OR LK-MODO = 'X'
                  CALL 'PERIODO' USING FECHA-HOY-YMD PERIODO-CERRADO
                  CANCEL 'PERIODO'
                  IF PERIODO-CERRADO = 'S'
                    MOVE 'P' TO LK-RESULTADO
                    MOVE ZEROS TO LK-IMPORTE
                    EXIT PROGRAM
                  END-IF
                END-IF.
                IF LK-MODO = 'X'
                  PERFORM EXTORNAR-CANJE
                  EXIT PROGRAM
                END-IF.
                OPEN I-O TARJREGALO.
                PERFORM COMPROBAR-TARJETA.
                IF LK-RESULTADO = 'S'
                  IF TRG-SALDO < LK-IMPORTE
                    MOVE TRG-SALDO TO LK-IMPORTE
                  END-IF
                  IF LK-MODO = 'R'
                    PERFORM ANOTAR-CANJE
                  END-IF
                ELSE
                  MOVE ZEROS TO LK-IMPORTE
                END-IF.
                CLOSE TARJREGALO.
            EXIT PROGRAM.

          COMPROBAR-TARJETA.
                MOVE LK-TARJETA TO TRG-NUMERO
                READ TARJREGALO INVALID KEY
                  MOVE 'N' TO LK-RESULTADO
                NOT INVALID KEY
                  MOVE TRG-SALDO TO LK-SALDO
                  EVALUATE TRUE
                    WHEN TRG-ESTADO = 'B'
                      MOVE 'B' TO LK-RESULTADO
                    WHEN TRG-ESTADO = 'C'
                      MOVE 'C' TO LK-RESULTADO
                    WHEN TRG-CADUCIDAD < FECHA-HOY-YMD
                      MOVE 'C' TO LK-RESULTADO
                    WHEN TRG-SALDO = 0
                      MOVE 'A' TO LK-RESULTADO
                    WHEN OTHER
                      MOVE 'S' TO LK-RESULTADO
                  END-EVALUATE
                END-READ.

          ANOTAR-CANJE.
                SUBTRACT LK-IMPORTE FROM TRG-SALDO
                MOVE FECHA-HOY-YMD TO TRG-FECHA-USO
                REWRITE REG-TARJREGALO INVALID KEY
                  MOVE 'N' TO LK-RESULTADO
                  MOVE ZEROS TO LK-IMPORTE
                NOT INVALID KEY
                  MOVE TRG-SALDO TO LK-SALDO
                  MOVE 'C' TO TIPO-MOVIMIENTO
                  PERFORM GRABAR-MOVIMIENTO
                END-REWRITE.

          EXTORNAR-CANJE.
                PERFORM BUSCAR-CANJE
                IF PENDIENTE-EXTORNO NOT > 0
                  MOVE ZEROS TO LK-IMPORTE
                ELSE
                  IF PENDIENTE-EXTORNO < LK-IMPORTE
                    MOVE PENDIENTE-EXTORNO TO LK-IMPORTE
                  END-IF
                  MOVE TARJETA-CANJE TO LK-TARJETA
                  OPEN I-O TARJREGALO
                  PERFORM COMPROBAR-TARJETA
                  IF LK-RESULTADO = 'S' OR LK-RESULTADO = 'A'
                    PERFORM ABONAR-EXTORNO
                  ELSE
                    MOVE ZEROS TO LK-IMPORTE
                  END-IF
                  CLOSE TARJREGALO
                END-IF.

          BUSCAR-CANJE.
                MOVE ZEROS TO PENDIENTE-EXTORNO
                MOVE ZEROS TO TARJETA-CANJE
                OPEN INPUT MOVTARJ
                IF ESTADO-MOVTARJ = "00"
                  MOVE 'N' TO FIN-MOVTARJ
                  PERFORM UNTIL FIN-MOVTARJ = 'S'
                    READ MOVTARJ AT END
                      MOVE 'S' TO FIN-MOVTARJ
                    NOT AT END
                      IF MTJ-CLAVE = LK-CLAVE
                        EVALUATE MTJ-TIPO
                          WHEN 'C'
                            ADD MTJ-IMPORTE TO PENDIENTE-EXTORNO
                            MOVE MTJ-TARJETA TO TARJETA-CANJE
                          WHEN 'X'
                            SUBTRACT MTJ-IMPORTE FROM PENDIENTE-EXTORNO
                        END-EVALUATE
                      END-IF
                    END-READ
                  END-PERFORM
                END-IF
                CLOSE MOVTARJ.

          ABONAR-EXTORNO.
                ADD LK-IMPORTE TO TRG-SALDO
                MOVE FECHA-HOY-YMD TO TRG-FECHA-USO
                REWRITE REG-TARJREGALO INVALID KEY
                  MOVE 'N' TO LK-RESULTADO
                  MOVE ZEROS TO LK-IMPORTE
                NOT INVALID KEY
                  MOVE 'S' TO LK-RESULTADO
                  MOVE TRG-SALDO TO LK-SALDO
                  MOVE 'X' TO TIPO-MOVIMIENTO
                  PERFORM GRABAR-MOVIMIENTO
                END-REWRITE.

          GRABAR-MOVIMIENTO.
                OPEN EXTEND MOVTARJ
                IF ESTADO-MOVTARJ NOT = "00"
                  OPEN OUTPUT MOVTARJ
                END-IF
                MOVE FECHA-HOY-YMD TO MTJ-FECHA
                MOVE LK-TARJETA TO MTJ-TARJETA
                MOVE TIPO-MOVIMIENTO TO MTJ-TIPO
                MOVE LK-IMPORTE TO MTJ-IMPORTE
                MOVE LK-CLAVE TO MTJ-CLAVE
                WRITE REG-MOVTARJ
                CLOSE MOVTARJ.
