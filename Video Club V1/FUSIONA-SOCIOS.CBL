        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'FUSIONA-SOCIOS'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 LINEA-MOVSOCIO.
         02 FECHA-MOV PIC X(8).
                    IF CODI-SOCIO NOT = SOCIO-DUP
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      MOVE REG-ALQUILER TO DTR-ANTES
                      MOVE SOCIO-DESTINO TO CODI-SOCIO
                      REWRITE REG-ALQUILER INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        MOVE 'ALQUILER' TO DTR-FICHERO
                        MOVE 'M' TO DTR-OPERACION
                        MOVE REG-ALQUILER TO DTR-DESPUES
                        PERFORM ANOTAR-DIARIO
                        ADD 1 TO MOVIDOS
                      END-REWRITE
                      MOVE SOCIO-DUP TO CODI-SOCIO
                    IF CODI-SOCIO-H NOT = SOCIO-DUP
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      MOVE REG-ALQUILER-HIST TO DTR-ANTES
                      MOVE SOCIO-DESTINO TO CODI-SOCIO-H
                      REWRITE REG-ALQUILER-HIST INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        MOVE 'ALQ-HIST' TO DTR-FICHERO
                        MOVE 'M' TO DTR-OPERACION
                        MOVE REG-ALQUILER-HIST TO DTR-DESPUES
                        PERFORM ANOTAR-DIARIO
                        ADD 1 TO MOVIDOS
                      END-REWRITE
                      MOVE SOCIO-DUP TO CODI-SOCIO-H
                NOT INVALID KEY
                  MOVE SALDO-SOCIO TO SALDO-DUP
                  MOVE SITUACION-SOCIO TO SITUACION-DUP
                  MOVE REG-SALDOS TO DTR-ANTES
                  DELETE SALDOS RECORD INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'SALDOS' TO DTR-FICHERO
                    MOVE 'B' TO DTR-OPERACION
                    MOVE SPACES TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-DELETE
                END-READ
                IF SALDO-DUP NOT = 0 OR SITUACION-DUP = 'S'
                    MOVE ZEROS TO FECHA-CARTA
                    WRITE REG-SALDOS INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE SPACES TO DTR-ANTES
                      MOVE 'SALDOS' TO DTR-FICHERO
                      MOVE 'A' TO DTR-OPERACION
                      MOVE REG-SALDOS TO DTR-DESPUES
                      PERFORM ANOTAR-DIARIO
                    END-WRITE
                  NOT INVALID KEY
                    MOVE REG-SALDOS TO DTR-ANTES
                    ADD SALDO-DUP TO SALDO-SOCIO
                    IF SITUACION-DUP = 'S'
                      MOVE 'S' TO SITUACION-SOCIO
                    END-IF
                    REWRITE REG-SALDOS INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE 'SALDOS' TO DTR-FICHERO
                      MOVE 'M' TO DTR-OPERACION
                      MOVE REG-SALDOS TO DTR-DESPUES
                      PERFORM ANOTAR-DIARIO
                    END-REWRITE
                  END-READ
                END-IF.
                READ SOCIOS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE REG-SOCIOS TO DTR-ANTES
                  DELETE SOCIOS RECORD INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'SOCIOS' TO DTR-FICHERO
                    MOVE 'B' TO DTR-OPERACION
                    MOVE SPACES TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-DELETE
                END-READ.

                CLOSE SALDOS.
                CLOSE PUNTOS.
                CLOSE BONOS.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
