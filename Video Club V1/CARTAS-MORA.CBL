        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'CARTAS-MORA'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 LINEA-CARTA PIC X(80).

                READ SALDOS INVALID KEY
                  MOVE 'N' TO EXISTE-SALDO
                END-READ
                MOVE REG-SALDOS TO DTR-ANTES
                IF EXISTE-SALDO = 'N'
                  MOVE SPACES TO DTR-ANTES
                  MOVE SOCIO-ACTUAL TO SDO-SOCIO
                  MOVE ZEROS TO SALDO-SOCIO
                  MOVE 'A' TO SITUACION-SOCIO
                IF EXISTE-SALDO = 'N'
                  WRITE REG-SALDOS INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'SALDOS' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-SALDOS TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-WRITE
                ELSE
                  REWRITE REG-SALDOS INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'SALDOS' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-SALDOS TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-IF.

                IF HAY-IMPRESORA = 'S'
                  CLOSE IMPRE
                END-IF.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
