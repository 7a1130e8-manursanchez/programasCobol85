         77 EXISTE-CONTROL PIC X.
         77 FECHA-HORA-SISTEMA PIC X(21).
         77 NUMERO-SPOOL PIC 9(6).
         77 DTR-PROGRAMA PIC X(18) VALUE 'SPOOL-REG'.
         77 DTR-FICHERO PIC X(8).
         77 DTR-OPERACION PIC X.
         77 DTR-ANTES PIC X(160).
         77 DTR-DESPUES PIC X(160).

        LINKAGE SECTION.
         77 LK-PROGRAMA PIC X(18).
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ.
                MOVE REG-CONTROL TO DTR-ANTES.
                IF EXISTE-CONTROL = 'N'
                  MOVE 'SPOOL' TO CTL-CLAVE
                  MOVE ZEROS TO CTL-VALOR
                IF EXISTE-CONTROL = 'N'
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
                END-IF.
                CLOSE CONTROL-FICH.
                  CONTINUE
                END-WRITE.
                CLOSE SPOOL.

          ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
