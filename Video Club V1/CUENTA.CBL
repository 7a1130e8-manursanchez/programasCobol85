         77 ESTADO-MOVSOCIO PIC XX.
         77 FECHA-HORA-SISTEMA PIC X(21).
         77 EXISTE-SALDO PIC X.
         77 DTR-PROGRAMA PIC X(18) VALUE 'CUENTA'.
         77 DTR-FICHERO PIC X(8).
         77 DTR-OPERACION PIC X.
         77 DTR-ANTES PIC X(160).
         77 DTR-DESPUES PIC X(160).

         01 LINEA-MOVSOCIO.
          02 FECHA-MOV PIC X(8).
                READ SALDOS INVALID KEY
                  MOVE 'N' TO EXISTE-SALDO
                END-READ.
                MOVE REG-SALDOS TO DTR-ANTES.
                IF EXISTE-SALDO = 'N'
                  MOVE SPACES TO DTR-ANTES
                  MOVE LK-SOCIO TO SDO-SOCIO
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
                CLOSE SALDOS.
                WRITE REG-MOVSOCIO FROM LINEA-MOVSOCIO.
                CLOSE MOVSOCIO.
            EXIT PROGRAM.

          ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
