        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'ARCHIVA-ALQUILER'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).


        LINKAGE SECTION.
                END-IF.

        INICIAR-CHECKPOINT.
                MOVE REG-CONTROL TO DTR-ANTES
                MOVE ZEROS TO SALIDA-CHECKPOINT
                MOVE 'ARCHIVA' TO CTL-CLAVE
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
                  MOVE 'S' TO EXISTE-CONTROL
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

                READ CONTROL-FICH INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE REG-CONTROL TO DTR-ANTES
                  MOVE SALIDA-CHECKPOINT TO CTL-VALOR
                  MOVE 'E' TO CTL-ESTADO
                  REWRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-READ.

                READ CONTROL-FICH INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE REG-CONTROL TO DTR-ANTES
                  MOVE 'F' TO CTL-ESTADO
                  REWRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-READ.

                    ADD 1 TO CONT-COMPLETADOS
                  END-IF
                NOT INVALID KEY
                  MOVE SPACES TO DTR-ANTES
                  MOVE 'ALQ-HIST' TO DTR-FICHERO
                  MOVE 'A' TO DTR-OPERACION
                  MOVE REG-ALQUILER-HIST TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  PERFORM VERIFICAR-Y-BORRAR
                  IF VERIF-OK = 'S'
                    ADD 1 TO CONT-ARCHIVADOS
                END-READ.

        BORRAR-DEL-ACTIVO.
                  MOVE REG-ALQUILER TO DTR-ANTES
                  DELETE ALQUILER RECORD INVALID KEY
                    DISPLAY 'Error al borrar del activo '
                    N-SALIDA LINE 21 POSITION 15
                  NOT INVALID KEY
                    MOVE 'ALQUILER' TO DTR-FICHERO
                    MOVE 'B' TO DTR-OPERACION
                    MOVE SPACES TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                    MOVE 'S' TO VERIF-OK
                    MOVE FUNCTION NUMVAL(N-SALIDA-H)
                      TO SALIDA-CHECKPOINT
                CLOSE ALQUILER.
                CLOSE ALQUILER-HIST.
                CLOSE CONTROL-FICH.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
