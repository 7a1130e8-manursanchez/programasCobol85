        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'CIERRE-PERIODO'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        SCREEN SECTION.
          01 COLOR-PORTADA.
                END-READ.

        GRABAR-PERIODO.
                MOVE REG-CONTROL TO DTR-ANTES
                MOVE 'PERIODO' TO CTL-CLAVE
                MOVE FECHA-LIMITE TO CTL-VALOR
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  WRITE REG-CONTROL INVALID KEY
                    DISPLAY 'Error de escritura en disco'
                    LINE 21 POSITION 21
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-WRITE
                ELSE
                  REWRITE REG-CONTROL INVALID KEY
                    DISPLAY 'Error de escritura en disco'
                    LINE 21 POSITION 21
                  NOT INVALID KEY
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-IF
                MOVE 'CIERRE' TO AUD-OPERACION

        CERRAR-FICHERO.
                CLOSE CONTROL-FICH.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
