        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'ALT-PEL'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        SCREEN SECTION.
          01 COLOR-PORTADA.
                    POSITION 15
                    DISPLAY 'ficha no grabada ' LINE 21 POSITION 43
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
                    MOVE 'PELICULA' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-PELICULA TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                    MOVE 'ALTA' TO AUD-OPERACION
                    MOVE 'PELICULA' TO AUD-ENTIDAD
                    MOVE COD-PELI TO AUD-CLAVE
                CLOSE REPARTO.
                CLOSE GENEROS.


        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
