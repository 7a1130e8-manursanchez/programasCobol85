        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'LIMPIA-GENEROS'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 TABLA-CANON.
         02 CAN-ENTRY OCCURS 50 TIMES.
                END-PERFORM.

        EXAMINAR-GENERO.
                MOVE REG-PELICULA TO DTR-ANTES
                MOVE 'N' TO CANON-HALLADO
                PERFORM VARYING IDX-CAN FROM 1 BY 1
                        UNTIL IDX-CAN > NUM-CANON
                REWRITE REG-PELICULA INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'PELICULA' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-PELICULA TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  ADD 1 TO CORREGIDAS
                  MOVE 'GENERO' TO AUD-OPERACION
                  MOVE 'PELICULA' TO AUD-ENTIDAD
                CLOSE PELICULA.
                CLOSE GENEROS.
                CLOSE IMPRE.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
