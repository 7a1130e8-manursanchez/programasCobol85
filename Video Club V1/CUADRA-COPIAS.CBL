        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'CUADRA-COPIAS'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 CABECERA.
         02 FILLER PIC X(22) VALUE SPACES.
                  END-WRITE
                END-IF
                IF CORREGIR = 'S'
                  MOVE REG-PELICULA TO DTR-ANTES
                  MOVE ABIERTOS-CONTADOS TO COPIAS-ALQUILADAS
                  REWRITE REG-PELICULA INVALID KEY
                    DISPLAY 'Error al corregir ' COD-PELI
                    LINE 21 POSITION 15
                  NOT INVALID KEY
                    MOVE 'PELICULA' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-PELICULA TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                    ADD 1 TO CONT-CORREGIDAS
                    MOVE 'CUADRE' TO AUD-OPERACION
                    MOVE 'PELICULA' TO AUD-ENTIDAD
        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE ALQUILER.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
