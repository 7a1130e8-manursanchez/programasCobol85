        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'IMPORTA-PELICULAS'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 LINEA-PELICULA-EXP.
         02 COD-PELI-L PIC X(6).
                  MOVE 'CLAVE DUPLICADA AL GRABAR' TO MOTIVO-RECHAZO
                  PERFORM RECHAZAR-LINEA
                NOT INVALID KEY
                  MOVE SPACES TO DTR-ANTES
                  MOVE 'PELICULA' TO DTR-FICHERO
                  MOVE 'A' TO DTR-OPERACION
                  MOVE REG-PELICULA TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  ADD 1 TO CONT-CARGADAS
                  MOVE 'IMPORTA' TO AUD-OPERACION
                  MOVE 'PELICULA' TO AUD-ENTIDAD
                CLOSE NOVEDADES.
                CLOSE RECHAZOS.
                CLOSE GENEROS.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
