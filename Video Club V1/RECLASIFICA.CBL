        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'RECLASIFICA'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 PARAM-SISTEMA.
         02 PRM-CLAVE PIC X(8).
                END-IF.

        RECLASIFICAR-PELICULA.
                MOVE REG-PELICULA TO DTR-ANTES
                MOVE 2 TO CLASE-PRECIO
                MOVE 0175 TO PRECIO
                REWRITE REG-PELICULA INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'PELICULA' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-PELICULA TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  ADD 1 TO RECLASIFICADAS
                  MOVE 'CLASE' TO AUD-OPERACION
                  MOVE 'PELICULA' TO AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-REWRITE.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
