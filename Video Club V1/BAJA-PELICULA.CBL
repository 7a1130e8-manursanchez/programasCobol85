        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'BAJA-PELICULA'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        SCREEN SECTION.
          01 COLOR-PORTADA.
                END-PERFORM.

        BORRAR-PELICULA.
                MOVE REG-PELICULA TO DTR-ANTES
                DELETE PELICULA INVALID KEY
                  DISPLAY 'Error al borrar la ficha' LINE 21
                  POSITION 15
                NOT INVALID KEY
                  MOVE 'PELICULA' TO DTR-FICHERO
                  MOVE 'B' TO DTR-OPERACION
                  MOVE SPACES TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  DISPLAY 'Pelicula borrada correctamente' LINE 21
                  POSITION 15
                  MOVE 'BAJA' TO AUD-OPERACION
                END-DELETE.

        RETIRAR-PELICULA.
                MOVE REG-PELICULA TO DTR-ANTES
                MOVE 'B' TO DISPONIBLE
                REWRITE REG-PELICULA INVALID KEY
                  DISPLAY 'Error al dar de baja la ficha' LINE 21
                  POSITION 15
                NOT INVALID KEY
                  MOVE 'PELICULA' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-PELICULA TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  DISPLAY 'Pelicula retirada correctamente' LINE 21
                  POSITION 15
                  MOVE 'RETIRO' TO AUD-OPERACION
        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE ALQUILER.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
