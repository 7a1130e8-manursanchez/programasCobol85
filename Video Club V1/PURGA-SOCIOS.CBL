        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'PURGA-SOCIOS'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 CABECERA.
         02 FILLER PIC X(18) VALUE SPACES.
                END-PERFORM.

        ANONIMIZAR-SOCIO.
                MOVE REG-SOCIOS TO DTR-ANTES
                MOVE SPACES TO NOMBRE
                MOVE SPACES TO DIRECCION
                MOVE SPACES TO TELEFONO
                  DISPLAY 'Error al anonimizar ' COD-SOCIO
                  LINE 21 POSITION 15
                NOT INVALID KEY
                  MOVE 'SOCIOS' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-SOCIOS TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  ADD 1 TO CONT-PURGADOS
                  IF HAY-IMPRESORA = 'S'
                    MOVE COD-SOCIO TO SOC-PUR
        CERRAR-FICHERO.
                CLOSE SOCIOS.
                CLOSE ALQUILER.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
