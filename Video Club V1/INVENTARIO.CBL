           02 FECHA-EJE PIC 9(8).
           02 EJE-SUCURSAL PIC X(2).
           02 EJE-SUC-DESTINO PIC X(2).
           02 EJE-ALQUILERES PIC 9(5).
           02 EJE-ALQ-REVISION PIC 9(4).
           02 EJE-FECHA-REVISION PIC 9(8).

          FD ALQUILER LABEL RECORD STANDARD.
          01 REG-ALQUILER.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'INVENTARIO'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).
        77 BAJ-PELI PIC X(6).
        77 BAJ-EJE PIC 99.
        77 BAJ-MOTIVO PIC X.

        01 TABLA-CONTEO.
         02 LINEA-CONTEO OCCURS 999 TIMES.
                COMPUTE DIFERENCIA = CONTADAS - ESPERADAS
                IF DIFERENCIA NOT = 0
                  PERFORM MARCAR-EJEMPLARES-AJUSTE
                  MOVE REG-PELICULA TO DTR-ANTES
                  COMPUTE NUM-COPIAS =
                     CONTADAS + COPIAS-ALQUILADAS
                     + FUERA-SUCURSAL
                  REWRITE REG-PELICULA INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'PELICULA' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-PELICULA TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                    ADD 1 TO AJUSTES
                    MOVE 'AJUSTE' TO AUD-OPERACION
                    MOVE 'PELICULA' TO AUD-ENTIDAD
                  MOVE FECHA-HOY-YMD TO FECHA-EJE
                  MOVE SUCURSAL-ACTUAL TO EJE-SUCURSAL
                  MOVE SPACES TO EJE-SUC-DESTINO
                  MOVE ZEROS TO EJE-ALQUILERES
                  MOVE ZEROS TO EJE-ALQ-REVISION
                  MOVE ZEROS TO EJE-FECHA-REVISION
                  WRITE REG-EJEMPLAR INVALID KEY
                    CONTINUE
                  END-WRITE
                MOVE CLAVE-EJEMPLAR TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                MOVE EJE-PELI TO BAJ-PELI
                MOVE EJE-NUM TO BAJ-EJE
                MOVE 'P' TO BAJ-MOTIVO
                CALL 'BAJA-ACTIVO' USING BAJ-PELI BAJ-EJE BAJ-MOTIVO
                CANCEL 'BAJA-ACTIVO'.

        MARCAR-RECUPERADO.
                MOVE COD-PELI TO EJE-PELI
                    REWRITE REG-EJEMPLAR INVALID KEY
                      CONTINUE
                    END-REWRITE
                    MOVE EJE-PELI TO BAJ-PELI
                    MOVE EJE-NUM TO BAJ-EJE
                    MOVE 'R' TO BAJ-MOTIVO
                    CALL 'BAJA-ACTIVO' USING BAJ-PELI BAJ-EJE BAJ-MOTIVO
                    CANCEL 'BAJA-ACTIVO'
                    MOVE 'RECUPERA' TO AUD-OPERACION
                    MOVE 'EJEMPLAR' TO AUD-ENTIDAD
                    MOVE CLAVE-EJEMPLAR TO AUD-CLAVE
                CLOSE PELICULA.
                CLOSE EJEMPLAR.
                CLOSE ALQUILER.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
