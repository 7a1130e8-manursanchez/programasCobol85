           02 FECHA-EJE PIC 9(8).
           02 EJE-SUCURSAL PIC X(2).
           02 EJE-SUC-DESTINO PIC X(2).
           02 EJE-ALQUILERES PIC 9(5).
           02 EJE-ALQ-REVISION PIC 9(4).
           02 EJE-FECHA-REVISION PIC 9(8).

          FD TICKETS LABEL RECORD STANDARD.
          01 REG-TICKETS.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'VERIFICA-FICHEROS'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 LINEA-CAJA.
         02 FECHA-CAJ PIC X(8).
                  IF SALDO-SOCIO = 0
                    MOVE 'SALDO CERO SIN SOCIO' TO INF-NOTA
                    IF MODO-REPARAR = 'S' OR MODO-REPARAR = 's'
                      MOVE REG-SALDOS TO DTR-ANTES
                      DELETE SALDOS RECORD INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        MOVE 'SALDOS' TO DTR-FICHERO
                        MOVE 'B' TO DTR-OPERACION
                        MOVE SPACES TO DTR-DESPUES
                        PERFORM ANOTAR-DIARIO
                      END-DELETE
                      ADD 1 TO REPARADAS
                      MOVE 'BORRADO' TO INF-ACCION
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF TCK-TIPO = 'ALQ' OR TCK-TIPO = 'VEN'
                     OR TCK-TIPO = 'BON' OR TCK-TIPO = 'TRG'
                     OR TCK-TIPO = 'TDA'
                      MOVE TCK-FECHA TO FECHA-TRABAJO
                      MOVE TCK-IMPORTE TO IMPORTE-DIA
                      PERFORM SUMAR-DIA-TICKETS
                    NOT AT END
                      IF TIPO-CAJ = 'ALQUILER'
                       OR TIPO-CAJ = 'VENTA'
                       OR TIPO-CAJ = 'TIENDA'
                       OR TIPO-CAJ = 'BONO'
                       OR TIPO-CAJ = 'TARJREGALO'
                       OR TIPO-CAJ = 'ANULACION'
                        MOVE FECHA-CAJ TO FECHA-TRABAJO
                        MOVE IMPORTE-CAJ TO IMPORTE-DIA
                CLOSE EJEMPLAR.
                CLOSE TICKETS.
                CLOSE IMPRE.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
