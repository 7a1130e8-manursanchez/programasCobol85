           02 BON-FECHA-VENTA PIC 9(8).

        WORKING-STORAGE SECTION.
        77 ENTRADA-SOCIO PIC X(10).
        77 AVISO-TARJETA PIC X.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-BONOS PIC XX.
        77 EXISTE-SOCIO PIC X.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE 'S' TO EXISTE-SOCIO
                  MOVE SPACES TO ENTRADA-SOCIO
                  ACCEPT ENTRADA-SOCIO LINE 4 POSITION 45
                  PERFORM IDENTIFICAR-TARJETA
                  READ SOCIOS KEY IS COD-SOCIO INVALID KEY
                   MOVE 'N' TO EXISTE-SOCIO
                  END-READ
        CERRAR-FICHERO.
                CLOSE SOCIOS.
                CLOSE BONOS.

        IDENTIFICAR-TARJETA.
                DISPLAY ' ' LINE 23 POSITION 15 ERASE EOL
                CALL 'IDENTIFICA-SOCIO' USING ENTRADA-SOCIO COD-SOCIO
                                              AVISO-TARJETA
                CANCEL 'IDENTIFICA-SOCIO'
                EVALUATE TRUE
                  WHEN AVISO-TARJETA = 'N'
                    DISPLAY 'Tarjeta no reconocida' LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'A'
                    DISPLAY 'TARJETA ANULADA, pida otra identificacion'
                    LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'C'
                    DISPLAY 'AVISO: carnet de socio caducado'
                    LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'S'
                    DISPLAY 'AVISO: socio suspendido por morosidad'
                    LINE 23 POSITION 15
                END-EVALUATE.
