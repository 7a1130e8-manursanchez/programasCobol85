               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL ESTADIS ASSIGN TO DISK "ESTADIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EST
               ALTERNATE RECORD KEY IS EST-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ESTADIS.

               SELECT OPTIONAL RESERVA ASSIGN TO DISK "RESERVA.DAT"
               ORGANIZATION IS INDEXED
           02 TARIFA-NOCHE PIC 9(4)V99.
           02 FECHA-LANZAMIENTO PIC 9(8).

          FD ESTADIS LABEL RECORD STANDARD.
          01 REG-ESTADIS.
           02 CLAVE-EST.
            03 EST-FECHA PIC 9(8).
            03 EST-SUCURSAL PIC X(2).
            03 EST-PELI PIC X(6).
           02 EST-ALQUILERES PIC 9(5).
           02 EST-INGRESOS PIC 9(7)V99.
           02 EST-DESCUENTOS PIC 9(7)V99.
           02 EST-DEVOLUCIONES PIC 9(5).
           02 EST-RECARGOS PIC 9(7)V99.
           02 EST-PRORROGAS PIC 9(5).

          FD RESERVA LABEL RECORD STANDARD.
          01 REG-RESERVA.

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ESTADIS PIC XX.
        77 ESTADO-RESERVA PIC XX.
        77 ESTADO-PEDIDOS PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 FIN-ALQ PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-CORTE-YMD PIC 9(8).
        77 DIAS-FRECUENCIA PIC 99 VALUE 30.
        77 RESERVAS-PEND PIC 99.
        77 FRECUENCIA PIC 9(4).
        77 PROPUESTA PIC 99.
        77 LINEA-SUG PIC 99.
        77 LINEAS-ESCRITAS PIC 9(3).
        77 LIN-PANT PIC ZZ9.
        77 DTR-PROGRAMA PIC X(18) VALUE 'SUGIERE-PEDIDOS'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        SCREEN SECTION.
          01 COLOR-PORTADA.
                  PERFORM OBTENER-NUMERO-SUG
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  MOVE FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                     - DIAS-FRECUENCIA) TO FECHA-CORTE-YMD
                  MOVE ZEROS TO LINEAS-ESCRITAS
                  MOVE ZEROS TO LINEA-SUG
                  PERFORM RECORRER-PELICULAS
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ESTADIS.
               OPEN INPUT RESERVA.
               OPEN I-O PEDIDOS.
               IF ESTADO-PEDIDOS NOT = "00"
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ.
                MOVE REG-CONTROL TO DTR-ANTES.
                IF EXISTE-CONTROL = 'N'
                  MOVE 'SUGPED' TO CTL-CLAVE
                  MOVE ZEROS TO CTL-VALOR
                IF EXISTE-CONTROL = 'N'
                  WRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-WRITE
                ELSE
                  REWRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-IF.
                CLOSE CONTROL-FICH.

        CONTAR-FRECUENCIA.
                MOVE 0 TO FRECUENCIA
                MOVE COD-PELI TO EST-PELI
                MOVE 'N' TO FIN-ALQ
                START ESTADIS KEY IS = EST-PELI INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ESTADIS NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF EST-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      IF EST-FECHA > FECHA-CORTE-YMD
                        ADD EST-ALQUILERES TO FRECUENCIA
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.
                WRITE REG-PEDIDOS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE SPACES TO DTR-ANTES
                  MOVE 'PEDIDOS' TO DTR-FICHERO
                  MOVE 'A' TO DTR-OPERACION
                  MOVE REG-PEDIDOS TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  ADD 1 TO LINEAS-ESCRITAS
                END-WRITE.

        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE ESTADIS.
                CLOSE RESERVA.
                CLOSE PEDIDOS.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
