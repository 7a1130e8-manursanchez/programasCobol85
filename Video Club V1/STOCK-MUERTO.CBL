               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL ESTADIS ASSIGN TO DISK "ESTADIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EST
               ALTERNATE RECORD KEY IS EST-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ESTADIS.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
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

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ESTADIS PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 HOY-INT PIC S9(9) COMP.
        77 CORTE-INT PIC S9(9) COMP.
        77 ULTIMA-FECHA PIC 9(8).
        77 NUM-ENTRADAS PIC 9(4) VALUE ZEROS.
        77 IDX PIC 9(4).
        77 IDX2 PIC 9(4).
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ESTADIS.
               IF ESTADO-ESTADIS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-ESTADIS
                 ACCEPT RESPU
               END-IF.

        BUSCAR-ULTIMO-ALQUILER.
                MOVE COD-PELI TO CLAVE-PELI
                MOVE ZEROS TO ULTIMA-FECHA
                MOVE CLAVE-PELI TO EST-PELI
                MOVE 'N' TO FIN-ALQ
                START ESTADIS KEY IS = EST-PELI INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ESTADIS NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF EST-PELI NOT = CLAVE-PELI
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      IF EST-ALQUILERES > 0
                       AND EST-FECHA > ULTIMA-FECHA
                        MOVE EST-FECHA TO ULTIMA-FECHA
                      END-IF
                    END-IF
                  END-READ

        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE ESTADIS.
