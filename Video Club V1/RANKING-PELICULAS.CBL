        ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
              SELECT OPTIONAL ESTADIS ASSIGN TO DISK "ESTADIS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLAVE-EST
              ALTERNATE RECORD KEY IS EST-PELI WITH DUPLICATES
              FILE STATUS IS ESTADO-ESTADIS.

              SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
              ORGANIZATION IS INDEXED

        DATA DIVISION.
        FILE SECTION.
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

          FD PELICULA LABEL RECORD STANDARD.
          01 REG-PELICULA.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
         77 ESTADO-ESTADIS PIC XX.
         77 ESTADO-PELICULA PIC XX.
         77 ESTADO-IMPRESORA PIC XX.
         77 NOMBRE-SPOOL PIC X(15).
               PERFORM ABRIR-FICHERO.
               DISPLAY NEGRO.
               DISPLAY SPACES ERASE.
               IF ESTADO-ESTADIS NOT EQUAL '00'
                   PERFORM PONE-PANTALLA
                   PERFORM NO-ARCHIVO
               ELSE
             EXIT PROGRAM.

         ABRIR-FICHERO.
               OPEN INPUT ESTADIS.
               IF ESTADO-ESTADIS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                               LINE 25 POSITION 30 ESTADO-ESTADIS
                 ACCEPT ESPERA
               END-IF.
               OPEN INPUT PELICULA.
               END-IF.

         CERRAR-FICHERO.
               CLOSE ESTADIS.
               CLOSE PELICULA.

         PEDIR-RANGO.
               MOVE SPACES TO CODI-ANTERIOR
               MOVE ZEROS TO CONTADOR-ACTUAL
               MOVE 'N' TO FIN-FICHERO
               MOVE LOW-VALUES TO EST-PELI
               START ESTADIS KEY >= EST-PELI INVALID KEY
                  MOVE 'S' TO FIN-FICHERO
               END-START
               IF FIN-FICHERO = 'N'
                  READ ESTADIS NEXT RECORD
                     AT END MOVE 'S' TO FIN-FICHERO
                  END-READ
               END-IF
               PERFORM UNTIL FIN-FICHERO = 'S'
                  IF EST-PELI NOT = CODI-ANTERIOR AND
                     CODI-ANTERIOR NOT = SPACES
                     PERFORM GUARDAR-ENTRADA
                  END-IF
                  IF EST-PELI NOT = CODI-ANTERIOR
                     MOVE EST-PELI TO CODI-ANTERIOR
                     MOVE ZEROS TO CONTADOR-ACTUAL
                  END-IF
                  MOVE EST-FECHA TO FECHA-CLAVE
                  IF FECHA-CLAVE >= FECHA-DESDE AND
                     FECHA-CLAVE <= FECHA-HASTA
                     ADD EST-ALQUILERES TO CONTADOR-ACTUAL
                  END-IF
                  READ ESTADIS NEXT RECORD
                     AT END MOVE 'S' TO FIN-FICHERO
                  END-READ
               END-PERFORM
