        ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
              SELECT OPTIONAL ESTADIS ASSIGN TO DISK "ESTADIS.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLAVE-EST
              ALTERNATE RECORD KEY IS EST-PELI WITH DUPLICATES
              FILE STATUS IS ESTADO-ESTADIS.

              SELECT OPTIONAL VENTAS ASSIGN TO DISK "VENTAS.DAT"
              ORGANIZATION IS INDEXED
              RECORD KEY IS NUM-VENTA
              FILE STATUS IS ESTADO-VENTAS.

              SELECT OPTIONAL ARTICULO ASSIGN TO DISK "ARTICULO.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ART-PELI
              FILE STATUS IS ESTADO-ARTICULO.

              SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ESTADO-IMPRESORA.

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

          FD VENTAS LABEL RECORD STANDARD.
          01 REG-VENTAS.
           02 VTA-IMPORTE PIC 9(4)V99.
           02 VTA-IVA PIC 9(4)V99.

          FD ARTICULO LABEL RECORD STANDARD.
          01 REG-ARTICULO.
           02 ART-PELI PIC X(6).
           02 ART-TIPO PIC X.
           02 ART-PLATAFORMA PIC X(12).
           02 ART-PEGI PIC 99.
           02 ART-FIANZA PIC 9(4)V99.

         FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
         77 ESTADO-ESTADIS PIC XX.
         77 ESTADO-IMPRESORA PIC XX.
         77 NOMBRE-SPOOL PIC X(15).
         77 SPL-PROGRAMA PIC X(18).
         77 FIN-FICHERO PIC X.
         77 HAY-DATOS PIC X.
         77 PANT PIC 99.
         77 IMPORTE PIC 9(5)V99.
         77 FECHA-CLAVE PIC 9(8).
         77 MES-CLAVE PIC 9(6).
         77 FECHA-ANTERIOR PIC 9(8) VALUE ZEROS.
         77 MES-ANTERIOR PIC 9(6) VALUE ZEROS.
         77 FECHA-SISTEMA PIC X(8).
         77 FECHA-INICIO PIC 9(8).
         77 MES-INICIO PIC 9(6).
         77 TOTAL-DIA PIC 9(7)V99 VALUE ZEROS.
         77 TOTAL-MES PIC 9(7)V99 VALUE ZEROS.
         77 TOTAL-GENERAL PIC 9(7)V99 VALUE ZEROS.
         77 ESTADO-VENTAS PIC XX.
         77 FIN-VENTAS PIC X.
         77 TOTAL-VENTAS PIC 9(7)V99 VALUE ZEROS.
         77 ESTADO-ARTICULO PIC XX.
         77 CONT-TIPO PIC 9.
         77 TOTAL-PELIS PIC 9(7)V99 VALUE ZEROS.
         77 TOTAL-JUEGOS PIC 9(7)V99 VALUE ZEROS.
         77 TOTAL-EQUIPOS PIC 9(7)V99 VALUE ZEROS.

         01 CABECERA.
          02 FILLER PIC X(26) VALUE SPACES.
         01 REGISTRO-DETALLE.
          02 FEC-REG PIC 9(8).
          02 FILLER PIC X VALUE SPACES.
          02 SUC-REG PIC X(5).
          02 FILLER PIC X VALUE SPACES.
          02 PEL-REG PIC X(6).
          02 FILLER PIC X VALUE SPACES.
          02 IMP-REG PIC ZZZZ9.99.

         01 REGISTRO-SUB-DIA.
          02 FILLER PIC X(12) VALUE "  Total dia ".
          02 FILLER PIC X(20) VALUE "TOTAL VENTAS....: ".
          02 TOT-VENTAS PIC ZZZZ9.99.

         01 REGISTRO-TIPO.
          02 TIPO-ETIQ PIC X(20).
          02 TOT-TIPO PIC ZZZZ9.99.


        LINKAGE SECTION.
         77 LK-MODO-LOTE PIC X.
         01 PANTALLA.
          02 FOREGROUND BROWN.
          02 'FECHA' COL 10 LINE 4.
          02 'SUC.' COL 19 LINE 4.
          02 'PELICULA' COL 25 LINE 4.
          02 'IMPORTE' COL 32 LINE 4.

               DISPLAY SPACES ERASE.
               PERFORM PONE-PANTALLA.
               DISPLAY AZUL.
               IF ESTADO-ESTADIS NOT EQUAL '00'
                   PERFORM NO-ARCHIVO
               ELSE
                  MOVE 1 TO PANT
                  MOVE ZEROS TO TOTAL-DIA
                  MOVE ZEROS TO TOTAL-MES
                  MOVE ZEROS TO TOTAL-GENERAL
                  MOVE ZEROS TO TOTAL-PELIS
                  MOVE ZEROS TO TOTAL-JUEGOS
                  MOVE ZEROS TO TOTAL-EQUIPOS
                  MOVE FECHA-INICIO TO EST-FECHA
                  MOVE LOW-VALUES TO EST-SUCURSAL
                  MOVE LOW-VALUES TO EST-PELI
                  START ESTADIS KEY NOT < CLAVE-EST INVALID KEY
                    MOVE 'S' TO FIN-FICHERO
                  END-START
                  IF FIN-FICHERO = 'N'
                     PERFORM LEER-ESTADIS
                  END-IF
                  PERFORM UNTIL ESC OR FIN-FICHERO = 'S'
                     MOVE 'S' TO HAY-DATOS
                     MOVE EST-FECHA TO FECHA-CLAVE
                     MOVE EST-FECHA(1:6) TO MES-CLAVE
                     IF FECHA-CLAVE NOT = FECHA-ANTERIOR AND
                        FECHA-ANTERIOR NOT = ZEROS
                        PERFORM MOSTRAR-SUBTOTAL-DIA
                        MOVE MES-CLAVE TO MES-ANTERIOR
                        MOVE ZEROS TO TOTAL-MES
                     END-IF
                     COMPUTE IMPORTE = EST-INGRESOS + EST-RECARGOS
                     ADD IMPORTE TO TOTAL-DIA
                     ADD IMPORTE TO TOTAL-MES
                     ADD IMPORTE TO TOTAL-GENERAL
                     PERFORM ACUMULAR-TIPO
                     MOVE FECHA-CLAVE TO FEC-REG
                     MOVE EST-SUCURSAL TO SUC-REG
                     MOVE EST-PELI TO PEL-REG
                     MOVE IMPORTE TO IMP-REG
                     DISPLAY REGISTRO-DETALLE LINE CONT POSITION 10
                     PERFORM LEER-ESTADIS
                     IF FIN-FICHERO = 'N'
                        ADD 1 TO CONT
                     END-IF

         PROCESO-LOTE.
               PERFORM ABRIR-FICHERO.
               IF ESTADO-ESTADIS = '00'
                 PERFORM IMPRIMIR-LISTADO
               END-IF.
               PERFORM CERRAR-FICHERO.

         ABRIR-FICHERO.
               PERFORM CALCULAR-INICIO.
               OPEN INPUT ESTADIS.
               OPEN INPUT ARTICULO.
               IF ESTADO-ESTADIS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                               LINE 25 POSITION 30 ESTADO-ESTADIS
                 ACCEPT ESPERA
               END-IF.

         CERRAR-FICHERO.
               CLOSE ESTADIS.
               CLOSE ARTICULO.

         CALCULAR-INICIO.
               MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-SISTEMA.
               MOVE FECHA-SISTEMA(1:6) TO MES-INICIO.
               IF FECHA-SISTEMA(5:2) = '01'
                  SUBTRACT 89 FROM MES-INICIO
               ELSE
                  SUBTRACT 1 FROM MES-INICIO
               END-IF.
               COMPUTE FECHA-INICIO = MES-INICIO * 100 + 1.

         LEER-ESTADIS.
               READ ESTADIS NEXT RECORD
                  AT END MOVE 'S' TO FIN-FICHERO
               END-READ
               PERFORM UNTIL FIN-FICHERO = 'S'
                       OR EST-INGRESOS + EST-RECARGOS > ZEROS
                  READ ESTADIS NEXT RECORD
                     AT END MOVE 'S' TO FIN-FICHERO
                  END-READ
               END-PERFORM.

         ACUMULAR-TIPO.
               MOVE EST-PELI TO ART-PELI
               READ ARTICULO INVALID KEY
                  MOVE 'P' TO ART-TIPO
               END-READ
               EVALUATE ART-TIPO
                 WHEN 'J'
                    ADD IMPORTE TO TOTAL-JUEGOS
                 WHEN 'H'
                    ADD IMPORTE TO TOTAL-EQUIPOS
                 WHEN OTHER
                    ADD IMPORTE TO TOTAL-PELIS
               END-EVALUATE.

         MOSTRAR-TIPO.
               IF CONT < 16
                  DISPLAY REGISTRO-TIPO LINE CONT POSITION 20
                  ADD 1 TO CONT
               END-IF.

         PREPARAR-TIPO.
               EVALUATE CONT-TIPO
                 WHEN 1
                    MOVE "  Peliculas......: " TO TIPO-ETIQ
                    MOVE TOTAL-PELIS TO TOT-TIPO
                 WHEN 2
                    MOVE "  Videojuegos....: " TO TIPO-ETIQ
                    MOVE TOTAL-JUEGOS TO TOT-TIPO
                 WHEN OTHER
                    MOVE "  Equipos........: " TO TIPO-ETIQ
                    MOVE TOTAL-EQUIPOS TO TOT-TIPO
               END-EVALUATE.

         MOSTRAR-SUBTOTAL-DIA.
               IF CONT < 16
                  DISPLAY REGISTRO-TOTAL LINE CONT POSITION 20
                  ADD 1 TO CONT
               END-IF
               PERFORM VARYING CONT-TIPO FROM 1 BY 1
                       UNTIL CONT-TIPO > 3
                  PERFORM PREPARAR-TIPO
                  PERFORM MOSTRAR-TIPO
               END-PERFORM
               PERFORM TOTALIZAR-VENTAS
               IF CONT < 16
                  MOVE TOTAL-VENTAS TO TOT-VENTAS
                  MOVE ZEROS TO TOTAL-DIA
                  MOVE ZEROS TO TOTAL-MES
                  MOVE ZEROS TO TOTAL-GENERAL
                  MOVE ZEROS TO TOTAL-PELIS
                  MOVE ZEROS TO TOTAL-JUEGOS
                  MOVE ZEROS TO TOTAL-EQUIPOS
                  MOVE FECHA-INICIO TO EST-FECHA
                  MOVE LOW-VALUES TO EST-SUCURSAL
                  MOVE LOW-VALUES TO EST-PELI
                  MOVE 'N' TO FIN-FICHERO
                  START ESTADIS KEY NOT < CLAVE-EST INVALID KEY
                    MOVE 'S' TO FIN-FICHERO
                  END-START
                  IF FIN-FICHERO = 'N'
                     PERFORM LEER-ESTADIS
                  END-IF
                  PERFORM UNTIL FIN-FICHERO = 'S'
                     MOVE EST-FECHA TO FECHA-CLAVE
                     MOVE EST-FECHA(1:6) TO MES-CLAVE
                     IF FECHA-CLAVE NOT = FECHA-ANTERIOR AND
                        FECHA-ANTERIOR NOT = ZEROS
                        MOVE FECHA-ANTERIOR TO DIA-SUB
                     END-IF
                     MOVE FECHA-CLAVE TO FECHA-ANTERIOR
                     MOVE MES-CLAVE TO MES-ANTERIOR
                     COMPUTE IMPORTE = EST-INGRESOS + EST-RECARGOS
                     ADD IMPORTE TO TOTAL-DIA
                     ADD IMPORTE TO TOTAL-MES
                     ADD IMPORTE TO TOTAL-GENERAL
                     PERFORM ACUMULAR-TIPO
                     MOVE FECHA-CLAVE TO FEC-REG
                     MOVE EST-SUCURSAL TO SUC-REG
                     MOVE EST-PELI TO PEL-REG
                     MOVE IMPORTE TO IMP-REG
                     WRITE REG-IMPRE FROM REGISTRO-DETALLE
                     END-WRITE
                     PERFORM LEER-ESTADIS
                  END-PERFORM
                  IF FECHA-ANTERIOR NOT = ZEROS
                     MOVE FECHA-ANTERIOR TO DIA-SUB
                     MOVE TOTAL-GENERAL TO TOT-GRAL
                     WRITE REG-IMPRE FROM REGISTRO-TOTAL
                     END-WRITE
                     PERFORM VARYING CONT-TIPO FROM 1 BY 1
                             UNTIL CONT-TIPO > 3
                        PERFORM PREPARAR-TIPO
                        WRITE REG-IMPRE FROM REGISTRO-TIPO
                        END-WRITE
                     END-PERFORM
                  END-IF
                  PERFORM TOTALIZAR-VENTAS
                  MOVE TOTAL-VENTAS TO TOT-VENTAS
