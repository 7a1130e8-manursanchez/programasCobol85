               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL ARTICULO ASSIGN TO DISK "ARTICULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-PELI
               FILE STATUS IS ESTADO-ARTICULO.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.
           02 TARIFA-NOCHE PIC 9(4)V99.
           02 FECHA-LANZAMIENTO PIC 9(8).

          FD ARTICULO LABEL RECORD STANDARD.
          01 REG-ARTICULO.
           02 ART-PELI PIC X(6).
           02 ART-TIPO PIC X.
           02 ART-PLATAFORMA PIC X(12).
           02 ART-PEGI PIC 99.
           02 ART-FIANZA PIC 9(4)V99.

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        77 HALLADA PIC X.
        77 LINEAS-TOP PIC 99.
        77 EXISTE-PELI PIC X.
        77 ESTADO-ARTICULO PIC XX.
        77 TIPO-BUSCADO PIC X.
         88 TIPO-CORRECTO VALUE 'P' 'J' 'H'.

        01 TABLA-MEDIAS.
         02 MED-ENTRY OCCURS 500 TIMES.
         02 FILLER PIC X(25) VALUE SPACES.
         02 FILLER PIC X(30)
            VALUE "PELICULAS MEJOR VALORADAS".
         02 CAB-TIPO PIC X(15).

        01 LINEA-TOP.
         02 TOP-PELI PIC X(6).
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                PERFORM PEDIR-TIPO.
                PERFORM ABRIR-FICHERO.
                MOVE 0 TO NUM-PELIS.
                PERFORM ACUMULAR-VALORACIONES.
                DISPLAY ' PELICULAS MEJOR VALORADAS ' LINE 2
                POSITION 26 REVERSE.

        PEDIR-TIPO.
                MOVE 'P' TO TIPO-BUSCADO
                DISPLAY 'Tipo de articulo (P/J/H):' LINE 5 POSITION 25
                ACCEPT TIPO-BUSCADO LINE 5 POSITION 52 UPDATE
                PERFORM UNTIL TIPO-CORRECTO
                  ACCEPT TIPO-BUSCADO LINE 5 POSITION 52 UPDATE
                END-PERFORM
                EVALUATE TIPO-BUSCADO
                  WHEN 'J'
                    MOVE '(VIDEOJUEGOS)' TO CAB-TIPO
                  WHEN 'H'
                    MOVE '(EQUIPOS)' TO CAB-TIPO
                  WHEN OTHER
                    MOVE SPACES TO CAB-TIPO
                END-EVALUATE.

        ABRIR-FICHERO.
               OPEN INPUT VALORA.
               IF ESTADO-VALORA NOT = "00"
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PELICULA.
               OPEN INPUT ARTICULO.

        ACUMULAR-VALORACIONES.
                MOVE LOW-VALUES TO VAL-CLAVE
                  READ VALORA NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    MOVE VAL-PELI TO ART-PELI
                    READ ARTICULO INVALID KEY
                      MOVE 'P' TO ART-TIPO
                    END-READ
                    IF ART-TIPO = TIPO-BUSCADO
                      PERFORM ACUMULAR-UNA
                    END-IF
                  END-READ
                END-PERFORM.

        CERRAR-FICHERO.
                CLOSE VALORA.
                CLOSE PELICULA.
                CLOSE ARTICULO.
