        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-ARTICULO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL ARTICULO ASSIGN TO DISK "ARTICULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-PELI
               FILE STATUS IS ESTADO-ARTICULO.

               SELECT OPTIONAL ARTSERIE ASSIGN TO DISK "ARTSERIE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-CLAVE
               FILE STATUS IS ESTADO-ARTSERIE.

        DATA DIVISION.

        FILE SECTION.
          FD PELICULA LABEL RECORD STANDARD.
          01 REG-PELICULA.
           02 COD-PELI PIC X(6).
           02 TITULO PIC X(30).
           02 GENERO PIC X(15).
           02 DIRECTOR PIC X(25).
           02 PRECIO PIC 9(4)V99.
           02 CLASE-PELICULA PIC 9.
           02 CLASE-PRECIO PIC 9.
           02 NUM-COPIAS PIC 99.
           02 COPIAS-ALQUILADAS PIC 99.
           02 DISPONIBLE PIC X.
           02 TARIFA-NOCHE PIC 9(4)V99.
           02 FECHA-LANZAMIENTO PIC 9(8).

          FD ARTICULO LABEL RECORD STANDARD.
          01 REG-ARTICULO.
           02 ART-PELI PIC X(6).
           02 ART-TIPO PIC X.
           02 ART-PLATAFORMA PIC X(12).
           02 ART-PEGI PIC 99.
           02 ART-FIANZA PIC 9(4)V99.

          FD ARTSERIE LABEL RECORD STANDARD.
          01 REG-ARTSERIE.
           02 SER-CLAVE.
            03 SER-PELI PIC X(6).
            03 SER-EJE PIC 99.
           02 SER-NUMERO PIC X(20).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ARTICULO PIC XX.
        77 ESTADO-ARTSERIE PIC XX.
        77 EXISTE PIC X.
        77 EXISTE-PELI PIC X.
        77 EXISTE-SERIE PIC X.
        77 DATOS-OK PIC X.
        77 IDX-EJE PIC 99.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                PERFORM ABRIR-FICHERO.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE 'S' TO EXISTE-PELI
                  ACCEPT COD-PELI LINE 4 POSITION 45
                  READ PELICULA INVALID KEY
                   MOVE 'N' TO EXISTE-PELI
                  END-READ
                  IF EXISTE-PELI = 'N'
                    DISPLAY 'Ese titulo no existe' LINE 21 POSITION 21
                  ELSE
                    DISPLAY TITULO LINE 5 POSITION 45
                    PERFORM MANTENER-ARTICULO
                  END-IF
                  DISPLAY 'DESEA MANTENER OTRO ARTICULO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 52
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT PELICULA.
               IF ESTADO-PELICULA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN I-O ARTICULO.
               IF ESTADO-ARTICULO NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-ARTICULO
                 ACCEPT RESPU
               END-IF.
               OPEN I-O ARTSERIE.
               IF ESTADO-ARTSERIE NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-ARTSERIE
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' JUEGOS Y EQUIPOS ' LINE 2
                POSITION 30 REVERSE
                DISPLAY 'Codigo de titulo..:' LINE 4 POSITION 25
                DISPLAY 'Tipo (P/J/H)...............:'
                LINE 7 POSITION 10
                DISPLAY 'P: Pelicula  J: Videojuego  H: Equipo'
                LINE 8 POSITION 10
                DISPLAY 'Plataforma (videojuegos)...:'
                LINE 10 POSITION 10
                DISPLAY 'Edad PEGI (videojuegos)....:'
                LINE 12 POSITION 10
                DISPLAY 'Fianza (equipos)...........:'
                LINE 14 POSITION 10.

        MANTENER-ARTICULO.
                MOVE 'S' TO EXISTE
                MOVE COD-PELI TO ART-PELI
                READ ARTICULO INVALID KEY
                 MOVE 'N' TO EXISTE
                END-READ
                IF EXISTE = 'N'
                  MOVE 'P' TO ART-TIPO
                  MOVE SPACES TO ART-PLATAFORMA
                  MOVE ZEROS TO ART-PEGI
                  MOVE ZEROS TO ART-FIANZA
                  DISPLAY 'Sin tipo, se trata como pelicula'
                  LINE 5 POSITION 10
                END-IF
                PERFORM MOSTRAR-DATOS
                MOVE 'N' TO DATOS-OK
                PERFORM UNTIL DATOS-OK = 'S'
                  PERFORM MODIFICAR-DATOS
                  PERFORM VALIDAR-DATOS
                END-PERFORM
                DISPLAY "GRABAR ARTICULO (S/N)?" POSITION 30
                LINE 22
                MOVE ' ' TO RES
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 55 LINE 22
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                   PERFORM GRABAR-FICHA
                   IF ART-TIPO = 'H' AND NUM-COPIAS > 0
                     PERFORM MANTENER-SERIE VARYING IDX-EJE
                             FROM 1 BY 1 UNTIL IDX-EJE > NUM-COPIAS
                   END-IF
                END-IF
                MOVE ' ' TO RES.

        MOSTRAR-DATOS.
                DISPLAY ART-TIPO LINE 7 POSITION 39
                DISPLAY ART-PLATAFORMA LINE 10 POSITION 39
                DISPLAY ART-PEGI LINE 12 POSITION 39
                DISPLAY ART-FIANZA LINE 14 POSITION 39.

        MODIFICAR-DATOS.
                ACCEPT ART-TIPO LINE 7 POSITION 39 UPDATE
                IF ART-TIPO = 'p'
                  MOVE 'P' TO ART-TIPO
                END-IF
                IF ART-TIPO = 'j'
                  MOVE 'J' TO ART-TIPO
                END-IF
                IF ART-TIPO = 'h'
                  MOVE 'H' TO ART-TIPO
                END-IF
                EVALUATE ART-TIPO
                  WHEN 'J'
                    ACCEPT ART-PLATAFORMA LINE 10 POSITION 39 UPDATE
                    ACCEPT ART-PEGI LINE 12 POSITION 39 UPDATE
                    MOVE ZEROS TO ART-FIANZA
                  WHEN 'H'
                    MOVE SPACES TO ART-PLATAFORMA
                    MOVE ZEROS TO ART-PEGI
                    ACCEPT ART-FIANZA LINE 14 POSITION 39 UPDATE
                  WHEN OTHER
                    MOVE SPACES TO ART-PLATAFORMA
                    MOVE ZEROS TO ART-PEGI
                    MOVE ZEROS TO ART-FIANZA
                END-EVALUATE
                PERFORM MOSTRAR-DATOS.

        VALIDAR-DATOS.
                MOVE 'S' TO DATOS-OK
                DISPLAY '                                        '
                LINE 16 POSITION 10
                EVALUATE TRUE
                  WHEN ART-TIPO NOT = 'P' AND ART-TIPO NOT = 'J'
                   AND ART-TIPO NOT = 'H'
                    DISPLAY 'Tipo no valido, use P, J o H'
                    LINE 16 POSITION 10
                    MOVE 'N' TO DATOS-OK
                  WHEN ART-TIPO = 'J' AND ART-PLATAFORMA = SPACES
                    DISPLAY 'Indique la plataforma del juego'
                    LINE 16 POSITION 10
                    MOVE 'N' TO DATOS-OK
                  WHEN ART-TIPO = 'J' AND ART-PEGI NOT = 3
                   AND ART-PEGI NOT = 7 AND ART-PEGI NOT = 12
                   AND ART-PEGI NOT = 16 AND ART-PEGI NOT = 18
                    DISPLAY 'PEGI valido: 3, 7, 12, 16 o 18'
                    LINE 16 POSITION 10
                    MOVE 'N' TO DATOS-OK
                  WHEN ART-TIPO = 'H' AND ART-FIANZA = 0
                    DISPLAY 'Los equipos exigen una fianza'
                    LINE 16 POSITION 10
                    MOVE 'N' TO DATOS-OK
                END-EVALUATE.

        MANTENER-SERIE.
                MOVE 'S' TO EXISTE-SERIE
                MOVE COD-PELI TO SER-PELI
                MOVE IDX-EJE TO SER-EJE
                READ ARTSERIE INVALID KEY
                  MOVE 'N' TO EXISTE-SERIE
                  MOVE SPACES TO SER-NUMERO
                END-READ
                DISPLAY 'N. serie del ejemplar' LINE 18 POSITION 10
                DISPLAY IDX-EJE LINE 18 POSITION 32
                DISPLAY ':' LINE 18 POSITION 37
                DISPLAY SER-NUMERO LINE 18 POSITION 39
                ACCEPT SER-NUMERO LINE 18 POSITION 39 UPDATE
                IF EXISTE-SERIE = 'N'
                  IF SER-NUMERO NOT = SPACES
                    WRITE REG-ARTSERIE INVALID KEY
                      DISPLAY 'Error de escritura en disco' LINE 21
                      POSITION 21
                    END-WRITE
                  END-IF
                ELSE
                  REWRITE REG-ARTSERIE INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                END-IF.

        GRABAR-FICHA.
                IF EXISTE = 'N'
                  WRITE REG-ARTICULO INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-WRITE
                ELSE
                  REWRITE REG-ARTICULO INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                END-IF
                MOVE 'CAMBIO' TO AUD-OPERACION
                MOVE 'ARTICULO' TO AUD-ENTIDAD
                MOVE ART-PELI TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE ARTICULO.
                CLOSE ARTSERIE.
