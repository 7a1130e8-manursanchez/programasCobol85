        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-TIPOART.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL TIPOART ASSIGN TO DISK "TIPOART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-CODIGO
               FILE STATUS IS ESTADO-TIPOART.

        DATA DIVISION.

        FILE SECTION.
          FD TIPOART LABEL RECORD STANDARD.
          01 REG-TIPOART.
           02 TPA-CODIGO PIC X.
           02 TPA-DESCRIPCION PIC X(15).
           02 TPA-DIAS-PRESTAMO PIC 99.
           02 TPA-CLASE-PRECIO PIC 9.
           02 TPA-LIMITE-REVISION PIC 9(4).
           02 TPA-VIDA-ALQUILERES PIC 9(5).

        WORKING-STORAGE SECTION.
        77 ESTADO-TIPOART PIC XX.
        77 EXISTE PIC X.
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
                  MOVE 'S' TO EXISTE
                  MOVE SPACES TO TPA-CODIGO
                  PERFORM UNTIL TPA-CODIGO = 'P' OR TPA-CODIGO = 'J'
                                OR TPA-CODIGO = 'H'
                    ACCEPT TPA-CODIGO LINE 4 POSITION 45
                  END-PERFORM
                  READ TIPOART INVALID KEY
                   MOVE 'N' TO EXISTE
                  END-READ
                  IF EXISTE = 'N'
                    EVALUATE TPA-CODIGO
                      WHEN 'P'
                        MOVE 'PELICULA' TO TPA-DESCRIPCION
                      WHEN 'J'
                        MOVE 'VIDEOJUEGO' TO TPA-DESCRIPCION
                      WHEN OTHER
                        MOVE 'EQUIPO' TO TPA-DESCRIPCION
                    END-EVALUATE
                    MOVE ZEROS TO TPA-DIAS-PRESTAMO
                    MOVE ZEROS TO TPA-CLASE-PRECIO
                    MOVE ZEROS TO TPA-LIMITE-REVISION
                    MOVE ZEROS TO TPA-VIDA-ALQUILERES
                    DISPLAY 'Nuevo tipo' LINE 4 POSITION 55
                  END-IF
                  PERFORM MOSTRAR-DATOS
                  PERFORM MODIFICAR-DATOS
                  DISPLAY "GRABAR TIPO (S/N)?" POSITION 30
                  LINE 22
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 55 LINE 22
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                     PERFORM GRABAR-FICHA
                  END-IF
                  MOVE ' ' TO RES
                  DISPLAY 'DESEA MANTENER OTRO TIPO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 52
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O TIPOART.
               IF ESTADO-TIPOART NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-TIPOART
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' TIPOS DE ARTICULO ' LINE 2
                POSITION 30 REVERSE
                DISPLAY 'Tipo (P/J/H)......:' LINE 4 POSITION 25
                DISPLAY 'P: Pelicula  J: Videojuego  H: Equipo'
                LINE 5 POSITION 25
                DISPLAY 'Descripcion................:'
                LINE 7 POSITION 10
                DISPLAY 'Dias de prestamo (0=normal):'
                LINE 9 POSITION 10
                DISPLAY 'Clase de precio (0=titulo).:'
                LINE 11 POSITION 10
                DISPLAY 'Alquileres entre revisiones:'
                LINE 13 POSITION 10
                DISPLAY '(0 = sin revision periodica)'
                LINE 14 POSITION 10
                DISPLAY 'Vida util en alquileres....:'
                LINE 16 POSITION 10
                DISPLAY '(0 = sin limite de uso)'
                LINE 17 POSITION 10.

        MOSTRAR-DATOS.
                DISPLAY TPA-DESCRIPCION LINE 7 POSITION 39
                DISPLAY TPA-DIAS-PRESTAMO LINE 9 POSITION 39
                DISPLAY TPA-CLASE-PRECIO LINE 11 POSITION 39
                DISPLAY TPA-LIMITE-REVISION LINE 13 POSITION 39
                DISPLAY TPA-VIDA-ALQUILERES LINE 16 POSITION 39.

        MODIFICAR-DATOS.
                ACCEPT TPA-DESCRIPCION LINE 7 POSITION 39 UPDATE
                ACCEPT TPA-DIAS-PRESTAMO LINE 9 POSITION 39 UPDATE
                ACCEPT TPA-CLASE-PRECIO LINE 11 POSITION 39 UPDATE
                PERFORM UNTIL TPA-CLASE-PRECIO < 5
                  DISPLAY 'Clase de precio de 0 a 4' LINE 12
                  POSITION 39
                  ACCEPT TPA-CLASE-PRECIO LINE 11 POSITION 39 UPDATE
                END-PERFORM
                ACCEPT TPA-LIMITE-REVISION LINE 13 POSITION 39 UPDATE
                ACCEPT TPA-VIDA-ALQUILERES LINE 16 POSITION 39 UPDATE.

        GRABAR-FICHA.
                IF EXISTE = 'N'
                  WRITE REG-TIPOART INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-WRITE
                ELSE
                  REWRITE REG-TIPOART INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                END-IF
                MOVE 'CAMBIO' TO AUD-OPERACION
                MOVE 'TIPOART' TO AUD-ENTIDAD
                MOVE TPA-CODIGO TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        CERRAR-FICHERO.
                CLOSE TIPOART.
