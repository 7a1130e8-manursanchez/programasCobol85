        IDENTIFICATION DIVISION.
          PROGRAM-ID. REVISION-EJEMPLAR.

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

               SELECT OPTIONAL EJEMPLAR ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-EJEMPLAR.

               SELECT OPTIONAL ARTICULO ASSIGN TO DISK "ARTICULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-PELI
               FILE STATUS IS ESTADO-ARTICULO.

               SELECT OPTIONAL TIPOART ASSIGN TO DISK "TIPOART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-CODIGO
               FILE STATUS IS ESTADO-TIPOART.

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

          FD EJEMPLAR LABEL RECORD STANDARD.
          01 REG-EJEMPLAR.
           02 CLAVE-EJEMPLAR.
            03 EJE-PELI PIC X(6).
            03 EJE-NUM PIC 99.
           02 ESTADO-EJE PIC X.
           02 FECHA-EJE PIC 9(8).
           02 EJE-SUCURSAL PIC X(2).
           02 EJE-SUC-DESTINO PIC X(2).
           02 EJE-ALQUILERES PIC 9(5).
           02 EJE-ALQ-REVISION PIC 9(4).
           02 EJE-FECHA-REVISION PIC 9(8).

          FD ARTICULO LABEL RECORD STANDARD.
          01 REG-ARTICULO.
           02 ART-PELI PIC X(6).
           02 ART-TIPO PIC X.
           02 ART-PLATAFORMA PIC X(12).
           02 ART-PEGI PIC 99.
           02 ART-FIANZA PIC 9(4)V99.

          FD TIPOART LABEL RECORD STANDARD.
          01 REG-TIPOART.
           02 TPA-CODIGO PIC X.
           02 TPA-DESCRIPCION PIC X(15).
           02 TPA-DIAS-PRESTAMO PIC 99.
           02 TPA-CLASE-PRECIO PIC 9.
           02 TPA-LIMITE-REVISION PIC 9(4).
           02 TPA-VIDA-ALQUILERES PIC 9(5).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-ARTICULO PIC XX.
        77 ESTADO-TIPOART PIC XX.
        77 EXISTE-PELI PIC X.
        77 EXISTE-EJEMPLAR PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 RESULTADO PIC X.
          88 RESULTADO-VALIDO VALUE 'L' 'P' 'X'.
        77 CODIGO-LEIDO PIC X(8).
        77 EJE-CHAR PIC X(2).
        77 NUM-LEIDO PIC 99.
        77 SUCURSAL-ACTUAL PIC X(2).
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 CONT-PANT PIC ZZZZ9.
        77 DESC-TIPO PIC X(15).
        77 VIDA-UTIL PIC 9(5).
        77 LIMITE-REVISION PIC 9(4).
        77 BAJ-PELI PIC X(6).
        77 BAJ-EJE PIC 99.
        77 BAJ-MOTIVO PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'REVISION-EJEMPLAR'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                CALL 'SUCURSAL' USING SUCURSAL-ACTUAL.
                CANCEL 'SUCURSAL'.
                PERFORM ABRIR-FICHERO.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  PERFORM LEER-CODIGO
                  IF EXISTE-PELI = 'N'
                    DISPLAY 'Esa pelicula no existe' LINE 21
                    POSITION 21
                  ELSE
                    PERFORM BUSCAR-EJEMPLAR
                    IF EXISTE-EJEMPLAR = 'S'
                      PERFORM MOSTRAR-EJEMPLAR
                      PERFORM REGISTRAR-RESULTADO
                    END-IF
                  END-IF
                  DISPLAY 'DESEA REVISAR OTRO EJEMPLAR?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 50
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O PELICULA.
               IF ESTADO-PELICULA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN I-O EJEMPLAR.
               IF ESTADO-EJEMPLAR NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-EJEMPLAR
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ARTICULO.
               OPEN INPUT TIPOART.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' REVISION DE EJEMPLARES ' LINE 2
                POSITION 28 REVERSE
                DISPLAY 'Sucursal actual:' LINE 3 POSITION 55
                DISPLAY SUCURSAL-ACTUAL LINE 3 POSITION 72.

        LEER-CODIGO.
                DISPLAY 'Codigo ejemplar:' LINE 5 POSITION 15
                MOVE SPACES TO CODIGO-LEIDO
                ACCEPT CODIGO-LEIDO LINE 5 POSITION 33
                MOVE 'S' TO EXISTE-PELI
                MOVE CODIGO-LEIDO(1:6) TO COD-PELI
                READ PELICULA INVALID KEY
                  MOVE 'N' TO EXISTE-PELI
                END-READ
                MOVE 01 TO NUM-LEIDO
                MOVE CODIGO-LEIDO(7:2) TO EJE-CHAR
                IF EJE-CHAR NUMERIC
                  MOVE FUNCTION NUMVAL(EJE-CHAR) TO NUM-LEIDO
                END-IF
                IF EXISTE-PELI = 'S'
                  DISPLAY TITULO LINE 6 POSITION 15
                END-IF.

        BUSCAR-EJEMPLAR.
                MOVE 'S' TO EXISTE-EJEMPLAR
                MOVE COD-PELI TO EJE-PELI
                MOVE NUM-LEIDO TO EJE-NUM
                READ EJEMPLAR INVALID KEY
                  MOVE 'N' TO EXISTE-EJEMPLAR
                END-READ
                IF EXISTE-EJEMPLAR = 'N' OR ESTADO-EJE NOT = 'R'
                  DISPLAY 'Ese ejemplar no esta pendiente de revision'
                  LINE 21 POSITION 15
                  MOVE 'N' TO EXISTE-EJEMPLAR
                END-IF.

        MOSTRAR-EJEMPLAR.
                MOVE 'PELICULA' TO DESC-TIPO
                MOVE ZEROS TO VIDA-UTIL
                MOVE ZEROS TO LIMITE-REVISION
                MOVE COD-PELI TO ART-PELI
                READ ARTICULO INVALID KEY
                  MOVE 'P' TO ART-TIPO
                END-READ
                IF ART-TIPO = 'J'
                  MOVE 'VIDEOJUEGO' TO DESC-TIPO
                END-IF
                IF ART-TIPO = 'H'
                  MOVE 'EQUIPO' TO DESC-TIPO
                END-IF
                MOVE ART-TIPO TO TPA-CODIGO
                READ TIPOART INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE TPA-DESCRIPCION TO DESC-TIPO
                  MOVE TPA-VIDA-ALQUILERES TO VIDA-UTIL
                  MOVE TPA-LIMITE-REVISION TO LIMITE-REVISION
                END-READ
                DISPLAY 'Tipo de articulo.........:' LINE 8 POSITION 15
                DISPLAY DESC-TIPO LINE 8 POSITION 43
                DISPLAY 'Apartado para revision el:' LINE 9 POSITION 15
                DISPLAY FECHA-EJE LINE 9 POSITION 43
                DISPLAY 'Ultima revision..........:' LINE 10
                POSITION 15
                IF EJE-FECHA-REVISION = 0
                  DISPLAY 'nunca' LINE 10 POSITION 43
                ELSE
                  DISPLAY EJE-FECHA-REVISION LINE 10 POSITION 43
                END-IF
                DISPLAY 'Alquileres desde revision:' LINE 11
                POSITION 15
                MOVE EJE-ALQ-REVISION TO CONT-PANT
                DISPLAY CONT-PANT LINE 11 POSITION 43
                IF LIMITE-REVISION > 0
                  MOVE LIMITE-REVISION TO CONT-PANT
                  DISPLAY 'de' LINE 11 POSITION 49
                  DISPLAY CONT-PANT LINE 11 POSITION 52
                END-IF
                DISPLAY 'Alquileres totales.......:' LINE 12
                POSITION 15
                MOVE EJE-ALQUILERES TO CONT-PANT
                DISPLAY CONT-PANT LINE 12 POSITION 43
                IF VIDA-UTIL > 0
                  MOVE VIDA-UTIL TO CONT-PANT
                  DISPLAY 'de' LINE 12 POSITION 49
                  DISPLAY CONT-PANT LINE 12 POSITION 52
                END-IF.

        REGISTRAR-RESULTADO.
                DISPLAY 'L: Limpio y correcto' LINE 14 POSITION 15
                DISPLAY 'P: Pulido / reparado' LINE 15 POSITION 15
                DISPLAY 'X: Retirar de la circulacion' LINE 16
                POSITION 15
                DISPLAY 'Resultado de la revision.:' LINE 18
                POSITION 15
                MOVE SPACE TO RESULTADO
                PERFORM UNTIL RESULTADO-VALIDO
                  ACCEPT RESULTADO LINE 18 POSITION 43
                  IF RESULTADO = 'l'
                    MOVE 'L' TO RESULTADO
                  END-IF
                  IF RESULTADO = 'p'
                    MOVE 'P' TO RESULTADO
                  END-IF
                  IF RESULTADO = 'x'
                    MOVE 'X' TO RESULTADO
                  END-IF
                END-PERFORM
                IF RESULTADO = 'X'
                  DISPLAY 'DAR DE BAJA EL EJEMPLAR (S/N)?' LINE 19
                  POSITION 15
                ELSE
                  DISPLAY 'DEVOLVER A CIRCULACION (S/N)?' LINE 19
                  POSITION 15
                END-IF
                MOVE SPACE TO RES
                PERFORM UNTIL CORRECTA
                   ACCEPT RES LINE 19 POSITION 47
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  IF RESULTADO = 'X'
                    PERFORM RETIRAR-EJEMPLAR
                  ELSE
                    PERFORM LIBERAR-EJEMPLAR
                  END-IF
                END-IF.

        LIBERAR-EJEMPLAR.
                MOVE 'B' TO ESTADO-EJE
                MOVE FECHA-HOY-YMD TO FECHA-EJE
                MOVE ZEROS TO EJE-ALQ-REVISION
                MOVE FECHA-HOY-YMD TO EJE-FECHA-REVISION
                REWRITE REG-EJEMPLAR INVALID KEY
                  DISPLAY 'Error al grabar el ejemplar' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  IF RESULTADO = 'P'
                    MOVE 'PULIDO' TO AUD-OPERACION
                  ELSE
                    MOVE 'REVISADO' TO AUD-OPERACION
                  END-IF
                  MOVE 'EJEMPLAR' TO AUD-ENTIDAD
                  MOVE CLAVE-EJEMPLAR TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Ejemplar devuelto a circulacion' LINE 21
                  POSITION 21
                END-REWRITE.

        RETIRAR-EJEMPLAR.
                MOVE 'X' TO ESTADO-EJE
                MOVE FECHA-HOY-YMD TO FECHA-EJE
                MOVE FECHA-HOY-YMD TO EJE-FECHA-REVISION
                REWRITE REG-EJEMPLAR INVALID KEY
                  DISPLAY 'Error al grabar el ejemplar' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE REG-PELICULA TO DTR-ANTES
                  IF NUM-COPIAS > 0
                    SUBTRACT 1 FROM NUM-COPIAS
                  END-IF
                  REWRITE REG-PELICULA INVALID KEY
                    DISPLAY 'Error al actualizar las copias' LINE 20
                    POSITION 21
                  NOT INVALID KEY
                    MOVE 'PELICULA' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-PELICULA TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                  MOVE EJE-PELI TO BAJ-PELI
                  MOVE EJE-NUM TO BAJ-EJE
                  MOVE 'X' TO BAJ-MOTIVO
                  CALL 'BAJA-ACTIVO' USING BAJ-PELI BAJ-EJE BAJ-MOTIVO
                  CANCEL 'BAJA-ACTIVO'
                  MOVE 'BAJA' TO AUD-OPERACION
                  MOVE 'EJEMPLAR' TO AUD-ENTIDAD
                  MOVE CLAVE-EJEMPLAR TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Ejemplar dado de baja' LINE 21
                  POSITION 21
                END-REWRITE.

        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE EJEMPLAR.
                CLOSE ARTICULO.
                CLOSE TIPOART.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
