        IDENTIFICATION DIVISION.
          PROGRAM-ID. INFORME-REVISION.

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

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

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

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-ARTICULO PIC XX.
        77 ESTADO-TIPOART PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 MODO PIC X.
          88 PENDIENTES VALUE "1".
          88 DESGASTE VALUE "2".
        77 FIN-FICH PIC X.
        77 SUCURSAL-ACTUAL PIC X(2).
        77 SUC-EJE-REAL PIC X(2).
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 HOY-INT PIC S9(9) COMP.
        77 DIAS-APARTADO PIC S9(5).
        77 LIMITE-REVISION PIC 9(4).
        77 VIDA-UTIL PIC 9(5).
        77 PORCENTAJE-AVISO PIC 999.
        77 PORCENTAJE-USO PIC 9(5).
        77 TOTAL-APARTADOS PIC 9(5).
        77 TOTAL-ESTANTE PIC 9(5).
        77 TOTAL-PROXIMOS PIC 9(5).
        77 TOTAL-AGOTADOS PIC 9(5).

        01 CABECERA.
         02 FILLER PIC X(20) VALUE SPACES.
         02 CAB-TITULO PIC X(36).
         02 CAB-FECHA PIC 9(8).
         02 FILLER PIC X(16) VALUE SPACES.

        01 CABECERA-SUCURSAL.
         02 FILLER PIC X(20) VALUE SPACES.
         02 FILLER PIC X(10) VALUE "Sucursal: ".
         02 CSU-SUCURSAL PIC X(2).
         02 FILLER PIC X(48) VALUE SPACES.

        01 CABECERA-PENDIENTES.
         02 FILLER PIC X(30) VALUE "PELI  EJ TITULO               ".
         02 FILLER PIC X(27) VALUE "        SITUACION APARTADO ".
         02 FILLER PIC X(23) VALUE "DIAS ALQ.REV ALQ.TOT".

        01 LINEA-PENDIENTE.
         02 LPE-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 LPE-EJEMPLAR PIC 99.
         02 FILLER PIC X VALUE SPACES.
         02 LPE-TITULO PIC X(28).
         02 FILLER PIC X VALUE SPACES.
         02 LPE-SITUACION PIC X(9).
         02 FILLER PIC X VALUE SPACES.
         02 LPE-FECHA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 LPE-DIAS PIC ZZZ9.
         02 FILLER PIC X(4) VALUE SPACES.
         02 LPE-ALQ-REVISION PIC ZZZ9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LPE-ALQUILERES PIC ZZZZ9.
         02 FILLER PIC X(2) VALUE SPACES.

        01 CABECERA-DESGASTE.
         02 FILLER PIC X(30) VALUE "PELI  EJ TITULO               ".
         02 FILLER PIC X(27) VALUE "        SUC EST ULT.REVIS. ".
         02 FILLER PIC X(23) VALUE "ALQ.TOT  VIDA  % USO".

        01 LINEA-DESGASTE.
         02 LDE-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 LDE-EJEMPLAR PIC 99.
         02 FILLER PIC X VALUE SPACES.
         02 LDE-TITULO PIC X(28).
         02 FILLER PIC X VALUE SPACES.
         02 LDE-SUCURSAL PIC X(2).
         02 FILLER PIC X(3) VALUE SPACES.
         02 LDE-ESTADO PIC X.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LDE-FECHA-REVISION PIC 9(8).
         02 FILLER PIC X(3) VALUE SPACES.
         02 LDE-ALQUILERES PIC ZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LDE-VIDA PIC ZZZZ9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LDE-PORCENTAJE PIC ZZZZ9.
         02 FILLER PIC X(4) VALUE SPACES.

        01 LINEA-TOTAL.
         02 FILLER PIC X(6) VALUE SPACES.
         02 LTO-TEXTO PIC X(30).
         02 FILLER PIC X(2) VALUE SPACES.
         02 LTO-CONT PIC ZZZZ9.
         02 FILLER PIC X(37) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

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
                  ACCEPT MODO LINE 4 POSITION 64
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  MOVE FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                    TO HOY-INT
                  EVALUATE TRUE
                    WHEN PENDIENTES
                      PERFORM LISTAR-PENDIENTES
                    WHEN DESGASTE
                      PERFORM LISTAR-DESGASTE
                    WHEN OTHER
                      DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                  END-EVALUATE
                  DISPLAY 'DESEA OTRO INFORME?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 43
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT EJEMPLAR.
               IF ESTADO-EJEMPLAR NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-EJEMPLAR
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PELICULA.
               OPEN INPUT ARTICULO.
               OPEN INPUT TIPOART.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' REVISION Y DESGASTE DE EJEMPLARES ' LINE 2
                POSITION 22 REVERSE
                DISPLAY
                '1: Ejemplares a revisar, 2: Proximos a retirar:'
                LINE 4 POSITION 15.

        ABRIR-IMPRESORA.
                MOVE 'INFORME-REVISION' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE.

        LEER-TIPO.
                MOVE ZEROS TO LIMITE-REVISION
                MOVE ZEROS TO VIDA-UTIL
                MOVE EJE-PELI TO ART-PELI
                READ ARTICULO INVALID KEY
                  MOVE 'P' TO ART-TIPO
                END-READ
                MOVE ART-TIPO TO TPA-CODIGO
                READ TIPOART INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE TPA-LIMITE-REVISION TO LIMITE-REVISION
                  MOVE TPA-VIDA-ALQUILERES TO VIDA-UTIL
                END-READ.

        LEER-TITULO.
                MOVE EJE-PELI TO COD-PELI
                READ PELICULA INVALID KEY
                  MOVE SPACES TO TITULO
                END-READ.

        LISTAR-PENDIENTES.
                PERFORM ABRIR-IMPRESORA
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' LINE 21 POSITION 21
                  DISPLAY ESTADO-IMPRESORA LINE 21 POSITION 40
                ELSE
                  MOVE 'EJEMPLARES A REVISAR AL' TO CAB-TITULO
                  MOVE FECHA-HOY-YMD TO CAB-FECHA
                  WRITE REG-IMPRE FROM CABECERA
                  END-WRITE
                  MOVE SUCURSAL-ACTUAL TO CSU-SUCURSAL
                  WRITE REG-IMPRE FROM CABECERA-SUCURSAL
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-PENDIENTES
                  END-WRITE
                  MOVE ZEROS TO TOTAL-APARTADOS
                  MOVE ZEROS TO TOTAL-ESTANTE
                  MOVE LOW-VALUES TO CLAVE-EJEMPLAR
                  MOVE 'N' TO FIN-FICH
                  START EJEMPLAR KEY IS > CLAVE-EJEMPLAR INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ EJEMPLAR NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      PERFORM EXAMINAR-PENDIENTE
                    END-READ
                  END-PERFORM
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  MOVE 'Apartados para revision' TO LTO-TEXTO
                  MOVE TOTAL-APARTADOS TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  DISPLAY LTO-TEXTO LINE 6 POSITION 20
                  DISPLAY LTO-CONT LINE 6 POSITION 52
                  MOVE 'En estante con limite cumplido' TO LTO-TEXTO
                  MOVE TOTAL-ESTANTE TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  DISPLAY LTO-TEXTO LINE 7 POSITION 20
                  DISPLAY LTO-CONT LINE 7 POSITION 52
                  CLOSE IMPRE
                  DISPLAY 'Informe enviado a la cola de impresion'
                  LINE 21 POSITION 21
                END-IF.

        EXAMINAR-PENDIENTE.
                MOVE EJE-SUCURSAL TO SUC-EJE-REAL
                IF SUC-EJE-REAL = SPACES
                  MOVE '01' TO SUC-EJE-REAL
                END-IF
                IF SUC-EJE-REAL = SUCURSAL-ACTUAL
                  IF ESTADO-EJE = 'R'
                    ADD 1 TO TOTAL-APARTADOS
                    MOVE 'APARTADO' TO LPE-SITUACION
                    PERFORM ESCRIBIR-PENDIENTE
                  ELSE
                    IF ESTADO-EJE = 'B' OR ESTADO-EJE = 'D'
                      PERFORM LEER-TIPO
                      IF LIMITE-REVISION > 0
                       AND EJE-ALQ-REVISION NOT < LIMITE-REVISION
                        ADD 1 TO TOTAL-ESTANTE
                        MOVE 'EN ESTANTE' TO LPE-SITUACION
                        PERFORM ESCRIBIR-PENDIENTE
                      END-IF
                    END-IF
                  END-IF
                END-IF.

        ESCRIBIR-PENDIENTE.
                PERFORM LEER-TITULO
                MOVE EJE-PELI TO LPE-PELI
                MOVE EJE-NUM TO LPE-EJEMPLAR
                MOVE TITULO TO LPE-TITULO
                MOVE FECHA-EJE TO LPE-FECHA
                MOVE ZEROS TO DIAS-APARTADO
                IF FECHA-EJE > 0 AND ESTADO-EJE = 'R'
                  COMPUTE DIAS-APARTADO = HOY-INT -
                          FUNCTION INTEGER-OF-DATE(FECHA-EJE)
                  IF DIAS-APARTADO < 0
                    MOVE 0 TO DIAS-APARTADO
                  END-IF
                END-IF
                MOVE DIAS-APARTADO TO LPE-DIAS
                MOVE EJE-ALQ-REVISION TO LPE-ALQ-REVISION
                MOVE EJE-ALQUILERES TO LPE-ALQUILERES
                WRITE REG-IMPRE FROM LINEA-PENDIENTE
                END-WRITE.

        LISTAR-DESGASTE.
                DISPLAY 'Avisar desde el % de vida util:' LINE 6
                POSITION 20
                MOVE 80 TO PORCENTAJE-AVISO
                ACCEPT PORCENTAJE-AVISO LINE 6 POSITION 52 UPDATE
                IF PORCENTAJE-AVISO = 0
                  MOVE 80 TO PORCENTAJE-AVISO
                END-IF
                PERFORM ABRIR-IMPRESORA
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' LINE 21 POSITION 21
                  DISPLAY ESTADO-IMPRESORA LINE 21 POSITION 40
                ELSE
                  MOVE 'EJEMPLARES PROXIMOS A RETIRAR AL' TO CAB-TITULO
                  MOVE FECHA-HOY-YMD TO CAB-FECHA
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-DESGASTE
                  END-WRITE
                  MOVE ZEROS TO TOTAL-PROXIMOS
                  MOVE ZEROS TO TOTAL-AGOTADOS
                  MOVE LOW-VALUES TO CLAVE-EJEMPLAR
                  MOVE 'N' TO FIN-FICH
                  START EJEMPLAR KEY IS > CLAVE-EJEMPLAR INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ EJEMPLAR NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF ESTADO-EJE NOT = 'X' AND ESTADO-EJE NOT = 'P'
                        PERFORM EXAMINAR-DESGASTE
                      END-IF
                    END-READ
                  END-PERFORM
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  MOVE 'Proximos a fin de vida util' TO LTO-TEXTO
                  MOVE TOTAL-PROXIMOS TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  DISPLAY LTO-TEXTO LINE 8 POSITION 20
                  DISPLAY LTO-CONT LINE 8 POSITION 52
                  MOVE 'Vida util ya superada' TO LTO-TEXTO
                  MOVE TOTAL-AGOTADOS TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  DISPLAY LTO-TEXTO LINE 9 POSITION 20
                  DISPLAY LTO-CONT LINE 9 POSITION 52
                  CLOSE IMPRE
                  DISPLAY 'Informe enviado a la cola de impresion'
                  LINE 21 POSITION 21
                END-IF.

        EXAMINAR-DESGASTE.
                PERFORM LEER-TIPO
                IF VIDA-UTIL > 0
                  COMPUTE PORCENTAJE-USO =
                          EJE-ALQUILERES * 100 / VIDA-UTIL
                  IF PORCENTAJE-USO NOT < PORCENTAJE-AVISO
                    IF PORCENTAJE-USO NOT < 100
                      ADD 1 TO TOTAL-AGOTADOS
                    ELSE
                      ADD 1 TO TOTAL-PROXIMOS
                    END-IF
                    PERFORM LEER-TITULO
                    MOVE EJE-PELI TO LDE-PELI
                    MOVE EJE-NUM TO LDE-EJEMPLAR
                    MOVE TITULO TO LDE-TITULO
                    MOVE EJE-SUCURSAL TO LDE-SUCURSAL
                    IF EJE-SUCURSAL = SPACES
                      MOVE '01' TO LDE-SUCURSAL
                    END-IF
                    MOVE ESTADO-EJE TO LDE-ESTADO
                    MOVE EJE-FECHA-REVISION TO LDE-FECHA-REVISION
                    MOVE EJE-ALQUILERES TO LDE-ALQUILERES
                    MOVE VIDA-UTIL TO LDE-VIDA
                    MOVE PORCENTAJE-USO TO LDE-PORCENTAJE
                    WRITE REG-IMPRE FROM LINEA-DESGASTE
                    END-WRITE
                  END-IF
                END-IF.

        CERRAR-FICHERO.
                CLOSE EJEMPLAR.
                CLOSE PELICULA.
                CLOSE ARTICULO.
                CLOSE TIPOART.
