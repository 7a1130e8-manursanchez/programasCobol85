        IDENTIFICATION DIVISION.
          PROGRAM-ID. CONVIERTE-EJEMPLAR.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT EJEMPLAR-ANTIGUO ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR-V
               FILE STATUS IS ESTADO-ANTIGUO.

               SELECT OPTIONAL EJEMPLAR ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-EJEMPLAR.

               SELECT TIPOART-ANTIGUO ASSIGN TO DISK "TIPOART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-CODIGO-V
               FILE STATUS IS ESTADO-ANTIGUO.

               SELECT OPTIONAL TIPOART ASSIGN TO DISK "TIPOART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-CODIGO
               FILE STATUS IS ESTADO-TIPOART.

               SELECT COPIA ASSIGN TO DISK NOMBRE-COPIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTADO-COPIA.

        DATA DIVISION.

        FILE SECTION.
          FD EJEMPLAR-ANTIGUO LABEL RECORD STANDARD.
          01 REG-EJEMPLAR-ANTIGUO.
           02 CLAVE-EJEMPLAR-V.
            03 EJE-PELI-V PIC X(6).
            03 EJE-NUM-V PIC 99.
           02 ESTADO-EJE-V PIC X.
           02 FECHA-EJE-V PIC 9(8).
           02 EJE-SUCURSAL-V PIC X(2).
           02 EJE-SUC-DESTINO-V PIC X(2).

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

          FD TIPOART-ANTIGUO LABEL RECORD STANDARD.
          01 REG-TIPOART-ANTIGUO.
           02 TPA-CODIGO-V PIC X.
           02 TPA-DESCRIPCION-V PIC X(15).
           02 TPA-DIAS-PRESTAMO-V PIC 99.
           02 TPA-CLASE-PRECIO-V PIC 9.

          FD TIPOART LABEL RECORD STANDARD.
          01 REG-TIPOART.
           02 TPA-CODIGO PIC X.
           02 TPA-DESCRIPCION PIC X(15).
           02 TPA-DIAS-PRESTAMO PIC 99.
           02 TPA-CLASE-PRECIO PIC 9.
           02 TPA-LIMITE-REVISION PIC 9(4).
           02 TPA-VIDA-ALQUILERES PIC 9(5).

          FD COPIA LABEL RECORD STANDARD.
          01 REG-COPIA PIC X(40).

        WORKING-STORAGE SECTION.
        77 ESTADO-ANTIGUO PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-TIPOART PIC XX.
        77 ESTADO-COPIA PIC XX.
        77 NOMBRE-COPIA PIC X(12).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FIN-FICH PIC X.
        77 CONT-LEIDOS PIC 9(6) VALUE ZEROS.
        77 CONT-CARGADOS PIC 9(6) VALUE ZEROS.
        77 CONT-PANT PIC ZZZZZ9.
        77 LINEA-PANT PIC 99.

        01 REG-TRABAJO-EJE.
         02 TRE-CLAVE PIC X(8).
         02 TRE-ESTADO PIC X.
         02 TRE-FECHA PIC 9(8).
         02 TRE-SUCURSAL PIC X(2).
         02 TRE-SUC-DESTINO PIC X(2).

        01 REG-TRABAJO-TPA.
         02 TRT-CODIGO PIC X.
         02 TRT-DESCRIPCION PIC X(15).
         02 TRT-DIAS-PRESTAMO PIC 99.
         02 TRT-CLASE-PRECIO PIC 9.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                DISPLAY 'Convierte EJEMPLAR.DAT y TIPOART.DAT al'
                LINE 5 POSITION 15.
                DISPLAY 'formato con contador de alquileres y'
                LINE 6 POSITION 15.
                DISPLAY 'limites de revision por tipo.' LINE 7
                POSITION 15.
                DISPLAY 'CONVERTIR LOS FICHEROS (S/N)?' POSITION 25
                LINE 9.
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 56 LINE 9
                END-PERFORM.
                IF RES = 'S' OR RES = 's'
                  MOVE 11 TO LINEA-PANT
                  DISPLAY 'EJEMPLAR.DAT' LINE LINEA-PANT POSITION 15
                  MOVE 'EJEMPLAR.CNV' TO NOMBRE-COPIA
                  PERFORM VOLCAR-EJEMPLAR
                  IF CONT-LEIDOS > 0
                    PERFORM CARGAR-EJEMPLAR
                    PERFORM MOSTRAR-CONTADORES
                  END-IF
                  MOVE 16 TO LINEA-PANT
                  DISPLAY 'TIPOART.DAT' LINE LINEA-PANT POSITION 15
                  MOVE 'TIPOART.CNV' TO NOMBRE-COPIA
                  PERFORM VOLCAR-TIPOART
                  IF CONT-LEIDOS > 0
                    PERFORM CARGAR-TIPOART
                    PERFORM MOSTRAR-CONTADORES
                  END-IF
                END-IF.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' CONVERSION DE EJEMPLARES ' LINE 2
                POSITION 27 REVERSE.

        MOSTRAR-CONTADORES.
                ADD 1 TO LINEA-PANT
                MOVE CONT-LEIDOS TO CONT-PANT
                DISPLAY 'Registros leidos..:' LINE LINEA-PANT
                POSITION 15
                DISPLAY CONT-PANT LINE LINEA-PANT POSITION 35
                ADD 1 TO LINEA-PANT
                MOVE CONT-CARGADOS TO CONT-PANT
                DISPLAY 'Registros cargados:' LINE LINEA-PANT
                POSITION 15
                DISPLAY CONT-PANT LINE LINEA-PANT POSITION 35.

        AVISAR-ANTIGUO.
                ADD 1 TO LINEA-PANT
                DISPLAY 'No se pudo abrir en formato antiguo: '
                LINE LINEA-PANT POSITION 15
                DISPLAY ESTADO-ANTIGUO LINE LINEA-PANT POSITION 53
                ADD 1 TO LINEA-PANT
                DISPLAY '(puede que ya este convertido)'
                LINE LINEA-PANT POSITION 15.

        AVISAR-VOLCADO.
                ADD 1 TO LINEA-PANT
                DISPLAY 'No se pudo releer el volcado: '
                LINE LINEA-PANT POSITION 15
                DISPLAY ESTADO-COPIA LINE LINEA-PANT POSITION 46.

        VOLCAR-EJEMPLAR.
                MOVE ZEROS TO CONT-LEIDOS
                OPEN INPUT EJEMPLAR-ANTIGUO
                IF ESTADO-ANTIGUO NOT = "00"
                  PERFORM AVISAR-ANTIGUO
                ELSE
                  OPEN OUTPUT COPIA
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ EJEMPLAR-ANTIGUO NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE CLAVE-EJEMPLAR-V TO TRE-CLAVE
                      MOVE ESTADO-EJE-V TO TRE-ESTADO
                      MOVE FECHA-EJE-V TO TRE-FECHA
                      MOVE EJE-SUCURSAL-V TO TRE-SUCURSAL
                      MOVE EJE-SUC-DESTINO-V TO TRE-SUC-DESTINO
                      MOVE SPACES TO REG-COPIA
                      MOVE REG-TRABAJO-EJE TO REG-COPIA
                      WRITE REG-COPIA
                      ADD 1 TO CONT-LEIDOS
                    END-READ
                  END-PERFORM
                  CLOSE COPIA
                  CLOSE EJEMPLAR-ANTIGUO
                END-IF.

        CARGAR-EJEMPLAR.
                MOVE ZEROS TO CONT-CARGADOS
                OPEN INPUT COPIA
                IF ESTADO-COPIA NOT = "00"
                  PERFORM AVISAR-VOLCADO
                ELSE
                  OPEN OUTPUT EJEMPLAR
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-TRABAJO-EJE
                      PERFORM CARGAR-REG-EJEMPLAR
                    END-READ
                  END-PERFORM
                  CLOSE EJEMPLAR
                  CLOSE COPIA
                END-IF.

        CARGAR-REG-EJEMPLAR.
                MOVE TRE-CLAVE TO CLAVE-EJEMPLAR
                MOVE TRE-ESTADO TO ESTADO-EJE
                MOVE TRE-FECHA TO FECHA-EJE
                MOVE TRE-SUCURSAL TO EJE-SUCURSAL
                MOVE TRE-SUC-DESTINO TO EJE-SUC-DESTINO
                MOVE ZEROS TO EJE-ALQUILERES
                MOVE ZEROS TO EJE-ALQ-REVISION
                MOVE ZEROS TO EJE-FECHA-REVISION
                WRITE REG-EJEMPLAR INVALID KEY
                  DISPLAY 'Registro duplicado ' CLAVE-EJEMPLAR
                  LINE 21 POSITION 15
                NOT INVALID KEY
                  ADD 1 TO CONT-CARGADOS
                END-WRITE.

        VOLCAR-TIPOART.
                MOVE ZEROS TO CONT-LEIDOS
                OPEN INPUT TIPOART-ANTIGUO
                IF ESTADO-ANTIGUO NOT = "00"
                  PERFORM AVISAR-ANTIGUO
                ELSE
                  OPEN OUTPUT COPIA
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ TIPOART-ANTIGUO NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE TPA-CODIGO-V TO TRT-CODIGO
                      MOVE TPA-DESCRIPCION-V TO TRT-DESCRIPCION
                      MOVE TPA-DIAS-PRESTAMO-V TO TRT-DIAS-PRESTAMO
                      MOVE TPA-CLASE-PRECIO-V TO TRT-CLASE-PRECIO
                      MOVE SPACES TO REG-COPIA
                      MOVE REG-TRABAJO-TPA TO REG-COPIA
                      WRITE REG-COPIA
                      ADD 1 TO CONT-LEIDOS
                    END-READ
                  END-PERFORM
                  CLOSE COPIA
                  CLOSE TIPOART-ANTIGUO
                END-IF.

        CARGAR-TIPOART.
                MOVE ZEROS TO CONT-CARGADOS
                OPEN INPUT COPIA
                IF ESTADO-COPIA NOT = "00"
                  PERFORM AVISAR-VOLCADO
                ELSE
                  OPEN OUTPUT TIPOART
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-TRABAJO-TPA
                      PERFORM CARGAR-REG-TIPOART
                    END-READ
                  END-PERFORM
                  CLOSE TIPOART
                  CLOSE COPIA
                END-IF.

        CARGAR-REG-TIPOART.
                MOVE TRT-CODIGO TO TPA-CODIGO
                MOVE TRT-DESCRIPCION TO TPA-DESCRIPCION
                MOVE TRT-DIAS-PRESTAMO TO TPA-DIAS-PRESTAMO
                MOVE TRT-CLASE-PRECIO TO TPA-CLASE-PRECIO
                MOVE ZEROS TO TPA-LIMITE-REVISION
                MOVE ZEROS TO TPA-VIDA-ALQUILERES
                WRITE REG-TIPOART INVALID KEY
                  DISPLAY 'Registro duplicado ' TPA-CODIGO
                  LINE 21 POSITION 15
                NOT INVALID KEY
                  ADD 1 TO CONT-CARGADOS
                END-WRITE.
