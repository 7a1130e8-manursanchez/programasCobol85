        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-REPOSICION.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL REPOSICION ASSIGN TO DISK
                                             "REPOSICION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CLASE
               FILE STATUS IS ESTADO-REPOSICION.

        DATA DIVISION.

        FILE SECTION.
          FD REPOSICION LABEL RECORD STANDARD.
          01 REG-REPOSICION.
           02 REP-CLASE PIC 9.
           02 REP-IMPORTE PIC 9(4)V99.
           02 REP-DIAS PIC 999.

        WORKING-STORAGE SECTION.
        77 ESTADO-REPOSICION PIC XX.
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
                  ACCEPT REP-CLASE LINE 4 POSITION 45
                  READ REPOSICION INVALID KEY
                   MOVE 'N' TO EXISTE
                  END-READ
                  IF EXISTE = 'N'
                    MOVE ZEROS TO REP-IMPORTE
                    MOVE ZEROS TO REP-DIAS
                    DISPLAY 'Nueva clase' LINE 4 POSITION 55
                  ELSE
                    DISPLAY REP-IMPORTE LINE 6 POSITION 39
                    DISPLAY REP-DIAS LINE 8 POSITION 39
                  END-IF
                  ACCEPT REP-IMPORTE LINE 6 POSITION 39 UPDATE
                  ACCEPT REP-DIAS LINE 8 POSITION 39 UPDATE
                  DISPLAY "GRABAR CLASE (S/N)?" POSITION 30
                  LINE 22
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 52 LINE 22
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                     PERFORM GRABAR-FICHA
                  END-IF
                  MOVE ' ' TO RES
                  DISPLAY 'DESEA MANTENER OTRA CLASE?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 49
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O REPOSICION.
               IF ESTADO-REPOSICION NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-REPOSICION
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' COSTE DE REPOSICION POR CLASE ' LINE 2
                POSITION 24 REVERSE
                DISPLAY 'Clase de pelicula.:' LINE 4 POSITION 25
                DISPLAY 'Importe de reposicion......:'
                LINE 6 POSITION 10
                DISPLAY 'Dias de retraso para perdida:'
                LINE 8 POSITION 9
                DISPLAY '(0 = sin declaracion automatica)'
                LINE 9 POSITION 39.

        GRABAR-FICHA.
                IF EXISTE = 'N'
                  WRITE REG-REPOSICION INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-WRITE
                ELSE
                  REWRITE REG-REPOSICION INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                END-IF
                MOVE 'CAMBIO' TO AUD-OPERACION
                MOVE 'REPOSICION' TO AUD-ENTIDAD
                MOVE REP-CLASE TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        CERRAR-FICHERO.
                CLOSE REPOSICION.
