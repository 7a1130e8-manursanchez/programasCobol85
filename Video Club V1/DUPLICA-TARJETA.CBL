        IDENTIFICATION DIVISION.
          PROGRAM-ID. DUPLICA-TARJETA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL TARJSOCIO ASSIGN TO DISK
                                             "TARJSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJS-NUMERO
               ALTERNATE RECORD KEY IS TJS-SOCIO WITH DUPLICATES
               FILE STATUS IS ESTADO-TARJSOCIO.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

        DATA DIVISION.

        FILE SECTION.
          FD TARJSOCIO LABEL RECORD STANDARD.
          01 REG-TARJSOCIO.
           02 TJS-NUMERO PIC X(10).
           02 TJS-SOCIO PIC X(5).
           02 TJS-ESTADO PIC X.
           02 TJS-MOTIVO PIC X.
           02 TJS-FECHA PIC 9(8).
           02 TJS-FECHA-BAJA PIC 9(8).

          FD SOCIOS LABEL RECORD STANDARD.
          01 REG-SOCIOS.
            05 COD-SOCIO PIC X(5).
            05 NOMBRE.
              07 APE1 PIC X(12).
              07 APE2 PIC X(12).
              07 NOMB PIC X(12).
            05 DIRECCION PIC X(30).
            05 DNI PIC X(10).
            05 TELEFONO PIC X(10).
            05 FECHA-NAC.
              07 DIA-NAC    PIC 99.
              07 MES-NAC    PIC 99.
              07 ANO-NAC    PIC 9999.
            05 FECHA-ALTA-SOCIO.
              07 DIA-ALTA-SOCIO  PIC 99.
              07 MES-ALTA-SOCIO  PIC 99.
              07 ANO-ALTA-SOCIO  PIC 9999.
            05 FECHA-CADUCIDAD.
              07 DIA-CAD    PIC 99.
              07 MES-CAD    PIC 99.
              07 ANO-CAD    PIC 9999.
            05 CATEGORIA-SOCIO PIC X.
            05 COD-FAMILIA PIC X(5).
            05 BLOQUEO-INFANTIL PIC X.
            05 PREF-CONTACTO PIC X.

        WORKING-STORAGE SECTION.
        77 ESTADO-TARJSOCIO PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 EXISTE-SOCIO PIC X.
        77 FIN-TJS PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 LINEA-PANT PIC 99.
        77 TJ-NOMBRE PIC X(36).
        77 TJ-MOTIVO PIC X.
        77 TJ-NUMERO PIC X(10).

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
                  MOVE SPACES TO COD-SOCIO
                  ACCEPT COD-SOCIO LINE 4 POSITION 45
                  MOVE 'S' TO EXISTE-SOCIO
                  READ SOCIOS INVALID KEY
                    MOVE 'N' TO EXISTE-SOCIO
                  END-READ
                  IF EXISTE-SOCIO = 'N'
                    DISPLAY 'Ese socio no existe' LINE 21 POSITION 21
                  ELSE
                    PERFORM MOSTRAR-TARJETAS
                    PERFORM PEDIR-EMISION
                  END-IF
                  MOVE ' ' TO RES
                  DISPLAY 'DESEA ATENDER OTRO SOCIO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 49
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT SOCIOS.
               IF ESTADO-SOCIOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-SOCIOS
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' TARJETAS DE SOCIO ' LINE 2
                POSITION 30 REVERSE
                DISPLAY 'Codigo Socio......:' LINE 4 POSITION 25
                DISPLAY 'Nombre.....................:'
                LINE 6 POSITION 10
                DISPLAY 'Carnet valido hasta........:'
                LINE 8 POSITION 10
                DISPLAY 'TARJETA' LINE 10 POSITION 10
                DISPLAY 'EMITIDA' LINE 10 POSITION 25
                DISPLAY 'SITUACION' LINE 10 POSITION 38.

        MOSTRAR-TARJETAS.
                DISPLAY NOMB LINE 6 POSITION 39
                DISPLAY APE1 LINE 6 POSITION 52
                DISPLAY FECHA-CADUCIDAD LINE 8 POSITION 39
                MOVE 11 TO LINEA-PANT
                OPEN INPUT TARJSOCIO
                IF ESTADO-TARJSOCIO = "00"
                  MOVE COD-SOCIO TO TJS-SOCIO
                  MOVE 'N' TO FIN-TJS
                  START TARJSOCIO KEY IS = TJS-SOCIO INVALID KEY
                    MOVE 'S' TO FIN-TJS
                  END-START
                  PERFORM UNTIL FIN-TJS = 'S' OR LINEA-PANT > 17
                    READ TARJSOCIO NEXT RECORD AT END
                      MOVE 'S' TO FIN-TJS
                    NOT AT END
                      IF TJS-SOCIO NOT = COD-SOCIO
                        MOVE 'S' TO FIN-TJS
                      ELSE
                        PERFORM MOSTRAR-LINEA
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE TARJSOCIO
                END-IF
                IF LINEA-PANT = 11
                  DISPLAY 'El socio no tiene tarjeta'
                  LINE 11 POSITION 10
                END-IF.

        MOSTRAR-LINEA.
                DISPLAY TJS-NUMERO LINE LINEA-PANT POSITION 10
                DISPLAY TJS-FECHA LINE LINEA-PANT POSITION 25
                IF TJS-ESTADO = 'A'
                  DISPLAY 'ACTIVA' LINE LINEA-PANT POSITION 38
                ELSE
                  DISPLAY 'ANULADA' LINE LINEA-PANT POSITION 38
                  DISPLAY TJS-FECHA-BAJA LINE LINEA-PANT POSITION 47
                END-IF
                ADD 1 TO LINEA-PANT.

        PEDIR-EMISION.
                DISPLAY "EMITIR TARJETA NUEVA (S/N)?" POSITION 25
                LINE 19
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 54 LINE 19
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  MOVE SPACES TO TJ-NOMBRE
                  STRING NOMB DELIMITED BY SPACE
                         ' ' DELIMITED BY SIZE
                         APE1 DELIMITED BY SPACE
                         ' ' DELIMITED BY SIZE
                         APE2 DELIMITED BY SPACE
                         INTO TJ-NOMBRE
                  MOVE 'D' TO TJ-MOTIVO
                  CALL 'TARJETA-SOCIO' USING COD-SOCIO TJ-NOMBRE
                               FECHA-CADUCIDAD TJ-MOTIVO TJ-NUMERO
                  CANCEL 'TARJETA-SOCIO'
                  IF TJ-NUMERO NOT = SPACES
                    DISPLAY 'Tarjeta emitida:' LINE 21 POSITION 21
                    DISPLAY TJ-NUMERO LINE 21 POSITION 38
                  END-IF
                END-IF.

        CERRAR-FICHERO.
                CLOSE SOCIOS.
