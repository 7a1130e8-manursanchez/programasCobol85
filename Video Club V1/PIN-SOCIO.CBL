        IDENTIFICATION DIVISION.
          PROGRAM-ID. PIN-SOCIO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PINSOCIO ASSIGN TO DISK "PINSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-SOCIO
               FILE STATUS IS ESTADO-PINSOCIO.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

        DATA DIVISION.

        FILE SECTION.
          FD PINSOCIO LABEL RECORD STANDARD.
          01 REG-PINSOCIO.
           02 PIN-SOCIO PIC X(5).
           02 PIN-CLAVE PIC X(4).
           02 PIN-FALLOS PIC 9.
           02 PIN-ESTADO PIC X.
           02 PIN-FECHA PIC 9(8).
           02 PIN-ULT-ACCESO PIC 9(8).

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
        77 ESTADO-PINSOCIO PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 EXISTE PIC X.
        77 EXISTE-SOCIO PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 ACCION PIC X.
          88 ACCION-OK VALUE 'E' 'e' 'B' 'b' 'N' 'n'.
        77 PIN-NUEVO PIC X(4).
        77 PIN-REPETIDO PIC X(4).
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
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
                  MOVE SPACES TO COD-SOCIO
                  ACCEPT COD-SOCIO LINE 4 POSITION 45
                  MOVE 'S' TO EXISTE-SOCIO
                  READ SOCIOS INVALID KEY
                    MOVE 'N' TO EXISTE-SOCIO
                  END-READ
                  IF EXISTE-SOCIO = 'N'
                    DISPLAY 'Ese socio no existe' LINE 21 POSITION 21
                  ELSE
                    PERFORM MOSTRAR-PIN
                    PERFORM PEDIR-ACCION
                  END-IF
                  MOVE ' ' TO RES
                  DISPLAY 'DESEA ATENDER OTRO SOCIO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 49
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O PINSOCIO.
               IF ESTADO-PINSOCIO NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PINSOCIO
                 ACCEPT RESPU
               END-IF.
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
                DISPLAY ' PIN DEL TERMINAL DE SOCIOS ' LINE 2
                POSITION 26 REVERSE
                DISPLAY 'Codigo Socio......:' LINE 4 POSITION 25
                DISPLAY 'Nombre.....................:'
                LINE 6 POSITION 10
                DISPLAY 'Situacion del PIN..........:'
                LINE 8 POSITION 10
                DISPLAY 'Emitido el.................:'
                LINE 10 POSITION 10
                DISPLAY 'Ultimo acceso..............:'
                LINE 12 POSITION 10.

        MOSTRAR-PIN.
                DISPLAY NOMB LINE 6 POSITION 39
                DISPLAY APE1 LINE 6 POSITION 52
                MOVE COD-SOCIO TO PIN-SOCIO
                MOVE 'S' TO EXISTE
                READ PINSOCIO INVALID KEY
                  MOVE 'N' TO EXISTE
                END-READ
                IF EXISTE = 'N'
                  DISPLAY 'Sin PIN' LINE 8 POSITION 39
                ELSE
                  IF PIN-ESTADO = 'B'
                    DISPLAY 'BLOQUEADO' LINE 8 POSITION 39
                  ELSE
                    DISPLAY 'Activo' LINE 8 POSITION 39
                  END-IF
                  DISPLAY PIN-FECHA LINE 10 POSITION 39
                  DISPLAY PIN-ULT-ACCESO LINE 12 POSITION 39
                END-IF.

        PEDIR-ACCION.
                DISPLAY '(E)mitir PIN nuevo, (B)loquear, (N)ada:'
                LINE 15 POSITION 10
                MOVE ' ' TO ACCION
                PERFORM UNTIL ACCION-OK
                   ACCEPT ACCION LINE 15 POSITION 51
                END-PERFORM
                EVALUATE TRUE
                  WHEN ACCION = 'E' OR ACCION = 'e'
                    PERFORM EMITIR-PIN
                  WHEN ACCION = 'B' OR ACCION = 'b'
                    IF EXISTE = 'N'
                      DISPLAY 'El socio no tiene PIN' LINE 21
                      POSITION 21
                    ELSE
                      MOVE 'B' TO PIN-ESTADO
                      MOVE 'BLOQUEO' TO AUD-OPERACION
                      PERFORM GRABAR-FICHA
                    END-IF
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE.

        EMITIR-PIN.
                DISPLAY 'PIN nuevo (4 cifras)......:' LINE 17
                POSITION 10
                DISPLAY 'Repita el PIN.............:' LINE 18
                POSITION 10
                MOVE SPACES TO PIN-NUEVO
                MOVE SPACES TO PIN-REPETIDO
                ACCEPT PIN-NUEVO LINE 17 POSITION 39 OFF
                ACCEPT PIN-REPETIDO LINE 18 POSITION 39 OFF
                IF PIN-NUEVO NOT NUMERIC
                  DISPLAY 'El PIN debe tener 4 cifras' LINE 21
                  POSITION 21
                ELSE
                  IF PIN-NUEVO NOT = PIN-REPETIDO
                    DISPLAY 'Los dos PIN no coinciden' LINE 21
                    POSITION 21
                  ELSE
                    DISPLAY "GRABAR PIN (S/N)?" POSITION 30
                    LINE 20
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 49 LINE 20
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                      MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                      MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                      IF EXISTE = 'N'
                        MOVE COD-SOCIO TO PIN-SOCIO
                        MOVE ZEROS TO PIN-ULT-ACCESO
                        MOVE 'ALTA' TO AUD-OPERACION
                      ELSE
                        MOVE 'CAMBIO' TO AUD-OPERACION
                      END-IF
                      MOVE PIN-NUEVO TO PIN-CLAVE
                      MOVE ZERO TO PIN-FALLOS
                      MOVE 'A' TO PIN-ESTADO
                      MOVE FECHA-HOY-YMD TO PIN-FECHA
                      PERFORM GRABAR-FICHA
                    END-IF
                  END-IF
                END-IF
                MOVE SPACES TO PIN-NUEVO
                MOVE SPACES TO PIN-REPETIDO.

        GRABAR-FICHA.
                IF EXISTE = 'N'
                  WRITE REG-PINSOCIO INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-WRITE
                ELSE
                  REWRITE REG-PINSOCIO INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                END-IF
                MOVE 'PIN' TO AUD-ENTIDAD
                MOVE PIN-SOCIO TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                DISPLAY 'PIN actualizado' LINE 21 POSITION 21.

        CERRAR-FICHERO.
                CLOSE PINSOCIO.
                CLOSE SOCIOS.
