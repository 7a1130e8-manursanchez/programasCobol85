        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-PLAN.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PLANES ASSIGN TO DISK "PLANES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS ESTADO-PLANES.

        DATA DIVISION.

        FILE SECTION.
          FD PLANES LABEL RECORD STANDARD.
          01 REG-PLANES.
           02 PLN-CODIGO PIC X(2).
           02 PLN-DESCRIPCION PIC X(20).
           02 PLN-CUOTA PIC 9(4)V99.
           02 PLN-LIMITE PIC 99.
           02 PLN-CLASES.
            03 PLN-CLASE PIC X OCCURS 4 TIMES.
           02 PLN-ESTRENOS PIC X.
           02 PLN-ACTIVO PIC X.

        WORKING-STORAGE SECTION.
        77 ESTADO-PLANES PIC XX.
        77 EXISTE PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 DATOS-OK PIC X.
        77 IDX-CLASE PIC 9.
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
                  ACCEPT PLN-CODIGO LINE 4 POSITION 45
                  READ PLANES INVALID KEY
                   MOVE 'N' TO EXISTE
                  END-READ
                  IF EXISTE = 'N'
                    MOVE SPACES TO PLN-DESCRIPCION
                    MOVE ZEROS TO PLN-CUOTA
                    MOVE ZEROS TO PLN-LIMITE
                    MOVE 'NSSS' TO PLN-CLASES
                    MOVE 'N' TO PLN-ESTRENOS
                    MOVE 'S' TO PLN-ACTIVO
                    DISPLAY 'Nuevo plan' LINE 4 POSITION 55
                  END-IF
                  PERFORM MOSTRAR-DATOS
                  MOVE 'N' TO DATOS-OK
                  PERFORM UNTIL DATOS-OK = 'S'
                    PERFORM MODIFICAR-DATOS
                    PERFORM VALIDAR-DATOS
                  END-PERFORM
                  DISPLAY "GRABAR PLAN (S/N)?" POSITION 30
                  LINE 22
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 50 LINE 22
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                     PERFORM GRABAR-FICHA
                  END-IF
                  MOVE ' ' TO RES
                  DISPLAY 'DESEA MANTENER OTRO PLAN?     ' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 52
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O PLANES.
               IF ESTADO-PLANES NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PLANES
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' PLANES DE SUSCRIPCION ' LINE 2
                POSITION 28 REVERSE
                DISPLAY 'Codigo de Plan....:' LINE 4 POSITION 25
                DISPLAY 'Descripcion................:'
                LINE 6 POSITION 10
                DISPLAY 'Cuota mensual..............:'
                LINE 8 POSITION 10
                DISPLAY 'Peliculas a la vez.........:'
                LINE 10 POSITION 10
                DISPLAY 'Incluye clase 2/3/4 (S/N)..:'
                LINE 12 POSITION 10
                DISPLAY 'Incluye estrenos (S/N).....:'
                LINE 14 POSITION 10
                DISPLAY 'Plan activo (S/N)..........:'
                LINE 16 POSITION 10.

        MOSTRAR-DATOS.
                DISPLAY PLN-DESCRIPCION LINE 6 POSITION 39
                DISPLAY PLN-CUOTA LINE 8 POSITION 39
                DISPLAY PLN-LIMITE LINE 10 POSITION 39
                DISPLAY PLN-CLASE(2) LINE 12 POSITION 39
                DISPLAY PLN-CLASE(3) LINE 12 POSITION 42
                DISPLAY PLN-CLASE(4) LINE 12 POSITION 45
                DISPLAY PLN-ESTRENOS LINE 14 POSITION 39
                DISPLAY PLN-ACTIVO LINE 16 POSITION 39.

        MODIFICAR-DATOS.
                ACCEPT PLN-DESCRIPCION LINE 6 POSITION 39 UPDATE
                ACCEPT PLN-CUOTA LINE 8 POSITION 39 UPDATE
                ACCEPT PLN-LIMITE LINE 10 POSITION 39 UPDATE
                ACCEPT PLN-CLASE(2) LINE 12 POSITION 39 UPDATE
                ACCEPT PLN-CLASE(3) LINE 12 POSITION 42 UPDATE
                ACCEPT PLN-CLASE(4) LINE 12 POSITION 45 UPDATE
                ACCEPT PLN-ESTRENOS LINE 14 POSITION 39 UPDATE
                ACCEPT PLN-ACTIVO LINE 16 POSITION 39 UPDATE.

        VALIDAR-DATOS.
                MOVE 'S' TO DATOS-OK
                MOVE PLN-ESTRENOS TO PLN-CLASE(1)
                PERFORM VARYING IDX-CLASE FROM 1 BY 1
                        UNTIL IDX-CLASE > 4
                  IF PLN-CLASE(IDX-CLASE) = 's'
                    MOVE 'S' TO PLN-CLASE(IDX-CLASE)
                  END-IF
                  IF PLN-CLASE(IDX-CLASE) = 'n'
                    MOVE 'N' TO PLN-CLASE(IDX-CLASE)
                  END-IF
                  IF PLN-CLASE(IDX-CLASE) NOT = 'S'
                   AND PLN-CLASE(IDX-CLASE) NOT = 'N'
                    MOVE 'N' TO DATOS-OK
                  END-IF
                END-PERFORM
                MOVE PLN-CLASE(1) TO PLN-ESTRENOS
                IF PLN-ACTIVO = 's'
                  MOVE 'S' TO PLN-ACTIVO
                END-IF
                IF PLN-ACTIVO = 'n'
                  MOVE 'N' TO PLN-ACTIVO
                END-IF
                IF PLN-ACTIVO NOT = 'S' AND PLN-ACTIVO NOT = 'N'
                  MOVE 'N' TO DATOS-OK
                END-IF
                IF PLN-CUOTA = 0 OR PLN-LIMITE = 0
                  MOVE 'N' TO DATOS-OK
                END-IF
                IF DATOS-OK = 'N'
                  DISPLAY 'Datos del plan no validos' LINE 20
                  POSITION 21
                ELSE
                  DISPLAY '                         ' LINE 20
                  POSITION 21
                END-IF.

        GRABAR-FICHA.
                IF EXISTE = 'N'
                  WRITE REG-PLANES INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-WRITE
                ELSE
                  REWRITE REG-PLANES INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                END-IF
                MOVE 'CAMBIO' TO AUD-OPERACION
                MOVE 'PLAN' TO AUD-ENTIDAD
                MOVE PLN-CODIGO TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        CERRAR-FICHERO.
                CLOSE PLANES.
