               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ALQUILER.

               SELECT OPTIONAL SALDOS ASSIGN TO DISK "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-SOCIO
               FILE STATUS IS ESTADO-SALDOS.

               SELECT OPTIONAL BONOS ASSIGN TO DISK "BONOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BON-SOCIO
               FILE STATUS IS ESTADO-BONOS.

               SELECT OPTIONAL FIANZAS ASSIGN TO DISK "FIANZAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FZA-SALIDA
               FILE STATUS IS ESTADO-FIANZAS.

        DATA DIVISION.

        FILE SECTION.
           02 EJEMPLAR-ALQ PIC 99.
           02 SUCURSAL-ALQ PIC X(2).

          FD SALDOS LABEL RECORD STANDARD.
          01 REG-SALDOS.
           02 SDO-SOCIO PIC X(5).
           02 SALDO-SOCIO PIC S9(7)V99.
           02 SITUACION-SOCIO PIC X.
           02 NIVEL-CARTA PIC 9.
           02 FECHA-CARTA PIC 9(8).

          FD BONOS LABEL RECORD STANDARD.
          01 REG-BONOS.
           02 BON-SOCIO PIC X(5).
           02 BON-RESTAN PIC 9(3).
           02 BON-FECHA-CAD PIC 9(8).
           02 BON-FECHA-VENTA PIC 9(8).

          FD FIANZAS LABEL RECORD STANDARD.
          01 REG-FIANZAS.
           02 FZA-SALIDA PIC X(8).
           02 FZA-SOCIO PIC X(5).
           02 FZA-PELI PIC X(6).
           02 FZA-EJEMPLAR PIC 99.
           02 FZA-IMPORTE PIC 9(4)V99.
           02 FZA-FORMA PIC X.
           02 FZA-FECHA PIC 9(8).
           02 FZA-ESTADO PIC X.
           02 FZA-FECHA-DEV PIC 9(8).

        WORKING-STORAGE SECTION.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-SALDOS PIC XX.
        77 ESTADO-BONOS PIC XX.
        77 ESTADO-FIANZAS PIC XX.
        77 TIENE-SALDO-PENDIENTE PIC X.
        77 EXISTE PIC X.
        77 REINTENTOS PIC 999.
        77 BLOQUEADO PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'BAJA-SOCIO'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        SCREEN SECTION.
          01 COLOR-PORTADA.
                    IF TIENE-ALQUILER-ABIERTO = 'S'
                      DISPLAY
                      'Este socio tiene un alquiler abierto,'
                      LINE 20 POSITION 10
                      DISPLAY 'no se puede dar de baja' LINE 21
                      POSITION 10
                    ELSE
                     PERFORM COMPROBAR-SALDO-PENDIENTE
                     IF TIENE-SALDO-PENDIENTE = 'S'
                      DISPLAY
                      'Este socio tiene saldos sin liquidar,'
                      LINE 20 POSITION 10
                      DISPLAY 'liquidar antes de dar de baja' LINE 21
                      POSITION 10
                      UNLOCK SOCIOS
                     ELSE
                      DISPLAY "BORRAR FICHA (S/N)?" POSITION 30
                      LINE 18
                      PERFORM UNTIL CORRECTA
                      ELSE
                         UNLOCK SOCIOS
                      END-IF
                     END-IF
                    END-IF
                   END-IF
                  END-IF
                                LINE 25 POSITION 30 ESTADO-ALQUILER
                 ACCEPT RES
               END-IF.
               OPEN INPUT SALDOS.
               OPEN INPUT BONOS.
               OPEN INPUT FIANZAS.

        PORTADA.
                DISPLAY COLOR-PORTADA
                  END-READ
                END-PERFORM.

        COMPROBAR-SALDO-PENDIENTE.
                MOVE 'N' TO TIENE-SALDO-PENDIENTE
                MOVE COD-SOCIO TO SDO-SOCIO
                READ SALDOS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF SALDO-SOCIO NOT = 0
                    MOVE 'S' TO TIENE-SALDO-PENDIENTE
                  END-IF
                END-READ
                MOVE COD-SOCIO TO BON-SOCIO
                READ BONOS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF BON-RESTAN > 0
                    MOVE 'S' TO TIENE-SALDO-PENDIENTE
                  END-IF
                END-READ
                MOVE LOW-VALUES TO FZA-SALIDA
                MOVE 'N' TO FIN-FICH
                START FIANZAS KEY IS NOT LESS THAN FZA-SALIDA
                  INVALID KEY
                    MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ FIANZAS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF FZA-SOCIO = COD-SOCIO AND FZA-ESTADO = 'P'
                      MOVE 'S' TO TIENE-SALDO-PENDIENTE
                      MOVE 'S' TO FIN-FICH
                    END-IF
                  END-READ
                END-PERFORM.

        BORRAR-SOCIO.
                MOVE REG-SOCIOS TO DTR-ANTES
                DELETE SOCIOS INVALID KEY
                  DISPLAY 'Error al borrar la ficha' LINE 21
                  POSITION 15
                NOT INVALID KEY
                  MOVE 'SOCIOS' TO DTR-FICHERO
                  MOVE 'B' TO DTR-OPERACION
                  MOVE SPACES TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  DISPLAY 'Socio borrado correctamente' LINE 21
                  POSITION 15
                  MOVE 'BAJA' TO AUD-OPERACION
        CERRAR-FICHERO.
                CLOSE SOCIOS.
                CLOSE ALQUILER.
                CLOSE SALDOS.
                CLOSE BONOS.
                CLOSE FIANZAS.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
