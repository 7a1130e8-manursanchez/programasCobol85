               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-EJEMPLAR.

               SELECT OPTIONAL TRASPROP ASSIGN TO DISK "TRASPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-TRASPROP
               ALTERNATE RECORD KEY IS TRP-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-TRASPROP.

        DATA DIVISION.

        FILE SECTION.
           02 FECHA-EJE PIC 9(8).
           02 EJE-SUCURSAL PIC X(2).
           02 EJE-SUC-DESTINO PIC X(2).
           02 EJE-ALQUILERES PIC 9(5).
           02 EJE-ALQ-REVISION PIC 9(4).
           02 EJE-FECHA-REVISION PIC 9(8).

          FD TRASPROP LABEL RECORD STANDARD.
          01 REG-TRASPROP.
           02 CLAVE-TRASPROP.
            03 TRP-NUMERO PIC X(6).
            03 TRP-LINEA PIC 999.
           02 TRP-FECHA PIC 9(8).
           02 TRP-PELI PIC X(6).
           02 TRP-ORIGEN PIC X(2).
           02 TRP-DESTINO PIC X(2).
           02 TRP-CANTIDAD PIC 9.
           02 TRP-MOTIVO PIC X.
           02 TRP-ALQ-ORIGEN PIC 9(4).
           02 TRP-ALQ-DESTINO PIC 9(4).
           02 TRP-RESERVAS PIC 999.
           02 TRP-ESTADO PIC X.
           02 TRP-FECHA-APR PIC 9(8).
           02 TRP-ENVIADOS PIC 9.
           02 TRP-FECHA-ENVIO PIC 9(8).
           02 TRP-EJEMPLARES.
            03 TRP-EJEMPLAR PIC 99 OCCURS 9 TIMES.

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-TRASPROP PIC XX.
        77 EXISTE-PELI PIC X.
        77 EXISTE-EJEMPLAR PIC X.
        77 RESPU PIC X.
        77 MODO PIC X.
          88 ENVIAR VALUE "1".
          88 RECIBIR VALUE "2".
          88 APROBADOS VALUE "3".
        77 DECISION PIC X.
        77 FIN-TRP PIC X.
        77 FIN-LINEA PIC X.
        77 LINEAS-VISTAS PIC 999.
        77 CODIGO-LEIDO PIC X(8).
        77 EJE-CHAR PIC X(2).
        77 NUM-LEIDO PIC 99.
                      PERFORM ENVIAR-EJEMPLAR
                    WHEN RECIBIR
                      PERFORM RECIBIR-EJEMPLAR
                    WHEN APROBADOS
                      PERFORM ENVIAR-APROBADOS
                    WHEN OTHER
                      DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                  END-EVALUATE
                                LINE 25 POSITION 30 ESTADO-EJEMPLAR
                 ACCEPT RESPU
               END-IF.
               OPEN I-O TRASPROP.
               IF ESTADO-TRASPROP NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-TRASPROP
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                POSITION 28 REVERSE
                DISPLAY 'Sucursal actual:' LINE 3 POSITION 55
                DISPLAY SUCURSAL-ACTUAL LINE 3 POSITION 72
                DISPLAY '1:Enviar 2:Recibir 3:Aprobados:' LINE 4
                POSITION 15.

        LEER-CODIGO.
                      LINE 21 POSITION 21
                      MOVE 'N' TO EXISTE-EJEMPLAR
                    ELSE
                     IF ESTADO-EJE = 'R'
                      DISPLAY 'Ejemplar en revision'
                      LINE 21 POSITION 21
                      MOVE 'N' TO EXISTE-EJEMPLAR
                     ELSE
                      MOVE EJE-SUCURSAL TO SUC-EJE-REAL
                      IF SUC-EJE-REAL = SPACES
                        MOVE '01' TO SUC-EJE-REAL
                        DISPLAY 'sucursal' LINE 21 POSITION 49
                        MOVE 'N' TO EXISTE-EJEMPLAR
                      END-IF
                     END-IF
                    END-IF
                  END-IF
                END-IF.
                MOVE SUCURSAL-ACTUAL TO EJE-SUCURSAL
                MOVE SUC-DESTINO TO EJE-SUC-DESTINO
                IF EXISTE-EJEMPLAR = 'N'
                  MOVE ZEROS TO EJE-ALQUILERES
                  MOVE ZEROS TO EJE-ALQ-REVISION
                  MOVE ZEROS TO EJE-FECHA-REVISION
                  WRITE REG-EJEMPLAR INVALID KEY
                    CONTINUE
                  END-WRITE
                  LINE 21 POSITION 21
                END-REWRITE.

        ENVIAR-APROBADOS.
                MOVE 0 TO LINEAS-VISTAS
                MOVE 'N' TO FIN-TRP
                MOVE LOW-VALUES TO CLAVE-TRASPROP
                START TRASPROP KEY IS > CLAVE-TRASPROP INVALID KEY
                  MOVE 'S' TO FIN-TRP
                END-START
                PERFORM UNTIL FIN-TRP = 'S'
                  READ TRASPROP NEXT RECORD AT END
                    MOVE 'S' TO FIN-TRP
                  NOT AT END
                    IF TRP-ESTADO = 'A'
                     AND TRP-ORIGEN = SUCURSAL-ACTUAL
                     AND TRP-ENVIADOS < TRP-CANTIDAD
                      ADD 1 TO LINEAS-VISTAS
                      PERFORM MOSTRAR-APROBADO
                    END-IF
                  END-READ
                END-PERFORM
                IF LINEAS-VISTAS = 0
                  DISPLAY 'No hay traslados aprobados pendientes'
                  LINE 21 POSITION 21
                END-IF.

        MOSTRAR-APROBADO.
                PERFORM PORTADA
                DISPLAY '3' LINE 4 POSITION 50
                DISPLAY 'Propuesta:' LINE 6 POSITION 15
                DISPLAY TRP-NUMERO LINE 6 POSITION 26
                DISPLAY 'Linea:' LINE 6 POSITION 35
                DISPLAY TRP-LINEA LINE 6 POSITION 42
                MOVE TRP-PELI TO COD-PELI
                MOVE SPACES TO TITULO
                READ PELICULA INVALID KEY
                  CONTINUE
                END-READ
                DISPLAY TRP-PELI LINE 7 POSITION 15
                DISPLAY TITULO LINE 7 POSITION 23
                DISPLAY 'Destino:' LINE 8 POSITION 15
                DISPLAY TRP-DESTINO LINE 8 POSITION 24
                DISPLAY 'Cantidad:' LINE 8 POSITION 30
                DISPLAY TRP-CANTIDAD LINE 8 POSITION 40
                DISPLAY 'Enviados:' LINE 8 POSITION 45
                DISPLAY TRP-ENVIADOS LINE 8 POSITION 55
                DISPLAY 'S: Enviar, N: Siguiente, F: Fin:' LINE 10
                POSITION 15
                MOVE SPACE TO DECISION
                ACCEPT DECISION LINE 10 POSITION 48
                EVALUATE DECISION
                  WHEN 'S'
                  WHEN 's'
                    MOVE 'N' TO FIN-LINEA
                    PERFORM ENVIAR-COPIA-APROBADA
                        UNTIL FIN-LINEA = 'S'
                  WHEN 'F'
                  WHEN 'f'
                    MOVE 'S' TO FIN-TRP
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE.

        ENVIAR-COPIA-APROBADA.
                DISPLAY 'Codigo ejemplar:' LINE 12 POSITION 15
                MOVE SPACES TO CODIGO-LEIDO
                ACCEPT CODIGO-LEIDO LINE 12 POSITION 33
                IF CODIGO-LEIDO = SPACES
                  MOVE 'S' TO FIN-LINEA
                ELSE
                  IF CODIGO-LEIDO(1:6) NOT = TRP-PELI
                    DISPLAY 'El ejemplar no es de esta pelicula'
                    LINE 21 POSITION 21
                  ELSE
                    MOVE 01 TO NUM-LEIDO
                    MOVE CODIGO-LEIDO(7:2) TO EJE-CHAR
                    IF EJE-CHAR NUMERIC
                      MOVE FUNCTION NUMVAL(EJE-CHAR) TO NUM-LEIDO
                    END-IF
                    MOVE TRP-PELI TO COD-PELI
                    PERFORM COMPROBAR-ORIGEN
                    IF EXISTE-EJEMPLAR = 'S'
                      MOVE TRP-DESTINO TO SUC-DESTINO
                      PERFORM MARCAR-EN-TRANSITO
                      PERFORM ANOTAR-ENVIO
                    END-IF
                  END-IF
                END-IF.

        ANOTAR-ENVIO.
                ADD 1 TO TRP-ENVIADOS
                MOVE NUM-LEIDO TO TRP-EJEMPLAR(TRP-ENVIADOS)
                IF TRP-FECHA-ENVIO = 0
                  MOVE FECHA-HOY-YMD TO TRP-FECHA-ENVIO
                END-IF
                IF TRP-ENVIADOS NOT < TRP-CANTIDAD
                  MOVE 'E' TO TRP-ESTADO
                  MOVE 'S' TO FIN-LINEA
                END-IF
                REWRITE REG-TRASPROP INVALID KEY
                  CONTINUE
                END-REWRITE
                DISPLAY TRP-ENVIADOS LINE 8 POSITION 55
                IF TRP-ESTADO = 'E'
                  MOVE 'ENVIA' TO AUD-OPERACION
                  MOVE 'TRASPROP' TO AUD-ENTIDAD
                  MOVE CLAVE-TRASPROP TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Traslado aprobado completado' LINE 21
                  POSITION 21
                END-IF.

        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE EJEMPLAR.
                CLOSE TRASPROP.
