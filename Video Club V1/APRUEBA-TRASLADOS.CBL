        IDENTIFICATION DIVISION.
          PROGRAM-ID. APRUEBA-TRASLADOS.

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

               SELECT OPTIONAL TRASPROP ASSIGN TO DISK "TRASPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-TRASPROP
               ALTERNATE RECORD KEY IS TRP-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-TRASPROP.

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

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

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-TRASPROP PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 DECISION PIC X.
        77 FIN-TRP PIC X.
        77 NUMERO-PROP PIC 9(4).
        77 PROPUESTA-LEIDA PIC X(6).
        77 CANTIDAD-LEIDA PIC 9.
        77 LINEAS-VISTAS PIC 999.
        77 LINEAS-APROBADAS PIC 999.
        77 LINEAS-RECHAZADAS PIC 999.
        77 LIN-PANT PIC ZZ9.
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
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE 'S' TO OPC.
                PERFORM ABRIR-FICHERO.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  PERFORM LEER-PROPUESTA
                  PERFORM REVISAR-PROPUESTA
                  PERFORM MOSTRAR-TOTALES
                  DISPLAY 'DESEA REVISAR OTRA PROPUESTA?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 51
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT PELICULA.
               IF ESTADO-PELICULA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
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
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' APROBACION DE TRASLADOS ' LINE 2
                POSITION 27 REVERSE.

        LEER-PROPUESTA.
                MOVE ZEROS TO NUMERO-PROP
                OPEN INPUT CONTROL-FICH
                IF ESTADO-CONTROL = "00"
                  MOVE 'TRASPROP' TO CTL-CLAVE
                  READ CONTROL-FICH INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE CTL-VALOR TO NUMERO-PROP
                  END-READ
                  CLOSE CONTROL-FICH
                END-IF
                MOVE SPACES TO PROPUESTA-LEIDA
                STRING 'TR' DELIMITED BY SIZE
                       NUMERO-PROP DELIMITED BY SIZE
                       INTO PROPUESTA-LEIDA
                DISPLAY 'Propuesta:' LINE 4 POSITION 15
                DISPLAY PROPUESTA-LEIDA LINE 4 POSITION 26
                ACCEPT PROPUESTA-LEIDA LINE 4 POSITION 26 UPDATE.

        REVISAR-PROPUESTA.
                MOVE 0 TO LINEAS-VISTAS
                MOVE 0 TO LINEAS-APROBADAS
                MOVE 0 TO LINEAS-RECHAZADAS
                MOVE 'N' TO FIN-TRP
                MOVE PROPUESTA-LEIDA TO TRP-NUMERO
                MOVE ZEROS TO TRP-LINEA
                START TRASPROP KEY IS NOT < CLAVE-TRASPROP
                INVALID KEY
                  MOVE 'S' TO FIN-TRP
                END-START
                PERFORM UNTIL FIN-TRP = 'S'
                  READ TRASPROP NEXT RECORD AT END
                    MOVE 'S' TO FIN-TRP
                  NOT AT END
                    IF TRP-NUMERO NOT = PROPUESTA-LEIDA
                      MOVE 'S' TO FIN-TRP
                    ELSE
                      IF TRP-ESTADO = 'S'
                        ADD 1 TO LINEAS-VISTAS
                        PERFORM MOSTRAR-LINEA
                        PERFORM DECIDIR-LINEA
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        MOSTRAR-LINEA.
                PERFORM PORTADA
                DISPLAY 'Propuesta:' LINE 4 POSITION 15
                DISPLAY TRP-NUMERO LINE 4 POSITION 26
                DISPLAY 'Linea:' LINE 4 POSITION 35
                DISPLAY TRP-LINEA LINE 4 POSITION 42
                DISPLAY 'Fecha:' LINE 4 POSITION 48
                DISPLAY TRP-FECHA LINE 4 POSITION 55
                MOVE TRP-PELI TO COD-PELI
                MOVE SPACES TO TITULO
                READ PELICULA INVALID KEY
                  CONTINUE
                END-READ
                DISPLAY 'Pelicula:' LINE 6 POSITION 15
                DISPLAY TRP-PELI LINE 6 POSITION 26
                DISPLAY TITULO LINE 6 POSITION 34
                DISPLAY 'Desde sucursal:' LINE 8 POSITION 15
                DISPLAY TRP-ORIGEN LINE 8 POSITION 31
                DISPLAY 'Alquileres recientes:' LINE 8 POSITION 40
                DISPLAY TRP-ALQ-ORIGEN LINE 8 POSITION 62
                DISPLAY 'A sucursal....:' LINE 9 POSITION 15
                DISPLAY TRP-DESTINO LINE 9 POSITION 31
                DISPLAY 'Alquileres recientes:' LINE 9 POSITION 40
                DISPLAY TRP-ALQ-DESTINO LINE 9 POSITION 62
                DISPLAY 'Reservas pendientes en destino:' LINE 10
                POSITION 15
                DISPLAY TRP-RESERVAS LINE 10 POSITION 47
                DISPLAY 'Motivo:' LINE 11 POSITION 15
                IF TRP-MOTIVO = 'R'
                  DISPLAY 'Reservas sin copias libres' LINE 11
                  POSITION 23
                ELSE
                  DISPLAY 'Demanda sin copias libres' LINE 11
                  POSITION 23
                END-IF
                DISPLAY 'Cantidad propuesta:' LINE 13 POSITION 15
                DISPLAY TRP-CANTIDAD LINE 13 POSITION 35.

        DECIDIR-LINEA.
                DISPLAY 'A: Aprobar, N: Rechazar, S: Saltar,'
                LINE 15 POSITION 15
                DISPLAY 'F: Fin:' LINE 15 POSITION 51
                MOVE SPACE TO DECISION
                ACCEPT DECISION LINE 15 POSITION 59
                EVALUATE DECISION
                  WHEN 'A'
                  WHEN 'a'
                    PERFORM APROBAR-LINEA
                  WHEN 'N'
                  WHEN 'n'
                    MOVE 'N' TO TRP-ESTADO
                    MOVE FECHA-HOY-YMD TO TRP-FECHA-APR
                    PERFORM GRABAR-DECISION
                    ADD 1 TO LINEAS-RECHAZADAS
                  WHEN 'F'
                  WHEN 'f'
                    MOVE 'S' TO FIN-TRP
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE.

        APROBAR-LINEA.
                MOVE TRP-CANTIDAD TO CANTIDAD-LEIDA
                DISPLAY 'Cantidad aprobada:' LINE 17 POSITION 15
                ACCEPT CANTIDAD-LEIDA LINE 17 POSITION 35 UPDATE
                IF CANTIDAD-LEIDA = 0
                  DISPLAY 'Cantidad no valida' LINE 21 POSITION 21
                ELSE
                  MOVE CANTIDAD-LEIDA TO TRP-CANTIDAD
                  MOVE 'A' TO TRP-ESTADO
                  MOVE FECHA-HOY-YMD TO TRP-FECHA-APR
                  PERFORM GRABAR-DECISION
                  ADD 1 TO LINEAS-APROBADAS
                END-IF.

        GRABAR-DECISION.
                REWRITE REG-TRASPROP INVALID KEY
                  DISPLAY 'Error al grabar la linea' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  IF TRP-ESTADO = 'A'
                    MOVE 'APRUEBA' TO AUD-OPERACION
                  ELSE
                    MOVE 'RECHAZA' TO AUD-OPERACION
                  END-IF
                  MOVE 'TRASPROP' TO AUD-ENTIDAD
                  MOVE CLAVE-TRASPROP TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-REWRITE.

        MOSTRAR-TOTALES.
                PERFORM PORTADA
                DISPLAY 'Propuesta:' LINE 4 POSITION 15
                DISPLAY PROPUESTA-LEIDA LINE 4 POSITION 26
                IF LINEAS-VISTAS = 0
                  DISPLAY 'No hay lineas pendientes de aprobar'
                  LINE 21 POSITION 21
                ELSE
                  MOVE LINEAS-VISTAS TO LIN-PANT
                  DISPLAY 'Lineas revisadas.:' LINE 6 POSITION 15
                  DISPLAY LIN-PANT LINE 6 POSITION 34
                  MOVE LINEAS-APROBADAS TO LIN-PANT
                  DISPLAY 'Lineas aprobadas.:' LINE 7 POSITION 15
                  DISPLAY LIN-PANT LINE 7 POSITION 34
                  MOVE LINEAS-RECHAZADAS TO LIN-PANT
                  DISPLAY 'Lineas rechazadas:' LINE 8 POSITION 15
                  DISPLAY LIN-PANT LINE 8 POSITION 34
                END-IF.

        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE TRASPROP.
