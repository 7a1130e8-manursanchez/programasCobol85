        IDENTIFICATION DIVISION.
          PROGRAM-ID. INFORME-TRASLADOS.

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

               SELECT OPTIONAL ALQUILER ASSIGN TO DISK "ALQUILER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA
               ALTERNATE RECORD KEY IS CODI-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ALQUILER.

               SELECT OPTIONAL ALQUILER-HIST ASSIGN TO DISK
                                              "ALQUILER-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA-H
               ALTERNATE RECORD KEY IS CODI-SOCIO-H WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI-H WITH DUPLICATES
               FILE STATUS IS ESTADO-HIST.

               SELECT OPTIONAL EJEMPLAR ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-EJEMPLAR.

               SELECT OPTIONAL TRASPROP ASSIGN TO DISK "TRASPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-TRASPROP
               ALTERNATE RECORD KEY IS TRP-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-TRASPROP.

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

          FD ALQUILER LABEL RECORD STANDARD.
          01 REG-ALQUILER.
           02 N-SALIDA PIC X(8).
           02 FECHA-ALQ.
            03 DIA PIC 99.
            03 MES PIC 99.
            03 ANO PIC 9999.
           02 CODI-SOCIO PIC X(5).
           02 CODI-PELI PIC X(6).
           02 PRECI-ALQ PIC 9(4)V99.
           02 DEVUELTA PIC X.
           02 FECHA-DEV.
            03 DIA-DEV PIC 99.
            03 MES-DEV PIC 99.
            03 ANO-DEV PIC 9999.
           02 RECARGO-MORA PIC 9(4)V99.
           02 PRECI-LISTA PIC 9(4)V99.
           02 COD-PROMO-APLI PIC X(4).
           02 FECHA-VENC.
            03 DIA-VENC PIC 99.
            03 MES-VENC PIC 99.
            03 ANO-VENC PIC 9999.
           02 NUM-PRORROGAS PIC 99.
           02 MODO-TARIFA PIC X.
           02 MOTIVO-AJUSTE PIC X(2).
           02 EJEMPLAR-ALQ PIC 99.
           02 SUCURSAL-ALQ PIC X(2).

          FD ALQUILER-HIST LABEL RECORD STANDARD.
          01 REG-ALQUILER-HIST.
           02 N-SALIDA-H PIC X(8).
           02 FECHA-ALQ-H.
            03 DIA-H PIC 99.
            03 MES-H PIC 99.
            03 ANO-H PIC 9999.
           02 CODI-SOCIO-H PIC X(5).
           02 CODI-PELI-H PIC X(6).
           02 PRECI-ALQ-H PIC 9(4)V99.
           02 DEVUELTA-H PIC X.
           02 FECHA-DEV-H.
            03 DIA-DEV-H PIC 99.
            03 MES-DEV-H PIC 99.
            03 ANO-DEV-H PIC 9999.
           02 RECARGO-MORA-H PIC 9(4)V99.
           02 PRECI-LISTA-H PIC 9(4)V99.
           02 COD-PROMO-APLI-H PIC X(4).
           02 FECHA-VENC-H.
            03 DIA-VENC-H PIC 99.
            03 MES-VENC-H PIC 99.
            03 ANO-VENC-H PIC 9999.
           02 NUM-PRORROGAS-H PIC 99.
           02 MODO-TARIFA-H PIC X.
           02 MOTIVO-AJUSTE-H PIC X(2).
           02 EJEMPLAR-ALQ-H PIC 99.
           02 SUCURSAL-ALQ-H PIC X(2).

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

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-TRASPROP PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FIN-TRP PIC X.
        77 FIN-ALQ PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-DESDE PIC 9(8).
        77 FECHA-HASTA PIC 9(8).
        77 FECHA-ALQ-YMD PIC 9(8).
        77 IDX-EJE PIC 99.
        77 NUM-ALQ PIC 99.
        77 ALQ-TITULO-DESTINO PIC 9(4).
        77 TOTAL-LINEAS PIC 9(5).
        77 TOTAL-MOVIDOS PIC 9(5).
        77 TOTAL-RECIBIDOS PIC 9(5).
        77 TOTAL-ALQUILADOS PIC 9(5).
        77 TOTAL-ALQ-DESTINO PIC 9(5).
        77 PORCENTAJE PIC 999.
        77 CONT-PANT PIC ZZZZ9.

        01 TABLA-COPIAS.
          02 COPIA-ALQ PIC 99 OCCURS 9 TIMES.

        01 CABECERA.
         02 FILLER PIC X(10) VALUE SPACES.
         02 FILLER PIC X(34) VALUE
                  "SEGUIMIENTO DE TRASLADOS ENVIADOS".
         02 CAB-DESDE PIC 9(8).
         02 FILLER PIC X(3) VALUE " - ".
         02 CAB-HASTA PIC 9(8).
         02 FILLER PIC X(17) VALUE SPACES.

        01 CABECERA-LINEAS.
         02 FILLER PIC X(30) VALUE "PROP.  LIN PELI   TITULO      ".
         02 FILLER PIC X(27) VALUE "          DE A  EJ ENVIADO ".
         02 FILLER PIC X(23) VALUE " SITUACION    ALQ.DEST".

        01 LINEA-COPIA.
         02 LCO-NUMERO PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 LCO-LINEA PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LCO-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 LCO-TITULO PIC X(20).
         02 FILLER PIC X VALUE SPACES.
         02 LCO-ORIGEN PIC X(2).
         02 FILLER PIC X VALUE SPACES.
         02 LCO-DESTINO PIC X(2).
         02 FILLER PIC X VALUE SPACES.
         02 LCO-EJEMPLAR PIC 99.
         02 FILLER PIC X VALUE SPACES.
         02 LCO-FECHA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 LCO-SITUACION PIC X(12).
         02 FILLER PIC X(3) VALUE SPACES.
         02 LCO-ALQUILERES PIC Z9.
         02 FILLER PIC X(5) VALUE SPACES.

        01 LINEA-TITULO-DESTINO.
         02 FILLER PIC X(18) VALUE SPACES.
         02 FILLER PIC X(40) VALUE
                  "Alquileres del titulo en destino desde".
         02 FILLER PIC X(9) VALUE " el envio".
         02 LTD-ALQUILERES PIC ZZZ9.
         02 FILLER PIC X(9) VALUE SPACES.

        01 LINEA-TOTAL.
         02 FILLER PIC X(10) VALUE SPACES.
         02 LTO-TEXTO PIC X(36).
         02 LTO-CONT PIC ZZZZ9.
         02 FILLER PIC X(29) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD) - 90)
                  TO FECHA-DESDE.
                MOVE FECHA-HOY-YMD TO FECHA-HASTA.
                DISPLAY 'Enviados desde (AAAAMMDD):' LINE 4
                POSITION 15.
                DISPLAY FECHA-DESDE LINE 4 POSITION 43.
                ACCEPT FECHA-DESDE LINE 4 POSITION 43 UPDATE.
                DISPLAY 'Enviados hasta (AAAAMMDD):' LINE 5
                POSITION 15.
                DISPLAY FECHA-HASTA LINE 5 POSITION 43.
                ACCEPT FECHA-HASTA LINE 5 POSITION 43 UPDATE.
                DISPLAY 'GENERAR EL INFORME (S/N)?' POSITION 25
                LINE 7.
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 52 LINE 7
                END-PERFORM.
                IF RES = 'S' OR RES = 's'
                  PERFORM ABRIR-FICHERO
                  PERFORM ABRIR-IMPRESORA
                  IF ESTADO-IMPRESORA NOT = '00'
                    DISPLAY 'ERROR DE IMPRESION' LINE 21 POSITION 21
                    DISPLAY ESTADO-IMPRESORA LINE 21 POSITION 40
                  ELSE
                    MOVE ZEROS TO TOTAL-LINEAS
                    MOVE ZEROS TO TOTAL-MOVIDOS
                    MOVE ZEROS TO TOTAL-RECIBIDOS
                    MOVE ZEROS TO TOTAL-ALQUILADOS
                    MOVE ZEROS TO TOTAL-ALQ-DESTINO
                    PERFORM RECORRER-TRASLADOS
                    PERFORM ESCRIBIR-TOTALES
                    CLOSE IMPRE
                    PERFORM MOSTRAR-TOTALES
                  END-IF
                  PERFORM CERRAR-FICHERO
                END-IF.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' SEGUIMIENTO DE TRASLADOS ' LINE 2
                POSITION 27 REVERSE.

        ABRIR-FICHERO.
               OPEN INPUT TRASPROP.
               IF ESTADO-TRASPROP NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-TRASPROP
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PELICULA.
               OPEN INPUT ALQUILER.
               OPEN INPUT ALQUILER-HIST.
               OPEN INPUT EJEMPLAR.

        ABRIR-IMPRESORA.
                MOVE 'INFORME-TRASLADOS' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  MOVE FECHA-DESDE TO CAB-DESDE
                  MOVE FECHA-HASTA TO CAB-HASTA
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-LINEAS
                  END-WRITE
                END-IF.

        RECORRER-TRASLADOS.
                MOVE LOW-VALUES TO CLAVE-TRASPROP
                MOVE 'N' TO FIN-TRP
                START TRASPROP KEY IS > CLAVE-TRASPROP INVALID KEY
                  MOVE 'S' TO FIN-TRP
                END-START
                PERFORM UNTIL FIN-TRP = 'S'
                  READ TRASPROP NEXT RECORD AT END
                    MOVE 'S' TO FIN-TRP
                  NOT AT END
                    IF TRP-ENVIADOS > 0
                     AND TRP-FECHA-ENVIO NOT < FECHA-DESDE
                     AND TRP-FECHA-ENVIO NOT > FECHA-HASTA
                      PERFORM EXAMINAR-TRASLADO
                    END-IF
                  END-READ
                END-PERFORM.

        EXAMINAR-TRASLADO.
                ADD 1 TO TOTAL-LINEAS
                MOVE TRP-PELI TO COD-PELI
                READ PELICULA INVALID KEY
                  MOVE SPACES TO TITULO
                END-READ
                MOVE ZEROS TO TABLA-COPIAS
                MOVE ZEROS TO ALQ-TITULO-DESTINO
                PERFORM CONTAR-ALQUILERES
                PERFORM CONTAR-HISTORICO
                PERFORM VARYING IDX-EJE FROM 1 BY 1
                        UNTIL IDX-EJE > TRP-ENVIADOS
                  PERFORM ESCRIBIR-COPIA
                END-PERFORM
                ADD ALQ-TITULO-DESTINO TO TOTAL-ALQ-DESTINO
                MOVE ALQ-TITULO-DESTINO TO LTD-ALQUILERES
                WRITE REG-IMPRE FROM LINEA-TITULO-DESTINO
                END-WRITE.

        CONTAR-ALQUILERES.
                MOVE TRP-PELI TO CODI-PELI
                MOVE 'N' TO FIN-ALQ
                START ALQUILER KEY IS = CODI-PELI INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-PELI NOT = TRP-PELI
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      COMPUTE FECHA-ALQ-YMD =
                         ANO * 10000 + MES * 100 + DIA
                      IF SUCURSAL-ALQ = TRP-DESTINO
                       AND FECHA-ALQ-YMD NOT < TRP-FECHA-ENVIO
                        ADD 1 TO ALQ-TITULO-DESTINO
                        MOVE EJEMPLAR-ALQ TO NUM-ALQ
                        PERFORM ANOTAR-COPIA
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        CONTAR-HISTORICO.
                MOVE TRP-PELI TO CODI-PELI-H
                MOVE 'N' TO FIN-ALQ
                START ALQUILER-HIST KEY IS = CODI-PELI-H INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER-HIST NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-PELI-H NOT = TRP-PELI
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      COMPUTE FECHA-ALQ-YMD =
                         ANO-H * 10000 + MES-H * 100 + DIA-H
                      IF SUCURSAL-ALQ-H = TRP-DESTINO
                       AND FECHA-ALQ-YMD NOT < TRP-FECHA-ENVIO
                        ADD 1 TO ALQ-TITULO-DESTINO
                        MOVE EJEMPLAR-ALQ-H TO NUM-ALQ
                        PERFORM ANOTAR-COPIA
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        ANOTAR-COPIA.
                PERFORM VARYING IDX-EJE FROM 1 BY 1
                        UNTIL IDX-EJE > TRP-ENVIADOS
                  IF TRP-EJEMPLAR(IDX-EJE) = NUM-ALQ
                   AND COPIA-ALQ(IDX-EJE) < 99
                    ADD 1 TO COPIA-ALQ(IDX-EJE)
                  END-IF
                END-PERFORM.

        ESCRIBIR-COPIA.
                ADD 1 TO TOTAL-MOVIDOS
                MOVE TRP-PELI TO EJE-PELI
                MOVE TRP-EJEMPLAR(IDX-EJE) TO EJE-NUM
                READ EJEMPLAR INVALID KEY
                  MOVE SPACE TO ESTADO-EJE
                  MOVE SPACES TO EJE-SUCURSAL
                END-READ
                EVALUATE TRUE
                  WHEN ESTADO-EJE = 'T'
                    MOVE 'EN TRANSITO' TO LCO-SITUACION
                  WHEN ESTADO-EJE = 'X' OR ESTADO-EJE = 'P'
                    MOVE 'BAJA/PERDIDO' TO LCO-SITUACION
                  WHEN EJE-SUCURSAL = TRP-DESTINO
                    MOVE 'RECIBIDO' TO LCO-SITUACION
                    ADD 1 TO TOTAL-RECIBIDOS
                  WHEN OTHER
                    MOVE 'OTRA SUC.' TO LCO-SITUACION
                END-EVALUATE
                IF COPIA-ALQ(IDX-EJE) > 0
                  ADD 1 TO TOTAL-ALQUILADOS
                END-IF
                MOVE TRP-NUMERO TO LCO-NUMERO
                MOVE TRP-LINEA TO LCO-LINEA
                MOVE TRP-PELI TO LCO-PELI
                MOVE TITULO TO LCO-TITULO
                MOVE TRP-ORIGEN TO LCO-ORIGEN
                MOVE TRP-DESTINO TO LCO-DESTINO
                MOVE TRP-EJEMPLAR(IDX-EJE) TO LCO-EJEMPLAR
                MOVE TRP-FECHA-ENVIO TO LCO-FECHA
                MOVE COPIA-ALQ(IDX-EJE) TO LCO-ALQUILERES
                WRITE REG-IMPRE FROM LINEA-COPIA
                END-WRITE.

        ESCRIBIR-TOTALES.
                MOVE ZEROS TO PORCENTAJE
                IF TOTAL-MOVIDOS > 0
                  COMPUTE PORCENTAJE ROUNDED =
                     TOTAL-ALQUILADOS * 100 / TOTAL-MOVIDOS
                END-IF
                WRITE REG-IMPRE FROM LINEA-VACIA
                END-WRITE
                MOVE 'Lineas de traslado enviadas......' TO LTO-TEXTO
                MOVE TOTAL-LINEAS TO LTO-CONT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Ejemplares trasladados...........' TO LTO-TEXTO
                MOVE TOTAL-MOVIDOS TO LTO-CONT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Ejemplares recibidos en destino..' TO LTO-TEXTO
                MOVE TOTAL-RECIBIDOS TO LTO-CONT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Ejemplares alquilados en destino.' TO LTO-TEXTO
                MOVE TOTAL-ALQUILADOS TO LTO-CONT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE '% de trasladados alquilados......' TO LTO-TEXTO
                MOVE PORCENTAJE TO LTO-CONT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Alquileres de los titulos movidos' TO LTO-TEXTO
                MOVE TOTAL-ALQ-DESTINO TO LTO-CONT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE.

        MOSTRAR-TOTALES.
                MOVE TOTAL-MOVIDOS TO CONT-PANT
                DISPLAY 'Ejemplares trasladados.....:' LINE 10
                POSITION 15
                DISPLAY CONT-PANT LINE 10 POSITION 44
                MOVE TOTAL-RECIBIDOS TO CONT-PANT
                DISPLAY 'Recibidos en destino.......:' LINE 11
                POSITION 15
                DISPLAY CONT-PANT LINE 11 POSITION 44
                MOVE TOTAL-ALQUILADOS TO CONT-PANT
                DISPLAY 'Alquilados en destino......:' LINE 12
                POSITION 15
                DISPLAY CONT-PANT LINE 12 POSITION 44
                MOVE PORCENTAJE TO CONT-PANT
                DISPLAY '% alquilados...............:' LINE 13
                POSITION 15
                DISPLAY CONT-PANT LINE 13 POSITION 44
                DISPLAY 'Informe enviado a la cola de impresion'
                LINE 21 POSITION 21.

        CERRAR-FICHERO.
                CLOSE TRASPROP.
                CLOSE PELICULA.
                CLOSE ALQUILER.
                CLOSE ALQUILER-HIST.
                CLOSE EJEMPLAR.
