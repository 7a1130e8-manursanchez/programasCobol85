        IDENTIFICATION DIVISION.
          PROGRAM-ID. PUBLICA-CATALOGO.

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

               SELECT OPTIONAL REPARTO ASSIGN TO DISK "REPARTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CLAVE
               ALTERNATE RECORD KEY IS REP-ACTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-REPARTO.

               SELECT OPTIONAL EJEMPLAR ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-EJEMPLAR.

               SELECT OPTIONAL ALQUILER ASSIGN TO DISK "ALQUILER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA
               ALTERNATE RECORD KEY IS CODI-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ALQUILER.

               SELECT OPTIONAL VALORA ASSIGN TO DISK "VALORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLAVE
               FILE STATUS IS ESTADO-VALORA.

               SELECT WEBCATAL ASSIGN TO DISK "WEBCATAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-WEBCATAL.

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

          FD REPARTO LABEL RECORD STANDARD.
          01 REG-REPARTO.
           02 REP-CLAVE.
            03 REP-PELI PIC X(6).
            03 REP-ORDEN PIC 99.
           02 REP-ACTOR PIC X(25).

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

          FD VALORA LABEL RECORD STANDARD.
          01 REG-VALORA.
           02 VAL-CLAVE.
            03 VAL-PELI PIC X(6).
            03 VAL-SOCIO PIC X(5).
           02 VAL-NOTA PIC 9.
           02 VAL-FECHA PIC 9(8).

          FD WEBCATAL LABEL RECORD STANDARD.
          01 REG-WEBCATAL PIC X(120).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-REPARTO PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 EN-FORMACION PIC X.
        77 ACCION-FORMACION PIC X VALUE 'C'.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-VALORA PIC XX.
        77 ESTADO-WEBCATAL PIC XX.
        77 RESPU PIC X.
        77 FIN-FICH PIC X.
        77 FIN-EJE PIC X.
        77 FIN-ALQ PIC X.
        77 FIN-REP PIC X.
        77 FIN-VAL PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HORA-SISTEMA PIC X(21).
        77 SUC-REAL PIC X(2).
        77 IDX-SUC PIC 99.
        77 TOTAL-LIBRES PIC 999.
        77 SUMA-NOTAS PIC 9(6).
        77 NUM-VOTOS PIC 9(4).
        77 TITULOS-PUBLICADOS PIC 9(5).
        77 LINEAS-ESCRITAS PIC 9(6).
        77 TITULOS-PANT PIC ZZZZ9.

        01 TABLA-SUCURSALES.
          02 NUM-SUC PIC 99.
          02 SUC-LINEA OCCURS 10 TIMES.
            03 SUC-CODIGO PIC X(2).
            03 SUC-COPIAS PIC 99.
            03 SUC-ALQUILADAS PIC 99.
            03 SUC-LIBRES PIC 99.

        01 WEB-CABECERA.
          02 FILLER PIC X VALUE 'C'.
          02 WCB-FECHA PIC 9(8).
          02 WCB-HORA PIC X(6).
          02 FILLER PIC X(20) VALUE 'CATALOGO VIDEO CLUB'.

        01 WEB-TITULO.
          02 FILLER PIC X VALUE 'T'.
          02 WTI-PELI PIC X(6).
          02 WTI-TITULO PIC X(30).
          02 WTI-GENERO PIC X(15).
          02 WTI-DIRECTOR PIC X(25).
          02 WTI-NOTA PIC 9.9.
          02 WTI-VOTOS PIC 9(4).
          02 WTI-CLASE-PRECIO PIC 9.
          02 WTI-CLASE-PELICULA PIC 9.
          02 WTI-COPIAS PIC 99.
          02 WTI-LIBRES PIC 999.

        01 WEB-REPARTO.
          02 FILLER PIC X VALUE 'R'.
          02 WRE-PELI PIC X(6).
          02 WRE-ORDEN PIC 99.
          02 WRE-ACTOR PIC X(25).

        01 WEB-SUCURSAL.
          02 FILLER PIC X VALUE 'S'.
          02 WSU-PELI PIC X(6).
          02 WSU-SUCURSAL PIC X(2).
          02 WSU-COPIAS PIC 99.
          02 WSU-LIBRES PIC 99.

        01 WEB-FINAL.
          02 FILLER PIC X VALUE 'F'.
          02 WFI-TITULOS PIC 9(5).
          02 WFI-LINEAS PIC 9(6).

        LINKAGE SECTION.
         77 LK-MODO-LOTE PIC X.

        PROCEDURE DIVISION USING LK-MODO-LOTE.
        INICIO.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                IF EN-FORMACION = 'S'
                  IF LK-MODO-LOTE NOT = 'S'
                    DISPLAY 'Publicacion web no disponible en formacion'
                    LINE 21 POSITION 15
                    DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                    POSITION 28
                    ACCEPT RESPU LINE 23 POSITION 71
                  END-IF
                  EXIT PROGRAM
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-SISTEMA.
                MOVE ZEROS TO TITULOS-PUBLICADOS.
                MOVE ZEROS TO LINEAS-ESCRITAS.
                OPEN INPUT PELICULA.
                IF ESTADO-PELICULA NOT = "00"
                  IF LK-MODO-LOTE NOT = 'S'
                    DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
                    ACCEPT RESPU
                  END-IF
                ELSE
                  OPEN INPUT REPARTO
                  OPEN INPUT EJEMPLAR
                  OPEN INPUT ALQUILER
                  OPEN INPUT VALORA
                  OPEN OUTPUT WEBCATAL
                  MOVE FECHA-HORA-SISTEMA(1:8) TO WCB-FECHA
                  MOVE FECHA-HORA-SISTEMA(9:6) TO WCB-HORA
                  WRITE REG-WEBCATAL FROM WEB-CABECERA
                  PERFORM RECORRER-PELICULAS
                  MOVE TITULOS-PUBLICADOS TO WFI-TITULOS
                  MOVE LINEAS-ESCRITAS TO WFI-LINEAS
                  WRITE REG-WEBCATAL FROM WEB-FINAL
                  CLOSE WEBCATAL
                  CLOSE VALORA
                  CLOSE ALQUILER
                  CLOSE EJEMPLAR
                  CLOSE REPARTO
                  CLOSE PELICULA
                END-IF.
                IF LK-MODO-LOTE NOT = 'S'
                  MOVE TITULOS-PUBLICADOS TO TITULOS-PANT
                  DISPLAY 'Titulos publicados en la web:' LINE 21
                  POSITION 20
                  DISPLAY TITULOS-PANT LINE 21 POSITION 50
                  DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                  POSITION 28
                  ACCEPT RESPU LINE 23 POSITION 71
                END-IF.
              EXIT PROGRAM.

        RECORRER-PELICULAS.
                MOVE LOW-VALUES TO COD-PELI
                MOVE 'N' TO FIN-FICH
                START PELICULA KEY IS > COD-PELI INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ PELICULA NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF NUM-COPIAS > 0
                      PERFORM PUBLICAR-PELICULA
                    END-IF
                  END-READ
                END-PERFORM.

        PUBLICAR-PELICULA.
                PERFORM CALCULAR-SUCURSALES
                PERFORM CALCULAR-VALORACION
                MOVE COD-PELI TO WTI-PELI
                MOVE TITULO TO WTI-TITULO
                MOVE GENERO TO WTI-GENERO
                MOVE DIRECTOR TO WTI-DIRECTOR
                IF NUM-VOTOS > 0
                  COMPUTE WTI-NOTA ROUNDED = SUMA-NOTAS / NUM-VOTOS
                ELSE
                  MOVE ZEROS TO WTI-NOTA
                END-IF
                MOVE NUM-VOTOS TO WTI-VOTOS
                MOVE CLASE-PRECIO TO WTI-CLASE-PRECIO
                MOVE CLASE-PELICULA TO WTI-CLASE-PELICULA
                MOVE NUM-COPIAS TO WTI-COPIAS
                MOVE TOTAL-LIBRES TO WTI-LIBRES
                WRITE REG-WEBCATAL FROM WEB-TITULO
                ADD 1 TO TITULOS-PUBLICADOS
                ADD 1 TO LINEAS-ESCRITAS
                PERFORM PUBLICAR-REPARTO
                PERFORM VARYING IDX-SUC FROM 1 BY 1
                        UNTIL IDX-SUC > NUM-SUC
                  MOVE COD-PELI TO WSU-PELI
                  MOVE SUC-CODIGO(IDX-SUC) TO WSU-SUCURSAL
                  MOVE SUC-COPIAS(IDX-SUC) TO WSU-COPIAS
                  MOVE SUC-LIBRES(IDX-SUC) TO WSU-LIBRES
                  WRITE REG-WEBCATAL FROM WEB-SUCURSAL
                  ADD 1 TO LINEAS-ESCRITAS
                END-PERFORM.

        PUBLICAR-REPARTO.
                MOVE COD-PELI TO REP-PELI
                MOVE ZEROS TO REP-ORDEN
                MOVE 'N' TO FIN-REP
                START REPARTO KEY IS NOT < REP-CLAVE INVALID KEY
                  MOVE 'S' TO FIN-REP
                END-START
                PERFORM UNTIL FIN-REP = 'S'
                  READ REPARTO NEXT RECORD AT END
                    MOVE 'S' TO FIN-REP
                  NOT AT END
                    IF REP-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-REP
                    ELSE
                      MOVE REP-PELI TO WRE-PELI
                      MOVE REP-ORDEN TO WRE-ORDEN
                      MOVE REP-ACTOR TO WRE-ACTOR
                      WRITE REG-WEBCATAL FROM WEB-REPARTO
                      ADD 1 TO LINEAS-ESCRITAS
                    END-IF
                  END-READ
                END-PERFORM.

        CALCULAR-VALORACION.
                MOVE ZEROS TO SUMA-NOTAS
                MOVE ZEROS TO NUM-VOTOS
                MOVE COD-PELI TO VAL-PELI
                MOVE LOW-VALUES TO VAL-SOCIO
                MOVE 'N' TO FIN-VAL
                START VALORA KEY IS NOT < VAL-CLAVE INVALID KEY
                  MOVE 'S' TO FIN-VAL
                END-START
                PERFORM UNTIL FIN-VAL = 'S'
                  READ VALORA NEXT RECORD AT END
                    MOVE 'S' TO FIN-VAL
                  NOT AT END
                    IF VAL-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-VAL
                    ELSE
                      ADD VAL-NOTA TO SUMA-NOTAS
                      ADD 1 TO NUM-VOTOS
                    END-IF
                  END-READ
                END-PERFORM.

        CALCULAR-SUCURSALES.
                MOVE 0 TO NUM-SUC
                MOVE COD-PELI TO EJE-PELI
                MOVE ZEROS TO EJE-NUM
                MOVE 'N' TO FIN-EJE
                START EJEMPLAR KEY IS NOT < CLAVE-EJEMPLAR
                INVALID KEY
                  MOVE 'S' TO FIN-EJE
                END-START
                PERFORM UNTIL FIN-EJE = 'S'
                  READ EJEMPLAR NEXT RECORD AT END
                    MOVE 'S' TO FIN-EJE
                  NOT AT END
                    IF EJE-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-EJE
                    ELSE
                      IF ESTADO-EJE NOT = 'T' AND ESTADO-EJE NOT = 'X'
                       AND ESTADO-EJE NOT = 'P' AND ESTADO-EJE NOT = 'R'
                        MOVE EJE-SUCURSAL TO SUC-REAL
                        PERFORM BUSCAR-SUCURSAL
                        IF IDX-SUC NOT > NUM-SUC
                          ADD 1 TO SUC-COPIAS(IDX-SUC)
                        END-IF
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                IF NUM-SUC = 0
                  MOVE 1 TO NUM-SUC
                  MOVE '01' TO SUC-CODIGO(1)
                  MOVE NUM-COPIAS TO SUC-COPIAS(1)
                  MOVE 0 TO SUC-ALQUILADAS(1)
                END-IF
                MOVE COD-PELI TO CODI-PELI
                MOVE 'N' TO FIN-ALQ
                START ALQUILER KEY IS = CODI-PELI INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      IF DEVUELTA = 'N'
                        MOVE SUCURSAL-ALQ TO SUC-REAL
                        PERFORM BUSCAR-SUCURSAL
                        IF IDX-SUC NOT > NUM-SUC
                          ADD 1 TO SUC-ALQUILADAS(IDX-SUC)
                        END-IF
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                MOVE 0 TO TOTAL-LIBRES
                PERFORM VARYING IDX-SUC FROM 1 BY 1
                        UNTIL IDX-SUC > NUM-SUC
                  IF SUC-ALQUILADAS(IDX-SUC) < SUC-COPIAS(IDX-SUC)
                    COMPUTE SUC-LIBRES(IDX-SUC) =
                       SUC-COPIAS(IDX-SUC) - SUC-ALQUILADAS(IDX-SUC)
                  ELSE
                    MOVE 0 TO SUC-LIBRES(IDX-SUC)
                  END-IF
                  ADD SUC-LIBRES(IDX-SUC) TO TOTAL-LIBRES
                END-PERFORM.

        BUSCAR-SUCURSAL.
                IF SUC-REAL = SPACES
                  MOVE '01' TO SUC-REAL
                END-IF
                MOVE 1 TO IDX-SUC
                PERFORM UNTIL IDX-SUC > NUM-SUC
                           OR SUC-CODIGO(IDX-SUC) = SUC-REAL
                  ADD 1 TO IDX-SUC
                END-PERFORM
                IF IDX-SUC > NUM-SUC AND NUM-SUC < 10
                  ADD 1 TO NUM-SUC
                  MOVE NUM-SUC TO IDX-SUC
                  MOVE SUC-REAL TO SUC-CODIGO(IDX-SUC)
                  MOVE 0 TO SUC-COPIAS(IDX-SUC)
                  MOVE 0 TO SUC-ALQUILADAS(IDX-SUC)
                END-IF.
