        IDENTIFICATION DIVISION.
          PROGRAM-ID. PROPONE-TRASLADOS.

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

               SELECT OPTIONAL RESERVA ASSIGN TO DISK "RESERVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RESERVA
               FILE STATUS IS ESTADO-RESERVA.

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

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

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

          FD RESERVA LABEL RECORD STANDARD.
          01 REG-RESERVA.
           02 CLAVE-RESERVA.
            03 CODR-PELI PIC X(6).
            03 CODR-SOCIO PIC X(5).
           02 FECHA-RES PIC 9(8).
           02 ESTADO-RES PIC X.
           02 FECHA-AVISO PIC 9(8).

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

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-RESERVA PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-TRASPROP PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 EXISTE-CONTROL PIC X.
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 GENERAR PIC X.
        77 FIN-FICH PIC X.
        77 FIN-EJE PIC X.
        77 FIN-ALQ PIC X.
        77 FIN-RES PIC X.
        77 FIN-TRP PIC X.
        77 FIN-SOCIO PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 HOY-INT PIC S9(9) COMP.
        77 FECHA-DESDE PIC 9(8).
        77 FECHA-ALQ-YMD PIC 9(8).
        77 FECHA-ULTIMA PIC 9(8).
        77 FECHA-ULTIMA-SOCIO PIC 9(8).
        77 DIAS-DESDE-ULTIMA PIC S9(5).
        77 DIAS-ANALISIS PIC 999.
        77 STOCK-MINIMO PIC 99.
        77 CLAVE-LEIDA PIC X(8).
        77 VALOR-LEIDO PIC 9(8).
        77 NUMERO-PROP PIC 9(4).
        77 PROPUESTA-ACTUAL PIC X(6).
        77 LINEA-PROP PIC 999.
        77 LINEAS-ESCRITAS PIC 999.
        77 LINEAS-CADUCADAS PIC 999.
        77 SUC-REAL PIC X(2).
        77 SUC-SOCIO PIC X(2).
        77 IDX-SUC PIC 99.
        77 IDX-NEC PIC 99.
        77 IDX-DON PIC 99.
        77 IDX-MAYOR PIC 99.
        77 PENDIENTE-ENVIO PIC 9.
        77 CANTIDAD-LINEA PIC 9.
        77 LIN-PANT PIC ZZ9.
        77 DTR-PROGRAMA PIC X(18) VALUE 'PROPONE-TRASLADOS'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 TABLA-SUCURSALES.
          02 NUM-SUC PIC 99.
          02 SUC-LINEA OCCURS 10 TIMES.
            03 SUC-CODIGO PIC X(2).
            03 SUC-COPIAS PIC 99.
            03 SUC-FUERA PIC 99.
            03 SUC-COMPROMETIDAS PIC 99.
            03 SUC-LIBRES PIC 99.
            03 SUC-ENTRANTES PIC 99.
            03 SUC-RECIENTES PIC 9(4).
            03 SUC-RESERVAS PIC 999.
            03 SUC-FALTA PIC 99.
            03 SUC-SOBRA PIC 99.
            03 SUC-MOTIVO PIC X.

        01 CABECERA.
         02 FILLER PIC X(10) VALUE SPACES.
         02 FILLER PIC X(28) VALUE "PROPUESTA DE TRASLADOS".
         02 CAB-NUMERO PIC X(6).
         02 FILLER PIC X(4) VALUE SPACES.
         02 CAB-FECHA PIC 9(8).
         02 FILLER PIC X(24) VALUE SPACES.

        01 CABECERA-CRITERIO.
         02 FILLER PIC X(10) VALUE SPACES.
         02 FILLER PIC X(21) VALUE "Alquileres ultimos   ".
         02 CCR-DIAS PIC ZZ9.
         02 FILLER PIC X(22) VALUE " dias. Stock minimo:  ".
         02 CCR-MINIMO PIC Z9.
         02 FILLER PIC X(22) VALUE SPACES.

        01 CABECERA-LINEAS.
         02 FILLER PIC X(30) VALUE "LIN PELI   TITULO             ".
         02 FILLER PIC X(27) VALUE "    DE A  CANT MOTIVO      ".
         02 FILLER PIC X(23) VALUE "   ALQ.DE ALQ.A  RESER".

        01 LINEA-PROPUESTA.
         02 LPR-LINEA PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LPR-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 LPR-TITULO PIC X(22).
         02 FILLER PIC X VALUE SPACES.
         02 LPR-ORIGEN PIC X(2).
         02 FILLER PIC X VALUE SPACES.
         02 LPR-DESTINO PIC X(2).
         02 FILLER PIC X(2) VALUE SPACES.
         02 LPR-CANTIDAD PIC 9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 LPR-MOTIVO PIC X(14).
         02 FILLER PIC X VALUE SPACES.
         02 LPR-ALQ-ORIGEN PIC ZZZ9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LPR-ALQ-DESTINO PIC ZZZ9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LPR-RESERVAS PIC ZZ9.
         02 FILLER PIC X(4) VALUE SPACES.

        01 LINEA-RESUMEN.
         02 FILLER PIC X(10) VALUE SPACES.
         02 LRE-TEXTO PIC X(30).
         02 LRE-CONT PIC ZZ9.
         02 FILLER PIC X(37) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

        LINKAGE SECTION.
         77 LK-MODO-LOTE PIC X.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION USING LK-MODO-LOTE.
        INICIO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                  TO HOY-INT.
                PERFORM LEER-CRITERIOS.
                MOVE 'N' TO GENERAR.
                IF LK-MODO-LOTE = 'S'
                  IF FECHA-ULTIMA = 0
                    MOVE 'S' TO GENERAR
                  ELSE
                    COMPUTE DIAS-DESDE-ULTIMA = HOY-INT -
                            FUNCTION INTEGER-OF-DATE(FECHA-ULTIMA)
                    IF DIAS-DESDE-ULTIMA NOT < 7
                      MOVE 'S' TO GENERAR
                    END-IF
                  END-IF
                ELSE
                  DISPLAY SPACE ERASE
                  PERFORM PORTADA
                  PERFORM MOSTRAR-CRITERIOS
                  DISPLAY 'GENERAR PROPUESTA DE TRASLADOS (S/N)?'
                  POSITION 20 LINE 10
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 59 LINE 10
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    MOVE 'S' TO GENERAR
                  END-IF
                END-IF.
                IF GENERAR = 'S'
                  PERFORM ABRIR-FICHERO
                  PERFORM OBTENER-NUMERO-PROP
                  PERFORM ABRIR-IMPRESORA
                  PERFORM CADUCAR-ANTERIORES
                  MOVE ZEROS TO LINEAS-ESCRITAS
                  MOVE ZEROS TO LINEA-PROP
                  PERFORM RECORRER-PELICULAS
                  PERFORM CERRAR-IMPRESORA
                  PERFORM CERRAR-FICHERO
                  IF LK-MODO-LOTE NOT = 'S'
                    MOVE LINEAS-ESCRITAS TO LIN-PANT
                    DISPLAY 'Propuesta generada:' LINE 18 POSITION 15
                    DISPLAY PROPUESTA-ACTUAL LINE 18 POSITION 35
                    DISPLAY 'Lineas:' LINE 18 POSITION 44
                    DISPLAY LIN-PANT LINE 18 POSITION 52
                    DISPLAY 'Aprobar en Aprobacion de Traslados'
                    LINE 19 POSITION 15
                  END-IF
                END-IF.
                IF LK-MODO-LOTE NOT = 'S'
                  DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                  POSITION 28
                  ACCEPT RESPU LINE 23 POSITION 71
                END-IF.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' PROPUESTA DE TRASLADOS ' LINE 2 POSITION 28
                REVERSE.

        MOSTRAR-CRITERIOS.
                MOVE DIAS-ANALISIS TO LIN-PANT
                DISPLAY 'Alquileres de los ultimos....:' LINE 5
                POSITION 20
                DISPLAY LIN-PANT LINE 5 POSITION 51
                DISPLAY 'dias' LINE 5 POSITION 55
                MOVE STOCK-MINIMO TO LIN-PANT
                DISPLAY 'Stock minimo por sucursal....:' LINE 6
                POSITION 20
                DISPLAY LIN-PANT LINE 6 POSITION 51
                DISPLAY 'Ultima propuesta.............:' LINE 7
                POSITION 20
                DISPLAY FECHA-ULTIMA LINE 7 POSITION 52.

        LEER-CRITERIOS.
                MOVE 28 TO DIAS-ANALISIS
                MOVE 1 TO STOCK-MINIMO
                MOVE ZEROS TO FECHA-ULTIMA
                OPEN INPUT CONTROL-FICH
                IF ESTADO-CONTROL = "00"
                  MOVE 'TRASDIAS' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF VALOR-LEIDO > 0 AND VALOR-LEIDO < 1000
                    MOVE VALOR-LEIDO TO DIAS-ANALISIS
                  END-IF
                  MOVE 'TRASMIN' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO < 100
                    MOVE VALOR-LEIDO TO STOCK-MINIMO
                  END-IF
                  MOVE 'TRASPROP' TO CTL-CLAVE
                  READ CONTROL-FICH INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE CTL-FECHA TO FECHA-ULTIMA
                  END-READ
                  CLOSE CONTROL-FICH
                END-IF.
                MOVE FUNCTION DATE-OF-INTEGER(HOY-INT - DIAS-ANALISIS)
                  TO FECHA-DESDE.

        LEER-CONTROL.
                MOVE ZEROS TO VALOR-LEIDO
                MOVE 'S' TO EXISTE-CONTROL
                MOVE CLAVE-LEIDA TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                NOT INVALID KEY
                  MOVE CTL-VALOR TO VALOR-LEIDO
                END-READ.

        ABRIR-FICHERO.
               OPEN INPUT PELICULA.
               IF ESTADO-PELICULA NOT = "00" AND LK-MODO-LOTE NOT = 'S'
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ALQUILER.
               OPEN INPUT RESERVA.
               OPEN INPUT EJEMPLAR.
               OPEN I-O TRASPROP.
               IF ESTADO-TRASPROP NOT = "00" AND LK-MODO-LOTE NOT = 'S'
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-TRASPROP
                 ACCEPT RESPU
               END-IF.

        OBTENER-NUMERO-PROP.
                OPEN I-O CONTROL-FICH.
                MOVE 'S' TO EXISTE-CONTROL.
                MOVE 'TRASPROP' TO CTL-CLAVE.
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ.
                MOVE REG-CONTROL TO DTR-ANTES.
                IF EXISTE-CONTROL = 'N'
                  MOVE 'TRASPROP' TO CTL-CLAVE
                  MOVE ZEROS TO CTL-VALOR
                  MOVE SPACE TO CTL-ESTADO
                END-IF.
                ADD 1 TO CTL-VALOR.
                MOVE CTL-VALOR TO NUMERO-PROP.
                MOVE FECHA-HOY-YMD TO CTL-FECHA.
                IF EXISTE-CONTROL = 'N'
                  WRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-WRITE
                ELSE
                  REWRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-IF.
                CLOSE CONTROL-FICH.
                MOVE SPACES TO PROPUESTA-ACTUAL.
                STRING 'TR' DELIMITED BY SIZE
                       NUMERO-PROP DELIMITED BY SIZE
                       INTO PROPUESTA-ACTUAL.

        ABRIR-IMPRESORA.
                MOVE 'PROPONE-TRASLADOS' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  MOVE PROPUESTA-ACTUAL TO CAB-NUMERO
                  MOVE FECHA-HOY-YMD TO CAB-FECHA
                  WRITE REG-IMPRE FROM CABECERA
                  END-WRITE
                  MOVE DIAS-ANALISIS TO CCR-DIAS
                  MOVE STOCK-MINIMO TO CCR-MINIMO
                  WRITE REG-IMPRE FROM CABECERA-CRITERIO
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-LINEAS
                  END-WRITE
                END-IF.

        CERRAR-IMPRESORA.
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  MOVE 'Lineas propuestas............' TO LRE-TEXTO
                  MOVE LINEAS-ESCRITAS TO LRE-CONT
                  WRITE REG-IMPRE FROM LINEA-RESUMEN
                  END-WRITE
                  MOVE 'Lineas anteriores caducadas..' TO LRE-TEXTO
                  MOVE LINEAS-CADUCADAS TO LRE-CONT
                  WRITE REG-IMPRE FROM LINEA-RESUMEN
                  END-WRITE
                  CLOSE IMPRE
                END-IF.

        CADUCAR-ANTERIORES.
                MOVE ZEROS TO LINEAS-CADUCADAS
                MOVE LOW-VALUES TO CLAVE-TRASPROP
                MOVE 'N' TO FIN-TRP
                START TRASPROP KEY IS > CLAVE-TRASPROP INVALID KEY
                  MOVE 'S' TO FIN-TRP
                END-START
                PERFORM UNTIL FIN-TRP = 'S'
                  READ TRASPROP NEXT RECORD AT END
                    MOVE 'S' TO FIN-TRP
                  NOT AT END
                    IF TRP-ESTADO = 'S'
                      MOVE 'C' TO TRP-ESTADO
                      REWRITE REG-TRASPROP INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO LINEAS-CADUCADAS
                      END-REWRITE
                    END-IF
                  END-READ
                END-PERFORM.

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
                    IF DISPONIBLE NOT = 'B' AND NUM-COPIAS > 1
                      PERFORM EXAMINAR-PELICULA
                    END-IF
                  END-READ
                END-PERFORM.

        EXAMINAR-PELICULA.
                MOVE 0 TO NUM-SUC
                PERFORM CONTAR-EJEMPLARES
                PERFORM CONTAR-ALQUILERES
                PERFORM CONTAR-RESERVAS
                PERFORM CONTAR-COMPROMETIDOS
                IF NUM-SUC > 1
                  PERFORM CALCULAR-NECESIDADES
                  PERFORM VARYING IDX-NEC FROM 1 BY 1
                          UNTIL IDX-NEC > NUM-SUC
                    PERFORM ASIGNAR-DONANTE
                        UNTIL SUC-FALTA(IDX-NEC) = 0
                  END-PERFORM
                END-IF.

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
                  MOVE 0 TO SUC-FUERA(IDX-SUC)
                  MOVE 0 TO SUC-COMPROMETIDAS(IDX-SUC)
                  MOVE 0 TO SUC-LIBRES(IDX-SUC)
                  MOVE 0 TO SUC-ENTRANTES(IDX-SUC)
                  MOVE 0 TO SUC-RECIENTES(IDX-SUC)
                  MOVE 0 TO SUC-RESERVAS(IDX-SUC)
                  MOVE 0 TO SUC-FALTA(IDX-SUC)
                  MOVE 0 TO SUC-SOBRA(IDX-SUC)
                  MOVE SPACE TO SUC-MOTIVO(IDX-SUC)
                END-IF.

        CONTAR-EJEMPLARES.
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
                      PERFORM CLASIFICAR-EJEMPLAR
                    END-IF
                  END-READ
                END-PERFORM
                IF NUM-SUC = 0
                  MOVE '01' TO SUC-REAL
                  PERFORM BUSCAR-SUCURSAL
                  MOVE NUM-COPIAS TO SUC-COPIAS(IDX-SUC)
                END-IF.

        CLASIFICAR-EJEMPLAR.
                IF ESTADO-EJE = 'T'
                  MOVE EJE-SUC-DESTINO TO SUC-REAL
                  PERFORM BUSCAR-SUCURSAL
                  IF IDX-SUC NOT > NUM-SUC
                    ADD 1 TO SUC-ENTRANTES(IDX-SUC)
                  END-IF
                ELSE
                  IF ESTADO-EJE NOT = 'X' AND ESTADO-EJE NOT = 'P'
                   AND ESTADO-EJE NOT = 'R'
                    MOVE EJE-SUCURSAL TO SUC-REAL
                    PERFORM BUSCAR-SUCURSAL
                    IF IDX-SUC NOT > NUM-SUC
                      ADD 1 TO SUC-COPIAS(IDX-SUC)
                    END-IF
                  END-IF
                END-IF.

        CONTAR-ALQUILERES.
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
                      MOVE SUCURSAL-ALQ TO SUC-REAL
                      PERFORM BUSCAR-SUCURSAL
                      IF IDX-SUC NOT > NUM-SUC
                        IF DEVUELTA = 'N'
                          ADD 1 TO SUC-FUERA(IDX-SUC)
                        END-IF
                        COMPUTE FECHA-ALQ-YMD =
                           ANO * 10000 + MES * 100 + DIA
                        IF FECHA-ALQ-YMD NOT < FECHA-DESDE
                          ADD 1 TO SUC-RECIENTES(IDX-SUC)
                        END-IF
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        CONTAR-RESERVAS.
                MOVE COD-PELI TO CODR-PELI
                MOVE SPACES TO CODR-SOCIO
                MOVE 'N' TO FIN-RES
                START RESERVA KEY IS NOT < CLAVE-RESERVA INVALID KEY
                  MOVE 'S' TO FIN-RES
                END-START
                PERFORM UNTIL FIN-RES = 'S'
                  READ RESERVA NEXT RECORD AT END
                    MOVE 'S' TO FIN-RES
                  NOT AT END
                    IF CODR-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-RES
                    ELSE
                      IF ESTADO-RES = 'P'
                        PERFORM SUCURSAL-DEL-SOCIO
                        MOVE SUC-SOCIO TO SUC-REAL
                        PERFORM BUSCAR-SUCURSAL
                        IF IDX-SUC NOT > NUM-SUC
                          ADD 1 TO SUC-RESERVAS(IDX-SUC)
                        END-IF
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        SUCURSAL-DEL-SOCIO.
                MOVE '01' TO SUC-SOCIO
                MOVE ZEROS TO FECHA-ALQ-YMD
                MOVE ZEROS TO FECHA-ULTIMA-SOCIO
                MOVE CODR-SOCIO TO CODI-SOCIO
                MOVE 'N' TO FIN-SOCIO
                START ALQUILER KEY IS = CODI-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-SOCIO
                END-START
                PERFORM UNTIL FIN-SOCIO = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-SOCIO
                  NOT AT END
                    IF CODI-SOCIO NOT = CODR-SOCIO
                      MOVE 'S' TO FIN-SOCIO
                    ELSE
                      COMPUTE FECHA-ALQ-YMD =
                         ANO * 10000 + MES * 100 + DIA
                      IF FECHA-ALQ-YMD NOT < FECHA-ULTIMA-SOCIO
                       AND SUCURSAL-ALQ NOT = SPACES
                        MOVE FECHA-ALQ-YMD TO FECHA-ULTIMA-SOCIO
                        MOVE SUCURSAL-ALQ TO SUC-SOCIO
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        CONTAR-COMPROMETIDOS.
                MOVE COD-PELI TO TRP-PELI
                MOVE 'N' TO FIN-TRP
                START TRASPROP KEY IS = TRP-PELI INVALID KEY
                  MOVE 'S' TO FIN-TRP
                END-START
                PERFORM UNTIL FIN-TRP = 'S'
                  READ TRASPROP NEXT RECORD AT END
                    MOVE 'S' TO FIN-TRP
                  NOT AT END
                    IF TRP-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-TRP
                    ELSE
                      IF TRP-ESTADO = 'A'
                       AND TRP-ENVIADOS < TRP-CANTIDAD
                        COMPUTE PENDIENTE-ENVIO =
                           TRP-CANTIDAD - TRP-ENVIADOS
                        MOVE TRP-ORIGEN TO SUC-REAL
                        PERFORM BUSCAR-SUCURSAL
                        IF IDX-SUC NOT > NUM-SUC
                          ADD PENDIENTE-ENVIO
                            TO SUC-COMPROMETIDAS(IDX-SUC)
                        END-IF
                        MOVE TRP-DESTINO TO SUC-REAL
                        PERFORM BUSCAR-SUCURSAL
                        IF IDX-SUC NOT > NUM-SUC
                          ADD PENDIENTE-ENVIO
                            TO SUC-ENTRANTES(IDX-SUC)
                        END-IF
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        CALCULAR-NECESIDADES.
                PERFORM VARYING IDX-SUC FROM 1 BY 1
                        UNTIL IDX-SUC > NUM-SUC
                  IF SUC-COPIAS(IDX-SUC) > SUC-FUERA(IDX-SUC)
                                         + SUC-COMPROMETIDAS(IDX-SUC)
                    COMPUTE SUC-LIBRES(IDX-SUC) = SUC-COPIAS(IDX-SUC)
                       - SUC-FUERA(IDX-SUC)
                       - SUC-COMPROMETIDAS(IDX-SUC)
                  ELSE
                    MOVE 0 TO SUC-LIBRES(IDX-SUC)
                  END-IF
                  IF SUC-RESERVAS(IDX-SUC) > SUC-LIBRES(IDX-SUC)
                                           + SUC-ENTRANTES(IDX-SUC)
                    COMPUTE SUC-FALTA(IDX-SUC) = SUC-RESERVAS(IDX-SUC)
                       - SUC-LIBRES(IDX-SUC) - SUC-ENTRANTES(IDX-SUC)
                    MOVE 'R' TO SUC-MOTIVO(IDX-SUC)
                  ELSE
                    IF SUC-LIBRES(IDX-SUC) + SUC-ENTRANTES(IDX-SUC) = 0
                     AND SUC-RECIENTES(IDX-SUC) > 0
                     AND SUC-RECIENTES(IDX-SUC)
                         NOT < SUC-COPIAS(IDX-SUC) * 2
                      MOVE 1 TO SUC-FALTA(IDX-SUC)
                      MOVE 'D' TO SUC-MOTIVO(IDX-SUC)
                    END-IF
                  END-IF
                  IF SUC-FALTA(IDX-SUC) = 0
                   AND SUC-RECIENTES(IDX-SUC) < SUC-COPIAS(IDX-SUC)
                   AND SUC-LIBRES(IDX-SUC) > SUC-RESERVAS(IDX-SUC)
                   AND SUC-COPIAS(IDX-SUC) > STOCK-MINIMO
                    COMPUTE SUC-SOBRA(IDX-SUC) = SUC-LIBRES(IDX-SUC)
                       - SUC-RESERVAS(IDX-SUC)
                    IF SUC-SOBRA(IDX-SUC) >
                       SUC-COPIAS(IDX-SUC) - STOCK-MINIMO
                      COMPUTE SUC-SOBRA(IDX-SUC) =
                         SUC-COPIAS(IDX-SUC) - STOCK-MINIMO
                    END-IF
                  END-IF
                END-PERFORM.

        ASIGNAR-DONANTE.
                MOVE 0 TO IDX-MAYOR
                PERFORM VARYING IDX-DON FROM 1 BY 1
                        UNTIL IDX-DON > NUM-SUC
                  IF IDX-DON NOT = IDX-NEC
                   AND SUC-SOBRA(IDX-DON) > 0
                    IF IDX-MAYOR = 0
                      MOVE IDX-DON TO IDX-MAYOR
                    ELSE
                      IF SUC-SOBRA(IDX-DON) > SUC-SOBRA(IDX-MAYOR)
                        MOVE IDX-DON TO IDX-MAYOR
                      END-IF
                    END-IF
                  END-IF
                END-PERFORM
                IF IDX-MAYOR = 0
                  MOVE 0 TO SUC-FALTA(IDX-NEC)
                ELSE
                  IF SUC-FALTA(IDX-NEC) > 9
                    MOVE 9 TO CANTIDAD-LINEA
                  ELSE
                    MOVE SUC-FALTA(IDX-NEC) TO CANTIDAD-LINEA
                  END-IF
                  IF SUC-SOBRA(IDX-MAYOR) < CANTIDAD-LINEA
                    MOVE SUC-SOBRA(IDX-MAYOR) TO CANTIDAD-LINEA
                  END-IF
                  PERFORM ESCRIBIR-PROPUESTA
                  SUBTRACT CANTIDAD-LINEA FROM SUC-FALTA(IDX-NEC)
                  SUBTRACT CANTIDAD-LINEA FROM SUC-SOBRA(IDX-MAYOR)
                END-IF.

        ESCRIBIR-PROPUESTA.
                ADD 1 TO LINEA-PROP
                MOVE PROPUESTA-ACTUAL TO TRP-NUMERO
                MOVE LINEA-PROP TO TRP-LINEA
                MOVE FECHA-HOY-YMD TO TRP-FECHA
                MOVE COD-PELI TO TRP-PELI
                MOVE SUC-CODIGO(IDX-MAYOR) TO TRP-ORIGEN
                MOVE SUC-CODIGO(IDX-NEC) TO TRP-DESTINO
                MOVE CANTIDAD-LINEA TO TRP-CANTIDAD
                MOVE SUC-MOTIVO(IDX-NEC) TO TRP-MOTIVO
                MOVE SUC-RECIENTES(IDX-MAYOR) TO TRP-ALQ-ORIGEN
                MOVE SUC-RECIENTES(IDX-NEC) TO TRP-ALQ-DESTINO
                MOVE SUC-RESERVAS(IDX-NEC) TO TRP-RESERVAS
                MOVE 'S' TO TRP-ESTADO
                MOVE ZEROS TO TRP-FECHA-APR
                MOVE ZEROS TO TRP-ENVIADOS
                MOVE ZEROS TO TRP-FECHA-ENVIO
                MOVE ZEROS TO TRP-EJEMPLARES
                WRITE REG-TRASPROP INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  ADD 1 TO LINEAS-ESCRITAS
                  PERFORM IMPRIMIR-LINEA
                END-WRITE.

        IMPRIMIR-LINEA.
                IF ESTADO-IMPRESORA = '00'
                  MOVE TRP-LINEA TO LPR-LINEA
                  MOVE TRP-PELI TO LPR-PELI
                  MOVE TITULO TO LPR-TITULO
                  MOVE TRP-ORIGEN TO LPR-ORIGEN
                  MOVE TRP-DESTINO TO LPR-DESTINO
                  MOVE TRP-CANTIDAD TO LPR-CANTIDAD
                  IF TRP-MOTIVO = 'R'
                    MOVE 'Reservas' TO LPR-MOTIVO
                  ELSE
                    MOVE 'Demanda' TO LPR-MOTIVO
                  END-IF
                  MOVE TRP-ALQ-ORIGEN TO LPR-ALQ-ORIGEN
                  MOVE TRP-ALQ-DESTINO TO LPR-ALQ-DESTINO
                  MOVE TRP-RESERVAS TO LPR-RESERVAS
                  WRITE REG-IMPRE FROM LINEA-PROPUESTA
                  END-WRITE
                END-IF.

        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE ALQUILER.
                CLOSE RESERVA.
                CLOSE EJEMPLAR.
                CLOSE TRASPROP.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
