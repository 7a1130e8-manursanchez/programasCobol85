        IDENTIFICATION DIVISION.
          PROGRAM-ID. INFORME-INCIDENCIAS.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL INCIDENCIAS ASSIGN TO DISK
                                             "INCIDENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-NUMERO
               ALTERNATE RECORD KEY IS INC-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS INC-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-INCIDENCIAS.

               SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL EJEMPLAR ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-EJEMPLAR.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD INCIDENCIAS LABEL RECORD STANDARD.
          01 REG-INCIDENCIAS.
           02 INC-NUMERO PIC 9(6).
           02 INC-SOCIO PIC X(5).
           02 INC-SALIDA PIC X(8).
           02 INC-PELI PIC X(6).
           02 INC-EJEMPLAR PIC 99.
           02 INC-TICKET PIC 9(6).
           02 INC-TIPO PIC X.
           02 INC-DESCRIPCION PIC X(40).
           02 INC-FECHA PIC 9(8).
           02 INC-OPERADOR PIC X(20).
           02 INC-RESOLUCION PIC X.
           02 INC-IMPORTE PIC 9(4)V99.
           02 INC-FECHA-RES PIC 9(8).
           02 INC-OPER-RES PIC X(20).
           02 INC-ESTADO PIC X.

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

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-INCIDENCIAS PIC XX.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 MODO PIC X.
          88 ABIERTAS VALUE "1".
          88 MENSUAL VALUE "2".
        77 FIN-FICH PIC X.
        77 IDX-TIPO PIC 9.
        77 IDX-EJE PIC 99.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 HOY-INT PIC S9(9) COMP.
        77 DIAS-ABIERTA PIC S9(5).
        77 MES-INFORME PIC 99.
        77 ANO-INFORME PIC 9999.
        77 MES-VENTANA PIC 99.
        77 ANO-VENTANA PIC 9999.
        77 FECHA-DESDE PIC 9(8).
        77 FECHA-HASTA PIC 9(8).
        77 FECHA-VENTANA PIC 9(8).
        77 UMBRAL-REPETIDAS PIC 9 VALUE 2.
        77 PELI-ACTUAL PIC X(6).
        77 QUEJAS-TITULO PIC 999.
        77 TITULOS-REPETIDOS PIC 999.
        77 TOTAL-ABIERTAS PIC 9(5).
        77 TOTAL-RECIBIDAS PIC 9(5).
        77 TOTAL-CERRADAS PIC 9(5).
        77 TOTAL-REEMBOLSOS PIC 9(7)V99.
        77 CONT-PANT PIC ZZZZ9.
        77 LINEA-PANT PIC 99.

        01 TABLA-TIPOS.
          02 FILLER PIC X(21) VALUE "DDisco defectuoso".
          02 FILLER PIC X(21) VALUE "CCaja o caratula".
          02 FILLER PIC X(21) VALUE "FCobro incorrecto".
          02 FILLER PIC X(21) VALUE "AAtencion recibida".
          02 FILLER PIC X(21) VALUE "OOtros".
        01 TIPOS REDEFINES TABLA-TIPOS.
          02 TIPO-INCIDENCIA OCCURS 5 TIMES.
            03 COD-TIPO PIC X.
            03 TEXTO-TIPO PIC X(20).

        01 TABLA-ANTIGUEDAD.
          02 FILLER PIC X(16) VALUE "Hasta 7 dias....".
          02 FILLER PIC X(16) VALUE "De 8 a 30 dias..".
          02 FILLER PIC X(16) VALUE "De 31 a 90 dias.".
          02 FILLER PIC X(16) VALUE "Mas de 90 dias..".
        01 ANTIGUEDADES REDEFINES TABLA-ANTIGUEDAD.
          02 TEXTO-TRAMO PIC X(16) OCCURS 4 TIMES.

        01 TABLA-TRAMOS.
          02 CONT-TRAMO PIC 9(5) OCCURS 4 TIMES.

        01 TABLA-MES.
          02 TOTALES-TIPO OCCURS 5 TIMES.
            03 TIP-RECIBIDAS PIC 9(5).
            03 TIP-CERRADAS PIC 9(5).
            03 TIP-PENDIENTES PIC 9(5).
            03 TIP-REEMBOLSOS PIC 9(7)V99.

        01 TABLA-COPIAS.
          02 QUEJAS-COPIA PIC 999 OCCURS 99 TIMES.

        01 CABECERA.
         02 FILLER PIC X(20) VALUE SPACES.
         02 CAB-TITULO PIC X(36).
         02 CAB-FECHA PIC 9(8).
         02 FILLER PIC X(16) VALUE SPACES.

        01 CABECERA-ABIERTAS.
         02 FILLER PIC X(30) VALUE "NUMERO  FECHA     DIAS SOCIO ".
         02 FILLER PIC X(27) VALUE "TIPO              SALIDA   ".
         02 FILLER PIC X(23) VALUE "DESCRIPCION".

        01 LINEA-ABIERTA.
         02 LAB-NUMERO PIC 9(6).
         02 FILLER PIC X(2) VALUE SPACES.
         02 LAB-FECHA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 LAB-DIAS PIC ZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LAB-SOCIO PIC X(5).
         02 FILLER PIC X VALUE SPACES.
         02 LAB-TIPO PIC X(17).
         02 FILLER PIC X VALUE SPACES.
         02 LAB-SALIDA PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 LAB-DESCRIPCION PIC X(25).

        01 LINEA-TRAMO.
         02 FILLER PIC X(6) VALUE SPACES.
         02 LTR-TEXTO PIC X(16).
         02 FILLER PIC X(2) VALUE SPACES.
         02 LTR-CONT PIC ZZZZ9.
         02 FILLER PIC X(51) VALUE SPACES.

        01 CABECERA-MES.
         02 FILLER PIC X(34) VALUE "TIPO                   RECIBIDAS".
         02 FILLER PIC X(22) VALUE "  CERRADAS  PENDIENTES".
         02 FILLER PIC X(24) VALUE "  REEMBOLSOS".

        01 LINEA-MES.
         02 LME-TIPO PIC X(20).
         02 FILLER PIC X(4) VALUE SPACES.
         02 LME-RECIBIDAS PIC ZZZZ9.
         02 FILLER PIC X(5) VALUE SPACES.
         02 LME-CERRADAS PIC ZZZZ9.
         02 FILLER PIC X(7) VALUE SPACES.
         02 LME-PENDIENTES PIC ZZZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 LME-REEMBOLSOS PIC Z(6)9.99.
         02 FILLER PIC X(16) VALUE SPACES.

        01 CABECERA-REPETIDAS.
         02 FILLER PIC X(80) VALUE
         "QUEJAS REPETIDAS DE DISCO DEFECTUOSO (ULTIMOS 12 MESES)".

        01 LINEA-TITULO.
         02 LTI-PELI PIC X(6).
         02 FILLER PIC X(2) VALUE SPACES.
         02 LTI-TITULO PIC X(30).
         02 FILLER PIC X(9) VALUE "  Quejas:".
         02 LTI-QUEJAS PIC ZZ9.
         02 FILLER PIC X(30) VALUE SPACES.

        01 LINEA-COPIA.
         02 FILLER PIC X(10) VALUE "  Ejemplar".
         02 LCO-EJEMPLAR PIC Z9.
         02 FILLER PIC X(9) VALUE "  Quejas:".
         02 LCO-QUEJAS PIC ZZ9.
         02 FILLER PIC X(9) VALUE "  Estado:".
         02 LCO-ESTADO PIC X.
         02 FILLER PIC X(46) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

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
                  ACCEPT MODO LINE 4 POSITION 64
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  MOVE FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                    TO HOY-INT
                  EVALUATE TRUE
                    WHEN ABIERTAS
                      PERFORM LISTAR-ABIERTAS
                    WHEN MENSUAL
                      PERFORM RESUMEN-MENSUAL
                    WHEN OTHER
                      DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                  END-EVALUATE
                  DISPLAY 'DESEA OTRO INFORME?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 43
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT INCIDENCIAS.
               IF ESTADO-INCIDENCIAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-INCIDENCIAS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PELICULA.
               OPEN INPUT EJEMPLAR.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' INFORME DE INCIDENCIAS ' LINE 2
                POSITION 28 REVERSE
                DISPLAY
                '1: Abiertas por antiguedad, 2: Resumen mensual:'
                LINE 4 POSITION 15.

        ABRIR-IMPRESORA.
                MOVE 'INFORME-INCIDENCIA' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE.

        BUSCAR-TIPO.
                MOVE 1 TO IDX-TIPO
                PERFORM UNTIL IDX-TIPO = 5
                           OR COD-TIPO(IDX-TIPO) = INC-TIPO
                  ADD 1 TO IDX-TIPO
                END-PERFORM.

        LISTAR-ABIERTAS.
                PERFORM ABRIR-IMPRESORA
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' LINE 21 POSITION 21
                  DISPLAY ESTADO-IMPRESORA LINE 21 POSITION 40
                ELSE
                  MOVE 'INCIDENCIAS ABIERTAS AL' TO CAB-TITULO
                  MOVE FECHA-HOY-YMD TO CAB-FECHA
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-ABIERTAS
                  END-WRITE
                  MOVE ZEROS TO TABLA-TRAMOS
                  MOVE ZEROS TO TOTAL-ABIERTAS
                  MOVE ZEROS TO INC-NUMERO
                  MOVE 'N' TO FIN-FICH
                  START INCIDENCIAS KEY IS > INC-NUMERO INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ INCIDENCIAS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF INC-ESTADO = 'A'
                        PERFORM ESCRIBIR-ABIERTA
                      END-IF
                    END-READ
                  END-PERFORM
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  MOVE 6 TO LINEA-PANT
                  PERFORM VARYING IDX-TIPO FROM 1 BY 1
                          UNTIL IDX-TIPO > 4
                    MOVE TEXTO-TRAMO(IDX-TIPO) TO LTR-TEXTO
                    MOVE CONT-TRAMO(IDX-TIPO) TO LTR-CONT
                    WRITE REG-IMPRE FROM LINEA-TRAMO
                    END-WRITE
                    DISPLAY LTR-TEXTO LINE LINEA-PANT POSITION 20
                    DISPLAY LTR-CONT LINE LINEA-PANT POSITION 40
                    ADD 1 TO LINEA-PANT
                  END-PERFORM
                  MOVE 'Total abiertas..' TO LTR-TEXTO
                  MOVE TOTAL-ABIERTAS TO LTR-CONT
                  WRITE REG-IMPRE FROM LINEA-TRAMO
                  END-WRITE
                  DISPLAY LTR-TEXTO LINE 11 POSITION 20
                  DISPLAY LTR-CONT LINE 11 POSITION 40
                  CLOSE IMPRE
                  DISPLAY 'Informe enviado a la cola de impresion'
                  LINE 21 POSITION 21
                END-IF.

        ESCRIBIR-ABIERTA.
                ADD 1 TO TOTAL-ABIERTAS
                COMPUTE DIAS-ABIERTA = HOY-INT -
                        FUNCTION INTEGER-OF-DATE(INC-FECHA)
                IF DIAS-ABIERTA < 0
                  MOVE 0 TO DIAS-ABIERTA
                END-IF
                EVALUATE TRUE
                  WHEN DIAS-ABIERTA NOT > 7
                    ADD 1 TO CONT-TRAMO(1)
                  WHEN DIAS-ABIERTA NOT > 30
                    ADD 1 TO CONT-TRAMO(2)
                  WHEN DIAS-ABIERTA NOT > 90
                    ADD 1 TO CONT-TRAMO(3)
                  WHEN OTHER
                    ADD 1 TO CONT-TRAMO(4)
                END-EVALUATE
                PERFORM BUSCAR-TIPO
                MOVE INC-NUMERO TO LAB-NUMERO
                MOVE INC-FECHA TO LAB-FECHA
                MOVE DIAS-ABIERTA TO LAB-DIAS
                MOVE INC-SOCIO TO LAB-SOCIO
                MOVE TEXTO-TIPO(IDX-TIPO) TO LAB-TIPO
                MOVE INC-SALIDA TO LAB-SALIDA
                MOVE INC-DESCRIPCION TO LAB-DESCRIPCION
                WRITE REG-IMPRE FROM LINEA-ABIERTA
                END-WRITE.

        RESUMEN-MENSUAL.
                DISPLAY 'Mes (MM)...:' LINE 6 POSITION 20
                DISPLAY 'Ano (AAAA).:' LINE 7 POSITION 20
                MOVE FECHA-SISTEMA(5:2) TO MES-INFORME
                MOVE FECHA-SISTEMA(1:4) TO ANO-INFORME
                ACCEPT MES-INFORME LINE 6 POSITION 34 UPDATE
                ACCEPT ANO-INFORME LINE 7 POSITION 34 UPDATE
                IF MES-INFORME < 1 OR MES-INFORME > 12
                  DISPLAY 'Mes no valido' LINE 21 POSITION 21
                ELSE
                  PERFORM PREPARAR-FECHAS
                  PERFORM ABRIR-IMPRESORA
                  IF ESTADO-IMPRESORA NOT = '00'
                    DISPLAY 'ERROR DE IMPRESION' LINE 21 POSITION 21
                    DISPLAY ESTADO-IMPRESORA LINE 21 POSITION 40
                  ELSE
                    PERFORM TOTALIZAR-MES
                    PERFORM ESCRIBIR-MES
                    PERFORM LISTAR-REPETIDAS
                    CLOSE IMPRE
                    DISPLAY 'Informe enviado a la cola de impresion'
                    LINE 21 POSITION 21
                  END-IF
                END-IF.

        PREPARAR-FECHAS.
                COMPUTE FECHA-DESDE = ANO-INFORME * 10000
                                    + MES-INFORME * 100 + 1
                COMPUTE FECHA-HASTA = ANO-INFORME * 10000
                                    + MES-INFORME * 100 + 31
                IF MES-INFORME = 12
                  MOVE 1 TO MES-VENTANA
                  MOVE ANO-INFORME TO ANO-VENTANA
                ELSE
                  COMPUTE MES-VENTANA = MES-INFORME + 1
                  COMPUTE ANO-VENTANA = ANO-INFORME - 1
                END-IF
                COMPUTE FECHA-VENTANA = ANO-VENTANA * 10000
                                      + MES-VENTANA * 100 + 1.

        TOTALIZAR-MES.
                MOVE ZEROS TO TABLA-MES
                MOVE ZEROS TO INC-NUMERO
                MOVE 'N' TO FIN-FICH
                START INCIDENCIAS KEY IS > INC-NUMERO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ INCIDENCIAS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    PERFORM BUSCAR-TIPO
                    IF INC-FECHA NOT < FECHA-DESDE
                     AND INC-FECHA NOT > FECHA-HASTA
                      ADD 1 TO TIP-RECIBIDAS(IDX-TIPO)
                      IF INC-ESTADO = 'A'
                       OR INC-FECHA-RES > FECHA-HASTA
                        ADD 1 TO TIP-PENDIENTES(IDX-TIPO)
                      END-IF
                    END-IF
                    IF INC-ESTADO = 'C'
                     AND INC-FECHA-RES NOT < FECHA-DESDE
                     AND INC-FECHA-RES NOT > FECHA-HASTA
                      ADD 1 TO TIP-CERRADAS(IDX-TIPO)
                      IF INC-RESOLUCION = 'R'
                        ADD INC-IMPORTE TO TIP-REEMBOLSOS(IDX-TIPO)
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        ESCRIBIR-MES.
                MOVE 'RESUMEN DE INCIDENCIAS DEL MES' TO CAB-TITULO
                MOVE FECHA-DESDE TO CAB-FECHA
                WRITE REG-IMPRE FROM CABECERA
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                WRITE REG-IMPRE FROM CABECERA-MES
                END-WRITE
                MOVE ZEROS TO TOTAL-RECIBIDAS
                MOVE ZEROS TO TOTAL-CERRADAS
                MOVE ZEROS TO TOTAL-REEMBOLSOS
                MOVE 9 TO LINEA-PANT
                DISPLAY 'TIPO' LINE 8 POSITION 10
                DISPLAY 'RECIB.' LINE 8 POSITION 33
                DISPLAY 'CERRAD.' LINE 8 POSITION 43
                DISPLAY 'REEMBOLSOS' LINE 8 POSITION 55
                PERFORM VARYING IDX-TIPO FROM 1 BY 1
                        UNTIL IDX-TIPO > 5
                  MOVE TEXTO-TIPO(IDX-TIPO) TO LME-TIPO
                  MOVE TIP-RECIBIDAS(IDX-TIPO) TO LME-RECIBIDAS
                  MOVE TIP-CERRADAS(IDX-TIPO) TO LME-CERRADAS
                  MOVE TIP-PENDIENTES(IDX-TIPO) TO LME-PENDIENTES
                  MOVE TIP-REEMBOLSOS(IDX-TIPO) TO LME-REEMBOLSOS
                  WRITE REG-IMPRE FROM LINEA-MES
                  END-WRITE
                  ADD TIP-RECIBIDAS(IDX-TIPO) TO TOTAL-RECIBIDAS
                  ADD TIP-CERRADAS(IDX-TIPO) TO TOTAL-CERRADAS
                  ADD TIP-REEMBOLSOS(IDX-TIPO) TO TOTAL-REEMBOLSOS
                  DISPLAY LME-TIPO LINE LINEA-PANT POSITION 10
                  DISPLAY LME-RECIBIDAS LINE LINEA-PANT POSITION 33
                  DISPLAY LME-CERRADAS LINE LINEA-PANT POSITION 43
                  DISPLAY LME-REEMBOLSOS LINE LINEA-PANT POSITION 55
                  ADD 1 TO LINEA-PANT
                END-PERFORM
                MOVE 'TOTAL' TO LME-TIPO
                MOVE TOTAL-RECIBIDAS TO LME-RECIBIDAS
                MOVE TOTAL-CERRADAS TO LME-CERRADAS
                MOVE ZEROS TO LME-PENDIENTES
                MOVE TOTAL-REEMBOLSOS TO LME-REEMBOLSOS
                WRITE REG-IMPRE FROM LINEA-MES
                    BEFORE ADVANCING 2 LINES
                END-WRITE.

        LISTAR-REPETIDAS.
                WRITE REG-IMPRE FROM CABECERA-REPETIDAS
                END-WRITE
                MOVE ZEROS TO TITULOS-REPETIDOS
                MOVE SPACES TO PELI-ACTUAL
                MOVE ZEROS TO QUEJAS-TITULO
                MOVE ZEROS TO TABLA-COPIAS
                MOVE SPACES TO INC-PELI
                MOVE 'N' TO FIN-FICH
                START INCIDENCIAS KEY IS > INC-PELI INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ INCIDENCIAS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF INC-PELI NOT = PELI-ACTUAL
                      PERFORM CORTE-TITULO
                      MOVE INC-PELI TO PELI-ACTUAL
                    END-IF
                    IF INC-TIPO = 'D'
                     AND INC-FECHA NOT < FECHA-VENTANA
                     AND INC-FECHA NOT > FECHA-HASTA
                      ADD 1 TO QUEJAS-TITULO
                      IF INC-EJEMPLAR > 0
                        ADD 1 TO QUEJAS-COPIA(INC-EJEMPLAR)
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                PERFORM CORTE-TITULO
                IF TITULOS-REPETIDOS = 0
                  MOVE '  Ninguna' TO REG-IMPRE
                  WRITE REG-IMPRE
                  END-WRITE
                END-IF
                MOVE TITULOS-REPETIDOS TO CONT-PANT
                DISPLAY 'Titulos con quejas repetidas de disco:'
                LINE 16 POSITION 10
                DISPLAY CONT-PANT LINE 16 POSITION 50.

        CORTE-TITULO.
                IF PELI-ACTUAL NOT = SPACES
                 AND QUEJAS-TITULO NOT < UMBRAL-REPETIDAS
                  ADD 1 TO TITULOS-REPETIDOS
                  MOVE PELI-ACTUAL TO COD-PELI
                  READ PELICULA KEY IS COD-PELI INVALID KEY
                    MOVE SPACES TO TITULO
                  END-READ
                  MOVE PELI-ACTUAL TO LTI-PELI
                  MOVE TITULO TO LTI-TITULO
                  MOVE QUEJAS-TITULO TO LTI-QUEJAS
                  WRITE REG-IMPRE FROM LINEA-TITULO
                  END-WRITE
                  PERFORM VARYING IDX-EJE FROM 1 BY 1
                          UNTIL IDX-EJE > 98
                    IF QUEJAS-COPIA(IDX-EJE) NOT < UMBRAL-REPETIDAS
                      PERFORM ESCRIBIR-COPIA
                    END-IF
                  END-PERFORM
                  IF QUEJAS-COPIA(99) NOT < UMBRAL-REPETIDAS
                    MOVE 99 TO IDX-EJE
                    PERFORM ESCRIBIR-COPIA
                  END-IF
                END-IF
                MOVE ZEROS TO QUEJAS-TITULO
                MOVE ZEROS TO TABLA-COPIAS.

        ESCRIBIR-COPIA.
                MOVE PELI-ACTUAL TO EJE-PELI
                MOVE IDX-EJE TO EJE-NUM
                READ EJEMPLAR INVALID KEY
                  MOVE 'B' TO ESTADO-EJE
                END-READ
                MOVE IDX-EJE TO LCO-EJEMPLAR
                MOVE QUEJAS-COPIA(IDX-EJE) TO LCO-QUEJAS
                MOVE ESTADO-EJE TO LCO-ESTADO
                WRITE REG-IMPRE FROM LINEA-COPIA
                END-WRITE.

        CERRAR-FICHERO.
                CLOSE INCIDENCIAS.
                CLOSE PELICULA.
                CLOSE EJEMPLAR.
