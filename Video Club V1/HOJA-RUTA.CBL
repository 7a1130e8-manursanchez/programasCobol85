        IDENTIFICATION DIVISION.
          PROGRAM-ID. HOJA-RUTA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL DOMICILIO ASSIGN TO DISK
                                             "DOMICILIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-NUMERO
               FILE STATUS IS ESTADO-DOMICILIO.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

               SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL OPERADOR ASSIGN TO DISK "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-OPER
               FILE STATUS IS ESTADO-OPERADOR.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD DOMICILIO LABEL RECORD STANDARD.
          01 REG-DOMICILIO.
           02 DOM-NUMERO PIC 9(6).
           02 DOM-TIPO PIC X.
           02 DOM-SOCIO PIC X(5).
           02 DOM-DIRECCION PIC X(30).
           02 DOM-TELEFONO PIC X(10).
           02 DOM-FECHA PIC 9(8).
           02 DOM-FRANJA PIC X.
           02 DOM-CONDUCTOR PIC X(4).
           02 DOM-NUM-LIN PIC 9.
           02 DOM-LINEA OCCURS 5 TIMES.
            03 DOM-PELI PIC X(6).
            03 DOM-SALIDA PIC X(8).
            03 DOM-PRECIO PIC 9(4)V99.
           02 DOM-TARIFA PIC 9(4)V99.
           02 DOM-COBRAR PIC 9(5)V99.
           02 DOM-ESTADO PIC X.
           02 DOM-FECHA-ALTA PIC 9(8).
           02 DOM-FECHA-CIERRE PIC 9(8).

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

          FD OPERADOR LABEL RECORD STANDARD.
          01 REG-OPERADOR.
           02 COD-OPER PIC X(4).
           02 CLAVE-OPER PIC X(8).
           02 NOMBRE-OPER PIC X(20).
           02 NIVEL-OPER PIC 9.

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-DOMICILIO PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-OPERADOR PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 FIN-DOM PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-RUTA PIC 9(8).
        77 CONDUCTOR-RUTA PIC X(4).
        77 NUM-ENTRADAS PIC 9(4) VALUE ZEROS.
        77 IDX PIC 9(4).
        77 IDX2 PIC 9(4).
        77 IDX-LIN PIC 9.
        77 LINEA-PANT PIC 99.
        77 CONDUCTOR-ANT PIC X(4).
        77 DIRECCION-ANT PIC X(30).
        77 TOTAL-CONDUCTOR PIC 9(7)V99.
        77 PEDIDOS-CONDUCTOR PIC 9(4).

        01 TABLA-RUTA.
         02 TABLA-ENTRY OCCURS 500 TIMES.
          03 TAB-CONDUCTOR PIC X(4).
          03 TAB-DIRECCION PIC X(30).
          03 TAB-FRANJA PIC X.
          03 TAB-NUMERO PIC 9(6).

        01 AUX-ENTRY.
         02 AUX-CONDUCTOR PIC X(4).
         02 AUX-DIRECCION PIC X(30).
         02 AUX-FRANJA PIC X.
         02 AUX-NUMERO PIC 9(6).

        01 CABECERA.
         02 FILLER PIC X(25) VALUE SPACES.
         02 FILLER PIC X(20) VALUE "HOJA DE RUTA".
         02 FILLER PIC X(7) VALUE "Fecha: ".
         02 FECHA-CAB PIC 9(8).

        01 LINEA-CONDUCTOR.
         02 FILLER PIC X(12) VALUE "REPARTIDOR: ".
         02 CONDUCTOR-IMP PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 NOMBRE-CONDUCTOR-IMP PIC X(20).

        01 LINEA-DIRECCION.
         02 FILLER PIC X(2) VALUE SPACES.
         02 DIRECCION-IMP PIC X(30).

        01 LINEA-PEDIDO.
         02 FILLER PIC X(4) VALUE SPACES.
         02 FRANJA-IMP PIC X.
         02 FILLER PIC X VALUE SPACES.
         02 NUMERO-IMP PIC 9(6).
         02 FILLER PIC X VALUE SPACES.
         02 TIPO-IMP PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 SOCIO-IMP PIC X(5).
         02 FILLER PIC X VALUE SPACES.
         02 NOMBRE-IMP PIC X(24).
         02 FILLER PIC X VALUE SPACES.
         02 TELEFONO-IMP PIC X(10).
         02 FILLER PIC X VALUE SPACES.
         02 COBRAR-IMP PIC ZZZZ9.99.

        01 LINEA-PELI.
         02 FILLER PIC X(12) VALUE SPACES.
         02 PELI-IMP PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 SALIDA-IMP PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 TITULO-IMP PIC X(30).

        01 LINEA-TOTAL.
         02 FILLER PIC X(4) VALUE SPACES.
         02 FILLER PIC X(10) VALUE "PEDIDOS: ".
         02 PEDIDOS-IMP PIC ZZZ9.
         02 FILLER PIC X(25) VALUE SPACES.
         02 FILLER PIC X(19) VALUE "EFECTIVO A COBRAR: ".
         02 TOTAL-IMP PIC ZZZZZZ9.99.

        01 LINEA-PANTALLA.
         02 CONDUCTOR-PAN PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 DIRECCION-PAN PIC X(30).
         02 FILLER PIC X VALUE SPACES.
         02 FRANJA-PAN PIC X.
         02 FILLER PIC X VALUE SPACES.
         02 NUMERO-PAN PIC 9(6).
         02 FILLER PIC X VALUE SPACES.
         02 TIPO-PAN PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 COBRAR-PAN PIC ZZZZ9.99.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-RUTA.
                DISPLAY 'Fecha (AAAAMMDD):' LINE 4 POSITION 10.
                ACCEPT FECHA-RUTA LINE 4 POSITION 28 UPDATE.
                DISPLAY 'Repartidor (blanco todos):' LINE 4 POSITION 40.
                MOVE SPACES TO CONDUCTOR-RUTA.
                ACCEPT CONDUCTOR-RUTA LINE 4 POSITION 67.
                PERFORM ABRIR-FICHERO.
                IF ESTADO-DOMICILIO = "00"
                  PERFORM RECORRER-PEDIDOS
                  PERFORM ORDENAR-TABLA
                  PERFORM MOSTRAR-TABLA
                  PERFORM IMPRIMIR-TABLA
                END-IF.
                PERFORM CERRAR-FICHERO.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT DOMICILIO.
               IF ESTADO-DOMICILIO NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-DOMICILIO
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT SOCIOS.
               OPEN INPUT PELICULA.
               OPEN INPUT OPERADOR.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' HOJA DE RUTA DE REPARTO ' LINE 2
                POSITION 27 REVERSE.

        RECORRER-PEDIDOS.
                MOVE ZEROS TO NUM-ENTRADAS
                MOVE ZEROS TO DOM-NUMERO
                MOVE 'N' TO FIN-DOM
                START DOMICILIO KEY IS NOT < DOM-NUMERO INVALID KEY
                  MOVE 'S' TO FIN-DOM
                END-START
                PERFORM UNTIL FIN-DOM = 'S'
                  READ DOMICILIO NEXT RECORD AT END
                    MOVE 'S' TO FIN-DOM
                  NOT AT END
                    IF DOM-ESTADO = 'P' AND DOM-FECHA = FECHA-RUTA
                     AND (CONDUCTOR-RUTA = SPACES
                      OR DOM-CONDUCTOR = CONDUCTOR-RUTA)
                     AND NUM-ENTRADAS < 500
                      ADD 1 TO NUM-ENTRADAS
                      MOVE DOM-CONDUCTOR TO TAB-CONDUCTOR(NUM-ENTRADAS)
                      MOVE DOM-DIRECCION TO TAB-DIRECCION(NUM-ENTRADAS)
                      MOVE DOM-FRANJA TO TAB-FRANJA(NUM-ENTRADAS)
                      MOVE DOM-NUMERO TO TAB-NUMERO(NUM-ENTRADAS)
                    END-IF
                  END-READ
                END-PERFORM.

        ORDENAR-TABLA.
                IF NUM-ENTRADAS > 1
                  PERFORM VARYING IDX FROM 1 BY 1
                          UNTIL IDX = NUM-ENTRADAS
                    PERFORM VARYING IDX2 FROM 1 BY 1
                            UNTIL IDX2 = NUM-ENTRADAS
                      IF TABLA-ENTRY(IDX2) > TABLA-ENTRY(IDX2 + 1)
                        MOVE TABLA-ENTRY(IDX2) TO AUX-ENTRY
                        MOVE TABLA-ENTRY(IDX2 + 1)
                          TO TABLA-ENTRY(IDX2)
                        MOVE AUX-ENTRY TO TABLA-ENTRY(IDX2 + 1)
                      END-IF
                    END-PERFORM
                  END-PERFORM
                END-IF.

        LEER-PEDIDO.
                MOVE TAB-NUMERO(IDX) TO DOM-NUMERO
                READ DOMICILIO INVALID KEY
                  MOVE ZEROS TO DOM-NUM-LIN
                  MOVE ZEROS TO DOM-COBRAR
                END-READ
                IF DOM-TIPO = 'E'
                  MOVE 'ENTREGA' TO TIPO-IMP
                ELSE
                  MOVE 'RECOGIDA' TO TIPO-IMP
                END-IF.

        MOSTRAR-TABLA.
                IF NUM-ENTRADAS = 0
                  DISPLAY 'No hay pedidos pendientes para esa fecha'
                  LINE 10 POSITION 20
                ELSE
                  MOVE 6 TO LINEA-PANT
                  PERFORM VARYING IDX FROM 1 BY 1
                          UNTIL IDX > NUM-ENTRADAS
                          OR LINEA-PANT > 19
                    PERFORM LEER-PEDIDO
                    MOVE TAB-CONDUCTOR(IDX) TO CONDUCTOR-PAN
                    MOVE TAB-DIRECCION(IDX) TO DIRECCION-PAN
                    MOVE TAB-FRANJA(IDX) TO FRANJA-PAN
                    MOVE TAB-NUMERO(IDX) TO NUMERO-PAN
                    MOVE TIPO-IMP TO TIPO-PAN
                    MOVE DOM-COBRAR TO COBRAR-PAN
                    DISPLAY LINEA-PANTALLA LINE LINEA-PANT POSITION 6
                    ADD 1 TO LINEA-PANT
                  END-PERFORM
                END-IF.

        IMPRIMIR-TABLA.
                MOVE 'HOJA-RUTA' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  MOVE FECHA-RUTA TO FECHA-CAB
                  MOVE SPACES TO CONDUCTOR-ANT
                  PERFORM VARYING IDX FROM 1 BY 1
                          UNTIL IDX > NUM-ENTRADAS
                    IF TAB-CONDUCTOR(IDX) NOT = CONDUCTOR-ANT
                      IF IDX > 1
                        PERFORM IMPRIMIR-TOTAL
                      END-IF
                      PERFORM IMPRIMIR-CONDUCTOR
                    END-IF
                    IF TAB-DIRECCION(IDX) NOT = DIRECCION-ANT
                      MOVE TAB-DIRECCION(IDX) TO DIRECCION-ANT
                      MOVE TAB-DIRECCION(IDX) TO DIRECCION-IMP
                      WRITE REG-IMPRE FROM LINEA-DIRECCION
                      END-WRITE
                    END-IF
                    PERFORM IMPRIMIR-PEDIDO
                  END-PERFORM
                  IF NUM-ENTRADAS > 0
                    PERFORM IMPRIMIR-TOTAL
                  END-IF
                  CLOSE IMPRE
                END-IF.

        IMPRIMIR-CONDUCTOR.
                MOVE TAB-CONDUCTOR(IDX) TO CONDUCTOR-ANT
                MOVE SPACES TO DIRECCION-ANT
                MOVE ZEROS TO TOTAL-CONDUCTOR
                MOVE ZEROS TO PEDIDOS-CONDUCTOR
                MOVE TAB-CONDUCTOR(IDX) TO COD-OPER
                READ OPERADOR INVALID KEY
                  MOVE SPACES TO NOMBRE-OPER
                END-READ
                MOVE TAB-CONDUCTOR(IDX) TO CONDUCTOR-IMP
                MOVE NOMBRE-OPER TO NOMBRE-CONDUCTOR-IMP
                WRITE REG-IMPRE FROM CABECERA
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                WRITE REG-IMPRE FROM LINEA-CONDUCTOR
                END-WRITE.

        IMPRIMIR-PEDIDO.
                PERFORM LEER-PEDIDO
                MOVE DOM-SOCIO TO COD-SOCIO
                READ SOCIOS INVALID KEY
                  MOVE SPACES TO NOMBRE
                END-READ
                MOVE TAB-FRANJA(IDX) TO FRANJA-IMP
                MOVE TAB-NUMERO(IDX) TO NUMERO-IMP
                MOVE DOM-SOCIO TO SOCIO-IMP
                MOVE SPACES TO NOMBRE-IMP
                STRING NOMB DELIMITED BY '  '
                       ' ' DELIMITED BY SIZE
                       APE1 DELIMITED BY '  '
                  INTO NOMBRE-IMP
                END-STRING
                MOVE DOM-TELEFONO TO TELEFONO-IMP
                MOVE DOM-COBRAR TO COBRAR-IMP
                WRITE REG-IMPRE FROM LINEA-PEDIDO
                END-WRITE
                PERFORM VARYING IDX-LIN FROM 1 BY 1
                        UNTIL IDX-LIN > DOM-NUM-LIN
                  MOVE DOM-PELI(IDX-LIN) TO PELI-IMP
                  MOVE DOM-SALIDA(IDX-LIN) TO SALIDA-IMP
                  MOVE DOM-PELI(IDX-LIN) TO COD-PELI
                  READ PELICULA INVALID KEY
                    MOVE SPACES TO TITULO
                  END-READ
                  MOVE TITULO TO TITULO-IMP
                  WRITE REG-IMPRE FROM LINEA-PELI
                  END-WRITE
                END-PERFORM
                ADD 1 TO PEDIDOS-CONDUCTOR
                ADD DOM-COBRAR TO TOTAL-CONDUCTOR.

        IMPRIMIR-TOTAL.
                MOVE PEDIDOS-CONDUCTOR TO PEDIDOS-IMP
                MOVE TOTAL-CONDUCTOR TO TOTAL-IMP
                WRITE REG-IMPRE FROM LINEA-TOTAL
                    BEFORE ADVANCING 3 LINES
                END-WRITE.

        CERRAR-FICHERO.
                CLOSE DOMICILIO.
                CLOSE SOCIOS.
                CLOSE PELICULA.
                CLOSE OPERADOR.
