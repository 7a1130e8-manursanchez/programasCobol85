        IDENTIFICATION DIVISION.
          PROGRAM-ID. STOCK-TIENDA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL MERCANCIA ASSIGN TO DISK
                                             "MERCANCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MER-SKU
               FILE STATUS IS ESTADO-MERCANCIA.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD MERCANCIA LABEL RECORD STANDARD.
          01 REG-MERCANCIA.
           02 MER-SKU PIC X(6).
           02 MER-DESCRIPCION PIC X(30).
           02 MER-PROV PIC X(4).
           02 MER-COSTE PIC 9(4)V99.
           02 MER-PRECIO PIC 9(4)V99.
           02 MER-IVA PIC 99.
           02 MER-STOCK PIC 9(5).
           02 MER-MINIMO PIC 9(5).
           02 MER-ESTADO PIC X.

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-MERCANCIA PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 FIN-MER PIC X.
        77 NUM-ENTRADAS PIC 9(4) VALUE ZEROS.
        77 IDX PIC 9(4).
        77 LINEA-PANT PIC 99.
        77 A-PEDIR PIC 9(5).

        01 TABLA-BAJO.
         02 TABLA-ENTRY OCCURS 500 TIMES.
          03 TAB-SKU PIC X(6).
          03 TAB-DESC PIC X(30).
          03 TAB-PROV PIC X(4).
          03 TAB-STOCK PIC 9(5).
          03 TAB-MINIMO PIC 9(5).

        01 CABECERA.
         02 FILLER PIC X(22) VALUE SPACES.
         02 FILLER PIC X(36) VALUE "ARTICULOS BAJO PUNTO DE PEDIDO".

        01 CABECERA-COL.
         02 FILLER PIC X(38) VALUE "SKU    DESCRIPCION".
         02 FILLER PIC X(30) VALUE "PROV  EXIST.  MINIMO  PEDIR".

        01 LINEA-BAJO.
         02 SKU-BAJ PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 DESC-BAJ PIC X(30).
         02 FILLER PIC X VALUE SPACES.
         02 PROV-BAJ PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 STOCK-BAJ PIC ZZZZ9.
         02 FILLER PIC X(3) VALUE SPACES.
         02 MINIMO-BAJ PIC ZZZZ9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 PEDIR-BAJ PIC ZZZZ9.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                PERFORM ABRIR-FICHERO.
                IF ESTADO-MERCANCIA = "00"
                  PERFORM RECORRER-MERCANCIA
                  PERFORM MOSTRAR-TABLA
                  PERFORM IMPRIMIR-TABLA
                END-IF.
                PERFORM CERRAR-FICHERO.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT MERCANCIA.
               IF ESTADO-MERCANCIA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-MERCANCIA
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' ARTICULOS BAJO PUNTO DE PEDIDO ' LINE 2
                POSITION 24 REVERSE
                DISPLAY CABECERA-COL LINE 4 POSITION 6.

        RECORRER-MERCANCIA.
                MOVE ZEROS TO NUM-ENTRADAS
                MOVE LOW-VALUES TO MER-SKU
                START MERCANCIA KEY IS > MER-SKU INVALID KEY
                  MOVE 'S' TO FIN-MER
                NOT INVALID KEY
                  MOVE 'N' TO FIN-MER
                END-START
                PERFORM UNTIL FIN-MER = 'S'
                  READ MERCANCIA NEXT RECORD AT END
                    MOVE 'S' TO FIN-MER
                  NOT AT END
                    IF MER-ESTADO NOT = 'B'
                     AND MER-STOCK NOT > MER-MINIMO
                     AND NUM-ENTRADAS < 500
                      ADD 1 TO NUM-ENTRADAS
                      MOVE MER-SKU TO TAB-SKU(NUM-ENTRADAS)
                      MOVE MER-DESCRIPCION TO TAB-DESC(NUM-ENTRADAS)
                      MOVE MER-PROV TO TAB-PROV(NUM-ENTRADAS)
                      MOVE MER-STOCK TO TAB-STOCK(NUM-ENTRADAS)
                      MOVE MER-MINIMO TO TAB-MINIMO(NUM-ENTRADAS)
                    END-IF
                  END-READ
                END-PERFORM.

        PREPARAR-LINEA.
                MOVE TAB-SKU(IDX) TO SKU-BAJ
                MOVE TAB-DESC(IDX) TO DESC-BAJ
                MOVE TAB-PROV(IDX) TO PROV-BAJ
                MOVE TAB-STOCK(IDX) TO STOCK-BAJ
                MOVE TAB-MINIMO(IDX) TO MINIMO-BAJ
                COMPUTE A-PEDIR = TAB-MINIMO(IDX) * 2 - TAB-STOCK(IDX)
                MOVE A-PEDIR TO PEDIR-BAJ.

        MOSTRAR-TABLA.
                IF NUM-ENTRADAS = 0
                  DISPLAY 'No hay articulos bajo minimos' LINE 10
                  POSITION 25
                ELSE
                  MOVE 6 TO LINEA-PANT
                  PERFORM VARYING IDX FROM 1 BY 1
                          UNTIL IDX > NUM-ENTRADAS
                          OR LINEA-PANT > 19
                    PERFORM PREPARAR-LINEA
                    DISPLAY LINEA-BAJO LINE LINEA-PANT POSITION 6
                    ADD 1 TO LINEA-PANT
                  END-PERFORM
                END-IF.

        IMPRIMIR-TABLA.
                MOVE 'STOCK-TIENDA' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-COL
                  END-WRITE
                  PERFORM VARYING IDX FROM 1 BY 1
                          UNTIL IDX > NUM-ENTRADAS
                    PERFORM PREPARAR-LINEA
                    WRITE REG-IMPRE FROM LINEA-BAJO
                    END-WRITE
                  END-PERFORM
                  CLOSE IMPRE
                END-IF.

        CERRAR-FICHERO.
                CLOSE MERCANCIA.
