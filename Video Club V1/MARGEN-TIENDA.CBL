        IDENTIFICATION DIVISION.
          PROGRAM-ID. MARGEN-TIENDA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL VENTAMER ASSIGN TO DISK "VENTAMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMR-CLAVE
               FILE STATUS IS ESTADO-VENTAMER.

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
          FD VENTAMER LABEL RECORD STANDARD.
          01 REG-VENTAMER.
           02 VMR-CLAVE.
            03 VMR-VENTA PIC 9(6).
            03 VMR-LINEA PIC 99.
           02 VMR-FECHA PIC 9(8).
           02 VMR-SKU PIC X(6).
           02 VMR-CANTIDAD PIC 999.
           02 VMR-IMPORTE PIC 9(5)V99.
           02 VMR-TASA-IVA PIC 99.
           02 VMR-IVA PIC 9(5)V99.
           02 VMR-COSTE PIC 9(5)V99.
           02 VMR-SOCIO PIC X(5).

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
        77 ESTADO-VENTAMER PIC XX.
        77 ESTADO-MERCANCIA PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 FIN-FICH PIC X.
        77 FECHA-DESDE PIC 9(8).
        77 FECHA-HASTA PIC 9(8).
        77 NUM-ENTRADAS PIC 9(4) VALUE ZEROS.
        77 IDX PIC 9(4).
        77 IDX2 PIC 9(4).
        77 HALLADO PIC X.
        77 LINEA-PANT PIC 99.
        77 NETO-LINEA PIC 9(7)V99.
        77 TOTAL-UNIDADES PIC 9(7).
        77 TOTAL-NETO PIC 9(7)V99.
        77 TOTAL-COSTE PIC 9(7)V99.
        77 TOTAL-MARGEN PIC S9(7)V99.

        01 TABLA-MARGEN.
         02 TABLA-ENTRY OCCURS 500 TIMES.
          03 TAB-SKU PIC X(6).
          03 TAB-UNIDADES PIC 9(6).
          03 TAB-NETO PIC 9(7)V99.
          03 TAB-COSTE PIC 9(7)V99.
          03 TAB-MARGEN PIC S9(7)V99.

        01 AUX-ENTRY.
         02 AUX-SKU PIC X(6).
         02 AUX-UNIDADES PIC 9(6).
         02 AUX-NETO PIC 9(7)V99.
         02 AUX-COSTE PIC 9(7)V99.
         02 AUX-MARGEN PIC S9(7)V99.

        01 CABECERA.
         02 FILLER PIC X(22) VALUE SPACES.
         02 FILLER PIC X(36) VALUE "MARGEN POR ARTICULO DE TIENDA".

        01 LINEA-PERIODO.
         02 FILLER PIC X(8) VALUE "Desde: ".
         02 DESDE-IMP PIC 9(8).
         02 FILLER PIC X(9) VALUE "  Hasta: ".
         02 HASTA-IMP PIC 9(8).

        01 CABECERA-COL.
         02 FILLER PIC X(33) VALUE "SKU    DESCRIPCION".
         02 FILLER PIC X(40)
            VALUE " UDS.   VENTA NETA     COSTE    MARGEN".

        01 LINEA-MARGEN.
         02 SKU-MAR PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 DESC-MAR PIC X(25).
         02 FILLER PIC X VALUE SPACES.
         02 UDS-MAR PIC ZZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 NETO-MAR PIC ZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 COSTE-MAR PIC ZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 MARGEN-MAR PIC -ZZZZZ9.99.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                DISPLAY 'Desde (AAAAMMDD):' LINE 4 POSITION 15.
                ACCEPT FECHA-DESDE LINE 4 POSITION 34.
                DISPLAY 'Hasta (AAAAMMDD):' LINE 5 POSITION 15.
                ACCEPT FECHA-HASTA LINE 5 POSITION 34.
                IF FECHA-HASTA = 0
                  MOVE 99999999 TO FECHA-HASTA
                END-IF.
                PERFORM ABRIR-FICHERO.
                IF ESTADO-VENTAMER = "00"
                  PERFORM RECORRER-VENTAS
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
               OPEN INPUT VENTAMER.
               IF ESTADO-VENTAMER NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-VENTAMER
                 ACCEPT RESPU
               END-IF.
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
                DISPLAY ' MARGEN POR ARTICULO DE TIENDA ' LINE 2
                POSITION 24 REVERSE.

        RECORRER-VENTAS.
                MOVE ZEROS TO NUM-ENTRADAS
                MOVE ZEROS TO TOTAL-UNIDADES
                MOVE ZEROS TO TOTAL-NETO
                MOVE ZEROS TO TOTAL-COSTE
                MOVE ZEROS TO VMR-CLAVE
                MOVE 'N' TO FIN-FICH
                START VENTAMER KEY IS NOT < VMR-CLAVE INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ VENTAMER NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF VMR-SKU NOT = SPACES
                     AND VMR-FECHA NOT < FECHA-DESDE
                     AND VMR-FECHA NOT > FECHA-HASTA
                      PERFORM ACUMULAR-LINEA
                    END-IF
                  END-READ
                END-PERFORM
                COMPUTE TOTAL-MARGEN = TOTAL-NETO - TOTAL-COSTE.

        ACUMULAR-LINEA.
                COMPUTE NETO-LINEA = VMR-IMPORTE - VMR-IVA
                ADD VMR-CANTIDAD TO TOTAL-UNIDADES
                ADD NETO-LINEA TO TOTAL-NETO
                ADD VMR-COSTE TO TOTAL-COSTE
                MOVE 'N' TO HALLADO
                PERFORM VARYING IDX FROM 1 BY 1
                        UNTIL IDX > NUM-ENTRADAS OR HALLADO = 'S'
                  IF TAB-SKU(IDX) = VMR-SKU
                    MOVE 'S' TO HALLADO
                  END-IF
                END-PERFORM
                IF HALLADO = 'S'
                  SUBTRACT 1 FROM IDX
                ELSE
                  IF NUM-ENTRADAS < 500
                    ADD 1 TO NUM-ENTRADAS
                    MOVE NUM-ENTRADAS TO IDX
                    MOVE VMR-SKU TO TAB-SKU(IDX)
                    MOVE ZEROS TO TAB-UNIDADES(IDX)
                    MOVE ZEROS TO TAB-NETO(IDX)
                    MOVE ZEROS TO TAB-COSTE(IDX)
                    MOVE 'S' TO HALLADO
                  END-IF
                END-IF
                IF HALLADO = 'S'
                  ADD VMR-CANTIDAD TO TAB-UNIDADES(IDX)
                  ADD NETO-LINEA TO TAB-NETO(IDX)
                  ADD VMR-COSTE TO TAB-COSTE(IDX)
                  COMPUTE TAB-MARGEN(IDX) =
                     TAB-NETO(IDX) - TAB-COSTE(IDX)
                END-IF.

        ORDENAR-TABLA.
                IF NUM-ENTRADAS > 1
                  PERFORM VARYING IDX FROM 1 BY 1
                          UNTIL IDX = NUM-ENTRADAS
                    PERFORM VARYING IDX2 FROM 1 BY 1
                            UNTIL IDX2 = NUM-ENTRADAS
                      IF TAB-MARGEN(IDX2) < TAB-MARGEN(IDX2 + 1)
                        MOVE TABLA-ENTRY(IDX2) TO AUX-ENTRY
                        MOVE TABLA-ENTRY(IDX2 + 1)
                          TO TABLA-ENTRY(IDX2)
                        MOVE AUX-ENTRY TO TABLA-ENTRY(IDX2 + 1)
                      END-IF
                    END-PERFORM
                  END-PERFORM
                END-IF.

        PREPARAR-LINEA.
                MOVE TAB-SKU(IDX) TO SKU-MAR
                MOVE TAB-SKU(IDX) TO MER-SKU
                READ MERCANCIA INVALID KEY
                  MOVE SPACES TO MER-DESCRIPCION
                END-READ
                MOVE MER-DESCRIPCION TO DESC-MAR
                MOVE TAB-UNIDADES(IDX) TO UDS-MAR
                MOVE TAB-NETO(IDX) TO NETO-MAR
                MOVE TAB-COSTE(IDX) TO COSTE-MAR
                MOVE TAB-MARGEN(IDX) TO MARGEN-MAR.

        PREPARAR-TOTAL.
                MOVE SPACES TO SKU-MAR
                MOVE 'TOTAL TIENDA' TO DESC-MAR
                MOVE TOTAL-UNIDADES TO UDS-MAR
                MOVE TOTAL-NETO TO NETO-MAR
                MOVE TOTAL-COSTE TO COSTE-MAR
                MOVE TOTAL-MARGEN TO MARGEN-MAR.

        MOSTRAR-TABLA.
                IF NUM-ENTRADAS = 0
                  DISPLAY 'No hay ventas de tienda en el periodo'
                  LINE 10 POSITION 21
                ELSE
                  DISPLAY CABECERA-COL LINE 7 POSITION 5
                  MOVE 8 TO LINEA-PANT
                  PERFORM VARYING IDX FROM 1 BY 1
                          UNTIL IDX > NUM-ENTRADAS
                          OR LINEA-PANT > 18
                    PERFORM PREPARAR-LINEA
                    DISPLAY LINEA-MARGEN LINE LINEA-PANT POSITION 5
                    ADD 1 TO LINEA-PANT
                  END-PERFORM
                  PERFORM PREPARAR-TOTAL
                  DISPLAY LINEA-MARGEN LINE 20 POSITION 5
                END-IF.

        IMPRIMIR-TABLA.
                MOVE 'MARGEN-TIENDA' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE FECHA-DESDE TO DESDE-IMP
                  MOVE FECHA-HASTA TO HASTA-IMP
                  WRITE REG-IMPRE FROM LINEA-PERIODO
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-COL
                  END-WRITE
                  PERFORM VARYING IDX FROM 1 BY 1
                          UNTIL IDX > NUM-ENTRADAS
                    PERFORM PREPARAR-LINEA
                    WRITE REG-IMPRE FROM LINEA-MARGEN
                    END-WRITE
                  END-PERFORM
                  PERFORM PREPARAR-TOTAL
                  WRITE REG-IMPRE FROM LINEA-MARGEN
                  END-WRITE
                  CLOSE IMPRE
                END-IF.

        CERRAR-FICHERO.
                CLOSE VENTAMER.
                CLOSE MERCANCIA.
