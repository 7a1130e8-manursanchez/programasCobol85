               RECORD KEY IS NUM-TICKET
               FILE STATUS IS ESTADO-TICKETS.

               SELECT OPTIONAL MERCANCIA ASSIGN TO DISK
                                             "MERCANCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MER-SKU
               FILE STATUS IS ESTADO-MERCANCIA.

               SELECT IMPRE ASSIGN TO PRINTER 'PRN'
               FILE STATUS IS ESTADO-IMPRESORA.

           02 TCK-MORA PIC 9(4)V99.
           02 TCK-VENC PIC 9(8).

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

         77 FECHA-HORA-SISTEMA PIC X(21).
         77 FECHA-NUM PIC 9(8).
         77 PERIODO-CERRADO PIC X.
         77 EN-FORMACION PIC X.
         77 ACCION-FORMACION PIC X VALUE 'C'.
         77 TASA-IVA PIC 99.
         77 BASE-IMPONIBLE PIC 9(7)V99.
         77 CUOTA-IVA PIC 9(7)V99.
         77 ESTADO-MERCANCIA PIC XX.
         77 NUM-MERC PIC 99.
         77 IMPORTE-MERC PIC 9(7)V99.
         77 IMPORTE-TASA PIC 9(7)V99.
         77 NUM-TASAS PIC 9.
         77 IDX-TASA PIC 9.
         77 TASA-HALLADA PIC X.
         77 TIPO-TICKET PIC X(3).
         77 DTR-PROGRAMA PIC X(18) VALUE 'TICKET-LOTE'.
         77 DTR-FICHERO PIC X(8).
         77 DTR-OPERACION PIC X.
         77 DTR-ANTES PIC X(160).
         77 DTR-DESPUES PIC X(160).

         01 TABLA-TASAS.
          02 TTA-LIN OCCURS 5 TIMES.
           03 TTA-TASA PIC 99.
           03 TTA-IMPORTE PIC 9(7)V99.

         01 PARAM-SISTEMA.
          02 PRM-CLAVE PIC X(8).
                  EXIT PROGRAM
                END-IF.
                PERFORM OBTENER-NUMERO.
                PERFORM CLASIFICAR-LINEAS.
                PERFORM GRABAR-TICKET.
                PERFORM IMPRIMIR-TICKET.
            EXIT PROGRAM.
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ.
                MOVE REG-CONTROL TO DTR-ANTES.
                IF EXISTE-CONTROL = 'N'
                  MOVE SPACES TO DTR-ANTES
                  MOVE 'TICKET' TO CTL-CLAVE
                  MOVE ZEROS TO CTL-VALOR
                  MOVE SPACE TO CTL-ESTADO
                IF EXISTE-CONTROL = 'N'
                  WRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
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

          CLASIFICAR-LINEAS.
                MOVE 0 TO NUM-MERC.
                MOVE 0 TO NUM-TASAS.
                MOVE ZEROS TO IMPORTE-MERC.
                OPEN INPUT MERCANCIA.
                IF ESTADO-MERCANCIA = "00"
                  PERFORM VARYING IDX-LIN FROM 1 BY 1
                          UNTIL IDX-LIN > LK-NUM-LIN
                    MOVE LK-LIN-PELI(IDX-LIN) TO MER-SKU
                    READ MERCANCIA INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      ADD 1 TO NUM-MERC
                      ADD LK-LIN-IMPORTE(IDX-LIN) TO IMPORTE-MERC
                      PERFORM ACUMULAR-TASA
                    END-READ
                  END-PERFORM
                  CLOSE MERCANCIA
                END-IF.

          ACUMULAR-TASA.
                MOVE 'N' TO TASA-HALLADA
                PERFORM VARYING IDX-TASA FROM 1 BY 1
                        UNTIL IDX-TASA > NUM-TASAS
                  IF TTA-TASA(IDX-TASA) = MER-IVA
                    ADD LK-LIN-IMPORTE(IDX-LIN) TO TTA-IMPORTE(IDX-TASA)
                    MOVE 'S' TO TASA-HALLADA
                  END-IF
                END-PERFORM
                IF TASA-HALLADA = 'N' AND NUM-TASAS < 5
                  ADD 1 TO NUM-TASAS
                  MOVE MER-IVA TO TTA-TASA(NUM-TASAS)
                  MOVE LK-LIN-IMPORTE(IDX-LIN) TO TTA-IMPORTE(NUM-TASAS)
                END-IF.

          GRABAR-TICKET.
                OPEN I-O TICKETS.
                MOVE LK-NUMERO TO NUM-TICKET.
                IF NUM-MERC > 0 AND NUM-MERC = LK-NUM-LIN
                  MOVE 'TDA' TO TIPO-TICKET
                ELSE
                  MOVE 'ALQ' TO TIPO-TICKET
                END-IF.
                MOVE TIPO-TICKET TO TCK-TIPO.
                MOVE LK-SALIDA TO TCK-SALIDA.
                MOVE LK-SOCIO TO TCK-SOCIO.
                MOVE LK-LIN-PELI(1) TO TCK-PELI.
                IF LK-NUM-LIN > 1
                  MOVE SPACES TO TCK-TITULO
                  EVALUATE TRUE
                    WHEN NUM-MERC = 0
                      STRING 'CESTA DE ' DELIMITED BY SIZE
                             LK-NUM-LIN DELIMITED BY SIZE
                             ' PELICULAS' DELIMITED BY SIZE
                             INTO TCK-TITULO
                    WHEN NUM-MERC = LK-NUM-LIN
                      STRING 'VENTA DE ' DELIMITED BY SIZE
                             LK-NUM-LIN DELIMITED BY SIZE
                             ' ARTICULOS' DELIMITED BY SIZE
                             INTO TCK-TITULO
                    WHEN OTHER
                      STRING 'CESTA DE ' DELIMITED BY SIZE
                             LK-NUM-LIN DELIMITED BY SIZE
                             ' ARTICULOS' DELIMITED BY SIZE
                             INTO TCK-TITULO
                  END-EVALUATE
                ELSE
                  MOVE LK-LIN-TITULO(1) TO TCK-TITULO
                END-IF.
                MOVE LK-VENC TO TCK-VENC.
                WRITE REG-TICKETS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE SPACES TO DTR-ANTES
                  MOVE 'TICKETS' TO DTR-FICHERO
                  MOVE 'A' TO DTR-OPERACION
                  MOVE REG-TICKETS TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                END-WRITE.
                CLOSE TICKETS.

                CALL 'PARAMETROS' USING PARAM-SISTEMA.
                CANCEL 'PARAMETROS'.
                MOVE PRM-IVA-ALQ TO TASA-IVA.
                MOVE ZEROS TO IMPORTE-TASA.
                IF LK-IMPORTE > IMPORTE-MERC
                  COMPUTE IMPORTE-TASA = LK-IMPORTE - IMPORTE-MERC
                END-IF.
                PERFORM IMPRIMIR-UNA-TASA.
                PERFORM VARYING IDX-TASA FROM 1 BY 1
                        UNTIL IDX-TASA > NUM-TASAS
                  MOVE TTA-TASA(IDX-TASA) TO TASA-IVA
                  MOVE TTA-IMPORTE(IDX-TASA) TO IMPORTE-TASA
                  PERFORM IMPRIMIR-UNA-TASA
                END-PERFORM.

          IMPRIMIR-UNA-TASA.
                IF TASA-IVA > 0 AND IMPORTE-TASA > 0
                  COMPUTE BASE-IMPONIBLE ROUNDED =
                     IMPORTE-TASA * 100 / (100 + TASA-IVA)
                  COMPUTE CUOTA-IVA =
                     IMPORTE-TASA - BASE-IMPONIBLE
                  MOVE BASE-IMPONIBLE TO BASE-IMP
                  MOVE TASA-IVA TO TASA-IMP
                  MOVE CUOTA-IVA TO CUOTA-IMP
                END-IF.

          IMPRIMIR-TICKET.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                OPEN EXTEND IMPRE.
                IF ESTADO-IMPRESORA NOT = '00'
                  OPEN OUTPUT IMPRE
                  WRITE REG-IMPRE FROM CABECERA-TICKET
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  IF EN-FORMACION = 'S'
                    MOVE '*** NO VALIDO - TICKET DE FORMACION ***'
                      TO REG-IMPRE
                    WRITE REG-IMPRE
                    END-WRITE
                  END-IF
                  MOVE 'Fecha...........: ' TO CONCEPTO-TCK
                  MOVE LK-FECHA TO DETALLE-TCK
                  WRITE REG-IMPRE FROM LINEA-TICKET
                  END-WRITE
                  IF TIPO-TICKET = 'TDA'
                    MOVE 'N. Venta........: ' TO CONCEPTO-TCK
                  ELSE
                    MOVE 'N. Salida.......: ' TO CONCEPTO-TCK
                  END-IF
                  MOVE LK-SALIDA TO DETALLE-TCK
                  WRITE REG-IMPRE FROM LINEA-TICKET
                  END-WRITE
                      END-WRITE
                    END-PERFORM
                  END-IF
                  IF EN-FORMACION = 'S'
                    MOVE '*** NO VALIDO - TICKET DE FORMACION ***'
                      TO REG-IMPRE
                    WRITE REG-IMPRE
                    END-WRITE
                  END-IF
                  MOVE 'Gracias por su visita' TO REG-IMPRE
                  WRITE REG-IMPRE
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                END-IF.
                CLOSE IMPRE.

          ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
