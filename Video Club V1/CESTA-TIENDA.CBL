        IDENTIFICATION DIVISION.
         PROGRAM-ID. CESTA-TIENDA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL MERCANCIA ASSIGN TO DISK
                                             "MERCANCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MER-SKU
               FILE STATUS IS ESTADO-MERCANCIA.

               SELECT OPTIONAL VENTAMER ASSIGN TO DISK "VENTAMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMR-CLAVE
               FILE STATUS IS ESTADO-VENTAMER.

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

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

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

        WORKING-STORAGE SECTION.
         77 ESTADO-MERCANCIA PIC XX.
         77 ESTADO-VENTAMER PIC XX.
         77 ESTADO-CONTROL PIC XX.
         77 EXISTE-MER PIC X.
         77 EXISTE-CONTROL PIC X.
         77 FIN-CAPTURA PIC X.
         77 IDX-TDA PIC 99.
         77 IDX-BUS PIC 99.
         77 LINEA-PANT PIC 99.
         77 CANTIDAD-ENT PIC 999.
         77 CANTIDAD-CESTA PIC 9(5).
         77 IMPORTE-LINEA PIC 9(5)V99.
         77 PRECIO-PANT PIC ZZZ9.99.
         77 IMPORTE-PANT PIC ZZZZ9.99.
         77 TOTAL-PANT PIC ZZZZZZ9.99.
         77 STOCK-PANT PIC ZZZZ9.
         77 FECHA-SISTEMA PIC X(8).
         77 FECHA-HOY-YMD PIC 9(8).
         77 AUD-OPERACION PIC X(10).
         77 AUD-ENTIDAD PIC X(10).
         77 AUD-CLAVE PIC X(10).
         77 DTR-PROGRAMA PIC X(18) VALUE 'CESTA-TIENDA'.
         77 DTR-FICHERO PIC X(8).
         77 DTR-OPERACION PIC X.
         77 DTR-ANTES PIC X(160).
         77 DTR-DESPUES PIC X(160).

         01 PARAM-SISTEMA.
          02 PRM-CLAVE PIC X(8).
          02 PRM-LIMITE-ALQ PIC 99.
          02 PRM-TARIFA-MORA PIC 99V99.
          02 PRM-DIAS-VENTANA PIC 99.
          02 PRM-DIAS-AVISO PIC 999.
          02 PRM-DIAS-RESERVA PIC 99.
          02 PRM-IMPORTE-FIANZA PIC 9(4)V99.
          02 PRM-MAX-PRORROGAS PIC 9.
          02 PRM-IMPORTE-PRORROGA PIC 9(4)V99.
          02 PRM-DIAS-ESTRENO PIC 99.
          02 PRM-DIA-DESCANSO PIC 9.
          02 PRM-PUNTOS-ALQ PIC 9(4).
          02 PRM-CUOTA-ANUAL PIC 9(4)V99.
          02 PRM-DIAS-CATALOGO PIC 999.
          02 PRM-LIMITE-GASTO PIC 9(4)V99.
          02 PRM-IVA-ALQ PIC 99.
          02 PRM-IVA-VENTA PIC 99.

         01 CESTA-TDA.
          02 TDA-NUM PIC 99.
          02 TDA-LIN OCCURS 10 TIMES.
           03 TDA-SKU PIC X(6).
           03 TDA-DESC PIC X(30).
           03 TDA-CANT PIC 999.
           03 TDA-IMPORTE PIC 9(5)V99.
           03 TDA-TASA PIC 99.
           03 TDA-COSTE PIC 9(4)V99.

        LINKAGE SECTION.
         77 LK-MODO PIC X.
         77 LK-SOCIO PIC X(5).
         77 LK-MAX-LIN PIC 99.
         77 LK-IMPORTE-ALQ PIC 9(7)V99.
         77 LK-TOTAL PIC 9(7)V99.
         77 LK-VENTA PIC 9(6).
         01 LK-LINEAS.
          02 LK-NUM-LIN PIC 99.
          02 LK-LIN OCCURS 10 TIMES.
           03 LK-LIN-PELI PIC X(6).
           03 LK-LIN-TITULO PIC X(30).
           03 LK-LIN-IMPORTE PIC 9(4)V99.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION USING LK-MODO LK-SOCIO LK-MAX-LIN
                                 LK-IMPORTE-ALQ LK-TOTAL LK-VENTA
                                 LK-LINEAS.
          INICIO.
                IF LK-MODO = 'G'
                  PERFORM GRABAR-CESTA
                ELSE
                  PERFORM CAPTURAR-CESTA
                END-IF.
            EXIT PROGRAM.

          CAPTURAR-CESTA.
                MOVE 0 TO TDA-NUM.
                MOVE 0 TO LK-TOTAL.
                MOVE ZEROS TO LK-VENTA.
                OPEN INPUT MERCANCIA.
                IF ESTADO-MERCANCIA NOT = "00"
                  DISPLAY 'Fichero de articulos no disponible'
                  LINE 24 POSITION 15
                ELSE
                  PERFORM PORTADA
                  MOVE 'N' TO FIN-CAPTURA
                  MOVE 8 TO LINEA-PANT
                  PERFORM PEDIR-ARTICULO UNTIL FIN-CAPTURA = 'S'
                  CLOSE MERCANCIA
                END-IF.

          PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' ARTICULOS DE TIENDA ' LINE 2 POSITION 29
                REVERSE
                DISPLAY 'Articulo (blanco fin):' LINE 4 POSITION 15
                DISPLAY 'Cantidad.............:' LINE 5 POSITION 15.

          PEDIR-ARTICULO.
                IF TDA-NUM NOT < LK-MAX-LIN
                  DISPLAY 'Ticket completo, no caben mas lineas'
                  LINE 19 POSITION 15
                  MOVE 'S' TO FIN-CAPTURA
                ELSE
                  MOVE SPACES TO MER-SKU
                  ACCEPT MER-SKU LINE 4 POSITION 38
                  IF MER-SKU = SPACES
                    MOVE 'S' TO FIN-CAPTURA
                  ELSE
                    PERFORM VALIDAR-ARTICULO
                  END-IF
                END-IF.

          VALIDAR-ARTICULO.
                MOVE 'S' TO EXISTE-MER
                READ MERCANCIA INVALID KEY
                  MOVE 'N' TO EXISTE-MER
                END-READ
                IF EXISTE-MER = 'N' OR MER-ESTADO = 'B'
                  DISPLAY 'Articulo inexistente o de baja      '
                  LINE 4 POSITION 46
                ELSE
                  DISPLAY MER-DESCRIPCION LINE 4 POSITION 46
                  PERFORM CONTAR-EN-CESTA
                  MOVE 1 TO CANTIDAD-ENT
                  ACCEPT CANTIDAD-ENT LINE 5 POSITION 38 UPDATE
                  IF CANTIDAD-ENT = 0
                    CONTINUE
                  ELSE
                    IF CANTIDAD-ENT + CANTIDAD-CESTA > MER-STOCK
                      COMPUTE STOCK-PANT = MER-STOCK - CANTIDAD-CESTA
                      DISPLAY 'Existencias insuficientes, quedan'
                      LINE 19 POSITION 15
                      DISPLAY STOCK-PANT LINE 19 POSITION 49
                    ELSE
                      PERFORM ANOTAR-ARTICULO
                    END-IF
                  END-IF
                END-IF.

          CONTAR-EN-CESTA.
                MOVE 0 TO CANTIDAD-CESTA
                PERFORM VARYING IDX-BUS FROM 1 BY 1
                        UNTIL IDX-BUS > TDA-NUM
                  IF TDA-SKU(IDX-BUS) = MER-SKU
                    ADD TDA-CANT(IDX-BUS) TO CANTIDAD-CESTA
                  END-IF
                END-PERFORM.

          ANOTAR-ARTICULO.
                DISPLAY '                                          '
                LINE 19 POSITION 15
                COMPUTE IMPORTE-LINEA = MER-PRECIO * CANTIDAD-ENT
                ADD 1 TO TDA-NUM
                MOVE MER-SKU TO TDA-SKU(TDA-NUM)
                MOVE MER-DESCRIPCION TO TDA-DESC(TDA-NUM)
                MOVE CANTIDAD-ENT TO TDA-CANT(TDA-NUM)
                MOVE IMPORTE-LINEA TO TDA-IMPORTE(TDA-NUM)
                MOVE MER-IVA TO TDA-TASA(TDA-NUM)
                MOVE MER-COSTE TO TDA-COSTE(TDA-NUM)
                ADD IMPORTE-LINEA TO LK-TOTAL
                DISPLAY MER-DESCRIPCION LINE LINEA-PANT POSITION 10
                DISPLAY CANTIDAD-ENT LINE LINEA-PANT POSITION 42
                MOVE MER-PRECIO TO PRECIO-PANT
                DISPLAY PRECIO-PANT LINE LINEA-PANT POSITION 47
                MOVE IMPORTE-LINEA TO IMPORTE-PANT
                DISPLAY IMPORTE-PANT LINE LINEA-PANT POSITION 56
                ADD 1 TO LINEA-PANT
                MOVE LK-TOTAL TO TOTAL-PANT
                DISPLAY 'TOTAL ARTICULOS....:' LINE 18 POSITION 25
                DISPLAY TOTAL-PANT LINE 18 POSITION 46
                DISPLAY '                                  '
                LINE 4 POSITION 46.

          GRABAR-CESTA.
                MOVE 0 TO LK-TOTAL
                MOVE ZEROS TO LK-VENTA
                IF TDA-NUM > 0
                  CALL 'PARAMETROS' USING PARAM-SISTEMA
                  CANCEL 'PARAMETROS'
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  OPEN I-O MERCANCIA
                  OPEN I-O VENTAMER
                  PERFORM OBTENER-NUMERO
                  IF LK-IMPORTE-ALQ > 0
                    PERFORM GRABAR-LINEA-ALQUILER
                  END-IF
                  PERFORM VARYING IDX-TDA FROM 1 BY 1
                          UNTIL IDX-TDA > TDA-NUM
                    PERFORM GRABAR-UNA-LINEA
                  END-PERFORM
                  CLOSE MERCANCIA
                  CLOSE VENTAMER
                  MOVE 'VENTA' TO AUD-OPERACION
                  MOVE 'TIENDA' TO AUD-ENTIDAD
                  MOVE LK-VENTA TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  MOVE 0 TO TDA-NUM
                END-IF.

          OBTENER-NUMERO.
                OPEN I-O CONTROL-FICH
                MOVE 'S' TO EXISTE-CONTROL
                MOVE 'TIENDA' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                MOVE REG-CONTROL TO DTR-ANTES
                IF EXISTE-CONTROL = 'N'
                  MOVE 'TIENDA' TO CTL-CLAVE
                  MOVE ZEROS TO CTL-VALOR
                  MOVE SPACE TO CTL-ESTADO
                  MOVE ZEROS TO CTL-FECHA
                END-IF
                ADD 1 TO CTL-VALOR
                MOVE CTL-VALOR TO LK-VENTA
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
                END-IF
                CLOSE CONTROL-FICH.

          GRABAR-LINEA-ALQUILER.
                MOVE LK-VENTA TO VMR-VENTA
                MOVE 0 TO VMR-LINEA
                MOVE FECHA-HOY-YMD TO VMR-FECHA
                MOVE SPACES TO VMR-SKU
                MOVE 0 TO VMR-CANTIDAD
                MOVE LK-IMPORTE-ALQ TO VMR-IMPORTE
                MOVE PRM-IVA-ALQ TO VMR-TASA-IVA
                PERFORM CALCULAR-IVA-LINEA
                MOVE ZEROS TO VMR-COSTE
                MOVE LK-SOCIO TO VMR-SOCIO
                WRITE REG-VENTAMER INVALID KEY
                  CONTINUE
                END-WRITE.

          GRABAR-UNA-LINEA.
                MOVE LK-VENTA TO VMR-VENTA
                MOVE IDX-TDA TO VMR-LINEA
                MOVE FECHA-HOY-YMD TO VMR-FECHA
                MOVE TDA-SKU(IDX-TDA) TO VMR-SKU
                MOVE TDA-CANT(IDX-TDA) TO VMR-CANTIDAD
                MOVE TDA-IMPORTE(IDX-TDA) TO VMR-IMPORTE
                MOVE TDA-TASA(IDX-TDA) TO VMR-TASA-IVA
                PERFORM CALCULAR-IVA-LINEA
                COMPUTE VMR-COSTE =
                   TDA-COSTE(IDX-TDA) * TDA-CANT(IDX-TDA)
                MOVE LK-SOCIO TO VMR-SOCIO
                WRITE REG-VENTAMER INVALID KEY
                  DISPLAY 'Error al grabar linea de venta'
                  LINE 24 POSITION 15
                NOT INVALID KEY
                  ADD TDA-IMPORTE(IDX-TDA) TO LK-TOTAL
                  PERFORM DESCONTAR-EXISTENCIAS
                  PERFORM ANOTAR-EN-TICKET
                END-WRITE.

          CALCULAR-IVA-LINEA.
                IF VMR-TASA-IVA = 0
                  MOVE ZEROS TO VMR-IVA
                ELSE
                  COMPUTE VMR-IVA ROUNDED =
                     VMR-IMPORTE
                     - (VMR-IMPORTE * 100 / (100 + VMR-TASA-IVA))
                END-IF.

          DESCONTAR-EXISTENCIAS.
                MOVE TDA-SKU(IDX-TDA) TO MER-SKU
                READ MERCANCIA INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF MER-STOCK > TDA-CANT(IDX-TDA)
                    SUBTRACT TDA-CANT(IDX-TDA) FROM MER-STOCK
                  ELSE
                    MOVE ZEROS TO MER-STOCK
                  END-IF
                  REWRITE REG-MERCANCIA INVALID KEY
                    CONTINUE
                  END-REWRITE
                END-READ.

          ANOTAR-EN-TICKET.
                IF LK-NUM-LIN < 10
                  ADD 1 TO LK-NUM-LIN
                  MOVE TDA-SKU(IDX-TDA) TO LK-LIN-PELI(LK-NUM-LIN)
                  MOVE SPACES TO LK-LIN-TITULO(LK-NUM-LIN)
                  STRING TDA-CANT(IDX-TDA) DELIMITED BY SIZE
                         ' X ' DELIMITED BY SIZE
                         TDA-DESC(IDX-TDA) DELIMITED BY SIZE
                         INTO LK-LIN-TITULO(LK-NUM-LIN)
                  MOVE TDA-IMPORTE(IDX-TDA)
                    TO LK-LIN-IMPORTE(LK-NUM-LIN)
                END-IF.

          ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
