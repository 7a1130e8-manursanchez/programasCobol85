               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-CAJA.

               SELECT OPTIONAL VENTAMER ASSIGN TO DISK "VENTAMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMR-CLAVE
               FILE STATUS IS ESTADO-VENTAMER.

        DATA DIVISION.

        FILE SECTION.
          FD CAJA LABEL RECORD STANDARD.
          01 REG-CAJA PIC X(65).

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

        WORKING-STORAGE SECTION.
         77 ESTADO-CAJA PIC XX.
         77 FECHA-HORA-SISTEMA PIC X(21).
         77 TASA-IVA PIC 99.
         77 IMPORTE-ABS PIC 9(7)V99.
         77 SUCURSAL-ACTUAL PIC X(2).
         77 ESTADO-VENTAMER PIC XX.
         77 FIN-VENTAMER PIC X.
         77 VENTA-BUSCADA PIC 9(6).
         77 TOTAL-TIENDA PIC 9(7)V99.
         77 IVA-TIENDA PIC 9(7)V99.

         01 PARAM-SISTEMA.
          02 PRM-CLAVE PIC X(8).
                IF LK-FORMA = 'T' OR LK-FORMA = 't'
                  MOVE 'T' TO FORMA-CAJ
                ELSE
                  IF LK-FORMA = 'R' OR LK-FORMA = 'r'
                    MOVE 'R' TO FORMA-CAJ
                  ELSE
                    IF LK-FORMA = 'B' OR LK-FORMA = 'b'
                      MOVE 'B' TO FORMA-CAJ
                    ELSE
                      MOVE 'E' TO FORMA-CAJ
                    END-IF
                  END-IF
                END-IF
                IF LK-TIPO = 'TIENDA'
                  PERFORM CALCULAR-IVA-TIENDA
                ELSE
                  PERFORM CALCULAR-IVA
                END-IF
                CALL 'SUCURSAL' USING SUCURSAL-ACTUAL
                CANCEL 'SUCURSAL'
                MOVE SUCURSAL-ACTUAL TO SUC-CAJ
                EVALUATE LK-TIPO
                  WHEN 'VENTA'
                    MOVE PRM-IVA-VENTA TO TASA-IVA
                  WHEN 'TIENDA'
                    MOVE PRM-IVA-VENTA TO TASA-IVA
                  WHEN 'PAGO'
                    MOVE 0 TO TASA-IVA
                  WHEN 'GASTO'
                    MOVE 0 TO TASA-IVA
                  WHEN 'PAGOPROV'
                    MOVE 0 TO TASA-IVA
                  WHEN 'COBROEMP'
                    MOVE 0 TO TASA-IVA
                  WHEN 'TARJREGALO'
                    MOVE 0 TO TASA-IVA
                  WHEN 'FIANZAEQ'
                    MOVE 0 TO TASA-IVA
                  WHEN 'CIERRE'
                    MOVE 0 TO TASA-IVA
                  WHEN 'DEPOSITO'
                    MOVE 0 TO TASA-IVA
                  WHEN 'DEPOFUERTE'
                    MOVE 0 TO TASA-IVA
                  WHEN 'REEMBOLSO'
                    MOVE 0 TO TASA-IVA
                  WHEN OTHER
                    MOVE PRM-IVA-ALQ TO TASA-IVA
                END-EVALUATE
                    COMPUTE IVA-CAJ = 0 - IVA-CAJ
                  END-IF
                END-IF.

          CALCULAR-IVA-TIENDA.
                MOVE ZEROS TO TOTAL-TIENDA
                MOVE ZEROS TO IVA-TIENDA
                MOVE ZEROS TO VENTA-BUSCADA
                IF LK-CLAVE(1:6) NUMERIC
                  MOVE LK-CLAVE(1:6) TO VENTA-BUSCADA
                END-IF
                OPEN INPUT VENTAMER
                IF ESTADO-VENTAMER = "00"
                  MOVE VENTA-BUSCADA TO VMR-VENTA
                  MOVE ZEROS TO VMR-LINEA
                  MOVE 'N' TO FIN-VENTAMER
                  START VENTAMER KEY IS NOT < VMR-CLAVE INVALID KEY
                    MOVE 'S' TO FIN-VENTAMER
                  END-START
                  PERFORM UNTIL FIN-VENTAMER = 'S'
                    READ VENTAMER NEXT RECORD AT END
                      MOVE 'S' TO FIN-VENTAMER
                    NOT AT END
                      IF VMR-VENTA NOT = VENTA-BUSCADA
                        MOVE 'S' TO FIN-VENTAMER
                      ELSE
                        ADD VMR-IMPORTE TO TOTAL-TIENDA
                        ADD VMR-IVA TO IVA-TIENDA
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE VENTAMER
                END-IF
                IF TOTAL-TIENDA = 0
                  PERFORM CALCULAR-IVA
                ELSE
                  MOVE LK-IMPORTE TO IMPORTE-ABS
                  COMPUTE IVA-CAJ ROUNDED =
                     IMPORTE-ABS * IVA-TIENDA / TOTAL-TIENDA
                  IF LK-IMPORTE < 0
                    COMPUTE IVA-CAJ = 0 - IVA-CAJ
                  END-IF
                END-IF.
