         77 FECHA-HORA-SISTEMA PIC X(21).
         77 FECHA-NUM PIC 9(8).
         77 PERIODO-CERRADO PIC X.
         77 EN-FORMACION PIC X.
         77 ACCION-FORMACION PIC X VALUE 'C'.
         77 TASA-IVA PIC 99.
         77 BASE-IMPONIBLE PIC 9(7)V99.
         77 CUOTA-IVA PIC 9(7)V99.
         77 DTR-PROGRAMA PIC X(18) VALUE 'TICKET'.
         77 DTR-FICHERO PIC X(8).
         77 DTR-OPERACION PIC X.
         77 DTR-ANTES PIC X(160).
         77 DTR-DESPUES PIC X(160).

         01 PARAM-SISTEMA.
          02 PRM-CLAVE PIC X(8).
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

          IMPRIMIR-IVA.
                CALL 'PARAMETROS' USING PARAM-SISTEMA.
                CANCEL 'PARAMETROS'.
                EVALUATE LK-TIPO
                  WHEN 'VEN'
                    MOVE PRM-IVA-VENTA TO TASA-IVA
                  WHEN 'TRG'
                    MOVE 0 TO TASA-IVA
                  WHEN OTHER
                    MOVE PRM-IVA-ALQ TO TASA-IVA
                END-EVALUATE.
                IF TASA-IVA > 0 AND LK-IMPORTE > 0
                  COMPUTE BASE-IMPONIBLE ROUNDED =
                     LK-IMPORTE * 100 / (100 + TASA-IVA)
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
                    WRITE REG-IMPRE FROM LINEA-TICKET
                    END-WRITE
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
