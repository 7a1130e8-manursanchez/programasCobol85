        77 ESTADO-TICKETS PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 EXISTE-TICKET PIC X.
        77 EN-FORMACION PIC X.
        77 ACCION-FORMACION PIC X VALUE 'C'.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
                DISPLAY IMP-PANT LINE 12 POSITION 35.

        IMPRIMIR-TICKET.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION
                CANCEL 'MODO-FORMACION'
                OPEN EXTEND IMPRE
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
                  MOVE TCK-FECHA TO DETALLE-TCK
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
