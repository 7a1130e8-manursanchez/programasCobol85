        IDENTIFICATION DIVISION.
          PROGRAM-ID. PAGO-PROVEEDOR.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PROVEEDOR ASSIGN TO DISK
                                             "PROVEEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROV
               ALTERNATE RECORD KEY IS NOMBRE-PROV WITH DUPLICATES
               FILE STATUS IS ESTADO-PROVEEDOR.

               SELECT OPTIONAL FACTURAS ASSIGN TO DISK "FACTURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS ESTADO-FACTURAS.

               SELECT OPTIONAL PAGOPROV ASSIGN TO DISK "PAGOPROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CLAVE
               FILE STATUS IS ESTADO-PAGOS.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD PROVEEDOR LABEL RECORD STANDARD.
          01 REG-PROVEEDOR.
           02 COD-PROV PIC X(4).
           02 NOMBRE-PROV PIC X(30).
           02 TELEFONO-PROV PIC X(10).
           02 DIRECCION-PROV PIC X(30).

          FD FACTURAS LABEL RECORD STANDARD.
          01 REG-FACTURAS.
           02 FAC-CLAVE.
            03 FAC-PROV PIC X(4).
            03 FAC-NUMERO PIC X(10).
           02 FAC-FECHA PIC 9(8).
           02 FAC-VENCIMIENTO PIC 9(8).
           02 FAC-IMPORTE PIC 9(7)V99.
           02 FAC-CASADO PIC 9(7)V99.
           02 FAC-ESTADO PIC X.

          FD PAGOPROV LABEL RECORD STANDARD.
          01 REG-PAGOPROV.
           02 PAG-CLAVE.
            03 PAG-PROV PIC X(4).
            03 PAG-FACTURA PIC X(10).
           02 PAG-FECHA PIC 9(8).
           02 PAG-IMPORTE PIC 9(7)V99.
           02 PAG-FORMA PIC X.

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PROVEEDOR PIC XX.
        77 ESTADO-FACTURAS PIC XX.
        77 ESTADO-PAGOS PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 MODO PIC X.
          88 REMESA-PAGOS VALUE "1".
          88 INFORME-ANTIGUEDAD VALUE "2".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 RES-PAGO PIC X.
          88 PAGO-CONTESTADO VALUE 'P' 'p' 'R' 'r' 'F' 'f'.
        77 FORMA-DEFECTO PIC X.
          88 FORMA-VALIDA VALUE 'E' 'T' 'C'.
        77 FORMA-PAGO PIC X.
        77 FIN-FICH PIC X.
        77 FECHA-LIMITE PIC 9(8).
        77 FECHA-OK PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 DIAS-ANTIGUEDAD PIC S9(5).
        77 PROV-ACTUAL PIC X(4).
        77 HAY-PROVEEDOR PIC X.
        77 CONT-PAGADAS PIC 9(4).
        77 CONT-RETENIDAS PIC 9(4).
        77 CONT-SIN-CASAR PIC 9(4).
        77 CONT-PANT PIC ZZZ9.
        77 TOTAL-PAGADO PIC 9(9)V99.
        77 TOTAL-RETENIDO PIC 9(9)V99.
        77 IMPORTE-PANT PIC ZZZZZZ9.99.
        77 IDX-TRAMO PIC 9.
        77 TOTAL-PROV PIC 9(9)V99.
        77 TOTAL-GENERAL PIC 9(9)V99.
        77 DIA-VF PIC 99.
        77 MES-VF PIC 99.
        77 ANO-VF PIC 9999.
        77 CAJ-TIPO PIC X(10).
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC S9(7)V99.
        77 CAJ-FORMA PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 TRAMOS-PROVEEDOR.
         02 TRAMO-PROV PIC 9(9)V99 OCCURS 4 TIMES.
        01 TRAMOS-TOTAL.
         02 TRAMO-TOT PIC 9(9)V99 OCCURS 4 TIMES.

        01 CABECERA-REMESA.
         02 FILLER PIC X(20) VALUE SPACES.
         02 FILLER PIC X(30) VALUE "REMESA DE PAGOS A PROVEEDORES".
         02 FILLER PIC X(8) VALUE " HASTA: ".
         02 CAB-LIMITE PIC 9(8).

        01 LINEA-REMESA.
         02 REM-PROV PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 REM-NUMERO PIC X(10).
         02 FILLER PIC X VALUE SPACES.
         02 REM-VENC PIC 9(8).
         02 FILLER PIC X(2) VALUE SPACES.
         02 REM-IMPORTE PIC ZZZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 REM-SITUACION PIC X(10).
         02 FILLER PIC X VALUE SPACES.
         02 REM-FORMA PIC X.

        01 LINEA-TOTAL-REMESA.
         02 FILLER PIC X(10) VALUE SPACES.
         02 TRM-TEXTO PIC X(16).
         02 TRM-IMPORTE PIC ZZZZZZZZ9.99.

        01 CABECERA-ANTIGUEDAD.
         02 FILLER PIC X(18) VALUE SPACES.
         02 FILLER PIC X(36)
            VALUE "ANTIGUEDAD DE DEUDA CON PROVEEDORES".
         02 FILLER PIC X(5) VALUE " AL: ".
         02 CAB-FECHA PIC 9(8).

        01 CABECERA-TRAMOS.
         02 FILLER PIC X(30) VALUE "PROVEEDOR".
         02 FILLER PIC X(10) VALUE "      0-30".
         02 FILLER PIC X(10) VALUE "     31-60".
         02 FILLER PIC X(10) VALUE "     61-90".
         02 FILLER PIC X(10) VALUE "       +90".
         02 FILLER PIC X(10) VALUE "     TOTAL".

        01 LINEA-ANTIGUEDAD.
         02 ANT-PROV PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 ANT-NOMBRE PIC X(25).
         02 ANT-TRAMO PIC ZZZZZZ9.99 OCCURS 5 TIMES.

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
                  ACCEPT MODO LINE 4 POSITION 55
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  EVALUATE TRUE
                    WHEN REMESA-PAGOS
                      PERFORM PREPARAR-REMESA
                    WHEN INFORME-ANTIGUEDAD
                      PERFORM IMPRIMIR-ANTIGUEDAD
                    WHEN OTHER
                      DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                  END-EVALUATE
                  DISPLAY 'DESEA REALIZAR OTRA OPERACION?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 52
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT PROVEEDOR.
               IF ESTADO-PROVEEDOR NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PROVEEDOR
                 ACCEPT RESPU
               END-IF.
               OPEN I-O FACTURAS.
               IF ESTADO-FACTURAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-FACTURAS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O PAGOPROV.
               IF ESTADO-PAGOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PAGOS
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' PAGOS A PROVEEDORES ' LINE 2 POSITION 29
                REVERSE
                DISPLAY '1: Remesa de pagos, 2: Antiguedad deuda:'
                LINE 4 POSITION 14.

        PREPARAR-REMESA.
                MOVE 'N' TO FECHA-OK
                DISPLAY 'Vencidas hasta (AAAAMMDD):' LINE 6 POSITION 10
                MOVE FECHA-HOY-YMD TO FECHA-LIMITE
                PERFORM UNTIL FECHA-OK = 'S'
                  ACCEPT FECHA-LIMITE LINE 6 POSITION 37 UPDATE
                  MOVE FECHA-LIMITE(7:2) TO DIA-VF
                  MOVE FECHA-LIMITE(5:2) TO MES-VF
                  MOVE FECHA-LIMITE(1:4) TO ANO-VF
                  CALL 'VALIDA-FECHA' USING DIA-VF MES-VF ANO-VF
                                            FECHA-OK
                  CANCEL 'VALIDA-FECHA'
                END-PERFORM
                DISPLAY 'Forma de pago (E/T/C).....:' LINE 7
                POSITION 10
                DISPLAY '(E=efectivo, T=transferencia, C=cheque)'
                LINE 8 POSITION 10
                MOVE 'T' TO FORMA-DEFECTO
                ACCEPT FORMA-DEFECTO LINE 7 POSITION 37 UPDATE
                PERFORM UNTIL FORMA-VALIDA
                  ACCEPT FORMA-DEFECTO LINE 7 POSITION 37 UPDATE
                END-PERFORM
                MOVE 'PAGO-PROVEEDOR' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                ELSE
                  MOVE FECHA-LIMITE TO CAB-LIMITE
                  WRITE REG-IMPRE FROM CABECERA-REMESA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  PERFORM RECORRER-FACTURAS
                  MOVE 'Total pagado:   ' TO TRM-TEXTO
                  MOVE TOTAL-PAGADO TO TRM-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-TOTAL-REMESA
                      AFTER ADVANCING 1 LINES
                  END-WRITE
                  MOVE 'Total retenido: ' TO TRM-TEXTO
                  MOVE TOTAL-RETENIDO TO TRM-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-TOTAL-REMESA
                  END-WRITE
                  CLOSE IMPRE
                  PERFORM PORTADA
                  MOVE CONT-PAGADAS TO CONT-PANT
                  DISPLAY 'Facturas pagadas.........:' LINE 10
                  POSITION 15
                  DISPLAY CONT-PANT LINE 10 POSITION 42
                  MOVE TOTAL-PAGADO TO IMPORTE-PANT
                  DISPLAY IMPORTE-PANT LINE 10 POSITION 48
                  MOVE CONT-RETENIDAS TO CONT-PANT
                  DISPLAY 'Facturas retenidas.......:' LINE 11
                  POSITION 15
                  DISPLAY CONT-PANT LINE 11 POSITION 42
                  MOVE CONT-SIN-CASAR TO CONT-PANT
                  DISPLAY 'Vencidas sin casar.......:' LINE 12
                  POSITION 15
                  DISPLAY CONT-PANT LINE 12 POSITION 42
                  DISPLAY 'Remesa enviada al spool' LINE 21
                  POSITION 21
                END-IF.

        RECORRER-FACTURAS.
                MOVE ZEROS TO CONT-PAGADAS
                MOVE ZEROS TO CONT-RETENIDAS
                MOVE ZEROS TO CONT-SIN-CASAR
                MOVE ZEROS TO TOTAL-PAGADO
                MOVE ZEROS TO TOTAL-RETENIDO
                MOVE LOW-VALUES TO FAC-CLAVE
                MOVE 'N' TO FIN-FICH
                START FACTURAS KEY IS > FAC-CLAVE INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ FACTURAS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF FAC-VENCIMIENTO NOT > FECHA-LIMITE
                      IF FAC-ESTADO = 'C'
                        PERFORM DECIDIR-PAGO
                      END-IF
                      IF FAC-ESTADO = 'P'
                        ADD 1 TO CONT-SIN-CASAR
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        DECIDIR-PAGO.
                PERFORM PORTADA
                MOVE FAC-PROV TO COD-PROV
                READ PROVEEDOR INVALID KEY
                  MOVE SPACES TO NOMBRE-PROV
                END-READ
                DISPLAY 'Proveedor..:' LINE 7 POSITION 15
                DISPLAY FAC-PROV LINE 7 POSITION 28
                DISPLAY NOMBRE-PROV LINE 7 POSITION 33
                DISPLAY 'Factura....:' LINE 8 POSITION 15
                DISPLAY FAC-NUMERO LINE 8 POSITION 28
                DISPLAY 'Fecha......:' LINE 9 POSITION 15
                DISPLAY FAC-FECHA LINE 9 POSITION 28
                DISPLAY 'Vence......:' LINE 10 POSITION 15
                DISPLAY FAC-VENCIMIENTO LINE 10 POSITION 28
                DISPLAY 'Importe....:' LINE 11 POSITION 15
                MOVE FAC-IMPORTE TO IMPORTE-PANT
                DISPLAY IMPORTE-PANT LINE 11 POSITION 28
                MOVE FAC-CLAVE TO PAG-CLAVE
                READ PAGOPROV INVALID KEY
                  MOVE SPACES TO PAG-FORMA
                END-READ
                IF PAG-FORMA NOT = SPACES
                  DISPLAY 'Factura con pago ya registrado' LINE 21
                  POSITION 21
                  ACCEPT RESPU LINE 21 POSITION 55
                ELSE
                  MOVE ' ' TO RES-PAGO
                  DISPLAY '(P)agar, (R)etener, (F)in remesa:' LINE 14
                  POSITION 15
                  PERFORM UNTIL PAGO-CONTESTADO
                     ACCEPT RES-PAGO LINE 14 POSITION 50
                  END-PERFORM
                  EVALUATE RES-PAGO
                    WHEN 'P'
                    WHEN 'p'
                      MOVE FORMA-DEFECTO TO FORMA-PAGO
                      DISPLAY 'Forma de pago (E/T/C):' LINE 15
                      POSITION 15
                      ACCEPT FORMA-PAGO LINE 15 POSITION 38 UPDATE
                      IF FORMA-PAGO NOT = 'E' AND FORMA-PAGO NOT = 'C'
                        MOVE 'T' TO FORMA-PAGO
                      END-IF
                      PERFORM PAGAR-FACTURA
                    WHEN 'R'
                    WHEN 'r'
                      ADD 1 TO CONT-RETENIDAS
                      ADD FAC-IMPORTE TO TOTAL-RETENIDO
                      MOVE 'RETENIDA' TO REM-SITUACION
                      MOVE SPACE TO REM-FORMA
                      PERFORM LINEA-DE-REMESA
                    WHEN OTHER
                      MOVE 'S' TO FIN-FICH
                  END-EVALUATE
                END-IF.

        PAGAR-FACTURA.
                MOVE FAC-CLAVE TO PAG-CLAVE
                MOVE FECHA-HOY-YMD TO PAG-FECHA
                MOVE FAC-IMPORTE TO PAG-IMPORTE
                MOVE FORMA-PAGO TO PAG-FORMA
                WRITE REG-PAGOPROV INVALID KEY
                  DISPLAY 'Pago ya registrado, no se repite' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE 'G' TO FAC-ESTADO
                  REWRITE REG-FACTURAS INVALID KEY
                    DISPLAY 'Error al actualizar la factura' LINE 21
                    POSITION 21
                  END-REWRITE
                  IF FORMA-PAGO = 'E'
                    MOVE 'PAGOPROV' TO CAJ-TIPO
                    MOVE FAC-NUMERO TO CAJ-CLAVE
                    COMPUTE CAJ-IMPORTE = 0 - FAC-IMPORTE
                    MOVE 'E' TO CAJ-FORMA
                    CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      CAJ-FORMA
                    CANCEL 'CAJA'
                  END-IF
                  MOVE 'PAGO' TO AUD-OPERACION
                  MOVE 'FACTURA' TO AUD-ENTIDAD
                  MOVE FAC-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  ADD 1 TO CONT-PAGADAS
                  ADD FAC-IMPORTE TO TOTAL-PAGADO
                  MOVE 'PAGADA' TO REM-SITUACION
                  MOVE FORMA-PAGO TO REM-FORMA
                  PERFORM LINEA-DE-REMESA
                END-WRITE.

        LINEA-DE-REMESA.
                MOVE FAC-PROV TO REM-PROV
                MOVE FAC-NUMERO TO REM-NUMERO
                MOVE FAC-VENCIMIENTO TO REM-VENC
                MOVE FAC-IMPORTE TO REM-IMPORTE
                WRITE REG-IMPRE FROM LINEA-REMESA
                END-WRITE.

        IMPRIMIR-ANTIGUEDAD.
                MOVE 'PAGO-PROVEEDOR' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                ELSE
                  MOVE FECHA-HOY-YMD TO CAB-FECHA
                  WRITE REG-IMPRE FROM CABECERA-ANTIGUEDAD
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-TRAMOS
                  END-WRITE
                  MOVE ZEROS TO TRAMOS-TOTAL
                  MOVE ZEROS TO TOTAL-GENERAL
                  MOVE 'N' TO HAY-PROVEEDOR
                  MOVE SPACES TO PROV-ACTUAL
                  MOVE LOW-VALUES TO FAC-CLAVE
                  MOVE 'N' TO FIN-FICH
                  START FACTURAS KEY IS > FAC-CLAVE INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ FACTURAS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF FAC-ESTADO NOT = 'G' AND FAC-IMPORTE > 0
                        IF FAC-PROV NOT = PROV-ACTUAL
                          IF HAY-PROVEEDOR = 'S'
                            PERFORM ESCRIBIR-TRAMOS-PROV
                          END-IF
                          MOVE FAC-PROV TO PROV-ACTUAL
                          MOVE 'S' TO HAY-PROVEEDOR
                          MOVE ZEROS TO TRAMOS-PROVEEDOR
                        END-IF
                        PERFORM ACUMULAR-TRAMO
                      END-IF
                    END-READ
                  END-PERFORM
                  IF HAY-PROVEEDOR = 'S'
                    PERFORM ESCRIBIR-TRAMOS-PROV
                  END-IF
                  MOVE SPACES TO ANT-PROV
                  MOVE 'TOTAL' TO ANT-NOMBRE
                  PERFORM VARYING IDX-TRAMO FROM 1 BY 1
                          UNTIL IDX-TRAMO > 4
                    MOVE TRAMO-TOT(IDX-TRAMO) TO ANT-TRAMO(IDX-TRAMO)
                  END-PERFORM
                  MOVE TOTAL-GENERAL TO ANT-TRAMO(5)
                  WRITE REG-IMPRE FROM LINEA-ANTIGUEDAD
                      AFTER ADVANCING 1 LINES
                  END-WRITE
                  CLOSE IMPRE
                  DISPLAY 'Informe enviado al spool' LINE 21
                  POSITION 21
                END-IF.

        ACUMULAR-TRAMO.
                COMPUTE DIAS-ANTIGUEDAD =
                        FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                      - FUNCTION INTEGER-OF-DATE(FAC-FECHA)
                EVALUATE TRUE
                  WHEN DIAS-ANTIGUEDAD NOT > 30
                    MOVE 1 TO IDX-TRAMO
                  WHEN DIAS-ANTIGUEDAD NOT > 60
                    MOVE 2 TO IDX-TRAMO
                  WHEN DIAS-ANTIGUEDAD NOT > 90
                    MOVE 3 TO IDX-TRAMO
                  WHEN OTHER
                    MOVE 4 TO IDX-TRAMO
                END-EVALUATE
                ADD FAC-IMPORTE TO TRAMO-PROV(IDX-TRAMO)
                ADD FAC-IMPORTE TO TRAMO-TOT(IDX-TRAMO)
                ADD FAC-IMPORTE TO TOTAL-GENERAL.

        ESCRIBIR-TRAMOS-PROV.
                MOVE PROV-ACTUAL TO COD-PROV
                READ PROVEEDOR INVALID KEY
                  MOVE SPACES TO NOMBRE-PROV
                END-READ
                MOVE PROV-ACTUAL TO ANT-PROV
                MOVE NOMBRE-PROV TO ANT-NOMBRE
                MOVE ZEROS TO TOTAL-PROV
                PERFORM VARYING IDX-TRAMO FROM 1 BY 1
                        UNTIL IDX-TRAMO > 4
                  MOVE TRAMO-PROV(IDX-TRAMO) TO ANT-TRAMO(IDX-TRAMO)
                  ADD TRAMO-PROV(IDX-TRAMO) TO TOTAL-PROV
                END-PERFORM
                MOVE TOTAL-PROV TO ANT-TRAMO(5)
                WRITE REG-IMPRE FROM LINEA-ANTIGUEDAD
                END-WRITE.

        CERRAR-FICHERO.
                CLOSE PROVEEDOR.
                CLOSE FACTURAS.
                CLOSE PAGOPROV.
