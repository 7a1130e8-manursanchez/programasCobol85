        IDENTIFICATION DIVISION.
          PROGRAM-ID. COBRO-EMPRESA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL EMPRESAS ASSIGN TO DISK "EMPRESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS ESTADO-EMPRESAS.

               SELECT OPTIONAL FACTCLI ASSIGN TO DISK "FACTCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-NUMERO
               ALTERNATE RECORD KEY IS FCL-EMPRESA WITH DUPLICATES
               FILE STATUS IS ESTADO-FACTCLI.

               SELECT OPTIONAL COBROCLI ASSIGN TO DISK "COBROCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-COBROCLI.

        DATA DIVISION.

        FILE SECTION.
          FD EMPRESAS LABEL RECORD STANDARD.
          01 REG-EMPRESAS.
           02 EMP-CODIGO PIC X(4).
           02 EMP-NOMBRE PIC X(30).
           02 EMP-CIF PIC X(9).
           02 EMP-DIRECCION PIC X(30).
           02 EMP-POBLACION PIC X(20).
           02 EMP-COD-POSTAL PIC X(5).
           02 EMP-LIMITE PIC 9(6)V99.
           02 EMP-DIAS-PAGO PIC 999.
           02 EMP-RIESGO PIC S9(7)V99.
           02 EMP-ACTIVA PIC X.

          FD FACTCLI LABEL RECORD STANDARD.
          01 REG-FACTCLI.
           02 FCL-NUMERO PIC 9(6).
           02 FCL-EMPRESA PIC X(4).
           02 FCL-FECHA PIC 9(8).
           02 FCL-PERIODO PIC 9(6).
           02 FCL-VENCE PIC 9(8).
           02 FCL-BASE-ALQ PIC 9(7)V99.
           02 FCL-TASA-ALQ PIC 99.
           02 FCL-IVA-ALQ PIC 9(7)V99.
           02 FCL-BASE-VEN PIC 9(7)V99.
           02 FCL-TASA-VEN PIC 99.
           02 FCL-IVA-VEN PIC 9(7)V99.
           02 FCL-TOTAL PIC 9(7)V99.
           02 FCL-COBRADO PIC 9(7)V99.
           02 FCL-ESTADO PIC X.
           02 FCL-FECHA-COBRO PIC 9(8).

          FD COBROCLI LABEL RECORD STANDARD.
          01 REG-COBROCLI.
           02 CCL-FECHA PIC 9(8).
           02 CCL-FACTURA PIC 9(6).
           02 CCL-EMPRESA PIC X(4).
           02 CCL-IMPORTE PIC 9(7)V99.
           02 CCL-FORMA PIC X.

        WORKING-STORAGE SECTION.
        77 ESTADO-EMPRESAS PIC XX.
        77 ESTADO-FACTCLI PIC XX.
        77 ESTADO-COBROCLI PIC XX.
        77 EXISTE-FACTURA PIC X.
        77 EXISTE-EMPRESA PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 RES-FORMA PIC X.
         88 FORMA-CONTESTADA VALUE 'E' 'e' 'T' 't' 'B' 'b'.
        77 IMPORTE-OK PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-NUM PIC 9(8).
        77 PERIODO-CERRADO PIC X.
        77 PENDIENTE-FACT PIC 9(7)V99.
        77 IMPORTE-COBRO PIC 9(7)V99.
        77 IMPORTE-PANT PIC ZZZZZZ9.99.
        77 CAJ-TIPO PIC X(10).
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC S9(7)V99.
        77 CAJ-FORMA PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

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
                  MOVE 'S' TO EXISTE-FACTURA
                  MOVE ZEROS TO FCL-NUMERO
                  ACCEPT FCL-NUMERO LINE 4 POSITION 45
                  READ FACTCLI INVALID KEY
                   MOVE 'N' TO EXISTE-FACTURA
                  END-READ
                  IF EXISTE-FACTURA = 'N'
                    DISPLAY 'Esa factura no existe' LINE 21
                    POSITION 21
                  ELSE
                    PERFORM MOSTRAR-FACTURA
                    IF FCL-ESTADO = 'C'
                      DISPLAY 'Factura ya cobrada' LINE 21
                      POSITION 21
                    ELSE
                      PERFORM TRAMITAR-COBRO
                    END-IF
                  END-IF
                  DISPLAY 'DESEA REGISTRAR OTRO COBRO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 49
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O EMPRESAS.
               IF ESTADO-EMPRESAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-EMPRESAS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O FACTCLI.
               IF ESTADO-FACTCLI NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-FACTCLI
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' COBROS DE EMPRESAS ' LINE 2 POSITION 29
                REVERSE
                DISPLAY 'Numero de Factura..:' LINE 4 POSITION 25.

        MOSTRAR-FACTURA.
                MOVE 'S' TO EXISTE-EMPRESA
                MOVE FCL-EMPRESA TO EMP-CODIGO
                READ EMPRESAS INVALID KEY
                  MOVE 'N' TO EXISTE-EMPRESA
                  MOVE SPACES TO EMP-NOMBRE
                END-READ
                COMPUTE PENDIENTE-FACT = FCL-TOTAL - FCL-COBRADO
                DISPLAY 'Empresa............:' LINE 6 POSITION 25
                DISPLAY FCL-EMPRESA LINE 6 POSITION 47
                DISPLAY EMP-NOMBRE LINE 7 POSITION 25
                DISPLAY 'Fecha factura......:' LINE 8 POSITION 25
                DISPLAY FCL-FECHA LINE 8 POSITION 47
                DISPLAY 'Vencimiento........:' LINE 9 POSITION 25
                DISPLAY FCL-VENCE LINE 9 POSITION 47
                MOVE FCL-TOTAL TO IMPORTE-PANT
                DISPLAY 'Total factura......:' LINE 10 POSITION 25
                DISPLAY IMPORTE-PANT LINE 10 POSITION 47
                MOVE FCL-COBRADO TO IMPORTE-PANT
                DISPLAY 'Cobrado............:' LINE 11 POSITION 25
                DISPLAY IMPORTE-PANT LINE 11 POSITION 47
                MOVE PENDIENTE-FACT TO IMPORTE-PANT
                DISPLAY 'Pendiente..........:' LINE 12 POSITION 25
                DISPLAY IMPORTE-PANT LINE 12 POSITION 47.

        TRAMITAR-COBRO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FUNCTION NUMVAL(FECHA-SISTEMA) TO FECHA-NUM
                CALL 'PERIODO' USING FECHA-NUM PERIODO-CERRADO
                CANCEL 'PERIODO'
                IF PERIODO-CERRADO = 'S'
                  DISPLAY 'Periodo contable cerrado, avise al'
                  LINE 21 POSITION 15
                  DISPLAY 'supervisor' LINE 21 POSITION 50
                ELSE
                  DISPLAY 'Importe cobrado....:' LINE 14 POSITION 25
                  MOVE PENDIENTE-FACT TO IMPORTE-COBRO
                  MOVE 'N' TO IMPORTE-OK
                  PERFORM UNTIL IMPORTE-OK = 'S'
                    ACCEPT IMPORTE-COBRO LINE 14 POSITION 47 UPDATE
                    IF IMPORTE-COBRO > 0
                     AND IMPORTE-COBRO NOT > PENDIENTE-FACT
                      MOVE 'S' TO IMPORTE-OK
                    ELSE
                      DISPLAY 'Importe no valido' LINE 21 POSITION 21
                    END-IF
                  END-PERFORM
                  DISPLAY '                 ' LINE 21 POSITION 21
                  MOVE ' ' TO RES-FORMA
                  DISPLAY '(E)fectivo/(T)arjeta/(B)anco?' LINE 16
                  POSITION 25
                  PERFORM UNTIL FORMA-CONTESTADA
                     ACCEPT RES-FORMA LINE 16 POSITION 56
                  END-PERFORM
                  DISPLAY "GRABAR COBRO (S/N)?" POSITION 30 LINE 19
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 51 LINE 19
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM GRABAR-COBRO
                  END-IF
                  MOVE ' ' TO RES
                END-IF.

        GRABAR-COBRO.
                ADD IMPORTE-COBRO TO FCL-COBRADO
                MOVE FECHA-NUM TO FCL-FECHA-COBRO
                IF FCL-COBRADO NOT < FCL-TOTAL
                  MOVE 'C' TO FCL-ESTADO
                END-IF
                REWRITE REG-FACTCLI INVALID KEY
                  DISPLAY 'Error de escritura en disco' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  IF EXISTE-EMPRESA = 'S'
                    SUBTRACT IMPORTE-COBRO FROM EMP-RIESGO
                    REWRITE REG-EMPRESAS INVALID KEY
                      CONTINUE
                    END-REWRITE
                  END-IF
                  MOVE RES-FORMA TO CAJ-FORMA
                  IF CAJ-FORMA = 'e'
                    MOVE 'E' TO CAJ-FORMA
                  END-IF
                  IF CAJ-FORMA = 't'
                    MOVE 'T' TO CAJ-FORMA
                  END-IF
                  IF CAJ-FORMA = 'b'
                    MOVE 'B' TO CAJ-FORMA
                  END-IF
                  IF CAJ-FORMA NOT = 'B'
                    MOVE 'COBROEMP' TO CAJ-TIPO
                    MOVE FCL-NUMERO TO CAJ-CLAVE
                    MOVE IMPORTE-COBRO TO CAJ-IMPORTE
                    CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      CAJ-FORMA
                    CANCEL 'CAJA'
                  END-IF
                  PERFORM ANOTAR-COBRO
                  MOVE 'COBRO' TO AUD-OPERACION
                  MOVE 'FACTCLI' TO AUD-ENTIDAD
                  MOVE FCL-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  IF FCL-ESTADO = 'C'
                    DISPLAY 'Cobro registrado, factura saldada'
                    LINE 21 POSITION 21
                  ELSE
                    DISPLAY 'Cobro parcial registrado' LINE 21
                    POSITION 21
                  END-IF
                END-REWRITE.

        ANOTAR-COBRO.
                OPEN EXTEND COBROCLI
                IF ESTADO-COBROCLI NOT = "00"
                  OPEN OUTPUT COBROCLI
                END-IF
                MOVE FECHA-NUM TO CCL-FECHA
                MOVE FCL-NUMERO TO CCL-FACTURA
                MOVE FCL-EMPRESA TO CCL-EMPRESA
                MOVE IMPORTE-COBRO TO CCL-IMPORTE
                MOVE CAJ-FORMA TO CCL-FORMA
                WRITE REG-COBROCLI
                CLOSE COBROCLI.

        CERRAR-FICHERO.
                CLOSE EMPRESAS.
                CLOSE FACTCLI.
