        IDENTIFICATION DIVISION.
          PROGRAM-ID. FACTURA-EMPRESA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL EMPRESAS ASSIGN TO DISK "EMPRESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS ESTADO-EMPRESAS.

               SELECT OPTIONAL CARGOEMP ASSIGN TO DISK "CARGOEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGE-TICKET
               ALTERNATE RECORD KEY IS CGE-EMPRESA WITH DUPLICATES
               FILE STATUS IS ESTADO-CARGOEMP.

               SELECT OPTIONAL FACTCLI ASSIGN TO DISK "FACTCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-NUMERO
               ALTERNATE RECORD KEY IS FCL-EMPRESA WITH DUPLICATES
               FILE STATUS IS ESTADO-FACTCLI.

               SELECT OPTIONAL TICKETS ASSIGN TO DISK "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-TICKET
               FILE STATUS IS ESTADO-TICKETS.

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

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

          FD CARGOEMP LABEL RECORD STANDARD.
          01 REG-CARGOEMP.
           02 CGE-TICKET PIC 9(6).
           02 CGE-EMPRESA PIC X(4).
           02 CGE-SOCIO PIC X(5).
           02 CGE-FECHA PIC 9(8).
           02 CGE-IMPORTE PIC 9(7)V99.
           02 CGE-FACTURA PIC 9(6).

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

          FD TICKETS LABEL RECORD STANDARD.
          01 REG-TICKETS.
           02 NUM-TICKET PIC 9(6).
           02 TCK-TIPO PIC X(3).
           02 TCK-SALIDA PIC X(8).
           02 TCK-SOCIO PIC X(5).
           02 TCK-PELI PIC X(6).
           02 TCK-TITULO PIC X(30).
           02 TCK-FECHA PIC 9(8).
           02 TCK-IMPORTE PIC 9(7)V99.
           02 TCK-MORA PIC 9(4)V99.
           02 TCK-VENC PIC 9(8).

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-EMPRESAS PIC XX.
        77 ESTADO-CARGOEMP PIC XX.
        77 ESTADO-FACTCLI PIC XX.
        77 ESTADO-TICKETS PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 MODO-FACT PIC 9.
        77 FIN-FICH PIC X.
        77 FIN-CARGOS PIC X.
        77 FIN-FACTURAS PIC X.
        77 EXISTE-CONTROL PIC X.
        77 EXISTE-FACTURA PIC X.
        77 EXISTE-TICKET PIC X.
        77 ERROR-FACTURA PIC X.
        77 PERIODO-OK PIC X.
        77 PERIODO-CERRADO PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-NUM PIC 9(8).
        77 PERIODO-ACTUAL PIC 9(6).
        77 PERIODO-FACT PIC 9(6).
        77 MES-FACT PIC 99.
        77 FIN-PERIODO PIC 9(8).
        77 NUM-FACTURA PIC 9(6).
        77 EMPRESA-EXTRACTO PIC X(4).
        77 NUM-CARGOS PIC 9(5).
        77 TOTAL-ALQ PIC 9(7)V99.
        77 TOTAL-VEN PIC 9(7)V99.
        77 PENDIENTE-FACT PIC 9(7)V99.
        77 PENDIENTE-EMP PIC 9(7)V99.
        77 PENDIENTE-TOTAL PIC 9(9)V99.
        77 FACTURAS-EMP PIC 9(4).
        77 DIAS-VENCIDA PIC S9(5).
        77 EMITIDAS PIC 9(4).
        77 IMPORTE-EMITIDO PIC 9(9)V99.
        77 CONT-PANT PIC ZZZ9.
        77 IMPORTE-PANT PIC ZZZZZZZZ9.99.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'FACTURA-EMPRESA'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).
        77 EN-FORMACION PIC X.
        77 ACCION-FORMACION PIC X VALUE 'C'.

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

        01 CABECERA-FACTURA.
         02 FILLER PIC X(15) VALUE "VIDEO CLUB     ".
         02 FILLER PIC X(11) VALUE "FACTURA N. ".
         02 CFA-NUMERO PIC 9(6).

        01 LINEA-DATO.
         02 CONCEPTO-DAT PIC X(20).
         02 DETALLE-DAT PIC X(40).

        01 CABECERA-LINEAS.
         02 FILLER PIC X(40)
            VALUE "TICKET FECHA    SOCIO TIPO CONCEPTO     ".
         02 FILLER PIC X(40)
            VALUE "                     IMPORTE".

        01 LINEA-CARGO.
         02 LCG-TICKET PIC 9(6).
         02 FILLER PIC X VALUE SPACES.
         02 LCG-FECHA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 LCG-SOCIO PIC X(5).
         02 FILLER PIC X VALUE SPACES.
         02 LCG-TIPO PIC X(3).
         02 FILLER PIC XX VALUE SPACES.
         02 LCG-TITULO PIC X(30).
         02 FILLER PIC X VALUE SPACES.
         02 LCG-IMPORTE PIC ZZZZZZ9.99.

        01 LINEA-IVA.
         02 CONCEPTO-IVA PIC X(10).
         02 FILLER PIC X(5) VALUE "Base ".
         02 BASE-IMP PIC ZZZZZZ9.99.
         02 FILLER PIC X(6) VALUE "  IVA ".
         02 TASA-IMP PIC Z9.
         02 FILLER PIC X(2) VALUE "% ".
         02 CUOTA-IMP PIC ZZZZZZ9.99.

        01 LINEA-IMPORTE.
         02 CONCEPTO-IMP PIC X(20).
         02 IMPORTE-IMP PIC ZZZZZZ9.99.

        01 CABECERA-EXTRACTO.
         02 FILLER PIC X(12) VALUE SPACES.
         02 FILLER PIC X(35)
            VALUE "EXTRACTO DE FACTURAS PENDIENTES AL ".
         02 CEX-FECHA PIC 9(8).

        01 LINEA-EMPRESA.
         02 LEM-CODIGO PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 LEM-NOMBRE PIC X(30).
         02 FILLER PIC X(5) VALUE " CIF ".
         02 LEM-CIF PIC X(9).

        01 CABECERA-PENDIENTES.
         02 FILLER PIC X(40)
            VALUE "  NUMERO FECHA    VENCE        TOTAL   C".
         02 FILLER PIC X(40)
            VALUE "OBRADO PENDIENTE  DIAS".

        01 LINEA-PENDIENTE.
         02 FILLER PIC XX VALUE SPACES.
         02 LPE-NUMERO PIC 9(6).
         02 FILLER PIC X VALUE SPACES.
         02 LPE-FECHA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 LPE-VENCE PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 LPE-TOTAL PIC ZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LPE-COBRADO PIC ZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LPE-PENDIENTE PIC ZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LPE-DIAS PIC ZZZZ9.

        01 LINEA-TOTAL-EMP.
         02 FILLER PIC X(20) VALUE "  TOTAL PENDIENTE...".
         02 LTE-FACTURAS PIC ZZZ9.
         02 FILLER PIC X(10) VALUE " FACTURAS ".
         02 LTE-PENDIENTE PIC ZZZZZZZZ9.99.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                CALL 'PARAMETROS' USING PARAM-SISTEMA.
                CANCEL 'PARAMETROS'.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE FECHA-SISTEMA(1:6) TO PERIODO-ACTUAL.
                DISPLAY '1: Facturacion del mes' LINE 5 POSITION 25.
                DISPLAY '2: Reimprimir una factura' LINE 6
                POSITION 25.
                DISPLAY '3: Extracto de facturas pendientes' LINE 7
                POSITION 25.
                DISPLAY 'Opcion.............:' LINE 9 POSITION 25.
                MOVE 0 TO MODO-FACT.
                PERFORM UNTIL MODO-FACT > 0 AND MODO-FACT < 4
                  ACCEPT MODO-FACT LINE 9 POSITION 47
                END-PERFORM.
                PERFORM ABRIR-FICHERO.
                EVALUATE MODO-FACT
                  WHEN 1
                    PERFORM FACTURACION-MENSUAL
                  WHEN 2
                    PERFORM REIMPRIMIR-FACTURA
                  WHEN 3
                    PERFORM EXTRACTO-PENDIENTES
                END-EVALUATE.
                PERFORM CERRAR-FICHERO.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' FACTURACION A EMPRESAS ' LINE 2
                POSITION 28 REVERSE.

        ABRIR-FICHERO.
               OPEN I-O EMPRESAS.
               IF ESTADO-EMPRESAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-EMPRESAS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O CARGOEMP.
               IF ESTADO-CARGOEMP NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-CARGOEMP
                 ACCEPT RESPU
               END-IF.
               OPEN I-O FACTCLI.
               IF ESTADO-FACTCLI NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-FACTCLI
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT TICKETS.
               IF ESTADO-TICKETS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-TICKETS
                 ACCEPT RESPU
               END-IF.

        ABRIR-SPOOL.
                MOVE 'FACTURA-EMPRESA' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                END-IF.

        FACTURACION-MENSUAL.
                IF PERIODO-ACTUAL(5:2) = '01'
                  COMPUTE PERIODO-FACT = PERIODO-ACTUAL - 89
                ELSE
                  COMPUTE PERIODO-FACT = PERIODO-ACTUAL - 1
                END-IF
                DISPLAY 'Mes a facturar (AAAAMM)...:' LINE 11
                POSITION 10
                MOVE 'N' TO PERIODO-OK
                PERFORM UNTIL PERIODO-OK = 'S'
                  ACCEPT PERIODO-FACT LINE 11 POSITION 38 UPDATE
                  MOVE PERIODO-FACT(5:2) TO MES-FACT
                  IF MES-FACT > 0 AND MES-FACT < 13
                   AND PERIODO-FACT NOT > PERIODO-ACTUAL
                    MOVE 'S' TO PERIODO-OK
                  ELSE
                    DISPLAY 'Mes no valido' LINE 21 POSITION 21
                  END-IF
                END-PERFORM
                DISPLAY '             ' LINE 21 POSITION 21
                COMPUTE FIN-PERIODO = PERIODO-FACT * 100 + 31
                MOVE FECHA-HOY-YMD TO FECHA-NUM
                CALL 'PERIODO' USING FECHA-NUM PERIODO-CERRADO
                CANCEL 'PERIODO'
                IF PERIODO-CERRADO = 'S'
                  DISPLAY 'Periodo contable cerrado, avise al'
                  LINE 21 POSITION 15
                  DISPLAY 'supervisor' LINE 21 POSITION 50
                ELSE
                  DISPLAY 'EMITIR LAS FACTURAS DEL MES (S/N)?'
                  POSITION 10 LINE 13
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 46 LINE 13
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM EMITIR-FACTURAS
                  END-IF
                  MOVE ' ' TO RES
                END-IF.

        EMITIR-FACTURAS.
                MOVE ZEROS TO EMITIDAS
                MOVE ZEROS TO IMPORTE-EMITIDO
                MOVE 'N' TO ERROR-FACTURA
                PERFORM ABRIR-SPOOL
                MOVE LOW-VALUES TO EMP-CODIGO
                MOVE 'N' TO FIN-FICH
                START EMPRESAS KEY IS > EMP-CODIGO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ EMPRESAS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    PERFORM FACTURAR-EMPRESA
                    IF ERROR-FACTURA = 'S'
                      MOVE 'S' TO FIN-FICH
                    END-IF
                  END-READ
                END-PERFORM
                IF ESTADO-IMPRESORA = '00'
                  CLOSE IMPRE
                END-IF
                MOVE EMITIDAS TO CONT-PANT
                DISPLAY 'Facturas emitidas.....:' LINE 17 POSITION 25
                DISPLAY CONT-PANT LINE 17 POSITION 49
                MOVE IMPORTE-EMITIDO TO IMPORTE-PANT
                DISPLAY 'Importe facturado.....:' LINE 18 POSITION 25
                DISPLAY IMPORTE-PANT LINE 18 POSITION 49
                IF ERROR-FACTURA = 'S'
                  DISPLAY 'Error al grabar la factura, proceso'
                  LINE 20 POSITION 15
                  DISPLAY 'interrumpido' LINE 20 POSITION 51
                ELSE
                  IF EMITIDAS > 0
                    DISPLAY 'Facturas enviadas al spool' LINE 20
                    POSITION 25
                  END-IF
                END-IF.

        FACTURAR-EMPRESA.
                MOVE ZEROS TO NUM-CARGOS
                MOVE ZEROS TO TOTAL-ALQ
                MOVE ZEROS TO TOTAL-VEN
                MOVE EMP-CODIGO TO CGE-EMPRESA
                MOVE 'N' TO FIN-CARGOS
                START CARGOEMP KEY IS = CGE-EMPRESA INVALID KEY
                  MOVE 'S' TO FIN-CARGOS
                END-START
                PERFORM UNTIL FIN-CARGOS = 'S'
                  READ CARGOEMP NEXT RECORD AT END
                    MOVE 'S' TO FIN-CARGOS
                  NOT AT END
                    IF CGE-EMPRESA NOT = EMP-CODIGO
                      MOVE 'S' TO FIN-CARGOS
                    ELSE
                      IF CGE-FACTURA = 0
                       AND CGE-FECHA NOT > FIN-PERIODO
                       AND CGE-IMPORTE > 0
                        PERFORM ACUMULAR-CARGO
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                IF NUM-CARGOS > 0
                  PERFORM GRABAR-FACTURA
                END-IF.

        ACUMULAR-CARGO.
                ADD 1 TO NUM-CARGOS
                PERFORM LEER-TICKET
                IF TCK-TIPO = 'VEN' OR TCK-TIPO = 'TDA'
                  ADD CGE-IMPORTE TO TOTAL-VEN
                ELSE
                  ADD CGE-IMPORTE TO TOTAL-ALQ
                END-IF.

        LEER-TICKET.
                MOVE 'S' TO EXISTE-TICKET
                MOVE CGE-TICKET TO NUM-TICKET
                READ TICKETS INVALID KEY
                  MOVE 'N' TO EXISTE-TICKET
                END-READ
                IF EXISTE-TICKET = 'N'
                  MOVE 'ALQ' TO TCK-TIPO
                  MOVE SPACES TO TCK-TITULO
                END-IF.

        GRABAR-FACTURA.
                PERFORM OBTENER-NUMERO-FACTURA
                MOVE NUM-FACTURA TO FCL-NUMERO
                MOVE EMP-CODIGO TO FCL-EMPRESA
                MOVE FECHA-HOY-YMD TO FCL-FECHA
                MOVE PERIODO-FACT TO FCL-PERIODO
                COMPUTE FCL-VENCE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                    + EMP-DIAS-PAGO)
                MOVE PRM-IVA-ALQ TO FCL-TASA-ALQ
                MOVE PRM-IVA-VENTA TO FCL-TASA-VEN
                COMPUTE FCL-BASE-ALQ ROUNDED =
                   TOTAL-ALQ * 100 / (100 + FCL-TASA-ALQ)
                COMPUTE FCL-IVA-ALQ = TOTAL-ALQ - FCL-BASE-ALQ
                COMPUTE FCL-BASE-VEN ROUNDED =
                   TOTAL-VEN * 100 / (100 + FCL-TASA-VEN)
                COMPUTE FCL-IVA-VEN = TOTAL-VEN - FCL-BASE-VEN
                COMPUTE FCL-TOTAL = TOTAL-ALQ + TOTAL-VEN
                MOVE ZEROS TO FCL-COBRADO
                MOVE 'P' TO FCL-ESTADO
                MOVE ZEROS TO FCL-FECHA-COBRO
                WRITE REG-FACTCLI INVALID KEY
                  MOVE 'S' TO ERROR-FACTURA
                NOT INVALID KEY
                  PERFORM GUARDAR-NUMERO-FACTURA
                  PERFORM MARCAR-CARGOS
                  ADD 1 TO EMITIDAS
                  ADD FCL-TOTAL TO IMPORTE-EMITIDO
                  MOVE 'FACTURA' TO AUD-OPERACION
                  MOVE 'FACTCLI' TO AUD-ENTIDAD
                  MOVE FCL-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  IF ESTADO-IMPRESORA = '00'
                    PERFORM IMPRIMIR-FACTURA
                  END-IF
                END-WRITE.

        OBTENER-NUMERO-FACTURA.
                OPEN I-O CONTROL-FICH
                MOVE 'S' TO EXISTE-CONTROL
                MOVE 'FACTEMP' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                IF EXISTE-CONTROL = 'N'
                  MOVE ZEROS TO CTL-VALOR
                END-IF
                CLOSE CONTROL-FICH
                COMPUTE NUM-FACTURA = CTL-VALOR + 1
                MOVE 'S' TO EXISTE-FACTURA
                PERFORM UNTIL EXISTE-FACTURA = 'N'
                  MOVE NUM-FACTURA TO FCL-NUMERO
                  READ FACTCLI INVALID KEY
                    MOVE 'N' TO EXISTE-FACTURA
                  END-READ
                  IF EXISTE-FACTURA = 'S'
                    ADD 1 TO NUM-FACTURA
                  END-IF
                END-PERFORM.

        GUARDAR-NUMERO-FACTURA.
                OPEN I-O CONTROL-FICH
                MOVE 'S' TO EXISTE-CONTROL
                MOVE 'FACTEMP' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                MOVE REG-CONTROL TO DTR-ANTES
                MOVE NUM-FACTURA TO CTL-VALOR
                MOVE FECHA-HOY-YMD TO CTL-FECHA
                IF EXISTE-CONTROL = 'N'
                  MOVE 'FACTEMP' TO CTL-CLAVE
                  MOVE SPACE TO CTL-ESTADO
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

        MARCAR-CARGOS.
                MOVE EMP-CODIGO TO CGE-EMPRESA
                MOVE 'N' TO FIN-CARGOS
                START CARGOEMP KEY IS = CGE-EMPRESA INVALID KEY
                  MOVE 'S' TO FIN-CARGOS
                END-START
                PERFORM UNTIL FIN-CARGOS = 'S'
                  READ CARGOEMP NEXT RECORD AT END
                    MOVE 'S' TO FIN-CARGOS
                  NOT AT END
                    IF CGE-EMPRESA NOT = EMP-CODIGO
                      MOVE 'S' TO FIN-CARGOS
                    ELSE
                      IF CGE-FACTURA = 0
                       AND CGE-FECHA NOT > FIN-PERIODO
                        MOVE NUM-FACTURA TO CGE-FACTURA
                        REWRITE REG-CARGOEMP INVALID KEY
                          CONTINUE
                        END-REWRITE
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        IMPRIMIR-FACTURA.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                MOVE FCL-NUMERO TO CFA-NUMERO
                WRITE REG-IMPRE FROM CABECERA-FACTURA
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                IF EN-FORMACION = 'S'
                  MOVE '*** NO VALIDO - DOCUMENTO DE FORMACION ***'
                    TO REG-IMPRE
                  WRITE REG-IMPRE
                  END-WRITE
                END-IF
                MOVE 'Fecha factura...: ' TO CONCEPTO-DAT
                MOVE FCL-FECHA TO DETALLE-DAT
                WRITE REG-IMPRE FROM LINEA-DATO
                END-WRITE
                MOVE 'Vencimiento.....: ' TO CONCEPTO-DAT
                MOVE FCL-VENCE TO DETALLE-DAT
                WRITE REG-IMPRE FROM LINEA-DATO
                END-WRITE
                MOVE 'Periodo.........: ' TO CONCEPTO-DAT
                MOVE FCL-PERIODO TO DETALLE-DAT
                WRITE REG-IMPRE FROM LINEA-DATO
                END-WRITE
                MOVE 'Cliente.........: ' TO CONCEPTO-DAT
                MOVE EMP-NOMBRE TO DETALLE-DAT
                WRITE REG-IMPRE FROM LINEA-DATO
                END-WRITE
                MOVE 'CIF.............: ' TO CONCEPTO-DAT
                MOVE EMP-CIF TO DETALLE-DAT
                WRITE REG-IMPRE FROM LINEA-DATO
                END-WRITE
                MOVE 'Direccion.......: ' TO CONCEPTO-DAT
                MOVE EMP-DIRECCION TO DETALLE-DAT
                WRITE REG-IMPRE FROM LINEA-DATO
                END-WRITE
                MOVE SPACES TO CONCEPTO-DAT
                MOVE SPACES TO DETALLE-DAT
                STRING EMP-COD-POSTAL DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       EMP-POBLACION DELIMITED BY SIZE
                       INTO DETALLE-DAT
                WRITE REG-IMPRE FROM LINEA-DATO
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                WRITE REG-IMPRE FROM CABECERA-LINEAS
                END-WRITE
                PERFORM IMPRIMIR-CARGOS
                MOVE SPACES TO REG-IMPRE
                WRITE REG-IMPRE
                END-WRITE
                IF FCL-BASE-ALQ > 0
                  MOVE 'Alquiler  ' TO CONCEPTO-IVA
                  MOVE FCL-BASE-ALQ TO BASE-IMP
                  MOVE FCL-TASA-ALQ TO TASA-IMP
                  MOVE FCL-IVA-ALQ TO CUOTA-IMP
                  WRITE REG-IMPRE FROM LINEA-IVA
                  END-WRITE
                END-IF
                IF FCL-BASE-VEN > 0
                  MOVE 'Venta     ' TO CONCEPTO-IVA
                  MOVE FCL-BASE-VEN TO BASE-IMP
                  MOVE FCL-TASA-VEN TO TASA-IMP
                  MOVE FCL-IVA-VEN TO CUOTA-IMP
                  WRITE REG-IMPRE FROM LINEA-IVA
                  END-WRITE
                END-IF
                MOVE 'TOTAL FACTURA...: ' TO CONCEPTO-IMP
                MOVE FCL-TOTAL TO IMPORTE-IMP
                WRITE REG-IMPRE FROM LINEA-IMPORTE
                    BEFORE ADVANCING 3 LINES
                END-WRITE.

        IMPRIMIR-CARGOS.
                MOVE FCL-EMPRESA TO CGE-EMPRESA
                MOVE 'N' TO FIN-CARGOS
                START CARGOEMP KEY IS = CGE-EMPRESA INVALID KEY
                  MOVE 'S' TO FIN-CARGOS
                END-START
                PERFORM UNTIL FIN-CARGOS = 'S'
                  READ CARGOEMP NEXT RECORD AT END
                    MOVE 'S' TO FIN-CARGOS
                  NOT AT END
                    IF CGE-EMPRESA NOT = FCL-EMPRESA
                      MOVE 'S' TO FIN-CARGOS
                    ELSE
                      IF CGE-FACTURA = FCL-NUMERO
                       AND CGE-IMPORTE > 0
                        PERFORM IMPRIMIR-UN-CARGO
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        IMPRIMIR-UN-CARGO.
                PERFORM LEER-TICKET
                MOVE CGE-TICKET TO LCG-TICKET
                MOVE CGE-FECHA TO LCG-FECHA
                MOVE CGE-SOCIO TO LCG-SOCIO
                MOVE TCK-TIPO TO LCG-TIPO
                MOVE TCK-TITULO TO LCG-TITULO
                MOVE CGE-IMPORTE TO LCG-IMPORTE
                WRITE REG-IMPRE FROM LINEA-CARGO
                END-WRITE.

        REIMPRIMIR-FACTURA.
                DISPLAY 'Numero de factura..:' LINE 11 POSITION 25
                MOVE ZEROS TO FCL-NUMERO
                ACCEPT FCL-NUMERO LINE 11 POSITION 47
                MOVE 'S' TO EXISTE-FACTURA
                READ FACTCLI INVALID KEY
                  MOVE 'N' TO EXISTE-FACTURA
                END-READ
                IF EXISTE-FACTURA = 'N'
                  DISPLAY 'Esa factura no existe' LINE 21 POSITION 21
                ELSE
                  MOVE FCL-EMPRESA TO EMP-CODIGO
                  READ EMPRESAS INVALID KEY
                    MOVE SPACES TO EMP-NOMBRE
                    MOVE SPACES TO EMP-CIF
                    MOVE SPACES TO EMP-DIRECCION
                    MOVE SPACES TO EMP-POBLACION
                    MOVE SPACES TO EMP-COD-POSTAL
                  END-READ
                  PERFORM ABRIR-SPOOL
                  IF ESTADO-IMPRESORA = '00'
                    PERFORM IMPRIMIR-FACTURA
                    CLOSE IMPRE
                    DISPLAY 'Factura enviada al spool' LINE 21
                    POSITION 25
                  END-IF
                END-IF.

        EXTRACTO-PENDIENTES.
                DISPLAY 'Empresa (blanco = todas):' LINE 11
                POSITION 19
                MOVE SPACES TO EMPRESA-EXTRACTO
                ACCEPT EMPRESA-EXTRACTO LINE 11 POSITION 47
                PERFORM ABRIR-SPOOL
                IF ESTADO-IMPRESORA = '00'
                  MOVE FECHA-HOY-YMD TO CEX-FECHA
                  WRITE REG-IMPRE FROM CABECERA-EXTRACTO
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE ZEROS TO PENDIENTE-TOTAL
                  MOVE LOW-VALUES TO EMP-CODIGO
                  IF EMPRESA-EXTRACTO NOT = SPACES
                    MOVE EMPRESA-EXTRACTO TO EMP-CODIGO
                  END-IF
                  MOVE 'N' TO FIN-FICH
                  START EMPRESAS KEY IS NOT < EMP-CODIGO INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ EMPRESAS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF EMPRESA-EXTRACTO NOT = SPACES
                       AND EMP-CODIGO NOT = EMPRESA-EXTRACTO
                        MOVE 'S' TO FIN-FICH
                      ELSE
                        PERFORM EXTRACTO-EMPRESA
                      END-IF
                    END-READ
                  END-PERFORM
                  MOVE 'TOTAL GENERAL...: ' TO CONCEPTO-IMP
                  MOVE PENDIENTE-TOTAL TO IMPORTE-IMP
                  WRITE REG-IMPRE FROM LINEA-IMPORTE
                  END-WRITE
                  CLOSE IMPRE
                  MOVE PENDIENTE-TOTAL TO IMPORTE-PANT
                  DISPLAY 'Total pendiente de cobro:' LINE 19
                  POSITION 20
                  DISPLAY IMPORTE-PANT LINE 19 POSITION 46
                  DISPLAY 'Extracto enviado al spool' LINE 21
                  POSITION 25
                END-IF.

        EXTRACTO-EMPRESA.
                MOVE ZEROS TO FACTURAS-EMP
                MOVE ZEROS TO PENDIENTE-EMP
                MOVE EMP-CODIGO TO FCL-EMPRESA
                MOVE 'N' TO FIN-FACTURAS
                START FACTCLI KEY IS = FCL-EMPRESA INVALID KEY
                  MOVE 'S' TO FIN-FACTURAS
                END-START
                PERFORM UNTIL FIN-FACTURAS = 'S'
                  READ FACTCLI NEXT RECORD AT END
                    MOVE 'S' TO FIN-FACTURAS
                  NOT AT END
                    IF FCL-EMPRESA NOT = EMP-CODIGO
                      MOVE 'S' TO FIN-FACTURAS
                    ELSE
                      IF FCL-ESTADO = 'P'
                        PERFORM EXTRACTO-FACTURA
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                IF FACTURAS-EMP > 0
                  MOVE FACTURAS-EMP TO LTE-FACTURAS
                  MOVE PENDIENTE-EMP TO LTE-PENDIENTE
                  WRITE REG-IMPRE FROM LINEA-TOTAL-EMP
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  ADD PENDIENTE-EMP TO PENDIENTE-TOTAL
                END-IF.

        EXTRACTO-FACTURA.
                IF FACTURAS-EMP = 0
                  MOVE EMP-CODIGO TO LEM-CODIGO
                  MOVE EMP-NOMBRE TO LEM-NOMBRE
                  MOVE EMP-CIF TO LEM-CIF
                  WRITE REG-IMPRE FROM LINEA-EMPRESA
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-PENDIENTES
                  END-WRITE
                END-IF
                ADD 1 TO FACTURAS-EMP
                COMPUTE PENDIENTE-FACT = FCL-TOTAL - FCL-COBRADO
                ADD PENDIENTE-FACT TO PENDIENTE-EMP
                MOVE FCL-NUMERO TO LPE-NUMERO
                MOVE FCL-FECHA TO LPE-FECHA
                MOVE FCL-VENCE TO LPE-VENCE
                MOVE FCL-TOTAL TO LPE-TOTAL
                MOVE FCL-COBRADO TO LPE-COBRADO
                MOVE PENDIENTE-FACT TO LPE-PENDIENTE
                COMPUTE DIAS-VENCIDA =
                   FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                   - FUNCTION INTEGER-OF-DATE(FCL-VENCE)
                IF DIAS-VENCIDA > 0
                  MOVE DIAS-VENCIDA TO LPE-DIAS
                ELSE
                  MOVE ZEROS TO LPE-DIAS
                END-IF
                WRITE REG-IMPRE FROM LINEA-PENDIENTE
                END-WRITE.

        CERRAR-FICHERO.
                CLOSE EMPRESAS.
                CLOSE CARGOEMP.
                CLOSE FACTCLI.
                CLOSE TICKETS.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
