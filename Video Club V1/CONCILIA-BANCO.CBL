        IDENTIFICATION DIVISION.
          PROGRAM-ID. CONCILIA-BANCO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK "DEPOSITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-NUMERO
               FILE STATUS IS ESTADO-DEPOSITOS.

               SELECT EXTRACTO ASSIGN TO DISK "EXTRACTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-EXTRACTO.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD DEPOSITOS LABEL RECORD STANDARD.
          01 REG-DEPOSITOS.
           02 DEP-NUMERO PIC X(10).
           02 DEP-FECHA PIC 9(8).
           02 DEP-SUCURSAL PIC X(2).
           02 DEP-ORIGEN PIC X.
           02 DEP-IMPORTE PIC 9(7)V99.
           02 DEP-BILLETES PIC 9(4) OCCURS 7 TIMES.
           02 DEP-MONEDAS PIC 9(5)V99.
           02 DEP-PORTADOR PIC X(20).
           02 DEP-OPERADOR PIC X(20).
           02 DEP-ESTADO PIC X.
           02 DEP-FECHA-ABONO PIC 9(8).
           02 DEP-IMPORTE-ABONO PIC 9(7)V99.

          FD EXTRACTO LABEL RECORD STANDARD.
          01 REG-EXTRACTO PIC X(40).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-DEPOSITOS PIC XX.
        77 ESTADO-EXTRACTO PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 FIN-FICH PIC X.
        77 FIN-DEP PIC X.
        77 DEP-HALLADO PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-NUM PIC 9(8).
        77 FECHA-EXT-NUM PIC 9(8).
        77 DIAS-TRANSITO PIC 9(4).
        77 DIAS-RECLAMAR PIC 99 VALUE 3.
        77 DIFERENCIA PIC S9(7)V99.
        77 LINEAS-BANCO PIC 9(4).
        77 LINEAS-ERROR PIC 9(4).
        77 ABONOS-CUADRADOS PIC 9(4).
        77 ABONOS-DIFERENCIA PIC 9(4).
        77 ABONOS-SIN-DEPOSITO PIC 9(4).
        77 ABONOS-REPETIDOS PIC 9(4).
        77 DEPOSITOS-PENDIENTES PIC 9(4).
        77 IMPORTE-PENDIENTE PIC 9(7)V99.
        77 CONT-PANT PIC ZZZ9.
        77 IMP-PANT PIC ZZZZZZ9.99.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 LINEA-EXTRACTO.
         02 EXT-FECHA PIC X(8).
         02 FILLER PIC X.
         02 EXT-IMPORTE PIC 9(7)V99.
         02 FILLER PIC X.
         02 EXT-REFERENCIA PIC X(10).

        01 LINEA-INFORME.
         02 INF-FECHA PIC X(8).
         02 FILLER PIC X(2) VALUE SPACES.
         02 INF-RESGUARDO PIC X(10).
         02 FILLER PIC X(1) VALUE SPACES.
         02 INF-DEPOSITO PIC ZZZZZZ9.99 BLANK WHEN ZERO.
         02 FILLER PIC X(1) VALUE SPACES.
         02 INF-BANCO PIC ZZZZZZ9.99 BLANK WHEN ZERO.
         02 FILLER PIC X(1) VALUE SPACES.
         02 INF-DIFERENCIA PIC -ZZZZZ9.99 BLANK WHEN ZERO.
         02 FILLER PIC X(2) VALUE SPACES.
         02 INF-NOTA PIC X(22).

        01 LINEA-TOTAL.
         02 CONCEPTO-TOT PIC X(32).
         02 CONTADOR-TOT PIC ZZZ9.
         02 FILLER PIC X(4) VALUE SPACES.
         02 IMPORTE-TOT PIC ZZZZZZ9.99 BLANK WHEN ZERO.

        01 CABECERA.
         02 FILLER PIC X(20) VALUE SPACES.
         02 FILLER PIC X(40)
            VALUE "CONCILIACION DE DEPOSITOS CON EL BANCO".

        01 CABECERA-COLS.
         02 FILLER PIC X(31)
            VALUE "FECHA     RESGUARDO    DEPOSITO".
         02 FILLER PIC X(28)
            VALUE "      BANCO DIFERENCIA  NOTA".

        01 CABECERA-ABONOS.
         02 FILLER PIC X(40)
            VALUE "ABONOS DEL EXTRACTO".

        01 CABECERA-PENDIENTES.
         02 FILLER PIC X(40)
            VALUE "DEPOSITOS PENDIENTES DE ABONO".

        01 CABECERA-RESUMEN.
         02 FILLER PIC X(40)
            VALUE "RESUMEN".

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-NUM.
                OPEN I-O DEPOSITOS.
                IF ESTADO-DEPOSITOS NOT = "00"
                  DISPLAY "Estado Del Archivo: "
                                 LINE 25 POSITION 30 ESTADO-DEPOSITOS
                  ACCEPT RESPU
                ELSE
                  PERFORM ABRIR-INFORME
                  IF ESTADO-IMPRESORA = '00'
                    PERFORM CASAR-EXTRACTO
                    PERFORM LISTAR-PENDIENTES
                    PERFORM IMPRIMIR-RESUMEN
                    CLOSE IMPRE
                    PERFORM MOSTRAR-RESUMEN
                    MOVE 'CONCILIA' TO AUD-OPERACION
                    MOVE 'DEPOSITOS' TO AUD-ENTIDAD
                    MOVE FECHA-SISTEMA TO AUD-CLAVE
                    CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                            AUD-CLAVE
                    CANCEL 'AUDITORIA'
                    DISPLAY 'Informe enviado al spool' LINE 21
                    POSITION 15
                  END-IF
                END-IF.
                CLOSE DEPOSITOS.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' CONCILIACION BANCARIA DE DEPOSITOS ' LINE 2
                POSITION 22 REVERSE
                DISPLAY 'Extracto esperado en EXTRACTO.TXT'
                LINE 4 POSITION 15
                DISPLAY '(fecha AAAAMMDD, espacio, importe, espacio,'
                LINE 5 POSITION 15
                DISPLAY ' numero de resguardo)'
                LINE 6 POSITION 15.

        ABRIR-INFORME.
                MOVE 'CONCILIA-BANCO' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                ELSE
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-COLS
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-ABONOS
                      AFTER ADVANCING 2 LINES
                  END-WRITE
                END-IF.

        CASAR-EXTRACTO.
                MOVE 0 TO LINEAS-BANCO
                MOVE 0 TO LINEAS-ERROR
                MOVE 0 TO ABONOS-CUADRADOS
                MOVE 0 TO ABONOS-DIFERENCIA
                MOVE 0 TO ABONOS-SIN-DEPOSITO
                MOVE 0 TO ABONOS-REPETIDOS
                OPEN INPUT EXTRACTO
                IF ESTADO-EXTRACTO NOT = "00"
                  DISPLAY 'No se encontro EXTRACTO.TXT' LINE 8
                  POSITION 15
                ELSE
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ EXTRACTO INTO LINEA-EXTRACTO AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF EXT-FECHA NUMERIC AND EXT-IMPORTE NUMERIC
                        ADD 1 TO LINEAS-BANCO
                        PERFORM CASAR-UN-ABONO
                      ELSE
                        ADD 1 TO LINEAS-ERROR
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE EXTRACTO
                END-IF.

        CASAR-UN-ABONO.
                MOVE EXT-FECHA TO FECHA-EXT-NUM
                MOVE 'N' TO DEP-HALLADO
                IF EXT-REFERENCIA NOT = SPACES
                  MOVE EXT-REFERENCIA TO DEP-NUMERO
                  READ DEPOSITOS INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF DEP-ESTADO = 'P'
                      MOVE 'S' TO DEP-HALLADO
                    ELSE
                      MOVE 'R' TO DEP-HALLADO
                    END-IF
                  END-READ
                END-IF
                IF DEP-HALLADO = 'N'
                  PERFORM BUSCAR-POR-IMPORTE
                END-IF
                MOVE EXT-FECHA TO INF-FECHA
                MOVE EXT-IMPORTE TO INF-BANCO
                EVALUATE DEP-HALLADO
                  WHEN 'S'
                    PERFORM APLICAR-ABONO
                  WHEN 'R'
                    MOVE DEP-NUMERO TO INF-RESGUARDO
                    MOVE DEP-IMPORTE TO INF-DEPOSITO
                    MOVE ZEROS TO INF-DIFERENCIA
                    MOVE 'ABONO YA CONCILIADO' TO INF-NOTA
                    ADD 1 TO ABONOS-REPETIDOS
                  WHEN OTHER
                    MOVE EXT-REFERENCIA TO INF-RESGUARDO
                    MOVE ZEROS TO INF-DEPOSITO
                    MOVE ZEROS TO INF-DIFERENCIA
                    MOVE 'ABONO SIN DEPOSITO' TO INF-NOTA
                    ADD 1 TO ABONOS-SIN-DEPOSITO
                END-EVALUATE
                WRITE REG-IMPRE FROM LINEA-INFORME
                END-WRITE.

        BUSCAR-POR-IMPORTE.
                MOVE LOW-VALUES TO DEP-NUMERO
                START DEPOSITOS KEY IS NOT LESS THAN DEP-NUMERO
                  INVALID KEY
                    MOVE 'S' TO FIN-DEP
                  NOT INVALID KEY
                    MOVE 'N' TO FIN-DEP
                END-START
                PERFORM UNTIL FIN-DEP = 'S'
                  READ DEPOSITOS NEXT RECORD AT END
                    MOVE 'S' TO FIN-DEP
                  NOT AT END
                    IF DEP-ESTADO = 'P'
                     AND DEP-IMPORTE = EXT-IMPORTE
                     AND DEP-FECHA NOT > FECHA-EXT-NUM
                      MOVE 'S' TO DEP-HALLADO
                      MOVE 'S' TO FIN-DEP
                    END-IF
                  END-READ
                END-PERFORM.

        APLICAR-ABONO.
                MOVE FECHA-EXT-NUM TO DEP-FECHA-ABONO
                MOVE EXT-IMPORTE TO DEP-IMPORTE-ABONO
                COMPUTE DIFERENCIA = EXT-IMPORTE - DEP-IMPORTE
                MOVE DEP-NUMERO TO INF-RESGUARDO
                MOVE DEP-IMPORTE TO INF-DEPOSITO
                MOVE DIFERENCIA TO INF-DIFERENCIA
                IF DIFERENCIA = 0
                  MOVE 'A' TO DEP-ESTADO
                  MOVE 'CUADRA' TO INF-NOTA
                  ADD 1 TO ABONOS-CUADRADOS
                ELSE
                  MOVE 'D' TO DEP-ESTADO
                  MOVE 'IMPORTES NO COINCIDEN' TO INF-NOTA
                  ADD 1 TO ABONOS-DIFERENCIA
                END-IF
                REWRITE REG-DEPOSITOS INVALID KEY
                  MOVE 'NO SE PUDO ACTUALIZAR' TO INF-NOTA
                END-REWRITE.

        LISTAR-PENDIENTES.
                MOVE 0 TO DEPOSITOS-PENDIENTES
                MOVE ZEROS TO IMPORTE-PENDIENTE
                WRITE REG-IMPRE FROM CABECERA-PENDIENTES
                    AFTER ADVANCING 2 LINES
                END-WRITE
                MOVE LOW-VALUES TO DEP-NUMERO
                START DEPOSITOS KEY IS NOT LESS THAN DEP-NUMERO
                  INVALID KEY
                    MOVE 'S' TO FIN-DEP
                  NOT INVALID KEY
                    MOVE 'N' TO FIN-DEP
                END-START
                PERFORM UNTIL FIN-DEP = 'S'
                  READ DEPOSITOS NEXT RECORD AT END
                    MOVE 'S' TO FIN-DEP
                  NOT AT END
                    IF DEP-ESTADO = 'P'
                      PERFORM LISTAR-UN-PENDIENTE
                    END-IF
                  END-READ
                END-PERFORM.

        LISTAR-UN-PENDIENTE.
                ADD 1 TO DEPOSITOS-PENDIENTES
                ADD DEP-IMPORTE TO IMPORTE-PENDIENTE
                MOVE 0 TO DIAS-TRANSITO
                IF DEP-FECHA > 0 AND DEP-FECHA < FECHA-HOY-NUM
                  COMPUTE DIAS-TRANSITO =
                     FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM) -
                     FUNCTION INTEGER-OF-DATE(DEP-FECHA)
                END-IF
                MOVE DEP-FECHA TO INF-FECHA
                MOVE DEP-NUMERO TO INF-RESGUARDO
                MOVE DEP-IMPORTE TO INF-DEPOSITO
                MOVE ZEROS TO INF-BANCO
                MOVE ZEROS TO INF-DIFERENCIA
                IF DIAS-TRANSITO > DIAS-RECLAMAR
                  MOVE 'SIN ABONAR - RECLAMAR' TO INF-NOTA
                ELSE
                  MOVE 'EN TRANSITO' TO INF-NOTA
                END-IF
                WRITE REG-IMPRE FROM LINEA-INFORME
                END-WRITE.

        IMPRIMIR-RESUMEN.
                WRITE REG-IMPRE FROM CABECERA-RESUMEN
                    AFTER ADVANCING 2 LINES
                END-WRITE
                MOVE 'Lineas del extracto............:' TO CONCEPTO-TOT
                MOVE LINEAS-BANCO TO CONTADOR-TOT
                MOVE ZEROS TO IMPORTE-TOT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Lineas no validas..............:' TO CONCEPTO-TOT
                MOVE LINEAS-ERROR TO CONTADOR-TOT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Abonos que cuadran.............:' TO CONCEPTO-TOT
                MOVE ABONOS-CUADRADOS TO CONTADOR-TOT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Abonos con diferencia..........:' TO CONCEPTO-TOT
                MOVE ABONOS-DIFERENCIA TO CONTADOR-TOT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Abonos sin deposito............:' TO CONCEPTO-TOT
                MOVE ABONOS-SIN-DEPOSITO TO CONTADOR-TOT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Abonos ya conciliados..........:' TO CONCEPTO-TOT
                MOVE ABONOS-REPETIDOS TO CONTADOR-TOT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Depositos pendientes de abono..:' TO CONCEPTO-TOT
                MOVE DEPOSITOS-PENDIENTES TO CONTADOR-TOT
                MOVE IMPORTE-PENDIENTE TO IMPORTE-TOT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE.

        MOSTRAR-RESUMEN.
                MOVE LINEAS-BANCO TO CONT-PANT
                DISPLAY 'Lineas del extracto.......:' LINE 11
                POSITION 15
                DISPLAY CONT-PANT LINE 11 POSITION 44
                MOVE ABONOS-CUADRADOS TO CONT-PANT
                DISPLAY 'Abonos que cuadran........:' LINE 12
                POSITION 15
                DISPLAY CONT-PANT LINE 12 POSITION 44
                MOVE ABONOS-DIFERENCIA TO CONT-PANT
                DISPLAY 'Abonos con diferencia.....:' LINE 13
                POSITION 15
                DISPLAY CONT-PANT LINE 13 POSITION 44
                MOVE ABONOS-SIN-DEPOSITO TO CONT-PANT
                DISPLAY 'Abonos sin deposito.......:' LINE 14
                POSITION 15
                DISPLAY CONT-PANT LINE 14 POSITION 44
                MOVE DEPOSITOS-PENDIENTES TO CONT-PANT
                DISPLAY 'Depositos sin abonar......:' LINE 16
                POSITION 15
                DISPLAY CONT-PANT LINE 16 POSITION 44
                MOVE IMPORTE-PENDIENTE TO IMP-PANT
                DISPLAY 'Importe en transito.......:' LINE 17
                POSITION 15
                DISPLAY IMP-PANT LINE 17 POSITION 44.
