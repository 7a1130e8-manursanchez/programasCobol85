        IDENTIFICATION DIVISION.
          PROGRAM-ID. CUADRE-REPARTIDOR.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL DOMICILIO ASSIGN TO DISK
                                             "DOMICILIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-NUMERO
               FILE STATUS IS ESTADO-DOMICILIO.

               SELECT OPTIONAL DOMCUADRE ASSIGN TO DISK
                                             "DOMCUADRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDR-CLAVE
               FILE STATUS IS ESTADO-DOMCUADRE.

               SELECT OPTIONAL OPERADOR ASSIGN TO DISK "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-OPER
               FILE STATUS IS ESTADO-OPERADOR.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD DOMICILIO LABEL RECORD STANDARD.
          01 REG-DOMICILIO.
           02 DOM-NUMERO PIC 9(6).
           02 DOM-TIPO PIC X.
           02 DOM-SOCIO PIC X(5).
           02 DOM-DIRECCION PIC X(30).
           02 DOM-TELEFONO PIC X(10).
           02 DOM-FECHA PIC 9(8).
           02 DOM-FRANJA PIC X.
           02 DOM-CONDUCTOR PIC X(4).
           02 DOM-NUM-LIN PIC 9.
           02 DOM-LINEA OCCURS 5 TIMES.
            03 DOM-PELI PIC X(6).
            03 DOM-SALIDA PIC X(8).
            03 DOM-PRECIO PIC 9(4)V99.
           02 DOM-TARIFA PIC 9(4)V99.
           02 DOM-COBRAR PIC 9(5)V99.
           02 DOM-ESTADO PIC X.
           02 DOM-FECHA-ALTA PIC 9(8).
           02 DOM-FECHA-CIERRE PIC 9(8).

          FD DOMCUADRE LABEL RECORD STANDARD.
          01 REG-DOMCUADRE.
           02 CDR-CLAVE.
            03 CDR-FECHA PIC 9(8).
            03 CDR-CONDUCTOR PIC X(4).
           02 CDR-PEDIDOS PIC 999.
           02 CDR-DEBIDO PIC 9(7)V99.
           02 CDR-ENTREGADO PIC 9(7)V99.
           02 CDR-DIFERENCIA PIC S9(7)V99.
           02 CDR-FECHA-CUADRE PIC 9(8).

          FD OPERADOR LABEL RECORD STANDARD.
          01 REG-OPERADOR.
           02 COD-OPER PIC X(4).
           02 CLAVE-OPER PIC X(8).
           02 NOMBRE-OPER PIC X(20).
           02 NIVEL-OPER PIC 9.

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-DOMICILIO PIC XX.
        77 ESTADO-DOMCUADRE PIC XX.
        77 ESTADO-OPERADOR PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FIN-DOM PIC X.
        77 EXISTE-CUADRE PIC X.
        77 CONDUCTOR-OK PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-CUADRE PIC 9(8).
        77 CONDUCTOR-CUADRE PIC X(4).
        77 PERIODO-CERRADO PIC X.
        77 PEDIDOS-HECHOS PIC 999.
        77 PEDIDOS-PENDIENTES PIC 999.
        77 TOTAL-DEBIDO PIC 9(7)V99.
        77 TOTAL-ENTREGADO PIC 9(7)V99.
        77 DIFERENCIA PIC S9(7)V99.
        77 LINEA-PANT PIC 99.
        77 CONTADOR-PANT PIC ZZ9.
        77 IMPORTE-PANT PIC ZZZZZZ9.99.
        77 DIFERENCIA-PANT PIC -ZZZZZZ9.99.
        77 CAJ-TIPO PIC X(10).
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC S9(7)V99.
        77 CAJ-FORMA PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 LINEA-PEDIDO.
         02 NUMERO-LIN PIC 9(6).
         02 FILLER PIC X VALUE SPACES.
         02 TIPO-LIN PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 SOCIO-LIN PIC X(5).
         02 FILLER PIC X VALUE SPACES.
         02 DIRECCION-LIN PIC X(30).
         02 FILLER PIC X VALUE SPACES.
         02 COBRAR-LIN PIC ZZZZ9.99.

        01 CABECERA.
         02 FILLER PIC X(20) VALUE SPACES.
         02 FILLER PIC X(30) VALUE "CUADRE DE REPARTIDOR".
         02 FILLER PIC X(7) VALUE "Fecha: ".
         02 FECHA-CAB PIC 9(8).

        01 LINEA-CONDUCTOR.
         02 FILLER PIC X(12) VALUE "REPARTIDOR: ".
         02 CONDUCTOR-IMP PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 NOMBRE-IMP PIC X(20).

        01 LINEA-RESUMEN.
         02 CONCEPTO-IMP PIC X(25).
         02 IMPORTE-IMP PIC -ZZZZZZ9.99.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                PERFORM ABRIR-FICHERO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE FECHA-HOY-YMD TO FECHA-CUADRE.
                DISPLAY 'Fecha (AAAAMMDD):' LINE 4 POSITION 10.
                ACCEPT FECHA-CUADRE LINE 4 POSITION 28 UPDATE.
                DISPLAY 'Repartidor:' LINE 4 POSITION 40.
                MOVE 'N' TO CONDUCTOR-OK.
                PERFORM UNTIL CONDUCTOR-OK = 'S'
                  MOVE SPACES TO CONDUCTOR-CUADRE
                  ACCEPT CONDUCTOR-CUADRE LINE 4 POSITION 52
                  MOVE CONDUCTOR-CUADRE TO COD-OPER
                  MOVE 'S' TO CONDUCTOR-OK
                  READ OPERADOR INVALID KEY
                    MOVE 'N' TO CONDUCTOR-OK
                  END-READ
                END-PERFORM.
                DISPLAY NOMBRE-OPER LINE 4 POSITION 57.
                IF ESTADO-DOMICILIO = "00"
                  PERFORM RECORRER-PEDIDOS
                  PERFORM MOSTRAR-RESUMEN
                  IF PEDIDOS-HECHOS > 0
                    PERFORM PEDIR-ENTREGADO
                  ELSE
                    DISPLAY 'No hay pedidos por liquidar' LINE 21
                    POSITION 21
                  END-IF
                END-IF.
                PERFORM CERRAR-FICHERO.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O DOMICILIO.
               IF ESTADO-DOMICILIO NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-DOMICILIO
                 ACCEPT RESPU
               END-IF.
               OPEN I-O DOMCUADRE.
               IF ESTADO-DOMCUADRE NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-DOMCUADRE
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT OPERADOR.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' CUADRE DE REPARTIDOR ' LINE 2 POSITION 29
                REVERSE.

        RECORRER-PEDIDOS.
                MOVE ZEROS TO PEDIDOS-HECHOS
                MOVE ZEROS TO PEDIDOS-PENDIENTES
                MOVE ZEROS TO TOTAL-DEBIDO
                MOVE 6 TO LINEA-PANT
                MOVE ZEROS TO DOM-NUMERO
                MOVE 'N' TO FIN-DOM
                START DOMICILIO KEY IS NOT < DOM-NUMERO INVALID KEY
                  MOVE 'S' TO FIN-DOM
                END-START
                PERFORM UNTIL FIN-DOM = 'S'
                  READ DOMICILIO NEXT RECORD AT END
                    MOVE 'S' TO FIN-DOM
                  NOT AT END
                    IF DOM-FECHA = FECHA-CUADRE
                     AND DOM-CONDUCTOR = CONDUCTOR-CUADRE
                      IF DOM-ESTADO = 'H'
                        PERFORM ANOTAR-PEDIDO
                      END-IF
                      IF DOM-ESTADO = 'P'
                        ADD 1 TO PEDIDOS-PENDIENTES
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        ANOTAR-PEDIDO.
                ADD 1 TO PEDIDOS-HECHOS
                ADD DOM-COBRAR TO TOTAL-DEBIDO
                IF LINEA-PANT < 17
                  PERFORM PREPARAR-LINEA
                  DISPLAY LINEA-PEDIDO LINE LINEA-PANT POSITION 8
                  ADD 1 TO LINEA-PANT
                END-IF.

        PREPARAR-LINEA.
                MOVE DOM-NUMERO TO NUMERO-LIN
                IF DOM-TIPO = 'E'
                  MOVE 'ENTREGA' TO TIPO-LIN
                ELSE
                  MOVE 'RECOGIDA' TO TIPO-LIN
                END-IF
                MOVE DOM-SOCIO TO SOCIO-LIN
                MOVE DOM-DIRECCION TO DIRECCION-LIN
                MOVE DOM-COBRAR TO COBRAR-LIN.

        MOSTRAR-RESUMEN.
                DISPLAY 'Pedidos realizados:' LINE 17 POSITION 10
                MOVE PEDIDOS-HECHOS TO CONTADOR-PANT
                DISPLAY CONTADOR-PANT LINE 17 POSITION 30
                DISPLAY 'Sin confirmar:' LINE 17 POSITION 40
                MOVE PEDIDOS-PENDIENTES TO CONTADOR-PANT
                DISPLAY CONTADOR-PANT LINE 17 POSITION 55
                DISPLAY 'Efectivo debido...:' LINE 18 POSITION 10
                MOVE TOTAL-DEBIDO TO IMPORTE-PANT
                DISPLAY IMPORTE-PANT LINE 18 POSITION 30.

        PEDIR-ENTREGADO.
                DISPLAY 'Efectivo entregado:' LINE 19 POSITION 10
                MOVE ZEROS TO TOTAL-ENTREGADO
                ACCEPT TOTAL-ENTREGADO LINE 19 POSITION 30
                COMPUTE DIFERENCIA = TOTAL-ENTREGADO - TOTAL-DEBIDO
                MOVE DIFERENCIA TO DIFERENCIA-PANT
                DISPLAY 'Diferencia:' LINE 19 POSITION 44
                DISPLAY DIFERENCIA-PANT LINE 19 POSITION 56
                DISPLAY "GRABAR CUADRE (S/N)?" LINE 20 POSITION 25
                PERFORM UNTIL CORRECTA
                   ACCEPT RES LINE 20 POSITION 47
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  CALL 'PERIODO' USING FECHA-HOY-YMD PERIODO-CERRADO
                  CANCEL 'PERIODO'
                  IF PERIODO-CERRADO = 'S'
                    DISPLAY 'Periodo contable cerrado, avise al'
                    LINE 21 POSITION 15
                    DISPLAY 'supervisor' LINE 21 POSITION 50
                  ELSE
                    PERFORM GRABAR-CUADRE
                  END-IF
                END-IF.

        GRABAR-CUADRE.
                MOVE FECHA-CUADRE TO CDR-FECHA
                MOVE CONDUCTOR-CUADRE TO CDR-CONDUCTOR
                MOVE 'S' TO EXISTE-CUADRE
                READ DOMCUADRE INVALID KEY
                  MOVE 'N' TO EXISTE-CUADRE
                END-READ
                IF EXISTE-CUADRE = 'N'
                  MOVE ZEROS TO CDR-PEDIDOS
                  MOVE ZEROS TO CDR-DEBIDO
                  MOVE ZEROS TO CDR-ENTREGADO
                  MOVE ZEROS TO CDR-DIFERENCIA
                END-IF
                ADD PEDIDOS-HECHOS TO CDR-PEDIDOS
                ADD TOTAL-DEBIDO TO CDR-DEBIDO
                ADD TOTAL-ENTREGADO TO CDR-ENTREGADO
                ADD DIFERENCIA TO CDR-DIFERENCIA
                MOVE FECHA-HOY-YMD TO CDR-FECHA-CUADRE
                IF EXISTE-CUADRE = 'N'
                  WRITE REG-DOMCUADRE INVALID KEY
                    CONTINUE
                  END-WRITE
                ELSE
                  REWRITE REG-DOMCUADRE INVALID KEY
                    CONTINUE
                  END-REWRITE
                END-IF
                MOVE SPACES TO CAJ-CLAVE
                STRING CONDUCTOR-CUADRE DELIMITED BY SIZE
                       FECHA-CUADRE(3:6) DELIMITED BY SIZE
                  INTO CAJ-CLAVE
                END-STRING
                PERFORM ABRIR-INFORME
                PERFORM LIQUIDAR-PEDIDOS
                PERFORM CERRAR-INFORME
                IF TOTAL-ENTREGADO > 0
                  MOVE 'DOMICILIO' TO CAJ-TIPO
                  MOVE TOTAL-ENTREGADO TO CAJ-IMPORTE
                  MOVE 'E' TO CAJ-FORMA
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                    CAJ-FORMA
                  CANCEL 'CAJA'
                END-IF
                MOVE 'CUADRE' TO AUD-OPERACION
                MOVE 'DOMICILIO' TO AUD-ENTIDAD
                MOVE CAJ-CLAVE TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                DISPLAY 'Cuadre registrado' LINE 21 POSITION 21.

        LIQUIDAR-PEDIDOS.
                MOVE ZEROS TO DOM-NUMERO
                MOVE 'N' TO FIN-DOM
                START DOMICILIO KEY IS NOT < DOM-NUMERO INVALID KEY
                  MOVE 'S' TO FIN-DOM
                END-START
                PERFORM UNTIL FIN-DOM = 'S'
                  READ DOMICILIO NEXT RECORD AT END
                    MOVE 'S' TO FIN-DOM
                  NOT AT END
                    IF DOM-FECHA = FECHA-CUADRE
                     AND DOM-CONDUCTOR = CONDUCTOR-CUADRE
                     AND DOM-ESTADO = 'H'
                      MOVE 'L' TO DOM-ESTADO
                      REWRITE REG-DOMICILIO INVALID KEY
                        CONTINUE
                      END-REWRITE
                      IF ESTADO-IMPRESORA = '00'
                        PERFORM PREPARAR-LINEA
                        WRITE REG-IMPRE FROM LINEA-PEDIDO
                        END-WRITE
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        ABRIR-INFORME.
                MOVE 'CUADRE-REPARTO' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  MOVE FECHA-CUADRE TO FECHA-CAB
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE CONDUCTOR-CUADRE TO CONDUCTOR-IMP
                  MOVE NOMBRE-OPER TO NOMBRE-IMP
                  WRITE REG-IMPRE FROM LINEA-CONDUCTOR
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                END-IF.

        CERRAR-INFORME.
                IF ESTADO-IMPRESORA = '00'
                  MOVE SPACES TO REG-IMPRE
                  WRITE REG-IMPRE
                  END-WRITE
                  MOVE 'Efectivo debido.........' TO CONCEPTO-IMP
                  MOVE TOTAL-DEBIDO TO IMPORTE-IMP
                  WRITE REG-IMPRE FROM LINEA-RESUMEN
                  END-WRITE
                  MOVE 'Efectivo entregado......' TO CONCEPTO-IMP
                  MOVE TOTAL-ENTREGADO TO IMPORTE-IMP
                  WRITE REG-IMPRE FROM LINEA-RESUMEN
                  END-WRITE
                  MOVE 'Diferencia..............' TO CONCEPTO-IMP
                  MOVE DIFERENCIA TO IMPORTE-IMP
                  WRITE REG-IMPRE FROM LINEA-RESUMEN
                  END-WRITE
                  CLOSE IMPRE
                END-IF.

        CERRAR-FICHERO.
                CLOSE DOMICILIO.
                CLOSE DOMCUADRE.
                CLOSE OPERADOR.
