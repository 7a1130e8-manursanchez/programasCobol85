               RECORD KEY IS NUM-VENTA
               FILE STATUS IS ESTADO-VENTAS.

               SELECT OPTIONAL PAGOPROV ASSIGN TO DISK "PAGOPROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CLAVE
               FILE STATUS IS ESTADO-PAGOS.

               SELECT OPTIONAL DIARIO-AMORT ASSIGN TO DISK
                                             "AMORTIZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-DIARIO.

               SELECT OPTIONAL FACTCLI ASSIGN TO DISK "FACTCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-NUMERO
               ALTERNATE RECORD KEY IS FCL-EMPRESA WITH DUPLICATES
               FILE STATUS IS ESTADO-FACTCLI.

               SELECT OPTIONAL COBROCLI ASSIGN TO DISK "COBROCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-COBROCLI.

               SELECT OPTIONAL MOVTARJ ASSIGN TO DISK "MOVTARJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-MOVTARJ.

               SELECT OPTIONAL CUENTAS-MAP ASSIGN TO DISK
                                             "CUENTAMAP.DAT"
               ORGANIZATION IS INDEXED
           02 VTA-IMPORTE PIC 9(4)V99.
           02 VTA-IVA PIC 9(4)V99.

          FD PAGOPROV LABEL RECORD STANDARD.
          01 REG-PAGOPROV.
           02 PAG-CLAVE.
            03 PAG-PROV PIC X(4).
            03 PAG-FACTURA PIC X(10).
           02 PAG-FECHA PIC 9(8).
           02 PAG-IMPORTE PIC 9(7)V99.
           02 PAG-FORMA PIC X.

          FD DIARIO-AMORT LABEL RECORD STANDARD.
          01 REG-DIARIO PIC X(41).

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

          FD MOVTARJ LABEL RECORD STANDARD.
          01 REG-MOVTARJ.
           02 MTJ-FECHA PIC 9(8).
           02 MTJ-TARJETA PIC 9(6).
           02 MTJ-TIPO PIC X.
           02 MTJ-IMPORTE PIC 9(7)V99.
           02 MTJ-CLAVE PIC X(10).

          FD CUENTAS-MAP LABEL RECORD STANDARD.
          01 REG-CUENTAS-MAP.
           02 MAP-CLAVE PIC X(10).
        77 ESTADO-CAJA PIC XX.
        77 ESTADO-VENTAS PIC XX.
        77 ESTADO-CUENTAS PIC XX.
        77 ESTADO-PAGOS PIC XX.
        77 ESTADO-DIARIO PIC XX.
        77 ESTADO-FACTCLI PIC XX.
        77 ESTADO-COBROCLI PIC XX.
        77 ESTADO-MOVTARJ PIC XX.
        77 ESTADO-SALIDA PIC XX.
        77 NOMBRE-SALIDA PIC X(20).
        77 RESPU PIC X.
        77 RES PIC X.
        77 EN-FORMACION PIC X.
        77 ACCION-FORMACION PIC X VALUE 'C'.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FIN-FICH PIC X.
        77 FECHA-DESDE PIC 9(8).
        77 FECHA-HASTA PIC 9(8).
        77 FECHA-CAJ-NUM PIC 9(8).
        77 EXISTE-MAPA PIC X.
        77 CUENTA-INGRESO PIC X(8).
        77 CONCEPTO-INGRESO PIC X(20).
        77 IMPORTE-ABS PIC 9(7)V99.
        77 ASIENTOS PIC 9(5).
        77 SIN-MAPA PIC 9(5).
         02 FILLER PIC X.
         02 SUC-CAJ PIC X(2).

        01 LINEA-DIARIO.
         02 AMO-FECHA PIC 9(8).
         02 FILLER PIC X.
         02 AMO-TIPO PIC X(10).
         02 FILLER PIC X.
         02 AMO-PELI PIC X(6).
         02 AMO-EJE PIC 99.
         02 FILLER PIC X.
         02 AMO-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 AMO-MOTIVO PIC X.

        01 LINEA-ASIENTO.
         02 ASI-FECHA PIC 9(8).
         02 FILLER PIC X VALUE ';'.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                IF EN-FORMACION = 'S'
                  DISPLAY 'Exportacion contable no disponible en modo'
                  LINE 10 POSITION 15
                  DISPLAY 'formacion' LINE 11 POSITION 15
                  DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                  POSITION 28
                  ACCEPT RESPU LINE 23 POSITION 71
                  EXIT PROGRAM
                END-IF.
                DISPLAY 'Desde (AAAAMMDD):' LINE 4 POSITION 15.
                ACCEPT FECHA-DESDE LINE 4 POSITION 34.
                DISPLAY 'Hasta (AAAAMMDD):' LINE 5 POSITION 15.
                  MOVE ZEROS TO SIN-MAPA
                  PERFORM EXPORTAR-CAJA
                  PERFORM EXPORTAR-VENTAS
                  PERFORM EXPORTAR-PAGOS
                  PERFORM EXPORTAR-AMORTIZACION
                  PERFORM EXPORTAR-FACTURAS-CLI
                  PERFORM EXPORTAR-COBROS-CLI
                  PERFORM EXPORTAR-CADUCIDAD-TARJ
                  PERFORM CERRAR-FICHERO
                  MOVE ASIENTOS TO CONT-PANT
                  DISPLAY 'Asientos exportados..:' LINE 19
        ABRIR-FICHERO.
               OPEN INPUT CAJA.
               OPEN INPUT VENTAS.
               OPEN INPUT PAGOPROV.
               OPEN INPUT DIARIO-AMORT.
               OPEN INPUT FACTCLI.
               OPEN INPUT COBROCLI.
               OPEN INPUT MOVTARJ.
               OPEN INPUT CUENTAS-MAP.
               IF ESTADO-CUENTAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                      IF FECHA-CAJ-NUM NOT < FECHA-DESDE
                       AND FECHA-CAJ-NUM NOT > FECHA-HASTA
                       AND TIPO-CAJ NOT = 'CIERRE'
                        IF FORMA-CAJ = 'R'
                          PERFORM EXPORTAR-CANJE
                        ELSE
                          PERFORM EXPORTAR-MOVIMIENTO
                        END-IF
                      END-IF
                    END-READ
                  END-PERFORM
                  END-IF
                END-IF.

        EXPORTAR-CANJE.
                PERFORM BUSCAR-MAPA
                IF EXISTE-MAPA = 'S'
                  MOVE MAP-CUENTA TO CUENTA-INGRESO
                  MOVE MAP-DESCRIPCION TO CONCEPTO-INGRESO
                  MOVE 'TARJREGALO' TO MAP-CLAVE
                  READ CUENTAS-MAP INVALID KEY
                    MOVE 'N' TO EXISTE-MAPA
                  END-READ
                END-IF
                IF EXISTE-MAPA = 'N'
                  ADD 1 TO SIN-MAPA
                ELSE
                  MOVE MAP-CUENTA TO MAP-CONTRAPARTIDA
                  MOVE CUENTA-INGRESO TO MAP-CUENTA
                  MOVE CONCEPTO-INGRESO TO MAP-DESCRIPCION
                  MOVE IMPORTE-CAJ TO IMPORTE-ABS
                  IF IMPORTE-CAJ < 0
                    PERFORM ASIENTO-NEGATIVO
                  ELSE
                    PERFORM ASIENTO-POSITIVO
                  END-IF
                END-IF.

        BUSCAR-MAPA.
                MOVE 'N' TO EXISTE-MAPA
                IF TIPO-CAJ = 'GASTO'
                  MOVE 'S' TO EXISTE-MAPA
                  MOVE SPACES TO MAP-CLAVE
                  STRING 'GASTO' DELIMITED BY SIZE
                         CLAVE-CAJ(1:2) DELIMITED BY SIZE
                         INTO MAP-CLAVE
                  READ CUENTAS-MAP INVALID KEY
                    MOVE 'N' TO EXISTE-MAPA
                  END-READ
                END-IF
                IF EXISTE-MAPA = 'N'
                  MOVE 'S' TO EXISTE-MAPA
                  MOVE TIPO-CAJ TO MAP-CLAVE
                  READ CUENTAS-MAP INVALID KEY
                    MOVE 'N' TO EXISTE-MAPA
                  END-READ
                END-IF.

        ASIENTO-POSITIVO.
                MOVE FECHA-CAJ-NUM TO ASI-FECHA
                  PERFORM ASIENTO-POSITIVO
                END-IF.

        EXPORTAR-PAGOS.
                IF ESTADO-PAGOS = "00"
                  MOVE LOW-VALUES TO PAG-CLAVE
                  MOVE 'N' TO FIN-FICH
                  START PAGOPROV KEY IS > PAG-CLAVE INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ PAGOPROV NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF PAG-FECHA NOT < FECHA-DESDE
                       AND PAG-FECHA NOT > FECHA-HASTA
                       AND PAG-FORMA NOT = 'E'
                        PERFORM EXPORTAR-UN-PAGO
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE PAGOPROV
                END-IF.

        EXPORTAR-UN-PAGO.
                MOVE 'S' TO EXISTE-MAPA
                MOVE 'PAGOBANCO' TO MAP-CLAVE
                READ CUENTAS-MAP INVALID KEY
                  MOVE 'N' TO EXISTE-MAPA
                END-READ
                IF EXISTE-MAPA = 'N'
                  ADD 1 TO SIN-MAPA
                ELSE
                  MOVE PAG-FECHA TO FECHA-CAJ-NUM
                  MOVE PAG-IMPORTE TO IMPORTE-ABS
                  PERFORM ASIENTO-NEGATIVO
                END-IF.

        EXPORTAR-AMORTIZACION.
                IF ESTADO-DIARIO = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ DIARIO-AMORT INTO LINEA-DIARIO AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF AMO-FECHA NOT < FECHA-DESDE
                       AND AMO-FECHA NOT > FECHA-HASTA
                        MOVE AMO-FECHA TO FECHA-CAJ-NUM
                        MOVE AMO-TIPO TO TIPO-CAJ
                        MOVE AMO-IMPORTE TO IMPORTE-CAJ
                        PERFORM EXPORTAR-MOVIMIENTO
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE DIARIO-AMORT
                END-IF.

        EXPORTAR-FACTURAS-CLI.
                IF ESTADO-FACTCLI = "00"
                  MOVE ZEROS TO FCL-NUMERO
                  MOVE 'N' TO FIN-FICH
                  START FACTCLI KEY IS > FCL-NUMERO INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ FACTCLI NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF FCL-FECHA NOT < FECHA-DESDE
                       AND FCL-FECHA NOT > FECHA-HASTA
                        PERFORM EXPORTAR-UNA-FACTURA
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE FACTCLI
                END-IF.

        EXPORTAR-UNA-FACTURA.
                MOVE 'S' TO EXISTE-MAPA
                MOVE 'FACTEMP' TO MAP-CLAVE
                READ CUENTAS-MAP INVALID KEY
                  MOVE 'N' TO EXISTE-MAPA
                END-READ
                IF EXISTE-MAPA = 'N'
                  ADD 1 TO SIN-MAPA
                ELSE
                  MOVE FCL-FECHA TO FECHA-CAJ-NUM
                  MOVE FCL-TOTAL TO IMPORTE-ABS
                  PERFORM ASIENTO-POSITIVO
                END-IF.

        EXPORTAR-COBROS-CLI.
                IF ESTADO-COBROCLI = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COBROCLI AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF CCL-FECHA NOT < FECHA-DESDE
                       AND CCL-FECHA NOT > FECHA-HASTA
                       AND CCL-FORMA = 'B'
                        PERFORM EXPORTAR-UN-COBRO
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE COBROCLI
                END-IF.

        EXPORTAR-UN-COBRO.
                MOVE 'S' TO EXISTE-MAPA
                MOVE 'COBROBANCO' TO MAP-CLAVE
                READ CUENTAS-MAP INVALID KEY
                  MOVE 'N' TO EXISTE-MAPA
                END-READ
                IF EXISTE-MAPA = 'N'
                  ADD 1 TO SIN-MAPA
                ELSE
                  MOVE CCL-FECHA TO FECHA-CAJ-NUM
                  MOVE CCL-IMPORTE TO IMPORTE-ABS
                  PERFORM ASIENTO-POSITIVO
                END-IF.

        EXPORTAR-CADUCIDAD-TARJ.
                IF ESTADO-MOVTARJ = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ MOVTARJ AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF MTJ-FECHA NOT < FECHA-DESDE
                       AND MTJ-FECHA NOT > FECHA-HASTA
                       AND MTJ-TIPO = 'K'
                        PERFORM EXPORTAR-UNA-CADUCIDAD
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE MOVTARJ
                END-IF.

        EXPORTAR-UNA-CADUCIDAD.
                MOVE 'S' TO EXISTE-MAPA
                MOVE 'CADUCATARJ' TO MAP-CLAVE
                READ CUENTAS-MAP INVALID KEY
                  MOVE 'N' TO EXISTE-MAPA
                END-READ
                IF EXISTE-MAPA = 'N'
                  ADD 1 TO SIN-MAPA
                ELSE
                  MOVE MTJ-FECHA TO FECHA-CAJ-NUM
                  MOVE MTJ-IMPORTE TO IMPORTE-ABS
                  PERFORM ASIENTO-POSITIVO
                END-IF.

        CERRAR-FICHERO.
                CLOSE CUENTAS-MAP.
                CLOSE SALIDA.
