        IDENTIFICATION DIVISION.
          PROGRAM-ID. EVALUA-PROV.

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

               SELECT OPTIONAL PEDIDOS ASSIGN TO DISK "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-PEDIDO
               FILE STATUS IS ESTADO-PEDIDOS.

               SELECT OPTIONAL RECEPPED ASSIGN TO DISK "RECEPPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-CLAVE
               FILE STATUS IS ESTADO-RECEPPED.

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

          FD PEDIDOS LABEL RECORD STANDARD.
          01 REG-PEDIDOS.
           02 CLAVE-PEDIDO.
            03 NUM-PEDIDO PIC X(6).
            03 LIN-PEDIDO PIC 99.
           02 PED-PROV PIC X(4).
           02 PED-FECHA PIC 9(8).
           02 PED-PELI PIC X(6).
           02 PED-TITULO PIC X(30).
           02 PED-COPIAS PIC 99.
           02 PED-COSTE PIC 9(4)V99.
           02 PED-ESTADO PIC X.
           02 PED-FECHA-REC PIC 9(8).

          FD RECEPPED LABEL RECORD STANDARD.
          01 REG-RECEPPED.
           02 RCP-CLAVE.
            03 RCP-PEDIDO PIC X(6).
            03 RCP-LINEA PIC 99.
           02 RCP-PROV PIC X(4).
           02 RCP-PEDIDAS PIC 99.
           02 RCP-RECIBIDAS PIC 99.
           02 RCP-FECHA PIC 9(8).
           02 RCP-FACTURA PIC X(10).
           02 RCP-FACTURADO PIC 9(7)V99.

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PROVEEDOR PIC XX.
        77 ESTADO-PEDIDOS PIC XX.
        77 ESTADO-RECEPPED PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 FIN-PROV PIC X.
        77 FIN-PED PIC X.
        77 EXISTE-RECEP PIC X.
        77 FECHA-OK PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-DESDE PIC 9(8).
        77 FECHA-HASTA PIC 9(8).
        77 DIAS-PLAZO PIC 999 VALUE 7.
        77 DIAS-ENTREGA PIC S9(5).
        77 DIA-VF PIC 99.
        77 MES-VF PIC 99.
        77 ANO-VF PIC 9999.
        77 COPIAS-PEDIDAS PIC 99.
        77 COPIAS-RECIBIDAS PIC 99.
        77 COSTE-LINEA PIC 9(7)V99.
        77 CONT-PROVEEDORES PIC 9(4).
        77 CONT-PANT PIC ZZZ9.

        01 ACUMULADOS-PROV.
         02 ACU-LINEAS PIC 9(5).
         02 ACU-RECIBIDAS PIC 9(5).
         02 ACU-DIAS PIC 9(7).
         02 ACU-MAXIMO PIC 9(5).
         02 ACU-COP-PEDIDAS PIC 9(7).
         02 ACU-COP-RECIBIDAS PIC 9(7).
         02 ACU-CORTAS PIC 9(5).
         02 ACU-TARDIAS PIC 9(5).
         02 ACU-DESVIACION PIC S9(9)V99.
         02 ACU-VALOR PIC 9(9)V99.

        01 ACUMULADOS-TOTAL.
         02 TOT-LINEAS PIC 9(5).
         02 TOT-RECIBIDAS PIC 9(5).
         02 TOT-DIAS PIC 9(7).
         02 TOT-MAXIMO PIC 9(5).
         02 TOT-COP-PEDIDAS PIC 9(7).
         02 TOT-COP-RECIBIDAS PIC 9(7).
         02 TOT-CORTAS PIC 9(5).
         02 TOT-TARDIAS PIC 9(5).
         02 TOT-DESVIACION PIC S9(9)V99.
         02 TOT-VALOR PIC 9(9)V99.

        01 CABECERA.
         02 FILLER PIC X(12) VALUE SPACES.
         02 FILLER PIC X(30) VALUE "EVALUACION DE PROVEEDORES DEL ".
         02 CAB-DESDE PIC 9(8).
         02 FILLER PIC X(4) VALUE " AL ".
         02 CAB-HASTA PIC 9(8).

        01 CABECERA-PLAZO.
         02 FILLER PIC X(12) VALUE SPACES.
         02 FILLER PIC X(31) VALUE "PLAZO DE ENTREGA ADMITIDO DIAS:".
         02 CAB-PLAZO PIC ZZ9.

        01 CABECERA-COLUMNAS.
         02 FILLER PIC X(22) VALUE "PROVEEDOR".
         02 FILLER PIC X(4) VALUE "LIN".
         02 FILLER PIC X(6) VALUE " MEDIO".
         02 FILLER PIC X(4) VALUE " MAX".
         02 FILLER PIC X(6) VALUE " SERV%".
         02 FILLER PIC X(4) VALUE " COR".
         02 FILLER PIC X(4) VALUE " TAR".
         02 FILLER PIC X(11) VALUE "  DESV.PREC".
         02 FILLER PIC X(12) VALUE "  COMPRADO".

        01 LINEA-EVALUA.
         02 EVA-PROV PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 EVA-NOMBRE PIC X(16).
         02 FILLER PIC X VALUE SPACES.
         02 EVA-LINEAS PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 EVA-MEDIO PIC ZZ9.9.
         02 FILLER PIC X VALUE SPACES.
         02 EVA-MAXIMO PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 EVA-SERVICIO PIC ZZ9.9.
         02 FILLER PIC X VALUE SPACES.
         02 EVA-CORTAS PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 EVA-TARDIAS PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 EVA-DESVIACION PIC -ZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 EVA-VALOR PIC ZZZZZZ9.99.

        01 LINEA-NOTA.
         02 FILLER PIC X(40)
            VALUE "MEDIO/MAX: DIAS DE ENTREGA. SERV%: COPIA".
         02 FILLER PIC X(40)
            VALUE "S RECIBIDAS SOBRE PEDIDAS.".

        01 LINEA-NOTA2.
         02 FILLER PIC X(40)
            VALUE "COR: ENTREGAS INCOMPLETAS. TAR: FUERA DE".
         02 FILLER PIC X(40)
            VALUE " PLAZO O PENDIENTES YA VENCIDAS.".

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                DISPLAY 'Pedidos desde (AAAAMMDD)..:' LINE 6
                POSITION 10.
                MOVE FECHA-HOY-YMD TO FECHA-DESDE.
                MOVE '01' TO FECHA-DESDE(7:2).
                MOVE 'N' TO FECHA-OK.
                PERFORM UNTIL FECHA-OK = 'S'
                  ACCEPT FECHA-DESDE LINE 6 POSITION 38 UPDATE
                  MOVE FECHA-DESDE(7:2) TO DIA-VF
                  MOVE FECHA-DESDE(5:2) TO MES-VF
                  MOVE FECHA-DESDE(1:4) TO ANO-VF
                  CALL 'VALIDA-FECHA' USING DIA-VF MES-VF ANO-VF
                                            FECHA-OK
                  CANCEL 'VALIDA-FECHA'
                END-PERFORM.
                DISPLAY 'Pedidos hasta (AAAAMMDD)..:' LINE 7
                POSITION 10.
                MOVE FECHA-HOY-YMD TO FECHA-HASTA.
                MOVE 'N' TO FECHA-OK.
                PERFORM UNTIL FECHA-OK = 'S'
                  ACCEPT FECHA-HASTA LINE 7 POSITION 38 UPDATE
                  MOVE FECHA-HASTA(7:2) TO DIA-VF
                  MOVE FECHA-HASTA(5:2) TO MES-VF
                  MOVE FECHA-HASTA(1:4) TO ANO-VF
                  CALL 'VALIDA-FECHA' USING DIA-VF MES-VF ANO-VF
                                            FECHA-OK
                  CANCEL 'VALIDA-FECHA'
                  IF FECHA-OK = 'S' AND FECHA-HASTA < FECHA-DESDE
                    DISPLAY 'Fecha final anterior a la inicial' LINE 21
                    POSITION 21
                    MOVE 'N' TO FECHA-OK
                  END-IF
                END-PERFORM.
                DISPLAY '                                 ' LINE 21
                POSITION 21.
                DISPLAY 'Plazo de entrega admitido.:' LINE 8
                POSITION 10.
                DISPLAY 'dias' LINE 8 POSITION 42.
                ACCEPT DIAS-PLAZO LINE 8 POSITION 38 UPDATE.
                PERFORM ABRIR-FICHERO.
                MOVE 'EVALUA-PROV' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                ELSE
                  MOVE FECHA-DESDE TO CAB-DESDE
                  MOVE FECHA-HASTA TO CAB-HASTA
                  MOVE DIAS-PLAZO TO CAB-PLAZO
                  WRITE REG-IMPRE FROM CABECERA
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-PLAZO
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-COLUMNAS
                  END-WRITE
                  MOVE ZEROS TO ACUMULADOS-TOTAL
                  MOVE ZEROS TO CONT-PROVEEDORES
                  MOVE LOW-VALUES TO COD-PROV
                  MOVE 'N' TO FIN-PROV
                  START PROVEEDOR KEY IS > COD-PROV INVALID KEY
                    MOVE 'S' TO FIN-PROV
                  END-START
                  PERFORM UNTIL FIN-PROV = 'S'
                    READ PROVEEDOR NEXT RECORD AT END
                      MOVE 'S' TO FIN-PROV
                    NOT AT END
                      PERFORM EVALUAR-PROVEEDOR
                    END-READ
                  END-PERFORM
                  PERFORM IMPRIMIR-TOTAL
                  MOVE SPACES TO REG-IMPRE
                  WRITE REG-IMPRE
                  END-WRITE
                  WRITE REG-IMPRE FROM LINEA-NOTA
                  END-WRITE
                  WRITE REG-IMPRE FROM LINEA-NOTA2
                  END-WRITE
                  CLOSE IMPRE
                  MOVE CONT-PROVEEDORES TO CONT-PANT
                  DISPLAY 'Proveedores evaluados:' LINE 20 POSITION 15
                  DISPLAY CONT-PANT LINE 20 POSITION 38
                  DISPLAY 'Informe enviado al spool' LINE 21
                  POSITION 21
                END-IF.
                PERFORM CERRAR-FICHERO.
                DISPLAY 'Pulse una tecla para continuar' LINE 22
                POSITION 25.
                ACCEPT RESPU LINE 22 POSITION 56.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT PROVEEDOR.
               IF ESTADO-PROVEEDOR NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PROVEEDOR
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PEDIDOS.
               IF ESTADO-PEDIDOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PEDIDOS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT RECEPPED.
               IF ESTADO-RECEPPED NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-RECEPPED
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' EVALUACION DE PROVEEDORES ' LINE 2 POSITION 26
                REVERSE.

        EVALUAR-PROVEEDOR.
                MOVE ZEROS TO ACUMULADOS-PROV
                MOVE LOW-VALUES TO CLAVE-PEDIDO
                MOVE 'N' TO FIN-PED
                START PEDIDOS KEY IS > CLAVE-PEDIDO INVALID KEY
                  MOVE 'S' TO FIN-PED
                END-START
                PERFORM UNTIL FIN-PED = 'S'
                  READ PEDIDOS NEXT RECORD AT END
                    MOVE 'S' TO FIN-PED
                  NOT AT END
                    IF PED-PROV = COD-PROV
                      AND PED-ESTADO NOT = 'S'
                      AND PED-FECHA NOT < FECHA-DESDE
                      AND PED-FECHA NOT > FECHA-HASTA
                      PERFORM EVALUAR-LINEA
                    END-IF
                  END-READ
                END-PERFORM
                IF ACU-LINEAS > 0
                  ADD 1 TO CONT-PROVEEDORES
                  MOVE COD-PROV TO EVA-PROV
                  MOVE NOMBRE-PROV TO EVA-NOMBRE
                  PERFORM IMPRIMIR-LINEA
                  ADD ACU-LINEAS TO TOT-LINEAS
                  ADD ACU-RECIBIDAS TO TOT-RECIBIDAS
                  ADD ACU-DIAS TO TOT-DIAS
                  IF ACU-MAXIMO > TOT-MAXIMO
                    MOVE ACU-MAXIMO TO TOT-MAXIMO
                  END-IF
                  ADD ACU-COP-PEDIDAS TO TOT-COP-PEDIDAS
                  ADD ACU-COP-RECIBIDAS TO TOT-COP-RECIBIDAS
                  ADD ACU-CORTAS TO TOT-CORTAS
                  ADD ACU-TARDIAS TO TOT-TARDIAS
                  ADD ACU-DESVIACION TO TOT-DESVIACION
                  ADD ACU-VALOR TO TOT-VALOR
                END-IF.

        EVALUAR-LINEA.
                ADD 1 TO ACU-LINEAS
                MOVE 'S' TO EXISTE-RECEP
                MOVE CLAVE-PEDIDO TO RCP-CLAVE
                READ RECEPPED INVALID KEY
                  MOVE 'N' TO EXISTE-RECEP
                END-READ
                IF EXISTE-RECEP = 'S'
                  MOVE RCP-PEDIDAS TO COPIAS-PEDIDAS
                  MOVE RCP-RECIBIDAS TO COPIAS-RECIBIDAS
                ELSE
                  MOVE PED-COPIAS TO COPIAS-PEDIDAS
                  IF PED-ESTADO = 'R' OR PED-ESTADO = 'F'
                    MOVE PED-COPIAS TO COPIAS-RECIBIDAS
                  ELSE
                    MOVE ZEROS TO COPIAS-RECIBIDAS
                  END-IF
                END-IF
                ADD COPIAS-PEDIDAS TO ACU-COP-PEDIDAS
                ADD COPIAS-RECIBIDAS TO ACU-COP-RECIBIDAS
                IF PED-ESTADO = 'R' OR PED-ESTADO = 'F'
                  IF PED-FECHA-REC > 0
                    COMPUTE DIAS-ENTREGA =
                          FUNCTION INTEGER-OF-DATE(PED-FECHA-REC)
                        - FUNCTION INTEGER-OF-DATE(PED-FECHA)
                    IF DIAS-ENTREGA < 0
                      MOVE 0 TO DIAS-ENTREGA
                    END-IF
                    ADD 1 TO ACU-RECIBIDAS
                    ADD DIAS-ENTREGA TO ACU-DIAS
                    IF DIAS-ENTREGA > ACU-MAXIMO
                      MOVE DIAS-ENTREGA TO ACU-MAXIMO
                    END-IF
                    IF DIAS-ENTREGA > DIAS-PLAZO
                      ADD 1 TO ACU-TARDIAS
                    END-IF
                  END-IF
                  IF COPIAS-RECIBIDAS < COPIAS-PEDIDAS
                    ADD 1 TO ACU-CORTAS
                  END-IF
                  COMPUTE COSTE-LINEA = COPIAS-RECIBIDAS * PED-COSTE
                  IF EXISTE-RECEP = 'S' AND RCP-FACTURA NOT = SPACES
                    COMPUTE ACU-DESVIACION = ACU-DESVIACION
                                           + RCP-FACTURADO - COSTE-LINEA
                    ADD RCP-FACTURADO TO ACU-VALOR
                  ELSE
                    ADD COSTE-LINEA TO ACU-VALOR
                  END-IF
                ELSE
                  COMPUTE DIAS-ENTREGA =
                        FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                      - FUNCTION INTEGER-OF-DATE(PED-FECHA)
                  IF DIAS-ENTREGA > DIAS-PLAZO
                    ADD 1 TO ACU-TARDIAS
                  END-IF
                END-IF.

        IMPRIMIR-LINEA.
                MOVE ACU-LINEAS TO EVA-LINEAS
                IF ACU-RECIBIDAS > 0
                  COMPUTE EVA-MEDIO ROUNDED = ACU-DIAS / ACU-RECIBIDAS
                ELSE
                  MOVE ZEROS TO EVA-MEDIO
                END-IF
                MOVE ACU-MAXIMO TO EVA-MAXIMO
                IF ACU-COP-PEDIDAS > 0
                  COMPUTE EVA-SERVICIO ROUNDED =
                          ACU-COP-RECIBIDAS * 100 / ACU-COP-PEDIDAS
                ELSE
                  MOVE ZEROS TO EVA-SERVICIO
                END-IF
                MOVE ACU-CORTAS TO EVA-CORTAS
                MOVE ACU-TARDIAS TO EVA-TARDIAS
                MOVE ACU-DESVIACION TO EVA-DESVIACION
                MOVE ACU-VALOR TO EVA-VALOR
                WRITE REG-IMPRE FROM LINEA-EVALUA
                END-WRITE.

        IMPRIMIR-TOTAL.
                MOVE TOT-LINEAS TO ACU-LINEAS
                MOVE TOT-RECIBIDAS TO ACU-RECIBIDAS
                MOVE TOT-DIAS TO ACU-DIAS
                MOVE TOT-MAXIMO TO ACU-MAXIMO
                MOVE TOT-COP-PEDIDAS TO ACU-COP-PEDIDAS
                MOVE TOT-COP-RECIBIDAS TO ACU-COP-RECIBIDAS
                MOVE TOT-CORTAS TO ACU-CORTAS
                MOVE TOT-TARDIAS TO ACU-TARDIAS
                MOVE TOT-DESVIACION TO ACU-DESVIACION
                MOVE TOT-VALOR TO ACU-VALOR
                MOVE SPACES TO EVA-PROV
                MOVE 'TOTAL' TO EVA-NOMBRE
                MOVE SPACES TO REG-IMPRE
                WRITE REG-IMPRE
                END-WRITE
                PERFORM IMPRIMIR-LINEA.

        CERRAR-FICHERO.
                CLOSE PROVEEDOR.
                CLOSE PEDIDOS.
                CLOSE RECEPPED.
