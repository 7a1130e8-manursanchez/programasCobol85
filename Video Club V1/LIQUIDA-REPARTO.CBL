        IDENTIFICATION DIVISION.
          PROGRAM-ID. LIQUIDA-REPARTO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL CONTRATOS ASSIGN TO DISK "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-PELI
               ALTERNATE RECORD KEY IS CON-PROV WITH DUPLICATES
               FILE STATUS IS ESTADO-CONTRATOS.

               SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL PROVEEDOR ASSIGN TO DISK
                                             "PROVEEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROV
               ALTERNATE RECORD KEY IS NOMBRE-PROV WITH DUPLICATES
               FILE STATUS IS ESTADO-PROVEEDOR.

               SELECT OPTIONAL ALQUILER ASSIGN TO DISK "ALQUILER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA
               ALTERNATE RECORD KEY IS CODI-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ALQUILER.

               SELECT OPTIONAL ALQUILER-HIST ASSIGN TO DISK
                                              "ALQUILER-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA-H
               ALTERNATE RECORD KEY IS CODI-SOCIO-H WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI-H WITH DUPLICATES
               FILE STATUS IS ESTADO-HIST.

               SELECT OPTIONAL FACTURAS ASSIGN TO DISK "FACTURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS ESTADO-FACTURAS.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD CONTRATOS LABEL RECORD STANDARD.
          01 REG-CONTRATOS.
           02 CON-PELI PIC X(6).
           02 CON-PROV PIC X(4).
           02 CON-PORCENTAJE PIC 99V99.
           02 CON-FECHA-INI PIC 9(8).
           02 CON-FECHA-FIN PIC 9(8).
           02 CON-PRECIO-COMPRA PIC 9(4)V99.
           02 CON-ESTADO PIC X.
           02 CON-FECHA-CIERRE PIC 9(8).

          FD PELICULA LABEL RECORD STANDARD.
          01 REG-PELICULA.
           02 COD-PELI PIC X(6).
           02 TITULO PIC X(30).
           02 GENERO PIC X(15).
           02 DIRECTOR PIC X(25).
           02 PRECIO PIC 9(4)V99.
           02 CLASE-PELICULA PIC 9.
           02 CLASE-PRECIO PIC 9.
           02 NUM-COPIAS PIC 99.
           02 COPIAS-ALQUILADAS PIC 99.
           02 DISPONIBLE PIC X.
           02 TARIFA-NOCHE PIC 9(4)V99.
           02 FECHA-LANZAMIENTO PIC 9(8).

          FD PROVEEDOR LABEL RECORD STANDARD.
          01 REG-PROVEEDOR.
           02 COD-PROV PIC X(4).
           02 NOMBRE-PROV PIC X(30).
           02 TELEFONO-PROV PIC X(10).
           02 DIRECCION-PROV PIC X(30).

          FD ALQUILER LABEL RECORD STANDARD.
          01 REG-ALQUILER.
           02 N-SALIDA PIC X(8).
           02 FECHA-ALQ.
            03 DIA PIC 99.
            03 MES PIC 99.
            03 ANO PIC 9999.
           02 CODI-SOCIO PIC X(5).
           02 CODI-PELI PIC X(6).
           02 PRECI-ALQ PIC 9(4)V99.
           02 DEVUELTA PIC X.
           02 FECHA-DEV.
            03 DIA-DEV PIC 99.
            03 MES-DEV PIC 99.
            03 ANO-DEV PIC 9999.
           02 RECARGO-MORA PIC 9(4)V99.
           02 PRECI-LISTA PIC 9(4)V99.
           02 COD-PROMO-APLI PIC X(4).
           02 FECHA-VENC.
            03 DIA-VENC PIC 99.
            03 MES-VENC PIC 99.
            03 ANO-VENC PIC 9999.
           02 NUM-PRORROGAS PIC 99.
           02 MODO-TARIFA PIC X.
           02 MOTIVO-AJUSTE PIC X(2).
           02 EJEMPLAR-ALQ PIC 99.
           02 SUCURSAL-ALQ PIC X(2).

          FD ALQUILER-HIST LABEL RECORD STANDARD.
          01 REG-ALQUILER-HIST.
           02 N-SALIDA-H PIC X(8).
           02 FECHA-ALQ-H.
            03 DIA-H PIC 99.
            03 MES-H PIC 99.
            03 ANO-H PIC 9999.
           02 CODI-SOCIO-H PIC X(5).
           02 CODI-PELI-H PIC X(6).
           02 PRECI-ALQ-H PIC 9(4)V99.
           02 DEVUELTA-H PIC X.
           02 FECHA-DEV-H.
            03 DIA-DEV-H PIC 99.
            03 MES-DEV-H PIC 99.
            03 ANO-DEV-H PIC 9999.
           02 RECARGO-MORA-H PIC 9(4)V99.
           02 PRECI-LISTA-H PIC 9(4)V99.
           02 COD-PROMO-APLI-H PIC X(4).
           02 FECHA-VENC-H.
            03 DIA-VENC-H PIC 99.
            03 MES-VENC-H PIC 99.
            03 ANO-VENC-H PIC 9999.
           02 NUM-PRORROGAS-H PIC 99.
           02 MODO-TARIFA-H PIC X.
           02 MOTIVO-AJUSTE-H PIC X(2).
           02 EJEMPLAR-ALQ-H PIC 99.
           02 SUCURSAL-ALQ-H PIC X(2).

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

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-CONTRATOS PIC XX.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-PROVEEDOR PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-FACTURAS PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 GENERAR-FACTURAS PIC X.
        77 FIN-FICH PIC X.
        77 FIN-ALQ PIC X.
        77 MES-LIQUIDA PIC 9(6).
        77 MES-OK PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-ALQ-YMD PIC 9(8).
        77 MES-ALQ PIC 9(6).
        77 EN-PERIODO PIC X.
        77 PROV-ACTUAL PIC X(4).
        77 HAY-PROVEEDOR PIC X.
        77 ALQ-CONTRATO PIC 9(5).
        77 ING-CONTRATO PIC 9(7)V99.
        77 IMP-CONTRATO PIC 9(7)V99.
        77 ALQ-PROVEEDOR PIC 9(5).
        77 ING-PROVEEDOR PIC 9(7)V99.
        77 IMP-PROVEEDOR PIC 9(7)V99.
        77 IMP-TOTAL PIC 9(9)V99.
        77 CONT-FACTURAS PIC 9(3).
        77 CONT-VENCIDOS PIC 9(3).
        77 CONT-PANT PIC ZZ9.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 CABECERA.
         02 FILLER PIC X(16) VALUE SPACES.
         02 FILLER PIC X(34)
            VALUE "LIQUIDACION DE REPARTO DEL MES".
         02 CAB-MES PIC 9(6).

        01 LINEA-PROVEEDOR.
         02 FILLER PIC X(11) VALUE "PROVEEDOR: ".
         02 LPR-PROV PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 LPR-NOMBRE PIC X(30).

        01 LINEA-DETALLE.
         02 FILLER PIC X(2) VALUE SPACES.
         02 DET-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 DET-TITULO PIC X(30).
         02 FILLER PIC X VALUE SPACES.
         02 DET-ALQ PIC ZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 DET-INGRESOS PIC ZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 DET-PCT PIC Z9.99.
         02 FILLER PIC X VALUE SPACES.
         02 DET-IMPORTE PIC ZZZZZZ9.99.

        01 LINEA-SUBTOTAL.
         02 FILLER PIC X(9) VALUE SPACES.
         02 FILLER PIC X(31) VALUE "TOTAL A PAGAR AL PROVEEDOR".
         02 SUB-ALQ PIC ZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 SUB-INGRESOS PIC ZZZZZZ9.99.
         02 FILLER PIC X(7) VALUE SPACES.
         02 SUB-IMPORTE PIC ZZZZZZ9.99.

        01 LINEA-FACTURA.
         02 FILLER PIC X(9) VALUE SPACES.
         02 FILLER PIC X(29) VALUE "Generada factura de proveedor".
         02 FILLER PIC X VALUE SPACES.
         02 LFA-NUMERO PIC X(10).

        01 LINEA-TOTAL.
         02 FILLER PIC X(9) VALUE SPACES.
         02 FILLER PIC X(52) VALUE "TOTAL LIQUIDACION DEL MES".
         02 TOT-IMPORTE PIC ZZZZZZZZ9.99.

        01 CABECERA-VENCIDOS.
         02 FILLER PIC X(35)
            VALUE "LICENCIAS VENCIDAS PENDIENTES DE ".
         02 FILLER PIC X(21) VALUE "COMPRA O DEVOLUCION".

        01 LINEA-VENCIDO.
         02 FILLER PIC X(2) VALUE SPACES.
         02 VEN-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 VEN-TITULO PIC X(30).
         02 FILLER PIC X VALUE SPACES.
         02 VEN-PROV PIC X(4).
         02 FILLER PIC X(8) VALUE " vence: ".
         02 VEN-FECHA PIC 9(8).

        01 NUMERO-LIQUIDACION.
         02 FILLER PIC X(2) VALUE "LQ".
         02 NLQ-MES PIC 9(6).
         02 FILLER PIC X(2) VALUE SPACES.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE 'N' TO MES-OK.
                PERFORM UNTIL MES-OK = 'S'
                  ACCEPT MES-LIQUIDA LINE 6 POSITION 45
                  IF MES-LIQUIDA(5:2) < '01' OR MES-LIQUIDA(5:2) > '12'
                    OR MES-LIQUIDA(1:6) NOT < FECHA-SISTEMA(1:6)
                    DISPLAY 'Mes no valido o aun no cerrado' LINE 21
                    POSITION 21
                  ELSE
                    MOVE 'S' TO MES-OK
                  END-IF
                END-PERFORM.
                DISPLAY "GENERAR FACTURAS A PAGAR (S/N)?" POSITION 15
                LINE 8.
                MOVE ' ' TO RES.
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 48 LINE 8
                END-PERFORM.
                IF RES = 'S' OR RES = 's'
                  MOVE 'S' TO GENERAR-FACTURAS
                ELSE
                  MOVE 'N' TO GENERAR-FACTURAS
                END-IF.
                PERFORM ABRIR-FICHERO.
                MOVE 'LIQUIDA-REPARTO' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                ELSE
                  MOVE MES-LIQUIDA TO CAB-MES
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  PERFORM RECORRER-CONTRATOS
                  MOVE IMP-TOTAL TO TOT-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                      AFTER ADVANCING 1 LINES
                  END-WRITE
                  PERFORM LISTAR-VENCIDOS
                  CLOSE IMPRE
                  MOVE 'LIQUIDA' TO AUD-OPERACION
                  MOVE 'REPARTO' TO AUD-ENTIDAD
                  MOVE MES-LIQUIDA TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Liquidacion enviada al spool' LINE 12
                  POSITION 15
                  MOVE CONT-FACTURAS TO CONT-PANT
                  DISPLAY 'Facturas generadas........:' LINE 14
                  POSITION 15
                  DISPLAY CONT-PANT LINE 14 POSITION 43
                  MOVE CONT-VENCIDOS TO CONT-PANT
                  DISPLAY 'Licencias vencidas abiertas:' LINE 15
                  POSITION 15
                  DISPLAY CONT-PANT LINE 15 POSITION 43
                END-IF.
                PERFORM CERRAR-FICHERO.
                DISPLAY 'Pulse una tecla para continuar' LINE 22
                POSITION 25.
                ACCEPT RESPU LINE 22 POSITION 56.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT CONTRATOS.
               IF ESTADO-CONTRATOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-CONTRATOS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PELICULA.
               IF ESTADO-PELICULA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PROVEEDOR.
               IF ESTADO-PROVEEDOR NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PROVEEDOR
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ALQUILER.
               IF ESTADO-ALQUILER NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-ALQUILER
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ALQUILER-HIST.
               OPEN I-O FACTURAS.
               IF ESTADO-FACTURAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-FACTURAS
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' LIQUIDACION DE REPARTO A PROVEEDORES ' LINE 2
                POSITION 21 REVERSE
                DISPLAY 'Mes a liquidar (AAAAMM)....:' LINE 6
                POSITION 15.

        RECORRER-CONTRATOS.
                MOVE ZEROS TO IMP-TOTAL
                MOVE ZEROS TO CONT-FACTURAS
                MOVE 'N' TO HAY-PROVEEDOR
                MOVE SPACES TO PROV-ACTUAL
                MOVE LOW-VALUES TO CON-PROV
                MOVE 'N' TO FIN-FICH
                START CONTRATOS KEY IS > CON-PROV INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ CONTRATOS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF CON-PROV NOT = PROV-ACTUAL
                      IF HAY-PROVEEDOR = 'S'
                        PERFORM CERRAR-PROVEEDOR
                      END-IF
                      PERFORM ABRIR-PROVEEDOR
                    END-IF
                    PERFORM LIQUIDAR-CONTRATO
                  END-READ
                END-PERFORM
                IF HAY-PROVEEDOR = 'S'
                  PERFORM CERRAR-PROVEEDOR
                END-IF.

        ABRIR-PROVEEDOR.
                MOVE CON-PROV TO PROV-ACTUAL
                MOVE 'S' TO HAY-PROVEEDOR
                MOVE ZEROS TO ALQ-PROVEEDOR
                MOVE ZEROS TO ING-PROVEEDOR
                MOVE ZEROS TO IMP-PROVEEDOR
                MOVE CON-PROV TO COD-PROV
                READ PROVEEDOR INVALID KEY
                  MOVE SPACES TO NOMBRE-PROV
                END-READ
                MOVE CON-PROV TO LPR-PROV
                MOVE NOMBRE-PROV TO LPR-NOMBRE
                WRITE REG-IMPRE FROM LINEA-PROVEEDOR
                    AFTER ADVANCING 1 LINES
                END-WRITE.

        LIQUIDAR-CONTRATO.
                MOVE ZEROS TO ALQ-CONTRATO
                MOVE ZEROS TO ING-CONTRATO
                MOVE CON-PELI TO CODI-PELI
                MOVE 'N' TO FIN-ALQ
                START ALQUILER KEY IS = CODI-PELI INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-PELI NOT = CON-PELI
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      COMPUTE FECHA-ALQ-YMD = ANO * 10000 + MES * 100
                                              + DIA
                      PERFORM COMPROBAR-PERIODO
                      IF EN-PERIODO = 'S'
                        ADD 1 TO ALQ-CONTRATO
                        ADD PRECI-ALQ TO ING-CONTRATO
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                MOVE CON-PELI TO CODI-PELI-H
                MOVE 'N' TO FIN-ALQ
                START ALQUILER-HIST KEY IS = CODI-PELI-H INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER-HIST NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-PELI-H NOT = CON-PELI
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      COMPUTE FECHA-ALQ-YMD = ANO-H * 10000
                                              + MES-H * 100 + DIA-H
                      PERFORM COMPROBAR-PERIODO
                      IF EN-PERIODO = 'S'
                        ADD 1 TO ALQ-CONTRATO
                        ADD PRECI-ALQ-H TO ING-CONTRATO
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                IF ALQ-CONTRATO > 0
                  COMPUTE IMP-CONTRATO ROUNDED =
                          ING-CONTRATO * CON-PORCENTAJE / 100
                  MOVE CON-PELI TO COD-PELI
                  READ PELICULA INVALID KEY
                    MOVE SPACES TO TITULO
                  END-READ
                  MOVE CON-PELI TO DET-PELI
                  MOVE TITULO TO DET-TITULO
                  MOVE ALQ-CONTRATO TO DET-ALQ
                  MOVE ING-CONTRATO TO DET-INGRESOS
                  MOVE CON-PORCENTAJE TO DET-PCT
                  MOVE IMP-CONTRATO TO DET-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-DETALLE
                  END-WRITE
                  ADD ALQ-CONTRATO TO ALQ-PROVEEDOR
                  ADD ING-CONTRATO TO ING-PROVEEDOR
                  ADD IMP-CONTRATO TO IMP-PROVEEDOR
                END-IF.

        COMPROBAR-PERIODO.
                MOVE 'S' TO EN-PERIODO
                MOVE FECHA-ALQ-YMD(1:6) TO MES-ALQ
                IF MES-ALQ NOT = MES-LIQUIDA
                   OR FECHA-ALQ-YMD < CON-FECHA-INI
                   OR FECHA-ALQ-YMD > CON-FECHA-FIN
                  MOVE 'N' TO EN-PERIODO
                END-IF
                IF CON-ESTADO NOT = 'A'
                   AND FECHA-ALQ-YMD > CON-FECHA-CIERRE
                  MOVE 'N' TO EN-PERIODO
                END-IF.

        CERRAR-PROVEEDOR.
                MOVE ALQ-PROVEEDOR TO SUB-ALQ
                MOVE ING-PROVEEDOR TO SUB-INGRESOS
                MOVE IMP-PROVEEDOR TO SUB-IMPORTE
                WRITE REG-IMPRE FROM LINEA-SUBTOTAL
                END-WRITE
                ADD IMP-PROVEEDOR TO IMP-TOTAL
                IF GENERAR-FACTURAS = 'S' AND IMP-PROVEEDOR > 0
                  PERFORM GRABAR-FACTURA
                END-IF.

        GRABAR-FACTURA.
                MOVE MES-LIQUIDA TO NLQ-MES
                MOVE PROV-ACTUAL TO FAC-PROV
                MOVE NUMERO-LIQUIDACION TO FAC-NUMERO
                MOVE FECHA-HOY-YMD TO FAC-FECHA
                COMPUTE FAC-VENCIMIENTO = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD) + 30)
                MOVE IMP-PROVEEDOR TO FAC-IMPORTE
                MOVE IMP-PROVEEDOR TO FAC-CASADO
                MOVE 'C' TO FAC-ESTADO
                WRITE REG-FACTURAS INVALID KEY
                  DISPLAY 'Liquidacion ya facturada:' LINE 20
                  POSITION 15
                  DISPLAY FAC-CLAVE LINE 20 POSITION 41
                NOT INVALID KEY
                  ADD 1 TO CONT-FACTURAS
                  MOVE FAC-NUMERO TO LFA-NUMERO
                  WRITE REG-IMPRE FROM LINEA-FACTURA
                  END-WRITE
                  MOVE 'ALTA' TO AUD-OPERACION
                  MOVE 'FACTURA' TO AUD-ENTIDAD
                  MOVE FAC-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-WRITE.

        LISTAR-VENCIDOS.
                MOVE ZEROS TO CONT-VENCIDOS
                WRITE REG-IMPRE FROM CABECERA-VENCIDOS
                    AFTER ADVANCING 2 LINES
                END-WRITE
                MOVE LOW-VALUES TO CON-PELI
                MOVE 'N' TO FIN-FICH
                START CONTRATOS KEY IS > CON-PELI INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ CONTRATOS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF CON-ESTADO = 'A'
                       AND CON-FECHA-FIN < FECHA-HOY-YMD
                      MOVE CON-PELI TO COD-PELI
                      READ PELICULA INVALID KEY
                        MOVE SPACES TO TITULO
                      END-READ
                      MOVE CON-PELI TO VEN-PELI
                      MOVE TITULO TO VEN-TITULO
                      MOVE CON-PROV TO VEN-PROV
                      MOVE CON-FECHA-FIN TO VEN-FECHA
                      WRITE REG-IMPRE FROM LINEA-VENCIDO
                      END-WRITE
                      ADD 1 TO CONT-VENCIDOS
                    END-IF
                  END-READ
                END-PERFORM.

        CERRAR-FICHERO.
                CLOSE CONTRATOS.
                CLOSE PELICULA.
                CLOSE PROVEEDOR.
                CLOSE ALQUILER.
                CLOSE ALQUILER-HIST.
                CLOSE FACTURAS.
