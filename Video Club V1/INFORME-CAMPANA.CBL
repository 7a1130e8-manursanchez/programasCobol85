        IDENTIFICATION DIVISION.
          PROGRAM-ID. INFORME-CAMPANA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL CAMPANAS ASSIGN TO DISK "CAMPANAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODIGO
               FILE STATUS IS ESTADO-CAMPANAS.

               SELECT OPTIONAL CAMPSOCIO ASSIGN TO DISK
                                             "CAMPSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMS-CLAVE
               ALTERNATE RECORD KEY IS CMS-SOCIO WITH DUPLICATES
               FILE STATUS IS ESTADO-CAMPSOCIO.

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

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD CAMPANAS LABEL RECORD STANDARD.
          01 REG-CAMPANAS.
           02 CMP-CODIGO PIC X(4).
           02 CMP-DESCRIPCION PIC X(20).
           02 CMP-CRITERIO PIC X.
           02 CMP-MESES PIC 99.
           02 CMP-GENERO PIC X(15).
           02 CMP-CATEGORIA PIC X.
           02 CMP-FECHA-INI PIC 9(8).
           02 CMP-FECHA-FIN PIC 9(8).
           02 CMP-TIPO-DTO PIC X.
           02 CMP-VALOR-DTO PIC 9(4)V99.
           02 CMP-ESTADO PIC X.
           02 CMP-FECHA-LANZ PIC 9(8).
           02 CMP-DESTINATARIOS PIC 9(5).

          FD CAMPSOCIO LABEL RECORD STANDARD.
          01 REG-CAMPSOCIO.
           02 CMS-CLAVE.
            03 CMS-CAMPANA PIC X(4).
            03 CMS-SOCIO PIC X(5).
           02 CMS-FECHA-ENVIO PIC 9(8).
           02 CMS-USOS PIC 999.
           02 CMS-FECHA-USO PIC 9(8).

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

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-CAMPANAS PIC XX.
        77 ESTADO-CAMPSOCIO PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 CAMPANA-PEDIDA PIC X(4).
        77 FIN-CMP PIC X.
        77 FIN-CMS PIC X.
        77 FIN-ALQ PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-HASTA PIC 9(8).
        77 FECHA-ALQ-YMD PIC 9(8).
        77 SOCIO-VUELVE PIC X.
        77 CAMPANAS-LISTADAS PIC 999.
        77 TOT-DESTINATARIOS PIC 9(5).
        77 TOT-VUELVEN PIC 9(5).
        77 TOT-ALQUILERES PIC 9(6).
        77 TOT-CANJES PIC 9(6).
        77 TOT-INGRESOS PIC 9(7)V99.
        77 TOT-COSTE PIC 9(7)V99.
        77 PCT-VUELVEN PIC 999.
        77 LINEA-PANT PIC 99.

        01 CABECERA.
         02 FILLER PIC X(24) VALUE SPACES.
         02 FILLER PIC X(32) VALUE "RESULTADOS DE CAMPANAS".
         02 CAB-FECHA PIC 9(8).
         02 FILLER PIC X(16) VALUE SPACES.

        01 LINEA-CAMPANA.
         02 LCA-CODIGO PIC X(4).
         02 FILLER PIC X(2) VALUE SPACES.
         02 LCA-DESCRIPCION PIC X(20).
         02 FILLER PIC X(10) VALUE "  Lanzada ".
         02 LCA-LANZ PIC 9(8).
         02 FILLER PIC X(8) VALUE "  Hasta ".
         02 LCA-FIN PIC 9(8).
         02 FILLER PIC X(20) VALUE SPACES.

        01 LINEA-RESPUESTA.
         02 FILLER PIC X(20) VALUE "      Destinatarios:".
         02 LRE-DESTINATARIOS PIC ZZZZ9.
         02 FILLER PIC X(12) VALUE "   Vuelven:".
         02 LRE-VUELVEN PIC ZZZZ9.
         02 FILLER PIC X(3) VALUE " (".
         02 LRE-PCT PIC ZZ9.
         02 FILLER PIC X(2) VALUE "%)".
         02 FILLER PIC X(30) VALUE SPACES.

        01 LINEA-IMPORTES.
         02 FILLER PIC X(20) VALUE "      Alquileres...:".
         02 LIM-ALQUILERES PIC ZZZZZ9.
         02 FILLER PIC X(12) VALUE "   Ingresos:".
         02 LIM-INGRESOS PIC ZZZZZZ9.99.
         02 FILLER PIC X(32) VALUE SPACES.

        01 LINEA-CANJES.
         02 FILLER PIC X(20) VALUE "      Canjes.......:".
         02 LCJ-CANJES PIC ZZZZZ9.
         02 FILLER PIC X(21) VALUE "   Coste descuentos:".
         02 LCJ-COSTE PIC ZZZZZZ9.99.
         02 FILLER PIC X(23) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

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
                  MOVE SPACES TO CAMPANA-PEDIDA
                  ACCEPT CAMPANA-PEDIDA LINE 4 POSITION 45
                  PERFORM IMPRIMIR-INFORME
                  DISPLAY 'DESEA OTRO INFORME?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 43
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT CAMPANAS.
               IF ESTADO-CAMPANAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-CAMPANAS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT CAMPSOCIO.
               OPEN INPUT ALQUILER.
               OPEN INPUT ALQUILER-HIST.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' RESULTADOS DE CAMPANAS ' LINE 2
                POSITION 28 REVERSE
                DISPLAY 'Campana (blanco=todas):' LINE 4 POSITION 20
                DISPLAY 'CAMPANA' LINE 6 POSITION 8
                DISPLAY 'DESTIN.' LINE 6 POSITION 15
                DISPLAY 'VUELVEN' LINE 6 POSITION 24
                DISPLAY 'ALQUIL.' LINE 6 POSITION 33
                DISPLAY 'INGRESOS' LINE 6 POSITION 43
                DISPLAY 'CANJES' LINE 6 POSITION 55
                DISPLAY 'COSTE DTO.' LINE 6 POSITION 64.

        IMPRIMIR-INFORME.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                MOVE 'INFORME-CAMPANA' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' LINE 21 POSITION 21
                  DISPLAY ESTADO-IMPRESORA LINE 21 POSITION 40
                ELSE
                  MOVE FECHA-HOY-YMD TO CAB-FECHA
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE 0 TO CAMPANAS-LISTADAS
                  MOVE 'N' TO FIN-CMP
                  IF CAMPANA-PEDIDA NOT = SPACES
                    MOVE CAMPANA-PEDIDA TO CMP-CODIGO
                    READ CAMPANAS INVALID KEY
                      MOVE 'S' TO FIN-CMP
                    NOT INVALID KEY
                      PERFORM LISTAR-CAMPANA
                    END-READ
                  ELSE
                    MOVE LOW-VALUES TO CMP-CODIGO
                    START CAMPANAS KEY IS > CMP-CODIGO INVALID KEY
                      MOVE 'S' TO FIN-CMP
                    END-START
                    PERFORM UNTIL FIN-CMP = 'S'
                      READ CAMPANAS NEXT RECORD AT END
                        MOVE 'S' TO FIN-CMP
                      NOT AT END
                        PERFORM LISTAR-CAMPANA
                      END-READ
                    END-PERFORM
                  END-IF
                  CLOSE IMPRE
                  IF CAMPANAS-LISTADAS = 0
                    DISPLAY 'No hay campanas lanzadas' LINE 21
                    POSITION 21
                  ELSE
                    DISPLAY 'Informe enviado a la cola de impresion'
                    LINE 21 POSITION 21
                  END-IF
                END-IF.

        LISTAR-CAMPANA.
                IF CMP-ESTADO = 'L'
                  PERFORM CALCULAR-RESULTADOS
                  PERFORM ESCRIBIR-CAMPANA
                  IF CAMPANAS-LISTADAS < 13
                    PERFORM MOSTRAR-CAMPANA
                  END-IF
                  ADD 1 TO CAMPANAS-LISTADAS
                END-IF.

        CALCULAR-RESULTADOS.
                MOVE ZEROS TO TOT-DESTINATARIOS
                MOVE ZEROS TO TOT-VUELVEN
                MOVE ZEROS TO TOT-ALQUILERES
                MOVE ZEROS TO TOT-CANJES
                MOVE ZEROS TO TOT-INGRESOS
                MOVE ZEROS TO TOT-COSTE
                MOVE ZEROS TO PCT-VUELVEN
                IF CMP-FECHA-FIN < FECHA-HOY-YMD
                  MOVE CMP-FECHA-FIN TO FECHA-HASTA
                ELSE
                  MOVE FECHA-HOY-YMD TO FECHA-HASTA
                END-IF
                MOVE CMP-CODIGO TO CMS-CAMPANA
                MOVE LOW-VALUES TO CMS-SOCIO
                MOVE 'N' TO FIN-CMS
                START CAMPSOCIO KEY IS > CMS-CLAVE INVALID KEY
                  MOVE 'S' TO FIN-CMS
                END-START
                PERFORM UNTIL FIN-CMS = 'S'
                  READ CAMPSOCIO NEXT RECORD AT END
                    MOVE 'S' TO FIN-CMS
                  NOT AT END
                    IF CMS-CAMPANA NOT = CMP-CODIGO
                      MOVE 'S' TO FIN-CMS
                    ELSE
                      ADD 1 TO TOT-DESTINATARIOS
                      PERFORM SEGUIR-SOCIO
                    END-IF
                  END-READ
                END-PERFORM
                IF TOT-DESTINATARIOS > 0
                  COMPUTE PCT-VUELVEN ROUNDED =
                     TOT-VUELVEN * 100 / TOT-DESTINATARIOS
                END-IF.

        SEGUIR-SOCIO.
                MOVE 'N' TO SOCIO-VUELVE
                MOVE CMS-SOCIO TO CODI-SOCIO
                MOVE 'N' TO FIN-ALQ
                START ALQUILER KEY IS = CODI-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-SOCIO NOT = CMS-SOCIO
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      COMPUTE FECHA-ALQ-YMD = ANO * 10000 + MES * 100
                                            + DIA
                      IF FECHA-ALQ-YMD NOT < CMP-FECHA-LANZ
                       AND FECHA-ALQ-YMD NOT > FECHA-HASTA
                        MOVE 'S' TO SOCIO-VUELVE
                        ADD 1 TO TOT-ALQUILERES
                        ADD PRECI-ALQ TO TOT-INGRESOS
                        IF COD-PROMO-APLI = CMP-CODIGO
                          ADD 1 TO TOT-CANJES
                          IF PRECI-LISTA > PRECI-ALQ
                            COMPUTE TOT-COSTE = TOT-COSTE
                                    + PRECI-LISTA - PRECI-ALQ
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                MOVE CMS-SOCIO TO CODI-SOCIO-H
                MOVE 'N' TO FIN-ALQ
                START ALQUILER-HIST KEY IS = CODI-SOCIO-H INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER-HIST NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-SOCIO-H NOT = CMS-SOCIO
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      COMPUTE FECHA-ALQ-YMD = ANO-H * 10000
                                            + MES-H * 100 + DIA-H
                      IF FECHA-ALQ-YMD NOT < CMP-FECHA-LANZ
                       AND FECHA-ALQ-YMD NOT > FECHA-HASTA
                        MOVE 'S' TO SOCIO-VUELVE
                        ADD 1 TO TOT-ALQUILERES
                        ADD PRECI-ALQ-H TO TOT-INGRESOS
                        IF COD-PROMO-APLI-H = CMP-CODIGO
                          ADD 1 TO TOT-CANJES
                          IF PRECI-LISTA-H > PRECI-ALQ-H
                            COMPUTE TOT-COSTE = TOT-COSTE
                                    + PRECI-LISTA-H - PRECI-ALQ-H
                          END-IF
                        END-IF
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                IF SOCIO-VUELVE = 'S'
                  ADD 1 TO TOT-VUELVEN
                END-IF.

        ESCRIBIR-CAMPANA.
                MOVE CMP-CODIGO TO LCA-CODIGO
                MOVE CMP-DESCRIPCION TO LCA-DESCRIPCION
                MOVE CMP-FECHA-LANZ TO LCA-LANZ
                MOVE CMP-FECHA-FIN TO LCA-FIN
                WRITE REG-IMPRE FROM LINEA-CAMPANA
                END-WRITE
                MOVE TOT-DESTINATARIOS TO LRE-DESTINATARIOS
                MOVE TOT-VUELVEN TO LRE-VUELVEN
                MOVE PCT-VUELVEN TO LRE-PCT
                WRITE REG-IMPRE FROM LINEA-RESPUESTA
                END-WRITE
                MOVE TOT-ALQUILERES TO LIM-ALQUILERES
                MOVE TOT-INGRESOS TO LIM-INGRESOS
                WRITE REG-IMPRE FROM LINEA-IMPORTES
                END-WRITE
                MOVE TOT-CANJES TO LCJ-CANJES
                MOVE TOT-COSTE TO LCJ-COSTE
                WRITE REG-IMPRE FROM LINEA-CANJES
                END-WRITE
                WRITE REG-IMPRE FROM LINEA-VACIA
                END-WRITE.

        MOSTRAR-CAMPANA.
                COMPUTE LINEA-PANT = CAMPANAS-LISTADAS + 7
                DISPLAY CMP-CODIGO LINE LINEA-PANT
                POSITION 8
                DISPLAY LRE-DESTINATARIOS LINE LINEA-PANT
                POSITION 16
                DISPLAY LRE-VUELVEN LINE LINEA-PANT
                POSITION 25
                DISPLAY LIM-ALQUILERES LINE LINEA-PANT
                POSITION 33
                DISPLAY LIM-INGRESOS LINE LINEA-PANT
                POSITION 41
                DISPLAY LCJ-CANJES LINE LINEA-PANT
                POSITION 54
                DISPLAY LCJ-COSTE LINE LINEA-PANT
                POSITION 64.

        CERRAR-FICHERO.
                CLOSE CAMPANAS.
                CLOSE CAMPSOCIO.
                CLOSE ALQUILER.
                CLOSE ALQUILER-HIST.
