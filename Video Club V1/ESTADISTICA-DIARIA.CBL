        IDENTIFICATION DIVISION.
          PROGRAM-ID. ESTADISTICA-DIARIA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.

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

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

               SELECT OPTIONAL ESTADIS ASSIGN TO DISK "ESTADIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EST
               ALTERNATE RECORD KEY IS EST-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ESTADIS.

               SELECT OPTIONAL ESTADTMP ASSIGN TO DISK "ESTADTMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-TMP
               FILE STATUS IS ESTADO-ESTADTMP.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
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

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

          FD ESTADIS LABEL RECORD STANDARD.
          01 REG-ESTADIS.
           02 CLAVE-EST.
            03 EST-FECHA PIC 9(8).
            03 EST-SUCURSAL PIC X(2).
            03 EST-PELI PIC X(6).
           02 EST-ALQUILERES PIC 9(5).
           02 EST-INGRESOS PIC 9(7)V99.
           02 EST-DESCUENTOS PIC 9(7)V99.
           02 EST-DEVOLUCIONES PIC 9(5).
           02 EST-RECARGOS PIC 9(7)V99.
           02 EST-PRORROGAS PIC 9(5).

          FD ESTADTMP LABEL RECORD STANDARD.
          01 REG-ESTADTMP.
           02 CLAVE-TMP.
            03 TMP-FECHA PIC 9(8).
            03 TMP-SUCURSAL PIC X(2).
            03 TMP-PELI PIC X(6).
           02 TMP-ALQUILERES PIC 9(5).
           02 TMP-INGRESOS PIC 9(7)V99.
           02 TMP-DESCUENTOS PIC 9(7)V99.
           02 TMP-DEVOLUCIONES PIC 9(5).
           02 TMP-RECARGOS PIC 9(7)V99.
           02 TMP-PRORROGAS PIC 9(5).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 ESTADO-ESTADIS PIC XX.
        77 ESTADO-ESTADTMP PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 MODO PIC X.
          88 ACTUALIZAR VALUE "1".
          88 RECONSTRUIR VALUE "2".
          88 COMPROBAR VALUE "3".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-DESDE PIC 9(8).
        77 CORTE-ARCHIVO PIC 9(8).
        77 FECHA-REG PIC 9(8).
        77 EXISTE-CONTROL PIC X.
        77 EXISTE-FILA PIC X.
        77 LEER-HIST PIC X.
        77 DESTINO PIC X.
        77 PROCESO PIC X(12).
        77 FIN-FICH PIC X.
        77 FIN-TMP PIC X.
        77 IDX PIC 9.
        77 LEIDOS-ALQ PIC 9(8).
        77 LEIDOS-HIST PIC 9(8).
        77 FILAS-BORRADAS PIC 9(8).
        77 FILAS-NUEVAS PIC 9(8).
        77 FILAS-SUMADAS PIC 9(8).
        77 FILAS-COMPARADAS PIC 9(8).
        77 TOTAL-DIFERENCIAS PIC 9(6).
        77 CONT-PANT PIC ZZZZZZZ9.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'ESTADISTICA-DIARIA'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 FILA-EST.
          02 FILA-CLAVE.
            03 FILA-FECHA PIC 9(8).
            03 FILA-SUCURSAL PIC X(2).
            03 FILA-PELI PIC X(6).
          02 FILA-ALQUILERES PIC 9(5).
          02 FILA-INGRESOS PIC 9(7)V99.
          02 FILA-DESCUENTOS PIC 9(7)V99.
          02 FILA-DEVOLUCIONES PIC 9(5).
          02 FILA-RECARGOS PIC 9(7)V99.
          02 FILA-PRORROGAS PIC 9(5).

        01 NOMBRES-MEDIDA.
          02 FILLER PIC X(12) VALUE "ALQUILERES  ".
          02 FILLER PIC X(12) VALUE "INGRESOS    ".
          02 FILLER PIC X(12) VALUE "DESCUENTOS  ".
          02 FILLER PIC X(12) VALUE "DEVOLUCIONES".
          02 FILLER PIC X(12) VALUE "RECARGOS    ".
          02 FILLER PIC X(12) VALUE "PRORROGAS   ".
        01 TABLA-NOMBRES REDEFINES NOMBRES-MEDIDA.
          02 NOMBRE-MEDIDA PIC X(12) OCCURS 6 TIMES.

        01 TABLA-MEDIDAS.
          02 MEDIDA-EST PIC 9(7)V99 OCCURS 6 TIMES.
          02 MEDIDA-TMP PIC 9(7)V99 OCCURS 6 TIMES.
          02 TOTAL-EST PIC 9(9)V99 OCCURS 6 TIMES.
          02 TOTAL-TMP PIC 9(9)V99 OCCURS 6 TIMES.

        01 CABECERA.
         02 FILLER PIC X(4) VALUE SPACES.
         02 FILLER PIC X(30) VALUE "ESTADISTICA DIARIA ALQUILERES".
         02 FILLER PIC X(4) VALUE SPACES.
         02 CAB-FECHA PIC 9(8).
         02 FILLER PIC X(2) VALUE SPACES.
         02 CAB-PROCESO PIC X(12).
         02 FILLER PIC X(20) VALUE SPACES.

        01 LINEA-RESUMEN.
         02 LRE-TEXTO PIC X(40).
         02 LRE-VALOR PIC ZZZZZZZ9.
         02 FILLER PIC X(32) VALUE SPACES.

        01 CABECERA-DIFERENCIAS.
         02 FILLER PIC X(40) VALUE
                  "FECHA    SU PELI   MEDIDA      ESTADISTI".
         02 FILLER PIC X(40) VALUE
                  "CA   FICHEROS SITUACION".

        01 LINEA-DIFERENCIA.
         02 LDI-FECHA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 LDI-SUCURSAL PIC X(2).
         02 FILLER PIC X VALUE SPACES.
         02 LDI-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 LDI-MEDIDA PIC X(12).
         02 FILLER PIC X VALUE SPACES.
         02 LDI-EST PIC ZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LDI-TMP PIC ZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LDI-SITUACION PIC X(20).

        01 CABECERA-TOTALES.
         02 FILLER PIC X(40) VALUE
                  "TOTALES                 ESTADISTICA     ".
         02 FILLER PIC X(40) VALUE
                  "    FICHEROS".

        01 LINEA-TOTAL.
         02 FILLER PIC X(6) VALUE SPACES.
         02 LTO-MEDIDA PIC X(12).
         02 FILLER PIC X(5) VALUE SPACES.
         02 LTO-EST PIC ZZZZZZZZ9.99.
         02 FILLER PIC X(5) VALUE SPACES.
         02 LTO-TMP PIC ZZZZZZZZ9.99.
         02 FILLER PIC X(28) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

        LINKAGE SECTION.
         77 LK-MODO-LOTE PIC X.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION USING LK-MODO-LOTE.
        INICIO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                IF LK-MODO-LOTE = 'S'
                  PERFORM PROCESO-ACTUALIZAR
                ELSE
                  DISPLAY SPACE ERASE
                  MOVE 'S' TO OPC
                  PERFORM UNTIL OPCION
                    PERFORM PORTADA
                    ACCEPT MODO LINE 4 POSITION 66
                    EVALUATE TRUE
                      WHEN ACTUALIZAR
                        PERFORM PROCESO-ACTUALIZAR
                        PERFORM MOSTRAR-RESUMEN
                      WHEN RECONSTRUIR
                        DISPLAY 'RECONSTRUIR DESDE EL HISTORICO (S/N)?'
                        LINE 6 POSITION 15
                        MOVE ' ' TO RES
                        PERFORM UNTIL CORRECTA
                          ACCEPT RES LINE 6 POSITION 54
                        END-PERFORM
                        IF RES = 'S' OR RES = 's'
                          PERFORM PROCESO-RECONSTRUIR
                          PERFORM MOSTRAR-RESUMEN
                        END-IF
                      WHEN COMPROBAR
                        PERFORM PROCESO-COMPROBAR
                        PERFORM MOSTRAR-RESUMEN
                      WHEN OTHER
                        DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                    END-EVALUATE
                    DISPLAY 'DESEA OTRA OPERACION?' LINE 22
                    POSITION 20
                    ACCEPT OPC LINE 22 POSITION 45
                  END-PERFORM
                END-IF.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' ESTADISTICA DIARIA DE ALQUILERES ' LINE 2
                POSITION 23 REVERSE
                DISPLAY '1: Actualizar, 2: Reconstruir, 3: Comprobar:'
                LINE 4 POSITION 20.

        MOSTRAR-RESUMEN.
                DISPLAY 'Alquileres leidos.......:' LINE 8 POSITION 15
                MOVE LEIDOS-ALQ TO CONT-PANT
                DISPLAY CONT-PANT LINE 8 POSITION 42
                DISPLAY 'Historico leido.........:' LINE 9 POSITION 15
                MOVE LEIDOS-HIST TO CONT-PANT
                DISPLAY CONT-PANT LINE 9 POSITION 42
                DISPLAY 'Filas borradas..........:' LINE 10
                POSITION 15
                MOVE FILAS-BORRADAS TO CONT-PANT
                DISPLAY CONT-PANT LINE 10 POSITION 42
                DISPLAY 'Filas nuevas............:' LINE 11
                POSITION 15
                MOVE FILAS-NUEVAS TO CONT-PANT
                DISPLAY CONT-PANT LINE 11 POSITION 42
                IF PROCESO = 'COMPROBACION'
                  DISPLAY 'Filas comparadas........:' LINE 12
                  POSITION 15
                  MOVE FILAS-COMPARADAS TO CONT-PANT
                  DISPLAY CONT-PANT LINE 12 POSITION 42
                  IF TOTAL-DIFERENCIAS = 0
                    DISPLAY 'ESTADISTICA CUADRADA CON LOS FICHEROS'
                    LINE 14 POSITION 15
                  ELSE
                    MOVE TOTAL-DIFERENCIAS TO CONT-PANT
                    DISPLAY 'Diferencias.............:' LINE 14
                    POSITION 15
                    DISPLAY CONT-PANT LINE 14 POSITION 42
                  END-IF
                END-IF.

        INICIAR-CONTADORES.
                MOVE ZEROS TO LEIDOS-ALQ
                MOVE ZEROS TO LEIDOS-HIST
                MOVE ZEROS TO FILAS-BORRADAS
                MOVE ZEROS TO FILAS-NUEVAS
                MOVE ZEROS TO FILAS-SUMADAS
                MOVE ZEROS TO FILAS-COMPARADAS
                MOVE ZEROS TO TOTAL-DIFERENCIAS
                MOVE ZEROS TO TABLA-MEDIDAS.

        PROCESO-ACTUALIZAR.
                PERFORM INICIAR-CONTADORES
                MOVE 'ACTUALIZADA' TO PROCESO
                MOVE 'N' TO LEER-HIST
                MOVE ZEROS TO FECHA-DESDE
                MOVE ZEROS TO CORTE-ARCHIVO
                OPEN INPUT CONTROL-FICH
                IF ESTADO-CONTROL = "00"
                  MOVE 'ESTADIS' TO CTL-CLAVE
                  READ CONTROL-FICH INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE CTL-FECHA TO FECHA-DESDE
                  END-READ
                  MOVE 'ARCHIVA' TO CTL-CLAVE
                  READ CONTROL-FICH INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE CTL-FECHA TO CORTE-ARCHIVO
                  END-READ
                  CLOSE CONTROL-FICH
                END-IF
                OPEN INPUT ESTADIS
                IF ESTADO-ESTADIS NOT = "00"
                  MOVE ZEROS TO FECHA-DESDE
                END-IF
                CLOSE ESTADIS
                IF FECHA-DESDE = ZEROS
                  PERFORM PROCESO-RECONSTRUIR
                ELSE
                  IF CORTE-ARCHIVO > FECHA-DESDE
                    MOVE 'S' TO LEER-HIST
                  END-IF
                  OPEN I-O ESTADIS
                  PERFORM BORRAR-DESDE
                  MOVE 'E' TO DESTINO
                  PERFORM RECORRER-ALQUILERES
                  IF LEER-HIST = 'S'
                    PERFORM RECORRER-HISTORICO
                  END-IF
                  CLOSE ESTADIS
                  PERFORM MARCAR-CONTROL
                  PERFORM IMPRIMIR-RESUMEN
                END-IF.

        PROCESO-RECONSTRUIR.
                PERFORM INICIAR-CONTADORES
                MOVE 'RECONSTRUIDA' TO PROCESO
                MOVE ZEROS TO FECHA-DESDE
                OPEN OUTPUT ESTADIS
                CLOSE ESTADIS
                OPEN I-O ESTADIS
                MOVE 'E' TO DESTINO
                PERFORM RECORRER-ALQUILERES
                PERFORM RECORRER-HISTORICO
                CLOSE ESTADIS
                PERFORM MARCAR-CONTROL
                MOVE 'RECONSTR' TO AUD-OPERACION
                MOVE 'ESTADIS' TO AUD-ENTIDAD
                MOVE FECHA-HOY-YMD TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                PERFORM IMPRIMIR-RESUMEN.

        PROCESO-COMPROBAR.
                PERFORM PROCESO-ACTUALIZAR
                PERFORM INICIAR-CONTADORES
                MOVE 'COMPROBACION' TO PROCESO
                MOVE ZEROS TO FECHA-DESDE
                OPEN OUTPUT ESTADTMP
                CLOSE ESTADTMP
                OPEN I-O ESTADTMP
                MOVE 'T' TO DESTINO
                PERFORM RECORRER-ALQUILERES
                PERFORM RECORRER-HISTORICO
                OPEN INPUT ESTADIS
                PERFORM ABRIR-IMPRESORA
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM CABECERA-DIFERENCIAS
                  END-WRITE
                END-IF
                PERFORM COMPARAR-RECONSTRUIDA
                PERFORM BUSCAR-SOBRANTES
                CLOSE ESTADIS
                CLOSE ESTADTMP
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-TOTALES
                  END-WRITE
                  PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 6
                    MOVE NOMBRE-MEDIDA(IDX) TO LTO-MEDIDA
                    MOVE TOTAL-EST(IDX) TO LTO-EST
                    MOVE TOTAL-TMP(IDX) TO LTO-TMP
                    WRITE REG-IMPRE FROM LINEA-TOTAL
                    END-WRITE
                  END-PERFORM
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  MOVE 'Filas comparadas........................'
                    TO LRE-TEXTO
                  MOVE FILAS-COMPARADAS TO LRE-VALOR
                  WRITE REG-IMPRE FROM LINEA-RESUMEN
                  END-WRITE
                  MOVE 'Diferencias.............................'
                    TO LRE-TEXTO
                  MOVE TOTAL-DIFERENCIAS TO LRE-VALOR
                  WRITE REG-IMPRE FROM LINEA-RESUMEN
                  END-WRITE
                  CLOSE IMPRE
                END-IF.

        BORRAR-DESDE.
                MOVE FECHA-DESDE TO EST-FECHA
                MOVE LOW-VALUES TO EST-SUCURSAL
                MOVE LOW-VALUES TO EST-PELI
                MOVE 'N' TO FIN-FICH
                START ESTADIS KEY IS NOT < CLAVE-EST INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ ESTADIS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    DELETE ESTADIS RECORD INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      ADD 1 TO FILAS-BORRADAS
                    END-DELETE
                  END-READ
                END-PERFORM.

        RECORRER-ALQUILERES.
                OPEN INPUT ALQUILER
                IF ESTADO-ALQUILER = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ ALQUILER NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO LEIDOS-ALQ
                      PERFORM APORTAR-ALQUILER
                    END-READ
                  END-PERFORM
                  CLOSE ALQUILER
                END-IF.

        APORTAR-ALQUILER.
                COMPUTE FECHA-REG = ANO * 10000 + MES * 100 + DIA
                IF FECHA-REG NOT < FECHA-DESDE
                  MOVE ZEROS TO FILA-EST
                  MOVE FECHA-REG TO FILA-FECHA
                  MOVE SUCURSAL-ALQ TO FILA-SUCURSAL
                  MOVE CODI-PELI TO FILA-PELI
                  MOVE 1 TO FILA-ALQUILERES
                  MOVE PRECI-ALQ TO FILA-INGRESOS
                  IF PRECI-LISTA > PRECI-ALQ
                    COMPUTE FILA-DESCUENTOS = PRECI-LISTA - PRECI-ALQ
                  END-IF
                  PERFORM SUMAR-FILA
                END-IF
                IF DEVUELTA = 'S'
                  COMPUTE FECHA-REG =
                     ANO-DEV * 10000 + MES-DEV * 100 + DIA-DEV
                  IF FECHA-REG > ZEROS AND FECHA-REG NOT < FECHA-DESDE
                    MOVE ZEROS TO FILA-EST
                    MOVE FECHA-REG TO FILA-FECHA
                    MOVE SUCURSAL-ALQ TO FILA-SUCURSAL
                    MOVE CODI-PELI TO FILA-PELI
                    MOVE 1 TO FILA-DEVOLUCIONES
                    MOVE RECARGO-MORA TO FILA-RECARGOS
                    MOVE NUM-PRORROGAS TO FILA-PRORROGAS
                    PERFORM SUMAR-FILA
                  END-IF
                END-IF.

        RECORRER-HISTORICO.
                OPEN INPUT ALQUILER-HIST
                IF ESTADO-HIST = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ ALQUILER-HIST NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO LEIDOS-HIST
                      PERFORM APORTAR-HISTORICO
                    END-READ
                  END-PERFORM
                  CLOSE ALQUILER-HIST
                END-IF.

        APORTAR-HISTORICO.
                COMPUTE FECHA-REG = ANO-H * 10000 + MES-H * 100 + DIA-H
                IF FECHA-REG NOT < FECHA-DESDE
                  MOVE ZEROS TO FILA-EST
                  MOVE FECHA-REG TO FILA-FECHA
                  MOVE SUCURSAL-ALQ-H TO FILA-SUCURSAL
                  MOVE CODI-PELI-H TO FILA-PELI
                  MOVE 1 TO FILA-ALQUILERES
                  MOVE PRECI-ALQ-H TO FILA-INGRESOS
                  IF PRECI-LISTA-H > PRECI-ALQ-H
                    COMPUTE FILA-DESCUENTOS =
                       PRECI-LISTA-H - PRECI-ALQ-H
                  END-IF
                  PERFORM SUMAR-FILA
                END-IF
                IF DEVUELTA-H = 'S'
                  COMPUTE FECHA-REG =
                     ANO-DEV-H * 10000 + MES-DEV-H * 100 + DIA-DEV-H
                  IF FECHA-REG > ZEROS AND FECHA-REG NOT < FECHA-DESDE
                    MOVE ZEROS TO FILA-EST
                    MOVE FECHA-REG TO FILA-FECHA
                    MOVE SUCURSAL-ALQ-H TO FILA-SUCURSAL
                    MOVE CODI-PELI-H TO FILA-PELI
                    MOVE 1 TO FILA-DEVOLUCIONES
                    MOVE RECARGO-MORA-H TO FILA-RECARGOS
                    MOVE NUM-PRORROGAS-H TO FILA-PRORROGAS
                    PERFORM SUMAR-FILA
                  END-IF
                END-IF.

        SUMAR-FILA.
                IF DESTINO = 'E'
                  PERFORM SUMAR-FILA-ESTADIS
                ELSE
                  PERFORM SUMAR-FILA-TMP
                END-IF.

        SUMAR-FILA-ESTADIS.
                MOVE FILA-CLAVE TO CLAVE-EST
                MOVE 'S' TO EXISTE-FILA
                READ ESTADIS INVALID KEY
                  MOVE 'N' TO EXISTE-FILA
                END-READ
                IF EXISTE-FILA = 'N'
                  MOVE FILA-EST TO REG-ESTADIS
                  WRITE REG-ESTADIS INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    ADD 1 TO FILAS-NUEVAS
                  END-WRITE
                ELSE
                  ADD FILA-ALQUILERES TO EST-ALQUILERES
                  ADD FILA-INGRESOS TO EST-INGRESOS
                  ADD FILA-DESCUENTOS TO EST-DESCUENTOS
                  ADD FILA-DEVOLUCIONES TO EST-DEVOLUCIONES
                  ADD FILA-RECARGOS TO EST-RECARGOS
                  ADD FILA-PRORROGAS TO EST-PRORROGAS
                  REWRITE REG-ESTADIS INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    ADD 1 TO FILAS-SUMADAS
                  END-REWRITE
                END-IF.

        SUMAR-FILA-TMP.
                MOVE FILA-CLAVE TO CLAVE-TMP
                MOVE 'S' TO EXISTE-FILA
                READ ESTADTMP INVALID KEY
                  MOVE 'N' TO EXISTE-FILA
                END-READ
                IF EXISTE-FILA = 'N'
                  MOVE FILA-EST TO REG-ESTADTMP
                  WRITE REG-ESTADTMP INVALID KEY
                    CONTINUE
                  END-WRITE
                ELSE
                  ADD FILA-ALQUILERES TO TMP-ALQUILERES
                  ADD FILA-INGRESOS TO TMP-INGRESOS
                  ADD FILA-DESCUENTOS TO TMP-DESCUENTOS
                  ADD FILA-DEVOLUCIONES TO TMP-DEVOLUCIONES
                  ADD FILA-RECARGOS TO TMP-RECARGOS
                  ADD FILA-PRORROGAS TO TMP-PRORROGAS
                  REWRITE REG-ESTADTMP INVALID KEY
                    CONTINUE
                  END-REWRITE
                END-IF.

        MARCAR-CONTROL.
                OPEN I-O CONTROL-FICH
                IF ESTADO-CONTROL NOT = "00"
                  OPEN OUTPUT CONTROL-FICH
                  CLOSE CONTROL-FICH
                  OPEN I-O CONTROL-FICH
                END-IF
                MOVE 'S' TO EXISTE-CONTROL
                MOVE 'ESTADIS' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                MOVE REG-CONTROL TO DTR-ANTES
                MOVE 'ESTADIS' TO CTL-CLAVE
                COMPUTE CTL-VALOR = LEIDOS-ALQ + LEIDOS-HIST
                MOVE SPACE TO CTL-ESTADO
                MOVE FECHA-HOY-YMD TO CTL-FECHA
                IF EXISTE-CONTROL = 'N'
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

        COMPARAR-RECONSTRUIDA.
                MOVE LOW-VALUES TO CLAVE-TMP
                MOVE 'N' TO FIN-TMP
                START ESTADTMP KEY IS NOT < CLAVE-TMP INVALID KEY
                  MOVE 'S' TO FIN-TMP
                END-START
                PERFORM UNTIL FIN-TMP = 'S'
                  READ ESTADTMP NEXT RECORD AT END
                    MOVE 'S' TO FIN-TMP
                  NOT AT END
                    ADD 1 TO FILAS-COMPARADAS
                    PERFORM CARGAR-MEDIDAS-TMP
                    MOVE CLAVE-TMP TO CLAVE-EST
                    READ ESTADIS INVALID KEY
                      MOVE ZEROS TO EST-ALQUILERES EST-INGRESOS
                                    EST-DESCUENTOS EST-DEVOLUCIONES
                                    EST-RECARGOS EST-PRORROGAS
                      PERFORM CARGAR-MEDIDAS-EST
                      MOVE 'FALTA EN ESTADISTICA' TO LDI-SITUACION
                      PERFORM ANOTAR-DIFERENCIAS
                    NOT INVALID KEY
                      PERFORM CARGAR-MEDIDAS-EST
                      MOVE 'DISTINTA' TO LDI-SITUACION
                      PERFORM ANOTAR-DIFERENCIAS
                    END-READ
                  END-READ
                END-PERFORM.

        BUSCAR-SOBRANTES.
                MOVE LOW-VALUES TO CLAVE-EST
                MOVE 'N' TO FIN-FICH
                START ESTADIS KEY IS NOT < CLAVE-EST INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ ESTADIS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    MOVE CLAVE-EST TO CLAVE-TMP
                    READ ESTADTMP INVALID KEY
                      PERFORM CARGAR-MEDIDAS-EST
                      MOVE ZEROS TO MEDIDA-TMP(1) MEDIDA-TMP(2)
                                    MEDIDA-TMP(3) MEDIDA-TMP(4)
                                    MEDIDA-TMP(5) MEDIDA-TMP(6)
                      MOVE 'SOBRA EN ESTADISTICA' TO LDI-SITUACION
                      PERFORM ANOTAR-DIFERENCIAS
                    END-READ
                  END-READ
                END-PERFORM.

        CARGAR-MEDIDAS-EST.
                MOVE EST-ALQUILERES TO MEDIDA-EST(1)
                MOVE EST-INGRESOS TO MEDIDA-EST(2)
                MOVE EST-DESCUENTOS TO MEDIDA-EST(3)
                MOVE EST-DEVOLUCIONES TO MEDIDA-EST(4)
                MOVE EST-RECARGOS TO MEDIDA-EST(5)
                MOVE EST-PRORROGAS TO MEDIDA-EST(6).

        CARGAR-MEDIDAS-TMP.
                MOVE TMP-ALQUILERES TO MEDIDA-TMP(1)
                MOVE TMP-INGRESOS TO MEDIDA-TMP(2)
                MOVE TMP-DESCUENTOS TO MEDIDA-TMP(3)
                MOVE TMP-DEVOLUCIONES TO MEDIDA-TMP(4)
                MOVE TMP-RECARGOS TO MEDIDA-TMP(5)
                MOVE TMP-PRORROGAS TO MEDIDA-TMP(6).

        ANOTAR-DIFERENCIAS.
                PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 6
                  ADD MEDIDA-EST(IDX) TO TOTAL-EST(IDX)
                  ADD MEDIDA-TMP(IDX) TO TOTAL-TMP(IDX)
                  IF MEDIDA-EST(IDX) NOT = MEDIDA-TMP(IDX)
                    ADD 1 TO TOTAL-DIFERENCIAS
                    IF ESTADO-IMPRESORA = '00'
                      MOVE CLAVE-TMP(1:8) TO LDI-FECHA
                      MOVE CLAVE-TMP(9:2) TO LDI-SUCURSAL
                      MOVE CLAVE-TMP(11:6) TO LDI-PELI
                      MOVE NOMBRE-MEDIDA(IDX) TO LDI-MEDIDA
                      MOVE MEDIDA-EST(IDX) TO LDI-EST
                      MOVE MEDIDA-TMP(IDX) TO LDI-TMP
                      WRITE REG-IMPRE FROM LINEA-DIFERENCIA
                      END-WRITE
                    END-IF
                  END-IF
                END-PERFORM.

        ABRIR-IMPRESORA.
                MOVE 'ESTADISTICA-DIARIA' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  MOVE FECHA-HOY-YMD TO CAB-FECHA
                  MOVE PROCESO TO CAB-PROCESO
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  PERFORM ESCRIBIR-CONTADORES
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                END-IF.

        IMPRIMIR-RESUMEN.
                PERFORM ABRIR-IMPRESORA
                IF ESTADO-IMPRESORA = '00'
                  CLOSE IMPRE
                END-IF.

        ESCRIBIR-CONTADORES.
                MOVE 'Fecha desde la que se recalcula.........'
                  TO LRE-TEXTO
                MOVE FECHA-DESDE TO LRE-VALOR
                WRITE REG-IMPRE FROM LINEA-RESUMEN
                END-WRITE
                MOVE 'Alquileres leidos.......................'
                  TO LRE-TEXTO
                MOVE LEIDOS-ALQ TO LRE-VALOR
                WRITE REG-IMPRE FROM LINEA-RESUMEN
                END-WRITE
                MOVE 'Alquileres historicos leidos............'
                  TO LRE-TEXTO
                MOVE LEIDOS-HIST TO LRE-VALOR
                WRITE REG-IMPRE FROM LINEA-RESUMEN
                END-WRITE
                MOVE 'Filas borradas para recalcular..........'
                  TO LRE-TEXTO
                MOVE FILAS-BORRADAS TO LRE-VALOR
                WRITE REG-IMPRE FROM LINEA-RESUMEN
                END-WRITE
                MOVE 'Filas nuevas............................'
                  TO LRE-TEXTO
                MOVE FILAS-NUEVAS TO LRE-VALOR
                WRITE REG-IMPRE FROM LINEA-RESUMEN
                END-WRITE
                MOVE 'Filas acumuladas........................'
                  TO LRE-TEXTO
                MOVE FILAS-SUMADAS TO LRE-VALOR
                WRITE REG-IMPRE FROM LINEA-RESUMEN
                END-WRITE.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
