        IDENTIFICATION DIVISION.
          PROGRAM-ID. AMORTIZA-COPIAS.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL PEDIDOS ASSIGN TO DISK "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-PEDIDO
               FILE STATUS IS ESTADO-PEDIDOS.

               SELECT OPTIONAL ACTIVOS ASSIGN TO DISK "ACTIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-CLAVE
               FILE STATUS IS ESTADO-ACTIVOS.

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

               SELECT OPTIONAL DIARIO-AMORT ASSIGN TO DISK
                                             "AMORTIZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-DIARIO.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
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

          FD ACTIVOS LABEL RECORD STANDARD.
          01 REG-ACTIVOS.
           02 ACT-CLAVE.
            03 ACT-PELI PIC X(6).
            03 ACT-EJE PIC 99.
           02 ACT-PEDIDO PIC X(8).
           02 ACT-FECHA-ALTA PIC 9(8).
           02 ACT-COSTE PIC 9(5)V99.
           02 ACT-VALOR PIC 9(5)V99.
           02 ACT-VIDA PIC 999.
           02 ACT-ULT-MES PIC 9(6).
           02 ACT-ESTADO PIC X.
           02 ACT-FECHA-BAJA PIC 9(8).
           02 ACT-MOTIVO PIC X.
           02 ACT-VALOR-BAJA PIC 9(5)V99.

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

          FD DIARIO-AMORT LABEL RECORD STANDARD.
          01 REG-DIARIO PIC X(41).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-PEDIDOS PIC XX.
        77 ESTADO-ACTIVOS PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 ESTADO-DIARIO PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 MODO PIC X.
          88 AMORTIZAR-MES VALUE "1".
          88 INFORME-RECUPERACION VALUE "2".
          88 ALTA-REGISTRO VALUE "3".
          88 VIDA-UTIL VALUE "4".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FIN-FICH PIC X.
        77 FIN-ACT PIC X.
        77 FIN-ALQ PIC X.
        77 EXISTE-PELI PIC X.
        77 EXISTE-LINEA PIC X.
        77 EXISTE-CONTROL PIC X.
        77 MES-OK PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 MES-AMORT PIC 9(6).
        77 MES-ALTA PIC 9(6).
        77 IDX-AMORT PIC 9(6).
        77 IDX-ULTIMO PIC 9(6).
        77 IDX-FIN PIC 9(6).
        77 MESES-PEND PIC 9(4).
        77 CUOTA-MES PIC 9(5)V99.
        77 CARGO-MES PIC 9(7)V99.
        77 VIDA-NORMAL PIC 999 VALUE 24.
        77 VIDA-ESTRENO PIC 999 VALUE 12.
        77 VALOR-VIDA PIC 9(8).
        77 SIG-MES-YMD PIC 9(8).
        77 FECHA-ASIENTO PIC 9(8).
        77 CONT-AMORTIZADOS PIC 9(5).
        77 CONT-PANT PIC ZZZZ9.
        77 TOTAL-CARGO PIC 9(9)V99.
        77 IMPORTE-PANT PIC ZZZZZZZ9.99.
        77 PELI-ENT PIC X(6).
        77 EJE-ENT PIC 99.
        77 PEDIDO-ENT PIC X(6).
        77 LINEA-ENT PIC 99.
        77 COSTE-ENT PIC 9(5)V99.
        77 COSTE-TITULO PIC 9(7)V99.
        77 VALOR-TITULO PIC 9(7)V99.
        77 INGRESOS-TITULO PIC 9(7)V99.
        77 COPIAS-TITULO PIC 99.
        77 PORCENTAJE PIC 9(7).
        77 NUM-GENEROS PIC 99.
        77 IDX-GEN PIC 99.
        77 TOT-COSTE PIC 9(9)V99.
        77 TOT-INGRESOS PIC 9(9)V99.
        77 TOT-VALOR PIC 9(9)V99.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'AMORTIZA-COPIAS'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 MES-TRABAJO.
         02 ANO-TRAB PIC 9999.
         02 MM-TRAB PIC 99.

        01 TABLA-GENEROS.
         02 TG-ENTRADA OCCURS 40 TIMES.
          03 TG-GENERO PIC X(15).
          03 TG-TITULOS PIC 9(5).
          03 TG-COSTE PIC 9(9)V99.
          03 TG-INGRESOS PIC 9(9)V99.

        01 LINEA-DIARIO.
         02 AMO-FECHA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 AMO-TIPO PIC X(10).
         02 FILLER PIC X VALUE SPACES.
         02 AMO-PELI PIC X(6).
         02 AMO-EJE PIC 99.
         02 FILLER PIC X VALUE SPACES.
         02 AMO-IMPORTE PIC S9(7)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X VALUE SPACES.
         02 AMO-MOTIVO PIC X.

        01 CABECERA-AMORT.
         02 FILLER PIC X(20) VALUE SPACES.
         02 FILLER PIC X(30) VALUE "DIARIO DE AMORTIZACION - MES ".
         02 CAB-MES PIC 9(6).

        01 CABECERA-AMORT2.
         02 FILLER PIC X(40)
            VALUE "PELI   EJ TITULO                    VIDA".
         02 FILLER PIC X(40)
            VALUE "   COSTE     CARGO  VAL.LIBRO".

        01 LINEA-AMORT.
         02 LAM-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 LAM-EJE PIC 99.
         02 FILLER PIC X VALUE SPACES.
         02 LAM-TITULO PIC X(25).
         02 FILLER PIC X VALUE SPACES.
         02 LAM-VIDA PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LAM-COSTE PIC ZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LAM-CARGO PIC ZZZZ9.99.
         02 FILLER PIC X(3) VALUE SPACES.
         02 LAM-VALOR PIC ZZZZ9.99.

        01 LINEA-TOTAL.
         02 FILLER PIC X(10) VALUE SPACES.
         02 TOT-TEXTO PIC X(30).
         02 TOT-IMPORTE PIC ZZZZZZZZ9.99.

        01 CABECERA-RECUP.
         02 FILLER PIC X(18) VALUE SPACES.
         02 FILLER PIC X(40)
            VALUE "RECUPERACION DE LA INVERSION POR TITULO".
         02 FILLER PIC X(5) VALUE " AL: ".
         02 CAB-FECHA PIC 9(8).

        01 CABECERA-RECUP2.
         02 FILLER PIC X(40)
            VALUE "PELI   TITULO               GENERO      ".
         02 FILLER PIC X(40)
            VALUE " CP    COSTE  INGRESOS REC%  V.LIBRO".

        01 LINEA-RECUP.
         02 LRE-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 LRE-TITULO PIC X(20).
         02 FILLER PIC X VALUE SPACES.
         02 LRE-GENERO PIC X(12).
         02 FILLER PIC X VALUE SPACES.
         02 LRE-COPIAS PIC Z9.
         02 FILLER PIC X VALUE SPACES.
         02 LRE-COSTE PIC ZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LRE-INGRESOS PIC ZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LRE-PORCENTAJE PIC ZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LRE-VALOR PIC ZZZZ9.99.

        01 CABECERA-GENEROS.
         02 FILLER PIC X(40)
            VALUE "RESUMEN POR GENERO      TITULOS       CO".
         02 FILLER PIC X(40)
            VALUE "STE    INGRESOS  REC%".

        01 LINEA-GENERO.
         02 LGE-GENERO PIC X(20).
         02 FILLER PIC X(4) VALUE SPACES.
         02 LGE-TITULOS PIC ZZZZ9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LGE-COSTE PIC ZZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LGE-INGRESOS PIC ZZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LGE-PORCENTAJE PIC ZZZ9.

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
                  ACCEPT MODO LINE 4 POSITION 64
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  PERFORM CARGAR-VIDAS
                  EVALUATE TRUE
                    WHEN AMORTIZAR-MES
                      PERFORM AMORTIZAR
                    WHEN INFORME-RECUPERACION
                      PERFORM IMPRIMIR-RECUPERACION
                    WHEN ALTA-REGISTRO
                      PERFORM REGISTRAR-EJEMPLAR
                    WHEN VIDA-UTIL
                      PERFORM CAMBIAR-VIDAS
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
               OPEN INPUT PELICULA.
               IF ESTADO-PELICULA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PEDIDOS.
               IF ESTADO-PEDIDOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PEDIDOS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O ACTIVOS.
               IF ESTADO-ACTIVOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-ACTIVOS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ALQUILER.
               IF ESTADO-ALQUILER NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-ALQUILER
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ALQUILER-HIST.
               IF ESTADO-HIST NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-HIST
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' AMORTIZACION DE COPIAS ' LINE 2 POSITION 28
                REVERSE
                DISPLAY '1: Amortizar mes, 2: Recuperacion, 3: Alta,'
                LINE 4 POSITION 5
                DISPLAY '4: Vida:' LINE 4 POSITION 50.

        CARGAR-VIDAS.
                MOVE 24 TO VIDA-NORMAL
                MOVE 12 TO VIDA-ESTRENO
                OPEN INPUT CONTROL-FICH
                IF ESTADO-CONTROL = "00"
                  MOVE 'AMVIDA' TO CTL-CLAVE
                  READ CONTROL-FICH INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF CTL-VALOR > 0
                      MOVE CTL-VALOR TO VIDA-NORMAL
                    END-IF
                  END-READ
                  MOVE 'AMVIDAES' TO CTL-CLAVE
                  READ CONTROL-FICH INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF CTL-VALOR > 0
                      MOVE CTL-VALOR TO VIDA-ESTRENO
                    END-IF
                  END-READ
                  CLOSE CONTROL-FICH
                END-IF.

        CAMBIAR-VIDAS.
                DISPLAY 'Vida util en meses, catalogo.:' LINE 6
                POSITION 10
                ACCEPT VIDA-NORMAL LINE 6 POSITION 42 UPDATE
                DISPLAY 'Vida util en meses, estrenos.:' LINE 7
                POSITION 10
                ACCEPT VIDA-ESTRENO LINE 7 POSITION 42 UPDATE
                IF VIDA-NORMAL = 0 OR VIDA-ESTRENO = 0
                  DISPLAY 'La vida util no puede ser cero' LINE 21
                  POSITION 21
                ELSE
                  DISPLAY "GRABAR CAMBIOS (S/N)?" POSITION 30 LINE 19
                  MOVE ' ' TO RES
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 52 LINE 19
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    OPEN I-O CONTROL-FICH
                    MOVE 'AMVIDA' TO CTL-CLAVE
                    MOVE VIDA-NORMAL TO CTL-VALOR
                    PERFORM GRABAR-UNA-VIDA
                    MOVE 'AMVIDAES' TO CTL-CLAVE
                    MOVE VIDA-ESTRENO TO CTL-VALOR
                    PERFORM GRABAR-UNA-VIDA
                    CLOSE CONTROL-FICH
                    MOVE 'CAMBIO' TO AUD-OPERACION
                    MOVE 'AMORTIZA' TO AUD-ENTIDAD
                    MOVE 'VIDA UTIL' TO AUD-CLAVE
                    CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                            AUD-CLAVE
                    CANCEL 'AUDITORIA'
                  END-IF
                  MOVE ' ' TO RES
                END-IF.

        GRABAR-UNA-VIDA.
                MOVE CTL-VALOR TO VALOR-VIDA
                MOVE 'S' TO EXISTE-CONTROL
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                MOVE REG-CONTROL TO DTR-ANTES
                MOVE VALOR-VIDA TO CTL-VALOR
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
                END-IF.

        AMORTIZAR.
                DISPLAY 'Mes a amortizar (AAAAMM)..:' LINE 6 POSITION 10
                MOVE 'N' TO MES-OK
                PERFORM UNTIL MES-OK = 'S'
                  ACCEPT MES-AMORT LINE 6 POSITION 38
                  MOVE MES-AMORT TO MES-TRABAJO
                  IF MM-TRAB < 1 OR MM-TRAB > 12
                    OR MES-AMORT NOT < FECHA-HOY-YMD(1:6)
                    DISPLAY 'Mes no valido o aun no cerrado' LINE 21
                    POSITION 21
                  ELSE
                    MOVE 'S' TO MES-OK
                  END-IF
                END-PERFORM
                DISPLAY '                              ' LINE 21
                POSITION 21
                DISPLAY 'Catalogo:' LINE 8 POSITION 10
                DISPLAY VIDA-NORMAL LINE 8 POSITION 20
                DISPLAY 'meses, estrenos:' LINE 8 POSITION 24
                DISPLAY VIDA-ESTRENO LINE 8 POSITION 41
                DISPLAY 'meses' LINE 8 POSITION 45
                DISPLAY "CALCULAR AMORTIZACION (S/N)?" POSITION 20
                LINE 10
                MOVE ' ' TO RES
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 50 LINE 10
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  PERFORM CALCULAR-AMORTIZACION
                END-IF
                MOVE ' ' TO RES.

        CALCULAR-AMORTIZACION.
                COMPUTE IDX-AMORT = ANO-TRAB * 12 + MM-TRAB
                COMPUTE SIG-MES-YMD = ANO-TRAB * 10000 + MM-TRAB * 100
                                      + 101
                IF MM-TRAB = 12
                  COMPUTE SIG-MES-YMD = (ANO-TRAB + 1) * 10000 + 101
                END-IF
                COMPUTE FECHA-ASIENTO = FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(SIG-MES-YMD) - 1)
                MOVE ZEROS TO CONT-AMORTIZADOS
                MOVE ZEROS TO TOTAL-CARGO
                MOVE 'AMORTIZA-COPIAS' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                ELSE
                  OPEN EXTEND DIARIO-AMORT
                  IF ESTADO-DIARIO NOT = "00"
                    OPEN OUTPUT DIARIO-AMORT
                  END-IF
                  MOVE MES-AMORT TO CAB-MES
                  WRITE REG-IMPRE FROM CABECERA-AMORT
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-AMORT2
                  END-WRITE
                  MOVE LOW-VALUES TO ACT-CLAVE
                  MOVE 'N' TO FIN-ACT
                  START ACTIVOS KEY IS > ACT-CLAVE INVALID KEY
                    MOVE 'S' TO FIN-ACT
                  END-START
                  PERFORM UNTIL FIN-ACT = 'S'
                    READ ACTIVOS NEXT RECORD AT END
                      MOVE 'S' TO FIN-ACT
                    NOT AT END
                      IF ACT-ESTADO = 'A'
                        AND ACT-ULT-MES < MES-AMORT
                        PERFORM AMORTIZAR-ACTIVO
                      END-IF
                    END-READ
                  END-PERFORM
                  MOVE 'TOTAL AMORTIZADO EN EL MES:' TO TOT-TEXTO
                  MOVE TOTAL-CARGO TO TOT-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                      AFTER ADVANCING 2 LINES
                  END-WRITE
                  CLOSE DIARIO-AMORT
                  CLOSE IMPRE
                  MOVE CONT-AMORTIZADOS TO CONT-PANT
                  DISPLAY 'Copias amortizadas..:' LINE 14 POSITION 15
                  DISPLAY CONT-PANT LINE 14 POSITION 37
                  MOVE TOTAL-CARGO TO IMPORTE-PANT
                  DISPLAY 'Importe del mes.....:' LINE 15 POSITION 15
                  DISPLAY IMPORTE-PANT LINE 15 POSITION 37
                  DISPLAY 'Diario enviado al spool' LINE 21
                  POSITION 21
                  MOVE 'AMORTIZA' TO AUD-OPERACION
                  MOVE 'ACTIVOS' TO AUD-ENTIDAD
                  MOVE MES-AMORT TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-IF.

        AMORTIZAR-ACTIVO.
                MOVE 'S' TO EXISTE-PELI
                MOVE ACT-PELI TO COD-PELI
                READ PELICULA INVALID KEY
                  MOVE 'N' TO EXISTE-PELI
                  MOVE SPACES TO TITULO
                END-READ
                IF ACT-VIDA = 0
                  IF EXISTE-PELI = 'S' AND CLASE-PRECIO = 1
                    MOVE VIDA-ESTRENO TO ACT-VIDA
                  ELSE
                    MOVE VIDA-NORMAL TO ACT-VIDA
                  END-IF
                END-IF
                MOVE ACT-FECHA-ALTA(1:6) TO MES-ALTA
                MOVE MES-ALTA TO MES-TRABAJO
                COMPUTE IDX-FIN = ANO-TRAB * 12 + MM-TRAB + ACT-VIDA
                MOVE ACT-ULT-MES TO MES-TRABAJO
                COMPUTE IDX-ULTIMO = ANO-TRAB * 12 + MM-TRAB
                MOVE MES-AMORT TO MES-TRABAJO
                COMPUTE MESES-PEND = IDX-AMORT - IDX-ULTIMO
                COMPUTE CUOTA-MES ROUNDED = ACT-COSTE / ACT-VIDA
                COMPUTE CARGO-MES = CUOTA-MES * MESES-PEND
                IF IDX-AMORT NOT < IDX-FIN OR CARGO-MES > ACT-VALOR
                  MOVE ACT-VALOR TO CARGO-MES
                END-IF
                SUBTRACT CARGO-MES FROM ACT-VALOR
                MOVE MES-AMORT TO ACT-ULT-MES
                REWRITE REG-ACTIVOS INVALID KEY
                  DISPLAY 'Error al actualizar el registro' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  IF CARGO-MES > 0
                    ADD 1 TO CONT-AMORTIZADOS
                    ADD CARGO-MES TO TOTAL-CARGO
                    MOVE FECHA-ASIENTO TO AMO-FECHA
                    MOVE 'AMORTIZA' TO AMO-TIPO
                    MOVE ACT-PELI TO AMO-PELI
                    MOVE ACT-EJE TO AMO-EJE
                    COMPUTE AMO-IMPORTE = 0 - CARGO-MES
                    MOVE 'A' TO AMO-MOTIVO
                    WRITE REG-DIARIO FROM LINEA-DIARIO
                    END-WRITE
                    MOVE ACT-PELI TO LAM-PELI
                    MOVE ACT-EJE TO LAM-EJE
                    MOVE TITULO TO LAM-TITULO
                    MOVE ACT-VIDA TO LAM-VIDA
                    MOVE ACT-COSTE TO LAM-COSTE
                    MOVE CARGO-MES TO LAM-CARGO
                    MOVE ACT-VALOR TO LAM-VALOR
                    WRITE REG-IMPRE FROM LINEA-AMORT
                    END-WRITE
                  END-IF
                END-REWRITE.

        REGISTRAR-EJEMPLAR.
                DISPLAY 'Pelicula...........:' LINE 6 POSITION 15
                ACCEPT PELI-ENT LINE 6 POSITION 37
                MOVE 'S' TO EXISTE-PELI
                MOVE PELI-ENT TO COD-PELI
                READ PELICULA INVALID KEY
                  MOVE 'N' TO EXISTE-PELI
                END-READ
                IF EXISTE-PELI = 'N'
                  DISPLAY 'Esa pelicula no existe' LINE 21
                  POSITION 21
                ELSE
                  DISPLAY TITULO LINE 6 POSITION 45
                  DISPLAY 'Ejemplar...........:' LINE 7 POSITION 15
                  ACCEPT EJE-ENT LINE 7 POSITION 37
                  MOVE PELI-ENT TO ACT-PELI
                  MOVE EJE-ENT TO ACT-EJE
                  READ ACTIVOS INVALID KEY
                    MOVE SPACE TO ACT-ESTADO
                  END-READ
                  IF EJE-ENT = 0 OR EJE-ENT > NUM-COPIAS
                    DISPLAY 'Numero de ejemplar no valido' LINE 21
                    POSITION 21
                  ELSE
                    IF ACT-ESTADO = 'A'
                      DISPLAY 'Ejemplar ya registrado' LINE 21
                      POSITION 21
                    ELSE
                      PERFORM REGISTRAR-DESDE-PEDIDO
                    END-IF
                  END-IF
                END-IF.

        REGISTRAR-DESDE-PEDIDO.
                DISPLAY 'Pedido de compra...:' LINE 8 POSITION 15
                ACCEPT PEDIDO-ENT LINE 8 POSITION 37
                DISPLAY 'Linea:' LINE 8 POSITION 45
                ACCEPT LINEA-ENT LINE 8 POSITION 52
                MOVE 'S' TO EXISTE-LINEA
                MOVE PEDIDO-ENT TO NUM-PEDIDO
                MOVE LINEA-ENT TO LIN-PEDIDO
                READ PEDIDOS INVALID KEY
                  MOVE 'N' TO EXISTE-LINEA
                END-READ
                IF EXISTE-LINEA = 'N'
                  DISPLAY 'Esa linea no existe' LINE 21 POSITION 21
                ELSE
                  IF PED-PELI NOT = PELI-ENT
                    OR (PED-ESTADO NOT = 'R' AND PED-ESTADO NOT = 'F')
                    DISPLAY 'Linea de otra pelicula o no recibida'
                    LINE 21 POSITION 21
                  ELSE
                    MOVE PED-COSTE TO COSTE-ENT
                    DISPLAY 'Coste de la copia..:' LINE 9 POSITION 15
                    ACCEPT COSTE-ENT LINE 9 POSITION 37 UPDATE
                    DISPLAY "GRABAR EN EL REGISTRO (S/N)?" POSITION 20
                    LINE 19
                    MOVE ' ' TO RES
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 50 LINE 19
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                      PERFORM GRABAR-ACTIVO
                    END-IF
                    MOVE ' ' TO RES
                  END-IF
                END-IF.

        GRABAR-ACTIVO.
                MOVE PELI-ENT TO ACT-PELI
                MOVE EJE-ENT TO ACT-EJE
                MOVE CLAVE-PEDIDO TO ACT-PEDIDO
                MOVE PED-FECHA-REC TO ACT-FECHA-ALTA
                MOVE COSTE-ENT TO ACT-COSTE
                MOVE COSTE-ENT TO ACT-VALOR
                MOVE ZEROS TO ACT-VIDA
                MOVE PED-FECHA-REC(1:6) TO ACT-ULT-MES
                MOVE 'A' TO ACT-ESTADO
                MOVE ZEROS TO ACT-FECHA-BAJA
                MOVE SPACE TO ACT-MOTIVO
                MOVE ZEROS TO ACT-VALOR-BAJA
                WRITE REG-ACTIVOS INVALID KEY
                  REWRITE REG-ACTIVOS INVALID KEY
                    DISPLAY 'Error al grabar el registro' LINE 21
                    POSITION 21
                  END-REWRITE
                END-WRITE
                MOVE 'ALTA' TO AUD-OPERACION
                MOVE 'ACTIVOS' TO AUD-ENTIDAD
                MOVE ACT-CLAVE TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                DISPLAY 'Ejemplar registrado' LINE 21 POSITION 21.

        IMPRIMIR-RECUPERACION.
                MOVE 'AMORTIZA-COPIAS' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                ELSE
                  MOVE FECHA-HOY-YMD TO CAB-FECHA
                  WRITE REG-IMPRE FROM CABECERA-RECUP
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-RECUP2
                  END-WRITE
                  MOVE ZEROS TO NUM-GENEROS
                  MOVE ZEROS TO TOT-COSTE
                  MOVE ZEROS TO TOT-INGRESOS
                  MOVE ZEROS TO TOT-VALOR
                  MOVE LOW-VALUES TO COD-PELI
                  MOVE 'N' TO FIN-FICH
                  START PELICULA KEY IS > COD-PELI INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ PELICULA NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      PERFORM RECUPERACION-TITULO
                    END-READ
                  END-PERFORM
                  MOVE 'TOTAL COSTE DE COPIAS:' TO TOT-TEXTO
                  MOVE TOT-COSTE TO TOT-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                      AFTER ADVANCING 2 LINES
                  END-WRITE
                  MOVE 'TOTAL INGRESOS POR ALQUILER:' TO TOT-TEXTO
                  MOVE TOT-INGRESOS TO TOT-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  MOVE 'TOTAL VALOR EN LIBROS:' TO TOT-TEXTO
                  MOVE TOT-VALOR TO TOT-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  PERFORM IMPRIMIR-GENEROS
                  CLOSE IMPRE
                  DISPLAY 'Informe enviado al spool' LINE 21
                  POSITION 21
                END-IF.

        RECUPERACION-TITULO.
                MOVE ZEROS TO COSTE-TITULO
                MOVE ZEROS TO VALOR-TITULO
                MOVE ZEROS TO COPIAS-TITULO
                MOVE COD-PELI TO ACT-PELI
                MOVE ZEROS TO ACT-EJE
                MOVE 'N' TO FIN-ACT
                START ACTIVOS KEY IS > ACT-CLAVE INVALID KEY
                  MOVE 'S' TO FIN-ACT
                END-START
                PERFORM UNTIL FIN-ACT = 'S'
                  READ ACTIVOS NEXT RECORD AT END
                    MOVE 'S' TO FIN-ACT
                  NOT AT END
                    IF ACT-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-ACT
                    ELSE
                      ADD 1 TO COPIAS-TITULO
                      ADD ACT-COSTE TO COSTE-TITULO
                      IF ACT-ESTADO = 'A'
                        ADD ACT-VALOR TO VALOR-TITULO
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                IF COPIAS-TITULO > 0
                  PERFORM SUMAR-INGRESOS
                  MOVE COD-PELI TO LRE-PELI
                  MOVE TITULO TO LRE-TITULO
                  MOVE GENERO TO LRE-GENERO
                  MOVE COPIAS-TITULO TO LRE-COPIAS
                  MOVE COSTE-TITULO TO LRE-COSTE
                  MOVE INGRESOS-TITULO TO LRE-INGRESOS
                  MOVE ZEROS TO PORCENTAJE
                  IF COSTE-TITULO > 0
                    COMPUTE PORCENTAJE ROUNDED =
                            INGRESOS-TITULO * 100 / COSTE-TITULO
                  END-IF
                  IF PORCENTAJE > 9999
                    MOVE 9999 TO PORCENTAJE
                  END-IF
                  MOVE PORCENTAJE TO LRE-PORCENTAJE
                  MOVE VALOR-TITULO TO LRE-VALOR
                  WRITE REG-IMPRE FROM LINEA-RECUP
                  END-WRITE
                  ADD COSTE-TITULO TO TOT-COSTE
                  ADD INGRESOS-TITULO TO TOT-INGRESOS
                  ADD VALOR-TITULO TO TOT-VALOR
                  PERFORM ACUMULAR-GENERO
                END-IF.

        SUMAR-INGRESOS.
                MOVE ZEROS TO INGRESOS-TITULO
                MOVE COD-PELI TO CODI-PELI
                MOVE 'N' TO FIN-ALQ
                START ALQUILER KEY IS = CODI-PELI INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      ADD PRECI-ALQ TO INGRESOS-TITULO
                    END-IF
                  END-READ
                END-PERFORM
                MOVE COD-PELI TO CODI-PELI-H
                MOVE 'N' TO FIN-ALQ
                START ALQUILER-HIST KEY IS = CODI-PELI-H INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER-HIST NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-PELI-H NOT = COD-PELI
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      ADD PRECI-ALQ-H TO INGRESOS-TITULO
                    END-IF
                  END-READ
                END-PERFORM.

        ACUMULAR-GENERO.
                PERFORM VARYING IDX-GEN FROM 1 BY 1
                        UNTIL IDX-GEN > NUM-GENEROS
                           OR TG-GENERO(IDX-GEN) = GENERO
                  CONTINUE
                END-PERFORM
                IF IDX-GEN > NUM-GENEROS
                  IF NUM-GENEROS < 40
                    ADD 1 TO NUM-GENEROS
                    MOVE NUM-GENEROS TO IDX-GEN
                    MOVE GENERO TO TG-GENERO(IDX-GEN)
                    IF NUM-GENEROS = 40
                      MOVE 'OTROS' TO TG-GENERO(IDX-GEN)
                    END-IF
                    MOVE ZEROS TO TG-TITULOS(IDX-GEN)
                    MOVE ZEROS TO TG-COSTE(IDX-GEN)
                    MOVE ZEROS TO TG-INGRESOS(IDX-GEN)
                  ELSE
                    MOVE 40 TO IDX-GEN
                  END-IF
                END-IF
                ADD 1 TO TG-TITULOS(IDX-GEN)
                ADD COSTE-TITULO TO TG-COSTE(IDX-GEN)
                ADD INGRESOS-TITULO TO TG-INGRESOS(IDX-GEN).

        IMPRIMIR-GENEROS.
                IF NUM-GENEROS > 0
                  WRITE REG-IMPRE FROM CABECERA-GENEROS
                      AFTER ADVANCING 2 LINES
                  END-WRITE
                  PERFORM VARYING IDX-GEN FROM 1 BY 1
                          UNTIL IDX-GEN > NUM-GENEROS
                    MOVE TG-GENERO(IDX-GEN) TO LGE-GENERO
                    IF TG-GENERO(IDX-GEN) = SPACES
                      MOVE '(SIN GENERO)' TO LGE-GENERO
                    END-IF
                    MOVE TG-TITULOS(IDX-GEN) TO LGE-TITULOS
                    MOVE TG-COSTE(IDX-GEN) TO LGE-COSTE
                    MOVE TG-INGRESOS(IDX-GEN) TO LGE-INGRESOS
                    MOVE ZEROS TO PORCENTAJE
                    IF TG-COSTE(IDX-GEN) > 0
                      COMPUTE PORCENTAJE ROUNDED =
                          TG-INGRESOS(IDX-GEN) * 100 / TG-COSTE(IDX-GEN)
                    END-IF
                    IF PORCENTAJE > 9999
                      MOVE 9999 TO PORCENTAJE
                    END-IF
                    MOVE PORCENTAJE TO LGE-PORCENTAJE
                    WRITE REG-IMPRE FROM LINEA-GENERO
                    END-WRITE
                  END-PERFORM
                END-IF.

        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE PEDIDOS.
                CLOSE ACTIVOS.
                CLOSE ALQUILER.
                CLOSE ALQUILER-HIST.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
