        IDENTIFICATION DIVISION.
          PROGRAM-ID. INFORME-EXCEPCIONES.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL AUDITORIA ASSIGN TO DISK
                                             "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-AUDITORIA.

               SELECT OPTIONAL CAJA ASSIGN TO DISK "CAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-CAJA.

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

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD AUDITORIA LABEL RECORD STANDARD.
          01 REG-AUDITORIA PIC X(80).

          FD CAJA LABEL RECORD STANDARD.
          01 REG-CAJA PIC X(65).

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

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-AUDITORIA PIC XX.
        77 ESTADO-CAJA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 MODO PIC X.
          88 INFORME VALUE "1".
          88 UMBRALES VALUE "2".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FIN-FICH PIC X.
        77 PASADA PIC 9.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-DESDE PIC 9(8).
        77 FECHA-HASTA PIC 9(8).
        77 FECHA-VISTA PIC 9(8).
        77 DIA-CERRADO PIC X.
        77 CERRADO-SN PIC X.
        77 HORA-EVENTO PIC 9(4).
        77 FUERA-HORA PIC X.
        77 LIMITE-GASTO PIC 9(4)V99 VALUE 50.
        77 UMB-ANULA PIC 99.
        77 UMB-MIN-ANULA PIC 999.
        77 UMB-AJUSTE PIC 99.
        77 UMB-MISMO-SUP PIC 999.
        77 UMB-GASTO PIC 999.
        77 UMB-REEMBOLSO PIC 99.
        77 UMB-CAMBIOS PIC 999.
        77 HORA-APERTURA PIC 9(4).
        77 HORA-CIERRE PIC 9(4).
        77 CLAVE-LEIDA PIC X(8).
        77 VALOR-LEIDO PIC 9(8).
        77 EXISTE-CONTROL PIC X.
        77 SUC-REAL PIC X(2).
        77 IDX-OPE PIC 99.
        77 IDX-SPV PIC 999.
        77 IDX-ALT PIC 999.
        77 IDX-CJ PIC 9(4).
        77 SIG-ALT PIC 999.
        77 TIPO-EVENTO PIC X.
        77 TEXTO-EVENTO PIC X(10).
        77 IMPORTE-EVENTO PIC 9(7)V99.
        77 DETALLE-EVENTO PIC X(12).
        77 EVENTO-MARCADO PIC X.
        77 ANULA-RAPIDA PIC X.
        77 GASTO-LIMITE PIC X.
        77 MINUTOS-ANULA PIC S9(5).
        77 MINUTOS-PANT PIC ZZZ9.
        77 PORCENTAJE-GASTO PIC 9(5).
        77 PORCENTAJE-PANT PIC ZZZ9.
        77 SUPERVISOR-AJUSTE PIC X(4).
        77 CAJA-BUSCADA PIC X(10).
        77 MARCAS-VACIAS PIC X(7) VALUE SPACES.
        77 TOTAL-MARCADOS PIC 9(5).
        77 TOTAL-EVENTOS PIC 9(5).
        77 OPERADORES-MARCADOS PIC 999.
        77 CONT-PANT PIC ZZZZ9.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'INFORME-EXCEPCION'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

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

        01 LINEA-AUDITORIA.
         02 FECHA-AUD PIC 9(8).
         02 FILLER PIC X.
         02 HORA-AUD.
          03 HH-AUD PIC 99.
          03 MM-AUD PIC 99.
          03 SS-AUD PIC 99.
         02 FILLER PIC X.
         02 OPERADOR-AUD PIC X(20).
         02 FILLER PIC X.
         02 OPERACION-AUD PIC X(10).
         02 FILLER PIC X.
         02 ENTIDAD-AUD PIC X(10).
         02 FILLER PIC X.
         02 CLAVE-AUD PIC X(10).
         02 FILLER PIC X.
         02 SUC-AUD PIC X(2).

        01 LINEA-CAJA.
         02 FECHA-CAJ PIC 9(8).
         02 FILLER PIC X.
         02 HORA-CAJ PIC X(6).
         02 FILLER PIC X.
         02 TIPO-CAJ PIC X(10).
         02 FILLER PIC X.
         02 CLAVE-CAJ PIC X(10).
         02 FILLER PIC X.
         02 IMPORTE-CAJ PIC S9(7)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 FORMA-CAJ PIC X.
         02 FILLER PIC X.
         02 IVA-CAJ PIC S9(5)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 SUC-CAJ PIC X(2).

        01 CLAVE-GASTO.
         02 CLG-CODIGO PIC X(2).
         02 CLG-IMPORTE PIC 9(6)V99.

        01 TABLA-OPERADORES.
          02 NUM-OPE PIC 99.
          02 OPE-LINEA OCCURS 50 TIMES.
            03 OPE-SUCURSAL PIC X(2).
            03 OPE-NOMBRE PIC X(20).
            03 OPE-ANULA PIC 9(4).
            03 OPE-ANULA-RAPIDA PIC 9(4).
            03 OPE-IMP-ANULA PIC 9(7)V99.
            03 OPE-AJUSTE PIC 9(4).
            03 OPE-IMP-AJUSTE PIC 9(7)V99.
            03 OPE-SUP-ACTUAL PIC X(4).
            03 OPE-SUP-MAYOR PIC X(4).
            03 OPE-SUP-VECES PIC 9(4).
            03 OPE-GASTO PIC 9(4).
            03 OPE-GASTO-LIMITE PIC 9(4).
            03 OPE-IMP-GASTO PIC 9(7)V99.
            03 OPE-REEMBOLSO PIC 9(4).
            03 OPE-IMP-REEMBOLSO PIC 9(7)V99.
            03 OPE-CAMBIOS PIC 9(4).
            03 OPE-FUERA-HORA PIC 9(4).
            03 OPE-MARCAS PIC X(7).

        01 TABLA-SUPERVISION.
          02 NUM-SPV PIC 999.
          02 SPV-LINEA OCCURS 200 TIMES.
            03 SPV-OPE PIC 99.
            03 SPV-CODIGO PIC X(4).
            03 SPV-VECES PIC 9(4).

        01 TABLA-ALTAS.
          02 NUM-ALT PIC 999.
          02 ALT-LINEA OCCURS 300 TIMES.
            03 ALT-CLAVE PIC X(10).
            03 ALT-FECHA PIC 9(8).
            03 ALT-MINUTOS PIC 9(4).

        01 TABLA-CAJA.
          02 NUM-CJ PIC 9(4).
          02 CJ-LINEA OCCURS 500 TIMES.
            03 CJ-TIPO PIC X(10).
            03 CJ-CLAVE PIC X(10).
            03 CJ-IMPORTE PIC 9(7)V99.

        01 CABECERA.
         02 FILLER PIC X(10) VALUE SPACES.
         02 FILLER PIC X(34) VALUE
                  "INFORME DE EXCEPCIONES DE CAJA".
         02 CAB-DESDE PIC 9(8).
         02 FILLER PIC X(3) VALUE " - ".
         02 CAB-HASTA PIC 9(8).
         02 FILLER PIC X(17) VALUE SPACES.

        01 CABECERA-UMBRALES-1.
         02 FILLER PIC X(2) VALUE SPACES.
         02 FILLER PIC X(15) VALUE "Anulaciones >= ".
         02 CU1-ANULA PIC Z9.
         02 FILLER PIC X(11) VALUE " antes de  ".
         02 CU1-MIN-ANULA PIC ZZ9.
         02 FILLER PIC X(15) VALUE " min. Ajustes>=".
         02 CU1-AJUSTE PIC Z9.
         02 FILLER PIC X(19) VALUE "  Mismo supervisor ".
         02 CU1-MISMO-SUP PIC ZZ9.
         02 FILLER PIC X(8) VALUE "%       ".

        01 CABECERA-UMBRALES-2.
         02 FILLER PIC X(2) VALUE SPACES.
         02 FILLER PIC X(15) VALUE "Gastos desde   ".
         02 CU2-GASTO PIC ZZ9.
         02 FILLER PIC X(17) VALUE "% del limite de  ".
         02 CU2-LIMITE PIC ZZZ9.99.
         02 FILLER PIC X(12) VALUE " Reemb. >=  ".
         02 CU2-REEMBOLSO PIC Z9.
         02 FILLER PIC X(12) VALUE " Cambios >= ".
         02 CU2-CAMBIOS PIC ZZ9.
         02 FILLER PIC X(7) VALUE SPACES.

        01 CABECERA-UMBRALES-3.
         02 FILLER PIC X(2) VALUE SPACES.
         02 FILLER PIC X(19) VALUE "Horario de apertura".
         02 FILLER PIC X(2) VALUE ": ".
         02 CU3-APERTURA PIC 9(4).
         02 FILLER PIC X(3) VALUE " a ".
         02 CU3-CIERRE PIC 9(4).
         02 FILLER PIC X(46) VALUE
                  "  (y dias de cierre del calendario)".

        01 LINEA-RESUMEN-1.
         02 LR1-SUCURSAL PIC X(2).
         02 FILLER PIC X VALUE SPACES.
         02 LR1-OPERADOR PIC X(20).
         02 FILLER PIC X VALUE SPACES.
         02 FILLER PIC X(5) VALUE "Anul:".
         02 LR1-ANULA PIC ZZ9.
         02 FILLER PIC X VALUE "/".
         02 LR1-RAPIDAS PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LR1-IMP-ANULA PIC ZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 FILLER PIC X(5) VALUE "Ajus:".
         02 LR1-AJUSTE PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LR1-IMP-AJUSTE PIC ZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 FILLER PIC X(7) VALUE "Marcas:".
         02 LR1-MARCAS PIC X(7).
         02 FILLER PIC X(2) VALUE SPACES.

        01 LINEA-RESUMEN-2.
         02 FILLER PIC X(3) VALUE SPACES.
         02 FILLER PIC X(5) VALUE "Gast:".
         02 LR2-GASTO PIC ZZ9.
         02 FILLER PIC X VALUE "/".
         02 LR2-GASTO-LIMITE PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LR2-IMP-GASTO PIC ZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 FILLER PIC X(5) VALUE "Reem:".
         02 LR2-REEMBOLSO PIC ZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LR2-IMP-REEMBOLSO PIC ZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 FILLER PIC X(5) VALUE "Camb:".
         02 LR2-CAMBIOS PIC ZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 FILLER PIC X(6) VALUE "Fuera:".
         02 LR2-FUERA PIC ZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 FILLER PIC X(4) VALUE "Sup:".
         02 LR2-SUPERVISOR PIC X(4).
         02 FILLER PIC X VALUE "(".
         02 LR2-SUP-VECES PIC ZZ9.
         02 FILLER PIC X VALUE ")".
         02 FILLER PIC X(2) VALUE SPACES.

        01 LINEA-LEYENDA-1.
         02 FILLER PIC X(2) VALUE SPACES.
         02 FILLER PIC X(40) VALUE
                  "A anulaciones rapidas  J muchos ajustes ".
         02 FILLER PIC X(38) VALUE
                  "S ajustes del mismo supervisor".

        01 LINEA-LEYENDA-2.
         02 FILLER PIC X(2) VALUE SPACES.
         02 FILLER PIC X(40) VALUE
                  "G gastos bajo el limite  R reembolsos  ".
         02 FILLER PIC X(38) VALUE
                  "E cambios y bajas  H fuera de horario".

        01 CABECERA-DETALLE.
         02 FILLER PIC X(30) VALUE "FECHA    HORA   SU OPERADOR   ".
         02 FILLER PIC X(27) VALUE "    EVENTO     CLAVE       ".
         02 FILLER PIC X(23) VALUE " IMPORTE DETALLE     F".

        01 LINEA-DETALLE.
         02 LDE-FECHA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 LDE-HORA PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 LDE-SUCURSAL PIC X(2).
         02 FILLER PIC X VALUE SPACES.
         02 LDE-OPERADOR PIC X(14).
         02 FILLER PIC X VALUE SPACES.
         02 LDE-EVENTO PIC X(10).
         02 FILLER PIC X VALUE SPACES.
         02 LDE-CLAVE PIC X(10).
         02 FILLER PIC X VALUE SPACES.
         02 LDE-IMPORTE PIC ZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LDE-DETALLE PIC X(12).
         02 FILLER PIC X VALUE SPACES.
         02 LDE-FUERA PIC X.
         02 FILLER PIC X VALUE SPACES.

        01 LINEA-TITULO.
         02 FILLER PIC X(10) VALUE SPACES.
         02 LTI-TEXTO PIC X(40).
         02 FILLER PIC X(30) VALUE SPACES.

        01 LINEA-TOTAL.
         02 FILLER PIC X(10) VALUE SPACES.
         02 LTO-TEXTO PIC X(36).
         02 LTO-CONT PIC ZZZZ9.
         02 FILLER PIC X(29) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                CALL 'PARAMETROS' USING PARAM-SISTEMA.
                CANCEL 'PARAMETROS'.
                IF PRM-LIMITE-GASTO > 0
                  MOVE PRM-LIMITE-GASTO TO LIMITE-GASTO
                END-IF.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  ACCEPT MODO LINE 4 POSITION 54
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  PERFORM LEER-UMBRALES
                  EVALUATE TRUE
                    WHEN INFORME
                      PERFORM EMITIR-INFORME
                    WHEN UMBRALES
                      PERFORM MANTENER-UMBRALES
                    WHEN OTHER
                      DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                  END-EVALUATE
                  DISPLAY 'DESEA OTRA OPERACION?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 45
                END-PERFORM.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' EXCEPCIONES DE CAJA ' LINE 2 POSITION 29
                REVERSE
                DISPLAY '1: Informe semanal, 2: Umbrales:' LINE 4
                POSITION 20.

        LEER-UMBRALES.
                MOVE 3 TO UMB-ANULA
                MOVE 30 TO UMB-MIN-ANULA
                MOVE 5 TO UMB-AJUSTE
                MOVE 80 TO UMB-MISMO-SUP
                MOVE 90 TO UMB-GASTO
                MOVE 3 TO UMB-REEMBOLSO
                MOVE 25 TO UMB-CAMBIOS
                MOVE 1000 TO HORA-APERTURA
                MOVE 2200 TO HORA-CIERRE
                OPEN INPUT CONTROL-FICH
                IF ESTADO-CONTROL = "00"
                  MOVE 'EXANULA' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO < 100
                    MOVE VALOR-LEIDO TO UMB-ANULA
                  END-IF
                  MOVE 'EXMINANU' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO < 1000
                    MOVE VALOR-LEIDO TO UMB-MIN-ANULA
                  END-IF
                  MOVE 'EXAJUSTE' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO < 100
                    MOVE VALOR-LEIDO TO UMB-AJUSTE
                  END-IF
                  MOVE 'EXMISSUP' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO NOT > 100
                    MOVE VALOR-LEIDO TO UMB-MISMO-SUP
                  END-IF
                  MOVE 'EXGASTO' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO NOT > 100
                    MOVE VALOR-LEIDO TO UMB-GASTO
                  END-IF
                  MOVE 'EXREEMB' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO < 100
                    MOVE VALOR-LEIDO TO UMB-REEMBOLSO
                  END-IF
                  MOVE 'EXCAMBIO' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO < 1000
                    MOVE VALOR-LEIDO TO UMB-CAMBIOS
                  END-IF
                  MOVE 'HORAAPER' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO < 2400
                    MOVE VALOR-LEIDO TO HORA-APERTURA
                  END-IF
                  MOVE 'HORACIER' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO NOT > 2400
                   AND VALOR-LEIDO > 0
                    MOVE VALOR-LEIDO TO HORA-CIERRE
                  END-IF
                  CLOSE CONTROL-FICH
                END-IF.

        LEER-CONTROL.
                MOVE ZEROS TO VALOR-LEIDO
                MOVE 'S' TO EXISTE-CONTROL
                MOVE CLAVE-LEIDA TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                NOT INVALID KEY
                  MOVE CTL-VALOR TO VALOR-LEIDO
                END-READ.

        MANTENER-UMBRALES.
                DISPLAY 'Anulaciones rapidas a marcar..:' LINE 6
                POSITION 15
                DISPLAY UMB-ANULA LINE 6 POSITION 48
                DISPLAY 'Minutos tras el alquiler......:' LINE 7
                POSITION 15
                DISPLAY UMB-MIN-ANULA LINE 7 POSITION 48
                DISPLAY 'Ajustes de precio a marcar....:' LINE 8
                POSITION 15
                DISPLAY UMB-AJUSTE LINE 8 POSITION 48
                DISPLAY '% ajustes del mismo supervisor:' LINE 9
                POSITION 15
                DISPLAY UMB-MISMO-SUP LINE 9 POSITION 48
                DISPLAY '% del limite de gasto.........:' LINE 10
                POSITION 15
                DISPLAY UMB-GASTO LINE 10 POSITION 48
                DISPLAY 'Reembolsos a marcar...........:' LINE 11
                POSITION 15
                DISPLAY UMB-REEMBOLSO LINE 11 POSITION 48
                DISPLAY 'Cambios y bajas a marcar......:' LINE 12
                POSITION 15
                DISPLAY UMB-CAMBIOS LINE 12 POSITION 48
                DISPLAY 'Hora de apertura (HHMM).......:' LINE 13
                POSITION 15
                DISPLAY HORA-APERTURA LINE 13 POSITION 48
                DISPLAY 'Hora de cierre (HHMM).........:' LINE 14
                POSITION 15
                DISPLAY HORA-CIERRE LINE 14 POSITION 48
                ACCEPT UMB-ANULA LINE 6 POSITION 48 UPDATE
                ACCEPT UMB-MIN-ANULA LINE 7 POSITION 48 UPDATE
                ACCEPT UMB-AJUSTE LINE 8 POSITION 48 UPDATE
                ACCEPT UMB-MISMO-SUP LINE 9 POSITION 48 UPDATE
                ACCEPT UMB-GASTO LINE 10 POSITION 48 UPDATE
                ACCEPT UMB-REEMBOLSO LINE 11 POSITION 48 UPDATE
                ACCEPT UMB-CAMBIOS LINE 12 POSITION 48 UPDATE
                ACCEPT HORA-APERTURA LINE 13 POSITION 48 UPDATE
                ACCEPT HORA-CIERRE LINE 14 POSITION 48 UPDATE
                IF UMB-MISMO-SUP > 100 OR UMB-GASTO > 100
                 OR HORA-APERTURA NOT < HORA-CIERRE
                 OR HORA-CIERRE > 2400
                  DISPLAY 'Valores no validos' LINE 21 POSITION 21
                ELSE
                  DISPLAY "GRABAR UMBRALES (S/N)?" POSITION 30
                  LINE 19
                  MOVE ' ' TO RES
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 54 LINE 19
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM GRABAR-UMBRALES
                  END-IF
                END-IF.

        GRABAR-UMBRALES.
                OPEN I-O CONTROL-FICH
                MOVE 'EXANULA' TO CLAVE-LEIDA
                MOVE UMB-ANULA TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                MOVE 'EXMINANU' TO CLAVE-LEIDA
                MOVE UMB-MIN-ANULA TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                MOVE 'EXAJUSTE' TO CLAVE-LEIDA
                MOVE UMB-AJUSTE TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                MOVE 'EXMISSUP' TO CLAVE-LEIDA
                MOVE UMB-MISMO-SUP TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                MOVE 'EXGASTO' TO CLAVE-LEIDA
                MOVE UMB-GASTO TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                MOVE 'EXREEMB' TO CLAVE-LEIDA
                MOVE UMB-REEMBOLSO TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                MOVE 'EXCAMBIO' TO CLAVE-LEIDA
                MOVE UMB-CAMBIOS TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                MOVE 'HORAAPER' TO CLAVE-LEIDA
                MOVE HORA-APERTURA TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                MOVE 'HORACIER' TO CLAVE-LEIDA
                MOVE HORA-CIERRE TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                CLOSE CONTROL-FICH
                MOVE 'CAMBIO' TO AUD-OPERACION
                MOVE 'CONTROL' TO AUD-ENTIDAD
                MOVE 'UMBRALES' TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                DISPLAY 'Umbrales grabados' LINE 21 POSITION 21.

        GRABAR-CONTROL.
                MOVE 'S' TO EXISTE-CONTROL
                MOVE CLAVE-LEIDA TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                MOVE REG-CONTROL TO DTR-ANTES
                MOVE CLAVE-LEIDA TO CTL-CLAVE
                MOVE VALOR-LEIDO TO CTL-VALOR
                MOVE FECHA-HOY-YMD TO CTL-FECHA
                IF EXISTE-CONTROL = 'N'
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
                END-IF.

        EMITIR-INFORME.
                MOVE FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD) - 6)
                  TO FECHA-DESDE
                MOVE FECHA-HOY-YMD TO FECHA-HASTA
                DISPLAY 'Desde (AAAAMMDD):' LINE 6 POSITION 20
                DISPLAY FECHA-DESDE LINE 6 POSITION 39
                ACCEPT FECHA-DESDE LINE 6 POSITION 39 UPDATE
                DISPLAY 'Hasta (AAAAMMDD):' LINE 7 POSITION 20
                DISPLAY FECHA-HASTA LINE 7 POSITION 39
                ACCEPT FECHA-HASTA LINE 7 POSITION 39 UPDATE
                DISPLAY 'GENERAR EL INFORME (S/N)?' POSITION 25
                LINE 9
                MOVE ' ' TO RES
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 52 LINE 9
                END-PERFORM
                IF FECHA-HASTA < FECHA-DESDE
                  DISPLAY 'Rango de fechas no valido' LINE 21
                  POSITION 21
                  MOVE 'N' TO RES
                END-IF
                IF RES = 'S' OR RES = 's'
                  PERFORM ABRIR-IMPRESORA
                  IF ESTADO-IMPRESORA NOT = '00'
                    DISPLAY 'ERROR DE IMPRESION' LINE 21 POSITION 21
                    DISPLAY ESTADO-IMPRESORA LINE 21 POSITION 40
                  ELSE
                    OPEN INPUT ALQUILER
                    OPEN INPUT ALQUILER-HIST
                    PERFORM CARGAR-CAJA
                    MOVE 0 TO NUM-OPE
                    MOVE 0 TO NUM-SPV
                    MOVE 0 TO TOTAL-EVENTOS
                    MOVE 0 TO TOTAL-MARCADOS
                    MOVE 1 TO PASADA
                    PERFORM RECORRER-AUDITORIA
                    PERFORM EVALUAR-OPERADORES
                    PERFORM ESCRIBIR-RESUMEN
                    MOVE 2 TO PASADA
                    PERFORM RECORRER-AUDITORIA
                    PERFORM ESCRIBIR-TOTALES
                    CLOSE ALQUILER
                    CLOSE ALQUILER-HIST
                    CLOSE IMPRE
                    PERFORM MOSTRAR-TOTALES
                  END-IF
                END-IF.

        ABRIR-IMPRESORA.
                MOVE 'INFORME-EXCEPCIONES' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  MOVE FECHA-DESDE TO CAB-DESDE
                  MOVE FECHA-HASTA TO CAB-HASTA
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE UMB-ANULA TO CU1-ANULA
                  MOVE UMB-MIN-ANULA TO CU1-MIN-ANULA
                  MOVE UMB-AJUSTE TO CU1-AJUSTE
                  MOVE UMB-MISMO-SUP TO CU1-MISMO-SUP
                  WRITE REG-IMPRE FROM CABECERA-UMBRALES-1
                  END-WRITE
                  MOVE UMB-GASTO TO CU2-GASTO
                  MOVE LIMITE-GASTO TO CU2-LIMITE
                  MOVE UMB-REEMBOLSO TO CU2-REEMBOLSO
                  MOVE UMB-CAMBIOS TO CU2-CAMBIOS
                  WRITE REG-IMPRE FROM CABECERA-UMBRALES-2
                  END-WRITE
                  MOVE HORA-APERTURA TO CU3-APERTURA
                  MOVE HORA-CIERRE TO CU3-CIERRE
                  WRITE REG-IMPRE FROM CABECERA-UMBRALES-3
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                END-IF.

        CARGAR-CAJA.
                MOVE 0 TO NUM-CJ
                OPEN INPUT CAJA
                IF ESTADO-CAJA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ CAJA INTO LINEA-CAJA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF FECHA-CAJ NOT < FECHA-DESDE
                       AND FECHA-CAJ NOT > FECHA-HASTA
                       AND IMPORTE-CAJ < 0
                       AND NUM-CJ < 500
                       AND (TIPO-CAJ = 'ANULACION'
                         OR TIPO-CAJ = 'DEVOLUCION'
                         OR TIPO-CAJ = 'INCIDENCIA')
                        ADD 1 TO NUM-CJ
                        MOVE TIPO-CAJ TO CJ-TIPO(NUM-CJ)
                        MOVE CLAVE-CAJ TO CJ-CLAVE(NUM-CJ)
                        COMPUTE CJ-IMPORTE(NUM-CJ) = 0 - IMPORTE-CAJ
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE CAJA
                END-IF.

        BUSCAR-CAJA.
                MOVE ZEROS TO IMPORTE-EVENTO
                MOVE 1 TO IDX-CJ
                PERFORM UNTIL IDX-CJ > NUM-CJ
                  IF CJ-TIPO(IDX-CJ) = CAJA-BUSCADA
                   AND CJ-CLAVE(IDX-CJ) = CLAVE-AUD
                    ADD CJ-IMPORTE(IDX-CJ) TO IMPORTE-EVENTO
                  END-IF
                  ADD 1 TO IDX-CJ
                END-PERFORM.

        RECORRER-AUDITORIA.
                MOVE 0 TO NUM-ALT
                MOVE 1 TO SIG-ALT
                MOVE ZEROS TO FECHA-VISTA
                PERFORM VARYING IDX-OPE FROM 1 BY 1
                        UNTIL IDX-OPE > NUM-OPE
                  MOVE SPACES TO OPE-SUP-ACTUAL(IDX-OPE)
                END-PERFORM
                OPEN INPUT AUDITORIA
                IF ESTADO-AUDITORIA NOT = "00"
                  DISPLAY "Estado Del Archivo: "
                                 LINE 25 POSITION 30 ESTADO-AUDITORIA
                  ACCEPT RESPU
                ELSE
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    MOVE SPACES TO LINEA-AUDITORIA
                    READ AUDITORIA INTO LINEA-AUDITORIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF FECHA-AUD NUMERIC
                       AND FECHA-AUD NOT < FECHA-DESDE
                       AND FECHA-AUD NOT > FECHA-HASTA
                        PERFORM TRATAR-EVENTO
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE AUDITORIA
                END-IF.

        BUSCAR-OPERADOR.
                MOVE SUC-AUD TO SUC-REAL
                IF SUC-REAL = SPACES
                  MOVE '01' TO SUC-REAL
                END-IF
                MOVE 1 TO IDX-OPE
                PERFORM UNTIL IDX-OPE > NUM-OPE
                   OR (OPE-SUCURSAL(IDX-OPE) = SUC-REAL
                   AND OPE-NOMBRE(IDX-OPE) = OPERADOR-AUD)
                  ADD 1 TO IDX-OPE
                END-PERFORM
                IF IDX-OPE > NUM-OPE AND NUM-OPE < 50 AND PASADA = 1
                  ADD 1 TO NUM-OPE
                  MOVE NUM-OPE TO IDX-OPE
                  MOVE SUC-REAL TO OPE-SUCURSAL(IDX-OPE)
                  MOVE OPERADOR-AUD TO OPE-NOMBRE(IDX-OPE)
                  MOVE 0 TO OPE-ANULA(IDX-OPE)
                  MOVE 0 TO OPE-ANULA-RAPIDA(IDX-OPE)
                  MOVE 0 TO OPE-IMP-ANULA(IDX-OPE)
                  MOVE 0 TO OPE-AJUSTE(IDX-OPE)
                  MOVE 0 TO OPE-IMP-AJUSTE(IDX-OPE)
                  MOVE SPACES TO OPE-SUP-ACTUAL(IDX-OPE)
                  MOVE SPACES TO OPE-SUP-MAYOR(IDX-OPE)
                  MOVE 0 TO OPE-SUP-VECES(IDX-OPE)
                  MOVE 0 TO OPE-GASTO(IDX-OPE)
                  MOVE 0 TO OPE-GASTO-LIMITE(IDX-OPE)
                  MOVE 0 TO OPE-IMP-GASTO(IDX-OPE)
                  MOVE 0 TO OPE-REEMBOLSO(IDX-OPE)
                  MOVE 0 TO OPE-IMP-REEMBOLSO(IDX-OPE)
                  MOVE 0 TO OPE-CAMBIOS(IDX-OPE)
                  MOVE 0 TO OPE-FUERA-HORA(IDX-OPE)
                  MOVE SPACES TO OPE-MARCAS(IDX-OPE)
                END-IF.

        TRATAR-EVENTO.
                PERFORM BUSCAR-OPERADOR
                IF IDX-OPE NOT > NUM-OPE
                  IF PASADA = 1
                    ADD 1 TO TOTAL-EVENTOS
                  END-IF
                  PERFORM COMPROBAR-HORARIO
                  MOVE SPACE TO TIPO-EVENTO
                  MOVE OPERACION-AUD TO TEXTO-EVENTO
                  MOVE ZEROS TO IMPORTE-EVENTO
                  MOVE SPACES TO DETALLE-EVENTO
                  MOVE 'N' TO ANULA-RAPIDA
                  MOVE 'N' TO GASTO-LIMITE
                  EVALUATE TRUE
                    WHEN OPERACION-AUD = 'ALTA'
                     AND ENTIDAD-AUD = 'ALQUILER'
                      PERFORM GUARDAR-ALTA
                    WHEN OPERACION-AUD = 'ANULACION'
                     AND ENTIDAD-AUD = 'ALQUILER'
                      PERFORM TRATAR-ANULACION
                    WHEN OPERACION-AUD = 'AUTORIZA'
                     AND ENTIDAD-AUD = 'AJUSTE'
                      MOVE CLAVE-AUD TO OPE-SUP-ACTUAL(IDX-OPE)
                    WHEN OPERACION-AUD = 'AJUSTE'
                     AND ENTIDAD-AUD = 'ALQUILER'
                      PERFORM TRATAR-AJUSTE
                    WHEN OPERACION-AUD = 'GASTO'
                     AND ENTIDAD-AUD = 'CAJA'
                      PERFORM TRATAR-GASTO
                    WHEN OPERACION-AUD = 'REEMBOLSO'
                      PERFORM TRATAR-REEMBOLSO
                    WHEN OPERACION-AUD = 'CAMBIO'
                      OR OPERACION-AUD = 'BAJA'
                      OR OPERACION-AUD = 'BORRA'
                      MOVE 'E' TO TIPO-EVENTO
                      MOVE ENTIDAD-AUD TO DETALLE-EVENTO
                      IF PASADA = 1
                        ADD 1 TO OPE-CAMBIOS(IDX-OPE)
                      END-IF
                    WHEN OTHER
                      CONTINUE
                  END-EVALUATE
                  IF FUERA-HORA = 'S' AND PASADA = 1
                    ADD 1 TO OPE-FUERA-HORA(IDX-OPE)
                  END-IF
                  IF PASADA = 2
                    PERFORM DECIDIR-DETALLE
                  END-IF
                END-IF.

        COMPROBAR-HORARIO.
                IF FECHA-AUD NOT = FECHA-VISTA
                  MOVE FECHA-AUD TO FECHA-VISTA
                  CALL 'FESTIVO' USING FECHA-VISTA PRM-DIA-DESCANSO
                                       CERRADO-SN
                  CANCEL 'FESTIVO'
                  MOVE CERRADO-SN TO DIA-CERRADO
                END-IF
                MOVE 'N' TO FUERA-HORA
                IF HORA-AUD NUMERIC
                  COMPUTE HORA-EVENTO = HH-AUD * 100 + MM-AUD
                  IF HORA-EVENTO < HORA-APERTURA
                   OR HORA-EVENTO NOT < HORA-CIERRE
                    MOVE 'S' TO FUERA-HORA
                  END-IF
                END-IF
                IF DIA-CERRADO = 'S'
                  MOVE 'S' TO FUERA-HORA
                END-IF.

        GUARDAR-ALTA.
                IF HORA-AUD NUMERIC
                  MOVE CLAVE-AUD TO ALT-CLAVE(SIG-ALT)
                  MOVE FECHA-AUD TO ALT-FECHA(SIG-ALT)
                  COMPUTE ALT-MINUTOS(SIG-ALT) = HH-AUD * 60 + MM-AUD
                  IF NUM-ALT < 300
                    ADD 1 TO NUM-ALT
                  END-IF
                  ADD 1 TO SIG-ALT
                  IF SIG-ALT > 300
                    MOVE 1 TO SIG-ALT
                  END-IF
                END-IF.

        TRATAR-ANULACION.
                MOVE 'A' TO TIPO-EVENTO
                MOVE 'ANULACION' TO CAJA-BUSCADA
                PERFORM BUSCAR-CAJA
                MOVE 1 TO IDX-ALT
                PERFORM UNTIL IDX-ALT > NUM-ALT
                   OR (ALT-CLAVE(IDX-ALT) = CLAVE-AUD
                   AND ALT-FECHA(IDX-ALT) = FECHA-AUD)
                  ADD 1 TO IDX-ALT
                END-PERFORM
                IF IDX-ALT NOT > NUM-ALT AND HORA-AUD NUMERIC
                  COMPUTE MINUTOS-ANULA = HH-AUD * 60 + MM-AUD
                                        - ALT-MINUTOS(IDX-ALT)
                  IF MINUTOS-ANULA < 0
                    MOVE 0 TO MINUTOS-ANULA
                  END-IF
                  MOVE MINUTOS-ANULA TO MINUTOS-PANT
                  STRING 'A' DELIMITED BY SIZE
                         MINUTOS-PANT DELIMITED BY SIZE
                         ' MIN' DELIMITED BY SIZE
                         INTO DETALLE-EVENTO
                  IF MINUTOS-ANULA NOT > UMB-MIN-ANULA
                    MOVE 'S' TO ANULA-RAPIDA
                  END-IF
                END-IF
                IF PASADA = 1
                  ADD 1 TO OPE-ANULA(IDX-OPE)
                  ADD IMPORTE-EVENTO TO OPE-IMP-ANULA(IDX-OPE)
                  IF ANULA-RAPIDA = 'S'
                    ADD 1 TO OPE-ANULA-RAPIDA(IDX-OPE)
                  END-IF
                END-IF.

        TRATAR-AJUSTE.
                MOVE 'J' TO TIPO-EVENTO
                MOVE CLAVE-AUD TO N-SALIDA
                READ ALQUILER INVALID KEY
                  MOVE CLAVE-AUD TO N-SALIDA-H
                  READ ALQUILER-HIST INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF PRECI-LISTA-H > PRECI-ALQ-H
                      COMPUTE IMPORTE-EVENTO =
                         PRECI-LISTA-H - PRECI-ALQ-H
                    END-IF
                  END-READ
                NOT INVALID KEY
                  IF PRECI-LISTA > PRECI-ALQ
                    COMPUTE IMPORTE-EVENTO = PRECI-LISTA - PRECI-ALQ
                  END-IF
                END-READ
                MOVE OPE-SUP-ACTUAL(IDX-OPE) TO SUPERVISOR-AJUSTE
                IF SUPERVISOR-AJUSTE = SPACES
                  MOVE '----' TO SUPERVISOR-AJUSTE
                END-IF
                STRING 'SUPERV ' DELIMITED BY SIZE
                       SUPERVISOR-AJUSTE DELIMITED BY SIZE
                       INTO DETALLE-EVENTO
                MOVE SPACES TO OPE-SUP-ACTUAL(IDX-OPE)
                IF PASADA = 1
                  ADD 1 TO OPE-AJUSTE(IDX-OPE)
                  ADD IMPORTE-EVENTO TO OPE-IMP-AJUSTE(IDX-OPE)
                  PERFORM CONTAR-SUPERVISOR
                END-IF.

        CONTAR-SUPERVISOR.
                MOVE 1 TO IDX-SPV
                PERFORM UNTIL IDX-SPV > NUM-SPV
                   OR (SPV-OPE(IDX-SPV) = IDX-OPE
                   AND SPV-CODIGO(IDX-SPV) = SUPERVISOR-AJUSTE)
                  ADD 1 TO IDX-SPV
                END-PERFORM
                IF IDX-SPV > NUM-SPV AND NUM-SPV < 200
                  ADD 1 TO NUM-SPV
                  MOVE NUM-SPV TO IDX-SPV
                  MOVE IDX-OPE TO SPV-OPE(IDX-SPV)
                  MOVE SUPERVISOR-AJUSTE TO SPV-CODIGO(IDX-SPV)
                  MOVE 0 TO SPV-VECES(IDX-SPV)
                END-IF
                IF IDX-SPV NOT > NUM-SPV
                  ADD 1 TO SPV-VECES(IDX-SPV)
                END-IF.

        TRATAR-GASTO.
                MOVE 'G' TO TIPO-EVENTO
                MOVE CLAVE-AUD TO CLAVE-GASTO
                IF CLG-IMPORTE NUMERIC
                  MOVE CLG-IMPORTE TO IMPORTE-EVENTO
                END-IF
                IF LIMITE-GASTO > 0
                  COMPUTE PORCENTAJE-GASTO =
                     IMPORTE-EVENTO * 100 / LIMITE-GASTO
                  IF PORCENTAJE-GASTO NOT < UMB-GASTO
                   AND IMPORTE-EVENTO NOT > LIMITE-GASTO
                    MOVE 'S' TO GASTO-LIMITE
                  END-IF
                  IF PORCENTAJE-GASTO > 9999
                    MOVE 9999 TO PORCENTAJE-GASTO
                  END-IF
                  MOVE PORCENTAJE-GASTO TO PORCENTAJE-PANT
                  STRING PORCENTAJE-PANT DELIMITED BY SIZE
                         '% LIMITE' DELIMITED BY SIZE
                         INTO DETALLE-EVENTO
                END-IF
                IF PASADA = 1
                  ADD 1 TO OPE-GASTO(IDX-OPE)
                  ADD IMPORTE-EVENTO TO OPE-IMP-GASTO(IDX-OPE)
                  IF GASTO-LIMITE = 'S'
                    ADD 1 TO OPE-GASTO-LIMITE(IDX-OPE)
                  END-IF
                END-IF.

        TRATAR-REEMBOLSO.
                MOVE 'R' TO TIPO-EVENTO
                IF ENTIDAD-AUD = 'INCIDENCIA'
                  MOVE 'INCIDENCIA' TO CAJA-BUSCADA
                ELSE
                  MOVE 'DEVOLUCION' TO CAJA-BUSCADA
                END-IF
                PERFORM BUSCAR-CAJA
                MOVE ENTIDAD-AUD TO DETALLE-EVENTO
                IF PASADA = 1
                  ADD 1 TO OPE-REEMBOLSO(IDX-OPE)
                  ADD IMPORTE-EVENTO TO OPE-IMP-REEMBOLSO(IDX-OPE)
                END-IF.

        EVALUAR-OPERADORES.
                MOVE 0 TO OPERADORES-MARCADOS
                PERFORM VARYING IDX-SPV FROM 1 BY 1
                        UNTIL IDX-SPV > NUM-SPV
                  MOVE SPV-OPE(IDX-SPV) TO IDX-OPE
                  IF SPV-VECES(IDX-SPV) > OPE-SUP-VECES(IDX-OPE)
                    MOVE SPV-VECES(IDX-SPV) TO OPE-SUP-VECES(IDX-OPE)
                    MOVE SPV-CODIGO(IDX-SPV) TO OPE-SUP-MAYOR(IDX-OPE)
                  END-IF
                END-PERFORM
                PERFORM VARYING IDX-OPE FROM 1 BY 1
                        UNTIL IDX-OPE > NUM-OPE
                  PERFORM MARCAR-OPERADOR
                  IF OPE-MARCAS(IDX-OPE) NOT = MARCAS-VACIAS
                    ADD 1 TO OPERADORES-MARCADOS
                  END-IF
                END-PERFORM.

        MARCAR-OPERADOR.
                MOVE SPACES TO OPE-MARCAS(IDX-OPE)
                IF UMB-ANULA > 0
                 AND OPE-ANULA-RAPIDA(IDX-OPE) NOT < UMB-ANULA
                  MOVE 'A' TO OPE-MARCAS(IDX-OPE)(1:1)
                END-IF
                IF UMB-AJUSTE > 0
                 AND OPE-AJUSTE(IDX-OPE) NOT < UMB-AJUSTE
                  MOVE 'J' TO OPE-MARCAS(IDX-OPE)(2:1)
                END-IF
                IF OPE-AJUSTE(IDX-OPE) NOT < 3
                 AND OPE-SUP-MAYOR(IDX-OPE) NOT = '----'
                 AND OPE-SUP-VECES(IDX-OPE) * 100 NOT <
                     UMB-MISMO-SUP * OPE-AJUSTE(IDX-OPE)
                  MOVE 'S' TO OPE-MARCAS(IDX-OPE)(3:1)
                END-IF
                IF OPE-GASTO-LIMITE(IDX-OPE) NOT < 2
                  MOVE 'G' TO OPE-MARCAS(IDX-OPE)(4:1)
                END-IF
                IF UMB-REEMBOLSO > 0
                 AND OPE-REEMBOLSO(IDX-OPE) NOT < UMB-REEMBOLSO
                  MOVE 'R' TO OPE-MARCAS(IDX-OPE)(5:1)
                END-IF
                IF UMB-CAMBIOS > 0
                 AND OPE-CAMBIOS(IDX-OPE) NOT < UMB-CAMBIOS
                  MOVE 'E' TO OPE-MARCAS(IDX-OPE)(6:1)
                END-IF
                IF OPE-FUERA-HORA(IDX-OPE) > 0
                  MOVE 'H' TO OPE-MARCAS(IDX-OPE)(7:1)
                END-IF.

        ESCRIBIR-RESUMEN.
                MOVE 'RESUMEN POR SUCURSAL Y OPERADOR' TO LTI-TEXTO
                WRITE REG-IMPRE FROM LINEA-TITULO
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                PERFORM VARYING IDX-OPE FROM 1 BY 1
                        UNTIL IDX-OPE > NUM-OPE
                  MOVE OPE-SUCURSAL(IDX-OPE) TO LR1-SUCURSAL
                  MOVE OPE-NOMBRE(IDX-OPE) TO LR1-OPERADOR
                  MOVE OPE-ANULA(IDX-OPE) TO LR1-ANULA
                  MOVE OPE-ANULA-RAPIDA(IDX-OPE) TO LR1-RAPIDAS
                  MOVE OPE-IMP-ANULA(IDX-OPE) TO LR1-IMP-ANULA
                  MOVE OPE-AJUSTE(IDX-OPE) TO LR1-AJUSTE
                  MOVE OPE-IMP-AJUSTE(IDX-OPE) TO LR1-IMP-AJUSTE
                  MOVE OPE-MARCAS(IDX-OPE) TO LR1-MARCAS
                  WRITE REG-IMPRE FROM LINEA-RESUMEN-1
                  END-WRITE
                  MOVE OPE-GASTO(IDX-OPE) TO LR2-GASTO
                  MOVE OPE-GASTO-LIMITE(IDX-OPE) TO LR2-GASTO-LIMITE
                  MOVE OPE-IMP-GASTO(IDX-OPE) TO LR2-IMP-GASTO
                  MOVE OPE-REEMBOLSO(IDX-OPE) TO LR2-REEMBOLSO
                  MOVE OPE-IMP-REEMBOLSO(IDX-OPE) TO LR2-IMP-REEMBOLSO
                  MOVE OPE-CAMBIOS(IDX-OPE) TO LR2-CAMBIOS
                  MOVE OPE-FUERA-HORA(IDX-OPE) TO LR2-FUERA
                  MOVE OPE-SUP-MAYOR(IDX-OPE) TO LR2-SUPERVISOR
                  MOVE OPE-SUP-VECES(IDX-OPE) TO LR2-SUP-VECES
                  WRITE REG-IMPRE FROM LINEA-RESUMEN-2
                  END-WRITE
                END-PERFORM
                WRITE REG-IMPRE FROM LINEA-VACIA
                END-WRITE
                WRITE REG-IMPRE FROM LINEA-LEYENDA-1
                END-WRITE
                WRITE REG-IMPRE FROM LINEA-LEYENDA-2
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                MOVE 'DETALLE DE EVENTOS MARCADOS' TO LTI-TEXTO
                WRITE REG-IMPRE FROM LINEA-TITULO
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                WRITE REG-IMPRE FROM CABECERA-DETALLE
                END-WRITE.

        DECIDIR-DETALLE.
                MOVE 'N' TO EVENTO-MARCADO
                IF FUERA-HORA = 'S'
                 AND OPE-MARCAS(IDX-OPE)(7:1) = 'H'
                  MOVE 'S' TO EVENTO-MARCADO
                END-IF
                EVALUATE TIPO-EVENTO
                  WHEN 'A'
                    IF OPE-MARCAS(IDX-OPE)(1:1) = 'A'
                     AND ANULA-RAPIDA = 'S'
                      MOVE 'S' TO EVENTO-MARCADO
                    END-IF
                  WHEN 'J'
                    IF OPE-MARCAS(IDX-OPE)(2:1) = 'J'
                     OR OPE-MARCAS(IDX-OPE)(3:1) = 'S'
                      MOVE 'S' TO EVENTO-MARCADO
                    END-IF
                  WHEN 'G'
                    IF OPE-MARCAS(IDX-OPE)(4:1) = 'G'
                     AND GASTO-LIMITE = 'S'
                      MOVE 'S' TO EVENTO-MARCADO
                    END-IF
                  WHEN 'R'
                    IF OPE-MARCAS(IDX-OPE)(5:1) = 'R'
                      MOVE 'S' TO EVENTO-MARCADO
                    END-IF
                  WHEN 'E'
                    IF OPE-MARCAS(IDX-OPE)(6:1) = 'E'
                      MOVE 'S' TO EVENTO-MARCADO
                    END-IF
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
                IF EVENTO-MARCADO = 'S'
                  PERFORM ESCRIBIR-DETALLE
                END-IF.

        ESCRIBIR-DETALLE.
                ADD 1 TO TOTAL-MARCADOS
                MOVE FECHA-AUD TO LDE-FECHA
                MOVE HORA-AUD TO LDE-HORA
                MOVE OPE-SUCURSAL(IDX-OPE) TO LDE-SUCURSAL
                MOVE OPERADOR-AUD TO LDE-OPERADOR
                MOVE TEXTO-EVENTO TO LDE-EVENTO
                MOVE CLAVE-AUD TO LDE-CLAVE
                MOVE IMPORTE-EVENTO TO LDE-IMPORTE
                MOVE DETALLE-EVENTO TO LDE-DETALLE
                IF FUERA-HORA = 'S'
                  MOVE 'H' TO LDE-FUERA
                ELSE
                  MOVE SPACE TO LDE-FUERA
                END-IF
                WRITE REG-IMPRE FROM LINEA-DETALLE
                END-WRITE.

        ESCRIBIR-TOTALES.
                WRITE REG-IMPRE FROM LINEA-VACIA
                END-WRITE
                MOVE 'Eventos auditados en el periodo....' TO LTO-TEXTO
                MOVE TOTAL-EVENTOS TO LTO-CONT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Operadores revisados...............' TO LTO-TEXTO
                MOVE NUM-OPE TO LTO-CONT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Operadores con marcas..............' TO LTO-TEXTO
                MOVE OPERADORES-MARCADOS TO LTO-CONT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE
                MOVE 'Eventos marcados para revisar......' TO LTO-TEXTO
                MOVE TOTAL-MARCADOS TO LTO-CONT
                WRITE REG-IMPRE FROM LINEA-TOTAL
                END-WRITE.

        MOSTRAR-TOTALES.
                MOVE NUM-OPE TO CONT-PANT
                DISPLAY 'Operadores revisados....:' LINE 10
                POSITION 20
                DISPLAY CONT-PANT LINE 10 POSITION 46
                MOVE OPERADORES-MARCADOS TO CONT-PANT
                DISPLAY 'Operadores con marcas...:' LINE 11
                POSITION 20
                DISPLAY CONT-PANT LINE 11 POSITION 46
                MOVE TOTAL-MARCADOS TO CONT-PANT
                DISPLAY 'Eventos a revisar.......:' LINE 12
                POSITION 20
                DISPLAY CONT-PANT LINE 12 POSITION 46
                DISPLAY 'Informe enviado a la cola de impresion'
                LINE 21 POSITION 21.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
