        IDENTIFICATION DIVISION.
          PROGRAM-ID. COBRA-SUSCRIP.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PLANES ASSIGN TO DISK "PLANES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS ESTADO-PLANES.

               SELECT OPTIONAL SUSCRIP ASSIGN TO DISK "SUSCRIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SOCIO
               ALTERNATE RECORD KEY IS SUS-PLAN WITH DUPLICATES
               FILE STATUS IS ESTADO-SUSCRIP.

               SELECT OPTIONAL SALDOS ASSIGN TO DISK "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-SOCIO
               FILE STATUS IS ESTADO-SALDOS.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD PLANES LABEL RECORD STANDARD.
          01 REG-PLANES.
           02 PLN-CODIGO PIC X(2).
           02 PLN-DESCRIPCION PIC X(20).
           02 PLN-CUOTA PIC 9(4)V99.
           02 PLN-LIMITE PIC 99.
           02 PLN-CLASES.
            03 PLN-CLASE PIC X OCCURS 4 TIMES.
           02 PLN-ESTRENOS PIC X.
           02 PLN-ACTIVO PIC X.

          FD SUSCRIP LABEL RECORD STANDARD.
          01 REG-SUSCRIP.
           02 SUS-SOCIO PIC X(5).
           02 SUS-PLAN PIC X(2).
           02 SUS-FECHA-INI PIC 9(8).
           02 SUS-DIA-RENOV PIC 99.
           02 SUS-ESTADO PIC X.
           02 SUS-FECHA-ESTADO PIC 9(8).
           02 SUS-ULT-PERIODO PIC 9(6).
           02 SUS-ULT-IMPORTE PIC 9(4)V99.

          FD SALDOS LABEL RECORD STANDARD.
          01 REG-SALDOS.
           02 SDO-SOCIO PIC X(5).
           02 SALDO-SOCIO PIC S9(7)V99.
           02 SITUACION-SOCIO PIC X.
           02 NIVEL-CARTA PIC 9.
           02 FECHA-CARTA PIC 9(8).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PLANES PIC XX.
        77 ESTADO-SUSCRIP PIC XX.
        77 ESTADO-SALDOS PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FACTURAR PIC X.
        77 FIN-FICH PIC X.
        77 PERIODO-OK PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 PERIODO-ACTUAL PIC 9(6).
        77 DIA-HOY PIC 99.
        77 PERIODO-COBRO PIC 9(6).
        77 MES-COBRO PIC 99.
        77 NUM-PLANES PIC 99.
        77 IDX-PLN PIC 99.
        77 IDX-BUSCA-PLN PIC 99.
        77 CUOTA-PLAN PIC 9(4)V99.
        77 BASE-CHURN PIC S9(5).
        77 FACTURADAS PIC 9(4).
        77 SUSPENDIDAS PIC 9(4).
        77 FACT-PANT PIC ZZZ9.
        77 CTA-SOCIO PIC X(5).
        77 CTA-TIPO PIC X.
        77 CTA-CONCEPTO PIC X(14).
        77 CTA-IMPORTE PIC 9(7)V99.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 TABLA-PLANES.
         02 TPL-ENTRY OCCURS 30 TIMES.
          03 TPL-CODIGO PIC X(2).
          03 TPL-DESCRIPCION PIC X(20).
          03 TPL-CUOTA PIC 9(4)V99.
          03 TPL-ACTIVAS PIC 9(4).
          03 TPL-ALTAS PIC 9(4).
          03 TPL-BAJAS PIC 9(4).
          03 TPL-SUSPENDIDAS PIC 9(4).
          03 TPL-COBRADAS PIC 9(4).
          03 TPL-INGRESOS PIC 9(7)V99.

        01 ACUMULADOS-TOTAL.
         02 TOT-ACTIVAS PIC 9(5).
         02 TOT-ALTAS PIC 9(5).
         02 TOT-BAJAS PIC 9(5).
         02 TOT-SUSPENDIDAS PIC 9(5).
         02 TOT-COBRADAS PIC 9(5).
         02 TOT-INGRESOS PIC 9(9)V99.

        01 CABECERA.
         02 FILLER PIC X(12) VALUE SPACES.
         02 FILLER PIC X(33) VALUE "SUSCRIPCIONES - CUOTAS DEL MES  ".
         02 CAB-PERIODO PIC 9(6).

        01 CABECERA-COLUMNAS.
         02 FILLER PIC X(24) VALUE "PLAN".
         02 FILLER PIC X(5) VALUE " ACTI".
         02 FILLER PIC X(5) VALUE " ALTA".
         02 FILLER PIC X(5) VALUE " BAJA".
         02 FILLER PIC X(5) VALUE " SUSP".
         02 FILLER PIC X(6) VALUE " CHURN".
         02 FILLER PIC X(5) VALUE " COBR".
         02 FILLER PIC X(10) VALUE "  INGRESOS".

        01 LINEA-PLAN.
         02 LPL-CODIGO PIC X(2).
         02 FILLER PIC X VALUE SPACES.
         02 LPL-DESCRIPCION PIC X(20).
         02 FILLER PIC X VALUE SPACES.
         02 LPL-ACTIVAS PIC ZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LPL-ALTAS PIC ZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LPL-BAJAS PIC ZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LPL-SUSPENDIDAS PIC ZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LPL-CHURN PIC ZZ9.9.
         02 FILLER PIC X VALUE SPACES.
         02 LPL-COBRADAS PIC ZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LPL-INGRESOS PIC ZZZZZ9.99.

        01 LINEA-NOTA.
         02 FILLER PIC X(40)
            VALUE "ACTI: ACTIVAS. SUSP: SUSPENDIDAS POR IMP".
         02 FILLER PIC X(40)
            VALUE "AGO EN EL MES.".

        01 LINEA-NOTA2.
         02 FILLER PIC X(40)
            VALUE "CHURN: BAJAS + SUSPENDIDAS SOBRE SUSCRIP".
         02 FILLER PIC X(40)
            VALUE "TORES AL INICIO DEL MES.".

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE FECHA-SISTEMA(1:6) TO PERIODO-ACTUAL.
                MOVE FECHA-SISTEMA(7:2) TO DIA-HOY.
                MOVE PERIODO-ACTUAL TO PERIODO-COBRO.
                DISPLAY 'Mes de cobro (AAAAMM).....:' LINE 6
                POSITION 10.
                MOVE 'N' TO PERIODO-OK.
                PERFORM UNTIL PERIODO-OK = 'S'
                  ACCEPT PERIODO-COBRO LINE 6 POSITION 38 UPDATE
                  MOVE PERIODO-COBRO(5:2) TO MES-COBRO
                  IF MES-COBRO > 0 AND MES-COBRO < 13
                   AND PERIODO-COBRO NOT > PERIODO-ACTUAL
                    MOVE 'S' TO PERIODO-OK
                  ELSE
                    DISPLAY 'Mes no valido' LINE 21 POSITION 21
                  END-IF
                END-PERFORM.
                DISPLAY '             ' LINE 21 POSITION 21.
                DISPLAY 'FACTURAR CUOTAS DEL MES (S/N)?'
                POSITION 10 LINE 8.
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 42 LINE 8
                END-PERFORM.
                MOVE 'N' TO FACTURAR.
                IF RES = 'S' OR RES = 's'
                  MOVE 'S' TO FACTURAR
                END-IF.
                MOVE ZEROS TO FACTURADAS.
                MOVE ZEROS TO SUSPENDIDAS.
                PERFORM ABRIR-FICHERO.
                PERFORM CARGAR-PLANES.
                PERFORM RECORRER-SUSCRIPCIONES.
                PERFORM IMPRIMIR-INFORME.
                PERFORM CERRAR-FICHERO.
                MOVE FACTURADAS TO FACT-PANT.
                DISPLAY 'Cuotas facturadas.....:' LINE 19 POSITION 25.
                DISPLAY FACT-PANT LINE 19 POSITION 49.
                MOVE SUSPENDIDAS TO FACT-PANT.
                DISPLAY 'Planes suspendidos....:' LINE 20 POSITION 25.
                DISPLAY FACT-PANT LINE 20 POSITION 49.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' COBRO DE SUSCRIPCIONES ' LINE 2
                POSITION 28 REVERSE.

        ABRIR-FICHERO.
               OPEN INPUT PLANES.
               IF ESTADO-PLANES NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PLANES
                 ACCEPT RESPU
               END-IF.
               OPEN I-O SUSCRIP.
               IF ESTADO-SUSCRIP NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-SUSCRIP
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT SALDOS.
               IF ESTADO-SALDOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-SALDOS
                 ACCEPT RESPU
               END-IF.

        CARGAR-PLANES.
                MOVE 0 TO NUM-PLANES
                MOVE LOW-VALUES TO PLN-CODIGO
                MOVE 'N' TO FIN-FICH
                START PLANES KEY IS > PLN-CODIGO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ PLANES NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF NUM-PLANES < 30
                      ADD 1 TO NUM-PLANES
                      MOVE NUM-PLANES TO IDX-PLN
                      PERFORM INICIAR-PLAN
                    END-IF
                  END-READ
                END-PERFORM.

        INICIAR-PLAN.
                MOVE PLN-CODIGO TO TPL-CODIGO(IDX-PLN)
                MOVE PLN-DESCRIPCION TO TPL-DESCRIPCION(IDX-PLN)
                MOVE PLN-CUOTA TO TPL-CUOTA(IDX-PLN)
                MOVE ZEROS TO TPL-ACTIVAS(IDX-PLN)
                MOVE ZEROS TO TPL-ALTAS(IDX-PLN)
                MOVE ZEROS TO TPL-BAJAS(IDX-PLN)
                MOVE ZEROS TO TPL-SUSPENDIDAS(IDX-PLN)
                MOVE ZEROS TO TPL-COBRADAS(IDX-PLN)
                MOVE ZEROS TO TPL-INGRESOS(IDX-PLN).

        BUSCAR-PLAN.
                MOVE 0 TO IDX-PLN
                PERFORM VARYING IDX-BUSCA-PLN FROM 1 BY 1
                        UNTIL IDX-BUSCA-PLN > NUM-PLANES
                           OR IDX-PLN > 0
                  IF TPL-CODIGO(IDX-BUSCA-PLN) = SUS-PLAN
                    MOVE IDX-BUSCA-PLN TO IDX-PLN
                  END-IF
                END-PERFORM.

        RECORRER-SUSCRIPCIONES.
                MOVE LOW-VALUES TO SUS-SOCIO
                MOVE 'N' TO FIN-FICH
                START SUSCRIP KEY IS > SUS-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ SUSCRIP NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    PERFORM BUSCAR-PLAN
                    IF IDX-PLN > 0
                      PERFORM EXAMINAR-SUSCRIPCION
                    END-IF
                  END-READ
                END-PERFORM.

        EXAMINAR-SUSCRIPCION.
                IF SUS-ESTADO = 'B'
                  IF SUS-FECHA-ESTADO(1:6) = PERIODO-COBRO
                    ADD 1 TO TPL-BAJAS(IDX-PLN)
                  END-IF
                ELSE
                 IF SUS-FECHA-INI(1:6) NOT > PERIODO-COBRO
                  IF SUS-FECHA-INI(1:6) = PERIODO-COBRO
                    ADD 1 TO TPL-ALTAS(IDX-PLN)
                  END-IF
                  IF FACTURAR = 'S'
                   AND SUS-ULT-PERIODO < PERIODO-COBRO
                   AND (PERIODO-COBRO < PERIODO-ACTUAL
                    OR SUS-DIA-RENOV NOT > DIA-HOY)
                    PERFORM RENOVAR-SUSCRIPCION
                  END-IF
                  IF SUS-ESTADO = 'A'
                    ADD 1 TO TPL-ACTIVAS(IDX-PLN)
                  ELSE
                    IF SUS-FECHA-ESTADO(1:6) = PERIODO-COBRO
                      ADD 1 TO TPL-SUSPENDIDAS(IDX-PLN)
                    END-IF
                  END-IF
                  IF SUS-ULT-PERIODO = PERIODO-COBRO
                    ADD 1 TO TPL-COBRADAS(IDX-PLN)
                    ADD SUS-ULT-IMPORTE TO TPL-INGRESOS(IDX-PLN)
                  END-IF
                 END-IF
                END-IF.

        RENOVAR-SUSCRIPCION.
                MOVE SUS-SOCIO TO SDO-SOCIO
                READ SALDOS INVALID KEY
                  MOVE ZEROS TO SALDO-SOCIO
                END-READ
                IF SALDO-SOCIO > 0
                  IF SUS-ESTADO = 'A'
                    PERFORM SUSPENDER-SUSCRIPCION
                  END-IF
                ELSE
                  PERFORM FACTURAR-SUSCRIPCION
                END-IF.

        SUSPENDER-SUSCRIPCION.
                MOVE 'S' TO SUS-ESTADO
                MOVE FECHA-HOY-YMD TO SUS-FECHA-ESTADO
                REWRITE REG-SUSCRIP INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  ADD 1 TO SUSPENDIDAS
                  MOVE 'SUSPENDE' TO AUD-OPERACION
                  MOVE 'SUSCRIP' TO AUD-ENTIDAD
                  MOVE SUS-SOCIO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-REWRITE.

        FACTURAR-SUSCRIPCION.
                MOVE TPL-CUOTA(IDX-PLN) TO CUOTA-PLAN
                IF SUS-ESTADO = 'S'
                  MOVE 'A' TO SUS-ESTADO
                  MOVE FECHA-HOY-YMD TO SUS-FECHA-ESTADO
                END-IF
                MOVE PERIODO-COBRO TO SUS-ULT-PERIODO
                MOVE CUOTA-PLAN TO SUS-ULT-IMPORTE
                REWRITE REG-SUSCRIP INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF CUOTA-PLAN > 0
                    MOVE SUS-SOCIO TO CTA-SOCIO
                    MOVE 'C' TO CTA-TIPO
                    MOVE 'CUOTA PLAN' TO CTA-CONCEPTO
                    MOVE CUOTA-PLAN TO CTA-IMPORTE
                    CALL 'CUENTA' USING CTA-SOCIO CTA-TIPO
                                         CTA-CONCEPTO CTA-IMPORTE
                    CANCEL 'CUENTA'
                  END-IF
                  ADD 1 TO FACTURADAS
                  MOVE 'CUOTA' TO AUD-OPERACION
                  MOVE 'SUSCRIP' TO AUD-ENTIDAD
                  MOVE SUS-SOCIO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-REWRITE.

        IMPRIMIR-INFORME.
                MOVE 'COBRA-SUSCRIP' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                ELSE
                  MOVE PERIODO-COBRO TO CAB-PERIODO
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-COLUMNAS
                  END-WRITE
                  MOVE ZEROS TO ACUMULADOS-TOTAL
                  PERFORM VARYING IDX-PLN FROM 1 BY 1
                          UNTIL IDX-PLN > NUM-PLANES
                    PERFORM IMPRIMIR-PLAN
                  END-PERFORM
                  MOVE SPACES TO LPL-CODIGO
                  MOVE 'TOTAL' TO LPL-DESCRIPCION
                  MOVE TOT-ACTIVAS TO LPL-ACTIVAS
                  MOVE TOT-ALTAS TO LPL-ALTAS
                  MOVE TOT-BAJAS TO LPL-BAJAS
                  MOVE TOT-SUSPENDIDAS TO LPL-SUSPENDIDAS
                  COMPUTE BASE-CHURN = TOT-ACTIVAS + TOT-BAJAS
                                     + TOT-SUSPENDIDAS - TOT-ALTAS
                  IF BASE-CHURN > 0
                    COMPUTE LPL-CHURN ROUNDED =
                       (TOT-BAJAS + TOT-SUSPENDIDAS) * 100 / BASE-CHURN
                  ELSE
                    MOVE ZEROS TO LPL-CHURN
                  END-IF
                  MOVE TOT-COBRADAS TO LPL-COBRADAS
                  MOVE TOT-INGRESOS TO LPL-INGRESOS
                  WRITE REG-IMPRE FROM LINEA-PLAN
                  END-WRITE
                  MOVE SPACES TO REG-IMPRE
                  WRITE REG-IMPRE
                  END-WRITE
                  WRITE REG-IMPRE FROM LINEA-NOTA
                  END-WRITE
                  WRITE REG-IMPRE FROM LINEA-NOTA2
                  END-WRITE
                  CLOSE IMPRE
                  DISPLAY 'Informe enviado al spool' LINE 21
                  POSITION 25
                END-IF.

        IMPRIMIR-PLAN.
                MOVE TPL-CODIGO(IDX-PLN) TO LPL-CODIGO
                MOVE TPL-DESCRIPCION(IDX-PLN) TO LPL-DESCRIPCION
                MOVE TPL-ACTIVAS(IDX-PLN) TO LPL-ACTIVAS
                MOVE TPL-ALTAS(IDX-PLN) TO LPL-ALTAS
                MOVE TPL-BAJAS(IDX-PLN) TO LPL-BAJAS
                MOVE TPL-SUSPENDIDAS(IDX-PLN) TO LPL-SUSPENDIDAS
                COMPUTE BASE-CHURN = TPL-ACTIVAS(IDX-PLN)
                                   + TPL-BAJAS(IDX-PLN)
                                   + TPL-SUSPENDIDAS(IDX-PLN)
                                   - TPL-ALTAS(IDX-PLN)
                IF BASE-CHURN > 0
                  COMPUTE LPL-CHURN ROUNDED =
                     (TPL-BAJAS(IDX-PLN) + TPL-SUSPENDIDAS(IDX-PLN))
                     * 100 / BASE-CHURN
                ELSE
                  MOVE ZEROS TO LPL-CHURN
                END-IF
                MOVE TPL-COBRADAS(IDX-PLN) TO LPL-COBRADAS
                MOVE TPL-INGRESOS(IDX-PLN) TO LPL-INGRESOS
                WRITE REG-IMPRE FROM LINEA-PLAN
                END-WRITE
                ADD TPL-ACTIVAS(IDX-PLN) TO TOT-ACTIVAS
                ADD TPL-ALTAS(IDX-PLN) TO TOT-ALTAS
                ADD TPL-BAJAS(IDX-PLN) TO TOT-BAJAS
                ADD TPL-SUSPENDIDAS(IDX-PLN) TO TOT-SUSPENDIDAS
                ADD TPL-COBRADAS(IDX-PLN) TO TOT-COBRADAS
                ADD TPL-INGRESOS(IDX-PLN) TO TOT-INGRESOS.

        CERRAR-FICHERO.
                CLOSE PLANES.
                CLOSE SUSCRIP.
                CLOSE SALDOS.
