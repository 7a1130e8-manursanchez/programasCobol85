        IDENTIFICATION DIVISION.
          PROGRAM-ID. INFORME-PRESUPUESTO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PRESUPUESTO ASSIGN TO DISK
                                             "PRESUPUESTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS ESTADO-PRESUPUESTO.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD PRESUPUESTO LABEL RECORD STANDARD.
          01 REG-PRESUPUESTO.
           02 PRE-CLAVE.
            03 PRE-ANO PIC 9(4).
            03 PRE-CUENTA PIC X(8).
           02 PRE-DESCRIPCION PIC X(20).
           02 PRE-TIPO PIC X.
           02 PRE-MESES.
            03 PRE-IMPORTE PIC 9(7)V99 OCCURS 12 TIMES.
           02 PRE-FECHA PIC 9(8).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PRESUPUESTO PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FIN-FICH PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 ANO-INFORME PIC 9(4).
        77 MES-INFORME PIC 99.
        77 UMBRAL-DESVIACION PIC 999.
        77 IDX-CTA PIC 999.
        77 IDX-MES PIC 99.
        77 TIPO-CUENTA PIC X.
        77 PRES-MES PIC S9(8)V99.
        77 REAL-MES PIC S9(8)V99.
        77 PRES-ACUM PIC S9(8)V99.
        77 REAL-ACUM PIC S9(8)V99.
        77 NETO-ANUAL PIC S9(8)V99.
        77 DESVIACION PIC S9(8)V99.
        77 PORCENTAJE PIC S9(5).
        77 MARCA PIC X(3).
        77 TOT-ING-PRES-MES PIC S9(8)V99.
        77 TOT-ING-REAL-MES PIC S9(8)V99.
        77 TOT-ING-PRES-ACUM PIC S9(8)V99.
        77 TOT-ING-REAL-ACUM PIC S9(8)V99.
        77 TOT-GAS-PRES-MES PIC S9(8)V99.
        77 TOT-GAS-REAL-MES PIC S9(8)V99.
        77 TOT-GAS-PRES-ACUM PIC S9(8)V99.
        77 TOT-GAS-REAL-ACUM PIC S9(8)V99.
        77 CUENTAS-IMPRESAS PIC 999.
        77 CUENTAS-MARCADAS PIC 999.
        77 CONT-PANT PIC ZZZZ9.

        01 TABLA-REALES.
          02 NUM-REALES PIC 999.
          02 REALES-SIN-MAPA PIC 9(5).
          02 REA-LINEA OCCURS 100 TIMES.
            03 REA-CUENTA PIC X(8).
            03 REA-DESCRIPCION PIC X(20).
            03 REA-MES PIC S9(7)V99 OCCURS 12 TIMES.

        01 TABLA-USADAS.
          02 REA-USADA PIC X OCCURS 100 TIMES.

        01 CABECERA.
         02 FILLER PIC X(10) VALUE SPACES.
         02 FILLER PIC X(36) VALUE
                  "PRESUPUESTO FRENTE A REAL     ANO ".
         02 CAB-ANO PIC 9(4).
         02 FILLER PIC X(6) VALUE "  MES ".
         02 CAB-MES PIC 99.
         02 FILLER PIC X(22) VALUE SPACES.

        01 CABECERA-UMBRAL.
         02 FILLER PIC X(10) VALUE SPACES.
         02 FILLER PIC X(36) VALUE
                  "Se marcan (***) desviaciones desde ".
         02 CAB-UMBRAL PIC ZZ9.
         02 FILLER PIC X(31) VALUE "%".

        01 CABECERA-COLUMNAS.
         02 FILLER PIC X(30) VALUE "CUENTA   DESCRIPCION          ".
         02 FILLER PIC X(30) VALUE "T PRESUPUESTO        REAL  DES".
         02 FILLER PIC X(20) VALUE "VIACION     %       ".

        01 LINEA-CUENTA.
         02 LCU-CUENTA PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 LCU-DESCRIPCION PIC X(20).
         02 FILLER PIC X VALUE SPACES.
         02 LCU-TIPO PIC X.
         02 FILLER PIC X VALUE SPACES.
         02 LCU-PRES PIC ZZZZZZ9.99-.
         02 FILLER PIC X VALUE SPACES.
         02 LCU-REAL PIC ZZZZZZ9.99-.
         02 FILLER PIC X VALUE SPACES.
         02 LCU-DESV PIC ZZZZZZ9.99-.
         02 FILLER PIC X VALUE SPACES.
         02 LCU-PCT PIC ZZZ9-.
         02 FILLER PIC X VALUE SPACES.
         02 LCU-MARCA PIC X(3).
         02 FILLER PIC X(3) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE FECHA-HOY-YMD(1:4) TO ANO-INFORME.
                MOVE FECHA-HOY-YMD(5:2) TO MES-INFORME.
                MOVE 10 TO UMBRAL-DESVIACION.
                DISPLAY 'Ano.....................:' LINE 4 POSITION 15.
                DISPLAY ANO-INFORME LINE 4 POSITION 42.
                ACCEPT ANO-INFORME LINE 4 POSITION 42 UPDATE.
                DISPLAY 'Mes.....................:' LINE 5 POSITION 15.
                DISPLAY MES-INFORME LINE 5 POSITION 42.
                ACCEPT MES-INFORME LINE 5 POSITION 42 UPDATE.
                DISPLAY 'Desviacion a marcar (%).:' LINE 6 POSITION 15.
                DISPLAY UMBRAL-DESVIACION LINE 6 POSITION 42.
                ACCEPT UMBRAL-DESVIACION LINE 6 POSITION 42 UPDATE.
                DISPLAY 'GENERAR EL INFORME (S/N)?' POSITION 25
                LINE 8.
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 52 LINE 8
                END-PERFORM.
                IF MES-INFORME < 1 OR MES-INFORME > 12
                  DISPLAY 'Mes no valido' LINE 21 POSITION 21
                  MOVE 'N' TO RES
                END-IF.
                IF RES = 'S' OR RES = 's'
                  PERFORM EMITIR-INFORME
                END-IF.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' PRESUPUESTO FRENTE A REAL ' LINE 2
                POSITION 26 REVERSE.

        EMITIR-INFORME.
                CALL 'REALES-CUENTAS' USING ANO-INFORME TABLA-REALES
                CANCEL 'REALES-CUENTAS'
                PERFORM VARYING IDX-CTA FROM 1 BY 1 UNTIL IDX-CTA > 100
                  MOVE 'N' TO REA-USADA(IDX-CTA)
                END-PERFORM
                MOVE 'INFORME-PRESUPUESTO' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' LINE 21 POSITION 21
                  DISPLAY ESTADO-IMPRESORA LINE 21 POSITION 40
                ELSE
                  MOVE ZEROS TO TOT-ING-PRES-MES
                  MOVE ZEROS TO TOT-ING-REAL-MES
                  MOVE ZEROS TO TOT-ING-PRES-ACUM
                  MOVE ZEROS TO TOT-ING-REAL-ACUM
                  MOVE ZEROS TO TOT-GAS-PRES-MES
                  MOVE ZEROS TO TOT-GAS-REAL-MES
                  MOVE ZEROS TO TOT-GAS-PRES-ACUM
                  MOVE ZEROS TO TOT-GAS-REAL-ACUM
                  MOVE 0 TO CUENTAS-IMPRESAS
                  MOVE 0 TO CUENTAS-MARCADAS
                  PERFORM IMPRIMIR-CABECERA
                  PERFORM RECORRER-PRESUPUESTO
                  PERFORM VARYING IDX-CTA FROM 1 BY 1
                          UNTIL IDX-CTA > NUM-REALES
                    IF REA-USADA(IDX-CTA) = 'N'
                      PERFORM CUENTA-SIN-PRESUPUESTO
                    END-IF
                  END-PERFORM
                  PERFORM IMPRIMIR-TOTALES
                  CLOSE IMPRE
                  MOVE CUENTAS-IMPRESAS TO CONT-PANT
                  DISPLAY 'Cuentas en el informe...:' LINE 11
                  POSITION 15
                  DISPLAY CONT-PANT LINE 11 POSITION 41
                  MOVE CUENTAS-MARCADAS TO CONT-PANT
                  DISPLAY 'Desviaciones marcadas...:' LINE 12
                  POSITION 15
                  DISPLAY CONT-PANT LINE 12 POSITION 41
                  MOVE REALES-SIN-MAPA TO CONT-PANT
                  DISPLAY 'Movimientos sin cuenta..:' LINE 13
                  POSITION 15
                  DISPLAY CONT-PANT LINE 13 POSITION 41
                  DISPLAY 'Informe enviado a la cola de impresion'
                  LINE 21 POSITION 21
                END-IF.

        IMPRIMIR-CABECERA.
                MOVE ANO-INFORME TO CAB-ANO
                MOVE MES-INFORME TO CAB-MES
                WRITE REG-IMPRE FROM CABECERA
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                MOVE UMBRAL-DESVIACION TO CAB-UMBRAL
                WRITE REG-IMPRE FROM CABECERA-UMBRAL
                    BEFORE ADVANCING 2 LINES
                END-WRITE
                WRITE REG-IMPRE FROM CABECERA-COLUMNAS
                END-WRITE
                WRITE REG-IMPRE FROM LINEA-VACIA
                END-WRITE.

        RECORRER-PRESUPUESTO.
                OPEN INPUT PRESUPUESTO
                IF ESTADO-PRESUPUESTO = "00"
                  MOVE ANO-INFORME TO PRE-ANO
                  MOVE LOW-VALUES TO PRE-CUENTA
                  MOVE 'N' TO FIN-FICH
                  START PRESUPUESTO KEY IS > PRE-CLAVE INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ PRESUPUESTO NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF PRE-ANO NOT = ANO-INFORME
                        MOVE 'S' TO FIN-FICH
                      ELSE
                        PERFORM CUENTA-CON-PRESUPUESTO
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE PRESUPUESTO
                END-IF.

        CUENTA-CON-PRESUPUESTO.
                MOVE PRE-TIPO TO TIPO-CUENTA
                MOVE ZEROS TO PRES-ACUM
                PERFORM VARYING IDX-MES FROM 1 BY 1
                        UNTIL IDX-MES > MES-INFORME
                  ADD PRE-IMPORTE(IDX-MES) TO PRES-ACUM
                END-PERFORM
                MOVE PRE-IMPORTE(MES-INFORME) TO PRES-MES
                MOVE 1 TO IDX-CTA
                PERFORM UNTIL IDX-CTA > NUM-REALES
                   OR REA-CUENTA(IDX-CTA) = PRE-CUENTA
                  ADD 1 TO IDX-CTA
                END-PERFORM
                MOVE ZEROS TO REAL-MES
                MOVE ZEROS TO REAL-ACUM
                IF IDX-CTA NOT > NUM-REALES
                  MOVE 'S' TO REA-USADA(IDX-CTA)
                  PERFORM SUMAR-REAL
                END-IF
                MOVE PRE-CUENTA TO LCU-CUENTA
                MOVE PRE-DESCRIPCION TO LCU-DESCRIPCION
                PERFORM IMPRIMIR-CUENTA.

        CUENTA-SIN-PRESUPUESTO.
                MOVE ZEROS TO NETO-ANUAL
                PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
                  ADD REA-MES(IDX-CTA IDX-MES) TO NETO-ANUAL
                END-PERFORM
                IF NETO-ANUAL < 0
                  MOVE 'G' TO TIPO-CUENTA
                ELSE
                  MOVE 'I' TO TIPO-CUENTA
                END-IF
                MOVE ZEROS TO PRES-MES
                MOVE ZEROS TO PRES-ACUM
                PERFORM SUMAR-REAL
                MOVE REA-CUENTA(IDX-CTA) TO LCU-CUENTA
                MOVE REA-DESCRIPCION(IDX-CTA) TO LCU-DESCRIPCION
                IF REAL-ACUM NOT = 0
                  PERFORM IMPRIMIR-CUENTA
                END-IF.

        SUMAR-REAL.
                MOVE REA-MES(IDX-CTA MES-INFORME) TO REAL-MES
                MOVE ZEROS TO REAL-ACUM
                PERFORM VARYING IDX-MES FROM 1 BY 1
                        UNTIL IDX-MES > MES-INFORME
                  ADD REA-MES(IDX-CTA IDX-MES) TO REAL-ACUM
                END-PERFORM
                IF TIPO-CUENTA = 'G'
                  COMPUTE REAL-MES = 0 - REAL-MES
                  COMPUTE REAL-ACUM = 0 - REAL-ACUM
                END-IF.

        IMPRIMIR-CUENTA.
                ADD 1 TO CUENTAS-IMPRESAS
                IF TIPO-CUENTA = 'G'
                  ADD PRES-MES TO TOT-GAS-PRES-MES
                  ADD REAL-MES TO TOT-GAS-REAL-MES
                  ADD PRES-ACUM TO TOT-GAS-PRES-ACUM
                  ADD REAL-ACUM TO TOT-GAS-REAL-ACUM
                ELSE
                  ADD PRES-MES TO TOT-ING-PRES-MES
                  ADD REAL-MES TO TOT-ING-REAL-MES
                  ADD PRES-ACUM TO TOT-ING-PRES-ACUM
                  ADD REAL-ACUM TO TOT-ING-REAL-ACUM
                END-IF
                MOVE TIPO-CUENTA TO LCU-TIPO
                MOVE PRES-MES TO LCU-PRES
                MOVE REAL-MES TO LCU-REAL
                PERFORM CALCULAR-DESVIACION
                IF MARCA NOT = SPACES
                  ADD 1 TO CUENTAS-MARCADAS
                END-IF
                WRITE REG-IMPRE FROM LINEA-CUENTA
                END-WRITE
                MOVE SPACES TO LCU-CUENTA
                MOVE '  acumulado del ano' TO LCU-DESCRIPCION
                MOVE SPACE TO LCU-TIPO
                MOVE PRES-ACUM TO PRES-MES
                MOVE REAL-ACUM TO REAL-MES
                MOVE PRES-MES TO LCU-PRES
                MOVE REAL-MES TO LCU-REAL
                PERFORM CALCULAR-DESVIACION
                WRITE REG-IMPRE FROM LINEA-CUENTA
                END-WRITE.

        CALCULAR-DESVIACION.
                COMPUTE DESVIACION = REAL-MES - PRES-MES
                MOVE DESVIACION TO LCU-DESV
                MOVE SPACES TO MARCA
                MOVE ZEROS TO PORCENTAJE
                IF PRES-MES = 0
                  IF REAL-MES NOT = 0
                    MOVE '***' TO MARCA
                  END-IF
                ELSE
                  COMPUTE PORCENTAJE ROUNDED =
                     DESVIACION * 100 / PRES-MES
                     ON SIZE ERROR
                       MOVE 9999 TO PORCENTAJE
                  END-COMPUTE
                  IF PORCENTAJE > 9999
                    MOVE 9999 TO PORCENTAJE
                  END-IF
                  IF PORCENTAJE < -9999
                    MOVE -9999 TO PORCENTAJE
                  END-IF
                  IF PORCENTAJE NOT < UMBRAL-DESVIACION
                   OR 0 - PORCENTAJE NOT < UMBRAL-DESVIACION
                    MOVE '***' TO MARCA
                  END-IF
                END-IF
                MOVE PORCENTAJE TO LCU-PCT
                MOVE MARCA TO LCU-MARCA.

        IMPRIMIR-TOTALES.
                WRITE REG-IMPRE FROM LINEA-VACIA
                END-WRITE
                MOVE 'TOTAL' TO LCU-CUENTA
                MOVE 'INGRESOS' TO LCU-DESCRIPCION
                MOVE 'I' TO TIPO-CUENTA
                MOVE TOT-ING-PRES-MES TO PRES-MES
                MOVE TOT-ING-REAL-MES TO REAL-MES
                MOVE TOT-ING-PRES-ACUM TO PRES-ACUM
                MOVE TOT-ING-REAL-ACUM TO REAL-ACUM
                PERFORM IMPRIMIR-TOTAL
                MOVE 'TOTAL' TO LCU-CUENTA
                MOVE 'GASTOS' TO LCU-DESCRIPCION
                MOVE 'G' TO TIPO-CUENTA
                MOVE TOT-GAS-PRES-MES TO PRES-MES
                MOVE TOT-GAS-REAL-MES TO REAL-MES
                MOVE TOT-GAS-PRES-ACUM TO PRES-ACUM
                MOVE TOT-GAS-REAL-ACUM TO REAL-ACUM
                PERFORM IMPRIMIR-TOTAL
                MOVE 'TOTAL' TO LCU-CUENTA
                MOVE 'RESULTADO' TO LCU-DESCRIPCION
                MOVE SPACE TO TIPO-CUENTA
                COMPUTE PRES-MES = TOT-ING-PRES-MES - TOT-GAS-PRES-MES
                COMPUTE REAL-MES = TOT-ING-REAL-MES - TOT-GAS-REAL-MES
                COMPUTE PRES-ACUM =
                   TOT-ING-PRES-ACUM - TOT-GAS-PRES-ACUM
                COMPUTE REAL-ACUM =
                   TOT-ING-REAL-ACUM - TOT-GAS-REAL-ACUM
                PERFORM IMPRIMIR-TOTAL.

        IMPRIMIR-TOTAL.
                MOVE TIPO-CUENTA TO LCU-TIPO
                MOVE PRES-MES TO LCU-PRES
                MOVE REAL-MES TO LCU-REAL
                PERFORM CALCULAR-DESVIACION
                WRITE REG-IMPRE FROM LINEA-CUENTA
                END-WRITE
                MOVE SPACES TO LCU-CUENTA
                MOVE '  acumulado del ano' TO LCU-DESCRIPCION
                MOVE SPACE TO LCU-TIPO
                MOVE PRES-ACUM TO PRES-MES
                MOVE REAL-ACUM TO REAL-MES
                MOVE PRES-MES TO LCU-PRES
                MOVE REAL-MES TO LCU-REAL
                PERFORM CALCULAR-DESVIACION
                WRITE REG-IMPRE FROM LINEA-CUENTA
                END-WRITE.
