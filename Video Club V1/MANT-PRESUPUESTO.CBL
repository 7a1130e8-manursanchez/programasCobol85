        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-PRESUPUESTO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PRESUPUESTO ASSIGN TO DISK
                                             "PRESUPUESTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE
               FILE STATUS IS ESTADO-PRESUPUESTO.

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

        WORKING-STORAGE SECTION.
        77 ESTADO-PRESUPUESTO PIC XX.
        77 EXISTE PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 MODO PIC X.
          88 MANTENER VALUE "1".
          88 GENERAR VALUE "2".
        77 ACCION PIC X.
          88 BORRAR-PRESUPUESTO VALUE "B", "b".
        77 TIPO-OK PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 ANO-ORIGEN PIC 9(4).
        77 ANO-DESTINO PIC 9(4).
        77 PORCENTAJE PIC 99V9.
        77 IDX-MES PIC 99.
        77 IDX-CTA PIC 999.
        77 LINEA-PANT PIC 99.
        77 COLUMNA-PANT PIC 99.
        77 TOTAL-ANUAL PIC 9(8)V99.
        77 TOTAL-PANT PIC ZZZZZZZ9.99.
        77 IMPORTE-PANT PIC ZZZZZZ9.99.
        77 NETO-ANUAL PIC S9(8)V99.
        77 IMPORTE-MES PIC S9(8)V99.
        77 CREADOS PIC 999.
        77 SUSTITUIDOS PIC 999.
        77 CONT-PANT PIC ZZ9.
        77 SIN-MAPA-PANT PIC ZZZZ9.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 TABLA-REALES.
          02 NUM-REALES PIC 999.
          02 REALES-SIN-MAPA PIC 9(5).
          02 REA-LINEA OCCURS 100 TIMES.
            03 REA-CUENTA PIC X(8).
            03 REA-DESCRIPCION PIC X(20).
            03 REA-MES PIC S9(7)V99 OCCURS 12 TIMES.

        01 NOMBRES-MESES.
          02 FILLER PIC X(36) VALUE
                  "ENEFEBMARABRMAYJUNJULAGOSEPOCTNOVDIC".
        01 TABLA-MESES REDEFINES NOMBRES-MESES.
          02 NOMBRE-MES PIC X(3) OCCURS 12 TIMES.

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
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  ACCEPT MODO LINE 4 POSITION 58
                  EVALUATE TRUE
                    WHEN MANTENER
                      PERFORM MANTENER-CUENTA
                    WHEN GENERAR
                      PERFORM GENERAR-PRESUPUESTO
                    WHEN OTHER
                      DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                  END-EVALUATE
                  MOVE ' ' TO RES
                  DISPLAY 'DESEA OTRA OPERACION?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 45
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O PRESUPUESTO.
               IF ESTADO-PRESUPUESTO NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PRESUPUESTO
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' PRESUPUESTO MENSUAL ' LINE 2 POSITION 29
                REVERSE
                DISPLAY '1: Mantener cuenta, 2: Generar desde real:'
                LINE 4 POSITION 15.

        MANTENER-CUENTA.
                MOVE FECHA-HOY-YMD(1:4) TO PRE-ANO
                DISPLAY 'Ano.....:' LINE 6 POSITION 15
                DISPLAY PRE-ANO LINE 6 POSITION 25
                ACCEPT PRE-ANO LINE 6 POSITION 25 UPDATE
                DISPLAY 'Cuenta..:' LINE 6 POSITION 35
                MOVE SPACES TO PRE-CUENTA
                ACCEPT PRE-CUENTA LINE 6 POSITION 45
                MOVE 'S' TO EXISTE
                READ PRESUPUESTO INVALID KEY
                  MOVE 'N' TO EXISTE
                END-READ
                DISPLAY 'Descripcion:' LINE 7 POSITION 15
                DISPLAY 'Tipo (I/G):' LINE 7 POSITION 50
                IF EXISTE = 'N'
                  MOVE SPACES TO PRE-DESCRIPCION
                  MOVE 'I' TO PRE-TIPO
                  MOVE ZEROS TO PRE-MESES
                  DISPLAY 'Nueva cuenta' LINE 6 POSITION 57
                  PERFORM EDITAR-PRESUPUESTO
                ELSE
                  PERFORM MOSTRAR-PRESUPUESTO
                  DISPLAY '(G)rabar o (B)orrar?' LINE 19
                  POSITION 15
                  ACCEPT ACCION LINE 19 POSITION 37
                  IF BORRAR-PRESUPUESTO
                    PERFORM BORRAR-FICHA
                  ELSE
                    PERFORM EDITAR-PRESUPUESTO
                  END-IF
                END-IF.

        MOSTRAR-PRESUPUESTO.
                DISPLAY PRE-DESCRIPCION LINE 7 POSITION 28
                DISPLAY PRE-TIPO LINE 7 POSITION 62
                PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
                  PERFORM SITUAR-MES
                  DISPLAY NOMBRE-MES(IDX-MES) LINE LINEA-PANT
                  POSITION COLUMNA-PANT
                  ADD 5 TO COLUMNA-PANT
                  MOVE PRE-IMPORTE(IDX-MES) TO IMPORTE-PANT
                  DISPLAY IMPORTE-PANT LINE LINEA-PANT
                  POSITION COLUMNA-PANT
                END-PERFORM
                PERFORM MOSTRAR-TOTAL.

        SITUAR-MES.
                IF IDX-MES > 6
                  COMPUTE LINEA-PANT = IDX-MES + 3
                  MOVE 45 TO COLUMNA-PANT
                ELSE
                  COMPUTE LINEA-PANT = IDX-MES + 9
                  MOVE 15 TO COLUMNA-PANT
                END-IF.

        MOSTRAR-TOTAL.
                MOVE ZEROS TO TOTAL-ANUAL
                PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
                  ADD PRE-IMPORTE(IDX-MES) TO TOTAL-ANUAL
                END-PERFORM
                MOVE TOTAL-ANUAL TO TOTAL-PANT
                DISPLAY 'Total anual:' LINE 17 POSITION 15
                DISPLAY TOTAL-PANT LINE 17 POSITION 28.

        EDITAR-PRESUPUESTO.
                PERFORM MOSTRAR-PRESUPUESTO
                ACCEPT PRE-DESCRIPCION LINE 7 POSITION 28 UPDATE
                MOVE ' ' TO RES
                MOVE 'N' TO TIPO-OK
                PERFORM UNTIL TIPO-OK = 'S'
                  ACCEPT PRE-TIPO LINE 7 POSITION 62 UPDATE
                  IF PRE-TIPO = 'i'
                    MOVE 'I' TO PRE-TIPO
                  END-IF
                  IF PRE-TIPO = 'g'
                    MOVE 'G' TO PRE-TIPO
                  END-IF
                  IF PRE-TIPO = 'I' OR PRE-TIPO = 'G'
                    MOVE 'S' TO TIPO-OK
                  END-IF
                END-PERFORM
                PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
                  PERFORM SITUAR-MES
                  ADD 5 TO COLUMNA-PANT
                  ACCEPT PRE-IMPORTE(IDX-MES) LINE LINEA-PANT
                  POSITION COLUMNA-PANT UPDATE
                  MOVE PRE-IMPORTE(IDX-MES) TO IMPORTE-PANT
                  DISPLAY IMPORTE-PANT LINE LINEA-PANT
                  POSITION COLUMNA-PANT
                END-PERFORM
                PERFORM MOSTRAR-TOTAL
                DISPLAY "GRABAR PRESUPUESTO (S/N)?" POSITION 30
                LINE 21
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 57 LINE 21
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  MOVE FECHA-HOY-YMD TO PRE-FECHA
                  PERFORM GRABAR-FICHA
                  MOVE 'CAMBIO' TO AUD-OPERACION
                  MOVE 'PRESUPUES' TO AUD-ENTIDAD
                  PERFORM AUDITAR-CUENTA
                END-IF
                MOVE ' ' TO RES.

        GRABAR-FICHA.
                IF EXISTE = 'S'
                  REWRITE REG-PRESUPUESTO INVALID KEY
                    DISPLAY 'Error de escritura en disco'
                    LINE 21 POSITION 21
                  END-REWRITE
                ELSE
                  WRITE REG-PRESUPUESTO INVALID KEY
                    DISPLAY 'Error de escritura en disco'
                    LINE 21 POSITION 21
                  END-WRITE
                END-IF.

        BORRAR-FICHA.
                MOVE ' ' TO RES
                DISPLAY "BORRAR PRESUPUESTO (S/N)?" POSITION 30
                LINE 21
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 57 LINE 21
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  DELETE PRESUPUESTO RECORD INVALID KEY
                    DISPLAY 'Error al borrar' LINE 21 POSITION 21
                  NOT INVALID KEY
                    MOVE 'BAJA' TO AUD-OPERACION
                    MOVE 'PRESUPUES' TO AUD-ENTIDAD
                    PERFORM AUDITAR-CUENTA
                  END-DELETE
                END-IF
                MOVE ' ' TO RES.

        AUDITAR-CUENTA.
                MOVE SPACES TO AUD-CLAVE
                STRING PRE-ANO(3:2) DELIMITED BY SIZE
                       PRE-CUENTA DELIMITED BY SIZE
                       INTO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        GENERAR-PRESUPUESTO.
                MOVE FECHA-HOY-YMD(1:4) TO ANO-ORIGEN
                MOVE ZEROS TO PORCENTAJE
                DISPLAY 'Ano con los importes reales..:' LINE 6
                POSITION 15
                DISPLAY ANO-ORIGEN LINE 6 POSITION 47
                ACCEPT ANO-ORIGEN LINE 6 POSITION 47 UPDATE
                DISPLAY 'Porcentaje de incremento.....:' LINE 7
                POSITION 15
                ACCEPT PORCENTAJE LINE 7 POSITION 47 UPDATE
                COMPUTE ANO-DESTINO = ANO-ORIGEN + 1
                DISPLAY 'Presupuesto a generar........:' LINE 8
                POSITION 15
                DISPLAY ANO-DESTINO LINE 8 POSITION 47
                DISPLAY 'Se sustituyen las cuentas ya presupuestadas'
                LINE 10 POSITION 15
                DISPLAY "GENERAR PRESUPUESTO (S/N)?" POSITION 25
                LINE 12
                MOVE ' ' TO RES
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 53 LINE 12
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  CALL 'REALES-CUENTAS' USING ANO-ORIGEN TABLA-REALES
                  CANCEL 'REALES-CUENTAS'
                  MOVE 0 TO CREADOS
                  MOVE 0 TO SUSTITUIDOS
                  PERFORM VARYING IDX-CTA FROM 1 BY 1
                          UNTIL IDX-CTA > NUM-REALES
                    PERFORM GENERAR-CUENTA
                  END-PERFORM
                  MOVE 'GENERA' TO AUD-OPERACION
                  MOVE 'PRESUPUES' TO AUD-ENTIDAD
                  MOVE ANO-DESTINO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  MOVE CREADOS TO CONT-PANT
                  DISPLAY 'Cuentas nuevas..........:' LINE 14
                  POSITION 15
                  DISPLAY CONT-PANT LINE 14 POSITION 41
                  MOVE SUSTITUIDOS TO CONT-PANT
                  DISPLAY 'Cuentas sustituidas.....:' LINE 15
                  POSITION 15
                  DISPLAY CONT-PANT LINE 15 POSITION 41
                  MOVE REALES-SIN-MAPA TO SIN-MAPA-PANT
                  DISPLAY 'Movimientos sin cuenta..:' LINE 16
                  POSITION 15
                  DISPLAY SIN-MAPA-PANT LINE 16 POSITION 39
                END-IF
                MOVE ' ' TO RES.

        GENERAR-CUENTA.
                MOVE ANO-DESTINO TO PRE-ANO
                MOVE REA-CUENTA(IDX-CTA) TO PRE-CUENTA
                MOVE 'S' TO EXISTE
                READ PRESUPUESTO INVALID KEY
                  MOVE 'N' TO EXISTE
                END-READ
                IF EXISTE = 'N'
                  MOVE REA-DESCRIPCION(IDX-CTA) TO PRE-DESCRIPCION
                END-IF
                MOVE ZEROS TO NETO-ANUAL
                PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
                  ADD REA-MES(IDX-CTA IDX-MES) TO NETO-ANUAL
                END-PERFORM
                IF NETO-ANUAL < 0
                  MOVE 'G' TO PRE-TIPO
                ELSE
                  MOVE 'I' TO PRE-TIPO
                END-IF
                PERFORM VARYING IDX-MES FROM 1 BY 1 UNTIL IDX-MES > 12
                  IF PRE-TIPO = 'G'
                    COMPUTE IMPORTE-MES = 0 - REA-MES(IDX-CTA IDX-MES)
                  ELSE
                    MOVE REA-MES(IDX-CTA IDX-MES) TO IMPORTE-MES
                  END-IF
                  IF IMPORTE-MES < 0
                    MOVE ZEROS TO IMPORTE-MES
                  END-IF
                  COMPUTE PRE-IMPORTE(IDX-MES) ROUNDED =
                     IMPORTE-MES * (100 + PORCENTAJE) / 100
                END-PERFORM
                MOVE FECHA-HOY-YMD TO PRE-FECHA
                PERFORM GRABAR-FICHA
                IF EXISTE = 'S'
                  ADD 1 TO SUSTITUIDOS
                ELSE
                  ADD 1 TO CREADOS
                END-IF.

        CERRAR-FICHERO.
                CLOSE PRESUPUESTO.
