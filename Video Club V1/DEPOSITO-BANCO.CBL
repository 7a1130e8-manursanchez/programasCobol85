        IDENTIFICATION DIVISION.
          PROGRAM-ID. DEPOSITO-BANCO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL DEPOSITOS ASSIGN TO DISK "DEPOSITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-NUMERO
               FILE STATUS IS ESTADO-DEPOSITOS.

               SELECT OPTIONAL SESION ASSIGN TO DISK NOMBRE-SESION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-SESION.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD DEPOSITOS LABEL RECORD STANDARD.
          01 REG-DEPOSITOS.
           02 DEP-NUMERO PIC X(10).
           02 DEP-FECHA PIC 9(8).
           02 DEP-SUCURSAL PIC X(2).
           02 DEP-ORIGEN PIC X.
           02 DEP-IMPORTE PIC 9(7)V99.
           02 DEP-BILLETES PIC 9(4) OCCURS 7 TIMES.
           02 DEP-MONEDAS PIC 9(5)V99.
           02 DEP-PORTADOR PIC X(20).
           02 DEP-OPERADOR PIC X(20).
           02 DEP-ESTADO PIC X.
           02 DEP-FECHA-ABONO PIC 9(8).
           02 DEP-IMPORTE-ABONO PIC 9(7)V99.

          FD SESION LABEL RECORD STANDARD.
          01 REG-SESION.
           02 OPER-SES PIC X(4).
           02 FILLER PIC X.
           02 NOMBRE-SES PIC X(20).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-DEPOSITOS PIC XX.
        77 ESTADO-SESION PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SESION PIC X(20).
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 PUESTO PIC X(8).
        77 OPERADOR-ACTUAL PIC X(20).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 RES-ORIGEN PIC X.
         88 ORIGEN-CONTESTADO VALUE 'C' 'c' 'F' 'f'.
        77 EXISTE PIC X.
        77 IDX-DEN PIC 9.
        77 LINEA-PANT PIC 99.
        77 IMPORTE-BILLETES PIC 9(7)V99.
        77 IMPORTE-PANT PIC ZZZZZZ9.99.
        77 FECHA-SISTEMA PIC X(8).
        77 SUCURSAL-ACTUAL PIC X(2).
        77 CAJ-TIPO PIC X(10).
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC S9(7)V99.
        77 CAJ-FORMA PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 EN-FORMACION PIC X.
        77 ACCION-FORMACION PIC X VALUE 'C'.

        01 TABLA-DENOMINACIONES.
          02 FILLER PIC X(23) VALUE "500Billetes de 500....:".
          02 FILLER PIC X(23) VALUE "200Billetes de 200....:".
          02 FILLER PIC X(23) VALUE "100Billetes de 100....:".
          02 FILLER PIC X(23) VALUE "050Billetes de 50.....:".
          02 FILLER PIC X(23) VALUE "020Billetes de 20.....:".
          02 FILLER PIC X(23) VALUE "010Billetes de 10.....:".
          02 FILLER PIC X(23) VALUE "005Billetes de 5......:".
        01 DENOMINACIONES REDEFINES TABLA-DENOMINACIONES.
          02 DENOMINACION OCCURS 7 TIMES.
            03 VALOR-DEN PIC 999.
            03 TEXTO-DEN PIC X(20).

        01 CABECERA.
         02 FILLER PIC X(24) VALUE SPACES.
         02 FILLER PIC X(32) VALUE "RESGUARDO DE DEPOSITO BANCARIO".

        01 LINEA-DATO.
         02 CONCEPTO-DEP PIC X(24).
         02 VALOR-DEP PIC X(20).

        01 LINEA-DENOM.
         02 TEXTO-LIN PIC X(24).
         02 CANTIDAD-LIN PIC ZZZ9.
         02 FILLER PIC X(4) VALUE SPACES.
         02 IMPORTE-LIN PIC ZZZZZZ9.99.

        01 LINEA-FIRMA.
         02 FILLER PIC X(40)
            VALUE "Firma del portador: ____________________".

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                CALL 'SUCURSAL' USING SUCURSAL-ACTUAL.
                CANCEL 'SUCURSAL'.
                PERFORM ABRIR-FICHERO.
                PERFORM LEER-SESION.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  PERFORM TRAMITAR-DEPOSITO
                  MOVE ' ' TO RES
                  DISPLAY 'DESEA REGISTRAR OTRO DEPOSITO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 52
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O DEPOSITOS.
               IF ESTADO-DEPOSITOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-DEPOSITOS
                 ACCEPT RESPU
               END-IF.

        LEER-SESION.
                MOVE SPACES TO OPERADOR-ACTUAL
                MOVE SPACES TO PUESTO
                ACCEPT PUESTO FROM ENVIRONMENT "PUESTO"
                IF PUESTO = SPACES
                  ACCEPT PUESTO FROM ENVIRONMENT "USER"
                END-IF
                IF PUESTO = SPACES
                  MOVE 'LOCAL' TO PUESTO
                END-IF
                MOVE SPACES TO NOMBRE-SESION
                STRING 'SESION-' DELIMITED BY SIZE
                       PUESTO DELIMITED BY SPACE
                       '.DAT' DELIMITED BY SIZE
                       INTO NOMBRE-SESION
                OPEN INPUT SESION
                IF ESTADO-SESION = "00"
                  READ SESION AT END
                    CONTINUE
                  NOT AT END
                    MOVE OPER-SES TO OPERADOR-ACTUAL
                  END-READ
                END-IF
                CLOSE SESION
                IF OPERADOR-ACTUAL = SPACES
                  ACCEPT OPERADOR-ACTUAL FROM ENVIRONMENT "USER"
                END-IF
                IF OPERADOR-ACTUAL = SPACES
                  MOVE "DESCONOCIDO" TO OPERADOR-ACTUAL
                END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' DEPOSITO DE EFECTIVO EN BANCO ' LINE 2
                POSITION 24 REVERSE
                DISPLAY 'Numero de resguardo.:' LINE 4 POSITION 15.

        TRAMITAR-DEPOSITO.
                MOVE SPACES TO DEP-NUMERO
                ACCEPT DEP-NUMERO LINE 4 POSITION 37
                IF DEP-NUMERO = SPACES
                  DISPLAY 'Indique el numero del resguardo del banco'
                  LINE 21 POSITION 15
                ELSE
                  MOVE 'S' TO EXISTE
                  READ DEPOSITOS INVALID KEY
                    MOVE 'N' TO EXISTE
                  END-READ
                  IF EXISTE = 'S'
                    DISPLAY 'Ese resguardo ya esta registrado'
                    LINE 21 POSITION 15
                  ELSE
                    PERFORM PEDIR-DEPOSITO
                  END-IF
                END-IF.

        PEDIR-DEPOSITO.
                MOVE ' ' TO RES-ORIGEN
                DISPLAY 'Origen (C)aja / caja (F)uerte:' LINE 5
                POSITION 15
                PERFORM UNTIL ORIGEN-CONTESTADO
                   ACCEPT RES-ORIGEN LINE 5 POSITION 46
                END-PERFORM
                IF RES-ORIGEN = 'c'
                  MOVE 'C' TO RES-ORIGEN
                END-IF
                IF RES-ORIGEN = 'f'
                  MOVE 'F' TO RES-ORIGEN
                END-IF
                MOVE ZEROS TO IMPORTE-BILLETES
                MOVE 7 TO LINEA-PANT
                PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 7
                  DISPLAY TEXTO-DEN(IDX-DEN) LINE LINEA-PANT
                  POSITION 15
                  MOVE ZEROS TO DEP-BILLETES(IDX-DEN)
                  ACCEPT DEP-BILLETES(IDX-DEN) LINE LINEA-PANT
                  POSITION 37
                  COMPUTE IMPORTE-BILLETES = IMPORTE-BILLETES +
                     DEP-BILLETES(IDX-DEN) * VALOR-DEN(IDX-DEN)
                  ADD 1 TO LINEA-PANT
                END-PERFORM
                DISPLAY 'Monedas (importe)...:' LINE 14 POSITION 15
                MOVE ZEROS TO DEP-MONEDAS
                ACCEPT DEP-MONEDAS LINE 14 POSITION 37
                COMPUTE DEP-IMPORTE = IMPORTE-BILLETES + DEP-MONEDAS
                MOVE DEP-IMPORTE TO IMPORTE-PANT
                DISPLAY 'Total del deposito..:' LINE 15 POSITION 15
                DISPLAY IMPORTE-PANT LINE 15 POSITION 37
                IF DEP-IMPORTE = 0
                  DISPLAY 'Deposito sin importe' LINE 21 POSITION 15
                ELSE
                  DISPLAY 'Lo lleva al banco...:' LINE 17 POSITION 15
                  MOVE SPACES TO DEP-PORTADOR
                  ACCEPT DEP-PORTADOR LINE 17 POSITION 37
                  IF DEP-PORTADOR = SPACES
                    MOVE OPERADOR-ACTUAL TO DEP-PORTADOR
                    DISPLAY DEP-PORTADOR LINE 17 POSITION 37
                  END-IF
                  DISPLAY "GRABAR DEPOSITO (S/N)?" POSITION 30
                  LINE 19
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 54 LINE 19
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM GRABAR-DEPOSITO
                  END-IF
                END-IF.

        GRABAR-DEPOSITO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FECHA-SISTEMA TO DEP-FECHA
                MOVE SUCURSAL-ACTUAL TO DEP-SUCURSAL
                MOVE RES-ORIGEN TO DEP-ORIGEN
                MOVE OPERADOR-ACTUAL TO DEP-OPERADOR
                MOVE 'P' TO DEP-ESTADO
                MOVE ZEROS TO DEP-FECHA-ABONO
                MOVE ZEROS TO DEP-IMPORTE-ABONO
                WRITE REG-DEPOSITOS INVALID KEY
                  DISPLAY 'No se pudo grabar el deposito' LINE 21
                  POSITION 15
                NOT INVALID KEY
                  IF DEP-ORIGEN = 'F'
                    MOVE 'DEPOFUERTE' TO CAJ-TIPO
                  ELSE
                    MOVE 'DEPOSITO' TO CAJ-TIPO
                  END-IF
                  MOVE DEP-NUMERO TO CAJ-CLAVE
                  COMPUTE CAJ-IMPORTE = 0 - DEP-IMPORTE
                  MOVE 'E' TO CAJ-FORMA
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      CAJ-FORMA
                  CANCEL 'CAJA'
                  MOVE 'DEPOSITO' TO AUD-OPERACION
                  MOVE 'BANCO' TO AUD-ENTIDAD
                  MOVE DEP-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  PERFORM IMPRIMIR-RESGUARDO
                  DISPLAY 'Deposito registrado' LINE 21 POSITION 15
                END-WRITE.

        IMPRIMIR-RESGUARDO.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                MOVE 'DEPOSITO-BANCO' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  IF EN-FORMACION = 'S'
                    MOVE '*** NO VALIDO - DOCUMENTO DE FORMACION ***'
                      TO REG-IMPRE
                    WRITE REG-IMPRE
                    END-WRITE
                  END-IF
                  MOVE 'Resguardo.............:' TO CONCEPTO-DEP
                  MOVE DEP-NUMERO TO VALOR-DEP
                  WRITE REG-IMPRE FROM LINEA-DATO
                  END-WRITE
                  MOVE 'Fecha.................:' TO CONCEPTO-DEP
                  MOVE FECHA-SISTEMA TO VALOR-DEP
                  WRITE REG-IMPRE FROM LINEA-DATO
                  END-WRITE
                  MOVE 'Sucursal..............:' TO CONCEPTO-DEP
                  MOVE DEP-SUCURSAL TO VALOR-DEP
                  WRITE REG-IMPRE FROM LINEA-DATO
                  END-WRITE
                  MOVE 'Origen................:' TO CONCEPTO-DEP
                  IF DEP-ORIGEN = 'F'
                    MOVE 'CAJA FUERTE' TO VALOR-DEP
                  ELSE
                    MOVE 'CAJA' TO VALOR-DEP
                  END-IF
                  WRITE REG-IMPRE FROM LINEA-DATO
                      AFTER ADVANCING 1 LINES
                  END-WRITE
                  PERFORM VARYING IDX-DEN FROM 1 BY 1 UNTIL IDX-DEN > 7
                    IF DEP-BILLETES(IDX-DEN) > 0
                      MOVE TEXTO-DEN(IDX-DEN) TO TEXTO-LIN
                      MOVE DEP-BILLETES(IDX-DEN) TO CANTIDAD-LIN
                      COMPUTE IMPORTE-LIN =
                         DEP-BILLETES(IDX-DEN) * VALOR-DEN(IDX-DEN)
                      WRITE REG-IMPRE FROM LINEA-DENOM
                      END-WRITE
                    END-IF
                  END-PERFORM
                  MOVE 'Monedas.............:' TO TEXTO-LIN
                  MOVE ZEROS TO CANTIDAD-LIN
                  MOVE DEP-MONEDAS TO IMPORTE-LIN
                  WRITE REG-IMPRE FROM LINEA-DENOM
                  END-WRITE
                  MOVE 'Total deposito......:' TO TEXTO-LIN
                  MOVE ZEROS TO CANTIDAD-LIN
                  MOVE DEP-IMPORTE TO IMPORTE-LIN
                  WRITE REG-IMPRE FROM LINEA-DENOM
                  END-WRITE
                  MOVE 'Lo lleva al banco.....:' TO CONCEPTO-DEP
                  MOVE DEP-PORTADOR TO VALOR-DEP
                  WRITE REG-IMPRE FROM LINEA-DATO
                      AFTER ADVANCING 2 LINES
                  END-WRITE
                  MOVE 'Registrado por........:' TO CONCEPTO-DEP
                  MOVE DEP-OPERADOR TO VALOR-DEP
                  WRITE REG-IMPRE FROM LINEA-DATO
                  END-WRITE
                  WRITE REG-IMPRE FROM LINEA-FIRMA
                      AFTER ADVANCING 3 LINES
                  END-WRITE
                ELSE
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                END-IF
                CLOSE IMPRE.

        CERRAR-FICHERO.
                CLOSE DEPOSITOS.
