        IDENTIFICATION DIVISION.
         PROGRAM-ID. IDENTIFICA-SOCIO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL TARJSOCIO ASSIGN TO DISK
                                             "TARJSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJS-NUMERO
               ALTERNATE RECORD KEY IS TJS-SOCIO WITH DUPLICATES
               FILE STATUS IS ESTADO-TARJSOCIO.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

               SELECT OPTIONAL SALDOS ASSIGN TO DISK "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-SOCIO
               FILE STATUS IS ESTADO-SALDOS.

        DATA DIVISION.

        FILE SECTION.
          FD TARJSOCIO LABEL RECORD STANDARD.
          01 REG-TARJSOCIO.
           02 TJS-NUMERO PIC X(10).
           02 TJS-SOCIO PIC X(5).
           02 TJS-ESTADO PIC X.
           02 TJS-MOTIVO PIC X.
           02 TJS-FECHA PIC 9(8).
           02 TJS-FECHA-BAJA PIC 9(8).

          FD SOCIOS LABEL RECORD STANDARD.
          01 REG-SOCIOS.
            05 COD-SOCIO PIC X(5).
            05 NOMBRE.
              07 APE1 PIC X(12).
              07 APE2 PIC X(12).
              07 NOMB PIC X(12).
            05 DIRECCION PIC X(30).
            05 DNI PIC X(10).
            05 TELEFONO PIC X(10).
            05 FECHA-NAC.
              07 DIA-NAC    PIC 99.
              07 MES-NAC    PIC 99.
              07 ANO-NAC    PIC 9999.
            05 FECHA-ALTA-SOCIO.
              07 DIA-ALTA-SOCIO  PIC 99.
              07 MES-ALTA-SOCIO  PIC 99.
              07 ANO-ALTA-SOCIO  PIC 9999.
            05 FECHA-CADUCIDAD.
              07 DIA-CAD    PIC 99.
              07 MES-CAD    PIC 99.
              07 ANO-CAD    PIC 9999.
            05 CATEGORIA-SOCIO PIC X.
            05 COD-FAMILIA PIC X(5).
            05 BLOQUEO-INFANTIL PIC X.
            05 PREF-CONTACTO PIC X.

          FD SALDOS LABEL RECORD STANDARD.
          01 REG-SALDOS.
           02 SDO-SOCIO PIC X(5).
           02 SALDO-SOCIO PIC S9(7)V99.
           02 SITUACION-SOCIO PIC X.
           02 NIVEL-CARTA PIC 9.
           02 FECHA-CARTA PIC 9(8).

        WORKING-STORAGE SECTION.
         77 ESTADO-TARJSOCIO PIC XX.
         77 ESTADO-SOCIOS PIC XX.
         77 ESTADO-SALDOS PIC XX.
         77 EXISTE PIC X.
         77 FECHA-SISTEMA PIC X(8).
         77 FECHA-HOY-YMD PIC 9(8).
         77 FECHA-CAD-YMD PIC 9(8).
         77 IDX-DIG PIC 9.
         77 SUMA-DIG PIC 999.
         77 COCIENTE-DIG PIC 99.
         77 RESTO-DIG PIC 9.
         77 CONTROL-CALC PIC 9.

         01 NUMERO-TARJETA.
          02 NTJ-PREFIJO PIC X.
          02 NTJ-SECUENCIA PIC 9(8).
          02 NTJ-CIFRAS REDEFINES NTJ-SECUENCIA.
           03 NTJ-CIFRA PIC 9 OCCURS 8 TIMES.
          02 NTJ-CONTROL PIC 9.

        LINKAGE SECTION.
         77 LK-ENTRADA PIC X(10).
         77 LK-SOCIO PIC X(5).
         77 LK-AVISO PIC X.

        PROCEDURE DIVISION USING LK-ENTRADA LK-SOCIO LK-AVISO.
          INICIO.
                MOVE SPACE TO LK-AVISO.
                IF LK-ENTRADA(1:1) NOT = 'S'
                 OR LK-ENTRADA(2:9) NOT NUMERIC
                  MOVE LK-ENTRADA(1:5) TO LK-SOCIO
                  EXIT PROGRAM
                END-IF.
                MOVE SPACES TO LK-SOCIO.
                MOVE LK-ENTRADA TO NUMERO-TARJETA.
                PERFORM CALCULAR-CONTROL.
                IF CONTROL-CALC NOT = NTJ-CONTROL
                  MOVE 'N' TO LK-AVISO
                  EXIT PROGRAM
                END-IF.
                PERFORM LEER-TARJETA.
                IF LK-SOCIO NOT = SPACES
                  PERFORM COMPROBAR-SOCIO
                END-IF.
            EXIT PROGRAM.

          CALCULAR-CONTROL.
                MOVE ZEROS TO SUMA-DIG.
                PERFORM VARYING IDX-DIG FROM 1 BY 1 UNTIL IDX-DIG > 8
                  IF IDX-DIG = 1 OR IDX-DIG = 3 OR IDX-DIG = 5
                   OR IDX-DIG = 7
                    COMPUTE SUMA-DIG = SUMA-DIG
                                     + NTJ-CIFRA(IDX-DIG) * 3
                  ELSE
                    ADD NTJ-CIFRA(IDX-DIG) TO SUMA-DIG
                  END-IF
                END-PERFORM.
                DIVIDE SUMA-DIG BY 10 GIVING COCIENTE-DIG
                       REMAINDER RESTO-DIG.
                IF RESTO-DIG = 0
                  MOVE 0 TO CONTROL-CALC
                ELSE
                  COMPUTE CONTROL-CALC = 10 - RESTO-DIG
                END-IF.

          LEER-TARJETA.
                OPEN INPUT TARJSOCIO.
                IF ESTADO-TARJSOCIO NOT = "00"
                  MOVE 'N' TO LK-AVISO
                ELSE
                  MOVE LK-ENTRADA TO TJS-NUMERO
                  MOVE 'S' TO EXISTE
                  READ TARJSOCIO INVALID KEY
                    MOVE 'N' TO EXISTE
                  END-READ
                  EVALUATE TRUE
                    WHEN EXISTE = 'N'
                      MOVE 'N' TO LK-AVISO
                    WHEN TJS-ESTADO NOT = 'A'
                      MOVE 'A' TO LK-AVISO
                    WHEN OTHER
                      MOVE TJS-SOCIO TO LK-SOCIO
                  END-EVALUATE
                  CLOSE TARJSOCIO
                END-IF.

          COMPROBAR-SOCIO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                OPEN INPUT SALDOS.
                IF ESTADO-SALDOS = "00"
                  MOVE LK-SOCIO TO SDO-SOCIO
                  READ SALDOS INVALID KEY
                    MOVE SPACE TO SITUACION-SOCIO
                  END-READ
                  IF SITUACION-SOCIO = 'S'
                    MOVE 'S' TO LK-AVISO
                  END-IF
                  CLOSE SALDOS
                END-IF.
                IF LK-AVISO = SPACE
                  OPEN INPUT SOCIOS
                  IF ESTADO-SOCIOS = "00"
                    MOVE LK-SOCIO TO COD-SOCIO
                    MOVE 'S' TO EXISTE
                    READ SOCIOS INVALID KEY
                      MOVE 'N' TO EXISTE
                    END-READ
                    IF EXISTE = 'S'
                      COMPUTE FECHA-CAD-YMD = ANO-CAD * 10000
                                            + MES-CAD * 100 + DIA-CAD
                      IF FECHA-CAD-YMD < FECHA-HOY-YMD
                        MOVE 'C' TO LK-AVISO
                      END-IF
                    END-IF
                    CLOSE SOCIOS
                  END-IF
                END-IF.
