        IDENTIFICATION DIVISION.
         PROGRAM-ID. TARJETA-SOCIO.

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
          FD TARJSOCIO LABEL RECORD STANDARD.
          01 REG-TARJSOCIO.
           02 TJS-NUMERO PIC X(10).
           02 TJS-SOCIO PIC X(5).
           02 TJS-ESTADO PIC X.
           02 TJS-MOTIVO PIC X.
           02 TJS-FECHA PIC 9(8).
           02 TJS-FECHA-BAJA PIC 9(8).

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
         77 ESTADO-TARJSOCIO PIC XX.
         77 ESTADO-CONTROL PIC XX.
         77 ESTADO-IMPRESORA PIC XX.
         77 EXISTE-CONTROL PIC X.
         77 FIN-TJS PIC X.
         77 NOMBRE-SPOOL PIC X(15).
         77 SPL-PROGRAMA PIC X(18).
         77 FECHA-SISTEMA PIC X(8).
         77 FECHA-HOY-YMD PIC 9(8).
         77 IDX-DIG PIC 9.
         77 SUMA-DIG PIC 999.
         77 COCIENTE-DIG PIC 99.
         77 RESTO-DIG PIC 9.
         77 AUD-OPERACION PIC X(10).
         77 AUD-ENTIDAD PIC X(10).
         77 AUD-CLAVE PIC X(10).
         77 DTR-PROGRAMA PIC X(18) VALUE 'TARJETA-SOCIO'.
         77 DTR-FICHERO PIC X(8).
         77 DTR-OPERACION PIC X.
         77 DTR-ANTES PIC X(160).
         77 DTR-DESPUES PIC X(160).

         01 NUMERO-TARJETA.
          02 NTJ-PREFIJO PIC X VALUE 'S'.
          02 NTJ-SECUENCIA PIC 9(8).
          02 NTJ-CIFRAS REDEFINES NTJ-SECUENCIA.
           03 NTJ-CIFRA PIC 9 OCCURS 8 TIMES.
          02 NTJ-CONTROL PIC 9.

         01 LINEA-CLUB.
          02 FILLER PIC X(30) VALUE "VIDEO CLUB - TARJETA DE SOCIO".

         01 LINEA-NOMBRE.
          02 NOMBRE-TJ PIC X(36).

         01 LINEA-DATOS.
          02 FILLER PIC X(7) VALUE "SOCIO: ".
          02 SOCIO-TJ PIC X(5).
          02 FILLER PIC X(11) VALUE "  CADUCA: ".
          02 DIA-TJ PIC 99.
          02 FILLER PIC X VALUE "/".
          02 MES-TJ PIC 99.
          02 FILLER PIC X VALUE "/".
          02 ANO-TJ PIC 9999.

         01 LINEA-BARRAS.
          02 FILLER PIC X VALUE '*'.
          02 BARRAS-TJ PIC X(10).
          02 FILLER PIC X VALUE '*'.

        LINKAGE SECTION.
         77 LK-SOCIO PIC X(5).
         77 LK-NOMBRE PIC X(36).
         01 LK-CADUCIDAD.
          02 LK-DIA-CAD PIC 99.
          02 LK-MES-CAD PIC 99.
          02 LK-ANO-CAD PIC 9999.
         77 LK-MOTIVO PIC X.
         77 LK-NUMERO PIC X(10).

        PROCEDURE DIVISION USING LK-SOCIO LK-NOMBRE LK-CADUCIDAD
                                 LK-MOTIVO LK-NUMERO.
          INICIO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE SPACES TO LK-NUMERO.
                OPEN I-O TARJSOCIO.
                IF ESTADO-TARJSOCIO NOT = "00"
                  DISPLAY 'Fichero de tarjetas no disponible'
                  LINE 24 POSITION 15
                  EXIT PROGRAM
                END-IF.
                PERFORM ANULAR-ANTERIORES.
                PERFORM OBTENER-NUMERO.
                PERFORM GRABAR-TARJETA.
                CLOSE TARJSOCIO.
                IF LK-NUMERO NOT = SPACES
                  PERFORM IMPRIMIR-TARJETA
                END-IF.
            EXIT PROGRAM.

          ANULAR-ANTERIORES.
                MOVE LK-SOCIO TO TJS-SOCIO.
                MOVE 'N' TO FIN-TJS.
                START TARJSOCIO KEY IS = TJS-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-TJS
                END-START.
                PERFORM UNTIL FIN-TJS = 'S'
                  READ TARJSOCIO NEXT RECORD AT END
                    MOVE 'S' TO FIN-TJS
                  NOT AT END
                    IF TJS-SOCIO NOT = LK-SOCIO
                      MOVE 'S' TO FIN-TJS
                    ELSE
                      IF TJS-ESTADO = 'A'
                        MOVE 'S' TO TJS-ESTADO
                        MOVE FECHA-HOY-YMD TO TJS-FECHA-BAJA
                        REWRITE REG-TARJSOCIO INVALID KEY
                          CONTINUE
                        END-REWRITE
                        MOVE 'ANULA' TO AUD-OPERACION
                        MOVE 'TARJSOCIO' TO AUD-ENTIDAD
                        MOVE TJS-NUMERO TO AUD-CLAVE
                        CALL 'AUDITORIA' USING AUD-OPERACION
                                                AUD-ENTIDAD AUD-CLAVE
                        CANCEL 'AUDITORIA'
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

          OBTENER-NUMERO.
                OPEN I-O CONTROL-FICH.
                MOVE 'S' TO EXISTE-CONTROL.
                MOVE 'TARJSOC' TO CTL-CLAVE.
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ.
                MOVE REG-CONTROL TO DTR-ANTES.
                IF EXISTE-CONTROL = 'N'
                  MOVE 'TARJSOC' TO CTL-CLAVE
                  MOVE ZEROS TO CTL-VALOR
                  MOVE SPACE TO CTL-ESTADO
                END-IF.
                ADD 1 TO CTL-VALOR.
                MOVE FECHA-HOY-YMD TO CTL-FECHA.
                MOVE CTL-VALOR TO NTJ-SECUENCIA.
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
                CLOSE CONTROL-FICH.
                PERFORM CALCULAR-CONTROL.

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
                  MOVE 0 TO NTJ-CONTROL
                ELSE
                  COMPUTE NTJ-CONTROL = 10 - RESTO-DIG
                END-IF.

          GRABAR-TARJETA.
                MOVE NUMERO-TARJETA TO TJS-NUMERO.
                MOVE LK-SOCIO TO TJS-SOCIO.
                MOVE 'A' TO TJS-ESTADO.
                MOVE LK-MOTIVO TO TJS-MOTIVO.
                MOVE FECHA-HOY-YMD TO TJS-FECHA.
                MOVE ZEROS TO TJS-FECHA-BAJA.
                WRITE REG-TARJSOCIO INVALID KEY
                  DISPLAY 'Error al grabar la tarjeta'
                  LINE 24 POSITION 15
                NOT INVALID KEY
                  MOVE TJS-NUMERO TO LK-NUMERO
                  MOVE 'EMITE' TO AUD-OPERACION
                  MOVE 'TARJSOCIO' TO AUD-ENTIDAD
                  MOVE TJS-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-WRITE.

          IMPRIMIR-TARJETA.
                MOVE 'TARJ-SOCIO' TO SPL-PROGRAMA.
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL.
                CANCEL 'SPOOL-REG'.
                OPEN OUTPUT IMPRE.
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM LINEA-CLUB
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE LK-NOMBRE TO NOMBRE-TJ
                  WRITE REG-IMPRE FROM LINEA-NOMBRE
                  END-WRITE
                  MOVE LK-SOCIO TO SOCIO-TJ
                  MOVE LK-DIA-CAD TO DIA-TJ
                  MOVE LK-MES-CAD TO MES-TJ
                  MOVE LK-ANO-CAD TO ANO-TJ
                  WRITE REG-IMPRE FROM LINEA-DATOS
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE LK-NUMERO TO BARRAS-TJ
                  WRITE REG-IMPRE FROM LINEA-BARRAS
                  END-WRITE
                  CLOSE IMPRE
                ELSE
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 24 POSITION 15
                END-IF.

          ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
