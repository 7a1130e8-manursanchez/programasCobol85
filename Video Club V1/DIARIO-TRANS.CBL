        IDENTIFICATION DIVISION.
         PROGRAM-ID. DIARIO-TRANS.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL DIARIO ASSIGN TO DISK "DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-DIARIO.

               SELECT OPTIONAL SESION ASSIGN TO DISK NOMBRE-SESION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-SESION.

        DATA DIVISION.

        FILE SECTION.
          FD DIARIO LABEL RECORD STANDARD.
          01 REG-DIARIO PIC X(400).

          FD SESION LABEL RECORD STANDARD.
          01 REG-SESION.
           02 OPER-SES PIC X(4).
           02 FILLER PIC X.
           02 NOMBRE-SES PIC X(20).

        WORKING-STORAGE SECTION.
         77 ESTADO-DIARIO PIC XX.
         77 ESTADO-SESION PIC XX.
         77 HAY-SESION PIC X.
         77 NOMBRE-SESION PIC X(20).
         77 PUESTO PIC X(8).
         77 FECHA-HORA-SISTEMA PIC X(21).

         01 LINEA-DIARIO.
          02 FECHA-DTR PIC X(8).
          02 FILLER PIC X VALUE SPACES.
          02 HORA-DTR PIC X(8).
          02 FILLER PIC X VALUE SPACES.
          02 PROGRAMA-DTR PIC X(18).
          02 FILLER PIC X VALUE SPACES.
          02 OPERADOR-DTR PIC X(20).
          02 FILLER PIC X VALUE SPACES.
          02 PUESTO-DTR PIC X(8).
          02 FILLER PIC X VALUE SPACES.
          02 FICHERO-DTR PIC X(8).
          02 FILLER PIC X VALUE SPACES.
          02 OPERACION-DTR PIC X.
          02 FILLER PIC X VALUE SPACES.
          02 ANTES-DTR PIC X(160).
          02 FILLER PIC X VALUE SPACES.
          02 DESPUES-DTR PIC X(160).

        LINKAGE SECTION.
         77 LK-PROGRAMA PIC X(18).
         77 LK-FICHERO PIC X(8).
         77 LK-OPERACION PIC X.
         77 LK-ANTES PIC X(160).
         77 LK-DESPUES PIC X(160).

        PROCEDURE DIVISION USING LK-PROGRAMA LK-FICHERO LK-OPERACION
                                 LK-ANTES LK-DESPUES.
          INICIO.
                OPEN EXTEND DIARIO.
                IF ESTADO-DIARIO NOT = "00"
                  OPEN OUTPUT DIARIO
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-SISTEMA
                MOVE FECHA-HORA-SISTEMA(1:8) TO FECHA-DTR
                MOVE FECHA-HORA-SISTEMA(9:8) TO HORA-DTR
                PERFORM LEER-SESION.
                IF HAY-SESION = 'N'
                  ACCEPT OPERADOR-DTR FROM ENVIRONMENT "USER"
                END-IF.
                IF OPERADOR-DTR = SPACES
                  MOVE "DESCONOCIDO" TO OPERADOR-DTR
                END-IF.
                MOVE PUESTO TO PUESTO-DTR
                MOVE LK-PROGRAMA TO PROGRAMA-DTR
                MOVE LK-FICHERO TO FICHERO-DTR
                MOVE LK-OPERACION TO OPERACION-DTR
                MOVE LK-ANTES TO ANTES-DTR
                MOVE LK-DESPUES TO DESPUES-DTR
                WRITE REG-DIARIO FROM LINEA-DIARIO.
                CLOSE DIARIO.
            EXIT PROGRAM.

          LEER-SESION.
                MOVE 'N' TO HAY-SESION.
                MOVE SPACES TO OPERADOR-DTR.
                MOVE SPACES TO PUESTO.
                ACCEPT PUESTO FROM ENVIRONMENT "PUESTO".
                IF PUESTO = SPACES
                  ACCEPT PUESTO FROM ENVIRONMENT "USER"
                END-IF.
                IF PUESTO = SPACES
                  MOVE 'LOCAL' TO PUESTO
                END-IF.
                MOVE SPACES TO NOMBRE-SESION.
                STRING 'SESION-' DELIMITED BY SIZE
                       PUESTO DELIMITED BY SPACE
                       '.DAT' DELIMITED BY SIZE
                       INTO NOMBRE-SESION.
                OPEN INPUT SESION.
                IF ESTADO-SESION = "00"
                  READ SESION AT END
                    CONTINUE
                  NOT AT END
                    IF OPER-SES NOT = SPACES
                      MOVE 'S' TO HAY-SESION
                      MOVE OPER-SES TO OPERADOR-DTR
                    END-IF
                  END-READ
                END-IF.
                CLOSE SESION.
