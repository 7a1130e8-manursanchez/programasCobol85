        IDENTIFICATION DIVISION.
         PROGRAM-ID. BAJA-ACTIVO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL ACTIVOS ASSIGN TO DISK "ACTIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-CLAVE
               FILE STATUS IS ESTADO-ACTIVOS.

               SELECT OPTIONAL DIARIO-AMORT ASSIGN TO DISK
                                             "AMORTIZA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-DIARIO.

        DATA DIVISION.

        FILE SECTION.
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

          FD DIARIO-AMORT LABEL RECORD STANDARD.
          01 REG-DIARIO PIC X(41).

        WORKING-STORAGE SECTION.
         77 ESTADO-ACTIVOS PIC XX.
         77 ESTADO-DIARIO PIC XX.
         77 EXISTE-ACTIVO PIC X.
         77 FECHA-SISTEMA PIC X(8).
         77 FECHA-HOY-YMD PIC 9(8).

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

        LINKAGE SECTION.
         77 LK-PELI PIC X(6).
         77 LK-EJE PIC 99.
         77 LK-MOTIVO PIC X.

        PROCEDURE DIVISION USING LK-PELI LK-EJE LK-MOTIVO.
          INICIO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                OPEN I-O ACTIVOS.
                IF ESTADO-ACTIVOS NOT = "00"
                  EXIT PROGRAM
                END-IF.
                MOVE 'S' TO EXISTE-ACTIVO
                MOVE LK-PELI TO ACT-PELI
                MOVE LK-EJE TO ACT-EJE
                READ ACTIVOS INVALID KEY
                  MOVE 'N' TO EXISTE-ACTIVO
                END-READ
                IF EXISTE-ACTIVO = 'S'
                  IF LK-MOTIVO = 'R'
                    IF ACT-ESTADO = 'B' AND ACT-MOTIVO = 'P'
                      PERFORM REPONER-ACTIVO
                    END-IF
                  ELSE
                    IF ACT-ESTADO = 'A'
                      PERFORM RETIRAR-ACTIVO
                    END-IF
                  END-IF
                END-IF
                CLOSE ACTIVOS.
            EXIT PROGRAM.

          RETIRAR-ACTIVO.
                MOVE 'B' TO ACT-ESTADO
                MOVE FECHA-HOY-YMD TO ACT-FECHA-BAJA
                MOVE LK-MOTIVO TO ACT-MOTIVO
                MOVE ACT-VALOR TO ACT-VALOR-BAJA
                REWRITE REG-ACTIVOS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF ACT-VALOR-BAJA > 0
                    MOVE 'BAJAACTIVO' TO AMO-TIPO
                    COMPUTE AMO-IMPORTE = 0 - ACT-VALOR-BAJA
                    PERFORM ANOTAR-DIARIO
                  END-IF
                END-REWRITE.

          REPONER-ACTIVO.
                MOVE 'A' TO ACT-ESTADO
                MOVE ZEROS TO ACT-FECHA-BAJA
                MOVE SPACE TO ACT-MOTIVO
                REWRITE REG-ACTIVOS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF ACT-VALOR-BAJA > 0
                    MOVE 'ALTAACTIVO' TO AMO-TIPO
                    MOVE ACT-VALOR-BAJA TO AMO-IMPORTE
                    PERFORM ANOTAR-DIARIO
                  END-IF
                END-REWRITE.

          ANOTAR-DIARIO.
                OPEN EXTEND DIARIO-AMORT.
                IF ESTADO-DIARIO NOT = "00"
                  OPEN OUTPUT DIARIO-AMORT
                END-IF.
                MOVE FECHA-HOY-YMD TO AMO-FECHA
                MOVE ACT-PELI TO AMO-PELI
                MOVE ACT-EJE TO AMO-EJE
                MOVE LK-MOTIVO TO AMO-MOTIVO
                WRITE REG-DIARIO FROM LINEA-DIARIO.
                CLOSE DIARIO-AMORT.
