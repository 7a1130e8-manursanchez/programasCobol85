        IDENTIFICATION DIVISION.
         PROGRAM-ID. MODO-FORMACION.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL FORMACION ASSIGN TO DISK NOMBRE-MARCA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-FORMACION.

        DATA DIVISION.

        FILE SECTION.
          FD FORMACION LABEL RECORD STANDARD.
          01 REG-FORMACION.
           02 FRM-FECHA PIC 9(8).
           02 FILLER PIC X.
           02 FRM-GENERACION PIC 9.
           02 FILLER PIC X.
           02 FRM-FECHA-COPIA PIC 9(8).

        WORKING-STORAGE SECTION.
         77 ESTADO-FORMACION PIC XX.
         77 NOMBRE-MARCA PIC X(23).
         77 DIR-FORMACION PIC X(10) VALUE 'FORMACION'.
         77 DIR-PRINCIPAL PIC X(3) VALUE '..'.

        LINKAGE SECTION.
         77 LK-FORMACION PIC X.
         77 LK-ACCION PIC X.

        PROCEDURE DIVISION USING LK-FORMACION LK-ACCION.
          INICIO.
                MOVE 'FORMACION.DAT' TO NOMBRE-MARCA.
                PERFORM LEER-MARCA.
                IF LK-ACCION = 'E' AND LK-FORMACION = 'N'
                  MOVE 'FORMACION/FORMACION.DAT' TO NOMBRE-MARCA
                  PERFORM LEER-MARCA
                  IF LK-FORMACION = 'S'
                    CALL 'CBL_CHANGE_DIR' USING DIR-FORMACION
                  END-IF
                END-IF.
                IF LK-ACCION = 'S' AND LK-FORMACION = 'S'
                  CALL 'CBL_CHANGE_DIR' USING DIR-PRINCIPAL
                  MOVE 'N' TO LK-FORMACION
                END-IF.
            EXIT PROGRAM.

          LEER-MARCA.
                MOVE 'N' TO LK-FORMACION.
                OPEN INPUT FORMACION.
                IF ESTADO-FORMACION = "00"
                  READ FORMACION AT END
                    CONTINUE
                  NOT AT END
                    MOVE 'S' TO LK-FORMACION
                  END-READ
                END-IF.
                CLOSE FORMACION.
