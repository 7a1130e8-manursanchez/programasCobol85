        IDENTIFICATION DIVISION.
          PROGRAM-ID. MENU-CAJA.

        DATA DIVISION.

        WORKING-STORAGE SECTION.
        77 OPCION PIC 99.
        77 SALIR PIC X.
          88 FIN-MENU VALUE "S".
        77 PERMISO PIC X.
        77 ESPERA PIC X.

        LINKAGE SECTION.
         77 LK-NIVEL PIC 9.

        SCREEN SECTION.
          01 COLOR-MENU.
            02 BACKGROUND BLUE.
            02 FOREGROUND WHITE.

        PROCEDURE DIVISION USING LK-NIVEL.
        INICIO.
                MOVE "N" TO SALIR.
                PERFORM UNTIL FIN-MENU
                  DISPLAY SPACE ERASE
                  DISPLAY COLOR-MENU
                  PERFORM PORTADA
                  MOVE 0 TO OPCION
                  ACCEPT OPCION LINE 21 POSITION 40
                  PERFORM COMPROBAR-PERMISO
                  IF PERMISO = 'N'
                    DISPLAY 'Opcion reservada al supervisor'
                    LINE 22 POSITION 26
                    ACCEPT ESPERA LINE 22 POSITION 58
                    MOVE 99 TO OPCION
                  END-IF
                  EVALUATE OPCION
                    WHEN 1
                      CALL "DEPOSITO-BANCO"
                      CANCEL "DEPOSITO-BANCO"
                    WHEN 2
                      CALL "CONCILIA-BANCO"
                      CANCEL "CONCILIA-BANCO"
                    WHEN 0
                      MOVE "S" TO SALIR
                    WHEN 99
                      CONTINUE
                    WHEN OTHER
                      DISPLAY "Opcion no valida" LINE 15 POSITION 30
                  END-EVALUATE
                END-PERFORM.
                DISPLAY SPACE ERASE.
              EXIT PROGRAM.

        PORTADA.
                CALL 'S-WINDOW' USING 02 78 02 22
                CANCEL 'S-WINDOW'
                DISPLAY ' VIDEO CLUB - CAJA Y BANCOS ' LINE 2
                POSITION 24 REVERSE
                DISPLAY ' 1: Deposito en Banco' LINE 4 POSITION 4
                DISPLAY ' 2: Conciliacion Bancaria' LINE 5 POSITION 4
                DISPLAY ' 0: Volver' LINE 20 POSITION 54
                DISPLAY 'Opcion:' LINE 21 POSITION 32.

        COMPROBAR-PERMISO.
                MOVE 'S' TO PERMISO.
                IF LK-NIVEL < 2
                  IF OPCION = 2
                    MOVE 'N' TO PERMISO
                  END-IF
                END-IF.
