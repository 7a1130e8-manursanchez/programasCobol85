        IDENTIFICATION DIVISION.
          PROGRAM-ID. MENU-COMPRAS.

        DATA DIVISION.

        WORKING-STORAGE SECTION.
        77 OPCION PIC 99.
        77 SALIR PIC X.
          88 FIN-MENU VALUE "S".
        77 PERMISO PIC X.
        77 ESPERA PIC X.
        77 MODO-MENU PIC X VALUE 'N'.

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
                      CALL "MANT-CONTRATO"
                      CANCEL "MANT-CONTRATO"
                    WHEN 2
                      CALL "LIQUIDA-REPARTO"
                      CANCEL "LIQUIDA-REPARTO"
                    WHEN 3
                      CALL "DEVUELVE-PROV"
                      CANCEL "DEVUELVE-PROV"
                    WHEN 4
                      CALL "PAGO-PROVEEDOR"
                      CANCEL "PAGO-PROVEEDOR"
                    WHEN 5
                      CALL "EVALUA-PROV"
                      CANCEL "EVALUA-PROV"
                    WHEN 6
                      CALL "AMORTIZA-COPIAS"
                      CANCEL "AMORTIZA-COPIAS"
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
                DISPLAY ' VIDEO CLUB - COMPRAS Y PROVEEDORES ' LINE 2
                POSITION 20 REVERSE
                DISPLAY ' 1: Contratos de Reparto' LINE 4 POSITION 4
                DISPLAY ' 2: Liquidacion Reparto' LINE 5 POSITION 4
                DISPLAY ' 3: Devolucion a Proveedor' LINE 6 POSITION 4
                DISPLAY ' 4: Pagos a Proveedores' LINE 7 POSITION 4
                DISPLAY ' 5: Evaluacion Proveedores' LINE 8 POSITION 4
                DISPLAY ' 6: Amortizacion de Copias' LINE 9 POSITION 4
                DISPLAY ' 0: Volver' LINE 20 POSITION 54
                DISPLAY 'Opcion:' LINE 21 POSITION 32.

        COMPROBAR-PERMISO.
                MOVE 'S' TO PERMISO.
                IF LK-NIVEL < 2
                  IF OPCION = 1 OR OPCION = 2 OR OPCION = 4
                   OR OPCION = 6
                    MOVE 'N' TO PERMISO
                  END-IF
                END-IF.
