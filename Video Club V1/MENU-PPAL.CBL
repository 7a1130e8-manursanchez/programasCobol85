        77 EXISTE-PUESTO PIC X.
        77 FECHA-HORA-SISTEMA PIC X(21).
        77 SUCURSAL-ACTUAL PIC X(2).
        77 EN-FORMACION PIC X VALUE 'N'.
        77 MODO-ELEGIDO PIC X.
          88 MODO-VALIDO VALUE 'S' 's' 'N' 'n'.
        77 ACCION-FORMACION PIC X.

        SCREEN SECTION.
          01 COLOR-MENU.
                  END-EVALUATE
                END-PERFORM.
                PERFORM BORRAR-SESION.
                IF EN-FORMACION = 'S'
                  MOVE 'S' TO ACCION-FORMACION
                  CALL 'MODO-FORMACION' USING EN-FORMACION
                                              ACCION-FORMACION
                  CANCEL 'MODO-FORMACION'
                END-IF.
                DISPLAY SPACE ERASE.
              EXIT PROGRAM.

                  END-PERFORM
                  CLOSE OPERADOR
                END-IF.
                IF ACCESO-OK = 'S'
                  PERFORM ELEGIR-MODO
                END-IF.
                IF ACCESO-OK = 'S'
                  PERFORM GRABAR-SESION
                END-IF.
                  END-IF
                END-READ.

        ELEGIR-MODO.
                MOVE 'N' TO EN-FORMACION.
                MOVE SPACE TO MODO-ELEGIDO.
                DISPLAY 'Modo formacion (S/N):' LINE 18 POSITION 25.
                PERFORM UNTIL MODO-VALIDO
                  ACCEPT MODO-ELEGIDO LINE 18 POSITION 47
                END-PERFORM.
                IF MODO-ELEGIDO = 'S' OR MODO-ELEGIDO = 's'
                  PERFORM ENTRAR-FORMACION
                END-IF.

        ENTRAR-FORMACION.
                MOVE 'E' TO ACCION-FORMACION.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                IF EN-FORMACION = 'N'
                  DISPLAY 'Entorno de formacion sin preparar'
                  LINE 19 POSITION 25
                  MOVE 'N' TO ACCESO-OK
                END-IF.

        GRABAR-SESION.
                PERFORM NOMBRAR-SESION.
                CALL 'SUCURSAL' USING SUCURSAL-ACTUAL.
