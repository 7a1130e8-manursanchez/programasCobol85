         77 Y PIC 99.
         77 X11 PIC 99.
         77 Y11 PIC 99.
         77 EN-FORMACION PIC X.
         77 ACCION-FORMACION PIC X VALUE 'C'.
        
        LINKAGE SECTION.
         77 X1 PIC 99.
                  DISPLAY " " POSITION X LINE Y REVERSE
                 END-PERFORM
                END-PERFORM.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                IF EN-FORMACION = 'S'
                  DISPLAY ' ** MODO FORMACION - DATOS DE PRUEBA ** '
                  POSITION 21 LINE 1 REVERSE
                END-IF.
            EXIT PROGRAM.


