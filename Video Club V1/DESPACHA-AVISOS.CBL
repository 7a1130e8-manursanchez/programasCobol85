        77 ESTADO-AVISOS PIC XX.
        77 RESPU PIC X.
        77 FIN-FICH PIC X.
        77 EN-FORMACION PIC X.
        77 ACCION-FORMACION PIC X VALUE 'C'.
        77 RES-AVISO PIC X.
        77 PENDIENTES PIC 9(4).
        77 DESPACHADOS PIC 9(4).
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                IF EN-FORMACION = 'S'
                  DISPLAY 'Envio de avisos no disponible en modo'
                  LINE 10 POSITION 15
                  DISPLAY 'formacion' LINE 11 POSITION 15
                  DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                  POSITION 28
                  ACCEPT RESPU LINE 23 POSITION 71
                  EXIT PROGRAM
                END-IF.
                PERFORM ABRIR-FICHERO.
                IF ESTADO-AVISOS = "00"
                  MOVE ZEROS TO PENDIENTES
