        WORKING-STORAGE SECTION.
         77 ESTADO-SOCIOS   PIC XX.
         77 ESTADO-SALDOS   PIC XX.
         77 EN-FORMACION    PIC X.
         77 ACCION-FORMACION PIC X VALUE 'C'.
         77 RES-HIST        PIC X.
           88 HIST-CONTESTADO           VALUE "S" "s" "N" "n".
         77 SALDO-PANT      PIC -ZZZZZ9.99.
         77 MODO            PIC X.
           88 POR-DNI                   VALUE "1".
           88 POR-APELLIDO              VALUE "2".
           88 POR-TARJETA               VALUE "3".
         77 ENTRADA-SOCIO   PIC X(10).
         77 AVISO-TARJETA   PIC X.
         77 TEXTO-BUSCADO   PIC X(12).
         77 LONG-BUSC       PIC 99.
         77 FIN-FICH        PIC X.
            PERFORM ABRIR-FICHERO.
            PERFORM UNTIL OPCION
              PERFORM MASCARA
              ACCEPT MODO LINE 4 POSITION 51
              EVALUATE TRUE
                WHEN POR-DNI
                  PERFORM BUSCAR-POR-DNI
                WHEN POR-APELLIDO
                  PERFORM BUSCAR-POR-APELLIDO
                WHEN POR-TARJETA
                  PERFORM BUSCAR-POR-TARJETA
                WHEN OTHER
                  DISPLAY "Opcion no valida" LINE 23 POSITION 15
              END-EVALUATE
            DISPLAY LINEA-OSCURA LINE 2 POSITION 1.
            DISPLAY "CONSULTA DE SOCIOS" LINE 2 POSITION 30.
            DISPLAY LINEA LINE 3 POSITION 1.
            CALL 'MODO-FORMACION' USING EN-FORMACION
                                        ACCION-FORMACION.
            CANCEL 'MODO-FORMACION'.
            IF EN-FORMACION = 'S'
              DISPLAY ' ** MODO FORMACION - DATOS DE PRUEBA ** '
              LINE 1 POSITION 21 REVERSE
            END-IF.
            DISPLAY "1: Por DNI, 2: Por Apellido, 3: Por Tarjeta:"
                                                 LINE 4 POSITION 5.
            DISPLAY LINEA LINE 22 POSITION 1.
            DISPLAY LINEA LINE 24 POSITION 1.

              PERFORM MOSTRAR-FICHA
            END-IF.

       BUSCAR-POR-TARJETA.
            DISPLAY "Tarjeta de socio......:  " LINE 6 POSITION 15.
            MOVE SPACES TO ENTRADA-SOCIO.
            ACCEPT ENTRADA-SOCIO LINE 6 POSITION 41.
            CALL "IDENTIFICA-SOCIO" USING ENTRADA-SOCIO COD-SOCIO
                                          AVISO-TARJETA.
            CANCEL "IDENTIFICA-SOCIO".
            MOVE "S" TO EXISTE.
            READ SOCIO KEY IS COD-SOCIO INVALID KEY
              MOVE "N" TO EXISTE
            END-READ.
            EVALUATE TRUE
              WHEN AVISO-TARJETA = "A"
                DISPLAY "TARJETA ANULADA" LINE 23 POSITION 15
              WHEN EXISTE = "N"
                DISPLAY "Tarjeta no reconocida" LINE 23 POSITION 15
              WHEN OTHER
                IF AVISO-TARJETA = "C"
                  DISPLAY "AVISO: carnet de socio caducado"
                  LINE 7 POSITION 15
                END-IF
                IF AVISO-TARJETA = "S"
                  DISPLAY "AVISO: socio suspendido por morosidad"
                  LINE 7 POSITION 15
                END-IF
                PERFORM MOSTRAR-FICHA
            END-EVALUATE.

       MOSTRAR-FICHA.
            DISPLAY "Codigo del socio__:  " LINE 9  POSITION 15.
            DISPLAY COD-SOCIO LINE 9 POSITION 37.
