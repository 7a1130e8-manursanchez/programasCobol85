        WORKING-STORAGE SECTION.
         77 ESTADO-SOCIOS   PIC XX.
         77 ESTADO-CATEGORIAS PIC XX.
         77 EN-FORMACION    PIC X.
         77 ACCION-FORMACION PIC X VALUE 'C'.
         77 CATEG-OK        PIC X.
         77 RESPUESTA       PIC X.
           88 DATOS-CORREC              VALUE "S" "s".
         77 AUD-OPERACION   PIC X(10).
         77 AUD-ENTIDAD     PIC X(10).
         77 AUD-CLAVE       PIC X(10).
         77 DTR-PROGRAMA    PIC X(18) VALUE 'CAMBIO-SOCIO'.
         77 DTR-FICHERO     PIC X(8).
         77 DTR-OPERACION   PIC X.
         77 DTR-ANTES       PIC X(160).
         77 DTR-DESPUES     PIC X(160).

        SCREEN SECTION.
         01 COLOR-PANTALLA.
                DISPLAY "Socio en uso en el otro puesto"
                                              LINE 23 POSITION 15
               ELSE
                MOVE REG-SOCIOS TO DTR-ANTES
                PERFORM MOSTRAR-CAMPOS
                PERFORM ACEPTAR-LOS-DEMAS-CAMPOS
                DISPLAY "�Datos Correctos [S/N]?:"
            DISPLAY LINEA-OSCURA LINE 2 POSITION 1.
            DISPLAY "CAMBIO DE SOCIOS" LINE 2 POSITION 30.
            DISPLAY LINEA LINE 3 POSITION 1.
            CALL 'MODO-FORMACION' USING EN-FORMACION
                                        ACCION-FORMACION.
            CANCEL 'MODO-FORMACION'.
            IF EN-FORMACION = 'S'
              DISPLAY ' ** MODO FORMACION - DATOS DE PRUEBA ** '
              LINE 1 POSITION 21 REVERSE
            END-IF.
            DISPLAY "Codigo del socio__:  " LINE 7  POSITION 15.
            DISPLAY "Primer Apellido___:  " LINE 9  POSITION 15.
            DISPLAY "Segundo Apellido__:  " LINE 11 POSITION 15.
              ACCEPT RESPUESTA LINE 23 POSITION 78 PROMPT
              DISPLAY " "  LINE 23 POSITION 10 ERASE EOL
            NOT INVALID KEY
              MOVE 'SOCIOS' TO DTR-FICHERO
              MOVE 'M' TO DTR-OPERACION
              MOVE REG-SOCIOS TO DTR-DESPUES
              PERFORM ANOTAR-DIARIO
              MOVE 'CAMBIO' TO AUD-OPERACION
              MOVE 'SOCIO' TO AUD-ENTIDAD
              MOVE COD-SOCIO TO AUD-CLAVE
       CERRAR-FICHERO.
            CLOSE SOCIO.
            CLOSE CATEGORIAS.

       ANOTAR-DIARIO.
            CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                 DTR-OPERACION DTR-ANTES DTR-DESPUES
            CANCEL 'DIARIO-TRANS'.
