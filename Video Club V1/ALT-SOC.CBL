        WORKING-STORAGE SECTION.
         77 C PIC 99.
         77 FECHA-SISTEMA    PIC X(8).
         77 EN-FORMACION    PIC X.
         77 ACCION-FORMACION PIC X VALUE 'C'.
         77 HOY-INT-SOCIO    PIC S9(9) COMP.
         77 CAD-INT-SOCIO    PIC S9(9) COMP.
         77 FECHA-HOY-YMD    PIC 9(8).
         77 AUD-OPERACION   PIC X(10).
         77 AUD-ENTIDAD     PIC X(10).
         77 AUD-CLAVE       PIC X(10).
         77 DTR-PROGRAMA    PIC X(18) VALUE 'ALT-SOC'.
         77 DTR-FICHERO     PIC X(8).
         77 DTR-OPERACION   PIC X.
         77 DTR-ANTES       PIC X(160).
         77 DTR-DESPUES     PIC X(160).
         77 IMPORTE-FIANZA  PIC 9(4)V99    VALUE 10.
         77 CTA-SOCIO       PIC X(5).
         77 CTA-TIPO        PIC X.
         77 CAJ-CLAVE       PIC X(10).
         77 CAJ-IMPORTE     PIC 9(7)V99.
         77 CAJ-FORMA       PIC X.
         77 TJ-NOMBRE       PIC X(36).
         77 TJ-MOTIVO       PIC X.
         77 TJ-NUMERO       PIC X(10).


        01 PARAM-SISTEMA.
            DISPLAY LINEA-OSCURA LINE 2 POSITION 1.
            DISPLAY "ALTAS DE SOCIOS" LINE 2 POSITION 30.
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
            MOVE COD-SOCIO TO COD-SOCIO-TEMP
            MOVE "N" TO DNI-LIBRE
            PERFORM UNTIL DNI-OK
              ACCEPT DNI   LINE 17 POSITION 35 TAB NO BEEP UPDATE
              READ SOCIO KEY IS DNI INVALID KEY
                MOVE "S" TO DNI-LIBRE
              NOT INVALID KEY
              DISPLAY " "  LINE 23 POSITION 10 ERASE EOL
              MOVE "N" TO FICH-GRAB
            NOT INVALID KEY
              MOVE SPACES TO DTR-ANTES
              MOVE 'SOCIOS' TO DTR-FICHERO
              MOVE 'A' TO DTR-OPERACION
              MOVE REG-SOCIOS TO DTR-DESPUES
              PERFORM ANOTAR-DIARIO
              MOVE 'ALTA' TO AUD-OPERACION
              MOVE 'SOCIO' TO AUD-ENTIDAD
              MOVE COD-SOCIO TO AUD-CLAVE
                                      AUD-CLAVE
              CANCEL 'AUDITORIA'
              PERFORM COBRAR-FIANZA
              PERFORM EMITIR-TARJETA
            END-WRITE.

       EMITIR-TARJETA.
            MOVE SPACES TO TJ-NOMBRE.
            STRING NOMB DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   APE1 DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   APE2 DELIMITED BY SPACE
                   INTO TJ-NOMBRE.
            MOVE "A" TO TJ-MOTIVO.
            CALL "TARJETA-SOCIO" USING COD-SOCIO TJ-NOMBRE
                         FECHA-CADUCIDAD TJ-MOTIVO TJ-NUMERO.
            CANCEL "TARJETA-SOCIO".

       COBRAR-FIANZA.
            MOVE COD-SOCIO TO CTA-SOCIO.
            MOVE 'A' TO CTA-TIPO.
             DISPLAY " " LINE C POSITION 35 ERASE EOL
            END-PERFORM.
            DISPLAY " " LINE 24 POSITION 1 ERASE EOL.

       ANOTAR-DIARIO.
            CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                 DTR-OPERACION DTR-ANTES DTR-DESPUES
            CANCEL 'DIARIO-TRANS'.
