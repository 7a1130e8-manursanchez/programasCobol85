        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-CONSENTIM.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL CONSENTIM ASSIGN TO DISK
                                             "CONSENTIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-SOCIO
               FILE STATUS IS ESTADO-CONSENTIM.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

               SELECT OPTIONAL SESION ASSIGN TO DISK NOMBRE-SESION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-SESION.

        DATA DIVISION.

        FILE SECTION.
          FD CONSENTIM LABEL RECORD STANDARD.
          01 REG-CONSENTIM.
           02 CNS-SOCIO PIC X(5).
           02 CNS-PERMISO OCCURS 4 TIMES.
            03 CNS-ESTADO PIC X.
            03 CNS-FECHA PIC 9(8).
            03 CNS-OPERADOR PIC X(20).

          FD SOCIOS LABEL RECORD STANDARD.
          01 REG-SOCIOS.
            05 COD-SOCIO PIC X(5).
            05 NOMBRE.
              07 APE1 PIC X(12).
              07 APE2 PIC X(12).
              07 NOMB PIC X(12).
            05 DIRECCION PIC X(30).
            05 DNI PIC X(10).
            05 TELEFONO PIC X(10).
            05 FECHA-NAC.
              07 DIA-NAC    PIC 99.
              07 MES-NAC    PIC 99.
              07 ANO-NAC    PIC 9999.
            05 FECHA-ALTA-SOCIO.
              07 DIA-ALTA-SOCIO  PIC 99.
              07 MES-ALTA-SOCIO  PIC 99.
              07 ANO-ALTA-SOCIO  PIC 9999.
            05 FECHA-CADUCIDAD.
              07 DIA-CAD    PIC 99.
              07 MES-CAD    PIC 99.
              07 ANO-CAD    PIC 9999.
            05 CATEGORIA-SOCIO PIC X.
            05 COD-FAMILIA PIC X(5).
            05 BLOQUEO-INFANTIL PIC X.
            05 PREF-CONTACTO PIC X.

          FD SESION LABEL RECORD STANDARD.
          01 REG-SESION.
           02 OPER-SES PIC X(4).
           02 FILLER PIC X.
           02 NOMBRE-SES PIC X(20).

        WORKING-STORAGE SECTION.
        77 ESTADO-CONSENTIM PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-SESION PIC XX.
        77 NOMBRE-SESION PIC X(20).
        77 PUESTO PIC X(8).
        77 OPERADOR-ACTUAL PIC X(20).
        77 EXISTE PIC X.
        77 EXISTE-SOCIO PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 RES-PERMISO PIC X.
         88 PERMISO-OK VALUE 'S' 'N'.
        77 IDX-CNS PIC 9.
        77 LINEA-PANT PIC 99.
        77 HAY-CAMBIOS PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 TABLA-PERMISOS.
          02 FILLER PIC X(26) VALUE "Publicidad y campanas.....".
          02 FILLER PIC X(26) VALUE "Mensajes SMS..............".
          02 FILLER PIC X(26) VALUE "Correo postal.............".
          02 FILLER PIC X(26) VALUE "Cesion de datos a la web..".
        01 PERMISOS REDEFINES TABLA-PERMISOS.
          02 TEXTO-PERMISO PIC X(26) OCCURS 4 TIMES.

        01 TABLA-ANTERIOR.
          02 ESTADO-ANTERIOR PIC X OCCURS 4 TIMES.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                PERFORM ABRIR-FICHERO.
                PERFORM LEER-SESION.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE SPACES TO COD-SOCIO
                  ACCEPT COD-SOCIO LINE 4 POSITION 45
                  MOVE 'S' TO EXISTE-SOCIO
                  READ SOCIOS INVALID KEY
                    MOVE 'N' TO EXISTE-SOCIO
                  END-READ
                  IF EXISTE-SOCIO = 'N'
                    DISPLAY 'Ese socio no existe' LINE 21 POSITION 21
                  ELSE
                    PERFORM MOSTRAR-PERMISOS
                    PERFORM MODIFICAR-PERMISOS
                    IF HAY-CAMBIOS = 'S'
                      DISPLAY "GRABAR CONSENTIMIENTOS (S/N)?"
                      POSITION 25 LINE 19
                      PERFORM UNTIL CORRECTA
                         ACCEPT RES POSITION 56 LINE 19
                      END-PERFORM
                      IF RES = 'S' OR RES = 's'
                         PERFORM GRABAR-FICHA
                      END-IF
                    END-IF
                  END-IF
                  MOVE ' ' TO RES
                  DISPLAY 'DESEA ATENDER OTRO SOCIO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 49
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O CONSENTIM.
               IF ESTADO-CONSENTIM NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-CONSENTIM
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT SOCIOS.
               IF ESTADO-SOCIOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-SOCIOS
                 ACCEPT RESPU
               END-IF.

        LEER-SESION.
                MOVE SPACES TO OPERADOR-ACTUAL
                MOVE SPACES TO PUESTO
                ACCEPT PUESTO FROM ENVIRONMENT "PUESTO"
                IF PUESTO = SPACES
                  ACCEPT PUESTO FROM ENVIRONMENT "USER"
                END-IF
                IF PUESTO = SPACES
                  MOVE 'LOCAL' TO PUESTO
                END-IF
                MOVE SPACES TO NOMBRE-SESION
                STRING 'SESION-' DELIMITED BY SIZE
                       PUESTO DELIMITED BY SPACE
                       '.DAT' DELIMITED BY SIZE
                       INTO NOMBRE-SESION
                OPEN INPUT SESION
                IF ESTADO-SESION = "00"
                  READ SESION AT END
                    CONTINUE
                  NOT AT END
                    MOVE OPER-SES TO OPERADOR-ACTUAL
                  END-READ
                END-IF
                CLOSE SESION
                IF OPERADOR-ACTUAL = SPACES
                  ACCEPT OPERADOR-ACTUAL FROM ENVIRONMENT "USER"
                END-IF
                IF OPERADOR-ACTUAL = SPACES
                  MOVE "DESCONOCIDO" TO OPERADOR-ACTUAL
                END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' CONSENTIMIENTOS DEL SOCIO ' LINE 2
                POSITION 26 REVERSE
                DISPLAY 'Codigo Socio......:' LINE 4 POSITION 25
                DISPLAY 'Nombre.....................:'
                LINE 6 POSITION 10
                DISPLAY 'PERMISO' LINE 9 POSITION 10
                DISPLAY 'S/N' LINE 9 POSITION 38
                DISPLAY 'FECHA' LINE 9 POSITION 44
                DISPLAY 'OPERADOR' LINE 9 POSITION 55.

        MOSTRAR-PERMISOS.
                DISPLAY NOMB LINE 6 POSITION 39
                DISPLAY APE1 LINE 6 POSITION 52
                MOVE COD-SOCIO TO CNS-SOCIO
                MOVE 'S' TO EXISTE
                READ CONSENTIM INVALID KEY
                  MOVE 'N' TO EXISTE
                END-READ
                IF EXISTE = 'N'
                  PERFORM VARYING IDX-CNS FROM 1 BY 1
                          UNTIL IDX-CNS > 4
                    MOVE 'N' TO CNS-ESTADO(IDX-CNS)
                    MOVE ZEROS TO CNS-FECHA(IDX-CNS)
                    MOVE SPACES TO CNS-OPERADOR(IDX-CNS)
                  END-PERFORM
                  DISPLAY 'Sin consentimientos registrados'
                  LINE 15 POSITION 10
                END-IF
                MOVE 10 TO LINEA-PANT
                PERFORM VARYING IDX-CNS FROM 1 BY 1
                        UNTIL IDX-CNS > 4
                  MOVE CNS-ESTADO(IDX-CNS) TO ESTADO-ANTERIOR(IDX-CNS)
                  DISPLAY TEXTO-PERMISO(IDX-CNS) LINE LINEA-PANT
                  POSITION 10
                  DISPLAY CNS-ESTADO(IDX-CNS) LINE LINEA-PANT
                  POSITION 39
                  IF CNS-FECHA(IDX-CNS) NOT = ZEROS
                    DISPLAY CNS-FECHA(IDX-CNS) LINE LINEA-PANT
                    POSITION 44
                    DISPLAY CNS-OPERADOR(IDX-CNS) LINE LINEA-PANT
                    POSITION 55
                  END-IF
                  ADD 1 TO LINEA-PANT
                END-PERFORM.

        MODIFICAR-PERMISOS.
                MOVE 'N' TO HAY-CAMBIOS
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                MOVE 10 TO LINEA-PANT
                PERFORM VARYING IDX-CNS FROM 1 BY 1
                        UNTIL IDX-CNS > 4
                  MOVE CNS-ESTADO(IDX-CNS) TO RES-PERMISO
                  ACCEPT RES-PERMISO LINE LINEA-PANT POSITION 39
                  UPDATE
                  PERFORM UNTIL PERMISO-OK
                    DISPLAY 'Conteste S o N' LINE 21 POSITION 21
                    ACCEPT RES-PERMISO LINE LINEA-PANT POSITION 39
                    UPDATE
                  END-PERFORM
                  DISPLAY '              ' LINE 21 POSITION 21
                  IF RES-PERMISO NOT = ESTADO-ANTERIOR(IDX-CNS)
                   OR EXISTE = 'N'
                    MOVE RES-PERMISO TO CNS-ESTADO(IDX-CNS)
                    MOVE FECHA-HOY-YMD TO CNS-FECHA(IDX-CNS)
                    MOVE OPERADOR-ACTUAL TO CNS-OPERADOR(IDX-CNS)
                    DISPLAY CNS-FECHA(IDX-CNS) LINE LINEA-PANT
                    POSITION 44
                    DISPLAY CNS-OPERADOR(IDX-CNS) LINE LINEA-PANT
                    POSITION 55
                    MOVE 'S' TO HAY-CAMBIOS
                  END-IF
                  ADD 1 TO LINEA-PANT
                END-PERFORM.

        GRABAR-FICHA.
                IF EXISTE = 'N'
                  WRITE REG-CONSENTIM INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-WRITE
                  MOVE 'ALTA' TO AUD-OPERACION
                ELSE
                  REWRITE REG-CONSENTIM INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                  MOVE 'CAMBIO' TO AUD-OPERACION
                END-IF
                MOVE 'CONSENTIM' TO AUD-ENTIDAD
                MOVE CNS-SOCIO TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        CERRAR-FICHERO.
                CLOSE CONSENTIM.
                CLOSE SOCIOS.
