        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-EMPRESA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL EMPRESAS ASSIGN TO DISK "EMPRESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS ESTADO-EMPRESAS.

               SELECT OPTIONAL EMPSOCIO ASSIGN TO DISK "EMPSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESO-SOCIO
               ALTERNATE RECORD KEY IS ESO-EMPRESA WITH DUPLICATES
               FILE STATUS IS ESTADO-EMPSOCIO.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

        DATA DIVISION.

        FILE SECTION.
          FD EMPRESAS LABEL RECORD STANDARD.
          01 REG-EMPRESAS.
           02 EMP-CODIGO PIC X(4).
           02 EMP-NOMBRE PIC X(30).
           02 EMP-CIF PIC X(9).
           02 EMP-DIRECCION PIC X(30).
           02 EMP-POBLACION PIC X(20).
           02 EMP-COD-POSTAL PIC X(5).
           02 EMP-LIMITE PIC 9(6)V99.
           02 EMP-DIAS-PAGO PIC 999.
           02 EMP-RIESGO PIC S9(7)V99.
           02 EMP-ACTIVA PIC X.

          FD EMPSOCIO LABEL RECORD STANDARD.
          01 REG-EMPSOCIO.
           02 ESO-SOCIO PIC X(5).
           02 ESO-EMPRESA PIC X(4).
           02 ESO-FECHA PIC 9(8).

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

        WORKING-STORAGE SECTION.
        77 ESTADO-EMPRESAS PIC XX.
        77 ESTADO-EMPSOCIO PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 EXISTE PIC X.
        77 EXISTE-SOCIO PIC X.
        77 EXISTE-VINCULO PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 RES-VINCULO PIC X.
         88 VINCULO-CONTESTADO VALUE 'S' 's' 'N' 'n'.
        77 DATOS-OK PIC X.
        77 FIN-SOCIOS PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 SOCIO-VINCULO PIC X(5).
        77 NOMBRE-SOCIO PIC X(26).
        77 RIESGO-PANT PIC -ZZZZZZ9.99.
        77 AUTORIZADOS PIC 999.
        77 AUTORIZADOS-PANT PIC ZZ9.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                PERFORM ABRIR-FICHERO.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE 'S' TO EXISTE
                  ACCEPT EMP-CODIGO LINE 4 POSITION 45
                  READ EMPRESAS INVALID KEY
                   MOVE 'N' TO EXISTE
                  END-READ
                  IF EXISTE = 'N'
                    MOVE SPACES TO EMP-NOMBRE
                    MOVE SPACES TO EMP-CIF
                    MOVE SPACES TO EMP-DIRECCION
                    MOVE SPACES TO EMP-POBLACION
                    MOVE SPACES TO EMP-COD-POSTAL
                    MOVE ZEROS TO EMP-LIMITE
                    MOVE 30 TO EMP-DIAS-PAGO
                    MOVE ZEROS TO EMP-RIESGO
                    MOVE 'S' TO EMP-ACTIVA
                    DISPLAY 'Nueva empresa' LINE 4 POSITION 55
                  END-IF
                  PERFORM MOSTRAR-DATOS
                  MOVE 'N' TO DATOS-OK
                  PERFORM UNTIL DATOS-OK = 'S'
                    PERFORM MODIFICAR-DATOS
                    PERFORM VALIDAR-DATOS
                  END-PERFORM
                  DISPLAY "GRABAR EMPRESA (S/N)?" POSITION 30
                  LINE 22
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 53 LINE 22
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                     PERFORM GRABAR-FICHA
                     MOVE 'S' TO EXISTE
                  END-IF
                  MOVE ' ' TO RES
                  IF EXISTE = 'S'
                    PERFORM CONTAR-AUTORIZADOS
                    DISPLAY "AUTORIZAR O RETIRAR SOCIOS (S/N)?"
                    POSITION 20 LINE 22
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 55 LINE 22
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                      PERFORM AUTORIZAR-SOCIOS
                    END-IF
                    MOVE ' ' TO RES
                  END-IF
                  DISPLAY 'DESEA MANTENER OTRA EMPRESA?      ' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 55
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O EMPRESAS.
               IF ESTADO-EMPRESAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-EMPRESAS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O EMPSOCIO.
               IF ESTADO-EMPSOCIO NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-EMPSOCIO
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT SOCIOS.
               IF ESTADO-SOCIOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-SOCIOS
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' CUENTAS DE EMPRESA ' LINE 2
                POSITION 29 REVERSE
                DISPLAY 'Codigo de Empresa..:' LINE 4 POSITION 25
                DISPLAY 'Razon social...............:'
                LINE 6 POSITION 10
                DISPLAY 'CIF........................:'
                LINE 7 POSITION 10
                DISPLAY 'Direccion de facturacion...:'
                LINE 8 POSITION 10
                DISPLAY 'Poblacion..................:'
                LINE 9 POSITION 10
                DISPLAY 'Codigo postal..............:'
                LINE 10 POSITION 10
                DISPLAY 'Limite de credito..........:'
                LINE 11 POSITION 10
                DISPLAY 'Dias de pago...............:'
                LINE 12 POSITION 10
                DISPLAY 'Cuenta activa (S/N)........:'
                LINE 13 POSITION 10
                DISPLAY 'Riesgo pendiente...........:'
                LINE 14 POSITION 10.

        MOSTRAR-DATOS.
                DISPLAY EMP-NOMBRE LINE 6 POSITION 39
                DISPLAY EMP-CIF LINE 7 POSITION 39
                DISPLAY EMP-DIRECCION LINE 8 POSITION 39
                DISPLAY EMP-POBLACION LINE 9 POSITION 39
                DISPLAY EMP-COD-POSTAL LINE 10 POSITION 39
                DISPLAY EMP-LIMITE LINE 11 POSITION 39
                DISPLAY EMP-DIAS-PAGO LINE 12 POSITION 39
                DISPLAY EMP-ACTIVA LINE 13 POSITION 39
                MOVE EMP-RIESGO TO RIESGO-PANT
                DISPLAY RIESGO-PANT LINE 14 POSITION 39.

        MODIFICAR-DATOS.
                ACCEPT EMP-NOMBRE LINE 6 POSITION 39 UPDATE
                ACCEPT EMP-CIF LINE 7 POSITION 39 UPDATE
                ACCEPT EMP-DIRECCION LINE 8 POSITION 39 UPDATE
                ACCEPT EMP-POBLACION LINE 9 POSITION 39 UPDATE
                ACCEPT EMP-COD-POSTAL LINE 10 POSITION 39 UPDATE
                ACCEPT EMP-LIMITE LINE 11 POSITION 39 UPDATE
                ACCEPT EMP-DIAS-PAGO LINE 12 POSITION 39 UPDATE
                ACCEPT EMP-ACTIVA LINE 13 POSITION 39 UPDATE.

        VALIDAR-DATOS.
                MOVE 'S' TO DATOS-OK
                IF EMP-ACTIVA = 's'
                  MOVE 'S' TO EMP-ACTIVA
                END-IF
                IF EMP-ACTIVA = 'n'
                  MOVE 'N' TO EMP-ACTIVA
                END-IF
                IF EMP-ACTIVA NOT = 'S' AND EMP-ACTIVA NOT = 'N'
                  MOVE 'N' TO DATOS-OK
                END-IF
                IF EMP-NOMBRE = SPACES OR EMP-CIF = SPACES
                 OR EMP-DIRECCION = SPACES
                  MOVE 'N' TO DATOS-OK
                END-IF
                IF EMP-LIMITE = 0
                  MOVE 'N' TO DATOS-OK
                END-IF
                IF DATOS-OK = 'N'
                  DISPLAY 'Datos de la empresa no validos' LINE 20
                  POSITION 21
                ELSE
                  DISPLAY '                              ' LINE 20
                  POSITION 21
                END-IF.

        GRABAR-FICHA.
                IF EXISTE = 'N'
                  WRITE REG-EMPRESAS INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-WRITE
                ELSE
                  REWRITE REG-EMPRESAS INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                END-IF
                MOVE 'CAMBIO' TO AUD-OPERACION
                MOVE 'EMPRESA' TO AUD-ENTIDAD
                MOVE EMP-CODIGO TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        CONTAR-AUTORIZADOS.
                MOVE 0 TO AUTORIZADOS
                MOVE EMP-CODIGO TO ESO-EMPRESA
                MOVE 'N' TO FIN-SOCIOS
                START EMPSOCIO KEY IS = ESO-EMPRESA INVALID KEY
                  MOVE 'S' TO FIN-SOCIOS
                END-START
                PERFORM UNTIL FIN-SOCIOS = 'S'
                  READ EMPSOCIO NEXT RECORD AT END
                    MOVE 'S' TO FIN-SOCIOS
                  NOT AT END
                    IF ESO-EMPRESA NOT = EMP-CODIGO
                      MOVE 'S' TO FIN-SOCIOS
                    ELSE
                      ADD 1 TO AUTORIZADOS
                    END-IF
                  END-READ
                END-PERFORM
                MOVE AUTORIZADOS TO AUTORIZADOS-PANT
                DISPLAY 'Socios autorizados.........:'
                LINE 15 POSITION 10
                DISPLAY AUTORIZADOS-PANT LINE 15 POSITION 39.

        AUTORIZAR-SOCIOS.
                MOVE 'X' TO SOCIO-VINCULO
                PERFORM UNTIL SOCIO-VINCULO = SPACES
                  DISPLAY 'Socio (blanco = fin).......:'
                  LINE 17 POSITION 10
                  MOVE SPACES TO SOCIO-VINCULO
                  ACCEPT SOCIO-VINCULO LINE 17 POSITION 39
                  DISPLAY '                          ' LINE 17
                  POSITION 45
                  DISPLAY '                                        '
                  LINE 20 POSITION 21
                  IF SOCIO-VINCULO NOT = SPACES
                    PERFORM TRAMITAR-VINCULO
                  END-IF
                END-PERFORM
                PERFORM CONTAR-AUTORIZADOS.

        TRAMITAR-VINCULO.
                MOVE SOCIO-VINCULO TO COD-SOCIO
                MOVE 'S' TO EXISTE-SOCIO
                READ SOCIOS KEY IS COD-SOCIO INVALID KEY
                  MOVE 'N' TO EXISTE-SOCIO
                END-READ
                IF EXISTE-SOCIO = 'N'
                  DISPLAY 'Ese socio no existe' LINE 20 POSITION 21
                ELSE
                  MOVE SPACES TO NOMBRE-SOCIO
                  STRING APE1 DELIMITED BY SPACE
                         ' ' DELIMITED BY SIZE
                         APE2 DELIMITED BY SPACE
                         ' ' DELIMITED BY SIZE
                         NOMB DELIMITED BY SPACE
                         INTO NOMBRE-SOCIO
                  DISPLAY NOMBRE-SOCIO LINE 17 POSITION 45
                  MOVE 'S' TO EXISTE-VINCULO
                  MOVE SOCIO-VINCULO TO ESO-SOCIO
                  READ EMPSOCIO INVALID KEY
                    MOVE 'N' TO EXISTE-VINCULO
                  END-READ
                  IF EXISTE-VINCULO = 'N'
                    PERFORM ALTA-VINCULO
                  ELSE
                    IF ESO-EMPRESA NOT = EMP-CODIGO
                      DISPLAY 'Socio autorizado en la empresa'
                      LINE 20 POSITION 21
                      DISPLAY ESO-EMPRESA LINE 20 POSITION 52
                    ELSE
                      PERFORM BAJA-VINCULO
                    END-IF
                  END-IF
                END-IF.

        ALTA-VINCULO.
                MOVE SPACE TO RES-VINCULO
                DISPLAY 'AUTORIZAR AL SOCIO (S/N)?' LINE 18
                POSITION 10
                PERFORM UNTIL VINCULO-CONTESTADO
                   ACCEPT RES-VINCULO LINE 18 POSITION 39
                END-PERFORM
                DISPLAY '                              ' LINE 18
                POSITION 10
                IF RES-VINCULO = 'S' OR RES-VINCULO = 's'
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE SOCIO-VINCULO TO ESO-SOCIO
                  MOVE EMP-CODIGO TO ESO-EMPRESA
                  MOVE FECHA-SISTEMA TO ESO-FECHA
                  WRITE REG-EMPSOCIO INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 20
                    POSITION 21
                  NOT INVALID KEY
                    MOVE 'AUTORIZA' TO AUD-OPERACION
                    MOVE 'EMPSOCIO' TO AUD-ENTIDAD
                    MOVE ESO-SOCIO TO AUD-CLAVE
                    CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                            AUD-CLAVE
                    CANCEL 'AUDITORIA'
                    DISPLAY 'Socio autorizado' LINE 20 POSITION 21
                  END-WRITE
                END-IF.

        BAJA-VINCULO.
                MOVE SPACE TO RES-VINCULO
                DISPLAY 'RETIRAR AUTORIZACION (S/N)?' LINE 18
                POSITION 10
                PERFORM UNTIL VINCULO-CONTESTADO
                   ACCEPT RES-VINCULO LINE 18 POSITION 39
                END-PERFORM
                DISPLAY '                              ' LINE 18
                POSITION 10
                IF RES-VINCULO = 'S' OR RES-VINCULO = 's'
                  DELETE EMPSOCIO RECORD INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 20
                    POSITION 21
                  NOT INVALID KEY
                    MOVE 'RETIRA' TO AUD-OPERACION
                    MOVE 'EMPSOCIO' TO AUD-ENTIDAD
                    MOVE SOCIO-VINCULO TO AUD-CLAVE
                    CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                            AUD-CLAVE
                    CANCEL 'AUDITORIA'
                    DISPLAY 'Autorizacion retirada' LINE 20
                    POSITION 21
                  END-DELETE
                END-IF.

        CERRAR-FICHERO.
                CLOSE EMPRESAS.
                CLOSE EMPSOCIO.
                CLOSE SOCIOS.
