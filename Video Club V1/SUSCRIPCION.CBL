        IDENTIFICATION DIVISION.
          PROGRAM-ID. SUSCRIPCION.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

               SELECT OPTIONAL PLANES ASSIGN TO DISK "PLANES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS ESTADO-PLANES.

               SELECT OPTIONAL SUSCRIP ASSIGN TO DISK "SUSCRIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SOCIO
               ALTERNATE RECORD KEY IS SUS-PLAN WITH DUPLICATES
               FILE STATUS IS ESTADO-SUSCRIP.

        DATA DIVISION.

        FILE SECTION.
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

          FD PLANES LABEL RECORD STANDARD.
          01 REG-PLANES.
           02 PLN-CODIGO PIC X(2).
           02 PLN-DESCRIPCION PIC X(20).
           02 PLN-CUOTA PIC 9(4)V99.
           02 PLN-LIMITE PIC 99.
           02 PLN-CLASES.
            03 PLN-CLASE PIC X OCCURS 4 TIMES.
           02 PLN-ESTRENOS PIC X.
           02 PLN-ACTIVO PIC X.

          FD SUSCRIP LABEL RECORD STANDARD.
          01 REG-SUSCRIP.
           02 SUS-SOCIO PIC X(5).
           02 SUS-PLAN PIC X(2).
           02 SUS-FECHA-INI PIC 9(8).
           02 SUS-DIA-RENOV PIC 99.
           02 SUS-ESTADO PIC X.
           02 SUS-FECHA-ESTADO PIC 9(8).
           02 SUS-ULT-PERIODO PIC 9(6).
           02 SUS-ULT-IMPORTE PIC 9(4)V99.

        WORKING-STORAGE SECTION.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-PLANES PIC XX.
        77 ESTADO-SUSCRIP PIC XX.
        77 EXISTE-SOCIO PIC X.
        77 EXISTE-SUSCRIP PIC X.
        77 PLAN-OK PIC X.
        77 GRABADO PIC X.
        77 FECHA-OK PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-INICIO PIC 9(8).
        77 DIA-RENOVACION PIC 99.
        77 DIA-VF PIC 99.
        77 MES-VF PIC 99.
        77 ANO-VF PIC 9999.
        77 NOMBRE-SOCIO PIC X(26).
        77 CUOTA-PANT PIC ZZZ9.99.
        77 CTA-SOCIO PIC X(5).
        77 CTA-TIPO PIC X.
        77 CTA-CONCEPTO PIC X(14).
        77 CTA-IMPORTE PIC 9(7)V99.
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
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  MOVE 'S' TO EXISTE-SOCIO
                  ACCEPT COD-SOCIO LINE 4 POSITION 45
                  READ SOCIOS KEY IS COD-SOCIO INVALID KEY
                   MOVE 'N' TO EXISTE-SOCIO
                  END-READ
                  IF EXISTE-SOCIO = 'N'
                    DISPLAY 'Ese socio no existe' LINE 21 POSITION 21
                  ELSE
                    PERFORM MOSTRAR-SUSCRIPCION
                    IF EXISTE-SUSCRIP = 'S' AND SUS-ESTADO NOT = 'B'
                      PERFORM TRAMITAR-BAJA
                    ELSE
                      PERFORM TRAMITAR-ALTA
                    END-IF
                  END-IF
                  DISPLAY 'DESEA TRAMITAR OTRA SUSCRIPCION?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 54
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT SOCIOS.
               IF ESTADO-SOCIOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-SOCIOS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PLANES.
               IF ESTADO-PLANES NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PLANES
                 ACCEPT RESPU
               END-IF.
               OPEN I-O SUSCRIP.
               IF ESTADO-SUSCRIP NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-SUSCRIP
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' SUSCRIPCIONES DE SOCIO ' LINE 2 POSITION 28
                REVERSE
                DISPLAY 'Codigo de Socio....:' LINE 4 POSITION 25.

        MOSTRAR-SUSCRIPCION.
                MOVE SPACES TO NOMBRE-SOCIO
                STRING APE1 DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       APE2 DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       NOMB DELIMITED BY SPACE
                       INTO NOMBRE-SOCIO
                DISPLAY 'Socio..............:' LINE 6 POSITION 25
                DISPLAY NOMBRE-SOCIO LINE 6 POSITION 47
                MOVE 'S' TO EXISTE-SUSCRIP
                MOVE COD-SOCIO TO SUS-SOCIO
                READ SUSCRIP INVALID KEY
                  MOVE 'N' TO EXISTE-SUSCRIP
                END-READ
                DISPLAY 'Plan actual........:' LINE 8 POSITION 25
                IF EXISTE-SUSCRIP = 'N'
                  DISPLAY 'sin suscripcion' LINE 8 POSITION 47
                ELSE
                  MOVE SUS-PLAN TO PLN-CODIGO
                  READ PLANES INVALID KEY
                    MOVE SPACES TO PLN-DESCRIPCION
                  END-READ
                  DISPLAY SUS-PLAN LINE 8 POSITION 47
                  DISPLAY PLN-DESCRIPCION LINE 8 POSITION 50
                  DISPLAY 'Situacion..........:' LINE 9 POSITION 25
                  EVALUATE SUS-ESTADO
                    WHEN 'A'
                      DISPLAY 'activa' LINE 9 POSITION 47
                    WHEN 'S'
                      DISPLAY 'suspendida por impago' LINE 9
                      POSITION 47
                    WHEN OTHER
                      DISPLAY 'de baja' LINE 9 POSITION 47
                  END-EVALUATE
                END-IF.

        TRAMITAR-BAJA.
                DISPLAY "DAR DE BAJA LA SUSCRIPCION (S/N)?" POSITION 25
                LINE 12
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 60 LINE 12
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  MOVE 'B' TO SUS-ESTADO
                  MOVE FECHA-HOY-YMD TO SUS-FECHA-ESTADO
                  REWRITE REG-SUSCRIP INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  NOT INVALID KEY
                    MOVE 'BAJA' TO AUD-OPERACION
                    MOVE 'SUSCRIP' TO AUD-ENTIDAD
                    MOVE SUS-SOCIO TO AUD-CLAVE
                    CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                            AUD-CLAVE
                    CANCEL 'AUDITORIA'
                    DISPLAY 'Suscripcion dada de baja' LINE 21
                    POSITION 21
                  END-REWRITE
                END-IF
                MOVE ' ' TO RES.

        TRAMITAR-ALTA.
                DISPLAY 'Plan de suscripcion:' LINE 12 POSITION 25
                MOVE 'N' TO PLAN-OK
                PERFORM UNTIL PLAN-OK = 'S'
                  MOVE SPACES TO PLN-CODIGO
                  ACCEPT PLN-CODIGO LINE 12 POSITION 47
                  READ PLANES INVALID KEY
                    MOVE 'N' TO PLN-ACTIVO
                  END-READ
                  IF PLN-ACTIVO = 'S'
                    MOVE 'S' TO PLAN-OK
                    DISPLAY '                    ' LINE 21 POSITION 21
                  ELSE
                    DISPLAY 'Plan inexistente o inactivo' LINE 21
                    POSITION 21
                  END-IF
                END-PERFORM
                DISPLAY PLN-DESCRIPCION LINE 12 POSITION 50
                MOVE PLN-CUOTA TO CUOTA-PANT
                DISPLAY 'Cuota mensual......:' LINE 13 POSITION 25
                DISPLAY CUOTA-PANT LINE 13 POSITION 47
                DISPLAY 'Inicio (AAAAMMDD)..:' LINE 14 POSITION 25
                MOVE FECHA-HOY-YMD TO FECHA-INICIO
                MOVE 'N' TO FECHA-OK
                PERFORM UNTIL FECHA-OK = 'S'
                  ACCEPT FECHA-INICIO LINE 14 POSITION 47 UPDATE
                  MOVE FECHA-INICIO(7:2) TO DIA-VF
                  MOVE FECHA-INICIO(5:2) TO MES-VF
                  MOVE FECHA-INICIO(1:4) TO ANO-VF
                  CALL 'VALIDA-FECHA' USING DIA-VF MES-VF ANO-VF
                                            FECHA-OK
                  CANCEL 'VALIDA-FECHA'
                  IF FECHA-OK = 'S' AND FECHA-INICIO < FECHA-HOY-YMD
                    DISPLAY 'La fecha no puede ser anterior a hoy'
                    LINE 21 POSITION 21
                    MOVE 'N' TO FECHA-OK
                  END-IF
                END-PERFORM
                DISPLAY '                                    ' LINE 21
                POSITION 21
                MOVE FECHA-INICIO(7:2) TO DIA-RENOVACION
                IF DIA-RENOVACION > 28
                  MOVE 28 TO DIA-RENOVACION
                END-IF
                DISPLAY 'Dia de renovacion..:' LINE 15 POSITION 25
                DISPLAY '(1-28)' LINE 15 POSITION 51
                MOVE 'N' TO FECHA-OK
                PERFORM UNTIL FECHA-OK = 'S'
                  ACCEPT DIA-RENOVACION LINE 15 POSITION 47 UPDATE
                  IF DIA-RENOVACION > 0 AND DIA-RENOVACION < 29
                    MOVE 'S' TO FECHA-OK
                  END-IF
                END-PERFORM
                DISPLAY "GRABAR SUSCRIPCION (S/N)?" POSITION 30
                LINE 19
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 57 LINE 19
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                   PERFORM GRABAR-SUSCRIPCION
                END-IF
                MOVE ' ' TO RES.

        GRABAR-SUSCRIPCION.
                MOVE COD-SOCIO TO SUS-SOCIO
                MOVE PLN-CODIGO TO SUS-PLAN
                MOVE FECHA-INICIO TO SUS-FECHA-INI
                MOVE DIA-RENOVACION TO SUS-DIA-RENOV
                MOVE 'A' TO SUS-ESTADO
                MOVE FECHA-HOY-YMD TO SUS-FECHA-ESTADO
                MOVE FECHA-INICIO(1:6) TO SUS-ULT-PERIODO
                MOVE PLN-CUOTA TO SUS-ULT-IMPORTE
                MOVE 'S' TO GRABADO
                IF EXISTE-SUSCRIP = 'N'
                  WRITE REG-SUSCRIP INVALID KEY
                    MOVE 'N' TO GRABADO
                  END-WRITE
                ELSE
                  REWRITE REG-SUSCRIP INVALID KEY
                    MOVE 'N' TO GRABADO
                  END-REWRITE
                END-IF
                IF GRABADO = 'N'
                  DISPLAY 'Error de escritura en disco' LINE 21
                  POSITION 21
                ELSE
                  MOVE COD-SOCIO TO CTA-SOCIO
                  MOVE 'C' TO CTA-TIPO
                  MOVE 'CUOTA PLAN' TO CTA-CONCEPTO
                  MOVE PLN-CUOTA TO CTA-IMPORTE
                  CALL 'CUENTA' USING CTA-SOCIO CTA-TIPO CTA-CONCEPTO
                                       CTA-IMPORTE
                  CANCEL 'CUENTA'
                  MOVE 'ALTA' TO AUD-OPERACION
                  MOVE 'SUSCRIP' TO AUD-ENTIDAD
                  MOVE SUS-SOCIO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Suscripcion grabada, primera cuota'
                  LINE 20 POSITION 21
                  DISPLAY 'cargada en la cuenta del socio'
                  LINE 21 POSITION 21
                END-IF.

        CERRAR-FICHERO.
                CLOSE SOCIOS.
                CLOSE PLANES.
                CLOSE SUSCRIP.
