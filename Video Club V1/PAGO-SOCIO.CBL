               RECORD KEY IS CUO-SOCIO
               FILE STATUS IS ESTADO-CUOTAS.

               SELECT OPTIONAL SUSCRIP ASSIGN TO DISK "SUSCRIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SOCIO
               ALTERNATE RECORD KEY IS SUS-PLAN WITH DUPLICATES
               FILE STATUS IS ESTADO-SUSCRIP.

        DATA DIVISION.

        FILE SECTION.
           02 CUO-FECHA-FACT PIC 9(8).
           02 CUO-IMPORTE PIC 9(4)V99.

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
        77 ENTRADA-SOCIO PIC X(10).
        77 AVISO-TARJETA PIC X.
        77 TJ-NOMBRE PIC X(36).
        77 TJ-MOTIVO PIC X.
        77 TJ-NUMERO PIC X(10).
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-SALDOS PIC XX.
        77 EXISTE-SOCIO PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'PAGO-SOCIO'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).
        77 ESTADO-CUOTAS PIC XX.
        77 EXISTE-CUOTA PIC X.
        77 FECHA-CAD-YMD PIC 9(8).
        77 CAD-INT PIC S9(9) COMP.
        77 DIAS-VIGENCIA PIC 999 VALUE 365.
        77 ESTADO-SUSCRIP PIC XX.
        77 FECHA-SISTEMA PIC X(8).

        SCREEN SECTION.
          01 COLOR-PORTADA.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE 'S' TO EXISTE-SOCIO
                  MOVE SPACES TO ENTRADA-SOCIO
                  ACCEPT ENTRADA-SOCIO LINE 4 POSITION 45
                  PERFORM IDENTIFICAR-TARJETA
                  READ SOCIOS KEY IS COD-SOCIO INVALID KEY
                   MOVE 'N' TO EXISTE-SOCIO
                  END-READ
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT CUOTAS.
               OPEN I-O SUSCRIP.

        PORTADA.
                DISPLAY COLOR-PORTADA
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                DISPLAY 'Pago registrado' LINE 21 POSITION 21
                PERFORM COMPROBAR-RENOVACION
                PERFORM COMPROBAR-SUSCRIPCION.

        PEDIR-FORMA-PAGO.
                MOVE ' ' TO RES-FORMA
                END-IF.

        RENOVAR-SOCIO.
                MOVE REG-SOCIOS TO DTR-ANTES
                MOVE FUNCTION INTEGER-OF-DATE(FECHA-CAD-YMD)
                  TO CAD-INT
                ADD DIAS-VIGENCIA TO CAD-INT
                  DISPLAY 'Error al renovar el carnet'
                  LINE 20 POSITION 21
                NOT INVALID KEY
                  MOVE 'SOCIOS' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-SOCIOS TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  MOVE 'RENUEVA' TO AUD-OPERACION
                  MOVE 'SOCIO' TO AUD-ENTIDAD
                  MOVE COD-SOCIO TO AUD-CLAVE
                  DISPLAY 'Carnet renovado hasta:'
                  LINE 20 POSITION 21
                  DISPLAY FECHA-CADUCIDAD LINE 20 POSITION 44
                  MOVE 'R' TO TJ-MOTIVO
                  PERFORM EMITIR-TARJETA
                END-REWRITE.

        EMITIR-TARJETA.
                MOVE SPACES TO TJ-NOMBRE
                STRING NOMB DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       APE1 DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       APE2 DELIMITED BY SPACE
                       INTO TJ-NOMBRE
                CALL 'TARJETA-SOCIO' USING COD-SOCIO TJ-NOMBRE
                             FECHA-CADUCIDAD TJ-MOTIVO TJ-NUMERO
                CANCEL 'TARJETA-SOCIO'
                IF TJ-NUMERO NOT = SPACES
                  DISPLAY 'Nueva tarjeta......:' LINE 16 POSITION 25
                  DISPLAY TJ-NUMERO LINE 16 POSITION 47
                END-IF.

        COMPROBAR-SUSCRIPCION.
                MOVE COD-SOCIO TO SUS-SOCIO
                READ SUSCRIP INVALID KEY
                  MOVE 'B' TO SUS-ESTADO
                END-READ
                IF SUS-ESTADO = 'S'
                  MOVE COD-SOCIO TO SDO-SOCIO
                  READ SALDOS INVALID KEY
                    MOVE ZEROS TO SALDO-SOCIO
                  END-READ
                  IF SALDO-SOCIO NOT > 0
                    MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                    MOVE 'A' TO SUS-ESTADO
                    MOVE FECHA-SISTEMA TO SUS-FECHA-ESTADO
                    REWRITE REG-SUSCRIP INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE 'REACTIVA' TO AUD-OPERACION
                      MOVE 'SUSCRIP' TO AUD-ENTIDAD
                      MOVE COD-SOCIO TO AUD-CLAVE
                      CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                              AUD-CLAVE
                      CANCEL 'AUDITORIA'
                      DISPLAY 'Suscripcion reactivada' LINE 18
                      POSITION 21
                    END-REWRITE
                  END-IF
                END-IF.

        CERRAR-FICHERO.
                CLOSE SOCIOS.
                CLOSE SALDOS.
                CLOSE CUOTAS.
                CLOSE SUSCRIP.

        IDENTIFICAR-TARJETA.
                DISPLAY ' ' LINE 23 POSITION 15 ERASE EOL
                CALL 'IDENTIFICA-SOCIO' USING ENTRADA-SOCIO COD-SOCIO
                                              AVISO-TARJETA
                CANCEL 'IDENTIFICA-SOCIO'
                EVALUATE TRUE
                  WHEN AVISO-TARJETA = 'N'
                    DISPLAY 'Tarjeta no reconocida' LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'A'
                    DISPLAY 'TARJETA ANULADA, pida otra identificacion'
                    LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'C'
                    DISPLAY 'AVISO: carnet de socio caducado'
                    LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'S'
                    DISPLAY 'AVISO: socio suspendido por morosidad'
                    LINE 23 POSITION 15
                END-EVALUATE.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
