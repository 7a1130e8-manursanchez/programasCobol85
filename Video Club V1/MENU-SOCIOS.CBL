        IDENTIFICATION DIVISION.
          PROGRAM-ID. MENU-SOCIOS.

        DATA DIVISION.

        WORKING-STORAGE SECTION.
        77 OPCION PIC 99.
        77 SALIR PIC X.
          88 FIN-MENU VALUE "S".
        77 PERMISO PIC X.
        77 ESPERA PIC X.
        77 MODO-MENU PIC X VALUE 'N'.

        LINKAGE SECTION.
         77 LK-NIVEL PIC 9.

        SCREEN SECTION.
          01 COLOR-MENU.
            02 BACKGROUND BLUE.
            02 FOREGROUND WHITE.

        PROCEDURE DIVISION USING LK-NIVEL.
        INICIO.
                MOVE "N" TO SALIR.
                PERFORM UNTIL FIN-MENU
                  DISPLAY SPACE ERASE
                  DISPLAY COLOR-MENU
                  PERFORM PORTADA
                  MOVE 0 TO OPCION
                  ACCEPT OPCION LINE 21 POSITION 40
                  PERFORM COMPROBAR-PERMISO
                  IF PERMISO = 'N'
                    DISPLAY 'Opcion reservada al supervisor'
                    LINE 22 POSITION 26
                    ACCEPT ESPERA LINE 22 POSITION 58
                    MOVE 99 TO OPCION
                  END-IF
                  EVALUATE OPCION
                    WHEN 1
                      CALL "MANT-PLAN"
                      CANCEL "MANT-PLAN"
                    WHEN 2
                      CALL "SUSCRIPCION"
                      CANCEL "SUSCRIPCION"
                    WHEN 3
                      CALL "COBRA-SUSCRIP"
                      CANCEL "COBRA-SUSCRIP"
                    WHEN 4
                      CALL "MANT-EMPRESA"
                      CANCEL "MANT-EMPRESA"
                    WHEN 5
                      CALL "FACTURA-EMPRESA"
                      CANCEL "FACTURA-EMPRESA"
                    WHEN 6
                      CALL "COBRO-EMPRESA"
                      CANCEL "COBRO-EMPRESA"
                    WHEN 7
                      CALL "TARJETA-REGALO"
                      CANCEL "TARJETA-REGALO"
                    WHEN 8
                      CALL "SALDO-TARJETAS"
                      CANCEL "SALDO-TARJETAS"
                    WHEN 9
                      CALL "PEDIDO-DOMICILIO"
                      CANCEL "PEDIDO-DOMICILIO"
                    WHEN 10
                      CALL "CONFIRMA-DOMICILIO"
                      CANCEL "CONFIRMA-DOMICILIO"
                    WHEN 11
                      CALL "HOJA-RUTA"
                      CANCEL "HOJA-RUTA"
                    WHEN 12
                      CALL "CUADRE-REPARTIDOR"
                      CANCEL "CUADRE-REPARTIDOR"
                    WHEN 13
                      CALL "PIN-SOCIO"
                      CANCEL "PIN-SOCIO"
                    WHEN 14
                      CALL "DUPLICA-TARJETA"
                      CANCEL "DUPLICA-TARJETA"
                    WHEN 15
                      CALL "MANT-CAMPANA"
                      CANCEL "MANT-CAMPANA"
                    WHEN 16
                      CALL "INFORME-CAMPANA"
                      CANCEL "INFORME-CAMPANA"
                    WHEN 17
                      CALL "MANT-CONSENTIM"
                      CANCEL "MANT-CONSENTIM"
                    WHEN 18
                      CALL "ACCESO-DATOS"
                      CANCEL "ACCESO-DATOS"
                    WHEN 19
                      CALL "MANT-INCIDENCIA"
                      CANCEL "MANT-INCIDENCIA"
                    WHEN 20
                      CALL "INFORME-INCIDENCIAS"
                      CANCEL "INFORME-INCIDENCIAS"
                    WHEN 21
                      CALL "LIQUIDA-SOCIO"
                      CANCEL "LIQUIDA-SOCIO"
                    WHEN 0
                      MOVE "S" TO SALIR
                    WHEN 99
                      CONTINUE
                    WHEN OTHER
                      DISPLAY "Opcion no valida" LINE 15 POSITION 30
                  END-EVALUATE
                END-PERFORM.
                DISPLAY SPACE ERASE.
              EXIT PROGRAM.

        PORTADA.
                CALL 'S-WINDOW' USING 02 78 02 22
                CANCEL 'S-WINDOW'
                DISPLAY ' VIDEO CLUB - SERVICIOS A SOCIOS ' LINE 2
                POSITION 23 REVERSE
                DISPLAY ' 1: Planes de Suscripcion' LINE 4 POSITION 4
                DISPLAY ' 2: Suscripciones de Socio' LINE 5 POSITION 4
                DISPLAY ' 3: Cobro de Suscripciones' LINE 6 POSITION 4
                DISPLAY ' 4: Cuentas de Empresa' LINE 7 POSITION 4
                DISPLAY ' 5: Facturacion a Empresas' LINE 8 POSITION 4
                DISPLAY ' 6: Cobros de Empresas' LINE 9 POSITION 4
                DISPLAY ' 7: Tarjetas Regalo' LINE 10 POSITION 4
                DISPLAY ' 8: Saldos de Tarjetas Regalo' LINE 11
                POSITION 4
                DISPLAY ' 9: Pedidos a Domicilio' LINE 4 POSITION 42
                DISPLAY '10: Confirmar Entregas' LINE 5 POSITION 42
                DISPLAY '11: Hojas de Ruta' LINE 6 POSITION 42
                DISPLAY '12: Cuadre de Repartidor' LINE 7 POSITION 42
                DISPLAY '13: PIN del Terminal' LINE 8 POSITION 42
                DISPLAY '14: Tarjetas de Socio' LINE 9 POSITION 42
                DISPLAY '15: Campanas de Marketing' LINE 10 POSITION 42
                DISPLAY '16: Resultados de Campanas' LINE 11
                POSITION 42
                DISPLAY '17: Consentimientos' LINE 12 POSITION 42
                DISPLAY '18: Acceso a Datos Personales' LINE 13
                POSITION 42
                DISPLAY '19: Incidencias y Quejas' LINE 14 POSITION 42
                DISPLAY '20: Informe de Incidencias' LINE 15
                POSITION 42
                DISPLAY '21: Liquidacion de Saldos' LINE 16 POSITION 42
                DISPLAY ' 0: Volver' LINE 20 POSITION 54
                DISPLAY 'Opcion:' LINE 21 POSITION 32.

        COMPROBAR-PERMISO.
                MOVE 'S' TO PERMISO.
                IF LK-NIVEL < 2
                  IF OPCION = 1 OR OPCION = 3 OR OPCION = 4
                   OR OPCION = 5 OR OPCION = 8 OR OPCION = 12
                   OR OPCION = 15 OR OPCION = 18
                    MOVE 'N' TO PERMISO
                  END-IF
                END-IF.
