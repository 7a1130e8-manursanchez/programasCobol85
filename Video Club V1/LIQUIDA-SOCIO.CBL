        IDENTIFICATION DIVISION.
          PROGRAM-ID. LIQUIDA-SOCIO.

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

               SELECT OPTIONAL SALDOS ASSIGN TO DISK "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-SOCIO
               FILE STATUS IS ESTADO-SALDOS.

               SELECT OPTIONAL BONOS ASSIGN TO DISK "BONOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BON-SOCIO
               FILE STATUS IS ESTADO-BONOS.

               SELECT OPTIONAL FIANZAS ASSIGN TO DISK "FIANZAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FZA-SALIDA
               FILE STATUS IS ESTADO-FIANZAS.

               SELECT OPTIONAL ALQUILER ASSIGN TO DISK "ALQUILER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA
               ALTERNATE RECORD KEY IS CODI-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ALQUILER.

               SELECT OPTIONAL TICKETS ASSIGN TO DISK "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-TICKET
               FILE STATUS IS ESTADO-TICKETS.

               SELECT OPTIONAL MOVSOCIO ASSIGN TO DISK "MOVSOCIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-MOVSOCIO.

               SELECT OPTIONAL OPERADOR ASSIGN TO DISK "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-OPER
               FILE STATUS IS ESTADO-OPERADOR.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

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

          FD SALDOS LABEL RECORD STANDARD.
          01 REG-SALDOS.
           02 SDO-SOCIO PIC X(5).
           02 SALDO-SOCIO PIC S9(7)V99.
           02 SITUACION-SOCIO PIC X.
           02 NIVEL-CARTA PIC 9.
           02 FECHA-CARTA PIC 9(8).

          FD BONOS LABEL RECORD STANDARD.
          01 REG-BONOS.
           02 BON-SOCIO PIC X(5).
           02 BON-RESTAN PIC 9(3).
           02 BON-FECHA-CAD PIC 9(8).
           02 BON-FECHA-VENTA PIC 9(8).

          FD FIANZAS LABEL RECORD STANDARD.
          01 REG-FIANZAS.
           02 FZA-SALIDA PIC X(8).
           02 FZA-SOCIO PIC X(5).
           02 FZA-PELI PIC X(6).
           02 FZA-EJEMPLAR PIC 99.
           02 FZA-IMPORTE PIC 9(4)V99.
           02 FZA-FORMA PIC X.
           02 FZA-FECHA PIC 9(8).
           02 FZA-ESTADO PIC X.
           02 FZA-FECHA-DEV PIC 9(8).

          FD ALQUILER LABEL RECORD STANDARD.
          01 REG-ALQUILER.
           02 N-SALIDA PIC X(8).
           02 FECHA-ALQ PIC 9(8).
           02 CODI-SOCIO PIC X(5).
           02 CODI-PELI PIC X(6).
           02 PRECI-ALQ PIC 9(4)V99.
           02 DEVUELTA PIC X.
           02 FECHA-DEV PIC 9(8).
           02 RECARGO-MORA PIC 9(4)V99.
           02 PRECI-LISTA PIC 9(4)V99.
           02 COD-PROMO-APLI PIC X(4).
           02 FECHA-VENC PIC 9(8).
           02 NUM-PRORROGAS PIC 99.
           02 MODO-TARIFA PIC X.
           02 MOTIVO-AJUSTE PIC X(2).
           02 EJEMPLAR-ALQ PIC 99.
           02 SUCURSAL-ALQ PIC X(2).

          FD TICKETS LABEL RECORD STANDARD.
          01 REG-TICKETS.
           02 NUM-TICKET PIC 9(6).
           02 TCK-TIPO PIC X(3).
           02 TCK-SALIDA PIC X(8).
           02 TCK-SOCIO PIC X(5).
           02 TCK-PELI PIC X(6).
           02 TCK-TITULO PIC X(30).
           02 TCK-FECHA PIC 9(8).
           02 TCK-IMPORTE PIC 9(7)V99.
           02 TCK-MORA PIC 9(4)V99.
           02 TCK-VENC PIC 9(8).

          FD MOVSOCIO LABEL RECORD STANDARD.
          01 REG-MOVSOCIO PIC X(50).

          FD OPERADOR LABEL RECORD STANDARD.
          01 REG-OPERADOR.
           02 COD-OPER PIC X(4).
           02 CLAVE-OPER PIC X(8).
           02 NOMBRE-OPER PIC X(20).
           02 NIVEL-OPER PIC 9.

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ENTRADA-SOCIO PIC X(10).
        77 AVISO-TARJETA PIC X.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-SALDOS PIC XX.
        77 ESTADO-BONOS PIC XX.
        77 ESTADO-FIANZAS PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-TICKETS PIC XX.
        77 ESTADO-MOVSOCIO PIC XX.
        77 ESTADO-OPERADOR PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 EXISTE-SOCIO PIC X.
        77 EXISTE-BONO PIC X.
        77 BONO-CADUCADO PIC X.
        77 FIN-FICH PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 RES-FORMA PIC X.
         88 FORMA-CONTESTADA VALUE 'E' 'e' 'B' 'b'.
        77 NOMBRE-SOCIO PIC X(26).
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 SALDO-CUENTA PIC S9(7)V99.
        77 FIANZA-ALTA PIC S9(7)V99.
        77 FIANZA-EQUIPOS PIC 9(7)V99.
        77 EQUIPOS-FIANZA PIC 9(3).
        77 BONOS-RESTAN PIC 9(3).
        77 UNIDADES-BONO PIC 999.
        77 FECHA-TICKET-BONO PIC 9(8).
        77 PRECIO-UNIDAD PIC 9(4)V99.
        77 VALOR-BONOS PIC 9(7)V99.
        77 ALQ-ABIERTOS PIC 9(3).
        77 NETO-LIQUIDACION PIC S9(7)V99.
        77 LIMITE-REEMBOLSO PIC 9(4)V99 VALUE 50.
        77 PERMISO-REEMBOLSO PIC X.
        77 SUPERVISOR PIC X(4).
        77 CLAVE-INTRO PIC X(8).
        77 CUENTA-BANCO PIC X(24).
        77 SALDO-PANT PIC -ZZZZZ9.99.
        77 IMPORTE-PANT PIC ZZZZZ9.99.
        77 UNIDAD-PANT PIC ZZZ9.99.
        77 CONT-PANT PIC ZZ9.
        77 CTA-SOCIO PIC X(5).
        77 CTA-TIPO PIC X.
        77 CTA-CONCEPTO PIC X(14).
        77 CTA-IMPORTE PIC 9(7)V99.
        77 CAJ-TIPO PIC X(10).
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC S9(7)V99.
        77 CAJ-FORMA PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 EN-FORMACION PIC X.
        77 ACCION-FORMACION PIC X VALUE 'C'.

        01 LINEA-MOVSOCIO.
         02 FECHA-MOV PIC X(8).
         02 FILLER PIC X.
         02 HORA-MOV PIC X(6).
         02 FILLER PIC X.
         02 SOCIO-MOV PIC X(5).
         02 FILLER PIC X.
         02 TIPO-MOV PIC X.
         02 FILLER PIC X.
         02 CONCEPTO-MOV PIC X(14).
         02 FILLER PIC X.
         02 IMPORTE-MOV PIC 9(7)V99.

        01 PARAM-SISTEMA.
         02 PRM-CLAVE PIC X(8).
         02 PRM-LIMITE-ALQ PIC 99.
         02 PRM-TARIFA-MORA PIC 99V99.
         02 PRM-DIAS-VENTANA PIC 99.
         02 PRM-DIAS-AVISO PIC 999.
         02 PRM-DIAS-RESERVA PIC 99.
         02 PRM-IMPORTE-FIANZA PIC 9(4)V99.
         02 PRM-MAX-PRORROGAS PIC 9.
         02 PRM-IMPORTE-PRORROGA PIC 9(4)V99.
         02 PRM-DIAS-ESTRENO PIC 99.
         02 PRM-DIA-DESCANSO PIC 9.
         02 PRM-PUNTOS-ALQ PIC 9(4).
         02 PRM-CUOTA-ANUAL PIC 9(4)V99.
         02 PRM-DIAS-CATALOGO PIC 999.
         02 PRM-LIMITE-GASTO PIC 9(4)V99.
         02 PRM-IVA-ALQ PIC 99.
         02 PRM-IVA-VENTA PIC 99.

        01 CABECERA.
         02 FILLER PIC X(22) VALUE SPACES.
         02 FILLER PIC X(36)
            VALUE "LIQUIDACION DE SALDOS DE SOCIO".

        01 LINEA-DATO.
         02 CONCEPTO-LIQ PIC X(28).
         02 VALOR-LIQ PIC X(36).

        01 LINEA-IMPORTE.
         02 CONCEPTO-IMP PIC X(28).
         02 IMPORTE-IMP PIC -ZZZZZ9.99.

        01 LINEA-FIRMAS.
         02 FILLER PIC X(36)
            VALUE "Firma del socio:".
         02 FILLER PIC X(36)
            VALUE "Firma del empleado:".

        01 LINEA-RAYAS.
         02 FILLER PIC X(36)
            VALUE "______________________".
         02 FILLER PIC X(36)
            VALUE "______________________".

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                CALL 'PARAMETROS' USING PARAM-SISTEMA.
                CANCEL 'PARAMETROS'.
                IF PRM-LIMITE-GASTO > 0
                  MOVE PRM-LIMITE-GASTO TO LIMITE-REEMBOLSO
                END-IF.
                PERFORM ABRIR-FICHERO.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  PERFORM TRAMITAR-LIQUIDACION
                  MOVE ' ' TO RES
                  DISPLAY 'DESEA LIQUIDAR OTRO SOCIO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 48
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
               OPEN INPUT SALDOS.
               OPEN I-O BONOS.
               OPEN I-O FIANZAS.
               OPEN INPUT ALQUILER.
               OPEN INPUT TICKETS.
               OPEN INPUT OPERADOR.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' LIQUIDACION DE SALDOS DE SOCIO ' LINE 2
                POSITION 24 REVERSE
                DISPLAY 'Codigo de Socio....:' LINE 4 POSITION 15.

        TRAMITAR-LIQUIDACION.
                MOVE 'S' TO EXISTE-SOCIO
                MOVE SPACES TO ENTRADA-SOCIO
                ACCEPT ENTRADA-SOCIO LINE 4 POSITION 37
                PERFORM IDENTIFICAR-TARJETA
                READ SOCIOS KEY IS COD-SOCIO INVALID KEY
                  MOVE 'N' TO EXISTE-SOCIO
                END-READ
                IF EXISTE-SOCIO = 'N'
                  DISPLAY 'Ese socio no existe' LINE 21 POSITION 15
                ELSE
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  PERFORM CALCULAR-POSICION
                  PERFORM MOSTRAR-POSICION
                  EVALUATE TRUE
                    WHEN ALQ-ABIERTOS > 0
                      DISPLAY 'Tiene alquileres abiertos: recoger'
                      LINE 20 POSITION 15
                      DISPLAY 'las peliculas antes de liquidar'
                      LINE 21 POSITION 15
                    WHEN NETO-LIQUIDACION < 0
                      DISPLAY 'El socio tiene deuda pendiente: cobrar'
                      LINE 20 POSITION 15
                      DISPLAY 'en Pagos de Socio antes de liquidar'
                      LINE 21 POSITION 15
                    WHEN SALDO-CUENTA = 0 AND BONOS-RESTAN = 0
                     AND FIANZA-EQUIPOS = 0
                      DISPLAY 'El socio no tiene saldos pendientes'
                      LINE 21 POSITION 15
                    WHEN OTHER
                      PERFORM PEDIR-LIQUIDACION
                  END-EVALUATE
                END-IF.

        CALCULAR-POSICION.
                MOVE SPACES TO NOMBRE-SOCIO
                STRING APE1 DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       APE2 DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       NOMB DELIMITED BY SPACE
                       INTO NOMBRE-SOCIO
                MOVE COD-SOCIO TO SDO-SOCIO
                READ SALDOS INVALID KEY
                  MOVE ZEROS TO SALDO-SOCIO
                END-READ
                MOVE SALDO-SOCIO TO SALDO-CUENTA
                PERFORM SUMAR-FIANZA-ALTA
                PERFORM SUMAR-FIANZAS-EQUIPO
                PERFORM VALORAR-BONOS
                PERFORM CONTAR-ALQUILERES
                COMPUTE NETO-LIQUIDACION =
                   FIANZA-EQUIPOS + VALOR-BONOS - SALDO-CUENTA.

        SUMAR-FIANZA-ALTA.
                MOVE ZEROS TO FIANZA-ALTA
                OPEN INPUT MOVSOCIO
                IF ESTADO-MOVSOCIO = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ MOVSOCIO INTO LINEA-MOVSOCIO AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF SOCIO-MOV = COD-SOCIO
                        IF CONCEPTO-MOV = 'FIANZA ALTA'
                         AND TIPO-MOV = 'A'
                          ADD IMPORTE-MOV TO FIANZA-ALTA
                        END-IF
                        IF CONCEPTO-MOV = 'LIQUIDACION'
                          MOVE ZEROS TO FIANZA-ALTA
                        END-IF
                      END-IF
                    END-READ
                  END-PERFORM
                END-IF
                CLOSE MOVSOCIO.

        SUMAR-FIANZAS-EQUIPO.
                MOVE ZEROS TO FIANZA-EQUIPOS
                MOVE 0 TO EQUIPOS-FIANZA
                MOVE LOW-VALUES TO FZA-SALIDA
                MOVE 'N' TO FIN-FICH
                START FIANZAS KEY IS NOT LESS THAN FZA-SALIDA
                  INVALID KEY
                    MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ FIANZAS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF FZA-SOCIO = COD-SOCIO AND FZA-ESTADO = 'P'
                      ADD FZA-IMPORTE TO FIANZA-EQUIPOS
                      ADD 1 TO EQUIPOS-FIANZA
                    END-IF
                  END-READ
                END-PERFORM.

        VALORAR-BONOS.
                MOVE 0 TO BONOS-RESTAN
                MOVE ZEROS TO PRECIO-UNIDAD
                MOVE ZEROS TO VALOR-BONOS
                MOVE 'N' TO BONO-CADUCADO
                MOVE 'S' TO EXISTE-BONO
                MOVE COD-SOCIO TO BON-SOCIO
                READ BONOS INVALID KEY
                  MOVE 'N' TO EXISTE-BONO
                END-READ
                IF EXISTE-BONO = 'S'
                  MOVE BON-RESTAN TO BONOS-RESTAN
                  IF BON-FECHA-CAD > 0
                   AND BON-FECHA-CAD < FECHA-HOY-YMD
                    MOVE 'S' TO BONO-CADUCADO
                  END-IF
                END-IF
                IF BONOS-RESTAN > 0 AND BONO-CADUCADO = 'N'
                  PERFORM BUSCAR-PRECIO-BONO
                  COMPUTE VALOR-BONOS = BONOS-RESTAN * PRECIO-UNIDAD
                END-IF.

        BUSCAR-PRECIO-BONO.
                MOVE ZEROS TO FECHA-TICKET-BONO
                MOVE ZEROS TO NUM-TICKET
                MOVE 'N' TO FIN-FICH
                START TICKETS KEY IS NOT LESS THAN NUM-TICKET
                  INVALID KEY
                    MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ TICKETS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF TCK-TIPO = 'BON' AND TCK-SOCIO = COD-SOCIO
                     AND TCK-FECHA NOT < FECHA-TICKET-BONO
                      MOVE TCK-TITULO(9:3) TO UNIDADES-BONO
                      IF UNIDADES-BONO NUMERIC AND UNIDADES-BONO > 0
                        MOVE TCK-FECHA TO FECHA-TICKET-BONO
                        COMPUTE PRECIO-UNIDAD ROUNDED =
                           TCK-IMPORTE / UNIDADES-BONO
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        CONTAR-ALQUILERES.
                MOVE 0 TO ALQ-ABIERTOS
                MOVE 'N' TO FIN-FICH
                MOVE COD-SOCIO TO CODI-SOCIO
                START ALQUILER KEY IS = CODI-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF CODI-SOCIO NOT = COD-SOCIO
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      IF DEVUELTA = 'N'
                        ADD 1 TO ALQ-ABIERTOS
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        MOSTRAR-POSICION.
                DISPLAY 'Socio..............:' LINE 5 POSITION 15
                DISPLAY NOMBRE-SOCIO LINE 5 POSITION 37
                MOVE SALDO-CUENTA TO SALDO-PANT
                DISPLAY 'Saldo en cuenta....:' LINE 7 POSITION 15
                DISPLAY SALDO-PANT LINE 7 POSITION 37
                DISPLAY '(+ debe / - a favor)' LINE 7 POSITION 49
                MOVE FIANZA-ALTA TO IMPORTE-PANT
                DISPLAY '  incluye fianza...:' LINE 8 POSITION 15
                DISPLAY IMPORTE-PANT LINE 8 POSITION 38
                MOVE FIANZA-EQUIPOS TO IMPORTE-PANT
                DISPLAY 'Fianzas de equipos.:' LINE 9 POSITION 15
                DISPLAY IMPORTE-PANT LINE 9 POSITION 38
                MOVE EQUIPOS-FIANZA TO CONT-PANT
                DISPLAY CONT-PANT LINE 9 POSITION 49
                DISPLAY 'equipos' LINE 9 POSITION 53
                MOVE BONOS-RESTAN TO CONT-PANT
                DISPLAY 'Bonos sin usar.....:' LINE 10 POSITION 15
                DISPLAY CONT-PANT LINE 10 POSITION 38
                IF BONOS-RESTAN > 0
                  IF BONO-CADUCADO = 'S'
                    DISPLAY 'BONO CADUCADO, sin reembolso' LINE 10
                    POSITION 43
                  ELSE
                    IF PRECIO-UNIDAD = 0
                      DISPLAY 'Precio por alquiler:' LINE 10
                      POSITION 43
                      ACCEPT PRECIO-UNIDAD LINE 10 POSITION 64
                      COMPUTE VALOR-BONOS =
                         BONOS-RESTAN * PRECIO-UNIDAD
                      COMPUTE NETO-LIQUIDACION =
                         FIANZA-EQUIPOS + VALOR-BONOS - SALDO-CUENTA
                    ELSE
                      MOVE PRECIO-UNIDAD TO UNIDAD-PANT
                      DISPLAY 'a' LINE 10 POSITION 43
                      DISPLAY UNIDAD-PANT LINE 10 POSITION 45
                      DISPLAY 'por alquiler' LINE 10 POSITION 53
                    END-IF
                  END-IF
                END-IF
                MOVE VALOR-BONOS TO IMPORTE-PANT
                DISPLAY 'Valor de los bonos.:' LINE 11 POSITION 15
                DISPLAY IMPORTE-PANT LINE 11 POSITION 38
                MOVE ALQ-ABIERTOS TO CONT-PANT
                DISPLAY 'Alquileres abiertos:' LINE 12 POSITION 15
                DISPLAY CONT-PANT LINE 12 POSITION 38
                MOVE NETO-LIQUIDACION TO SALDO-PANT
                DISPLAY 'NETO A DEVOLVER....:' LINE 14 POSITION 15
                DISPLAY SALDO-PANT LINE 14 POSITION 37 REVERSE.

        PEDIR-LIQUIDACION.
                MOVE 'S' TO PERMISO-REEMBOLSO
                IF NETO-LIQUIDACION > LIMITE-REEMBOLSO
                  PERFORM AUTORIZAR-REEMBOLSO
                END-IF
                IF PERMISO-REEMBOLSO = 'N'
                  DISPLAY 'Reembolso no autorizado' LINE 21
                  POSITION 15
                ELSE
                  MOVE 'E' TO CAJ-FORMA
                  MOVE SPACES TO CUENTA-BANCO
                  IF NETO-LIQUIDACION > 0
                    PERFORM PEDIR-FORMA-PAGO
                  END-IF
                  IF CAJ-FORMA = 'B' AND CUENTA-BANCO = SPACES
                    DISPLAY 'Falta la cuenta para la transferencia'
                    LINE 21 POSITION 15
                  ELSE
                    DISPLAY "LIQUIDAR SALDOS (S/N)?" POSITION 30
                    LINE 19
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 53 LINE 19
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                      PERFORM GRABAR-LIQUIDACION
                    END-IF
                  END-IF
                END-IF.

        AUTORIZAR-REEMBOLSO.
                MOVE 'N' TO PERMISO-REEMBOLSO
                IF ESTADO-OPERADOR NOT = '00'
                  MOVE 'S' TO PERMISO-REEMBOLSO
                ELSE
                  DISPLAY 'Supervisor:' LINE 16 POSITION 15
                  ACCEPT COD-OPER LINE 16 POSITION 27
                  DISPLAY 'Clave:' LINE 16 POSITION 33
                  MOVE SPACES TO CLAVE-INTRO
                  ACCEPT CLAVE-INTRO LINE 16 POSITION 40
                  READ OPERADOR INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF CLAVE-INTRO = CLAVE-OPER
                     AND NIVEL-OPER NOT < 2
                      MOVE 'S' TO PERMISO-REEMBOLSO
                      MOVE 'AUTORIZA' TO AUD-OPERACION
                      MOVE 'REEMBOLSO' TO AUD-ENTIDAD
                      MOVE COD-OPER TO AUD-CLAVE
                      CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                              AUD-CLAVE
                      CANCEL 'AUDITORIA'
                    END-IF
                  END-READ
                END-IF.

        PEDIR-FORMA-PAGO.
                MOVE ' ' TO RES-FORMA
                DISPLAY 'Pago (E)fectivo/(B)transferencia?' LINE 17
                POSITION 15
                PERFORM UNTIL FORMA-CONTESTADA
                   ACCEPT RES-FORMA LINE 17 POSITION 50
                END-PERFORM
                IF RES-FORMA = 'b' OR RES-FORMA = 'B'
                  MOVE 'B' TO CAJ-FORMA
                  DISPLAY 'Cuenta:' LINE 17 POSITION 53
                  ACCEPT CUENTA-BANCO LINE 18 POSITION 53
                ELSE
                  MOVE 'E' TO CAJ-FORMA
                END-IF.

        GRABAR-LIQUIDACION.
                IF SALDO-CUENTA NOT = 0
                  MOVE COD-SOCIO TO CTA-SOCIO
                  MOVE 'LIQUIDACION' TO CTA-CONCEPTO
                  IF SALDO-CUENTA < 0
                    MOVE 'C' TO CTA-TIPO
                    COMPUTE CTA-IMPORTE = 0 - SALDO-CUENTA
                  ELSE
                    MOVE 'A' TO CTA-TIPO
                    MOVE SALDO-CUENTA TO CTA-IMPORTE
                  END-IF
                  CALL 'CUENTA' USING CTA-SOCIO CTA-TIPO CTA-CONCEPTO
                                       CTA-IMPORTE
                  CANCEL 'CUENTA'
                END-IF
                IF EXISTE-BONO = 'S' AND BON-RESTAN > 0
                  MOVE 0 TO BON-RESTAN
                  REWRITE REG-BONOS INVALID KEY
                    DISPLAY 'Error al anular el bono' LINE 20
                    POSITION 15
                  END-REWRITE
                END-IF
                IF EQUIPOS-FIANZA > 0
                  PERFORM CANCELAR-FIANZAS
                END-IF
                IF NETO-LIQUIDACION > 0
                  MOVE 'REEMBOLSO' TO CAJ-TIPO
                  MOVE COD-SOCIO TO CAJ-CLAVE
                  COMPUTE CAJ-IMPORTE = 0 - NETO-LIQUIDACION
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      CAJ-FORMA
                  CANCEL 'CAJA'
                END-IF
                MOVE 'LIQUIDA' TO AUD-OPERACION
                MOVE 'SOCIO' TO AUD-ENTIDAD
                MOVE COD-SOCIO TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                PERFORM IMPRIMIR-RECIBO
                DISPLAY 'Saldos del socio liquidados' LINE 21
                POSITION 15.

        CANCELAR-FIANZAS.
                MOVE LOW-VALUES TO FZA-SALIDA
                MOVE 'N' TO FIN-FICH
                START FIANZAS KEY IS NOT LESS THAN FZA-SALIDA
                  INVALID KEY
                    MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ FIANZAS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF FZA-SOCIO = COD-SOCIO AND FZA-ESTADO = 'P'
                      MOVE 'D' TO FZA-ESTADO
                      MOVE FECHA-HOY-YMD TO FZA-FECHA-DEV
                      REWRITE REG-FIANZAS INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        MOVE 'DEVUELVE' TO AUD-OPERACION
                        MOVE 'FIANZA' TO AUD-ENTIDAD
                        MOVE FZA-SALIDA TO AUD-CLAVE
                        CALL 'AUDITORIA' USING AUD-OPERACION
                                               AUD-ENTIDAD AUD-CLAVE
                        CANCEL 'AUDITORIA'
                      END-REWRITE
                    END-IF
                  END-READ
                END-PERFORM.

        IMPRIMIR-RECIBO.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                MOVE 'LIQUIDA-SOCIO' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  IF EN-FORMACION = 'S'
                    MOVE '*** NO VALIDO - DOCUMENTO DE FORMACION ***'
                      TO REG-IMPRE
                    WRITE REG-IMPRE
                    END-WRITE
                  END-IF
                  MOVE 'Fecha.....................:' TO CONCEPTO-LIQ
                  MOVE FECHA-SISTEMA TO VALOR-LIQ
                  WRITE REG-IMPRE FROM LINEA-DATO
                  END-WRITE
                  MOVE 'Socio.....................:' TO CONCEPTO-LIQ
                  MOVE COD-SOCIO TO VALOR-LIQ
                  WRITE REG-IMPRE FROM LINEA-DATO
                  END-WRITE
                  MOVE 'Nombre....................:' TO CONCEPTO-LIQ
                  MOVE NOMBRE-SOCIO TO VALOR-LIQ
                  WRITE REG-IMPRE FROM LINEA-DATO
                  END-WRITE
                  MOVE 'DNI.......................:' TO CONCEPTO-LIQ
                  MOVE DNI TO VALOR-LIQ
                  WRITE REG-IMPRE FROM LINEA-DATO
                  END-WRITE
                  MOVE 'Saldo en cuenta (+ debe)..:' TO CONCEPTO-IMP
                  MOVE SALDO-CUENTA TO IMPORTE-IMP
                  WRITE REG-IMPRE FROM LINEA-IMPORTE
                      AFTER ADVANCING 2 LINES
                  END-WRITE
                  MOVE '  incluye fianza de alta..:' TO CONCEPTO-IMP
                  MOVE FIANZA-ALTA TO IMPORTE-IMP
                  WRITE REG-IMPRE FROM LINEA-IMPORTE
                  END-WRITE
                  MOVE 'Fianzas de equipos........:' TO CONCEPTO-IMP
                  MOVE FIANZA-EQUIPOS TO IMPORTE-IMP
                  WRITE REG-IMPRE FROM LINEA-IMPORTE
                  END-WRITE
                  MOVE 'Bonos sin usar (valor)....:' TO CONCEPTO-IMP
                  MOVE VALOR-BONOS TO IMPORTE-IMP
                  WRITE REG-IMPRE FROM LINEA-IMPORTE
                  END-WRITE
                  MOVE 'NETO DEVUELTO.............:' TO CONCEPTO-IMP
                  MOVE NETO-LIQUIDACION TO IMPORTE-IMP
                  WRITE REG-IMPRE FROM LINEA-IMPORTE
                      AFTER ADVANCING 2 LINES
                  END-WRITE
                  MOVE 'Forma de pago.............:' TO CONCEPTO-LIQ
                  IF CAJ-FORMA = 'B'
                    MOVE 'TRANSFERENCIA' TO VALOR-LIQ
                  ELSE
                    MOVE 'EFECTIVO' TO VALOR-LIQ
                  END-IF
                  WRITE REG-IMPRE FROM LINEA-DATO
                  END-WRITE
                  IF CAJ-FORMA = 'B'
                    MOVE 'Cuenta de abono...........:' TO CONCEPTO-LIQ
                    MOVE CUENTA-BANCO TO VALOR-LIQ
                    WRITE REG-IMPRE FROM LINEA-DATO
                    END-WRITE
                  END-IF
                  WRITE REG-IMPRE FROM LINEA-FIRMAS
                      AFTER ADVANCING 3 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM LINEA-RAYAS
                      AFTER ADVANCING 2 LINES
                  END-WRITE
                ELSE
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                END-IF
                CLOSE IMPRE.

        CERRAR-FICHERO.
                CLOSE SOCIOS.
                CLOSE SALDOS.
                CLOSE BONOS.
                CLOSE FIANZAS.
                CLOSE ALQUILER.
                CLOSE TICKETS.
                CLOSE OPERADOR.

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
                END-EVALUATE.
