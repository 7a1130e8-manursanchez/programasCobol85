        IDENTIFICATION DIVISION.
          PROGRAM-ID. CUADRE-DIARIO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL TICKETS ASSIGN TO DISK "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-TICKET
               FILE STATUS IS ESTADO-TICKETS.

               SELECT OPTIONAL CAJA ASSIGN TO DISK "CAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-CAJA.

               SELECT OPTIONAL ALQUILER ASSIGN TO DISK "ALQUILER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA
               ALTERNATE RECORD KEY IS CODI-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ALQUILER.

               SELECT OPTIONAL ALQUILER-HIST ASSIGN TO DISK
                                              "ALQUILER-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA-H
               ALTERNATE RECORD KEY IS CODI-SOCIO-H WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI-H WITH DUPLICATES
               FILE STATUS IS ESTADO-HIST.

               SELECT OPTIONAL VENTAS ASSIGN TO DISK "VENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-VENTA
               FILE STATUS IS ESTADO-VENTAS.

               SELECT OPTIONAL BONOS ASSIGN TO DISK "BONOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BON-SOCIO
               FILE STATUS IS ESTADO-BONOS.

               SELECT OPTIONAL MOVSOCIO ASSIGN TO DISK "MOVSOCIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-MOVSOCIO.

               SELECT OPTIONAL AUDITORIA ASSIGN TO DISK
                                             "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-AUDITORIA.

               SELECT OPTIONAL CARGOEMP ASSIGN TO DISK "CARGOEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGE-TICKET
               ALTERNATE RECORD KEY IS CGE-EMPRESA WITH DUPLICATES
               FILE STATUS IS ESTADO-CARGOEMP.

               SELECT OPTIONAL DOMICILIO ASSIGN TO DISK
                                             "DOMICILIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-NUMERO
               FILE STATUS IS ESTADO-DOMICILIO.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
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

          FD CAJA LABEL RECORD STANDARD.
          01 REG-CAJA PIC X(65).

          FD ALQUILER LABEL RECORD STANDARD.
          01 REG-ALQUILER.
           02 N-SALIDA PIC X(8).
           02 FECHA-ALQ.
            03 DIA PIC 99.
            03 MES PIC 99.
            03 ANO PIC 9999.
           02 CODI-SOCIO PIC X(5).
           02 CODI-PELI PIC X(6).
           02 PRECI-ALQ PIC 9(4)V99.
           02 DEVUELTA PIC X.
           02 FECHA-DEV.
            03 DIA-DEV PIC 99.
            03 MES-DEV PIC 99.
            03 ANO-DEV PIC 9999.
           02 RECARGO-MORA PIC 9(4)V99.
           02 PRECI-LISTA PIC 9(4)V99.
           02 COD-PROMO-APLI PIC X(4).
           02 FECHA-VENC.
            03 DIA-VENC PIC 99.
            03 MES-VENC PIC 99.
            03 ANO-VENC PIC 9999.
           02 NUM-PRORROGAS PIC 99.
           02 MODO-TARIFA PIC X.
           02 MOTIVO-AJUSTE PIC X(2).
           02 EJEMPLAR-ALQ PIC 99.
           02 SUCURSAL-ALQ PIC X(2).

          FD ALQUILER-HIST LABEL RECORD STANDARD.
          01 REG-ALQUILER-HIST.
           02 N-SALIDA-H PIC X(8).
           02 FECHA-ALQ-H.
            03 DIA-H PIC 99.
            03 MES-H PIC 99.
            03 ANO-H PIC 9999.
           02 CODI-SOCIO-H PIC X(5).
           02 CODI-PELI-H PIC X(6).
           02 PRECI-ALQ-H PIC 9(4)V99.
           02 DEVUELTA-H PIC X.
           02 FECHA-DEV-H.
            03 DIA-DEV-H PIC 99.
            03 MES-DEV-H PIC 99.
            03 ANO-DEV-H PIC 9999.
           02 RECARGO-MORA-H PIC 9(4)V99.
           02 PRECI-LISTA-H PIC 9(4)V99.
           02 COD-PROMO-APLI-H PIC X(4).
           02 FECHA-VENC-H.
            03 DIA-VENC-H PIC 99.
            03 MES-VENC-H PIC 99.
            03 ANO-VENC-H PIC 9999.
           02 NUM-PRORROGAS-H PIC 99.
           02 MODO-TARIFA-H PIC X.
           02 MOTIVO-AJUSTE-H PIC X(2).
           02 EJEMPLAR-ALQ-H PIC 99.
           02 SUCURSAL-ALQ-H PIC X(2).

          FD VENTAS LABEL RECORD STANDARD.
          01 REG-VENTAS.
           02 NUM-VENTA PIC 9(6).
           02 VTA-FECHA PIC 9(8).
           02 VTA-PELI PIC X(6).
           02 VTA-SOCIO PIC X(5).
           02 VTA-IMPORTE PIC 9(4)V99.
           02 VTA-IVA PIC 9(4)V99.

          FD BONOS LABEL RECORD STANDARD.
          01 REG-BONOS.
           02 BON-SOCIO PIC X(5).
           02 BON-RESTAN PIC 9(3).
           02 BON-FECHA-CAD PIC 9(8).
           02 BON-FECHA-VENTA PIC 9(8).

          FD MOVSOCIO LABEL RECORD STANDARD.
          01 REG-MOVSOCIO PIC X(50).

          FD AUDITORIA LABEL RECORD STANDARD.
          01 REG-AUDITORIA PIC X(80).

          FD CARGOEMP LABEL RECORD STANDARD.
          01 REG-CARGOEMP.
           02 CGE-TICKET PIC 9(6).
           02 CGE-EMPRESA PIC X(4).
           02 CGE-SOCIO PIC X(5).
           02 CGE-FECHA PIC 9(8).
           02 CGE-IMPORTE PIC 9(7)V99.
           02 CGE-FACTURA PIC 9(6).

          FD DOMICILIO LABEL RECORD STANDARD.
          01 REG-DOMICILIO.
           02 DOM-NUMERO PIC 9(6).
           02 DOM-TIPO PIC X.
           02 DOM-SOCIO PIC X(5).
           02 DOM-DIRECCION PIC X(30).
           02 DOM-TELEFONO PIC X(10).
           02 DOM-FECHA PIC 9(8).
           02 DOM-FRANJA PIC X.
           02 DOM-CONDUCTOR PIC X(4).
           02 DOM-NUM-LIN PIC 9.
           02 DOM-LINEA OCCURS 5 TIMES.
            03 DOM-PELI PIC X(6).
            03 DOM-SALIDA PIC X(8).
            03 DOM-PRECIO PIC 9(4)V99.
           02 DOM-TARIFA PIC 9(4)V99.
           02 DOM-COBRAR PIC 9(5)V99.
           02 DOM-ESTADO PIC X.
           02 DOM-FECHA-ALTA PIC 9(8).
           02 DOM-FECHA-CIERRE PIC 9(8).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-TICKETS PIC XX.
        77 ESTADO-CAJA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-VENTAS PIC XX.
        77 ESTADO-BONOS PIC XX.
        77 ESTADO-MOVSOCIO PIC XX.
        77 ESTADO-AUDITORIA PIC XX.
        77 ESTADO-CARGOEMP PIC XX.
        77 ESTADO-DOMICILIO PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 GENERAR PIC X.
        77 FIN-FICH PIC X.
        77 PASADA PIC 9.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-CUADRE PIC 9(8).
        77 FECHA-LEIDA PIC 9(8).
        77 SUC-REAL PIC X(2).
        77 SUC-FILTRO PIC X(2).
        77 SUC-BUSCADA PIC X(2).
        77 SUC-TICKET PIC X(2).
        77 SUC-ALQUILER PIC X(2).
        77 TIPO-LEIDO PIC X(10).
         88 TIPO-CON-TICKET VALUE 'ALQUILER' 'TIENDA' 'DEVOLUCION'
                                  'VENTA' 'BONO' 'TARJREGALO'
                                  'ANULACION'.
        77 TIPO-BUSCADO PIC X(10).
        77 CLAVE-BUSCADA PIC X(10).
        77 CLAVE-CANDIDATA PIC X(10).
        77 IMPORTE-CAJA PIC S9(7)V99.
        77 IMPORTE-VENTA PIC S9(7)V99.
        77 IMPORTE-CANDIDATO PIC S9(7)V99.
        77 IMPORTE-OPERACION PIC S9(7)V99.
        77 IMPORTE-RESTO PIC S9(7)V99.
        77 LINEAS-CAJA PIC 999.
        77 LINEAS-VENTA PIC 999.
        77 RENTAS-HALLADAS PIC 99.
        77 LINEAS-CESTA PIC 99.
        77 CESTA-TICKET PIC X.
        77 CESTA-MIXTA PIC X.
        77 CARGO-EMPRESA-SN PIC X.
        77 CARGO-SALDO-SN PIC X.
        77 ALQUILER-HALLADO PIC X.
        77 ANULACION-HOY PIC X.
        77 TICKET-HALLADO PIC X.
        77 MORA-ALQUILER PIC 9(4)V99.
        77 SALIDA-MENOR PIC X(8).
        77 IDX-CJ PIC 9(4).
        77 IDX-CJ2 PIC 9(4).
        77 IDX-RT PIC 9(4).
        77 IDX-MENOR PIC 9(4).
        77 IDX-VT PIC 999.
        77 IDX-BN PIC 999.
        77 IDX-MV PIC 999.
        77 IDX-AN PIC 999.
        77 IDX-PD PIC 999.
        77 IDX-SUC PIC 99.
        77 IDX-TT PIC 99.
        77 IDX-TC PIC 999.
        77 IDX-FORMA PIC 9.
        77 IDX-LIN PIC 9.
        77 NUM-LIN-CESTA PIC 99.
        77 TOTAL-DIFERENCIAS PIC 9(5).
        77 TOTAL-TICKETS PIC 9(5).
        77 CONT-PANT PIC ZZZZ9.
        77 DIF-SUC PIC X(2).
        77 DIF-TEXTO PIC X(24).
        77 DIF-TICKET PIC 9(6).
        77 DIF-CLAVE PIC X(10).
        77 DIF-IMPORTE-1 PIC S9(7)V99.
        77 DIF-IMPORTE-2 PIC S9(7)V99.
        77 CARGOS-CONT PIC 9(5).
        77 CARGOS-IMPORTE PIC 9(7)V99.
        77 ABONOS-CONT PIC 9(5).
        77 ABONOS-IMPORTE PIC 9(7)V99.

        01 LINEA-CAJA.
         02 FECHA-CAJ PIC X(8).
         02 FILLER PIC X.
         02 HORA-CAJ PIC X(6).
         02 FILLER PIC X.
         02 TIPO-CAJ PIC X(10).
         02 FILLER PIC X.
         02 CLAVE-CAJ PIC X(10).
         02 FILLER PIC X.
         02 IMPORTE-CAJ PIC S9(7)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 FORMA-CAJ PIC X.
         02 FILLER PIC X.
         02 IVA-CAJ PIC S9(5)V99 SIGN LEADING SEPARATE.
         02 FILLER PIC X.
         02 SUC-CAJ PIC X(2).

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

        01 LINEA-AUDITORIA.
         02 FECHA-AUD PIC X(8).
         02 FILLER PIC X.
         02 HORA-AUD PIC X(6).
         02 FILLER PIC X.
         02 OPERADOR-AUD PIC X(20).
         02 FILLER PIC X.
         02 OPERACION-AUD PIC X(10).
         02 FILLER PIC X.
         02 ENTIDAD-AUD PIC X(10).
         02 FILLER PIC X.
         02 CLAVE-AUD PIC X(10).
         02 FILLER PIC X.
         02 SUC-AUD PIC X(2).

        01 TABLA-CAJA.
          02 NUM-CJ PIC 9(4).
          02 CJ-LINEA OCCURS 2000 TIMES.
            03 CJ-TIPO PIC X(10).
            03 CJ-CLAVE PIC X(10).
            03 CJ-IMPORTE PIC S9(7)V99.
            03 CJ-SUC PIC X(2).
            03 CJ-USADA PIC X.

        01 TABLA-ALQUILERES.
          02 NUM-RT PIC 9(4).
          02 RT-LINEA OCCURS 1000 TIMES.
            03 RT-SALIDA PIC X(8).
            03 RT-SOCIO PIC X(5).
            03 RT-PRECIO PIC 9(4)V99.
            03 RT-SUC PIC X(2).
            03 RT-CUBIERTO PIC X.

        01 TABLA-VENTAS.
          02 NUM-VT PIC 999.
          02 VT-LINEA OCCURS 500 TIMES.
            03 VT-NUMERO PIC 9(6).
            03 VT-SOCIO PIC X(5).
            03 VT-PELI PIC X(6).
            03 VT-IMPORTE PIC 9(4)V99.
            03 VT-SUC PIC X(2).
            03 VT-USADA PIC X.

        01 TABLA-BONOS.
          02 NUM-BN PIC 999.
          02 BN-LINEA OCCURS 200 TIMES.
            03 BN-SOCIO PIC X(5).
            03 BN-SUC PIC X(2).
            03 BN-USADA PIC X.

        01 TABLA-CARGOS.
          02 NUM-MV PIC 999.
          02 MV-LINEA OCCURS 200 TIMES.
            03 MV-SOCIO PIC X(5).
            03 MV-IMPORTE PIC 9(7)V99.
            03 MV-USADA PIC X.

        01 TABLA-ANULACIONES.
          02 NUM-AN PIC 999.
          02 AN-LINEA OCCURS 200 TIMES.
            03 AN-CLAVE PIC X(10).
            03 AN-SUC PIC X(2).
            03 AN-RESUELTA PIC X.

        01 TABLA-PENDIENTES.
          02 NUM-PD PIC 999.
          02 PD-LINEA OCCURS 200 TIMES.
            03 PD-TICKET PIC 9(6).
            03 PD-SALIDA PIC X(8).
            03 PD-SUC PIC X(2).
            03 PD-IMPORTE PIC 9(7)V99.
            03 PD-CAJA PIC S9(7)V99.
            03 PD-RESTO PIC S9(7)V99.

        01 TABLA-SUCURSALES.
          02 NUM-SUC PIC 99.
          02 SU-LINEA OCCURS 10 TIMES.
            03 SU-CODIGO PIC X(2).
            03 SU-ALQ-CONT PIC 9(5).
            03 SU-ALQ-IMPORTE PIC 9(7)V99.
            03 SU-MORA-CONT PIC 9(5).
            03 SU-MORA-IMPORTE PIC 9(7)V99.
            03 SU-VTA-CONT PIC 9(5).
            03 SU-VTA-IMPORTE PIC 9(7)V99.
            03 SU-BON-CONT PIC 9(5).
            03 SU-DIFERENCIAS PIC 9(5).

        01 TABLA-TOT-TICKETS.
          02 NUM-TT PIC 99.
          02 TT-LINEA OCCURS 80 TIMES.
            03 TT-SUC PIC X(2).
            03 TT-TIPO PIC X(3).
            03 TT-CONT PIC 9(5).
            03 TT-IMPORTE PIC 9(7)V99.

        01 TABLA-TOT-CAJA.
          02 NUM-TC PIC 999.
          02 TC-LINEA OCCURS 150 TIMES.
            03 TC-SUC PIC X(2).
            03 TC-TIPO PIC X(10).
            03 TC-IMPORTE PIC S9(7)V99 OCCURS 4 TIMES.

        01 CABECERA.
         02 FILLER PIC X(10) VALUE SPACES.
         02 FILLER PIC X(32) VALUE "CUADRE DIARIO TICKETS/CAJA DEL ".
         02 CAB-FECHA PIC 9(8).
         02 FILLER PIC X(12) VALUE "  SUCURSAL: ".
         02 CAB-SUCURSAL PIC X(6).
         02 FILLER PIC X(12) VALUE SPACES.

        01 CABECERA-DIFERENCIAS.
         02 FILLER PIC X(28) VALUE "SU DIFERENCIA".
         02 FILLER PIC X(28) VALUE "TICKET CLAVE          TICKET".
         02 FILLER PIC X(24) VALUE " CAJA/OPER.".

        01 LINEA-DIFERENCIA.
         02 LDF-SUC PIC X(2).
         02 FILLER PIC X VALUE SPACES.
         02 LDF-TEXTO PIC X(24).
         02 FILLER PIC X VALUE SPACES.
         02 LDF-TICKET PIC ZZZZZZ.
         02 FILLER PIC X VALUE SPACES.
         02 LDF-CLAVE PIC X(10).
         02 FILLER PIC X VALUE SPACES.
         02 LDF-IMPORTE-1 PIC -ZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LDF-IMPORTE-2 PIC -ZZZZZ9.99.
         02 FILLER PIC X(13) VALUE SPACES.

        01 CABECERA-TICKETS.
         02 FILLER PIC X(4) VALUE SPACES.
         02 FILLER PIC X(30) VALUE "TICKET NUMERO      IMPORTE".
         02 FILLER PIC X(46) VALUE SPACES.

        01 LINEA-TOT-TICKET.
         02 FILLER PIC X(4) VALUE SPACES.
         02 LTT-TIPO PIC X(3).
         02 FILLER PIC X(5) VALUE SPACES.
         02 LTT-CONT PIC ZZZZ9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LTT-IMPORTE PIC -ZZZZZZ9.99.
         02 FILLER PIC X(50) VALUE SPACES.

        01 CABECERA-CAJA.
         02 FILLER PIC X(4) VALUE SPACES.
         02 FILLER PIC X(32) VALUE "CAJA         EFECTIVO    TARJETA".
         02 FILLER PIC X(33) VALUE "     REGALO      OTRAS      TOTAL".
         02 FILLER PIC X(11) VALUE SPACES.

        01 LINEA-TOT-CAJA.
         02 FILLER PIC X(4) VALUE SPACES.
         02 LTC-TIPO PIC X(10).
         02 LTC-FORMA OCCURS 4 TIMES.
           03 FILLER PIC X.
           03 LTC-IMPORTE PIC -ZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LTC-TOTAL PIC -ZZZZZ9.99.
         02 FILLER PIC X(11) VALUE SPACES.

        01 LINEA-OPERACION.
         02 FILLER PIC X(4) VALUE SPACES.
         02 LOP-TEXTO PIC X(24).
         02 LOP-CONT PIC ZZZZ9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LOP-IMPORTE PIC -ZZZZZZ9.99.
         02 FILLER PIC X(34) VALUE SPACES.

        01 LINEA-TITULO.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LTI-TEXTO PIC X(40).
         02 FILLER PIC X(38) VALUE SPACES.

        01 LINEA-TOTAL.
         02 FILLER PIC X(10) VALUE SPACES.
         02 LTO-TEXTO PIC X(36).
         02 LTO-CONT PIC ZZZZ9.
         02 FILLER PIC X(29) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

        LINKAGE SECTION.
         77 LK-MODO-LOTE PIC X.
         77 LK-CUADRA PIC X.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION USING LK-MODO-LOTE LK-CUADRA.
        INICIO.
                MOVE 'S' TO LK-CUADRA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE FECHA-HOY-YMD TO FECHA-CUADRE.
                CALL 'SUCURSAL' USING SUC-REAL.
                CANCEL 'SUCURSAL'.
                IF SUC-REAL = SPACES
                  MOVE '01' TO SUC-REAL
                END-IF.
                MOVE SPACES TO SUC-FILTRO.
                MOVE 'N' TO GENERAR.
                IF LK-MODO-LOTE = 'S'
                  MOVE 'S' TO GENERAR
                ELSE
                  DISPLAY SPACE ERASE
                  PERFORM PORTADA
                  PERFORM PEDIR-CRITERIOS
                END-IF.
                IF GENERAR = 'S'
                  PERFORM ABRIR-IMPRESORA
                  PERFORM ABRIR-FICHERO
                  MOVE 0 TO NUM-SUC
                  MOVE 0 TO NUM-TT
                  MOVE 0 TO NUM-TC
                  MOVE 0 TO NUM-PD
                  MOVE 0 TO TOTAL-DIFERENCIAS
                  MOVE 0 TO TOTAL-TICKETS
                  MOVE SUC-REAL TO SUC-BUSCADA
                  PERFORM ANOTAR-SUCURSAL
                  PERFORM CARGAR-CAJA
                  PERFORM CARGAR-ALQUILERES
                  PERFORM CARGAR-DOMICILIOS
                  PERFORM CARGAR-VENTAS
                  PERFORM CARGAR-BONOS
                  PERFORM CARGAR-MOVIMIENTOS
                  PERFORM CARGAR-ANULACIONES
                  PERFORM VARYING PASADA FROM 1 BY 1 UNTIL PASADA > 3
                    PERFORM RECORRER-TICKETS
                  END-PERFORM
                  PERFORM COMPROBAR-PENDIENTES
                  PERFORM COMPROBAR-ANULACIONES
                  PERFORM COMPROBAR-SOBRANTES
                  PERFORM ESCRIBIR-TOTALES
                  PERFORM CERRAR-FICHERO
                  PERFORM CERRAR-IMPRESORA
                  IF TOTAL-DIFERENCIAS > 0
                    MOVE 'N' TO LK-CUADRA
                  END-IF
                  IF LK-MODO-LOTE NOT = 'S'
                    PERFORM MOSTRAR-RESULTADO
                  END-IF
                END-IF.
                IF LK-MODO-LOTE NOT = 'S'
                  DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                  POSITION 28
                  ACCEPT RESPU LINE 23 POSITION 71
                END-IF.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' CUADRE DIARIO ' LINE 2 POSITION 32
                REVERSE.

        PEDIR-CRITERIOS.
                DISPLAY 'Fecha (AAAAMMDD)......:' LINE 6 POSITION 20
                DISPLAY FECHA-CUADRE LINE 6 POSITION 44
                ACCEPT FECHA-CUADRE LINE 6 POSITION 44 UPDATE
                DISPLAY 'Sucursal (blanco=todas):' LINE 7
                POSITION 20
                ACCEPT SUC-FILTRO LINE 7 POSITION 44
                DISPLAY 'GENERAR EL INFORME (S/N)?' POSITION 25
                LINE 9
                MOVE ' ' TO RES
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 52 LINE 9
                END-PERFORM
                IF FECHA-CUADRE = 0 OR FECHA-CUADRE > FECHA-HOY-YMD
                  DISPLAY 'Fecha no valida' LINE 21 POSITION 21
                  MOVE 'N' TO RES
                END-IF
                IF RES = 'S' OR RES = 's'
                  MOVE 'S' TO GENERAR
                END-IF.

        MOSTRAR-RESULTADO.
                MOVE TOTAL-TICKETS TO CONT-PANT
                DISPLAY 'Tickets revisados......:' LINE 15 POSITION 20
                DISPLAY CONT-PANT LINE 15 POSITION 45
                MOVE TOTAL-DIFERENCIAS TO CONT-PANT
                DISPLAY 'Diferencias encontradas:' LINE 16 POSITION 20
                DISPLAY CONT-PANT LINE 16 POSITION 45
                IF TOTAL-DIFERENCIAS = 0
                  DISPLAY 'EL DIA CUADRA' LINE 18 POSITION 20
                ELSE
                  DISPLAY 'EL DIA NO CUADRA: revise el informe'
                  LINE 18 POSITION 20
                END-IF.

        ABRIR-FICHERO.
               OPEN INPUT TICKETS.
               IF ESTADO-TICKETS NOT = "00" AND LK-MODO-LOTE NOT = 'S'
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-TICKETS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ALQUILER.
               OPEN INPUT ALQUILER-HIST.
               OPEN INPUT CARGOEMP.

        ABRIR-IMPRESORA.
                MOVE 'CUADRE-DIARIO' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  MOVE FECHA-CUADRE TO CAB-FECHA
                  IF SUC-FILTRO = SPACES
                    MOVE 'TODAS' TO CAB-SUCURSAL
                  ELSE
                    MOVE SUC-FILTRO TO CAB-SUCURSAL
                  END-IF
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE 'DIFERENCIAS DETECTADAS' TO LTI-TEXTO
                  WRITE REG-IMPRE FROM LINEA-TITULO
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-DIFERENCIAS
                  END-WRITE
                END-IF.

        CARGAR-CAJA.
                MOVE 0 TO NUM-CJ
                OPEN INPUT CAJA
                IF ESTADO-CAJA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ CAJA INTO LINEA-CAJA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF FECHA-CAJ NUMERIC
                       AND FECHA-CAJ = FECHA-CUADRE
                       AND TIPO-CAJ NOT = 'CIERRE'
                        PERFORM ANOTAR-LINEA-CAJA
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE CAJA
                END-IF.

        ANOTAR-LINEA-CAJA.
                IF SUC-CAJ = SPACES
                  MOVE '01' TO SUC-CAJ
                END-IF
                MOVE SUC-CAJ TO SUC-BUSCADA
                PERFORM ANOTAR-SUCURSAL
                MOVE 1 TO IDX-TC
                PERFORM UNTIL IDX-TC > NUM-TC
                   OR (TC-SUC(IDX-TC) = SUC-CAJ
                   AND TC-TIPO(IDX-TC) = TIPO-CAJ)
                  ADD 1 TO IDX-TC
                END-PERFORM
                IF IDX-TC > NUM-TC AND NUM-TC < 150
                  ADD 1 TO NUM-TC
                  MOVE NUM-TC TO IDX-TC
                  MOVE SUC-CAJ TO TC-SUC(IDX-TC)
                  MOVE TIPO-CAJ TO TC-TIPO(IDX-TC)
                  PERFORM VARYING IDX-FORMA FROM 1 BY 1
                          UNTIL IDX-FORMA > 4
                    MOVE ZEROS TO TC-IMPORTE(IDX-TC IDX-FORMA)
                  END-PERFORM
                END-IF
                IF IDX-TC NOT > NUM-TC
                  EVALUATE FORMA-CAJ
                    WHEN 'E'
                      MOVE 1 TO IDX-FORMA
                    WHEN 'T'
                      MOVE 2 TO IDX-FORMA
                    WHEN 'R'
                      MOVE 3 TO IDX-FORMA
                    WHEN OTHER
                      MOVE 4 TO IDX-FORMA
                  END-EVALUATE
                  ADD IMPORTE-CAJ TO TC-IMPORTE(IDX-TC IDX-FORMA)
                END-IF
                MOVE TIPO-CAJ TO TIPO-LEIDO
                IF TIPO-CON-TICKET AND NUM-CJ < 2000
                  ADD 1 TO NUM-CJ
                  MOVE TIPO-CAJ TO CJ-TIPO(NUM-CJ)
                  MOVE CLAVE-CAJ TO CJ-CLAVE(NUM-CJ)
                  MOVE IMPORTE-CAJ TO CJ-IMPORTE(NUM-CJ)
                  MOVE SUC-CAJ TO CJ-SUC(NUM-CJ)
                  MOVE 'N' TO CJ-USADA(NUM-CJ)
                END-IF.

        ANOTAR-SUCURSAL.
                MOVE 1 TO IDX-SUC
                PERFORM UNTIL IDX-SUC > NUM-SUC
                   OR SU-CODIGO(IDX-SUC) = SUC-BUSCADA
                  ADD 1 TO IDX-SUC
                END-PERFORM
                IF IDX-SUC > NUM-SUC AND NUM-SUC < 10
                  ADD 1 TO NUM-SUC
                  MOVE NUM-SUC TO IDX-SUC
                  MOVE SUC-BUSCADA TO SU-CODIGO(IDX-SUC)
                  MOVE ZEROS TO SU-ALQ-CONT(IDX-SUC)
                  MOVE ZEROS TO SU-ALQ-IMPORTE(IDX-SUC)
                  MOVE ZEROS TO SU-MORA-CONT(IDX-SUC)
                  MOVE ZEROS TO SU-MORA-IMPORTE(IDX-SUC)
                  MOVE ZEROS TO SU-VTA-CONT(IDX-SUC)
                  MOVE ZEROS TO SU-VTA-IMPORTE(IDX-SUC)
                  MOVE ZEROS TO SU-BON-CONT(IDX-SUC)
                  MOVE ZEROS TO SU-DIFERENCIAS(IDX-SUC)
                END-IF
                IF IDX-SUC > NUM-SUC
                  MOVE 1 TO IDX-SUC
                END-IF.

        CARGAR-ALQUILERES.
                MOVE 0 TO NUM-RT
                IF ESTADO-ALQUILER = "00"
                  MOVE LOW-VALUES TO N-SALIDA
                  MOVE 'N' TO FIN-FICH
                  START ALQUILER KEY IS > N-SALIDA INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ ALQUILER NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      PERFORM EXAMINAR-ALQUILER
                    END-READ
                  END-PERFORM
                END-IF.
                IF ESTADO-HIST = "00"
                  MOVE LOW-VALUES TO N-SALIDA-H
                  MOVE 'N' TO FIN-FICH
                  START ALQUILER-HIST KEY IS > N-SALIDA-H INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ ALQUILER-HIST NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-ALQUILER-HIST TO REG-ALQUILER
                      PERFORM EXAMINAR-ALQUILER
                    END-READ
                  END-PERFORM
                END-IF.

        EXAMINAR-ALQUILER.
                IF SUCURSAL-ALQ = SPACES
                  MOVE '01' TO SUCURSAL-ALQ
                END-IF
                COMPUTE FECHA-LEIDA = ANO * 10000 + MES * 100 + DIA
                IF FECHA-LEIDA = FECHA-CUADRE
                  MOVE SUCURSAL-ALQ TO SUC-BUSCADA
                  PERFORM ANOTAR-SUCURSAL
                  ADD 1 TO SU-ALQ-CONT(IDX-SUC)
                  ADD PRECI-ALQ TO SU-ALQ-IMPORTE(IDX-SUC)
                  IF NUM-RT < 1000
                    ADD 1 TO NUM-RT
                    MOVE N-SALIDA TO RT-SALIDA(NUM-RT)
                    MOVE CODI-SOCIO TO RT-SOCIO(NUM-RT)
                    MOVE PRECI-ALQ TO RT-PRECIO(NUM-RT)
                    MOVE SUCURSAL-ALQ TO RT-SUC(NUM-RT)
                    MOVE 'N' TO RT-CUBIERTO(NUM-RT)
                  END-IF
                END-IF
                IF DEVUELTA = 'S'
                  COMPUTE FECHA-LEIDA = ANO-DEV * 10000
                                      + MES-DEV * 100 + DIA-DEV
                  IF FECHA-LEIDA = FECHA-CUADRE
                    MOVE SUCURSAL-ALQ TO SUC-BUSCADA
                    PERFORM ANOTAR-SUCURSAL
                    IF RECARGO-MORA > 0
                      ADD 1 TO SU-MORA-CONT(IDX-SUC)
                      ADD RECARGO-MORA TO SU-MORA-IMPORTE(IDX-SUC)
                    END-IF
                  END-IF
                END-IF.

        CARGAR-DOMICILIOS.
                OPEN INPUT DOMICILIO
                IF ESTADO-DOMICILIO = "00"
                  MOVE ZEROS TO DOM-NUMERO
                  MOVE 'N' TO FIN-FICH
                  START DOMICILIO KEY IS > DOM-NUMERO INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ DOMICILIO NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF DOM-FECHA = FECHA-CUADRE
                        PERFORM MARCAR-DOMICILIO
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE DOMICILIO
                END-IF.

        MARCAR-DOMICILIO.
                PERFORM VARYING IDX-LIN FROM 1 BY 1
                        UNTIL IDX-LIN > DOM-NUM-LIN OR IDX-LIN > 5
                  PERFORM VARYING IDX-RT FROM 1 BY 1
                          UNTIL IDX-RT > NUM-RT
                    IF DOM-SALIDA(IDX-LIN) NOT = SPACES
                     AND RT-SALIDA(IDX-RT) = DOM-SALIDA(IDX-LIN)
                      MOVE 'D' TO RT-CUBIERTO(IDX-RT)
                    END-IF
                  END-PERFORM
                END-PERFORM.

        CARGAR-VENTAS.
                MOVE 0 TO NUM-VT
                OPEN INPUT VENTAS
                IF ESTADO-VENTAS = "00"
                  MOVE ZEROS TO NUM-VENTA
                  MOVE 'N' TO FIN-FICH
                  START VENTAS KEY IS > NUM-VENTA INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ VENTAS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF VTA-FECHA = FECHA-CUADRE AND NUM-VT < 500
                        PERFORM ANOTAR-VENTA
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE VENTAS
                END-IF.

        ANOTAR-VENTA.
                ADD 1 TO NUM-VT
                MOVE NUM-VENTA TO VT-NUMERO(NUM-VT)
                MOVE VTA-SOCIO TO VT-SOCIO(NUM-VT)
                MOVE VTA-PELI TO VT-PELI(NUM-VT)
                MOVE VTA-IMPORTE TO VT-IMPORTE(NUM-VT)
                MOVE 'N' TO VT-USADA(NUM-VT)
                MOVE 'VENTA' TO TIPO-BUSCADO
                MOVE NUM-VENTA TO CLAVE-BUSCADA
                PERFORM SUCURSAL-EN-CAJA
                MOVE SUC-BUSCADA TO VT-SUC(NUM-VT)
                PERFORM ANOTAR-SUCURSAL
                ADD 1 TO SU-VTA-CONT(IDX-SUC)
                ADD VTA-IMPORTE TO SU-VTA-IMPORTE(IDX-SUC).

        SUCURSAL-EN-CAJA.
                MOVE SUC-REAL TO SUC-BUSCADA
                PERFORM VARYING IDX-CJ FROM 1 BY 1
                        UNTIL IDX-CJ > NUM-CJ
                  IF CJ-TIPO(IDX-CJ) = TIPO-BUSCADO
                   AND CJ-CLAVE(IDX-CJ) = CLAVE-BUSCADA
                    MOVE CJ-SUC(IDX-CJ) TO SUC-BUSCADA
                  END-IF
                END-PERFORM.

        CARGAR-BONOS.
                MOVE 0 TO NUM-BN
                OPEN INPUT BONOS
                IF ESTADO-BONOS = "00"
                  MOVE LOW-VALUES TO BON-SOCIO
                  MOVE 'N' TO FIN-FICH
                  START BONOS KEY IS > BON-SOCIO INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ BONOS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF BON-FECHA-VENTA = FECHA-CUADRE
                       AND NUM-BN < 200
                        ADD 1 TO NUM-BN
                        MOVE BON-SOCIO TO BN-SOCIO(NUM-BN)
                        MOVE 'N' TO BN-USADA(NUM-BN)
                        MOVE 'BONO' TO TIPO-BUSCADO
                        MOVE BON-SOCIO TO CLAVE-BUSCADA
                        PERFORM SUCURSAL-EN-CAJA
                        MOVE SUC-BUSCADA TO BN-SUC(NUM-BN)
                        PERFORM ANOTAR-SUCURSAL
                        ADD 1 TO SU-BON-CONT(IDX-SUC)
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE BONOS
                END-IF.

        CARGAR-MOVIMIENTOS.
                MOVE 0 TO NUM-MV
                MOVE 0 TO CARGOS-CONT
                MOVE 0 TO CARGOS-IMPORTE
                MOVE 0 TO ABONOS-CONT
                MOVE 0 TO ABONOS-IMPORTE
                OPEN INPUT MOVSOCIO
                IF ESTADO-MOVSOCIO = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ MOVSOCIO INTO LINEA-MOVSOCIO AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF FECHA-MOV NUMERIC
                       AND FECHA-MOV = FECHA-CUADRE
                        PERFORM ANOTAR-MOVIMIENTO
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE MOVSOCIO
                END-IF.

        ANOTAR-MOVIMIENTO.
                IF TIPO-MOV = 'C'
                  ADD 1 TO CARGOS-CONT
                  ADD IMPORTE-MOV TO CARGOS-IMPORTE
                  IF CONCEPTO-MOV = 'DEVOLUCION' AND NUM-MV < 200
                    ADD 1 TO NUM-MV
                    MOVE SOCIO-MOV TO MV-SOCIO(NUM-MV)
                    MOVE IMPORTE-MOV TO MV-IMPORTE(NUM-MV)
                    MOVE 'N' TO MV-USADA(NUM-MV)
                  END-IF
                ELSE
                  ADD 1 TO ABONOS-CONT
                  ADD IMPORTE-MOV TO ABONOS-IMPORTE
                END-IF.

        CARGAR-ANULACIONES.
                MOVE 0 TO NUM-AN
                OPEN INPUT AUDITORIA
                IF ESTADO-AUDITORIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ AUDITORIA INTO LINEA-AUDITORIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF FECHA-AUD NUMERIC
                       AND FECHA-AUD = FECHA-CUADRE
                       AND OPERACION-AUD = 'ANULACION'
                       AND ENTIDAD-AUD = 'ALQUILER'
                       AND NUM-AN < 200
                        ADD 1 TO NUM-AN
                        MOVE CLAVE-AUD TO AN-CLAVE(NUM-AN)
                        IF SUC-AUD = SPACES
                          MOVE SUC-REAL TO AN-SUC(NUM-AN)
                        ELSE
                          MOVE SUC-AUD TO AN-SUC(NUM-AN)
                        END-IF
                        MOVE 'N' TO AN-RESUELTA(NUM-AN)
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE AUDITORIA
                END-IF.

        RECORRER-TICKETS.
                IF ESTADO-TICKETS = "00"
                  MOVE ZEROS TO NUM-TICKET
                  MOVE 'N' TO FIN-FICH
                  START TICKETS KEY IS > NUM-TICKET INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ TICKETS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF TCK-FECHA = FECHA-CUADRE
                        PERFORM CLASIFICAR-TICKET
                      END-IF
                    END-READ
                  END-PERFORM
                END-IF.

        CLASIFICAR-TICKET.
                MOVE 'N' TO CESTA-TICKET
                MOVE 'N' TO CESTA-MIXTA
                IF TCK-TITULO(1:5) = 'CESTA'
                  MOVE 'S' TO CESTA-TICKET
                  IF TCK-TIPO = 'ALQ'
                   AND TCK-TITULO(13:9) = 'ARTICULOS'
                    MOVE 'S' TO CESTA-MIXTA
                  END-IF
                END-IF
                EVALUATE TRUE
                  WHEN PASADA = 1
                   AND (TCK-TIPO NOT = 'ALQ' OR CESTA-TICKET = 'N')
                    PERFORM TRATAR-TICKET
                  WHEN PASADA = 2 AND TCK-TIPO = 'ALQ'
                   AND CESTA-TICKET = 'S' AND CESTA-MIXTA = 'N'
                    PERFORM TRATAR-TICKET
                  WHEN PASADA = 3 AND CESTA-MIXTA = 'S'
                    PERFORM TRATAR-TICKET
                END-EVALUATE.

        TRATAR-TICKET.
                ADD 1 TO TOTAL-TICKETS
                MOVE SPACES TO SUC-TICKET
                MOVE SPACES TO SUC-ALQUILER
                EVALUATE TCK-TIPO
                  WHEN 'ALQ'
                    PERFORM TICKET-ALQUILER
                  WHEN 'TDA'
                    PERFORM TICKET-TIENDA
                  WHEN 'ANU'
                    PERFORM TICKET-ANULADO
                  WHEN 'DEV'
                    PERFORM TICKET-DEVOLUCION
                  WHEN 'VEN'
                    PERFORM TICKET-VENTA
                  WHEN 'BON'
                    PERFORM TICKET-BONO
                  WHEN 'TRG'
                    PERFORM TICKET-TARJETA
                  WHEN OTHER
                    PERFORM FIJAR-SUCURSAL-TICKET
                END-EVALUATE
                PERFORM ACUMULAR-TICKET.

        FIJAR-SUCURSAL-TICKET.
                IF SUC-TICKET = SPACES
                  MOVE SUC-ALQUILER TO SUC-TICKET
                END-IF
                IF SUC-TICKET = SPACES
                  MOVE SUC-REAL TO SUC-TICKET
                END-IF.

        ACUMULAR-TICKET.
                MOVE SUC-TICKET TO SUC-BUSCADA
                PERFORM ANOTAR-SUCURSAL
                MOVE 1 TO IDX-TT
                PERFORM UNTIL IDX-TT > NUM-TT
                   OR (TT-SUC(IDX-TT) = SUC-TICKET
                   AND TT-TIPO(IDX-TT) = TCK-TIPO)
                  ADD 1 TO IDX-TT
                END-PERFORM
                IF IDX-TT > NUM-TT AND NUM-TT < 80
                  ADD 1 TO NUM-TT
                  MOVE NUM-TT TO IDX-TT
                  MOVE SUC-TICKET TO TT-SUC(IDX-TT)
                  MOVE TCK-TIPO TO TT-TIPO(IDX-TT)
                  MOVE ZEROS TO TT-CONT(IDX-TT)
                  MOVE ZEROS TO TT-IMPORTE(IDX-TT)
                END-IF
                IF IDX-TT NOT > NUM-TT
                  ADD 1 TO TT-CONT(IDX-TT)
                  ADD TCK-IMPORTE TO TT-IMPORTE(IDX-TT)
                END-IF.

        SUMAR-CAJA-CLAVE.
                PERFORM VARYING IDX-CJ FROM 1 BY 1
                        UNTIL IDX-CJ > NUM-CJ
                  IF CJ-USADA(IDX-CJ) = 'N'
                   AND CJ-TIPO(IDX-CJ) = TIPO-BUSCADO
                   AND CJ-CLAVE(IDX-CJ) = CLAVE-BUSCADA
                    ADD CJ-IMPORTE(IDX-CJ) TO IMPORTE-CAJA
                    ADD 1 TO LINEAS-CAJA
                    MOVE 'S' TO CJ-USADA(IDX-CJ)
                    IF SUC-TICKET = SPACES
                      MOVE CJ-SUC(IDX-CJ) TO SUC-TICKET
                    END-IF
                  END-IF
                END-PERFORM.

        COMPROBAR-EMPRESA.
                MOVE 'N' TO CARGO-EMPRESA-SN
                IF ESTADO-CARGOEMP = "00"
                  MOVE NUM-TICKET TO CGE-TICKET
                  READ CARGOEMP INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'S' TO CARGO-EMPRESA-SN
                  END-READ
                END-IF.

        TICKET-SIN-CAJA.
                PERFORM COMPROBAR-EMPRESA
                IF CARGO-EMPRESA-SN = 'N'
                  MOVE 'TICKET SIN CAJA' TO DIF-TEXTO
                  MOVE TCK-SALIDA TO DIF-CLAVE
                  MOVE TCK-IMPORTE TO DIF-IMPORTE-1
                  MOVE ZEROS TO DIF-IMPORTE-2
                  PERFORM ANOTAR-DIFERENCIA-TICKET
                END-IF.

        CAJA-DISTINTA.
                MOVE 'CAJA DISTINTA DEL TICKET' TO DIF-TEXTO
                MOVE TCK-SALIDA TO DIF-CLAVE
                MOVE TCK-IMPORTE TO DIF-IMPORTE-1
                MOVE IMPORTE-CAJA TO DIF-IMPORTE-2
                PERFORM ANOTAR-DIFERENCIA-TICKET.

        TICKET-ALQUILER.
                MOVE 0 TO IMPORTE-CAJA
                MOVE 0 TO LINEAS-CAJA
                MOVE 'ALQUILER' TO TIPO-BUSCADO
                MOVE TCK-SALIDA TO CLAVE-BUSCADA
                PERFORM SUMAR-CAJA-CLAVE
                IF CESTA-MIXTA = 'S' AND LINEAS-CAJA = 0
                  PERFORM BUSCAR-TIENDA-CESTA
                END-IF
                PERFORM CUBRIR-ALQUILERES
                PERFORM FIJAR-SUCURSAL-TICKET
                IF LINEAS-CAJA = 0
                  IF TCK-IMPORTE > 0
                    PERFORM TICKET-SIN-CAJA
                  END-IF
                ELSE
                  IF IMPORTE-CAJA NOT = TCK-IMPORTE
                    IF CESTA-TICKET = 'S'
                     AND IMPORTE-CAJA > TCK-IMPORTE
                     AND NUM-PD < 200
                      PERFORM ANOTAR-PENDIENTE
                    ELSE
                      PERFORM CAJA-DISTINTA
                    END-IF
                  END-IF
                END-IF
                IF RENTAS-HALLADAS = 0
                  MOVE 'TICKET SIN ALQUILER' TO DIF-TEXTO
                  MOVE TCK-SALIDA TO DIF-CLAVE
                  MOVE TCK-IMPORTE TO DIF-IMPORTE-1
                  MOVE ZEROS TO DIF-IMPORTE-2
                  PERFORM ANOTAR-DIFERENCIA-TICKET
                ELSE
                  IF CESTA-MIXTA = 'N'
                   AND IMPORTE-OPERACION NOT = TCK-IMPORTE
                    MOVE 'PRECIO ALQ. DISTINTO' TO DIF-TEXTO
                    MOVE TCK-SALIDA TO DIF-CLAVE
                    MOVE TCK-IMPORTE TO DIF-IMPORTE-1
                    MOVE IMPORTE-OPERACION TO DIF-IMPORTE-2
                    PERFORM ANOTAR-DIFERENCIA-TICKET
                  END-IF
                END-IF.

        ANOTAR-PENDIENTE.
                ADD 1 TO NUM-PD
                MOVE NUM-TICKET TO PD-TICKET(NUM-PD)
                MOVE TCK-SALIDA TO PD-SALIDA(NUM-PD)
                MOVE SUC-TICKET TO PD-SUC(NUM-PD)
                MOVE TCK-IMPORTE TO PD-IMPORTE(NUM-PD)
                MOVE IMPORTE-CAJA TO PD-CAJA(NUM-PD)
                COMPUTE PD-RESTO(NUM-PD) = IMPORTE-CAJA - TCK-IMPORTE.

        BUSCAR-TIENDA-CESTA.
                MOVE SPACES TO CLAVE-CANDIDATA
                PERFORM VARYING IDX-CJ2 FROM 1 BY 1
                        UNTIL IDX-CJ2 > NUM-CJ
                           OR CLAVE-CANDIDATA NOT = SPACES
                  IF CJ-USADA(IDX-CJ2) = 'N'
                   AND CJ-TIPO(IDX-CJ2) = 'TIENDA'
                    MOVE 0 TO IMPORTE-CANDIDATO
                    PERFORM VARYING IDX-CJ FROM 1 BY 1
                            UNTIL IDX-CJ > NUM-CJ
                      IF CJ-USADA(IDX-CJ) = 'N'
                       AND CJ-TIPO(IDX-CJ) = 'TIENDA'
                       AND CJ-CLAVE(IDX-CJ) = CJ-CLAVE(IDX-CJ2)
                        ADD CJ-IMPORTE(IDX-CJ) TO IMPORTE-CANDIDATO
                      END-IF
                    END-PERFORM
                    IF IMPORTE-CANDIDATO = TCK-IMPORTE
                      MOVE CJ-CLAVE(IDX-CJ2) TO CLAVE-CANDIDATA
                    END-IF
                  END-IF
                END-PERFORM
                IF CLAVE-CANDIDATA NOT = SPACES
                  MOVE 'TIENDA' TO TIPO-BUSCADO
                  MOVE CLAVE-CANDIDATA TO CLAVE-BUSCADA
                  PERFORM SUMAR-CAJA-CLAVE
                END-IF.

        CUBRIR-ALQUILERES.
                MOVE 0 TO RENTAS-HALLADAS
                MOVE 0 TO IMPORTE-OPERACION
                IF CESTA-TICKET = 'N'
                  PERFORM VARYING IDX-RT FROM 1 BY 1
                          UNTIL IDX-RT > NUM-RT
                    IF RT-CUBIERTO(IDX-RT) = 'N'
                     AND RT-SALIDA(IDX-RT) = TCK-SALIDA
                      PERFORM CUBRIR-UN-ALQUILER
                    END-IF
                  END-PERFORM
                ELSE
                  MOVE 99 TO NUM-LIN-CESTA
                  IF TCK-TITULO(10:2) NUMERIC
                    MOVE TCK-TITULO(10:2) TO NUM-LIN-CESTA
                  END-IF
                  MOVE 1 TO IDX-MENOR
                  PERFORM VARYING LINEAS-CESTA FROM 1 BY 1
                          UNTIL LINEAS-CESTA > NUM-LIN-CESTA
                             OR IDX-MENOR = 0
                    PERFORM BUSCAR-SALIDA-MENOR
                    IF IDX-MENOR > 0
                      MOVE IDX-MENOR TO IDX-RT
                      PERFORM CUBRIR-UN-ALQUILER
                    END-IF
                  END-PERFORM
                END-IF.

        BUSCAR-SALIDA-MENOR.
                MOVE 0 TO IDX-MENOR
                MOVE HIGH-VALUES TO SALIDA-MENOR
                PERFORM VARYING IDX-RT FROM 1 BY 1
                        UNTIL IDX-RT > NUM-RT
                  IF RT-CUBIERTO(IDX-RT) = 'N'
                   AND RT-SOCIO(IDX-RT) = TCK-SOCIO
                   AND RT-SALIDA(IDX-RT) NOT < TCK-SALIDA
                   AND RT-SALIDA(IDX-RT) < SALIDA-MENOR
                    MOVE RT-SALIDA(IDX-RT) TO SALIDA-MENOR
                    MOVE IDX-RT TO IDX-MENOR
                  END-IF
                END-PERFORM.

        CUBRIR-UN-ALQUILER.
                MOVE 'S' TO RT-CUBIERTO(IDX-RT)
                ADD 1 TO RENTAS-HALLADAS
                ADD RT-PRECIO(IDX-RT) TO IMPORTE-OPERACION
                IF SUC-ALQUILER = SPACES
                  MOVE RT-SUC(IDX-RT) TO SUC-ALQUILER
                END-IF.

        TICKET-TIENDA.
                MOVE 0 TO IMPORTE-CAJA
                MOVE 0 TO LINEAS-CAJA
                MOVE 'TIENDA' TO TIPO-BUSCADO
                MOVE TCK-SALIDA TO CLAVE-BUSCADA
                PERFORM SUMAR-CAJA-CLAVE
                PERFORM FIJAR-SUCURSAL-TICKET
                IF LINEAS-CAJA = 0
                  IF TCK-IMPORTE > 0
                    PERFORM TICKET-SIN-CAJA
                  END-IF
                ELSE
                  IF IMPORTE-CAJA NOT = TCK-IMPORTE
                    PERFORM CAJA-DISTINTA
                  END-IF
                END-IF.

        TICKET-ANULADO.
                MOVE 0 TO IMPORTE-CAJA
                MOVE 0 TO LINEAS-CAJA
                MOVE 'ALQUILER' TO TIPO-BUSCADO
                MOVE TCK-SALIDA TO CLAVE-BUSCADA
                PERFORM SUMAR-CAJA-CLAVE
                MOVE IMPORTE-CAJA TO IMPORTE-VENTA
                MOVE LINEAS-CAJA TO LINEAS-VENTA
                MOVE 0 TO IMPORTE-CAJA
                MOVE 0 TO LINEAS-CAJA
                MOVE 'ANULACION' TO TIPO-BUSCADO
                PERFORM SUMAR-CAJA-CLAVE
                MOVE 'N' TO ANULACION-HOY
                PERFORM VARYING IDX-AN FROM 1 BY 1
                        UNTIL IDX-AN > NUM-AN
                  IF AN-CLAVE(IDX-AN) = CLAVE-BUSCADA
                    MOVE 'S' TO ANULACION-HOY
                    MOVE 'S' TO AN-RESUELTA(IDX-AN)
                    IF SUC-ALQUILER = SPACES
                      MOVE AN-SUC(IDX-AN) TO SUC-ALQUILER
                    END-IF
                  END-IF
                END-PERFORM
                PERFORM FIJAR-SUCURSAL-TICKET
                IF CESTA-TICKET = 'S'
                  IF IMPORTE-VENTA > TCK-IMPORTE AND NUM-PD < 200
                    MOVE IMPORTE-VENTA TO IMPORTE-CAJA
                    PERFORM ANOTAR-PENDIENTE
                  END-IF
                ELSE
                  PERFORM COMPROBAR-ANULADO
                END-IF.

        COMPROBAR-ANULADO.
                IF LINEAS-VENTA = 0
                  IF TCK-IMPORTE > 0 AND LINEAS-CAJA = 0
                    PERFORM TICKET-SIN-CAJA
                  END-IF
                ELSE
                  IF IMPORTE-VENTA NOT = TCK-IMPORTE
                    MOVE IMPORTE-VENTA TO IMPORTE-CAJA
                    PERFORM CAJA-DISTINTA
                  ELSE
                    IF LINEAS-CAJA = 0
                      IF ANULACION-HOY = 'S' AND TCK-IMPORTE > 0
                        PERFORM COMPROBAR-EMPRESA
                        IF CARGO-EMPRESA-SN = 'N'
                          MOVE 'ANULACION SIN EXTORNO' TO DIF-TEXTO
                          MOVE TCK-SALIDA TO DIF-CLAVE
                          MOVE TCK-IMPORTE TO DIF-IMPORTE-1
                          MOVE ZEROS TO DIF-IMPORTE-2
                          PERFORM ANOTAR-DIFERENCIA-TICKET
                        END-IF
                      END-IF
                    END-IF
                  END-IF
                END-IF.
                IF LINEAS-CAJA > 0
                 AND IMPORTE-CAJA + TCK-IMPORTE NOT = 0
                  MOVE 'EXTORNO DISTINTO' TO DIF-TEXTO
                  MOVE TCK-SALIDA TO DIF-CLAVE
                  MOVE TCK-IMPORTE TO DIF-IMPORTE-1
                  MOVE IMPORTE-CAJA TO DIF-IMPORTE-2
                  PERFORM ANOTAR-DIFERENCIA-TICKET
                END-IF.

        TICKET-DEVOLUCION.
                MOVE 0 TO IMPORTE-CAJA
                MOVE 0 TO LINEAS-CAJA
                MOVE 'DEVOLUCION' TO TIPO-BUSCADO
                MOVE TCK-SALIDA TO CLAVE-BUSCADA
                PERFORM SUMAR-CAJA-CLAVE
                IF IMPORTE-CAJA < 0
                  COMPUTE IMPORTE-CAJA = 0 - IMPORTE-CAJA
                END-IF
                PERFORM LEER-ALQUILER-TICKET
                PERFORM FIJAR-SUCURSAL-TICKET
                IF LINEAS-CAJA = 0
                  IF TCK-IMPORTE > 0
                    PERFORM BUSCAR-CARGO-SALDO
                    IF CARGO-SALDO-SN = 'N'
                      PERFORM TICKET-SIN-CAJA
                    END-IF
                  END-IF
                ELSE
                  IF IMPORTE-CAJA NOT = TCK-IMPORTE
                    PERFORM CAJA-DISTINTA
                  END-IF
                END-IF
                IF ALQUILER-HALLADO = 'N'
                  MOVE 'TICKET SIN ALQUILER' TO DIF-TEXTO
                  MOVE TCK-SALIDA TO DIF-CLAVE
                  MOVE TCK-IMPORTE TO DIF-IMPORTE-1
                  MOVE ZEROS TO DIF-IMPORTE-2
                  PERFORM ANOTAR-DIFERENCIA-TICKET
                ELSE
                  IF MORA-ALQUILER NOT = TCK-MORA
                    MOVE 'RECARGO MORA DISTINTO' TO DIF-TEXTO
                    MOVE TCK-SALIDA TO DIF-CLAVE
                    MOVE TCK-MORA TO DIF-IMPORTE-1
                    MOVE MORA-ALQUILER TO DIF-IMPORTE-2
                    PERFORM ANOTAR-DIFERENCIA-TICKET
                  END-IF
                END-IF.

        LEER-ALQUILER-TICKET.
                MOVE 'N' TO ALQUILER-HALLADO
                MOVE ZEROS TO MORA-ALQUILER
                IF ESTADO-ALQUILER = "00"
                  MOVE TCK-SALIDA TO N-SALIDA
                  READ ALQUILER INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'S' TO ALQUILER-HALLADO
                    MOVE RECARGO-MORA TO MORA-ALQUILER
                    MOVE SUCURSAL-ALQ TO SUC-ALQUILER
                  END-READ
                END-IF
                IF ALQUILER-HALLADO = 'N' AND ESTADO-HIST = "00"
                  MOVE TCK-SALIDA TO N-SALIDA-H
                  READ ALQUILER-HIST INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'S' TO ALQUILER-HALLADO
                    MOVE RECARGO-MORA-H TO MORA-ALQUILER
                    MOVE SUCURSAL-ALQ-H TO SUC-ALQUILER
                  END-READ
                END-IF.

        BUSCAR-CARGO-SALDO.
                MOVE 'N' TO CARGO-SALDO-SN
                PERFORM VARYING IDX-MV FROM 1 BY 1
                        UNTIL IDX-MV > NUM-MV OR CARGO-SALDO-SN = 'S'
                  IF MV-USADA(IDX-MV) = 'N'
                   AND MV-SOCIO(IDX-MV) = TCK-SOCIO
                   AND MV-IMPORTE(IDX-MV) = TCK-IMPORTE
                    MOVE 'S' TO MV-USADA(IDX-MV)
                    MOVE 'S' TO CARGO-SALDO-SN
                  END-IF
                END-PERFORM.

        TICKET-VENTA.
                MOVE 0 TO IMPORTE-CAJA
                MOVE 0 TO LINEAS-CAJA
                MOVE 'N' TO TICKET-HALLADO
                PERFORM VARYING IDX-VT FROM 1 BY 1
                        UNTIL IDX-VT > NUM-VT OR TICKET-HALLADO = 'S'
                  IF VT-USADA(IDX-VT) = 'N'
                   AND VT-SOCIO(IDX-VT) = TCK-SOCIO
                   AND VT-PELI(IDX-VT) = TCK-PELI
                   AND VT-IMPORTE(IDX-VT) = TCK-IMPORTE
                    MOVE 'S' TO VT-USADA(IDX-VT)
                    MOVE 'S' TO TICKET-HALLADO
                    MOVE 'VENTA' TO TIPO-BUSCADO
                    MOVE VT-NUMERO(IDX-VT) TO CLAVE-BUSCADA
                    MOVE VT-SUC(IDX-VT) TO SUC-ALQUILER
                    PERFORM SUMAR-CAJA-CLAVE
                  END-IF
                END-PERFORM
                PERFORM FIJAR-SUCURSAL-TICKET
                IF TICKET-HALLADO = 'N'
                  MOVE 'TICKET SIN VENTA' TO DIF-TEXTO
                  MOVE TCK-PELI TO DIF-CLAVE
                  MOVE TCK-IMPORTE TO DIF-IMPORTE-1
                  MOVE ZEROS TO DIF-IMPORTE-2
                  PERFORM ANOTAR-DIFERENCIA-TICKET
                ELSE
                  IF LINEAS-CAJA = 0
                    IF TCK-IMPORTE > 0
                      PERFORM TICKET-SIN-CAJA
                    END-IF
                  ELSE
                    IF IMPORTE-CAJA NOT = TCK-IMPORTE
                      PERFORM CAJA-DISTINTA
                    END-IF
                  END-IF
                END-IF.

        TICKET-BONO.
                MOVE 0 TO IMPORTE-CAJA
                MOVE 0 TO LINEAS-CAJA
                MOVE 'BONO' TO TIPO-BUSCADO
                MOVE TCK-SOCIO TO CLAVE-BUSCADA
                PERFORM SUMAR-CAJA-CLAVE
                MOVE 'N' TO TICKET-HALLADO
                PERFORM VARYING IDX-BN FROM 1 BY 1
                        UNTIL IDX-BN > NUM-BN OR TICKET-HALLADO = 'S'
                  IF BN-USADA(IDX-BN) = 'N'
                   AND BN-SOCIO(IDX-BN) = TCK-SOCIO
                    MOVE 'S' TO BN-USADA(IDX-BN)
                    MOVE 'S' TO TICKET-HALLADO
                    MOVE BN-SUC(IDX-BN) TO SUC-ALQUILER
                  END-IF
                END-PERFORM
                PERFORM FIJAR-SUCURSAL-TICKET
                IF LINEAS-CAJA = 0
                  IF TCK-IMPORTE > 0
                    PERFORM TICKET-SIN-CAJA
                  END-IF
                ELSE
                  IF IMPORTE-CAJA NOT = TCK-IMPORTE
                    PERFORM CAJA-DISTINTA
                  END-IF
                END-IF
                IF TICKET-HALLADO = 'N'
                  MOVE 'TICKET SIN BONO' TO DIF-TEXTO
                  MOVE TCK-SOCIO TO DIF-CLAVE
                  MOVE TCK-IMPORTE TO DIF-IMPORTE-1
                  MOVE ZEROS TO DIF-IMPORTE-2
                  PERFORM ANOTAR-DIFERENCIA-TICKET
                END-IF.

        TICKET-TARJETA.
                MOVE 0 TO IMPORTE-CAJA
                MOVE 0 TO LINEAS-CAJA
                MOVE 'TARJREGALO' TO TIPO-BUSCADO
                MOVE TCK-SALIDA TO CLAVE-BUSCADA
                PERFORM SUMAR-CAJA-CLAVE
                PERFORM FIJAR-SUCURSAL-TICKET
                IF LINEAS-CAJA = 0
                  IF TCK-IMPORTE > 0
                    PERFORM TICKET-SIN-CAJA
                  END-IF
                ELSE
                  IF IMPORTE-CAJA NOT = TCK-IMPORTE
                    PERFORM CAJA-DISTINTA
                  END-IF
                END-IF.

        COMPROBAR-PENDIENTES.
                PERFORM VARYING IDX-PD FROM 1 BY 1
                        UNTIL IDX-PD > NUM-PD
                  MOVE PD-RESTO(IDX-PD) TO IMPORTE-RESTO
                  PERFORM VARYING IDX-CJ FROM 1 BY 1
                          UNTIL IDX-CJ > NUM-CJ OR IMPORTE-RESTO = 0
                    IF CJ-USADA(IDX-CJ) = 'N'
                     AND CJ-TIPO(IDX-CJ) = 'ANULACION'
                     AND CJ-CLAVE(IDX-CJ) NOT < PD-SALIDA(IDX-PD)
                     AND 0 - CJ-IMPORTE(IDX-CJ) NOT > IMPORTE-RESTO
                      ADD CJ-IMPORTE(IDX-CJ) TO IMPORTE-RESTO
                      MOVE 'S' TO CJ-USADA(IDX-CJ)
                      MOVE CJ-CLAVE(IDX-CJ) TO CLAVE-BUSCADA
                      PERFORM RESOLVER-ANULACION
                    END-IF
                  END-PERFORM
                  IF IMPORTE-RESTO NOT = 0
                    MOVE PD-SUC(IDX-PD) TO DIF-SUC
                    MOVE 'CAJA DISTINTA DEL TICKET' TO DIF-TEXTO
                    MOVE PD-TICKET(IDX-PD) TO DIF-TICKET
                    MOVE PD-SALIDA(IDX-PD) TO DIF-CLAVE
                    MOVE PD-IMPORTE(IDX-PD) TO DIF-IMPORTE-1
                    MOVE PD-CAJA(IDX-PD) TO DIF-IMPORTE-2
                    PERFORM ANOTAR-DIFERENCIA
                  END-IF
                END-PERFORM.

        RESOLVER-ANULACION.
                PERFORM VARYING IDX-AN FROM 1 BY 1
                        UNTIL IDX-AN > NUM-AN
                  IF AN-CLAVE(IDX-AN) = CLAVE-BUSCADA
                    MOVE 'S' TO AN-RESUELTA(IDX-AN)
                  END-IF
                END-PERFORM.

        COMPROBAR-ANULACIONES.
                PERFORM VARYING IDX-AN FROM 1 BY 1
                        UNTIL IDX-AN > NUM-AN
                  IF AN-RESUELTA(IDX-AN) = 'N'
                    PERFORM COMPROBAR-UNA-ANULACION
                  END-IF
                END-PERFORM.

        COMPROBAR-UNA-ANULACION.
                MOVE 'S' TO AN-RESUELTA(IDX-AN)
                MOVE 0 TO IMPORTE-CAJA
                MOVE 0 TO LINEAS-CAJA
                MOVE SPACES TO SUC-TICKET
                MOVE 'ANULACION' TO TIPO-BUSCADO
                MOVE AN-CLAVE(IDX-AN) TO CLAVE-BUSCADA
                PERFORM SUMAR-CAJA-CLAVE
                IF LINEAS-CAJA = 0
                  PERFORM BUSCAR-TICKET-ANULADO
                  IF TICKET-HALLADO = 'S' AND TCK-IMPORTE > 0
                    PERFORM COMPROBAR-EMPRESA
                    IF CARGO-EMPRESA-SN = 'N'
                      MOVE AN-SUC(IDX-AN) TO DIF-SUC
                      MOVE 'ANULACION SIN EXTORNO' TO DIF-TEXTO
                      MOVE NUM-TICKET TO DIF-TICKET
                      MOVE AN-CLAVE(IDX-AN) TO DIF-CLAVE
                      MOVE TCK-IMPORTE TO DIF-IMPORTE-1
                      MOVE ZEROS TO DIF-IMPORTE-2
                      PERFORM ANOTAR-DIFERENCIA
                    END-IF
                  END-IF
                END-IF.

        BUSCAR-TICKET-ANULADO.
                MOVE 'N' TO TICKET-HALLADO
                IF ESTADO-TICKETS = "00"
                  MOVE ZEROS TO NUM-TICKET
                  MOVE 'N' TO FIN-FICH
                  START TICKETS KEY IS > NUM-TICKET INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ TICKETS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF TCK-TIPO = 'ANU'
                       AND TCK-SALIDA = AN-CLAVE(IDX-AN)
                       AND TCK-TITULO(1:5) NOT = 'CESTA'
                        MOVE 'S' TO TICKET-HALLADO
                        MOVE 'S' TO FIN-FICH
                      END-IF
                    END-READ
                  END-PERFORM
                END-IF.

        COMPROBAR-SOBRANTES.
                PERFORM VARYING IDX-CJ2 FROM 1 BY 1
                        UNTIL IDX-CJ2 > NUM-CJ
                  IF CJ-USADA(IDX-CJ2) = 'N'
                    PERFORM CAJA-SOBRANTE
                  END-IF
                END-PERFORM
                PERFORM VARYING IDX-RT FROM 1 BY 1
                        UNTIL IDX-RT > NUM-RT
                  IF RT-CUBIERTO(IDX-RT) = 'N'
                    MOVE RT-SUC(IDX-RT) TO DIF-SUC
                    MOVE 'ALQUILER SIN TICKET' TO DIF-TEXTO
                    MOVE ZEROS TO DIF-TICKET
                    MOVE RT-SALIDA(IDX-RT) TO DIF-CLAVE
                    MOVE ZEROS TO DIF-IMPORTE-1
                    MOVE RT-PRECIO(IDX-RT) TO DIF-IMPORTE-2
                    PERFORM ANOTAR-DIFERENCIA
                  END-IF
                END-PERFORM
                PERFORM VARYING IDX-VT FROM 1 BY 1
                        UNTIL IDX-VT > NUM-VT
                  IF VT-USADA(IDX-VT) = 'N'
                    MOVE VT-SUC(IDX-VT) TO DIF-SUC
                    MOVE 'VENTA SIN TICKET' TO DIF-TEXTO
                    MOVE ZEROS TO DIF-TICKET
                    MOVE VT-NUMERO(IDX-VT) TO DIF-CLAVE
                    MOVE ZEROS TO DIF-IMPORTE-1
                    MOVE VT-IMPORTE(IDX-VT) TO DIF-IMPORTE-2
                    PERFORM ANOTAR-DIFERENCIA
                  END-IF
                END-PERFORM
                PERFORM VARYING IDX-BN FROM 1 BY 1
                        UNTIL IDX-BN > NUM-BN
                  IF BN-USADA(IDX-BN) = 'N'
                    MOVE BN-SUC(IDX-BN) TO DIF-SUC
                    MOVE 'BONO SIN TICKET' TO DIF-TEXTO
                    MOVE ZEROS TO DIF-TICKET
                    MOVE BN-SOCIO(IDX-BN) TO DIF-CLAVE
                    MOVE ZEROS TO DIF-IMPORTE-1
                    MOVE ZEROS TO DIF-IMPORTE-2
                    PERFORM ANOTAR-DIFERENCIA
                  END-IF
                END-PERFORM
                PERFORM VARYING IDX-MV FROM 1 BY 1
                        UNTIL IDX-MV > NUM-MV
                  IF MV-USADA(IDX-MV) = 'N'
                    MOVE SUC-REAL TO DIF-SUC
                    MOVE 'CARGO SALDO SIN TICKET' TO DIF-TEXTO
                    MOVE ZEROS TO DIF-TICKET
                    MOVE MV-SOCIO(IDX-MV) TO DIF-CLAVE
                    MOVE ZEROS TO DIF-IMPORTE-1
                    MOVE MV-IMPORTE(IDX-MV) TO DIF-IMPORTE-2
                    PERFORM ANOTAR-DIFERENCIA
                  END-IF
                END-PERFORM.

        CAJA-SOBRANTE.
                MOVE 'N' TO ANULACION-HOY
                IF CJ-TIPO(IDX-CJ2) = 'ANULACION'
                  PERFORM VARYING IDX-AN FROM 1 BY 1
                          UNTIL IDX-AN > NUM-AN
                    IF AN-CLAVE(IDX-AN) = CJ-CLAVE(IDX-CJ2)
                      MOVE 'S' TO ANULACION-HOY
                    END-IF
                  END-PERFORM
                  MOVE 'EXTORNO SIN ANULACION' TO DIF-TEXTO
                ELSE
                  MOVE 'CAJA SIN TICKET' TO DIF-TEXTO
                END-IF
                IF ANULACION-HOY = 'N'
                  MOVE CJ-SUC(IDX-CJ2) TO DIF-SUC
                  MOVE ZEROS TO DIF-TICKET
                  MOVE CJ-CLAVE(IDX-CJ2) TO DIF-CLAVE
                  MOVE ZEROS TO DIF-IMPORTE-1
                  MOVE CJ-IMPORTE(IDX-CJ2) TO DIF-IMPORTE-2
                  PERFORM ANOTAR-DIFERENCIA
                END-IF.

        ANOTAR-DIFERENCIA-TICKET.
                MOVE SUC-TICKET TO DIF-SUC
                MOVE NUM-TICKET TO DIF-TICKET
                PERFORM ANOTAR-DIFERENCIA.

        ANOTAR-DIFERENCIA.
                IF SUC-FILTRO = SPACES OR SUC-FILTRO = DIF-SUC
                  ADD 1 TO TOTAL-DIFERENCIAS
                  MOVE DIF-SUC TO SUC-BUSCADA
                  PERFORM ANOTAR-SUCURSAL
                  ADD 1 TO SU-DIFERENCIAS(IDX-SUC)
                  IF ESTADO-IMPRESORA = '00'
                    MOVE DIF-SUC TO LDF-SUC
                    MOVE DIF-TEXTO TO LDF-TEXTO
                    MOVE DIF-TICKET TO LDF-TICKET
                    MOVE DIF-CLAVE TO LDF-CLAVE
                    MOVE DIF-IMPORTE-1 TO LDF-IMPORTE-1
                    MOVE DIF-IMPORTE-2 TO LDF-IMPORTE-2
                    WRITE REG-IMPRE FROM LINEA-DIFERENCIA
                    END-WRITE
                  END-IF
                END-IF.

        ESCRIBIR-TOTALES.
                IF ESTADO-IMPRESORA = '00'
                  IF TOTAL-DIFERENCIAS = 0
                    MOVE '  (ninguna)' TO LTI-TEXTO
                    WRITE REG-IMPRE FROM LINEA-TITULO
                    END-WRITE
                  END-IF
                  PERFORM VARYING IDX-SUC FROM 1 BY 1
                          UNTIL IDX-SUC > NUM-SUC
                    IF SUC-FILTRO = SPACES
                     OR SUC-FILTRO = SU-CODIGO(IDX-SUC)
                      PERFORM ESCRIBIR-SUCURSAL
                    END-IF
                  END-PERFORM
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  MOVE 'MOVIMIENTOS DE SALDOS DE SOCIOS' TO LTI-TEXTO
                  WRITE REG-IMPRE FROM LINEA-TITULO
                  END-WRITE
                  MOVE 'Cargos en cuenta' TO LOP-TEXTO
                  MOVE CARGOS-CONT TO LOP-CONT
                  MOVE CARGOS-IMPORTE TO LOP-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-OPERACION
                  END-WRITE
                  MOVE 'Abonos y pagos' TO LOP-TEXTO
                  MOVE ABONOS-CONT TO LOP-CONT
                  MOVE ABONOS-IMPORTE TO LOP-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-OPERACION
                  END-WRITE
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  MOVE 'Tickets revisados....' TO LTO-TEXTO
                  MOVE TOTAL-TICKETS TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  MOVE 'Diferencias..........' TO LTO-TEXTO
                  MOVE TOTAL-DIFERENCIAS TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  IF TOTAL-DIFERENCIAS = 0
                    MOVE 'EL DIA CUADRA' TO LTI-TEXTO
                  ELSE
                    MOVE 'EL DIA NO CUADRA' TO LTI-TEXTO
                  END-IF
                  WRITE REG-IMPRE FROM LINEA-TITULO
                  END-WRITE
                END-IF.

        ESCRIBIR-SUCURSAL.
                WRITE REG-IMPRE FROM LINEA-VACIA
                END-WRITE
                MOVE SPACES TO LTI-TEXTO
                STRING 'SUCURSAL ' DELIMITED BY SIZE
                       SU-CODIGO(IDX-SUC) DELIMITED BY SIZE
                       INTO LTI-TEXTO
                WRITE REG-IMPRE FROM LINEA-TITULO
                END-WRITE
                WRITE REG-IMPRE FROM CABECERA-TICKETS
                END-WRITE
                PERFORM VARYING IDX-TT FROM 1 BY 1
                        UNTIL IDX-TT > NUM-TT
                  IF TT-SUC(IDX-TT) = SU-CODIGO(IDX-SUC)
                    MOVE TT-TIPO(IDX-TT) TO LTT-TIPO
                    MOVE TT-CONT(IDX-TT) TO LTT-CONT
                    MOVE TT-IMPORTE(IDX-TT) TO LTT-IMPORTE
                    WRITE REG-IMPRE FROM LINEA-TOT-TICKET
                    END-WRITE
                  END-IF
                END-PERFORM
                WRITE REG-IMPRE FROM CABECERA-CAJA
                END-WRITE
                PERFORM VARYING IDX-TC FROM 1 BY 1
                        UNTIL IDX-TC > NUM-TC
                  IF TC-SUC(IDX-TC) = SU-CODIGO(IDX-SUC)
                    PERFORM ESCRIBIR-LINEA-CAJA
                  END-IF
                END-PERFORM
                MOVE 'Alquileres del dia' TO LOP-TEXTO
                MOVE SU-ALQ-CONT(IDX-SUC) TO LOP-CONT
                MOVE SU-ALQ-IMPORTE(IDX-SUC) TO LOP-IMPORTE
                WRITE REG-IMPRE FROM LINEA-OPERACION
                END-WRITE
                MOVE 'Recargos de mora' TO LOP-TEXTO
                MOVE SU-MORA-CONT(IDX-SUC) TO LOP-CONT
                MOVE SU-MORA-IMPORTE(IDX-SUC) TO LOP-IMPORTE
                WRITE REG-IMPRE FROM LINEA-OPERACION
                END-WRITE
                MOVE 'Ventas de peliculas' TO LOP-TEXTO
                MOVE SU-VTA-CONT(IDX-SUC) TO LOP-CONT
                MOVE SU-VTA-IMPORTE(IDX-SUC) TO LOP-IMPORTE
                WRITE REG-IMPRE FROM LINEA-OPERACION
                END-WRITE
                MOVE 'Bonos vendidos' TO LOP-TEXTO
                MOVE SU-BON-CONT(IDX-SUC) TO LOP-CONT
                MOVE ZEROS TO LOP-IMPORTE
                WRITE REG-IMPRE FROM LINEA-OPERACION
                END-WRITE
                MOVE 'Diferencias' TO LOP-TEXTO
                MOVE SU-DIFERENCIAS(IDX-SUC) TO LOP-CONT
                MOVE ZEROS TO LOP-IMPORTE
                WRITE REG-IMPRE FROM LINEA-OPERACION
                END-WRITE.

        ESCRIBIR-LINEA-CAJA.
                MOVE TC-TIPO(IDX-TC) TO LTC-TIPO
                MOVE 0 TO IMPORTE-CAJA
                PERFORM VARYING IDX-FORMA FROM 1 BY 1
                        UNTIL IDX-FORMA > 4
                  MOVE TC-IMPORTE(IDX-TC IDX-FORMA)
                    TO LTC-IMPORTE(IDX-FORMA)
                  ADD TC-IMPORTE(IDX-TC IDX-FORMA) TO IMPORTE-CAJA
                END-PERFORM
                MOVE IMPORTE-CAJA TO LTC-TOTAL
                WRITE REG-IMPRE FROM LINEA-TOT-CAJA
                END-WRITE.

        CERRAR-IMPRESORA.
                IF ESTADO-IMPRESORA = '00'
                  CLOSE IMPRE
                END-IF.

        CERRAR-FICHERO.
                CLOSE TICKETS.
                CLOSE ALQUILER.
                CLOSE ALQUILER-HIST.
                CLOSE CARGOEMP.
