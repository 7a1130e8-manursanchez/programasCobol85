        IDENTIFICATION DIVISION.
          PROGRAM-ID. CAPACIDAD-FICHEROS.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

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

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.


               SELECT OPTIONAL SALDOS ASSIGN TO DISK "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-SOCIO
               FILE STATUS IS ESTADO-SALDOS.

               SELECT OPTIONAL VENTAS ASSIGN TO DISK "VENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-VENTA
               FILE STATUS IS ESTADO-VENTAS.

               SELECT OPTIONAL TICKETS ASSIGN TO DISK "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-TICKET
               FILE STATUS IS ESTADO-TICKETS.

               SELECT OPTIONAL PEDIDOS ASSIGN TO DISK "PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-PEDIDO
               FILE STATUS IS ESTADO-PEDIDOS.

               SELECT OPTIONAL EJEMPLAR ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-EJEMPLAR.

               SELECT OPTIONAL PUNTOS ASSIGN TO DISK "PUNTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-SOCIO
               FILE STATUS IS ESTADO-PUNTOS.

               SELECT OPTIONAL CAJA ASSIGN TO DISK "CAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-CAJA.

               SELECT OPTIONAL MOVSOCIO ASSIGN TO DISK "MOVSOCIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-MOVSOCIO.

               SELECT OPTIONAL AUDITORIA ASSIGN TO DISK
                                             "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-AUDITORIA.

               SELECT OPTIONAL DIARIO ASSIGN TO DISK "DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-DIARIO.

               SELECT OPTIONAL ESTADIS ASSIGN TO DISK "ESTADIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EST
               ALTERNATE RECORD KEY IS EST-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ESTADIS.


               SELECT OPTIONAL HISTCAP ASSIGN TO DISK "CAPACIDAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCA-CLAVE
               FILE STATUS IS ESTADO-HISTCAP.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD PELICULA LABEL RECORD STANDARD.
          01 REG-PELICULA.
           02 COD-PELI PIC X(6).
           02 TITULO PIC X(30).
           02 GENERO PIC X(15).
           02 DIRECTOR PIC X(25).
           02 PRECIO PIC 9(4)V99.
           02 CLASE-PELICULA PIC 9.
           02 CLASE-PRECIO PIC 9.
           02 NUM-COPIAS PIC 99.
           02 COPIAS-ALQUILADAS PIC 99.
           02 DISPONIBLE PIC X.
           02 TARIFA-NOCHE PIC 9(4)V99.
           02 FECHA-LANZAMIENTO PIC 9(8).

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

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).


          FD SALDOS LABEL RECORD STANDARD.
          01 REG-SALDOS.
           02 SDO-SOCIO PIC X(5).
           02 SALDO-SOCIO PIC S9(7)V99.
           02 SITUACION-SOCIO PIC X.
           02 NIVEL-CARTA PIC 9.
           02 FECHA-CARTA PIC 9(8).

          FD VENTAS LABEL RECORD STANDARD.
          01 REG-VENTAS.
           02 NUM-VENTA PIC 9(6).
           02 VTA-FECHA PIC 9(8).
           02 VTA-PELI PIC X(6).
           02 VTA-SOCIO PIC X(5).
           02 VTA-IMPORTE PIC 9(4)V99.
           02 VTA-IVA PIC 9(4)V99.

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

          FD PEDIDOS LABEL RECORD STANDARD.
          01 REG-PEDIDOS.
           02 CLAVE-PEDIDO.
            03 NUM-PEDIDO PIC X(6).
            03 LIN-PEDIDO PIC 99.
           02 PED-PROV PIC X(4).
           02 PED-FECHA PIC 9(8).
           02 PED-PELI PIC X(6).
           02 PED-TITULO PIC X(30).
           02 PED-COPIAS PIC 99.
           02 PED-COSTE PIC 9(4)V99.
           02 PED-ESTADO PIC X.
           02 PED-FECHA-REC PIC 9(8).

          FD EJEMPLAR LABEL RECORD STANDARD.
          01 REG-EJEMPLAR.
           02 CLAVE-EJEMPLAR.
            03 EJE-PELI PIC X(6).
            03 EJE-NUM PIC 99.
           02 ESTADO-EJE PIC X.
           02 FECHA-EJE PIC 9(8).
           02 EJE-SUCURSAL PIC X(2).
           02 EJE-SUC-DESTINO PIC X(2).
           02 EJE-ALQUILERES PIC 9(5).
           02 EJE-ALQ-REVISION PIC 9(4).
           02 EJE-FECHA-REVISION PIC 9(8).

          FD PUNTOS LABEL RECORD STANDARD.
          01 REG-PUNTOS.
           02 PTO-SOCIO PIC X(5).
           02 PTO-SALDO PIC 9(5).
           02 PTO-FECHA-ULT PIC 9(8).

          FD CAJA LABEL RECORD STANDARD.
          01 REG-CAJA PIC X(65).

          FD MOVSOCIO LABEL RECORD STANDARD.
          01 REG-MOVSOCIO PIC X(50).

          FD AUDITORIA LABEL RECORD STANDARD.
          01 REG-AUDITORIA PIC X(80).

          FD DIARIO LABEL RECORD STANDARD.
          01 REG-DIARIO PIC X(400).

          FD ESTADIS LABEL RECORD STANDARD.
          01 REG-ESTADIS.
           02 CLAVE-EST.
            03 EST-FECHA PIC 9(8).
            03 EST-SUCURSAL PIC X(2).
            03 EST-PELI PIC X(6).
           02 EST-ALQUILERES PIC 9(5).
           02 EST-INGRESOS PIC 9(7)V99.
           02 EST-DESCUENTOS PIC 9(7)V99.
           02 EST-DEVOLUCIONES PIC 9(5).
           02 EST-RECARGOS PIC 9(7)V99.
           02 EST-PRORROGAS PIC 9(5).


          FD HISTCAP LABEL RECORD STANDARD.
          01 REG-HISTCAP.
           02 HCA-CLAVE.
            03 HCA-CODIGO PIC X(8).
            03 HCA-FECHA PIC 9(8).
           02 HCA-VALOR PIC 9(8).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 ESTADO-SALDOS PIC XX.
        77 ESTADO-VENTAS PIC XX.
        77 ESTADO-TICKETS PIC XX.
        77 ESTADO-PEDIDOS PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-PUNTOS PIC XX.
        77 ESTADO-CAJA PIC XX.
        77 ESTADO-MOVSOCIO PIC XX.
        77 ESTADO-AUDITORIA PIC XX.
        77 ESTADO-DIARIO PIC XX.
        77 ESTADO-ESTADIS PIC XX.
        77 ESTADO-HISTCAP PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 MODO PIC X.
          88 INFORME VALUE "1".
          88 UMBRALES VALUE "2".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-DESDE PIC 9(8).
        77 HOY-INT PIC 9(7).
        77 BASE-INT PIC 9(7).
        77 DIAS-PERIODO PIC 9(5).
        77 UMB-USO PIC 999.
        77 UMB-DIAS PIC 9(4).
        77 CLAVE-LEIDA PIC X(8).
        77 VALOR-LEIDO PIC 9(8).
        77 EXISTE-CONTROL PIC X.
        77 EXISTE-BASE PIC X.
        77 VALOR-BASE PIC 9(8).
        77 FECHA-BASE PIC 9(8).
        77 FIN-FICH PIC X.
        77 FICHERO-ABIERTO PIC X.
        77 IDX-IND PIC 99.
        77 IDX-FIC PIC 99.
        77 NUM-IND PIC 99 VALUE 34.
        77 PRIMER-FICHERO PIC 99 VALUE 19.
        77 CONTADOR-REG PIC 9(8).
        77 MAX-COPIAS PIC 99.
        77 MAX-ALQUILADAS PIC 99.
        77 MAX-EJEMPLAR PIC 99.
        77 MAX-PUNTOS PIC 9(5).
        77 CRECIMIENTO PIC S9(8).
        77 RITMO-DIA PIC S9(7)V99.
        77 PORCENTAJE-USO PIC 999V9.
        77 DIAS-RESTANTES PIC 9(8).
        77 FECHA-AGOTA PIC 9(8).
        77 PREVISION PIC S9(9).
        77 TEXTO-AGOTA PIC X(10).
        77 TEXTO-AVISO PIC X(10).
        77 TOTAL-AVISOS PIC 999.
        77 CONT-PANT PIC ZZ9.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'CAPACIDAD-FICHEROS'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 INDICADORES.
          02 FILLER PIC X(40) VALUE
                  "SALIDA  Numero de salida        99999999".
          02 FILLER PIC X(40) VALUE
                  "TICKET  Numero de ticket        00999999".
          02 FILLER PIC X(40) VALUE
                  "VENTA   Numero de venta         00999999".
          02 FILLER PIC X(40) VALUE
                  "AVISO   Numero de aviso         00999999".
          02 FILLER PIC X(40) VALUE
                  "SPOOL   Numero de spool         00999999".
          02 FILLER PIC X(40) VALUE
                  "TIENDA  Venta de tienda         00999999".
          02 FILLER PIC X(40) VALUE
                  "DOMICIL Pedido a domicilio      00999999".
          02 FILLER PIC X(40) VALUE
                  "FACTEMP Factura de empresa      00999999".
          02 FILLER PIC X(40) VALUE
                  "INCIDEN Numero de incidencia    00999999".
          02 FILLER PIC X(40) VALUE
                  "TARJREG Tarjeta regalo          00999999".
          02 FILLER PIC X(40) VALUE
                  "TARJSOC Tarjeta de socio        99999999".
          02 FILLER PIC X(40) VALUE
                  "SUGPED  Sugerencia de pedido    00009999".
          02 FILLER PIC X(40) VALUE
                  "TRASPROPPropuesta de traslado   00009999".
          02 FILLER PIC X(40) VALUE
                  "DEVPROV Devolucion a proveedor  00009999".
          02 FILLER PIC X(40) VALUE
                  "NUMCOPIACopias por titulo (max) 00000099".
          02 FILLER PIC X(40) VALUE
                  "COPALQ  Copias alquiladas (max) 00000099".
          02 FILLER PIC X(40) VALUE
                  "EJENUM  Numero de ejemplar (max)00000099".
          02 FILLER PIC X(40) VALUE
                  "PTOSALDOSaldo de puntos (max)   00099999".
          02 FILLER PIC X(40) VALUE
                  "PELICULAPELICULA.DAT            00000000".
          02 FILLER PIC X(40) VALUE
                  "SOCIOS  SOCIOS.DAT              00000000".
          02 FILLER PIC X(40) VALUE
                  "ALQUILERALQUILER.DAT            00000000".
          02 FILLER PIC X(40) VALUE
                  "ALQ-HISTALQUILER-HIST.DAT       00000000".
          02 FILLER PIC X(40) VALUE
                  "EJEMPLAREJEMPLAR.DAT            00000000".
          02 FILLER PIC X(40) VALUE
                  "TICKETS TICKETS.DAT             00000000".
          02 FILLER PIC X(40) VALUE
                  "VENTAS  VENTAS.DAT              00000000".
          02 FILLER PIC X(40) VALUE
                  "SALDOS  SALDOS.DAT              00000000".
          02 FILLER PIC X(40) VALUE
                  "PEDIDOS PEDIDOS.DAT             00000000".
          02 FILLER PIC X(40) VALUE
                  "PUNTOS  PUNTOS.DAT              00000000".
          02 FILLER PIC X(40) VALUE
                  "CONTROL CONTROL.DAT             00000000".
          02 FILLER PIC X(40) VALUE
                  "CAJA    CAJA.DAT                00000000".
          02 FILLER PIC X(40) VALUE
                  "MOVSOCIOMOVSOCIO.DAT            00000000".
          02 FILLER PIC X(40) VALUE
                  "AUDITORIAUDITORIA.DAT           00000000".
          02 FILLER PIC X(40) VALUE
                  "DIARIO  DIARIO.DAT              00000000".
          02 FILLER PIC X(40) VALUE
                  "ESTADIS ESTADIS.DAT             00000000".
        01 TABLA-INDICADORES REDEFINES INDICADORES.
          02 IND-LINEA OCCURS 34 TIMES.
            03 IND-CODIGO PIC X(8).
            03 IND-DESCRIPCION PIC X(24).
            03 IND-LIMITE PIC 9(8).

        01 TABLA-VALORES.
          02 IND-VALOR PIC 9(8) OCCURS 34 TIMES.

        01 CABECERA.
         02 FILLER PIC X(4) VALUE SPACES.
         02 FILLER PIC X(34) VALUE
                  "CAPACIDAD DE CONTADORES Y FICHEROS".
         02 FILLER PIC X(4) VALUE SPACES.
         02 CAB-FECHA PIC 9(8).
         02 FILLER PIC X(30) VALUE SPACES.

        01 CABECERA-UMBRALES.
         02 FILLER PIC X(4) VALUE SPACES.
         02 FILLER PIC X(20) VALUE "Aviso con uso desde ".
         02 CAB-USO PIC ZZ9.
         02 FILLER PIC X(24) VALUE "% o agotamiento antes de".
         02 CAB-DIAS PIC ZZZ9.
         02 FILLER PIC X(25) VALUE " dias".

        01 CABECERA-PERIODO.
         02 FILLER PIC X(4) VALUE SPACES.
         02 FILLER PIC X(36) VALUE
                  "Crecimiento medido desde el dia     ".
         02 CAB-DESDE PIC 9(8).
         02 FILLER PIC X(32) VALUE
                  " o la primera medida posterior".

        01 CABECERA-CONTADORES-1.
         02 FILLER PIC X(40) VALUE
                  "CONTADOR                    VALOR   LIMI".
         02 FILLER PIC X(40) VALUE
                  "TE  %USO  CREC/DIA AGOTA EN   AVISO".

        01 CABECERA-FICHEROS-1.
         02 FILLER PIC X(40) VALUE
                  "FICHERO             REGISTROS     BASE  ".
         02 FILLER PIC X(40) VALUE
                  "DIAS CRECIMIEN   POR DIA A 90 DIAS".

        01 LINEA-CONTADOR.
         02 LCO-DESCRIPCION PIC X(24).
         02 FILLER PIC X VALUE SPACES.
         02 LCO-VALOR PIC ZZZZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LCO-LIMITE PIC ZZZZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LCO-USO PIC ZZ9.9.
         02 FILLER PIC X VALUE SPACES.
         02 LCO-RITMO PIC -ZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LCO-AGOTA PIC X(10).
         02 FILLER PIC X VALUE SPACES.
         02 LCO-AVISO PIC X(9).

        01 LINEA-FICHERO.
         02 LFI-NOMBRE PIC X(20).
         02 FILLER PIC X VALUE SPACES.
         02 LFI-REGISTROS PIC ZZZZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LFI-BASE PIC ZZZZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LFI-DIAS PIC ZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LFI-CRECIMIENTO PIC -ZZZZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LFI-RITMO PIC -ZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LFI-PREVISION PIC ZZZZZZZZ9.
         02 FILLER PIC X(6) VALUE SPACES.

        01 LINEA-TOTAL.
         02 LTO-TEXTO PIC X(40).
         02 LTO-CONT PIC ZZ9.
         02 FILLER PIC X(37) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

        LINKAGE SECTION.
         77 LK-MODO-LOTE PIC X.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION USING LK-MODO-LOTE.
        INICIO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                PERFORM LEER-UMBRALES.
                IF LK-MODO-LOTE = 'S'
                  PERFORM EMITIR-INFORME
                ELSE
                  DISPLAY SPACE ERASE
                  MOVE 'S' TO OPC
                  PERFORM UNTIL OPCION
                    PERFORM PORTADA
                    ACCEPT MODO LINE 4 POSITION 54
                    PERFORM LEER-UMBRALES
                    EVALUATE TRUE
                      WHEN INFORME
                        PERFORM EMITIR-INFORME
                        MOVE TOTAL-AVISOS TO CONT-PANT
                        DISPLAY 'Avisos de capacidad:' LINE 20
                        POSITION 21
                        DISPLAY CONT-PANT LINE 20 POSITION 42
                      WHEN UMBRALES
                        PERFORM MANTENER-UMBRALES
                      WHEN OTHER
                        DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                    END-EVALUATE
                    DISPLAY 'DESEA OTRA OPERACION?' LINE 22
                    POSITION 20
                    ACCEPT OPC LINE 22 POSITION 45
                  END-PERFORM
                END-IF.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' CAPACIDAD DE FICHEROS ' LINE 2 POSITION 28
                REVERSE
                DISPLAY '1: Informe, 2: Umbrales:' LINE 4
                POSITION 28.

        LEER-UMBRALES.
                MOVE 80 TO UMB-USO
                MOVE 180 TO UMB-DIAS
                OPEN INPUT CONTROL-FICH
                IF ESTADO-CONTROL = "00"
                  MOVE 'CAPUSO' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO > 0
                   AND VALOR-LEIDO NOT > 100
                    MOVE VALOR-LEIDO TO UMB-USO
                  END-IF
                  MOVE 'CAPDIAS' TO CLAVE-LEIDA
                  PERFORM LEER-CONTROL
                  IF EXISTE-CONTROL = 'S' AND VALOR-LEIDO > 0
                   AND VALOR-LEIDO < 10000
                    MOVE VALOR-LEIDO TO UMB-DIAS
                  END-IF
                  CLOSE CONTROL-FICH
                END-IF.

        LEER-CONTROL.
                MOVE ZEROS TO VALOR-LEIDO
                MOVE 'S' TO EXISTE-CONTROL
                MOVE CLAVE-LEIDA TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                NOT INVALID KEY
                  MOVE CTL-VALOR TO VALOR-LEIDO
                END-READ.

        MANTENER-UMBRALES.
                DISPLAY '% de uso para avisar..........:' LINE 6
                POSITION 15
                DISPLAY UMB-USO LINE 6 POSITION 48
                DISPLAY 'Dias hasta agotar para avisar.:' LINE 7
                POSITION 15
                DISPLAY UMB-DIAS LINE 7 POSITION 48
                ACCEPT UMB-USO LINE 6 POSITION 48 UPDATE
                ACCEPT UMB-DIAS LINE 7 POSITION 48 UPDATE
                IF UMB-USO = 0 OR UMB-USO > 100 OR UMB-DIAS = 0
                  DISPLAY 'Valores no validos' LINE 21 POSITION 21
                ELSE
                  DISPLAY "GRABAR UMBRALES (S/N)?" POSITION 30
                  LINE 19
                  MOVE ' ' TO RES
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 54 LINE 19
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM GRABAR-UMBRALES
                  END-IF
                END-IF.

        GRABAR-UMBRALES.
                OPEN I-O CONTROL-FICH
                MOVE 'CAPUSO' TO CLAVE-LEIDA
                MOVE UMB-USO TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                MOVE 'CAPDIAS' TO CLAVE-LEIDA
                MOVE UMB-DIAS TO VALOR-LEIDO
                PERFORM GRABAR-CONTROL
                CLOSE CONTROL-FICH
                MOVE 'CAMBIO' TO AUD-OPERACION
                MOVE 'CONTROL' TO AUD-ENTIDAD
                MOVE 'CAPACIDAD' TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                DISPLAY 'Umbrales grabados' LINE 21 POSITION 21.

        GRABAR-CONTROL.
                MOVE 'S' TO EXISTE-CONTROL
                MOVE CLAVE-LEIDA TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                MOVE REG-CONTROL TO DTR-ANTES
                MOVE CLAVE-LEIDA TO CTL-CLAVE
                MOVE VALOR-LEIDO TO CTL-VALOR
                MOVE FECHA-HOY-YMD TO CTL-FECHA
                IF EXISTE-CONTROL = 'N'
                  MOVE SPACE TO CTL-ESTADO
                  WRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-WRITE
                ELSE
                  REWRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-IF.

        EMITIR-INFORME.
                MOVE FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD) TO HOY-INT
                MOVE FUNCTION DATE-OF-INTEGER(HOY-INT - 90)
                  TO FECHA-DESDE
                MOVE ZEROS TO TOTAL-AVISOS
                PERFORM MEDIR-CONTADORES
                PERFORM MEDIR-FICHEROS
                OPEN I-O HISTCAP
                IF ESTADO-HISTCAP NOT = "00"
                  OPEN OUTPUT HISTCAP
                  CLOSE HISTCAP
                  OPEN I-O HISTCAP
                END-IF
                PERFORM ABRIR-IMPRESORA
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM CABECERA-CONTADORES-1
                  END-WRITE
                END-IF
                PERFORM VARYING IDX-IND FROM 1 BY 1
                        UNTIL IDX-IND NOT < PRIMER-FICHERO
                  PERFORM BUSCAR-BASE
                  PERFORM LISTAR-CONTADOR
                END-PERFORM
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-FICHEROS-1
                  END-WRITE
                END-IF
                PERFORM VARYING IDX-IND FROM PRIMER-FICHERO BY 1
                        UNTIL IDX-IND > NUM-IND
                  PERFORM BUSCAR-BASE
                  PERFORM LISTAR-FICHERO
                END-PERFORM
                PERFORM VARYING IDX-IND FROM 1 BY 1
                        UNTIL IDX-IND > NUM-IND
                  PERFORM GUARDAR-MEDIDA
                END-PERFORM
                CLOSE HISTCAP
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  MOVE 'Avisos de capacidad.....................'
                    TO LTO-TEXTO
                  MOVE TOTAL-AVISOS TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  CLOSE IMPRE
                END-IF.

        ABRIR-IMPRESORA.
                MOVE 'CAPACIDAD-FICHEROS' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  MOVE FECHA-HOY-YMD TO CAB-FECHA
                  MOVE UMB-USO TO CAB-USO
                  MOVE UMB-DIAS TO CAB-DIAS
                  MOVE FECHA-DESDE TO CAB-DESDE
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-UMBRALES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-PERIODO
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                END-IF.

        MEDIR-CONTADORES.
                MOVE ZEROS TO TABLA-VALORES
                OPEN INPUT CONTROL-FICH
                IF ESTADO-CONTROL = "00"
                  PERFORM VARYING IDX-IND FROM 1 BY 1 UNTIL IDX-IND > 14
                    MOVE IND-CODIGO(IDX-IND) TO CLAVE-LEIDA
                    PERFORM LEER-CONTROL
                    MOVE VALOR-LEIDO TO IND-VALOR(IDX-IND)
                  END-PERFORM
                  CLOSE CONTROL-FICH
                END-IF.

        MEDIR-FICHEROS.
                MOVE ZEROS TO MAX-COPIAS
                MOVE ZEROS TO MAX-ALQUILADAS
                MOVE ZEROS TO MAX-EJEMPLAR
                MOVE ZEROS TO MAX-PUNTOS
                PERFORM VARYING IDX-FIC FROM PRIMER-FICHERO BY 1
                        UNTIL IDX-FIC > NUM-IND
                  MOVE ZEROS TO CONTADOR-REG
                  PERFORM ABRIR-UNO
                  IF FICHERO-ABIERTO = 'S'
                    MOVE 'N' TO FIN-FICH
                    PERFORM UNTIL FIN-FICH = 'S'
                      PERFORM LEER-UNO
                    END-PERFORM
                    PERFORM CERRAR-UNO
                  END-IF
                  MOVE CONTADOR-REG TO IND-VALOR(IDX-FIC)
                END-PERFORM
                MOVE MAX-COPIAS TO IND-VALOR(15)
                MOVE MAX-ALQUILADAS TO IND-VALOR(16)
                MOVE MAX-EJEMPLAR TO IND-VALOR(17)
                MOVE MAX-PUNTOS TO IND-VALOR(18).

        ABRIR-UNO.
                MOVE 'N' TO FICHERO-ABIERTO
                EVALUATE IDX-FIC
                  WHEN 19
                    OPEN INPUT PELICULA
                    IF ESTADO-PELICULA = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 20
                    OPEN INPUT SOCIOS
                    IF ESTADO-SOCIOS = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 21
                    OPEN INPUT ALQUILER
                    IF ESTADO-ALQUILER = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 22
                    OPEN INPUT ALQUILER-HIST
                    IF ESTADO-HIST = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 23
                    OPEN INPUT EJEMPLAR
                    IF ESTADO-EJEMPLAR = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 24
                    OPEN INPUT TICKETS
                    IF ESTADO-TICKETS = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 25
                    OPEN INPUT VENTAS
                    IF ESTADO-VENTAS = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 26
                    OPEN INPUT SALDOS
                    IF ESTADO-SALDOS = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 27
                    OPEN INPUT PEDIDOS
                    IF ESTADO-PEDIDOS = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 28
                    OPEN INPUT PUNTOS
                    IF ESTADO-PUNTOS = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 29
                    OPEN INPUT CONTROL-FICH
                    IF ESTADO-CONTROL = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 30
                    OPEN INPUT CAJA
                    IF ESTADO-CAJA = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 31
                    OPEN INPUT MOVSOCIO
                    IF ESTADO-MOVSOCIO = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 32
                    OPEN INPUT AUDITORIA
                    IF ESTADO-AUDITORIA = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 33
                    OPEN INPUT DIARIO
                    IF ESTADO-DIARIO = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                  WHEN 34
                    OPEN INPUT ESTADIS
                    IF ESTADO-ESTADIS = "00"
                      MOVE 'S' TO FICHERO-ABIERTO
                    END-IF
                END-EVALUATE.

        LEER-UNO.
                EVALUATE IDX-FIC
                  WHEN 19
                    READ PELICULA NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                      IF NUM-COPIAS > MAX-COPIAS
                        MOVE NUM-COPIAS TO MAX-COPIAS
                      END-IF
                      IF COPIAS-ALQUILADAS > MAX-ALQUILADAS
                        MOVE COPIAS-ALQUILADAS TO MAX-ALQUILADAS
                      END-IF
                    END-READ
                  WHEN 20
                    READ SOCIOS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 21
                    READ ALQUILER NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                      IF EJEMPLAR-ALQ > MAX-EJEMPLAR
                        MOVE EJEMPLAR-ALQ TO MAX-EJEMPLAR
                      END-IF
                    END-READ
                  WHEN 22
                    READ ALQUILER-HIST NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 23
                    READ EJEMPLAR NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                      IF EJE-NUM > MAX-EJEMPLAR
                        MOVE EJE-NUM TO MAX-EJEMPLAR
                      END-IF
                    END-READ
                  WHEN 24
                    READ TICKETS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 25
                    READ VENTAS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 26
                    READ SALDOS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 27
                    READ PEDIDOS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 28
                    READ PUNTOS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                      IF PTO-SALDO > MAX-PUNTOS
                        MOVE PTO-SALDO TO MAX-PUNTOS
                      END-IF
                    END-READ
                  WHEN 29
                    READ CONTROL-FICH NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 30
                    READ CAJA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 31
                    READ MOVSOCIO AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 32
                    READ AUDITORIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 33
                    READ DIARIO AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                  WHEN 34
                    READ ESTADIS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO CONTADOR-REG
                    END-READ
                END-EVALUATE.

        CERRAR-UNO.
                EVALUATE IDX-FIC
                  WHEN 19
                    CLOSE PELICULA
                  WHEN 20
                    CLOSE SOCIOS
                  WHEN 21
                    CLOSE ALQUILER
                  WHEN 22
                    CLOSE ALQUILER-HIST
                  WHEN 23
                    CLOSE EJEMPLAR
                  WHEN 24
                    CLOSE TICKETS
                  WHEN 25
                    CLOSE VENTAS
                  WHEN 26
                    CLOSE SALDOS
                  WHEN 27
                    CLOSE PEDIDOS
                  WHEN 28
                    CLOSE PUNTOS
                  WHEN 29
                    CLOSE CONTROL-FICH
                  WHEN 30
                    CLOSE CAJA
                  WHEN 31
                    CLOSE MOVSOCIO
                  WHEN 32
                    CLOSE AUDITORIA
                  WHEN 33
                    CLOSE DIARIO
                  WHEN 34
                    CLOSE ESTADIS
                END-EVALUATE.

        BUSCAR-BASE.
                MOVE 'N' TO EXISTE-BASE
                MOVE ZEROS TO VALOR-BASE
                MOVE ZEROS TO FECHA-BASE
                MOVE ZEROS TO DIAS-PERIODO
                MOVE ZEROS TO CRECIMIENTO
                MOVE ZEROS TO RITMO-DIA
                MOVE IND-CODIGO(IDX-IND) TO HCA-CODIGO
                MOVE FECHA-DESDE TO HCA-FECHA
                START HISTCAP KEY IS NOT < HCA-CLAVE INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  READ HISTCAP NEXT RECORD AT END
                    CONTINUE
                  NOT AT END
                    IF HCA-CODIGO = IND-CODIGO(IDX-IND)
                     AND HCA-FECHA < FECHA-HOY-YMD
                      MOVE 'S' TO EXISTE-BASE
                      MOVE HCA-VALOR TO VALOR-BASE
                      MOVE HCA-FECHA TO FECHA-BASE
                    END-IF
                  END-READ
                END-START
                IF EXISTE-BASE = 'S'
                  MOVE FUNCTION INTEGER-OF-DATE(FECHA-BASE) TO BASE-INT
                  COMPUTE DIAS-PERIODO = HOY-INT - BASE-INT
                  COMPUTE CRECIMIENTO = IND-VALOR(IDX-IND) - VALOR-BASE
                  COMPUTE RITMO-DIA ROUNDED =
                     CRECIMIENTO / DIAS-PERIODO
                END-IF.

        LISTAR-CONTADOR.
                MOVE SPACES TO TEXTO-AVISO
                MOVE ZEROS TO PORCENTAJE-USO
                IF IND-LIMITE(IDX-IND) > 0
                  COMPUTE PORCENTAJE-USO ROUNDED =
                     IND-VALOR(IDX-IND) * 100 / IND-LIMITE(IDX-IND)
                END-IF
                IF EXISTE-BASE = 'N'
                  MOVE 'SIN DATOS' TO TEXTO-AGOTA
                ELSE
                  IF RITMO-DIA NOT > 0
                    MOVE 'NO CRECE' TO TEXTO-AGOTA
                  ELSE
                    COMPUTE DIAS-RESTANTES =
                       (IND-LIMITE(IDX-IND) - IND-VALOR(IDX-IND))
                       / RITMO-DIA
                    IF DIAS-RESTANTES > 36500
                      MOVE '+100 ANOS' TO TEXTO-AGOTA
                    ELSE
                      MOVE FUNCTION DATE-OF-INTEGER
                        (HOY-INT + DIAS-RESTANTES) TO FECHA-AGOTA
                      MOVE FECHA-AGOTA TO TEXTO-AGOTA
                      IF DIAS-RESTANTES NOT > UMB-DIAS
                        MOVE '**PROXIMO' TO TEXTO-AVISO
                      END-IF
                    END-IF
                  END-IF
                END-IF
                IF PORCENTAJE-USO NOT < UMB-USO
                  MOVE '**USO' TO TEXTO-AVISO
                END-IF
                IF IND-VALOR(IDX-IND) NOT < IND-LIMITE(IDX-IND)
                  MOVE '**AGOTADO' TO TEXTO-AVISO
                END-IF
                IF TEXTO-AVISO NOT = SPACES
                  ADD 1 TO TOTAL-AVISOS
                END-IF
                IF ESTADO-IMPRESORA = '00'
                  MOVE IND-DESCRIPCION(IDX-IND) TO LCO-DESCRIPCION
                  MOVE IND-VALOR(IDX-IND) TO LCO-VALOR
                  MOVE IND-LIMITE(IDX-IND) TO LCO-LIMITE
                  MOVE PORCENTAJE-USO TO LCO-USO
                  MOVE RITMO-DIA TO LCO-RITMO
                  MOVE TEXTO-AGOTA TO LCO-AGOTA
                  MOVE TEXTO-AVISO TO LCO-AVISO
                  WRITE REG-IMPRE FROM LINEA-CONTADOR
                  END-WRITE
                END-IF.

        LISTAR-FICHERO.
                MOVE IND-VALOR(IDX-IND) TO PREVISION
                IF EXISTE-BASE = 'S'
                  COMPUTE PREVISION ROUNDED =
                     IND-VALOR(IDX-IND) + RITMO-DIA * 90
                  IF PREVISION < 0
                    MOVE ZEROS TO PREVISION
                  END-IF
                END-IF
                IF ESTADO-IMPRESORA = '00'
                  MOVE IND-DESCRIPCION(IDX-IND) TO LFI-NOMBRE
                  MOVE IND-VALOR(IDX-IND) TO LFI-REGISTROS
                  MOVE VALOR-BASE TO LFI-BASE
                  MOVE DIAS-PERIODO TO LFI-DIAS
                  MOVE CRECIMIENTO TO LFI-CRECIMIENTO
                  MOVE RITMO-DIA TO LFI-RITMO
                  MOVE PREVISION TO LFI-PREVISION
                  WRITE REG-IMPRE FROM LINEA-FICHERO
                  END-WRITE
                END-IF.

        GUARDAR-MEDIDA.
                MOVE IND-CODIGO(IDX-IND) TO HCA-CODIGO
                MOVE FECHA-HOY-YMD TO HCA-FECHA
                READ HISTCAP INVALID KEY
                  MOVE IND-VALOR(IDX-IND) TO HCA-VALOR
                  WRITE REG-HISTCAP INVALID KEY
                    CONTINUE
                  END-WRITE
                NOT INVALID KEY
                  MOVE IND-VALOR(IDX-IND) TO HCA-VALOR
                  REWRITE REG-HISTCAP INVALID KEY
                    CONTINUE
                  END-REWRITE
                END-READ.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
