        IDENTIFICATION DIVISION.
          PROGRAM-ID. ACCESO-DATOS.

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

               SELECT OPTIONAL CONSENTIM ASSIGN TO DISK
                                             "CONSENTIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-SOCIO
               FILE STATUS IS ESTADO-CONSENTIM.

               SELECT OPTIONAL SALDOS ASSIGN TO DISK "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-SOCIO
               FILE STATUS IS ESTADO-SALDOS.

               SELECT OPTIONAL PUNTOS ASSIGN TO DISK "PUNTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-SOCIO
               FILE STATUS IS ESTADO-PUNTOS.

               SELECT OPTIONAL BONOS ASSIGN TO DISK "BONOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BON-SOCIO
               FILE STATUS IS ESTADO-BONOS.

               SELECT OPTIONAL TARJSOCIO ASSIGN TO DISK
                                             "TARJSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJS-NUMERO
               ALTERNATE RECORD KEY IS TJS-SOCIO WITH DUPLICATES
               FILE STATUS IS ESTADO-TARJSOCIO.

               SELECT OPTIONAL RESERVA ASSIGN TO DISK "RESERVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RESERVA
               FILE STATUS IS ESTADO-RESERVA.

               SELECT OPTIONAL VALORA ASSIGN TO DISK "VALORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLAVE
               FILE STATUS IS ESTADO-VALORA.

               SELECT OPTIONAL AVISOS ASSIGN TO DISK "AVISOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-NUMERO
               FILE STATUS IS ESTADO-AVISOS.

               SELECT OPTIONAL CAMPSOCIO ASSIGN TO DISK
                                             "CAMPSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMS-CLAVE
               ALTERNATE RECORD KEY IS CMS-SOCIO WITH DUPLICATES
               FILE STATUS IS ESTADO-CAMPSOCIO.

               SELECT OPTIONAL INCIDENCIAS ASSIGN TO DISK
                                             "INCIDENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-NUMERO
               ALTERNATE RECORD KEY IS INC-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS INC-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-INCIDENCIAS.

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

               SELECT OPTIONAL MOVSOCIO ASSIGN TO DISK "MOVSOCIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-MOVSOCIO.

               SELECT OPTIONAL AUDITORIA ASSIGN TO DISK
                                             "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-AUDITORIA.

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

          FD CONSENTIM LABEL RECORD STANDARD.
          01 REG-CONSENTIM.
           02 CNS-SOCIO PIC X(5).
           02 CNS-PERMISO OCCURS 4 TIMES.
            03 CNS-ESTADO PIC X.
            03 CNS-FECHA PIC 9(8).
            03 CNS-OPERADOR PIC X(20).

          FD SALDOS LABEL RECORD STANDARD.
          01 REG-SALDOS.
           02 SDO-SOCIO PIC X(5).
           02 SALDO-SOCIO PIC S9(7)V99.
           02 SITUACION-SOCIO PIC X.
           02 NIVEL-CARTA PIC 9.
           02 FECHA-CARTA PIC 9(8).

          FD PUNTOS LABEL RECORD STANDARD.
          01 REG-PUNTOS.
           02 PTO-SOCIO PIC X(5).
           02 PTO-SALDO PIC 9(5).
           02 PTO-FECHA-ULT PIC 9(8).

          FD BONOS LABEL RECORD STANDARD.
          01 REG-BONOS.
           02 BON-SOCIO PIC X(5).
           02 BON-RESTAN PIC 9(3).
           02 BON-FECHA-CAD PIC 9(8).
           02 BON-FECHA-VENTA PIC 9(8).

          FD TARJSOCIO LABEL RECORD STANDARD.
          01 REG-TARJSOCIO.
           02 TJS-NUMERO PIC X(10).
           02 TJS-SOCIO PIC X(5).
           02 TJS-ESTADO PIC X.
           02 TJS-MOTIVO PIC X.
           02 TJS-FECHA PIC 9(8).
           02 TJS-FECHA-BAJA PIC 9(8).

          FD RESERVA LABEL RECORD STANDARD.
          01 REG-RESERVA.
           02 CLAVE-RESERVA.
            03 CODR-PELI PIC X(6).
            03 CODR-SOCIO PIC X(5).
           02 FECHA-RES PIC 9(8).
           02 ESTADO-RES PIC X.
           02 FECHA-AVISO PIC 9(8).

          FD VALORA LABEL RECORD STANDARD.
          01 REG-VALORA.
           02 VAL-CLAVE.
            03 VAL-PELI PIC X(6).
            03 VAL-SOCIO PIC X(5).
           02 VAL-NOTA PIC 9.
           02 VAL-FECHA PIC 9(8).

          FD AVISOS LABEL RECORD STANDARD.
          01 REG-AVISOS.
           02 AVI-NUMERO PIC 9(6).
           02 AVI-FECHA PIC 9(8).
           02 AVI-SOCIO PIC X(5).
           02 AVI-TELEFONO PIC X(10).
           02 AVI-PREF PIC X.
           02 AVI-TIPO PIC X(3).
           02 AVI-TEXTO PIC X(30).
           02 AVI-ESTADO PIC X.

          FD CAMPSOCIO LABEL RECORD STANDARD.
          01 REG-CAMPSOCIO.
           02 CMS-CLAVE.
            03 CMS-CAMPANA PIC X(4).
            03 CMS-SOCIO PIC X(5).
           02 CMS-FECHA-ENVIO PIC 9(8).
           02 CMS-USOS PIC 999.
           02 CMS-FECHA-USO PIC 9(8).

          FD INCIDENCIAS LABEL RECORD STANDARD.
          01 REG-INCIDENCIAS.
           02 INC-NUMERO PIC 9(6).
           02 INC-SOCIO PIC X(5).
           02 INC-SALIDA PIC X(8).
           02 INC-PELI PIC X(6).
           02 INC-EJEMPLAR PIC 99.
           02 INC-TICKET PIC 9(6).
           02 INC-TIPO PIC X.
           02 INC-DESCRIPCION PIC X(40).
           02 INC-FECHA PIC 9(8).
           02 INC-OPERADOR PIC X(20).
           02 INC-RESOLUCION PIC X.
           02 INC-IMPORTE PIC 9(4)V99.
           02 INC-FECHA-RES PIC 9(8).
           02 INC-OPER-RES PIC X(20).
           02 INC-ESTADO PIC X.

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

          FD ALQUILER-HIST LABEL RECORD STANDARD.
          01 REG-ALQUILER-HIST.
           02 N-SALIDA-H PIC X(8).
           02 FECHA-ALQ-H PIC 9(8).
           02 CODI-SOCIO-H PIC X(5).
           02 CODI-PELI-H PIC X(6).
           02 PRECI-ALQ-H PIC 9(4)V99.
           02 DEVUELTA-H PIC X.
           02 FECHA-DEV-H PIC 9(8).
           02 RECARGO-MORA-H PIC 9(4)V99.
           02 PRECI-LISTA-H PIC 9(4)V99.
           02 COD-PROMO-APLI-H PIC X(4).
           02 FECHA-VENC-H PIC 9(8).
           02 NUM-PRORROGAS-H PIC 99.
           02 MODO-TARIFA-H PIC X.
           02 MOTIVO-AJUSTE-H PIC X(2).
           02 EJEMPLAR-ALQ-H PIC 99.
           02 SUCURSAL-ALQ-H PIC X(2).

          FD MOVSOCIO LABEL RECORD STANDARD.
          01 REG-MOVSOCIO PIC X(60).

          FD AUDITORIA LABEL RECORD STANDARD.
          01 REG-AUDITORIA PIC X(80).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-CONSENTIM PIC XX.
        77 ESTADO-SALDOS PIC XX.
        77 ESTADO-PUNTOS PIC XX.
        77 ESTADO-BONOS PIC XX.
        77 ESTADO-TARJSOCIO PIC XX.
        77 ESTADO-RESERVA PIC XX.
        77 ESTADO-VALORA PIC XX.
        77 ESTADO-AVISOS PIC XX.
        77 ESTADO-CAMPSOCIO PIC XX.
        77 ESTADO-INCIDENCIAS PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-MOVSOCIO PIC XX.
        77 ESTADO-AUDITORIA PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 ENTRADA-SOCIO PIC X(10).
        77 SOCIO-PEDIDO PIC X(5).
        77 EXISTE-SOCIO PIC X.
        77 FIN-FICH PIC X.
        77 HAY-DATOS PIC X.
        77 IDX-CNS PIC 9.
        77 LINEAS-ESCRITAS PIC 9(5).
        77 LINEAS-PANT PIC ZZZZ9.
        77 IMPORTE-PANT PIC -ZZZZZZ9.99.
        77 PRECIO-PANT PIC ZZZ9.99.
        77 CANTIDAD-PANT PIC ZZZZ9.
        77 FECHA-SISTEMA PIC X(8).
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 TABLA-PERMISOS.
          02 FILLER PIC X(26) VALUE "Publicidad y campanas".
          02 FILLER PIC X(26) VALUE "Mensajes SMS".
          02 FILLER PIC X(26) VALUE "Correo postal".
          02 FILLER PIC X(26) VALUE "Cesion de datos a la web".
        01 PERMISOS REDEFINES TABLA-PERMISOS.
          02 TEXTO-PERMISO PIC X(26) OCCURS 4 TIMES.

        01 CABECERA.
          02 FILLER PIC X(18) VALUE SPACES.
          02 FILLER PIC X(38)
             VALUE "DATOS PERSONALES CONSERVADOS DEL SOCIO".
          02 FILLER PIC X(2) VALUE SPACES.
          02 CAB-SOCIO PIC X(5).
          02 FILLER PIC X(2) VALUE SPACES.
          02 CAB-FECHA PIC X(8).

        01 LINEA-SECCION.
          02 FILLER PIC X(4) VALUE "--- ".
          02 LSE-TITULO PIC X(40).

        01 LINEA-DETALLE.
          02 FILLER PIC X(2) VALUE SPACES.
          02 LDE-ETIQUETA PIC X(20).
          02 LDE-VALOR PIC X(58).

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

        01 LINEA-MOV.
          02 FILLER PIC X(16).
          02 MOV-SOCIO PIC X(5).
          02 FILLER PIC X(39).

        01 LINEA-AUD.
          02 FILLER PIC X(59).
          02 AUD-CLAVE-LIN PIC X(10).
          02 FILLER PIC X(11).

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
                  MOVE SPACES TO ENTRADA-SOCIO
                  ACCEPT ENTRADA-SOCIO LINE 4 POSITION 45
                  PERFORM BUSCAR-SOCIO
                  IF EXISTE-SOCIO = 'N'
                    DISPLAY 'Ese socio no existe' LINE 21 POSITION 21
                  ELSE
                    DISPLAY NOMB LINE 6 POSITION 39
                    DISPLAY APE1 LINE 6 POSITION 52
                    DISPLAY DNI LINE 8 POSITION 39
                    PERFORM IMPRIMIR-INFORME
                  END-IF
                  DISPLAY 'DESEA ATENDER OTRO SOCIO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 49
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
               OPEN INPUT CONSENTIM.
               OPEN INPUT SALDOS.
               OPEN INPUT PUNTOS.
               OPEN INPUT BONOS.
               OPEN INPUT TARJSOCIO.
               OPEN INPUT RESERVA.
               OPEN INPUT VALORA.
               OPEN INPUT AVISOS.
               OPEN INPUT CAMPSOCIO.
               OPEN INPUT INCIDENCIAS.
               OPEN INPUT ALQUILER.
               OPEN INPUT ALQUILER-HIST.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' DERECHO DE ACCESO A DATOS ' LINE 2
                POSITION 26 REVERSE
                DISPLAY 'Codigo Socio o DNI:' LINE 4 POSITION 25
                DISPLAY 'Nombre.....................:'
                LINE 6 POSITION 10
                DISPLAY 'DNI........................:'
                LINE 8 POSITION 10.

        BUSCAR-SOCIO.
                MOVE 'S' TO EXISTE-SOCIO
                MOVE ENTRADA-SOCIO(1:5) TO COD-SOCIO
                READ SOCIOS INVALID KEY
                  MOVE 'N' TO EXISTE-SOCIO
                END-READ
                IF EXISTE-SOCIO = 'N'
                  MOVE 'S' TO EXISTE-SOCIO
                  MOVE ENTRADA-SOCIO TO DNI
                  READ SOCIOS KEY IS DNI INVALID KEY
                    MOVE 'N' TO EXISTE-SOCIO
                  END-READ
                END-IF
                IF EXISTE-SOCIO = 'S'
                  MOVE COD-SOCIO TO SOCIO-PEDIDO
                END-IF.

        IMPRIMIR-INFORME.
                MOVE 'ACCESO-DATOS' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' LINE 21 POSITION 21
                  DISPLAY ESTADO-IMPRESORA LINE 21 POSITION 40
                ELSE
                  MOVE ZEROS TO LINEAS-ESCRITAS
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE SOCIO-PEDIDO TO CAB-SOCIO
                  MOVE FECHA-SISTEMA TO CAB-FECHA
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  PERFORM LISTAR-FICHA
                  PERFORM LISTAR-CONSENTIMIENTOS
                  PERFORM LISTAR-SALDO
                  PERFORM LISTAR-PUNTOS-BONOS
                  PERFORM LISTAR-TARJETAS
                  PERFORM LISTAR-RESERVAS
                  PERFORM LISTAR-VALORACIONES
                  PERFORM LISTAR-AVISOS
                  PERFORM LISTAR-CAMPANAS
                  PERFORM LISTAR-INCIDENCIAS
                  PERFORM LISTAR-ALQUILERES
                  PERFORM LISTAR-HISTORICO
                  PERFORM LISTAR-MOVIMIENTOS
                  PERFORM LISTAR-AUDITORIA
                  CLOSE IMPRE
                  MOVE 'CONSULTA' TO AUD-OPERACION
                  MOVE 'ACCESODAT' TO AUD-ENTIDAD
                  MOVE SOCIO-PEDIDO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  MOVE LINEAS-ESCRITAS TO LINEAS-PANT
                  DISPLAY 'Informe enviado a la cola de impresion'
                  LINE 20 POSITION 21
                  DISPLAY 'Lineas de datos:' LINE 21 POSITION 21
                  DISPLAY LINEAS-PANT LINE 21 POSITION 38
                END-IF.

        ESCRIBIR-SECCION.
                WRITE REG-IMPRE FROM LINEA-VACIA
                END-WRITE
                WRITE REG-IMPRE FROM LINEA-SECCION
                END-WRITE
                MOVE 'N' TO HAY-DATOS.

        ESCRIBIR-DETALLE.
                WRITE REG-IMPRE FROM LINEA-DETALLE
                END-WRITE
                ADD 1 TO LINEAS-ESCRITAS
                MOVE 'S' TO HAY-DATOS
                MOVE SPACES TO LDE-ETIQUETA
                MOVE SPACES TO LDE-VALOR.

        ESCRIBIR-SIN-DATOS.
                IF HAY-DATOS = 'N'
                  MOVE 'Sin datos' TO LDE-ETIQUETA
                  WRITE REG-IMPRE FROM LINEA-DETALLE
                  END-WRITE
                  MOVE SPACES TO LDE-ETIQUETA
                END-IF.

        LISTAR-FICHA.
                MOVE 'FICHA DEL SOCIO' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE 'Codigo' TO LDE-ETIQUETA
                MOVE COD-SOCIO TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'Nombre' TO LDE-ETIQUETA
                STRING NOMB DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       APE1 DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       APE2 DELIMITED BY SPACE
                       INTO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'Direccion' TO LDE-ETIQUETA
                MOVE DIRECCION TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'DNI' TO LDE-ETIQUETA
                MOVE DNI TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'Telefono' TO LDE-ETIQUETA
                MOVE TELEFONO TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'Fecha nacimiento' TO LDE-ETIQUETA
                MOVE FECHA-NAC TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'Fecha alta' TO LDE-ETIQUETA
                MOVE FECHA-ALTA-SOCIO TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'Carnet valido hasta' TO LDE-ETIQUETA
                MOVE FECHA-CADUCIDAD TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'Categoria' TO LDE-ETIQUETA
                MOVE CATEGORIA-SOCIO TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'Familia' TO LDE-ETIQUETA
                MOVE COD-FAMILIA TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'Bloqueo infantil' TO LDE-ETIQUETA
                MOVE BLOQUEO-INFANTIL TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE
                MOVE 'Preferencia contacto' TO LDE-ETIQUETA
                MOVE PREF-CONTACTO TO LDE-VALOR
                PERFORM ESCRIBIR-DETALLE.

        LISTAR-CONSENTIMIENTOS.
                MOVE 'CONSENTIMIENTOS' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE SOCIO-PEDIDO TO CNS-SOCIO
                READ CONSENTIM INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  PERFORM VARYING IDX-CNS FROM 1 BY 1
                          UNTIL IDX-CNS > 4
                    MOVE TEXTO-PERMISO(IDX-CNS) TO LDE-VALOR
                    MOVE CNS-ESTADO(IDX-CNS) TO LDE-VALOR(28:1)
                    MOVE CNS-FECHA(IDX-CNS) TO LDE-VALOR(31:8)
                    MOVE CNS-OPERADOR(IDX-CNS) TO LDE-VALOR(40:19)
                    PERFORM ESCRIBIR-DETALLE
                  END-PERFORM
                END-READ
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-SALDO.
                MOVE 'SALDO Y SITUACION' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE SOCIO-PEDIDO TO SDO-SOCIO
                READ SALDOS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'Saldo' TO LDE-ETIQUETA
                  MOVE SALDO-SOCIO TO IMPORTE-PANT
                  MOVE IMPORTE-PANT TO LDE-VALOR
                  PERFORM ESCRIBIR-DETALLE
                  MOVE 'Situacion' TO LDE-ETIQUETA
                  MOVE SITUACION-SOCIO TO LDE-VALOR
                  PERFORM ESCRIBIR-DETALLE
                  MOVE 'Ultima carta' TO LDE-ETIQUETA
                  MOVE NIVEL-CARTA TO LDE-VALOR
                  MOVE FECHA-CARTA TO LDE-VALOR(3:8)
                  PERFORM ESCRIBIR-DETALLE
                END-READ
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-PUNTOS-BONOS.
                MOVE 'PUNTOS Y BONOS' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE SOCIO-PEDIDO TO PTO-SOCIO
                READ PUNTOS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'Puntos' TO LDE-ETIQUETA
                  MOVE PTO-SALDO TO CANTIDAD-PANT
                  MOVE CANTIDAD-PANT TO LDE-VALOR
                  MOVE PTO-FECHA-ULT TO LDE-VALOR(8:8)
                  PERFORM ESCRIBIR-DETALLE
                END-READ
                MOVE SOCIO-PEDIDO TO BON-SOCIO
                READ BONOS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'Bono: restan/cad.' TO LDE-ETIQUETA
                  MOVE BON-RESTAN TO CANTIDAD-PANT
                  MOVE CANTIDAD-PANT TO LDE-VALOR
                  MOVE BON-FECHA-CAD TO LDE-VALOR(8:8)
                  MOVE BON-FECHA-VENTA TO LDE-VALOR(18:8)
                  PERFORM ESCRIBIR-DETALLE
                END-READ
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-TARJETAS.
                MOVE 'TARJETAS DE SOCIO' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE SOCIO-PEDIDO TO TJS-SOCIO
                MOVE 'N' TO FIN-FICH
                START TARJSOCIO KEY IS = TJS-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ TARJSOCIO NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF TJS-SOCIO NOT = SOCIO-PEDIDO
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      MOVE TJS-NUMERO TO LDE-ETIQUETA
                      MOVE TJS-ESTADO TO LDE-VALOR
                      MOVE TJS-MOTIVO TO LDE-VALOR(3:1)
                      MOVE TJS-FECHA TO LDE-VALOR(5:8)
                      MOVE TJS-FECHA-BAJA TO LDE-VALOR(14:8)
                      PERFORM ESCRIBIR-DETALLE
                    END-IF
                  END-READ
                END-PERFORM
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-RESERVAS.
                MOVE 'RESERVAS' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE LOW-VALUES TO CLAVE-RESERVA
                MOVE 'N' TO FIN-FICH
                START RESERVA KEY IS > CLAVE-RESERVA INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ RESERVA NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF CODR-SOCIO = SOCIO-PEDIDO
                      MOVE CODR-PELI TO LDE-ETIQUETA
                      MOVE FECHA-RES TO LDE-VALOR
                      MOVE ESTADO-RES TO LDE-VALOR(10:1)
                      MOVE FECHA-AVISO TO LDE-VALOR(12:8)
                      PERFORM ESCRIBIR-DETALLE
                    END-IF
                  END-READ
                END-PERFORM
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-VALORACIONES.
                MOVE 'VALORACIONES' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE LOW-VALUES TO VAL-CLAVE
                MOVE 'N' TO FIN-FICH
                START VALORA KEY IS > VAL-CLAVE INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ VALORA NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF VAL-SOCIO = SOCIO-PEDIDO
                      MOVE VAL-PELI TO LDE-ETIQUETA
                      MOVE VAL-NOTA TO LDE-VALOR
                      MOVE VAL-FECHA TO LDE-VALOR(3:8)
                      PERFORM ESCRIBIR-DETALLE
                    END-IF
                  END-READ
                END-PERFORM
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-AVISOS.
                MOVE 'AVISOS ENVIADOS' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE ZEROS TO AVI-NUMERO
                MOVE 'N' TO FIN-FICH
                START AVISOS KEY IS > AVI-NUMERO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ AVISOS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF AVI-SOCIO = SOCIO-PEDIDO
                      MOVE AVI-FECHA TO LDE-ETIQUETA
                      MOVE AVI-TIPO TO LDE-VALOR
                      MOVE AVI-PREF TO LDE-VALOR(5:1)
                      MOVE AVI-TELEFONO TO LDE-VALOR(7:10)
                      MOVE AVI-TEXTO TO LDE-VALOR(18:30)
                      MOVE AVI-ESTADO TO LDE-VALOR(49:1)
                      PERFORM ESCRIBIR-DETALLE
                    END-IF
                  END-READ
                END-PERFORM
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-CAMPANAS.
                MOVE 'CAMPANAS RECIBIDAS' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE SOCIO-PEDIDO TO CMS-SOCIO
                MOVE 'N' TO FIN-FICH
                START CAMPSOCIO KEY IS = CMS-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ CAMPSOCIO NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF CMS-SOCIO NOT = SOCIO-PEDIDO
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      MOVE CMS-CAMPANA TO LDE-ETIQUETA
                      MOVE CMS-FECHA-ENVIO TO LDE-VALOR
                      MOVE CMS-USOS TO LDE-VALOR(10:3)
                      MOVE CMS-FECHA-USO TO LDE-VALOR(14:8)
                      PERFORM ESCRIBIR-DETALLE
                    END-IF
                  END-READ
                END-PERFORM
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-INCIDENCIAS.
                MOVE 'INCIDENCIAS Y RECLAMACIONES' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE SOCIO-PEDIDO TO INC-SOCIO
                MOVE 'N' TO FIN-FICH
                START INCIDENCIAS KEY IS = INC-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ INCIDENCIAS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF INC-SOCIO NOT = SOCIO-PEDIDO
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      MOVE INC-NUMERO TO LDE-ETIQUETA
                      MOVE INC-FECHA TO LDE-VALOR
                      MOVE INC-TIPO TO LDE-VALOR(10:1)
                      MOVE INC-ESTADO TO LDE-VALOR(12:1)
                      MOVE INC-RESOLUCION TO LDE-VALOR(14:1)
                      MOVE INC-DESCRIPCION TO LDE-VALOR(16:40)
                      PERFORM ESCRIBIR-DETALLE
                    END-IF
                  END-READ
                END-PERFORM
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-ALQUILERES.
                MOVE 'ALQUILERES' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE SOCIO-PEDIDO TO CODI-SOCIO
                MOVE 'N' TO FIN-FICH
                START ALQUILER KEY IS = CODI-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF CODI-SOCIO NOT = SOCIO-PEDIDO
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      MOVE N-SALIDA TO LDE-ETIQUETA
                      MOVE FECHA-ALQ TO LDE-VALOR
                      MOVE CODI-PELI TO LDE-VALOR(10:6)
                      MOVE PRECI-ALQ TO PRECIO-PANT
                      MOVE PRECIO-PANT TO LDE-VALOR(17:7)
                      MOVE DEVUELTA TO LDE-VALOR(25:1)
                      MOVE FECHA-DEV TO LDE-VALOR(27:8)
                      MOVE RECARGO-MORA TO PRECIO-PANT
                      MOVE PRECIO-PANT TO LDE-VALOR(36:7)
                      PERFORM ESCRIBIR-DETALLE
                    END-IF
                  END-READ
                END-PERFORM
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-HISTORICO.
                MOVE 'ALQUILERES ARCHIVADOS' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                MOVE SOCIO-PEDIDO TO CODI-SOCIO-H
                MOVE 'N' TO FIN-FICH
                START ALQUILER-HIST KEY IS = CODI-SOCIO-H INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ ALQUILER-HIST NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF CODI-SOCIO-H NOT = SOCIO-PEDIDO
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      MOVE N-SALIDA-H TO LDE-ETIQUETA
                      MOVE FECHA-ALQ-H TO LDE-VALOR
                      MOVE CODI-PELI-H TO LDE-VALOR(10:6)
                      MOVE PRECI-ALQ-H TO PRECIO-PANT
                      MOVE PRECIO-PANT TO LDE-VALOR(17:7)
                      MOVE DEVUELTA-H TO LDE-VALOR(25:1)
                      MOVE FECHA-DEV-H TO LDE-VALOR(27:8)
                      MOVE RECARGO-MORA-H TO PRECIO-PANT
                      MOVE PRECIO-PANT TO LDE-VALOR(36:7)
                      PERFORM ESCRIBIR-DETALLE
                    END-IF
                  END-READ
                END-PERFORM
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-MOVIMIENTOS.
                MOVE 'MOVIMIENTOS DE CUENTA' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                OPEN INPUT MOVSOCIO
                IF ESTADO-MOVSOCIO = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ MOVSOCIO INTO LINEA-MOV AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF MOV-SOCIO = SOCIO-PEDIDO
                        MOVE LINEA-MOV TO LDE-VALOR
                        PERFORM ESCRIBIR-DETALLE
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE MOVSOCIO
                END-IF
                PERFORM ESCRIBIR-SIN-DATOS.

        LISTAR-AUDITORIA.
                MOVE 'REGISTRO DE AUDITORIA' TO LSE-TITULO
                PERFORM ESCRIBIR-SECCION
                OPEN INPUT AUDITORIA
                IF ESTADO-AUDITORIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ AUDITORIA INTO LINEA-AUD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF AUD-CLAVE-LIN = SOCIO-PEDIDO
                        WRITE REG-IMPRE FROM LINEA-AUD
                        END-WRITE
                        ADD 1 TO LINEAS-ESCRITAS
                        MOVE 'S' TO HAY-DATOS
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE AUDITORIA
                END-IF
                PERFORM ESCRIBIR-SIN-DATOS.

        CERRAR-FICHERO.
                CLOSE SOCIOS.
                CLOSE CONSENTIM.
                CLOSE SALDOS.
                CLOSE PUNTOS.
                CLOSE BONOS.
                CLOSE TARJSOCIO.
                CLOSE RESERVA.
                CLOSE VALORA.
                CLOSE AVISOS.
                CLOSE CAMPSOCIO.
                CLOSE INCIDENCIAS.
                CLOSE ALQUILER.
                CLOSE ALQUILER-HIST.
