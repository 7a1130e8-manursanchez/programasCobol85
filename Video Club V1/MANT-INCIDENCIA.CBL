        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-INCIDENCIA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL INCIDENCIAS ASSIGN TO DISK
                                             "INCIDENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-NUMERO
               ALTERNATE RECORD KEY IS INC-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS INC-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-INCIDENCIAS.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

               SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

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

               SELECT OPTIONAL TICKETS ASSIGN TO DISK "TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-TICKET
               FILE STATUS IS ESTADO-TICKETS.

               SELECT OPTIONAL EJEMPLAR ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-EJEMPLAR.

               SELECT OPTIONAL BONOS ASSIGN TO DISK "BONOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BON-SOCIO
               FILE STATUS IS ESTADO-BONOS.

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

               SELECT OPTIONAL SESION ASSIGN TO DISK NOMBRE-SESION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-SESION.

        DATA DIVISION.

        FILE SECTION.
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

          FD BONOS LABEL RECORD STANDARD.
          01 REG-BONOS.
           02 BON-SOCIO PIC X(5).
           02 BON-RESTAN PIC 9(3).
           02 BON-FECHA-CAD PIC 9(8).
           02 BON-FECHA-VENTA PIC 9(8).

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

          FD SESION LABEL RECORD STANDARD.
          01 REG-SESION.
           02 OPER-SES PIC X(4).
           02 FILLER PIC X.
           02 NOMBRE-SES PIC X(20).

        WORKING-STORAGE SECTION.
        77 ESTADO-INCIDENCIAS PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-TICKETS PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-BONOS PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 ESTADO-SESION PIC XX.
        77 NOMBRE-SESION PIC X(20).
        77 PUESTO PIC X(8).
        77 OPERADOR-ACTUAL PIC X(20).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 MODO PIC X.
          88 NUEVA VALUE "1".
          88 SEGUIMIENTO VALUE "2".
        77 RES-TIPO PIC X.
         88 TIPO-OK VALUE 'D' 'C' 'F' 'A' 'O'.
        77 RES-RESOLUCION PIC X.
         88 RESOLUCION-OK VALUE 'R' 'B' 'P' 'I' 'N'.
        77 RES-FORMA PIC X.
         88 FORMA-CONTESTADA VALUE 'E' 'e' 'T' 't'.
        77 DATOS-OK PIC X.
        77 EXISTE PIC X.
        77 EXISTE-SOCIO PIC X.
        77 EXISTE-PELI PIC X.
        77 EXISTE-ALQ PIC X.
        77 EXISTE-EJEMPLAR PIC X.
        77 EXISTE-BONO PIC X.
        77 EXISTE-CONTROL PIC X.
        77 IDX-TIPO PIC 9.
        77 SOCIO-ALQ PIC X(5).
        77 PELI-ALQ PIC X(6).
        77 EJEMPLAR-SALIDA PIC 99.
        77 NUMERO-INCIDENCIA PIC 9(6).
        77 TICKET-PANT PIC Z(5)9.
        77 IMPORTE-PANT PIC ZZZ9.99.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 CAD-INT PIC S9(9) COMP.
        77 DIAS-VALIDEZ PIC 999 VALUE 365.
        77 SUCURSAL-ACTUAL PIC X(2).
        77 PTO-SOCIO PIC X(5).
        77 PTO-TIPO PIC X.
        77 PTO-CANTIDAD PIC 9(5).
        77 PTO-SALDO PIC 9(5).
        77 CAJ-TIPO PIC X(10).
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC S9(7)V99.
        77 CAJ-FORMA PIC X.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'MANT-INCIDENCIA'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 TABLA-TIPOS.
          02 FILLER PIC X(21) VALUE "DDisco defectuoso".
          02 FILLER PIC X(21) VALUE "CCaja o caratula".
          02 FILLER PIC X(21) VALUE "FCobro incorrecto".
          02 FILLER PIC X(21) VALUE "AAtencion recibida".
          02 FILLER PIC X(21) VALUE "OOtros".
        01 TIPOS REDEFINES TABLA-TIPOS.
          02 TIPO-INCIDENCIA OCCURS 5 TIMES.
            03 COD-TIPO PIC X.
            03 TEXTO-TIPO PIC X(20).

        01 TABLA-RESOLUCIONES.
          02 FILLER PIC X(21) VALUE "RReembolso".
          02 FILLER PIC X(21) VALUE "BAlquiler en bono".
          02 FILLER PIC X(21) VALUE "PAlquiler en puntos".
          02 FILLER PIC X(21) VALUE "ICopia a revision".
          02 FILLER PIC X(21) VALUE "NSin compensacion".
        01 RESOLUCIONES REDEFINES TABLA-RESOLUCIONES.
          02 RESOLUCION-INCIDENCIA OCCURS 5 TIMES.
            03 COD-RESOLUCION PIC X.
            03 TEXTO-RESOLUCION PIC X(20).

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

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                CALL 'PARAMETROS' USING PARAM-SISTEMA.
                CANCEL 'PARAMETROS'.
                CALL 'SUCURSAL' USING SUCURSAL-ACTUAL.
                CANCEL 'SUCURSAL'.
                PERFORM ABRIR-FICHERO.
                PERFORM LEER-SESION.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  ACCEPT MODO LINE 4 POSITION 55
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  EVALUATE TRUE
                    WHEN NUEVA
                      PERFORM NUEVA-INCIDENCIA
                    WHEN SEGUIMIENTO
                      PERFORM SEGUIR-INCIDENCIA
                    WHEN OTHER
                      DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                  END-EVALUATE
                  MOVE ' ' TO RES
                  DISPLAY 'DESEA CONTINUAR (S/N)?' LINE 22
                  POSITION 25
                  ACCEPT OPC LINE 22 POSITION 49
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O INCIDENCIAS.
               IF ESTADO-INCIDENCIAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-INCIDENCIAS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT SOCIOS.
               IF ESTADO-SOCIOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-SOCIOS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PELICULA.
               OPEN INPUT ALQUILER.
               OPEN INPUT ALQUILER-HIST.
               OPEN INPUT TICKETS.
               OPEN I-O EJEMPLAR.
               OPEN I-O BONOS.

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
                DISPLAY ' INCIDENCIAS Y RECLAMACIONES ' LINE 2
                POSITION 25 REVERSE
                DISPLAY '1: Nueva incidencia, 2: Seguimiento:'
                LINE 4 POSITION 17.

        ROTULOS.
                DISPLAY 'Socio.......:' LINE 6 POSITION 10
                DISPLAY 'N. Salida...:' LINE 7 POSITION 10
                DISPLAY 'Pelicula....:' LINE 8 POSITION 10
                DISPLAY 'Ejemplar....:' LINE 9 POSITION 10
                DISPLAY 'N. Ticket...:' LINE 10 POSITION 10
                DISPLAY 'Tipo........:' LINE 11 POSITION 10
                DISPLAY 'Descripcion.:' LINE 13 POSITION 10.

        NUEVA-INCIDENCIA.
                PERFORM ROTULOS
                MOVE ZEROS TO INC-NUMERO
                MOVE SPACES TO INC-SOCIO
                MOVE SPACES TO INC-SALIDA
                MOVE SPACES TO INC-PELI
                MOVE ZEROS TO INC-EJEMPLAR
                MOVE ZEROS TO INC-TICKET
                MOVE SPACES TO INC-TIPO
                MOVE SPACES TO INC-DESCRIPCION
                MOVE 'S' TO DATOS-OK
                ACCEPT INC-SOCIO LINE 6 POSITION 24
                MOVE INC-SOCIO TO COD-SOCIO
                MOVE 'S' TO EXISTE-SOCIO
                READ SOCIOS INVALID KEY
                  MOVE 'N' TO EXISTE-SOCIO
                END-READ
                IF EXISTE-SOCIO = 'N'
                  DISPLAY 'Ese socio no existe' LINE 21 POSITION 21
                  MOVE 'N' TO DATOS-OK
                ELSE
                  DISPLAY NOMB LINE 6 POSITION 31
                  DISPLAY APE1 LINE 6 POSITION 44
                  PERFORM PEDIR-ALQUILER
                END-IF
                IF DATOS-OK = 'S'
                  PERFORM PEDIR-TICKET
                END-IF
                IF DATOS-OK = 'S'
                  PERFORM PEDIR-TIPO
                  DISPLAY '(D=Disco C=Caja F=Cobro A=Atencion O=Otros)'
                  LINE 12 POSITION 24
                  ACCEPT INC-DESCRIPCION LINE 13 POSITION 24
                  DISPLAY "GRABAR INCIDENCIA (S/N)?"
                  POSITION 25 LINE 19
                  MOVE ' ' TO RES
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 50 LINE 19
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM GRABAR-INCIDENCIA
                    PERFORM OFRECER-RESOLUCION
                  END-IF
                END-IF.

        PEDIR-ALQUILER.
                ACCEPT INC-SALIDA LINE 7 POSITION 24
                IF INC-SALIDA NOT = SPACES
                  MOVE 'S' TO EXISTE-ALQ
                  MOVE INC-SALIDA TO N-SALIDA
                  READ ALQUILER INVALID KEY
                    MOVE 'N' TO EXISTE-ALQ
                  END-READ
                  IF EXISTE-ALQ = 'S'
                    MOVE CODI-SOCIO TO SOCIO-ALQ
                    MOVE CODI-PELI TO PELI-ALQ
                    MOVE EJEMPLAR-ALQ TO EJEMPLAR-SALIDA
                  ELSE
                    MOVE 'S' TO EXISTE-ALQ
                    MOVE INC-SALIDA TO N-SALIDA-H
                    READ ALQUILER-HIST INVALID KEY
                      MOVE 'N' TO EXISTE-ALQ
                    NOT INVALID KEY
                      MOVE CODI-SOCIO-H TO SOCIO-ALQ
                      MOVE CODI-PELI-H TO PELI-ALQ
                      MOVE EJEMPLAR-ALQ-H TO EJEMPLAR-SALIDA
                    END-READ
                  END-IF
                  IF EXISTE-ALQ = 'N'
                    DISPLAY 'Ese alquiler no existe' LINE 21
                    POSITION 21
                    MOVE 'N' TO DATOS-OK
                  ELSE
                    IF SOCIO-ALQ NOT = INC-SOCIO
                      DISPLAY 'Ese alquiler es de otro socio' LINE 21
                      POSITION 21
                      MOVE 'N' TO DATOS-OK
                    ELSE
                      MOVE PELI-ALQ TO INC-PELI
                      MOVE EJEMPLAR-SALIDA TO INC-EJEMPLAR
                      DISPLAY INC-PELI LINE 8 POSITION 24
                      DISPLAY INC-EJEMPLAR LINE 9 POSITION 24
                    END-IF
                  END-IF
                ELSE
                  ACCEPT INC-PELI LINE 8 POSITION 24
                  IF INC-PELI NOT = SPACES
                    ACCEPT INC-EJEMPLAR LINE 9 POSITION 24
                  END-IF
                END-IF
                IF DATOS-OK = 'S' AND INC-PELI NOT = SPACES
                  PERFORM LEER-PELICULA
                  IF EXISTE-PELI = 'N'
                    DISPLAY 'Esa pelicula no existe' LINE 21
                    POSITION 21
                    MOVE 'N' TO DATOS-OK
                  ELSE
                    DISPLAY TITULO LINE 8 POSITION 32
                    IF INC-EJEMPLAR > NUM-COPIAS
                      DISPLAY 'Ese ejemplar no existe' LINE 21
                      POSITION 21
                      MOVE 'N' TO DATOS-OK
                    END-IF
                  END-IF
                END-IF.

        PEDIR-TICKET.
                ACCEPT INC-TICKET LINE 10 POSITION 24
                IF INC-TICKET NOT = ZEROS
                  MOVE INC-TICKET TO NUM-TICKET
                  MOVE 'S' TO EXISTE
                  READ TICKETS INVALID KEY
                    MOVE 'N' TO EXISTE
                  END-READ
                  IF EXISTE = 'N'
                    DISPLAY 'Ese ticket no existe' LINE 21 POSITION 21
                    MOVE 'N' TO DATOS-OK
                  ELSE
                    IF TCK-SOCIO NOT = SPACES
                     AND TCK-SOCIO NOT = INC-SOCIO
                      DISPLAY 'Ese ticket es de otro socio' LINE 21
                      POSITION 21
                      MOVE 'N' TO DATOS-OK
                    END-IF
                  END-IF
                END-IF.

        PEDIR-TIPO.
                MOVE ' ' TO RES-TIPO
                PERFORM UNTIL TIPO-OK
                  ACCEPT RES-TIPO LINE 11 POSITION 24
                END-PERFORM
                MOVE RES-TIPO TO INC-TIPO
                PERFORM BUSCAR-TIPO
                DISPLAY TEXTO-TIPO(IDX-TIPO) LINE 11 POSITION 27.

        BUSCAR-TIPO.
                MOVE 1 TO IDX-TIPO
                PERFORM UNTIL IDX-TIPO = 5
                           OR COD-TIPO(IDX-TIPO) = INC-TIPO
                  ADD 1 TO IDX-TIPO
                END-PERFORM.

        BUSCAR-RESOLUCION.
                MOVE 1 TO IDX-TIPO
                PERFORM UNTIL IDX-TIPO = 5
                           OR COD-RESOLUCION(IDX-TIPO) = INC-RESOLUCION
                  ADD 1 TO IDX-TIPO
                END-PERFORM.

        LEER-PELICULA.
                MOVE 'S' TO EXISTE-PELI
                MOVE INC-PELI TO COD-PELI
                READ PELICULA KEY IS COD-PELI INVALID KEY
                  MOVE 'N' TO EXISTE-PELI
                  MOVE SPACES TO TITULO
                END-READ.

        GRABAR-INCIDENCIA.
                PERFORM OBTENER-NUMERO
                MOVE NUMERO-INCIDENCIA TO INC-NUMERO
                MOVE FECHA-HOY-YMD TO INC-FECHA
                MOVE OPERADOR-ACTUAL TO INC-OPERADOR
                MOVE SPACE TO INC-RESOLUCION
                MOVE ZEROS TO INC-IMPORTE
                MOVE ZEROS TO INC-FECHA-RES
                MOVE SPACES TO INC-OPER-RES
                MOVE 'A' TO INC-ESTADO
                WRITE REG-INCIDENCIAS INVALID KEY
                  DISPLAY 'Error de escritura en disco' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  DISPLAY 'Incidencia N.:' LINE 21 POSITION 21
                  DISPLAY INC-NUMERO LINE 21 POSITION 36
                  MOVE 'ALTA' TO AUD-OPERACION
                  MOVE 'INCIDENCIA' TO AUD-ENTIDAD
                  MOVE INC-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-WRITE.

        OBTENER-NUMERO.
                OPEN I-O CONTROL-FICH
                MOVE 'S' TO EXISTE-CONTROL
                MOVE 'INCIDEN' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                MOVE REG-CONTROL TO DTR-ANTES
                IF EXISTE-CONTROL = 'N'
                  MOVE 'INCIDEN' TO CTL-CLAVE
                  MOVE ZEROS TO CTL-VALOR
                  MOVE SPACE TO CTL-ESTADO
                  MOVE ZEROS TO CTL-FECHA
                END-IF
                ADD 1 TO CTL-VALOR
                MOVE CTL-VALOR TO NUMERO-INCIDENCIA
                MOVE FECHA-HOY-YMD TO CTL-FECHA
                IF EXISTE-CONTROL = 'N'
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
                END-IF
                CLOSE CONTROL-FICH.

        OFRECER-RESOLUCION.
                MOVE ' ' TO RES
                DISPLAY "RESOLVER AHORA (S/N)?" POSITION 25 LINE 19
                DISPLAY '  ' LINE 19 POSITION 50
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 50 LINE 19
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  PERFORM RESOLVER-INCIDENCIA
                END-IF.

        SEGUIR-INCIDENCIA.
                DISPLAY 'N. Incidencia:' LINE 4 POSITION 55
                MOVE ZEROS TO INC-NUMERO
                ACCEPT INC-NUMERO LINE 4 POSITION 70
                MOVE 'S' TO EXISTE
                READ INCIDENCIAS INVALID KEY
                  MOVE 'N' TO EXISTE
                END-READ
                IF EXISTE = 'N'
                  DISPLAY 'Esa incidencia no existe' LINE 21
                  POSITION 21
                ELSE
                  PERFORM MOSTRAR-INCIDENCIA
                  IF INC-ESTADO = 'C'
                    DISPLAY 'Incidencia cerrada' LINE 21 POSITION 21
                  ELSE
                    PERFORM OFRECER-RESOLUCION
                  END-IF
                END-IF.

        MOSTRAR-INCIDENCIA.
                PERFORM ROTULOS
                DISPLAY INC-SOCIO LINE 6 POSITION 24
                MOVE INC-SOCIO TO COD-SOCIO
                READ SOCIOS INVALID KEY
                  MOVE SPACES TO NOMB
                  MOVE SPACES TO APE1
                END-READ
                DISPLAY NOMB LINE 6 POSITION 31
                DISPLAY APE1 LINE 6 POSITION 44
                DISPLAY INC-SALIDA LINE 7 POSITION 24
                DISPLAY INC-PELI LINE 8 POSITION 24
                IF INC-PELI NOT = SPACES
                  PERFORM LEER-PELICULA
                  DISPLAY TITULO LINE 8 POSITION 32
                END-IF
                DISPLAY INC-EJEMPLAR LINE 9 POSITION 24
                IF INC-TICKET NOT = ZEROS
                  MOVE INC-TICKET TO TICKET-PANT
                  DISPLAY TICKET-PANT LINE 10 POSITION 24
                END-IF
                DISPLAY INC-TIPO LINE 11 POSITION 24
                PERFORM BUSCAR-TIPO
                DISPLAY TEXTO-TIPO(IDX-TIPO) LINE 11 POSITION 27
                DISPLAY INC-DESCRIPCION LINE 13 POSITION 24
                DISPLAY 'Abierta el..:' LINE 14 POSITION 10
                DISPLAY INC-FECHA LINE 14 POSITION 24
                DISPLAY INC-OPERADOR LINE 14 POSITION 34
                IF INC-ESTADO = 'C'
                  PERFORM BUSCAR-RESOLUCION
                  DISPLAY 'Resolucion..:' LINE 15 POSITION 10
                  DISPLAY TEXTO-RESOLUCION(IDX-TIPO) LINE 15
                  POSITION 24
                  IF INC-IMPORTE > 0
                    MOVE INC-IMPORTE TO IMPORTE-PANT
                    DISPLAY IMPORTE-PANT LINE 15 POSITION 46
                  END-IF
                  DISPLAY 'Cerrada el..:' LINE 16 POSITION 10
                  DISPLAY INC-FECHA-RES LINE 16 POSITION 24
                  DISPLAY INC-OPER-RES LINE 16 POSITION 34
                END-IF.

        RESOLVER-INCIDENCIA.
                MOVE 'S' TO DATOS-OK
                MOVE ZEROS TO INC-IMPORTE
                DISPLAY 'Resolucion..:' LINE 15 POSITION 10
                DISPLAY '(R=Reemb. B=Bono P=Puntos I=Revision N=Nada)'
                LINE 16 POSITION 24
                MOVE ' ' TO RES-RESOLUCION
                PERFORM UNTIL RESOLUCION-OK
                  ACCEPT RES-RESOLUCION LINE 15 POSITION 24
                END-PERFORM
                MOVE RES-RESOLUCION TO INC-RESOLUCION
                PERFORM BUSCAR-RESOLUCION
                DISPLAY TEXTO-RESOLUCION(IDX-TIPO) LINE 15 POSITION 27
                IF INC-RESOLUCION = 'R'
                  DISPLAY 'Importe a devolver:' LINE 17 POSITION 10
                  ACCEPT INC-IMPORTE LINE 17 POSITION 30
                  IF INC-IMPORTE = 0
                    DISPLAY 'Falta el importe' LINE 21 POSITION 21
                    MOVE 'N' TO DATOS-OK
                  END-IF
                END-IF
                IF INC-RESOLUCION = 'I'
                  IF INC-PELI = SPACES OR INC-EJEMPLAR = 0
                    DISPLAY 'Falta la pelicula o el ejemplar' LINE 21
                    POSITION 21
                    MOVE 'N' TO DATOS-OK
                  END-IF
                END-IF
                IF DATOS-OK = 'S'
                  MOVE ' ' TO RES
                  DISPLAY "CERRAR INCIDENCIA (S/N)?" POSITION 25
                  LINE 19
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 50 LINE 19
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM APLICAR-RESOLUCION
                    PERFORM CERRAR-INCIDENCIA
                  END-IF
                END-IF.

        APLICAR-RESOLUCION.
                EVALUATE INC-RESOLUCION
                  WHEN 'R'
                    PERFORM REEMBOLSAR
                  WHEN 'B'
                    PERFORM ABONAR-BONO
                  WHEN 'P'
                    MOVE INC-SOCIO TO PTO-SOCIO
                    MOVE 'G' TO PTO-TIPO
                    MOVE PRM-PUNTOS-ALQ TO PTO-CANTIDAD
                    CALL 'PUNTOS' USING PTO-SOCIO PTO-TIPO
                                        PTO-CANTIDAD PTO-SALDO
                    CANCEL 'PUNTOS'
                  WHEN 'I'
                    PERFORM ENVIAR-A-REVISION
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE.

        REEMBOLSAR.
                MOVE ' ' TO RES-FORMA
                DISPLAY 'Devolucion (E)fectivo/(T)arjeta?'
                LINE 18 POSITION 25
                PERFORM UNTIL FORMA-CONTESTADA
                   ACCEPT RES-FORMA LINE 18 POSITION 59
                END-PERFORM
                IF RES-FORMA = 'e'
                  MOVE 'E' TO RES-FORMA
                END-IF
                IF RES-FORMA = 't'
                  MOVE 'T' TO RES-FORMA
                END-IF
                MOVE RES-FORMA TO CAJ-FORMA
                MOVE 'INCIDENCIA' TO CAJ-TIPO
                MOVE INC-NUMERO TO CAJ-CLAVE
                COMPUTE CAJ-IMPORTE = 0 - INC-IMPORTE
                CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                    CAJ-FORMA
                CANCEL 'CAJA'
                MOVE 'REEMBOLSO' TO AUD-OPERACION
                MOVE 'INCIDENCIA' TO AUD-ENTIDAD
                MOVE INC-NUMERO TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        ABONAR-BONO.
                MOVE 'S' TO EXISTE-BONO
                MOVE INC-SOCIO TO BON-SOCIO
                READ BONOS INVALID KEY
                  MOVE 'N' TO EXISTE-BONO
                END-READ
                IF EXISTE-BONO = 'N'
                  MOVE INC-SOCIO TO BON-SOCIO
                  MOVE ZEROS TO BON-RESTAN
                  MOVE FECHA-HOY-YMD TO BON-FECHA-VENTA
                END-IF
                IF EXISTE-BONO = 'N' OR BON-RESTAN = 0
                 OR BON-FECHA-CAD < FECHA-HOY-YMD
                  COMPUTE CAD-INT =
                     FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                     + DIAS-VALIDEZ
                  MOVE FUNCTION DATE-OF-INTEGER(CAD-INT)
                    TO BON-FECHA-CAD
                END-IF
                ADD 1 TO BON-RESTAN
                IF EXISTE-BONO = 'N'
                  WRITE REG-BONOS INVALID KEY
                    CONTINUE
                  END-WRITE
                ELSE
                  REWRITE REG-BONOS INVALID KEY
                    CONTINUE
                  END-REWRITE
                END-IF.

        ENVIAR-A-REVISION.
                MOVE 'S' TO EXISTE-EJEMPLAR
                MOVE INC-PELI TO EJE-PELI
                MOVE INC-EJEMPLAR TO EJE-NUM
                READ EJEMPLAR INVALID KEY
                  MOVE 'N' TO EXISTE-EJEMPLAR
                END-READ
                MOVE INC-PELI TO EJE-PELI
                MOVE INC-EJEMPLAR TO EJE-NUM
                MOVE 'R' TO ESTADO-EJE
                MOVE FECHA-HOY-YMD TO FECHA-EJE
                IF EXISTE-EJEMPLAR = 'N'
                  MOVE SUCURSAL-ACTUAL TO EJE-SUCURSAL
                  MOVE SPACES TO EJE-SUC-DESTINO
                  MOVE ZEROS TO EJE-ALQUILERES
                  MOVE ZEROS TO EJE-ALQ-REVISION
                  MOVE ZEROS TO EJE-FECHA-REVISION
                  WRITE REG-EJEMPLAR INVALID KEY
                    CONTINUE
                  END-WRITE
                ELSE
                  REWRITE REG-EJEMPLAR INVALID KEY
                    CONTINUE
                  END-REWRITE
                END-IF
                MOVE 'REVISION' TO AUD-OPERACION
                MOVE 'EJEMPLAR' TO AUD-ENTIDAD
                MOVE CLAVE-EJEMPLAR TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        CERRAR-INCIDENCIA.
                MOVE FECHA-HOY-YMD TO INC-FECHA-RES
                MOVE OPERADOR-ACTUAL TO INC-OPER-RES
                MOVE 'C' TO INC-ESTADO
                REWRITE REG-INCIDENCIAS INVALID KEY
                  DISPLAY 'Error de escritura en disco' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  DISPLAY 'Incidencia cerrada' LINE 21 POSITION 21
                  MOVE 'CIERRE' TO AUD-OPERACION
                  MOVE 'INCIDENCIA' TO AUD-ENTIDAD
                  MOVE INC-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-REWRITE.

        CERRAR-FICHERO.
                CLOSE INCIDENCIAS.
                CLOSE SOCIOS.
                CLOSE PELICULA.
                CLOSE ALQUILER.
                CLOSE ALQUILER-HIST.
                CLOSE TICKETS.
                CLOSE EJEMPLAR.
                CLOSE BONOS.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
