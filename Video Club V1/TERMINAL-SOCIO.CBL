        IDENTIFICATION DIVISION.
          PROGRAM-ID. TERMINAL-SOCIO.

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

               SELECT OPTIONAL PINSOCIO ASSIGN TO DISK "PINSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-SOCIO
               FILE STATUS IS ESTADO-PINSOCIO.

               SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL REPARTO ASSIGN TO DISK "REPARTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CLAVE
               ALTERNATE RECORD KEY IS REP-ACTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-REPARTO.

               SELECT OPTIONAL EJEMPLAR ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-EJEMPLAR.

               SELECT OPTIONAL ALQUILER ASSIGN TO DISK "ALQUILER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA
               ALTERNATE RECORD KEY IS CODI-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ALQUILER.

               SELECT OPTIONAL RESERVA ASSIGN TO DISK "RESERVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RESERVA
               FILE STATUS IS ESTADO-RESERVA.

               SELECT OPTIONAL SALDOS ASSIGN TO DISK "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-SOCIO
               FILE STATUS IS ESTADO-SALDOS.

               SELECT OPTIONAL OPERADOR ASSIGN TO DISK "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-OPER
               FILE STATUS IS ESTADO-OPERADOR.

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

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

          FD PINSOCIO LABEL RECORD STANDARD.
          01 REG-PINSOCIO.
           02 PIN-SOCIO PIC X(5).
           02 PIN-CLAVE PIC X(4).
           02 PIN-FALLOS PIC 9.
           02 PIN-ESTADO PIC X.
           02 PIN-FECHA PIC 9(8).
           02 PIN-ULT-ACCESO PIC 9(8).

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

          FD REPARTO LABEL RECORD STANDARD.
          01 REG-REPARTO.
           02 REP-CLAVE.
            03 REP-PELI PIC X(6).
            03 REP-ORDEN PIC 99.
           02 REP-ACTOR PIC X(25).

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

          FD RESERVA LABEL RECORD STANDARD.
          01 REG-RESERVA.
           02 CLAVE-RESERVA.
            03 CODR-PELI PIC X(6).
            03 CODR-SOCIO PIC X(5).
           02 FECHA-RES PIC 9(8).
           02 ESTADO-RES PIC X.
           02 FECHA-AVISO PIC 9(8).

          FD SALDOS LABEL RECORD STANDARD.
          01 REG-SALDOS.
           02 SDO-SOCIO PIC X(5).
           02 SALDO-SOCIO PIC S9(7)V99.
           02 SITUACION-SOCIO PIC X.
           02 NIVEL-CARTA PIC 9.
           02 FECHA-CARTA PIC 9(8).

          FD OPERADOR LABEL RECORD STANDARD.
          01 REG-OPERADOR.
           02 COD-OPER PIC X(4).
           02 CLAVE-OPER PIC X(8).
           02 NOMBRE-OPER PIC X(20).
           02 NIVEL-OPER PIC 9.

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

        WORKING-STORAGE SECTION.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-PINSOCIO PIC XX.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-REPARTO PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-RESERVA PIC XX.
        77 ESTADO-SALDOS PIC XX.
        77 ESTADO-OPERADOR PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 TECLA PIC 99.
          88 TIEMPO-AGOTADO VALUE 99.
        77 TIEMPO-ESPERA PIC 9(7) VALUE 6000.
        77 CADUCADA PIC X.
        77 FIN-SESION PIC X.
        77 SALIR-TERMINAL PIC X.
        77 SOCIO-OK PIC X.
        77 EXISTE-SOCIO PIC X.
        77 EXISTE-PIN PIC X.
        77 EXISTE-PELI PIC X.
        77 EXISTE-SALDO PIC X.
        77 SOCIO-INTRO PIC X(5).
        77 PIN-INTRO PIC X(4).
        77 OPER-INTRO PIC X(4).
        77 CLAVE-INTRO PIC X(8).
        77 MENSAJE-INICIO PIC X(40).
        77 OPCION PIC 9.
        77 MODO PIC X.
          88 POR-TITULO VALUE "1".
          88 POR-GENERO VALUE "2".
          88 POR-DIRECTOR VALUE "3".
          88 POR-ACTOR VALUE "4".
        77 TEXTO-BUSCADO PIC X(30).
        77 LONG-BUSC PIC 99.
        77 FIN-FICH PIC X.
        77 FIN-EJE PIC X.
        77 FIN-ALQ PIC X.
        77 FIN-RES PIC X.
        77 ENCONTRADO PIC X.
        77 CONT PIC 99.
        77 COPIAS-LIBRES PIC 99.
        77 LIBRES-AQUI PIC 99.
        77 SUC-REAL PIC X(2).
        77 IDX-SUC PIC 99.
        77 SUCURSAL-ACTUAL PIC X(2).
        77 PELI-PEDIDA PIC X(6).
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 VENC-YMD PIC 9(8).
        77 SALDO-PANT PIC -ZZZZZ9.99.
        77 PTO-SOCIO PIC X(5).
        77 PTO-TIPO PIC X.
        77 PTO-CANTIDAD PIC 9(5).
        77 PTO-SALDO PIC 9(5).
        77 PUNTOS-PANT PIC ZZZZ9.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 DISPONIBILIDAD-MOSTRAR.
          02 COPIAS-LIBRES-MOSTRAR PIC Z9.
          02 FILLER PIC X VALUE "/".
          02 NUM-COPIAS-MOSTRAR PIC Z9.

        01 FECHA-MOSTRAR.
          02 DIA-MOSTRAR PIC 99.
          02 FILLER PIC X VALUE "/".
          02 MES-MOSTRAR PIC 99.
          02 FILLER PIC X VALUE "/".
          02 ANO-MOSTRAR PIC 9999.

        01 TABLA-SUCURSALES.
          02 NUM-SUC PIC 99.
          02 SUC-LINEA OCCURS 10 TIMES.
            03 SUC-CODIGO PIC X(2).
            03 SUC-COPIAS PIC 99.
            03 SUC-ALQUILADAS PIC 99.
            03 SUC-LIBRES PIC 99.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.
            02 FOREGROUND WHITE.

        PROCEDURE DIVISION.
        INICIO.
                PERFORM ABRIR-FICHERO.
                CALL 'SUCURSAL' USING SUCURSAL-ACTUAL.
                CANCEL 'SUCURSAL'.
                PERFORM LEER-TIEMPO-ESPERA.
                MOVE SPACES TO MENSAJE-INICIO.
                MOVE 'N' TO SALIR-TERMINAL.
                PERFORM UNTIL SALIR-TERMINAL = 'S'
                  PERFORM IDENTIFICAR-SOCIO
                  IF SOCIO-OK = 'S'
                    PERFORM ATENDER-SOCIO
                    MOVE SPACES TO REG-SOCIOS
                  END-IF
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
                DISPLAY SPACE ERASE.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN INPUT SOCIOS.
               IF ESTADO-SOCIOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-SOCIOS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O PINSOCIO.
               IF ESTADO-PINSOCIO NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PINSOCIO
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PELICULA.
               IF ESTADO-PELICULA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN I-O RESERVA.
               IF ESTADO-RESERVA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-RESERVA
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT REPARTO.
               OPEN INPUT EJEMPLAR.
               OPEN INPUT ALQUILER.
               OPEN INPUT SALDOS.
               OPEN INPUT OPERADOR.

        LEER-TIEMPO-ESPERA.
                OPEN INPUT CONTROL-FICH
                IF ESTADO-CONTROL = "00"
                  MOVE 'TERMESPE' TO CTL-CLAVE
                  READ CONTROL-FICH INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF CTL-VALOR > 0 AND CTL-VALOR < 1000
                      COMPUTE TIEMPO-ESPERA = CTL-VALOR * 100
                    END-IF
                  END-READ
                END-IF
                CLOSE CONTROL-FICH.

        VENTANA.
                DISPLAY SPACE ERASE
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'.

        COMPROBAR-ESPERA.
                ACCEPT TECLA FROM ESCAPE KEY
                IF TIEMPO-AGOTADO
                  MOVE 'S' TO CADUCADA
                  MOVE 'Sesion cerrada por inactividad'
                    TO MENSAJE-INICIO
                END-IF.

        ESPERAR-TECLA.
                IF CADUCADA = 'N'
                  DISPLAY 'Pulse INTRO para continuar' LINE 22
                  POSITION 26
                  ACCEPT RESPU LINE 22 POSITION 53
                  BEFORE TIME TIEMPO-ESPERA
                  PERFORM COMPROBAR-ESPERA
                END-IF.

        IDENTIFICAR-SOCIO.
                MOVE 'N' TO SOCIO-OK
                DISPLAY SPACE ERASE
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 20 60 08 14
                CANCEL 'S-WINDOW'
                DISPLAY ' TERMINAL DE SOCIOS ' LINE 8 POSITION 30
                REVERSE
                DISPLAY 'Socio:' LINE 10 POSITION 25
                DISPLAY 'PIN..:' LINE 12 POSITION 25
                DISPLAY MENSAJE-INICIO LINE 16 POSITION 21
                MOVE SPACES TO MENSAJE-INICIO
                MOVE SPACES TO SOCIO-INTRO
                ACCEPT SOCIO-INTRO LINE 10 POSITION 36
                IF SOCIO-INTRO = 'FIN'
                  PERFORM CERRAR-TERMINAL
                ELSE
                  MOVE 'N' TO CADUCADA
                  MOVE SPACES TO PIN-INTRO
                  ACCEPT PIN-INTRO LINE 12 POSITION 36 OFF
                  BEFORE TIME TIEMPO-ESPERA
                  PERFORM COMPROBAR-ESPERA
                  IF CADUCADA = 'N'
                    PERFORM COMPROBAR-PIN
                  END-IF
                  MOVE SPACES TO PIN-INTRO
                END-IF.

        COMPROBAR-PIN.
                MOVE SOCIO-INTRO TO COD-SOCIO
                MOVE 'S' TO EXISTE-SOCIO
                READ SOCIOS INVALID KEY
                  MOVE 'N' TO EXISTE-SOCIO
                END-READ
                MOVE SOCIO-INTRO TO PIN-SOCIO
                MOVE 'S' TO EXISTE-PIN
                READ PINSOCIO INVALID KEY
                  MOVE 'N' TO EXISTE-PIN
                END-READ
                EVALUATE TRUE
                  WHEN EXISTE-SOCIO = 'N'
                    MOVE 'Socio o PIN incorrectos' TO MENSAJE-INICIO
                  WHEN EXISTE-PIN = 'N'
                    MOVE 'Solicite su PIN en el mostrador'
                      TO MENSAJE-INICIO
                  WHEN PIN-ESTADO = 'B'
                    MOVE 'PIN bloqueado, pase por el mostrador'
                      TO MENSAJE-INICIO
                  WHEN PIN-INTRO = PIN-CLAVE
                    MOVE ZERO TO PIN-FALLOS
                    MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                    MOVE FECHA-SISTEMA TO PIN-ULT-ACCESO
                    REWRITE REG-PINSOCIO INVALID KEY
                      CONTINUE
                    END-REWRITE
                    MOVE 'S' TO SOCIO-OK
                  WHEN OTHER
                    PERFORM ANOTAR-FALLO
                END-EVALUATE.

        ANOTAR-FALLO.
                ADD 1 TO PIN-FALLOS
                IF PIN-FALLOS NOT < 3
                  MOVE 'B' TO PIN-ESTADO
                  MOVE 'PIN bloqueado, pase por el mostrador'
                    TO MENSAJE-INICIO
                  MOVE 'BLOQUEO' TO AUD-OPERACION
                  MOVE 'PIN' TO AUD-ENTIDAD
                  MOVE PIN-SOCIO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                ELSE
                  MOVE 'Socio o PIN incorrectos' TO MENSAJE-INICIO
                END-IF
                REWRITE REG-PINSOCIO INVALID KEY
                  CONTINUE
                END-REWRITE.

        CERRAR-TERMINAL.
                DISPLAY 'Operador:' LINE 10 POSITION 25
                DISPLAY 'Clave...:' LINE 12 POSITION 25
                MOVE SPACES TO OPER-INTRO
                MOVE SPACES TO CLAVE-INTRO
                ACCEPT OPER-INTRO LINE 10 POSITION 36
                ACCEPT CLAVE-INTRO LINE 12 POSITION 36 OFF
                MOVE OPER-INTRO TO COD-OPER
                READ OPERADOR INVALID KEY
                  MOVE SPACES TO CLAVE-OPER
                  MOVE 0 TO NIVEL-OPER
                END-READ
                IF CLAVE-INTRO = CLAVE-OPER AND CLAVE-OPER NOT = SPACES
                 AND NIVEL-OPER NOT < 2
                  MOVE 'S' TO SALIR-TERMINAL
                  MOVE 'CIERRE' TO AUD-OPERACION
                  MOVE 'TERMINAL' TO AUD-ENTIDAD
                  MOVE OPER-INTRO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-IF
                MOVE SPACES TO CLAVE-INTRO.

        ATENDER-SOCIO.
                MOVE 'N' TO CADUCADA
                MOVE 'N' TO FIN-SESION
                PERFORM UNTIL FIN-SESION = 'S' OR CADUCADA = 'S'
                  PERFORM PORTADA
                  MOVE 9 TO OPCION
                  ACCEPT OPCION LINE 19 POSITION 40
                  BEFORE TIME TIEMPO-ESPERA
                  PERFORM COMPROBAR-ESPERA
                  IF CADUCADA = 'N'
                    EVALUATE OPCION
                      WHEN 1
                        PERFORM BUSCAR-CATALOGO
                      WHEN 2
                        PERFORM CONSULTAR-SUCURSALES
                      WHEN 3
                        PERFORM RESERVAR-PELICULA
                      WHEN 4
                        PERFORM MIS-RESERVAS
                      WHEN 5
                        PERFORM MIS-ALQUILERES
                      WHEN 0
                        MOVE 'S' TO FIN-SESION
                      WHEN OTHER
                        CONTINUE
                    END-EVALUATE
                  END-IF
                END-PERFORM.

        PORTADA.
                PERFORM VENTANA
                DISPLAY ' TERMINAL DE SOCIOS ' LINE 2 POSITION 30
                REVERSE
                DISPLAY 'Socio:' LINE 4 POSITION 10
                DISPLAY COD-SOCIO LINE 4 POSITION 17
                DISPLAY NOMB LINE 4 POSITION 24
                DISPLAY APE1 LINE 4 POSITION 37
                DISPLAY ' 1: Buscar en el catalogo' LINE 7 POSITION 25
                DISPLAY ' 2: Copias libres por tienda' LINE 9
                POSITION 25
                DISPLAY ' 3: Reservar una pelicula' LINE 11
                POSITION 25
                DISPLAY ' 4: Mis reservas' LINE 13 POSITION 25
                DISPLAY ' 5: Mis alquileres, saldo y puntos' LINE 15
                POSITION 25
                DISPLAY ' 0: Terminar' LINE 17 POSITION 25
                DISPLAY 'Opcion:' LINE 19 POSITION 32.

        BUSCAR-CATALOGO.
                PERFORM VENTANA
                DISPLAY ' BUSCAR EN EL CATALOGO ' LINE 2 POSITION 28
                REVERSE
                DISPLAY '1:Titulo 2:Genero 3:Director 4:Actor..:'
                LINE 4 POSITION 10
                DISPLAY 'Texto a buscar.........................:'
                LINE 5 POSITION 10
                MOVE SPACE TO MODO
                ACCEPT MODO LINE 4 POSITION 51
                BEFORE TIME TIEMPO-ESPERA
                PERFORM COMPROBAR-ESPERA
                IF CADUCADA = 'N'
                  MOVE SPACES TO TEXTO-BUSCADO
                  ACCEPT TEXTO-BUSCADO LINE 5 POSITION 51
                  BEFORE TIME TIEMPO-ESPERA
                  PERFORM COMPROBAR-ESPERA
                END-IF
                IF CADUCADA = 'N' AND TEXTO-BUSCADO NOT = SPACES
                  MOVE FUNCTION LENGTH(FUNCTION TRIM(TEXTO-BUSCADO))
                  TO LONG-BUSC
                  DISPLAY 'CODIGO TITULO' LINE 7 POSITION 5
                  DISPLAY 'GENERO          LIBRES' LINE 7 POSITION 44
                  MOVE 'N' TO ENCONTRADO
                  MOVE 8 TO CONT
                  EVALUATE TRUE
                    WHEN POR-TITULO
                      PERFORM BUSCAR-POR-TITULO
                    WHEN POR-GENERO
                      PERFORM BUSCAR-POR-GENERO
                    WHEN POR-DIRECTOR
                      PERFORM BUSCAR-POR-DIRECTOR
                    WHEN POR-ACTOR
                      PERFORM BUSCAR-POR-ACTOR
                    WHEN OTHER
                      DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                  END-EVALUATE
                  IF ENCONTRADO = 'N'
                    DISPLAY 'No se encontraron coincidencias'
                    LINE 21 POSITION 21
                  END-IF
                  PERFORM ESPERAR-TECLA
                END-IF.

        BUSCAR-POR-TITULO.
                MOVE SPACES TO TITULO
                MOVE TEXTO-BUSCADO TO TITULO
                MOVE 'N' TO FIN-FICH
                START PELICULA KEY IS >= TITULO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ PELICULA NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF TITULO(1:LONG-BUSC) = TEXTO-BUSCADO(1:LONG-BUSC)
                      PERFORM MOSTRAR-FILA
                    ELSE
                      MOVE 'S' TO FIN-FICH
                    END-IF
                  END-READ
                END-PERFORM.

        BUSCAR-POR-GENERO.
                MOVE SPACES TO GENERO
                MOVE TEXTO-BUSCADO TO GENERO
                MOVE 'N' TO FIN-FICH
                START PELICULA KEY IS >= GENERO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ PELICULA NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF GENERO(1:LONG-BUSC) = TEXTO-BUSCADO(1:LONG-BUSC)
                      PERFORM MOSTRAR-FILA
                    ELSE
                      MOVE 'S' TO FIN-FICH
                    END-IF
                  END-READ
                END-PERFORM.

        BUSCAR-POR-DIRECTOR.
                MOVE SPACES TO DIRECTOR
                MOVE TEXTO-BUSCADO TO DIRECTOR
                MOVE 'N' TO FIN-FICH
                START PELICULA KEY IS >= DIRECTOR INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ PELICULA NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF DIRECTOR(1:LONG-BUSC) =
                       TEXTO-BUSCADO(1:LONG-BUSC)
                      PERFORM MOSTRAR-FILA
                    ELSE
                      MOVE 'S' TO FIN-FICH
                    END-IF
                  END-READ
                END-PERFORM.

        BUSCAR-POR-ACTOR.
                MOVE SPACES TO REP-ACTOR
                MOVE TEXTO-BUSCADO TO REP-ACTOR
                MOVE 'N' TO FIN-FICH
                START REPARTO KEY IS >= REP-ACTOR INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ REPARTO NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF REP-ACTOR(1:LONG-BUSC) =
                       TEXTO-BUSCADO(1:LONG-BUSC)
                      MOVE REP-PELI TO COD-PELI
                      READ PELICULA INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        PERFORM MOSTRAR-FILA
                      END-READ
                    ELSE
                      MOVE 'S' TO FIN-FICH
                    END-IF
                  END-READ
                END-PERFORM.

        MOSTRAR-FILA.
                IF DISPONIBLE NOT = 'B'
                  MOVE 'S' TO ENCONTRADO
                  IF CONT < 20
                    DISPLAY COD-PELI LINE CONT POSITION 5
                    DISPLAY TITULO LINE CONT POSITION 12
                    DISPLAY GENERO LINE CONT POSITION 44
                    COMPUTE COPIAS-LIBRES =
                       NUM-COPIAS - COPIAS-ALQUILADAS
                    MOVE COPIAS-LIBRES TO COPIAS-LIBRES-MOSTRAR
                    MOVE NUM-COPIAS TO NUM-COPIAS-MOSTRAR
                    DISPLAY DISPONIBILIDAD-MOSTRAR LINE CONT
                       POSITION 61
                    ADD 1 TO CONT
                  END-IF
                END-IF.

        PEDIR-PELICULA.
                DISPLAY 'Codigo de pelicula.....................:'
                LINE 4 POSITION 10
                MOVE SPACES TO PELI-PEDIDA
                ACCEPT PELI-PEDIDA LINE 4 POSITION 51
                BEFORE TIME TIEMPO-ESPERA
                PERFORM COMPROBAR-ESPERA
                MOVE 'N' TO EXISTE-PELI
                IF CADUCADA = 'N' AND PELI-PEDIDA NOT = SPACES
                  MOVE PELI-PEDIDA TO COD-PELI
                  MOVE 'S' TO EXISTE-PELI
                  READ PELICULA INVALID KEY
                    MOVE 'N' TO EXISTE-PELI
                  END-READ
                  IF EXISTE-PELI = 'S' AND DISPONIBLE = 'B'
                    MOVE 'N' TO EXISTE-PELI
                  END-IF
                  IF EXISTE-PELI = 'N'
                    DISPLAY 'Esa pelicula no esta en el catalogo'
                    LINE 21 POSITION 21
                  ELSE
                    DISPLAY TITULO LINE 5 POSITION 51
                  END-IF
                END-IF.

        CONSULTAR-SUCURSALES.
                PERFORM VENTANA
                DISPLAY ' COPIAS LIBRES POR TIENDA ' LINE 2
                POSITION 27 REVERSE
                PERFORM PEDIR-PELICULA
                IF EXISTE-PELI = 'S'
                  PERFORM CALCULAR-SUCURSALES
                  DISPLAY 'TIENDA   COPIAS   LIBRES' LINE 7
                  POSITION 20
                  MOVE 8 TO CONT
                  PERFORM VARYING IDX-SUC FROM 1 BY 1
                          UNTIL IDX-SUC > NUM-SUC
                    DISPLAY SUC-CODIGO(IDX-SUC) LINE CONT POSITION 20
                    DISPLAY SUC-COPIAS(IDX-SUC) LINE CONT POSITION 29
                    DISPLAY SUC-LIBRES(IDX-SUC) LINE CONT POSITION 38
                    IF SUC-CODIGO(IDX-SUC) = SUCURSAL-ACTUAL
                      DISPLAY '(esta tienda)' LINE CONT POSITION 44
                    END-IF
                    ADD 1 TO CONT
                  END-PERFORM
                END-IF
                PERFORM ESPERAR-TECLA.

        CALCULAR-SUCURSALES.
                MOVE 0 TO NUM-SUC
                MOVE COD-PELI TO EJE-PELI
                MOVE ZEROS TO EJE-NUM
                MOVE 'N' TO FIN-EJE
                START EJEMPLAR KEY IS NOT < CLAVE-EJEMPLAR
                INVALID KEY
                  MOVE 'S' TO FIN-EJE
                END-START
                PERFORM UNTIL FIN-EJE = 'S'
                  READ EJEMPLAR NEXT RECORD AT END
                    MOVE 'S' TO FIN-EJE
                  NOT AT END
                    IF EJE-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-EJE
                    ELSE
                      IF ESTADO-EJE NOT = 'T' AND ESTADO-EJE NOT = 'X'
                       AND ESTADO-EJE NOT = 'P' AND ESTADO-EJE NOT = 'R'
                        MOVE EJE-SUCURSAL TO SUC-REAL
                        PERFORM BUSCAR-SUCURSAL
                        IF IDX-SUC NOT > NUM-SUC
                          ADD 1 TO SUC-COPIAS(IDX-SUC)
                        END-IF
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                IF NUM-SUC = 0
                  MOVE 1 TO NUM-SUC
                  MOVE '01' TO SUC-CODIGO(1)
                  MOVE NUM-COPIAS TO SUC-COPIAS(1)
                  MOVE 0 TO SUC-ALQUILADAS(1)
                END-IF
                MOVE COD-PELI TO CODI-PELI
                MOVE 'N' TO FIN-ALQ
                START ALQUILER KEY IS = CODI-PELI INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-PELI NOT = COD-PELI
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      IF DEVUELTA = 'N'
                        MOVE SUCURSAL-ALQ TO SUC-REAL
                        PERFORM BUSCAR-SUCURSAL
                        IF IDX-SUC NOT > NUM-SUC
                          ADD 1 TO SUC-ALQUILADAS(IDX-SUC)
                        END-IF
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                MOVE 0 TO LIBRES-AQUI
                PERFORM VARYING IDX-SUC FROM 1 BY 1
                        UNTIL IDX-SUC > NUM-SUC
                  IF SUC-ALQUILADAS(IDX-SUC) < SUC-COPIAS(IDX-SUC)
                    COMPUTE SUC-LIBRES(IDX-SUC) =
                       SUC-COPIAS(IDX-SUC) - SUC-ALQUILADAS(IDX-SUC)
                  ELSE
                    MOVE 0 TO SUC-LIBRES(IDX-SUC)
                  END-IF
                  IF SUC-CODIGO(IDX-SUC) = SUCURSAL-ACTUAL
                    MOVE SUC-LIBRES(IDX-SUC) TO LIBRES-AQUI
                  END-IF
                END-PERFORM.

        BUSCAR-SUCURSAL.
                IF SUC-REAL = SPACES
                  MOVE '01' TO SUC-REAL
                END-IF
                MOVE 1 TO IDX-SUC
                PERFORM UNTIL IDX-SUC > NUM-SUC
                           OR SUC-CODIGO(IDX-SUC) = SUC-REAL
                  ADD 1 TO IDX-SUC
                END-PERFORM
                IF IDX-SUC > NUM-SUC AND NUM-SUC < 10
                  ADD 1 TO NUM-SUC
                  MOVE NUM-SUC TO IDX-SUC
                  MOVE SUC-REAL TO SUC-CODIGO(IDX-SUC)
                  MOVE 0 TO SUC-COPIAS(IDX-SUC)
                  MOVE 0 TO SUC-ALQUILADAS(IDX-SUC)
                END-IF.

        RESERVAR-PELICULA.
                PERFORM VENTANA
                DISPLAY ' RESERVAR UNA PELICULA ' LINE 2 POSITION 28
                REVERSE
                PERFORM PEDIR-PELICULA
                IF EXISTE-PELI = 'S'
                  MOVE COD-SOCIO TO SDO-SOCIO
                  MOVE 'S' TO EXISTE-SALDO
                  READ SALDOS INVALID KEY
                    MOVE 'N' TO EXISTE-SALDO
                  END-READ
                  PERFORM CALCULAR-SUCURSALES
                  EVALUATE TRUE
                    WHEN EXISTE-SALDO = 'S' AND SITUACION-SOCIO = 'S'
                      DISPLAY 'Cuenta suspendida, pase por el'
                      LINE 21 POSITION 21
                      DISPLAY 'mostrador' LINE 22 POSITION 21
                    WHEN BLOQUEO-INFANTIL = 'S' AND CLASE-PELICULA > 2
                      DISPLAY 'Titulo bloqueado por control'
                      LINE 21 POSITION 21
                      DISPLAY 'parental del tutor' LINE 22 POSITION 21
                    WHEN LIBRES-AQUI > 0
                      DISPLAY 'Hay copias libres en esta tienda,'
                      LINE 21 POSITION 21
                      DISPLAY 'recojala en el mostrador' LINE 22
                      POSITION 21
                    WHEN OTHER
                      PERFORM ANOTAR-RESERVA
                  END-EVALUATE
                  PERFORM ESPERAR-TECLA
                END-IF.

        ANOTAR-RESERVA.
                DISPLAY 'ANOTAR LA RESERVA (S/N)?' LINE 20
                POSITION 25
                MOVE ' ' TO RES
                PERFORM UNTIL CORRECTA OR CADUCADA = 'S'
                   ACCEPT RES LINE 20 POSITION 51
                   BEFORE TIME TIEMPO-ESPERA
                   PERFORM COMPROBAR-ESPERA
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  MOVE COD-PELI TO CODR-PELI
                  MOVE COD-SOCIO TO CODR-SOCIO
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA(1:8) TO FECHA-RES
                  MOVE 'P' TO ESTADO-RES
                  MOVE ZEROS TO FECHA-AVISO
                  WRITE REG-RESERVA INVALID KEY
                    DISPLAY 'Ya tenia reservada esta pelicula'
                    LINE 21 POSITION 21
                  NOT INVALID KEY
                    DISPLAY 'Reserva anotada, le avisaremos'
                    LINE 21 POSITION 21
                    MOVE 'ALTA' TO AUD-OPERACION
                    MOVE 'RESERVA' TO AUD-ENTIDAD
                    MOVE COD-PELI TO AUD-CLAVE
                    CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                            AUD-CLAVE
                    CANCEL 'AUDITORIA'
                  END-WRITE
                END-IF
                MOVE ' ' TO RES.

        MIS-RESERVAS.
                PERFORM VENTANA
                DISPLAY ' MIS RESERVAS ' LINE 2 POSITION 32 REVERSE
                DISPLAY 'CODIGO TITULO' LINE 4 POSITION 5
                DISPLAY 'FECHA    SITUACION' LINE 4 POSITION 44
                MOVE 'N' TO ENCONTRADO
                MOVE 5 TO CONT
                MOVE LOW-VALUES TO CLAVE-RESERVA
                MOVE 'N' TO FIN-RES
                START RESERVA KEY IS NOT < CLAVE-RESERVA INVALID KEY
                  MOVE 'S' TO FIN-RES
                END-START
                PERFORM UNTIL FIN-RES = 'S'
                  READ RESERVA NEXT RECORD AT END
                    MOVE 'S' TO FIN-RES
                  NOT AT END
                    IF CODR-SOCIO = COD-SOCIO
                      PERFORM MOSTRAR-RESERVA
                    END-IF
                  END-READ
                END-PERFORM
                IF ENCONTRADO = 'N'
                  DISPLAY 'No tiene reservas anotadas' LINE 21
                  POSITION 21
                  PERFORM ESPERAR-TECLA
                ELSE
                  PERFORM ANULAR-RESERVA
                END-IF.

        MOSTRAR-RESERVA.
                MOVE 'S' TO ENCONTRADO
                IF CONT < 18
                  MOVE CODR-PELI TO COD-PELI
                  READ PELICULA INVALID KEY
                    MOVE SPACES TO TITULO
                  END-READ
                  DISPLAY CODR-PELI LINE CONT POSITION 5
                  DISPLAY TITULO LINE CONT POSITION 12
                  DISPLAY FECHA-RES LINE CONT POSITION 44
                  IF ESTADO-RES = 'A'
                    DISPLAY 'Lista para recoger' LINE CONT POSITION 53
                  ELSE
                    DISPLAY 'En espera' LINE CONT POSITION 53
                  END-IF
                  ADD 1 TO CONT
                END-IF.

        ANULAR-RESERVA.
                DISPLAY 'Codigo a anular (blanco ninguna).......:'
                LINE 19 POSITION 10
                MOVE SPACES TO PELI-PEDIDA
                ACCEPT PELI-PEDIDA LINE 19 POSITION 51
                BEFORE TIME TIEMPO-ESPERA
                PERFORM COMPROBAR-ESPERA
                IF CADUCADA = 'N' AND PELI-PEDIDA NOT = SPACES
                  MOVE PELI-PEDIDA TO CODR-PELI
                  MOVE COD-SOCIO TO CODR-SOCIO
                  READ RESERVA INVALID KEY
                    DISPLAY 'No tiene reservada esa pelicula'
                    LINE 21 POSITION 21
                  NOT INVALID KEY
                    PERFORM CONFIRMAR-ANULACION
                  END-READ
                  PERFORM ESPERAR-TECLA
                END-IF.

        CONFIRMAR-ANULACION.
                DISPLAY 'ANULAR LA RESERVA (S/N)?' LINE 20
                POSITION 25
                MOVE ' ' TO RES
                PERFORM UNTIL CORRECTA OR CADUCADA = 'S'
                   ACCEPT RES LINE 20 POSITION 51
                   BEFORE TIME TIEMPO-ESPERA
                   PERFORM COMPROBAR-ESPERA
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  DELETE RESERVA RECORD INVALID KEY
                    CONTINUE
                  END-DELETE
                  MOVE 'ANULA' TO AUD-OPERACION
                  MOVE 'RESERVA' TO AUD-ENTIDAD
                  MOVE CODR-PELI TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Reserva anulada' LINE 21 POSITION 21
                END-IF
                MOVE ' ' TO RES.

        MIS-ALQUILERES.
                PERFORM VENTANA
                DISPLAY ' MIS ALQUILERES ' LINE 2 POSITION 31 REVERSE
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                DISPLAY 'Socio hasta........:' LINE 4 POSITION 10
                MOVE DIA-CAD TO DIA-MOSTRAR
                MOVE MES-CAD TO MES-MOSTRAR
                MOVE ANO-CAD TO ANO-MOSTRAR
                DISPLAY FECHA-MOSTRAR LINE 4 POSITION 31
                DISPLAY 'Saldo pendiente....:' LINE 5 POSITION 10
                MOVE COD-SOCIO TO SDO-SOCIO
                READ SALDOS INVALID KEY
                  MOVE ZEROS TO SALDO-SOCIO
                END-READ
                MOVE SALDO-SOCIO TO SALDO-PANT
                DISPLAY SALDO-PANT LINE 5 POSITION 31
                DISPLAY 'Puntos.............:' LINE 6 POSITION 10
                MOVE COD-SOCIO TO PTO-SOCIO
                MOVE 'S' TO PTO-TIPO
                MOVE ZEROS TO PTO-CANTIDAD
                CALL 'PUNTOS' USING PTO-SOCIO PTO-TIPO
                                    PTO-CANTIDAD PTO-SALDO
                CANCEL 'PUNTOS'
                MOVE PTO-SALDO TO PUNTOS-PANT
                DISPLAY PUNTOS-PANT LINE 6 POSITION 31
                DISPLAY 'CODIGO TITULO' LINE 8 POSITION 5
                DISPLAY 'DEVOLVER ANTES DEL' LINE 8 POSITION 44
                MOVE 'N' TO ENCONTRADO
                MOVE 9 TO CONT
                MOVE COD-SOCIO TO CODI-SOCIO
                MOVE 'N' TO FIN-ALQ
                START ALQUILER KEY IS = CODI-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-SOCIO NOT = COD-SOCIO
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      IF DEVUELTA = 'N'
                        PERFORM MOSTRAR-ALQUILER
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                IF ENCONTRADO = 'N'
                  DISPLAY 'No tiene peliculas pendientes de devolver'
                  LINE 21 POSITION 21
                END-IF
                PERFORM ESPERAR-TECLA.

        MOSTRAR-ALQUILER.
                MOVE 'S' TO ENCONTRADO
                IF CONT < 20
                  MOVE CODI-PELI TO COD-PELI
                  READ PELICULA INVALID KEY
                    MOVE SPACES TO TITULO
                  END-READ
                  DISPLAY CODI-PELI LINE CONT POSITION 5
                  DISPLAY TITULO LINE CONT POSITION 12
                  MOVE DIA-VENC TO DIA-MOSTRAR
                  MOVE MES-VENC TO MES-MOSTRAR
                  MOVE ANO-VENC TO ANO-MOSTRAR
                  DISPLAY FECHA-MOSTRAR LINE CONT POSITION 44
                  COMPUTE VENC-YMD =
                     ANO-VENC * 10000 + MES-VENC * 100 + DIA-VENC
                  IF VENC-YMD < FECHA-HOY-YMD
                    DISPLAY 'VENCIDA' LINE CONT POSITION 56
                  END-IF
                  ADD 1 TO CONT
                END-IF.

        CERRAR-FICHERO.
                CLOSE SOCIOS.
                CLOSE PINSOCIO.
                CLOSE PELICULA.
                CLOSE REPARTO.
                CLOSE EJEMPLAR.
                CLOSE ALQUILER.
                CLOSE RESERVA.
                CLOSE SALDOS.
                CLOSE OPERADOR.
