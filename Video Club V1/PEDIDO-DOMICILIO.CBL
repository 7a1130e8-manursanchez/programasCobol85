        IDENTIFICATION DIVISION.
          PROGRAM-ID. PEDIDO-DOMICILIO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL DOMICILIO ASSIGN TO DISK
                                             "DOMICILIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-NUMERO
               FILE STATUS IS ESTADO-DOMICILIO.

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

               SELECT OPTIONAL OPERADOR ASSIGN TO DISK "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-OPER
               FILE STATUS IS ESTADO-OPERADOR.

               SELECT OPTIONAL ARTICULO ASSIGN TO DISK "ARTICULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-PELI
               FILE STATUS IS ESTADO-ARTICULO.

               SELECT OPTIONAL FIANZAS ASSIGN TO DISK "FIANZAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FZA-SALIDA
               FILE STATUS IS ESTADO-FIANZAS.

               SELECT OPTIONAL CONTRATOS ASSIGN TO DISK "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-PELI
               ALTERNATE RECORD KEY IS CON-PROV WITH DUPLICATES
               FILE STATUS IS ESTADO-CONTRATOS.

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

        DATA DIVISION.

        FILE SECTION.
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

          FD OPERADOR LABEL RECORD STANDARD.
          01 REG-OPERADOR.
           02 COD-OPER PIC X(4).
           02 CLAVE-OPER PIC X(8).
           02 NOMBRE-OPER PIC X(20).
           02 NIVEL-OPER PIC 9.

          FD ARTICULO LABEL RECORD STANDARD.
          01 REG-ARTICULO.
           02 ART-PELI PIC X(6).
           02 ART-TIPO PIC X.
           02 ART-PLATAFORMA PIC X(12).
           02 ART-PEGI PIC 99.
           02 ART-FIANZA PIC 9(4)V99.

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

          FD CONTRATOS LABEL RECORD STANDARD.
          01 REG-CONTRATOS.
           02 CON-PELI PIC X(6).
           02 CON-PROV PIC X(4).
           02 CON-PORCENTAJE PIC 99V99.
           02 CON-FECHA-INI PIC 9(8).
           02 CON-FECHA-FIN PIC 9(8).
           02 CON-PRECIO-COMPRA PIC 9(4)V99.
           02 CON-ESTADO PIC X.
           02 CON-FECHA-CIERRE PIC 9(8).

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

        WORKING-STORAGE SECTION.
        77 ESTADO-DOMICILIO PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-OPERADOR PIC XX.
        77 ESTADO-ARTICULO PIC XX.
        77 ESTADO-FIANZAS PIC XX.
        77 ESTADO-CONTRATOS PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 EXISTE-CONTROL PIC X.
        77 EXISTE-DOMICILIO PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 MODO-DOM PIC 9.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-OK PIC X.
        77 DIA-VF PIC 99.
        77 MES-VF PIC 99.
        77 ANO-VF PIC 9999.
        77 NUM-DOMICILIO PIC 9(6).
        77 SOCIO-DOM PIC X(5).
        77 NOMBRE-SOCIO PIC X(26).
        77 DIRECCION-DOM PIC X(30).
        77 TELEFONO-DOM PIC X(10).
        77 TIPO-DOM PIC X.
          88 TIPO-CONTESTADO VALUE 'E' 'R'.
        77 FECHA-DOM PIC 9(8).
        77 FRANJA-DOM PIC X.
          88 FRANJA-CONTESTADA VALUE 'M' 'T' 'N'.
        77 CONDUCTOR-DOM PIC X(4).
        77 TARIFA-DOM PIC 9(4)V99.
        77 TARIFA-DEFECTO PIC 9(4)V99 VALUE 3.00.
        77 COBRAR-DOM PIC 9(5)V99.
        77 COBRAR-PANT PIC ZZZZ9.99.
        77 PRECIO-PANT PIC ZZZ9.99.
        77 SOCIO-OK PIC X.
        77 CONDUCTOR-OK PIC X.
        77 PELI-PEDIDA PIC X(6).
        77 MENSAJE-DOM PIC X(40).
        77 FIN-LINEAS PIC X.
        77 FIN-FICH PIC X.
        77 FIN-DOM PIC X.
        77 LINEA-PANT PIC 99.
        77 IDX PIC 9.
        77 IDX-DOM PIC 9.
        77 EN-PEDIDO PIC 99.
        77 EN-RECOGIDA PIC X.
        77 HAY-MAS PIC X.
        77 FECHA-NAC-YMD PIC 9(8).
        77 NAC-INT PIC S9(9) COMP.
        77 HOY-INT PIC S9(9) COMP.
        77 EDAD-SOCIO PIC 999.
        77 EDAD-MINIMA PIC 99.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'PEDIDO-DOMICILIO'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 TABLA-LINEAS.
         02 LIN-NUM PIC 9.
         02 LIN-ENTRY OCCURS 5 TIMES.
          03 LIN-PELI PIC X(6).
          03 LIN-SALIDA PIC X(8).
          03 LIN-PRECIO PIC 9(4)V99.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                PERFORM ABRIR-FICHERO.
                PERFORM CARGAR-TARIFA.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE 0 TO MODO-DOM
                  PERFORM UNTIL MODO-DOM > 0 AND MODO-DOM < 4
                    ACCEPT MODO-DOM LINE 4 POSITION 58
                  END-PERFORM
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  EVALUATE MODO-DOM
                    WHEN 1
                      PERFORM ALTA-PEDIDO
                    WHEN 2
                      PERFORM ANULAR-PEDIDO
                    WHEN 3
                      PERFORM CONSULTAR-PEDIDO
                  END-EVALUATE
                  DISPLAY 'DESEA OTRA OPERACION?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 43
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O DOMICILIO.
               IF ESTADO-DOMICILIO NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-DOMICILIO
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT SOCIOS.
               IF ESTADO-SOCIOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-SOCIOS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PELICULA.
               IF ESTADO-PELICULA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ALQUILER.
               OPEN INPUT OPERADOR.
               OPEN INPUT ARTICULO.
               OPEN INPUT FIANZAS.
               OPEN INPUT CONTRATOS.

        CARGAR-TARIFA.
                OPEN INPUT CONTROL-FICH
                IF ESTADO-CONTROL = "00"
                  MOVE 'TARIFDOM' TO CTL-CLAVE
                  READ CONTROL-FICH INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF CTL-VALOR > 0
                      COMPUTE TARIFA-DEFECTO = CTL-VALOR / 100
                    END-IF
                  END-READ
                  CLOSE CONTROL-FICH
                END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' PEDIDOS A DOMICILIO ' LINE 2 POSITION 29
                REVERSE
                DISPLAY '1: Nuevo pedido, 2: Anular, 3: Consultar:'
                LINE 4 POSITION 15.

        ALTA-PEDIDO.
                DISPLAY 'Socio........:' LINE 6 POSITION 10
                MOVE SPACES TO SOCIO-DOM
                ACCEPT SOCIO-DOM LINE 6 POSITION 25
                PERFORM LEER-SOCIO
                IF SOCIO-OK = 'N'
                  DISPLAY 'Ese socio no existe' LINE 21 POSITION 21
                ELSE
                  DISPLAY NOMBRE-SOCIO LINE 6 POSITION 32
                  PERFORM PEDIR-CABECERA
                  MOVE 0 TO LIN-NUM
                  IF TIPO-DOM = 'E'
                    PERFORM PEDIR-LINEAS-ENTREGA
                  ELSE
                    PERFORM RECOGER-ABIERTOS
                  END-IF
                  IF LIN-NUM = 0
                    DISPLAY 'Pedido sin peliculas, no se graba'
                    LINE 21 POSITION 21
                  ELSE
                    PERFORM PEDIR-TARIFA
                    DISPLAY "CONFIRMAR PEDIDO (S/N)?" POSITION 25
                    LINE 19
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 50 LINE 19
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                      PERFORM GRABAR-PEDIDO
                    END-IF
                    MOVE ' ' TO RES
                  END-IF
                END-IF.

        LEER-SOCIO.
                MOVE 'S' TO SOCIO-OK
                MOVE SOCIO-DOM TO COD-SOCIO
                READ SOCIOS INVALID KEY
                  MOVE 'N' TO SOCIO-OK
                END-READ
                IF SOCIO-OK = 'S'
                  MOVE SPACES TO NOMBRE-SOCIO
                  STRING NOMB DELIMITED BY '  '
                         ' ' DELIMITED BY SIZE
                         APE1 DELIMITED BY '  '
                    INTO NOMBRE-SOCIO
                  END-STRING
                END-IF.

        PEDIR-CABECERA.
                MOVE DIRECCION TO DIRECCION-DOM
                MOVE TELEFONO TO TELEFONO-DOM
                DISPLAY 'Direccion....:' LINE 7 POSITION 10
                ACCEPT DIRECCION-DOM LINE 7 POSITION 25 UPDATE
                DISPLAY 'Telefono.....:' LINE 8 POSITION 10
                ACCEPT TELEFONO-DOM LINE 8 POSITION 25 UPDATE
                DISPLAY 'Tipo (E)ntrega / (R)ecogida:' LINE 9
                POSITION 10
                MOVE ' ' TO TIPO-DOM
                PERFORM UNTIL TIPO-CONTESTADO
                  ACCEPT TIPO-DOM LINE 9 POSITION 40
                END-PERFORM
                DISPLAY 'Fecha (AAAAMMDD):' LINE 10 POSITION 10
                MOVE 'N' TO FECHA-OK
                PERFORM UNTIL FECHA-OK = 'S'
                  MOVE FECHA-HOY-YMD TO FECHA-DOM
                  ACCEPT FECHA-DOM LINE 10 POSITION 28 UPDATE
                  MOVE FECHA-DOM(7:2) TO DIA-VF
                  MOVE FECHA-DOM(5:2) TO MES-VF
                  MOVE FECHA-DOM(1:4) TO ANO-VF
                  CALL 'VALIDA-FECHA' USING DIA-VF MES-VF ANO-VF
                                            FECHA-OK
                  CANCEL 'VALIDA-FECHA'
                  IF FECHA-OK = 'S' AND FECHA-DOM < FECHA-HOY-YMD
                    MOVE 'N' TO FECHA-OK
                  END-IF
                  IF FECHA-OK = 'N'
                    DISPLAY 'Fecha no valida' LINE 21 POSITION 21
                  END-IF
                END-PERFORM
                DISPLAY '               ' LINE 21 POSITION 21
                DISPLAY 'Franja (M)anana/(T)arde/(N)oche:' LINE 10
                POSITION 38
                MOVE ' ' TO FRANJA-DOM
                PERFORM UNTIL FRANJA-CONTESTADA
                  ACCEPT FRANJA-DOM LINE 10 POSITION 71
                END-PERFORM
                DISPLAY 'Repartidor...:' LINE 11 POSITION 10
                MOVE 'N' TO CONDUCTOR-OK
                PERFORM UNTIL CONDUCTOR-OK = 'S'
                  MOVE SPACES TO CONDUCTOR-DOM
                  ACCEPT CONDUCTOR-DOM LINE 11 POSITION 25
                  MOVE CONDUCTOR-DOM TO COD-OPER
                  MOVE 'S' TO CONDUCTOR-OK
                  READ OPERADOR INVALID KEY
                    MOVE 'N' TO CONDUCTOR-OK
                  END-READ
                  IF CONDUCTOR-OK = 'N'
                    DISPLAY 'Operador no existe' LINE 21 POSITION 21
                  ELSE
                    DISPLAY NOMBRE-OPER LINE 11 POSITION 32
                    DISPLAY '                  ' LINE 21 POSITION 21
                  END-IF
                END-PERFORM.

        PEDIR-LINEAS-ENTREGA.
                DISPLAY 'Peliculas (blanco termina):' LINE 12
                POSITION 10
                MOVE 'N' TO FIN-LINEAS
                PERFORM UNTIL FIN-LINEAS = 'S' OR LIN-NUM = 5
                  PERFORM PEDIR-PELICULA-DOM
                END-PERFORM.

        PEDIR-PELICULA-DOM.
                COMPUTE LINEA-PANT = 13 + LIN-NUM
                MOVE SPACES TO PELI-PEDIDA
                ACCEPT PELI-PEDIDA LINE LINEA-PANT POSITION 10
                IF PELI-PEDIDA = SPACES
                  MOVE 'S' TO FIN-LINEAS
                ELSE
                  PERFORM VALIDAR-PELICULA-DOM
                  IF MENSAJE-DOM NOT = SPACES
                    DISPLAY MENSAJE-DOM LINE 21 POSITION 21
                    DISPLAY '      ' LINE LINEA-PANT POSITION 10
                  ELSE
                    DISPLAY '                                        '
                    LINE 21 POSITION 21
                    ADD 1 TO LIN-NUM
                    MOVE COD-PELI TO LIN-PELI(LIN-NUM)
                    MOVE SPACES TO LIN-SALIDA(LIN-NUM)
                    MOVE PRECIO TO LIN-PRECIO(LIN-NUM)
                    MOVE PRECIO TO PRECIO-PANT
                    DISPLAY TITULO LINE LINEA-PANT POSITION 18
                    DISPLAY PRECIO-PANT LINE LINEA-PANT POSITION 50
                  END-IF
                END-IF.

        VALIDAR-PELICULA-DOM.
                MOVE SPACES TO MENSAJE-DOM
                MOVE PELI-PEDIDA TO COD-PELI
                READ PELICULA INVALID KEY
                  MOVE 'Esa pelicula no existe' TO MENSAJE-DOM
                END-READ
                IF MENSAJE-DOM = SPACES
                  MOVE 0 TO EN-PEDIDO
                  PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > LIN-NUM
                    IF LIN-PELI(IDX) = COD-PELI
                      ADD 1 TO EN-PEDIDO
                    END-IF
                  END-PERFORM
                  IF DISPONIBLE = 'B'
                    MOVE 'Pelicula dada de baja' TO MENSAJE-DOM
                  ELSE
                    IF COPIAS-ALQUILADAS + EN-PEDIDO NOT < NUM-COPIAS
                      MOVE 'No quedan copias libres' TO MENSAJE-DOM
                    END-IF
                  END-IF
                END-IF
                IF MENSAJE-DOM = SPACES AND TARIFA-NOCHE > 0
                  MOVE 'Tarifa por noche: solo en mostrador'
                    TO MENSAJE-DOM
                END-IF
                IF MENSAJE-DOM = SPACES
                  MOVE COD-PELI TO ART-PELI
                  READ ARTICULO INVALID KEY
                    MOVE 'P' TO ART-TIPO
                    MOVE ZEROS TO ART-PEGI
                  END-READ
                  IF ART-TIPO = 'H'
                    MOVE 'Los equipos se entregan en mostrador'
                      TO MENSAJE-DOM
                  END-IF
                END-IF
                IF MENSAJE-DOM = SPACES
                  MOVE COD-PELI TO CON-PELI
                  READ CONTRATOS INVALID KEY
                    MOVE SPACES TO CON-ESTADO
                  END-READ
                  IF CON-ESTADO = 'D'
                   OR (CON-ESTADO = 'A'
                   AND (FECHA-DOM < CON-FECHA-INI
                    OR FECHA-DOM > CON-FECHA-FIN))
                    MOVE 'Fuera de la licencia del titulo'
                      TO MENSAJE-DOM
                  END-IF
                END-IF
                IF MENSAJE-DOM = SPACES
                  PERFORM COMPROBAR-EDAD
                END-IF.

        COMPROBAR-EDAD.
                EVALUATE CLASE-PELICULA
                  WHEN 2
                    MOVE 07 TO EDAD-MINIMA
                  WHEN 3
                    MOVE 13 TO EDAD-MINIMA
                  WHEN 4
                    MOVE 18 TO EDAD-MINIMA
                  WHEN OTHER
                    MOVE 00 TO EDAD-MINIMA
                END-EVALUATE
                IF ART-TIPO = 'J' AND ART-PEGI > EDAD-MINIMA
                  MOVE ART-PEGI TO EDAD-MINIMA
                END-IF
                IF EDAD-MINIMA > 0
                  MOVE DIA-NAC TO DIA-VF
                  MOVE MES-NAC TO MES-VF
                  MOVE ANO-NAC TO ANO-VF
                  CALL 'VALIDA-FECHA' USING DIA-VF MES-VF ANO-VF
                                            FECHA-OK
                  CANCEL 'VALIDA-FECHA'
                  IF FECHA-OK = 'N'
                    MOVE 'Fecha de nacimiento del socio no valida'
                      TO MENSAJE-DOM
                  ELSE
                    COMPUTE FECHA-NAC-YMD =
                       ANO-NAC * 10000 + MES-NAC * 100 + DIA-NAC
                    MOVE FUNCTION INTEGER-OF-DATE(FECHA-NAC-YMD)
                      TO NAC-INT
                    MOVE FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                      TO HOY-INT
                    COMPUTE EDAD-SOCIO = (HOY-INT - NAC-INT) / 365
                    IF EDAD-SOCIO < EDAD-MINIMA
                      MOVE 'El socio no tiene la edad minima'
                        TO MENSAJE-DOM
                    END-IF
                  END-IF
                END-IF.

        RECOGER-ABIERTOS.
                DISPLAY 'Alquileres a recoger:' LINE 12 POSITION 10
                MOVE 'N' TO HAY-MAS
                MOVE SOCIO-DOM TO CODI-SOCIO
                MOVE 'N' TO FIN-FICH
                START ALQUILER KEY IS = CODI-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF CODI-SOCIO NOT = SOCIO-DOM
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      IF DEVUELTA = 'N'
                        PERFORM EXAMINAR-ABIERTO
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                IF LIN-NUM = 0
                  DISPLAY 'El socio no tiene alquileres que recoger'
                  LINE 20 POSITION 21
                END-IF
                IF HAY-MAS = 'S'
                  DISPLAY 'Hay mas alquileres: haga otro pedido'
                  LINE 20 POSITION 21
                END-IF.

        EXAMINAR-ABIERTO.
                MOVE N-SALIDA TO FZA-SALIDA
                MOVE SPACE TO FZA-ESTADO
                READ FIANZAS INVALID KEY
                  MOVE SPACE TO FZA-ESTADO
                END-READ
                PERFORM BUSCAR-EN-RECOGIDA
                IF FZA-ESTADO NOT = 'P' AND EN-RECOGIDA = 'N'
                  IF LIN-NUM = 5
                    MOVE 'S' TO HAY-MAS
                  ELSE
                    ADD 1 TO LIN-NUM
                    MOVE CODI-PELI TO LIN-PELI(LIN-NUM)
                    MOVE N-SALIDA TO LIN-SALIDA(LIN-NUM)
                    MOVE ZEROS TO LIN-PRECIO(LIN-NUM)
                    COMPUTE LINEA-PANT = 12 + LIN-NUM
                    DISPLAY N-SALIDA LINE LINEA-PANT POSITION 10
                    DISPLAY CODI-PELI LINE LINEA-PANT POSITION 20
                    MOVE CODI-PELI TO COD-PELI
                    READ PELICULA INVALID KEY
                      MOVE SPACES TO TITULO
                    END-READ
                    DISPLAY TITULO LINE LINEA-PANT POSITION 28
                  END-IF
                END-IF.

        BUSCAR-EN-RECOGIDA.
                MOVE 'N' TO EN-RECOGIDA
                MOVE ZEROS TO DOM-NUMERO
                MOVE 'N' TO FIN-DOM
                START DOMICILIO KEY IS NOT < DOM-NUMERO INVALID KEY
                  MOVE 'S' TO FIN-DOM
                END-START
                PERFORM UNTIL FIN-DOM = 'S'
                  READ DOMICILIO NEXT RECORD AT END
                    MOVE 'S' TO FIN-DOM
                  NOT AT END
                    IF DOM-TIPO = 'R' AND DOM-ESTADO = 'P'
                     AND DOM-SOCIO = SOCIO-DOM
                      PERFORM VARYING IDX-DOM FROM 1 BY 1
                              UNTIL IDX-DOM > DOM-NUM-LIN
                        IF DOM-SALIDA(IDX-DOM) = N-SALIDA
                          MOVE 'S' TO EN-RECOGIDA
                          MOVE 'S' TO FIN-DOM
                        END-IF
                      END-PERFORM
                    END-IF
                  END-READ
                END-PERFORM.

        PEDIR-TARIFA.
                MOVE TARIFA-DEFECTO TO TARIFA-DOM
                DISPLAY 'Tarifa servicio:' LINE 18 POSITION 10
                ACCEPT TARIFA-DOM LINE 18 POSITION 27 UPDATE
                MOVE TARIFA-DOM TO COBRAR-DOM
                PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > LIN-NUM
                  ADD LIN-PRECIO(IDX) TO COBRAR-DOM
                END-PERFORM
                MOVE COBRAR-DOM TO COBRAR-PANT
                DISPLAY 'A cobrar en domicilio:' LINE 18 POSITION 38
                DISPLAY COBRAR-PANT LINE 18 POSITION 61.

        GRABAR-PEDIDO.
                PERFORM OBTENER-NUMERO-DOMICILIO
                MOVE NUM-DOMICILIO TO DOM-NUMERO
                MOVE TIPO-DOM TO DOM-TIPO
                MOVE SOCIO-DOM TO DOM-SOCIO
                MOVE DIRECCION-DOM TO DOM-DIRECCION
                MOVE TELEFONO-DOM TO DOM-TELEFONO
                MOVE FECHA-DOM TO DOM-FECHA
                MOVE FRANJA-DOM TO DOM-FRANJA
                MOVE CONDUCTOR-DOM TO DOM-CONDUCTOR
                MOVE LIN-NUM TO DOM-NUM-LIN
                PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
                  IF IDX > LIN-NUM
                    MOVE SPACES TO DOM-PELI(IDX)
                    MOVE SPACES TO DOM-SALIDA(IDX)
                    MOVE ZEROS TO DOM-PRECIO(IDX)
                  ELSE
                    MOVE LIN-PELI(IDX) TO DOM-PELI(IDX)
                    MOVE LIN-SALIDA(IDX) TO DOM-SALIDA(IDX)
                    MOVE LIN-PRECIO(IDX) TO DOM-PRECIO(IDX)
                  END-IF
                END-PERFORM
                MOVE TARIFA-DOM TO DOM-TARIFA
                MOVE COBRAR-DOM TO DOM-COBRAR
                MOVE 'P' TO DOM-ESTADO
                MOVE FECHA-HOY-YMD TO DOM-FECHA-ALTA
                MOVE ZEROS TO DOM-FECHA-CIERRE
                WRITE REG-DOMICILIO INVALID KEY
                  DISPLAY 'Error de escritura en disco' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  PERFORM GUARDAR-NUMERO-DOMICILIO
                  MOVE 'ALTA' TO AUD-OPERACION
                  MOVE 'DOMICILIO' TO AUD-ENTIDAD
                  MOVE DOM-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Pedido registrado, numero:' LINE 21
                  POSITION 21
                  DISPLAY DOM-NUMERO LINE 21 POSITION 48
                END-WRITE.

        OBTENER-NUMERO-DOMICILIO.
                OPEN I-O CONTROL-FICH
                MOVE 'S' TO EXISTE-CONTROL
                MOVE 'DOMICIL' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                IF EXISTE-CONTROL = 'N'
                  MOVE ZEROS TO CTL-VALOR
                END-IF
                CLOSE CONTROL-FICH
                COMPUTE NUM-DOMICILIO = CTL-VALOR + 1
                MOVE 'S' TO EXISTE-DOMICILIO
                PERFORM UNTIL EXISTE-DOMICILIO = 'N'
                  MOVE NUM-DOMICILIO TO DOM-NUMERO
                  READ DOMICILIO INVALID KEY
                    MOVE 'N' TO EXISTE-DOMICILIO
                  END-READ
                  IF EXISTE-DOMICILIO = 'S'
                    ADD 1 TO NUM-DOMICILIO
                  END-IF
                END-PERFORM.

        GUARDAR-NUMERO-DOMICILIO.
                OPEN I-O CONTROL-FICH
                MOVE 'S' TO EXISTE-CONTROL
                MOVE 'DOMICIL' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                MOVE REG-CONTROL TO DTR-ANTES
                MOVE NUM-DOMICILIO TO CTL-VALOR
                MOVE FECHA-HOY-YMD TO CTL-FECHA
                IF EXISTE-CONTROL = 'N'
                  MOVE 'DOMICIL' TO CTL-CLAVE
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
                END-IF
                CLOSE CONTROL-FICH.

        LEER-PEDIDO.
                DISPLAY 'N. Pedido....:' LINE 6 POSITION 10
                MOVE ZEROS TO DOM-NUMERO
                ACCEPT DOM-NUMERO LINE 6 POSITION 25
                MOVE 'S' TO EXISTE-DOMICILIO
                READ DOMICILIO INVALID KEY
                  MOVE 'N' TO EXISTE-DOMICILIO
                END-READ.

        MOSTRAR-PEDIDO.
                MOVE DOM-SOCIO TO SOCIO-DOM
                PERFORM LEER-SOCIO
                DISPLAY 'Socio........:' LINE 7 POSITION 10
                DISPLAY DOM-SOCIO LINE 7 POSITION 25
                DISPLAY NOMBRE-SOCIO LINE 7 POSITION 32
                DISPLAY 'Direccion....:' LINE 8 POSITION 10
                DISPLAY DOM-DIRECCION LINE 8 POSITION 25
                DISPLAY 'Telefono.....:' LINE 9 POSITION 10
                DISPLAY DOM-TELEFONO LINE 9 POSITION 25
                DISPLAY 'Tipo.........:' LINE 10 POSITION 10
                IF DOM-TIPO = 'E'
                  DISPLAY 'Entrega' LINE 10 POSITION 25
                ELSE
                  DISPLAY 'Recogida' LINE 10 POSITION 25
                END-IF
                DISPLAY 'Fecha/Franja.:' LINE 11 POSITION 10
                DISPLAY DOM-FECHA LINE 11 POSITION 25
                DISPLAY DOM-FRANJA LINE 11 POSITION 35
                DISPLAY 'Repartidor...:' LINE 12 POSITION 10
                DISPLAY DOM-CONDUCTOR LINE 12 POSITION 25
                PERFORM VARYING IDX FROM 1 BY 1
                        UNTIL IDX > DOM-NUM-LIN
                  COMPUTE LINEA-PANT = 12 + IDX
                  DISPLAY DOM-PELI(IDX) LINE LINEA-PANT POSITION 10
                  DISPLAY DOM-SALIDA(IDX) LINE LINEA-PANT
                  POSITION 18
                  MOVE DOM-PRECIO(IDX) TO PRECIO-PANT
                  DISPLAY PRECIO-PANT LINE LINEA-PANT POSITION 28
                END-PERFORM
                MOVE DOM-COBRAR TO COBRAR-PANT
                DISPLAY 'A cobrar.....:' LINE 18 POSITION 10
                DISPLAY COBRAR-PANT LINE 18 POSITION 25
                DISPLAY 'Estado.......:' LINE 18 POSITION 40
                EVALUATE DOM-ESTADO
                  WHEN 'P'
                    DISPLAY 'Pendiente' LINE 18 POSITION 55
                  WHEN 'H'
                    DISPLAY 'Realizado' LINE 18 POSITION 55
                  WHEN 'F'
                    DISPLAY 'Fallido' LINE 18 POSITION 55
                  WHEN 'A'
                    DISPLAY 'Anulado' LINE 18 POSITION 55
                  WHEN 'L'
                    DISPLAY 'Liquidado' LINE 18 POSITION 55
                END-EVALUATE.

        ANULAR-PEDIDO.
                PERFORM LEER-PEDIDO
                IF EXISTE-DOMICILIO = 'N'
                  DISPLAY 'Ese pedido no existe' LINE 21 POSITION 21
                ELSE
                  PERFORM MOSTRAR-PEDIDO
                  IF DOM-ESTADO NOT = 'P'
                    DISPLAY 'Solo se anulan pedidos pendientes'
                    LINE 21 POSITION 21
                  ELSE
                    DISPLAY "ANULAR EL PEDIDO (S/N)?" POSITION 25
                    LINE 19
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 50 LINE 19
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                      MOVE 'A' TO DOM-ESTADO
                      MOVE FECHA-HOY-YMD TO DOM-FECHA-CIERRE
                      REWRITE REG-DOMICILIO INVALID KEY
                        DISPLAY 'Error al grabar el pedido' LINE 21
                        POSITION 21
                      NOT INVALID KEY
                        MOVE 'ANULA' TO AUD-OPERACION
                        MOVE 'DOMICILIO' TO AUD-ENTIDAD
                        MOVE DOM-NUMERO TO AUD-CLAVE
                        CALL 'AUDITORIA' USING AUD-OPERACION
                                                AUD-ENTIDAD AUD-CLAVE
                        CANCEL 'AUDITORIA'
                        DISPLAY 'Pedido anulado' LINE 21 POSITION 21
                      END-REWRITE
                    END-IF
                    MOVE ' ' TO RES
                  END-IF
                END-IF.

        CONSULTAR-PEDIDO.
                PERFORM LEER-PEDIDO
                IF EXISTE-DOMICILIO = 'N'
                  DISPLAY 'Ese pedido no existe' LINE 21 POSITION 21
                ELSE
                  PERFORM MOSTRAR-PEDIDO
                END-IF.

        CERRAR-FICHERO.
                CLOSE DOMICILIO.
                CLOSE SOCIOS.
                CLOSE PELICULA.
                CLOSE ALQUILER.
                CLOSE OPERADOR.
                CLOSE ARTICULO.
                CLOSE FIANZAS.
                CLOSE CONTRATOS.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
