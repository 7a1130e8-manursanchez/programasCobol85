        IDENTIFICATION DIVISION.
          PROGRAM-ID. RECUPERA-DIARIO.

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

               SELECT OPTIONAL DIARIO ASSIGN TO DISK NOMBRE-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-DIARIO.

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

          FD DIARIO LABEL RECORD STANDARD.
          01 REG-DIARIO PIC X(400).

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
        77 ESTADO-DIARIO PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-DIARIO PIC X(15).
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 GENERACION PIC 9.
        77 GEN-DIARIO PIC 9.
        77 GEN-ACTUAL PIC 9.
        77 FICHERO-ELEGIDO PIC 9.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-LIMITE PIC 9(8).
        77 HORA-LIMITE PIC 9(6).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FIN-FICH PIC X.
        77 FIN-CADENA PIC X.
        77 PRIMERA-LINEA PIC X.
        77 DIARIO-VALIDO PIC X.
        77 EXISTE-REG PIC X.
        77 GRABACION-OK PIC X.
        77 IDX-FIC PIC 99.
        77 VUELTAS PIC 9.
        77 IMAGEN-CLAVE PIC X(160).
        77 IMAGEN-ACTUAL PIC X(160).
        77 TEXTO-CONFLICTO PIC X(20).
        77 CONT-LEIDAS PIC 9(6).
        77 CONT-POSTERIORES PIC 9(6).
        77 CONT-OTROS PIC 9(6).
        77 TOTAL-APLICADAS PIC 9(6).
        77 TOTAL-CONFLICTOS PIC 9(6).
        77 CONT-PANT PIC ZZZZZ9.

        01 LINEA-DIARIO.
         02 FECHA-DTR PIC X(8).
         02 FILLER PIC X.
         02 HORA-DTR PIC X(8).
         02 FILLER PIC X.
         02 PROGRAMA-DTR PIC X(18).
         02 FILLER PIC X.
         02 OPERADOR-DTR PIC X(20).
         02 FILLER PIC X.
         02 PUESTO-DTR PIC X(8).
         02 FILLER PIC X.
         02 FICHERO-DTR PIC X(8).
         02 FILLER PIC X.
         02 OPERACION-DTR PIC X.
         02 FILLER PIC X.
         02 ANTES-DTR PIC X(160).
         02 FILLER PIC X.
         02 DESPUES-DTR PIC X(160).

        01 NOMBRES-FICHEROS.
          02 FILLER PIC X(40) VALUE
                  "PELICULASOCIOS  ALQUILERALQ-HISTSALDOS  ".
          02 FILLER PIC X(32) VALUE
                  "VENTAS  TICKETS PEDIDOS CONTROL ".
        01 TABLA-NOMBRES REDEFINES NOMBRES-FICHEROS.
          02 NOMBRE-FIC PIC X(8) OCCURS 9 TIMES.

        01 TABLA-FICHEROS.
          02 TOTALES-FIC OCCURS 9 TIMES.
            03 FIC-ELEGIDO PIC X.
            03 FIC-APLICADAS PIC 9(6).
            03 FIC-YA PIC 9(6).
            03 FIC-CONFLICTOS PIC 9(6).

        01 CABECERA.
         02 FILLER PIC X(31) VALUE "RECUPERACION DESDE EL DIARIO - ".
         02 FILLER PIC X(11) VALUE "GENERACION ".
         02 CAB-GENERACION PIC 9.
         02 FILLER PIC X(9) VALUE "  HASTA ".
         02 CAB-FECHA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 CAB-HORA PIC 9(6).
         02 FILLER PIC X(13) VALUE SPACES.

        01 CABECERA-CONFLICTOS.
         02 FILLER PIC X(35) VALUE "FECHA    HORA   PROGRAMA          ".
         02 FILLER PIC X(35) VALUE " FICHERO  O CLAVE      CONFLICTO".
         02 FILLER PIC X(10) VALUE SPACES.

        01 LINEA-CONFLICTO.
         02 LCF-FECHA PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 LCF-HORA PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 LCF-PROGRAMA PIC X(18).
         02 FILLER PIC X VALUE SPACES.
         02 LCF-FICHERO PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 LCF-OPERACION PIC X.
         02 FILLER PIC X VALUE SPACES.
         02 LCF-CLAVE PIC X(10).
         02 FILLER PIC X VALUE SPACES.
         02 LCF-TEXTO PIC X(20).
         02 FILLER PIC X(3) VALUE SPACES.

        01 LINEA-DIARIO-LEIDO.
         02 FILLER PIC X(15) VALUE "Diario leido: ".
         02 LDL-NOMBRE PIC X(15).
         02 LDL-TEXTO PIC X(30).
         02 FILLER PIC X(20) VALUE SPACES.

        01 CABECERA-TOTALES.
         02 FILLER PIC X(40) VALUE
                  "FICHERO   APLICADAS  YA APLICADAS  CONFL".
         02 FILLER PIC X(40) VALUE "ICTOS".

        01 LINEA-TOTAL-FIC.
         02 LTF-FICHERO PIC X(8).
         02 FILLER PIC X(3) VALUE SPACES.
         02 LTF-APLICADAS PIC ZZZZZ9.
         02 FILLER PIC X(8) VALUE SPACES.
         02 LTF-YA PIC ZZZZZ9.
         02 FILLER PIC X(6) VALUE SPACES.
         02 LTF-CONFLICTOS PIC ZZZZZ9.
         02 FILLER PIC X(37) VALUE SPACES.

        01 LINEA-TOTAL.
         02 LTO-TEXTO PIC X(40).
         02 LTO-CONT PIC ZZZZZ9.
         02 FILLER PIC X(34) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-LIMITE.
                MOVE 235959 TO HORA-LIMITE.
                ACCEPT FICHERO-ELEGIDO LINE 10 POSITION 55.
                DISPLAY 'Generacion restaurada (1-3)........:'
                LINE 11 POSITION 15.
                ACCEPT GENERACION LINE 11 POSITION 55.
                DISPLAY 'Aplicar hasta fecha (AAAAMMDD).....:'
                LINE 12 POSITION 15.
                DISPLAY FECHA-LIMITE LINE 12 POSITION 55.
                ACCEPT FECHA-LIMITE LINE 12 POSITION 55 UPDATE.
                DISPLAY 'Aplicar hasta hora (HHMMSS)........:'
                LINE 13 POSITION 15.
                DISPLAY HORA-LIMITE LINE 13 POSITION 55.
                ACCEPT HORA-LIMITE LINE 13 POSITION 55 UPDATE.
                IF GENERACION < 1 OR GENERACION > 3
                 OR FECHA-LIMITE = 0 OR HORA-LIMITE > 235959
                  DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                ELSE
                  DISPLAY 'ATENCION: SE APLICARA EL DIARIO SOBRE LOS'
                  LINE 15 POSITION 15
                  DISPLAY 'FICHEROS YA RECONSTRUIDOS DESDE LA COPIA'
                  LINE 16 POSITION 15
                  DISPLAY 'CONTINUAR (S/N)?' POSITION 30 LINE 17
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 48 LINE 17
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM RECUPERAR
                  END-IF
                END-IF.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' RECUPERACION DESDE EL DIARIO ' LINE 2
                POSITION 25 REVERSE
                DISPLAY '1: Peliculas  2: Socios' LINE 5 POSITION 15
                DISPLAY '3: Alquileres 4: Historico' LINE 6
                POSITION 15
                DISPLAY '5: Saldos     6: Ventas' LINE 7 POSITION 15
                DISPLAY '7: Tickets    8: Pedidos  9: Control'
                LINE 8 POSITION 15
                DISPLAY '0: Todos' LINE 9 POSITION 15
                DISPLAY 'Fichero a recuperar (0-9)..........:'
                LINE 10 POSITION 15.

        RECUPERAR.
                MOVE ZEROS TO CONT-LEIDAS
                MOVE ZEROS TO CONT-POSTERIORES
                MOVE ZEROS TO CONT-OTROS
                MOVE ZEROS TO TOTAL-APLICADAS
                MOVE ZEROS TO TOTAL-CONFLICTOS
                PERFORM VARYING IDX-FIC FROM 1 BY 1 UNTIL IDX-FIC > 9
                  MOVE ZEROS TO FIC-APLICADAS(IDX-FIC)
                  MOVE ZEROS TO FIC-YA(IDX-FIC)
                  MOVE ZEROS TO FIC-CONFLICTOS(IDX-FIC)
                  IF FICHERO-ELEGIDO = 0 OR FICHERO-ELEGIDO = IDX-FIC
                    MOVE 'S' TO FIC-ELEGIDO(IDX-FIC)
                  ELSE
                    MOVE 'N' TO FIC-ELEGIDO(IDX-FIC)
                  END-IF
                END-PERFORM
                PERFORM ABRIR-IMPRESORA
                PERFORM ABRIR-FICHEROS
                PERFORM GENERACION-EN-CURSO
                MOVE GENERACION TO GEN-DIARIO
                MOVE 'N' TO FIN-CADENA
                MOVE 0 TO VUELTAS
                PERFORM UNTIL FIN-CADENA = 'S' OR VUELTAS > 3
                  ADD 1 TO VUELTAS
                  MOVE SPACES TO NOMBRE-DIARIO
                  IF GEN-DIARIO = GEN-ACTUAL
                    MOVE 'DIARIO.DAT' TO NOMBRE-DIARIO
                    MOVE 'S' TO FIN-CADENA
                  ELSE
                    STRING 'DIARIO.SG' DELIMITED BY SIZE
                           GEN-DIARIO DELIMITED BY SIZE
                           INTO NOMBRE-DIARIO
                  END-IF
                  PERFORM APLICAR-DIARIO
                  IF DIARIO-VALIDO = 'N'
                    MOVE 'S' TO FIN-CADENA
                  END-IF
                  COMPUTE GEN-DIARIO = FUNCTION MOD(GEN-DIARIO 3) + 1
                END-PERFORM
                PERFORM CERRAR-FICHEROS
                PERFORM ESCRIBIR-TOTALES
                PERFORM CERRAR-IMPRESORA
                MOVE TOTAL-APLICADAS TO CONT-PANT
                DISPLAY 'Entradas aplicadas...:' LINE 19 POSITION 15
                DISPLAY CONT-PANT LINE 19 POSITION 38
                MOVE TOTAL-CONFLICTOS TO CONT-PANT
                DISPLAY 'Conflictos...........:' LINE 20 POSITION 15
                DISPLAY CONT-PANT LINE 20 POSITION 38
                DISPLAY 'Detalle en el informe RECUPERA-DIARIO'
                LINE 21 POSITION 15.

        GENERACION-EN-CURSO.
                MOVE GENERACION TO GEN-ACTUAL
                MOVE 'DIARIO.DAT' TO NOMBRE-DIARIO
                OPEN INPUT DIARIO
                IF ESTADO-DIARIO = "00"
                  READ DIARIO INTO LINEA-DIARIO AT END
                    CONTINUE
                  NOT AT END
                    IF OPERACION-DTR = 'G'
                     AND ANTES-DTR(1:1) >= '1' AND ANTES-DTR(1:1) <= '3'
                      MOVE ANTES-DTR(1:1) TO GEN-ACTUAL
                    END-IF
                  END-READ
                  CLOSE DIARIO
                END-IF.

        APLICAR-DIARIO.
                MOVE 'S' TO DIARIO-VALIDO
                MOVE NOMBRE-DIARIO TO LDL-NOMBRE
                OPEN INPUT DIARIO
                IF ESTADO-DIARIO NOT = "00"
                  MOVE 'N' TO DIARIO-VALIDO
                  MOVE 'NO SE PUDO ABRIR' TO LDL-TEXTO
                ELSE
                  MOVE 'S' TO PRIMERA-LINEA
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ DIARIO INTO LINEA-DIARIO AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      PERFORM TRATAR-LINEA-DIARIO
                    END-READ
                  END-PERFORM
                  CLOSE DIARIO
                  IF DIARIO-VALIDO = 'S'
                    MOVE 'APLICADO' TO LDL-TEXTO
                  ELSE
                    MOVE 'NO CORRESPONDE A LA GENERACION' TO LDL-TEXTO
                  END-IF
                END-IF
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM LINEA-DIARIO-LEIDO
                  END-WRITE
                END-IF.

        TRATAR-LINEA-DIARIO.
                IF PRIMERA-LINEA = 'S'
                  MOVE 'N' TO PRIMERA-LINEA
                  IF NOMBRE-DIARIO NOT = 'DIARIO.DAT'
                   AND (OPERACION-DTR NOT = 'G'
                    OR ANTES-DTR(1:1) NOT = GEN-DIARIO)
                    MOVE 'N' TO DIARIO-VALIDO
                    MOVE 'S' TO FIN-FICH
                  END-IF
                END-IF
                IF DIARIO-VALIDO = 'S' AND OPERACION-DTR NOT = 'G'
                  ADD 1 TO CONT-LEIDAS
                  IF FECHA-DTR > FECHA-LIMITE
                   OR (FECHA-DTR = FECHA-LIMITE
                   AND HORA-DTR(1:6) > HORA-LIMITE)
                    ADD 1 TO CONT-POSTERIORES
                  ELSE
                    MOVE 1 TO IDX-FIC
                    PERFORM UNTIL IDX-FIC > 9
                       OR NOMBRE-FIC(IDX-FIC) = FICHERO-DTR
                      ADD 1 TO IDX-FIC
                    END-PERFORM
                    IF IDX-FIC > 9
                      ADD 1 TO CONT-OTROS
                    ELSE
                      IF FIC-ELEGIDO(IDX-FIC) = 'N'
                        ADD 1 TO CONT-OTROS
                      ELSE
                        PERFORM APLICAR-ENTRADA
                      END-IF
                    END-IF
                  END-IF
                END-IF.

        APLICAR-ENTRADA.
                MOVE SPACES TO TEXTO-CONFLICTO
                EVALUATE OPERACION-DTR
                  WHEN 'A'
                    PERFORM APLICAR-ALTA
                  WHEN 'M'
                    PERFORM APLICAR-MODIFICACION
                  WHEN 'B'
                    PERFORM APLICAR-BAJA
                  WHEN OTHER
                    MOVE 'OPERACION DESCONOCIDA' TO TEXTO-CONFLICTO
                END-EVALUATE
                IF TEXTO-CONFLICTO NOT = SPACES
                  PERFORM ANOTAR-CONFLICTO
                END-IF.

        APLICAR-ALTA.
                MOVE DESPUES-DTR TO IMAGEN-CLAVE
                PERFORM LEER-REGISTRO
                IF EXISTE-REG = 'N'
                  PERFORM GRABAR-REGISTRO
                ELSE
                  IF IMAGEN-ACTUAL = DESPUES-DTR
                    ADD 1 TO FIC-YA(IDX-FIC)
                  ELSE
                    MOVE 'ALTA YA EXISTENTE' TO TEXTO-CONFLICTO
                    PERFORM REGRABAR-REGISTRO
                  END-IF
                END-IF.

        APLICAR-MODIFICACION.
                MOVE DESPUES-DTR TO IMAGEN-CLAVE
                PERFORM LEER-REGISTRO
                IF EXISTE-REG = 'N'
                  MOVE 'MODIF. SIN REGISTRO' TO TEXTO-CONFLICTO
                  PERFORM GRABAR-REGISTRO
                ELSE
                  IF IMAGEN-ACTUAL = DESPUES-DTR
                    ADD 1 TO FIC-YA(IDX-FIC)
                  ELSE
                    IF IMAGEN-ACTUAL NOT = ANTES-DTR
                      MOVE 'MODIF. ANTES DISTINTO' TO TEXTO-CONFLICTO
                    END-IF
                    PERFORM REGRABAR-REGISTRO
                  END-IF
                END-IF.

        APLICAR-BAJA.
                MOVE ANTES-DTR TO IMAGEN-CLAVE
                PERFORM LEER-REGISTRO
                IF EXISTE-REG = 'N'
                  ADD 1 TO FIC-YA(IDX-FIC)
                ELSE
                  IF IMAGEN-ACTUAL NOT = ANTES-DTR
                    MOVE 'BAJA ANTES DISTINTO' TO TEXTO-CONFLICTO
                  END-IF
                  PERFORM BORRAR-REGISTRO
                END-IF.

        LEER-REGISTRO.
                MOVE 'S' TO EXISTE-REG
                MOVE SPACES TO IMAGEN-ACTUAL
                EVALUATE IDX-FIC
                  WHEN 1
                    MOVE IMAGEN-CLAVE TO REG-PELICULA
                    READ PELICULA INVALID KEY
                      MOVE 'N' TO EXISTE-REG
                    NOT INVALID KEY
                      MOVE REG-PELICULA TO IMAGEN-ACTUAL
                    END-READ
                  WHEN 2
                    MOVE IMAGEN-CLAVE TO REG-SOCIOS
                    READ SOCIOS INVALID KEY
                      MOVE 'N' TO EXISTE-REG
                    NOT INVALID KEY
                      MOVE REG-SOCIOS TO IMAGEN-ACTUAL
                    END-READ
                  WHEN 3
                    MOVE IMAGEN-CLAVE TO REG-ALQUILER
                    READ ALQUILER INVALID KEY
                      MOVE 'N' TO EXISTE-REG
                    NOT INVALID KEY
                      MOVE REG-ALQUILER TO IMAGEN-ACTUAL
                    END-READ
                  WHEN 4
                    MOVE IMAGEN-CLAVE TO REG-ALQUILER-HIST
                    READ ALQUILER-HIST INVALID KEY
                      MOVE 'N' TO EXISTE-REG
                    NOT INVALID KEY
                      MOVE REG-ALQUILER-HIST TO IMAGEN-ACTUAL
                    END-READ
                  WHEN 5
                    MOVE IMAGEN-CLAVE TO REG-SALDOS
                    READ SALDOS INVALID KEY
                      MOVE 'N' TO EXISTE-REG
                    NOT INVALID KEY
                      MOVE REG-SALDOS TO IMAGEN-ACTUAL
                    END-READ
                  WHEN 6
                    MOVE IMAGEN-CLAVE TO REG-VENTAS
                    READ VENTAS INVALID KEY
                      MOVE 'N' TO EXISTE-REG
                    NOT INVALID KEY
                      MOVE REG-VENTAS TO IMAGEN-ACTUAL
                    END-READ
                  WHEN 7
                    MOVE IMAGEN-CLAVE TO REG-TICKETS
                    READ TICKETS INVALID KEY
                      MOVE 'N' TO EXISTE-REG
                    NOT INVALID KEY
                      MOVE REG-TICKETS TO IMAGEN-ACTUAL
                    END-READ
                  WHEN 8
                    MOVE IMAGEN-CLAVE TO REG-PEDIDOS
                    READ PEDIDOS INVALID KEY
                      MOVE 'N' TO EXISTE-REG
                    NOT INVALID KEY
                      MOVE REG-PEDIDOS TO IMAGEN-ACTUAL
                    END-READ
                  WHEN 9
                    MOVE IMAGEN-CLAVE TO REG-CONTROL
                    READ CONTROL-FICH INVALID KEY
                      MOVE 'N' TO EXISTE-REG
                    NOT INVALID KEY
                      MOVE REG-CONTROL TO IMAGEN-ACTUAL
                    END-READ
                END-EVALUATE.

        GRABAR-REGISTRO.
                MOVE 'S' TO GRABACION-OK
                EVALUATE IDX-FIC
                  WHEN 1
                    MOVE DESPUES-DTR TO REG-PELICULA
                    WRITE REG-PELICULA INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-WRITE
                  WHEN 2
                    MOVE DESPUES-DTR TO REG-SOCIOS
                    WRITE REG-SOCIOS INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-WRITE
                  WHEN 3
                    MOVE DESPUES-DTR TO REG-ALQUILER
                    WRITE REG-ALQUILER INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-WRITE
                  WHEN 4
                    MOVE DESPUES-DTR TO REG-ALQUILER-HIST
                    WRITE REG-ALQUILER-HIST INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-WRITE
                  WHEN 5
                    MOVE DESPUES-DTR TO REG-SALDOS
                    WRITE REG-SALDOS INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-WRITE
                  WHEN 6
                    MOVE DESPUES-DTR TO REG-VENTAS
                    WRITE REG-VENTAS INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-WRITE
                  WHEN 7
                    MOVE DESPUES-DTR TO REG-TICKETS
                    WRITE REG-TICKETS INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-WRITE
                  WHEN 8
                    MOVE DESPUES-DTR TO REG-PEDIDOS
                    WRITE REG-PEDIDOS INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-WRITE
                  WHEN 9
                    MOVE DESPUES-DTR TO REG-CONTROL
                    WRITE REG-CONTROL INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-WRITE
                END-EVALUATE
                PERFORM CONTAR-APLICADA.

        REGRABAR-REGISTRO.
                MOVE 'S' TO GRABACION-OK
                EVALUATE IDX-FIC
                  WHEN 1
                    MOVE DESPUES-DTR TO REG-PELICULA
                    REWRITE REG-PELICULA INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-REWRITE
                  WHEN 2
                    MOVE DESPUES-DTR TO REG-SOCIOS
                    REWRITE REG-SOCIOS INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-REWRITE
                  WHEN 3
                    MOVE DESPUES-DTR TO REG-ALQUILER
                    REWRITE REG-ALQUILER INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-REWRITE
                  WHEN 4
                    MOVE DESPUES-DTR TO REG-ALQUILER-HIST
                    REWRITE REG-ALQUILER-HIST INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-REWRITE
                  WHEN 5
                    MOVE DESPUES-DTR TO REG-SALDOS
                    REWRITE REG-SALDOS INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-REWRITE
                  WHEN 6
                    MOVE DESPUES-DTR TO REG-VENTAS
                    REWRITE REG-VENTAS INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-REWRITE
                  WHEN 7
                    MOVE DESPUES-DTR TO REG-TICKETS
                    REWRITE REG-TICKETS INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-REWRITE
                  WHEN 8
                    MOVE DESPUES-DTR TO REG-PEDIDOS
                    REWRITE REG-PEDIDOS INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-REWRITE
                  WHEN 9
                    MOVE DESPUES-DTR TO REG-CONTROL
                    REWRITE REG-CONTROL INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-REWRITE
                END-EVALUATE
                PERFORM CONTAR-APLICADA.

        BORRAR-REGISTRO.
                MOVE 'S' TO GRABACION-OK
                EVALUATE IDX-FIC
                  WHEN 1
                    DELETE PELICULA RECORD INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-DELETE
                  WHEN 2
                    DELETE SOCIOS RECORD INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-DELETE
                  WHEN 3
                    DELETE ALQUILER RECORD INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-DELETE
                  WHEN 4
                    DELETE ALQUILER-HIST RECORD INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-DELETE
                  WHEN 5
                    DELETE SALDOS RECORD INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-DELETE
                  WHEN 6
                    DELETE VENTAS RECORD INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-DELETE
                  WHEN 7
                    DELETE TICKETS RECORD INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-DELETE
                  WHEN 8
                    DELETE PEDIDOS RECORD INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-DELETE
                  WHEN 9
                    DELETE CONTROL-FICH RECORD INVALID KEY
                      MOVE 'N' TO GRABACION-OK
                    END-DELETE
                END-EVALUATE
                PERFORM CONTAR-APLICADA.

        CONTAR-APLICADA.
                IF GRABACION-OK = 'N'
                  MOVE 'ERROR DE GRABACION' TO TEXTO-CONFLICTO
                ELSE
                  ADD 1 TO FIC-APLICADAS(IDX-FIC)
                  ADD 1 TO TOTAL-APLICADAS
                END-IF.

        ANOTAR-CONFLICTO.
                ADD 1 TO FIC-CONFLICTOS(IDX-FIC)
                ADD 1 TO TOTAL-CONFLICTOS
                IF ESTADO-IMPRESORA = '00'
                  MOVE FECHA-DTR TO LCF-FECHA
                  MOVE HORA-DTR TO LCF-HORA
                  MOVE PROGRAMA-DTR TO LCF-PROGRAMA
                  MOVE FICHERO-DTR TO LCF-FICHERO
                  MOVE OPERACION-DTR TO LCF-OPERACION
                  MOVE IMAGEN-CLAVE TO LCF-CLAVE
                  MOVE TEXTO-CONFLICTO TO LCF-TEXTO
                  WRITE REG-IMPRE FROM LINEA-CONFLICTO
                  END-WRITE
                END-IF.

        ABRIR-FICHEROS.
                IF FIC-ELEGIDO(1) = 'S'
                  OPEN I-O PELICULA
                END-IF.
                IF FIC-ELEGIDO(2) = 'S'
                  OPEN I-O SOCIOS
                END-IF.
                IF FIC-ELEGIDO(3) = 'S'
                  OPEN I-O ALQUILER
                END-IF.
                IF FIC-ELEGIDO(4) = 'S'
                  OPEN I-O ALQUILER-HIST
                END-IF.
                IF FIC-ELEGIDO(5) = 'S'
                  OPEN I-O SALDOS
                END-IF.
                IF FIC-ELEGIDO(6) = 'S'
                  OPEN I-O VENTAS
                END-IF.
                IF FIC-ELEGIDO(7) = 'S'
                  OPEN I-O TICKETS
                END-IF.
                IF FIC-ELEGIDO(8) = 'S'
                  OPEN I-O PEDIDOS
                END-IF.
                IF FIC-ELEGIDO(9) = 'S'
                  OPEN I-O CONTROL-FICH
                END-IF.

        CERRAR-FICHEROS.
                IF FIC-ELEGIDO(1) = 'S'
                  CLOSE PELICULA
                END-IF.
                IF FIC-ELEGIDO(2) = 'S'
                  CLOSE SOCIOS
                END-IF.
                IF FIC-ELEGIDO(3) = 'S'
                  CLOSE ALQUILER
                END-IF.
                IF FIC-ELEGIDO(4) = 'S'
                  CLOSE ALQUILER-HIST
                END-IF.
                IF FIC-ELEGIDO(5) = 'S'
                  CLOSE SALDOS
                END-IF.
                IF FIC-ELEGIDO(6) = 'S'
                  CLOSE VENTAS
                END-IF.
                IF FIC-ELEGIDO(7) = 'S'
                  CLOSE TICKETS
                END-IF.
                IF FIC-ELEGIDO(8) = 'S'
                  CLOSE PEDIDOS
                END-IF.
                IF FIC-ELEGIDO(9) = 'S'
                  CLOSE CONTROL-FICH
                END-IF.

        ABRIR-IMPRESORA.
                MOVE 'RECUPERA-DIARIO' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  MOVE GENERACION TO CAB-GENERACION
                  MOVE FECHA-LIMITE TO CAB-FECHA
                  MOVE HORA-LIMITE TO CAB-HORA
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-CONFLICTOS
                  END-WRITE
                END-IF.

        ESCRIBIR-TOTALES.
                IF ESTADO-IMPRESORA = '00'
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-TOTALES
                  END-WRITE
                  PERFORM VARYING IDX-FIC FROM 1 BY 1 UNTIL IDX-FIC > 9
                    IF FIC-ELEGIDO(IDX-FIC) = 'S'
                      MOVE NOMBRE-FIC(IDX-FIC) TO LTF-FICHERO
                      MOVE FIC-APLICADAS(IDX-FIC) TO LTF-APLICADAS
                      MOVE FIC-YA(IDX-FIC) TO LTF-YA
                      MOVE FIC-CONFLICTOS(IDX-FIC) TO LTF-CONFLICTOS
                      WRITE REG-IMPRE FROM LINEA-TOTAL-FIC
                      END-WRITE
                    END-IF
                  END-PERFORM
                  WRITE REG-IMPRE FROM LINEA-VACIA
                  END-WRITE
                  MOVE 'Entradas leidas del diario.............'
                    TO LTO-TEXTO
                  MOVE CONT-LEIDAS TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  MOVE 'Posteriores al limite (no aplicadas)...'
                    TO LTO-TEXTO
                  MOVE CONT-POSTERIORES TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  MOVE 'De otros ficheros (no aplicadas).......'
                    TO LTO-TEXTO
                  MOVE CONT-OTROS TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  MOVE 'Conflictos.............................'
                    TO LTO-TEXTO
                  MOVE TOTAL-CONFLICTOS TO LTO-CONT
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                END-IF.

        CERRAR-IMPRESORA.
                IF ESTADO-IMPRESORA = '00'
                  CLOSE IMPRE
                END-IF.
