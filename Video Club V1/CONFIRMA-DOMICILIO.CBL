        IDENTIFICATION DIVISION.
          PROGRAM-ID. CONFIRMA-DOMICILIO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL DOMICILIO ASSIGN TO DISK
                                             "DOMICILIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-NUMERO
               FILE STATUS IS ESTADO-DOMICILIO.

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

               SELECT OPTIONAL ARTICULO ASSIGN TO DISK "ARTICULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-PELI
               FILE STATUS IS ESTADO-ARTICULO.

               SELECT OPTIONAL TIPOART ASSIGN TO DISK "TIPOART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-CODIGO
               FILE STATUS IS ESTADO-TIPOART.

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

          FD ARTICULO LABEL RECORD STANDARD.
          01 REG-ARTICULO.
           02 ART-PELI PIC X(6).
           02 ART-TIPO PIC X.
           02 ART-PLATAFORMA PIC X(12).
           02 ART-PEGI PIC 99.
           02 ART-FIANZA PIC 9(4)V99.

          FD TIPOART LABEL RECORD STANDARD.
          01 REG-TIPOART.
           02 TPA-CODIGO PIC X.
           02 TPA-DESCRIPCION PIC X(15).
           02 TPA-DIAS-PRESTAMO PIC 99.
           02 TPA-CLASE-PRECIO PIC 9.
           02 TPA-LIMITE-REVISION PIC 9(4).
           02 TPA-VIDA-ALQUILERES PIC 9(5).

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

        WORKING-STORAGE SECTION.
        77 ESTADO-DOMICILIO PIC XX.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-ARTICULO PIC XX.
        77 ESTADO-TIPOART PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 EXISTE-CONTROL PIC X.
        77 EXISTE-DOMICILIO PIC X.
        77 EXISTE-PELI PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 RES-ENTREGA PIC X.
         88 ENTREGA-CONTESTADA VALUE 'E' 'e' 'F' 'f' 'N' 'n'.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FIN-FICH PIC X.
        77 FIN-HIST PIC X.
        77 SALIDA-LIBRE PIC X.
        77 ULTIMA-SALIDA PIC 9(8).
        77 IDX PIC 9.
        77 LINEA-PANT PIC 99.
        77 LINEAS-GRABADAS PIC 9.
        77 LINEAS-OMITIDAS PIC 9.
        77 DIAS-VENTANA PIC 99 VALUE 7.
        77 DIAS-PRESTAMO PIC 99.
        77 CLASE-PRECIO-ART PIC 9.
        77 VENC-INT PIC S9(9) COMP.
        77 FECHA-VENC-YMD PIC 9(8).
        77 CERRADO-SN PIC X.
        77 COBRAR-PANT PIC ZZZZ9.99.
        77 PRECIO-PANT PIC ZZZ9.99.
        77 SUCURSAL-ACTUAL PIC X(2).
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'CONFIRMA-DOMICILIO'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

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
                CALL 'SUCURSAL' USING SUCURSAL-ACTUAL.
                CANCEL 'SUCURSAL'.
                CALL 'PARAMETROS' USING PARAM-SISTEMA.
                CANCEL 'PARAMETROS'.
                MOVE PRM-DIAS-VENTANA TO DIAS-VENTANA.
                PERFORM ABRIR-FICHERO.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  PERFORM CONFIRMAR-PEDIDO
                  DISPLAY 'DESEA CONFIRMAR OTRO PEDIDO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 50
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
               OPEN I-O PELICULA.
               IF ESTADO-PELICULA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN I-O ALQUILER.
               IF ESTADO-ALQUILER NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-ALQUILER
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ARTICULO.
               OPEN INPUT TIPOART.
               OPEN I-O CONTROL-FICH.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' CONFIRMAR ENTREGA A DOMICILIO ' LINE 2
                POSITION 24 REVERSE.

        CONFIRMAR-PEDIDO.
                DISPLAY 'N. Pedido....:' LINE 4 POSITION 10
                MOVE ZEROS TO DOM-NUMERO
                ACCEPT DOM-NUMERO LINE 4 POSITION 25
                MOVE 'S' TO EXISTE-DOMICILIO
                READ DOMICILIO INVALID KEY
                  MOVE 'N' TO EXISTE-DOMICILIO
                END-READ
                EVALUATE TRUE
                  WHEN EXISTE-DOMICILIO = 'N'
                    DISPLAY 'Ese pedido no existe' LINE 21 POSITION 21
                  WHEN DOM-ESTADO NOT = 'P'
                    DISPLAY 'El pedido no esta pendiente'
                    LINE 21 POSITION 21
                  WHEN DOM-TIPO = 'R'
                    DISPLAY 'Las recogidas se cierran en Devolucion'
                    LINE 21 POSITION 21
                  WHEN DOM-FECHA > FECHA-HOY-YMD
                    DISPLAY 'La entrega aun no ha llegado a su fecha'
                    LINE 21 POSITION 21
                  WHEN OTHER
                    PERFORM MOSTRAR-PEDIDO
                    DISPLAY '(E)ntregado, (F)allido, (N)ada:' LINE 19
                    POSITION 20
                    MOVE ' ' TO RES-ENTREGA
                    PERFORM UNTIL ENTREGA-CONTESTADA
                      ACCEPT RES-ENTREGA LINE 19 POSITION 53
                    END-PERFORM
                    EVALUATE RES-ENTREGA
                      WHEN 'E'
                      WHEN 'e'
                        PERFORM GRABAR-ENTREGA
                      WHEN 'F'
                      WHEN 'f'
                        PERFORM GRABAR-FALLIDO
                    END-EVALUATE
                END-EVALUATE.

        MOSTRAR-PEDIDO.
                DISPLAY 'Socio........:' LINE 5 POSITION 10
                DISPLAY DOM-SOCIO LINE 5 POSITION 25
                DISPLAY 'Direccion....:' LINE 6 POSITION 10
                DISPLAY DOM-DIRECCION LINE 6 POSITION 25
                DISPLAY 'Fecha/Franja.:' LINE 7 POSITION 10
                DISPLAY DOM-FECHA LINE 7 POSITION 25
                DISPLAY DOM-FRANJA LINE 7 POSITION 35
                DISPLAY 'Repartidor...:' LINE 8 POSITION 10
                DISPLAY DOM-CONDUCTOR LINE 8 POSITION 25
                PERFORM VARYING IDX FROM 1 BY 1
                        UNTIL IDX > DOM-NUM-LIN
                  COMPUTE LINEA-PANT = 9 + IDX
                  DISPLAY DOM-PELI(IDX) LINE LINEA-PANT POSITION 10
                  MOVE DOM-PRECIO(IDX) TO PRECIO-PANT
                  DISPLAY PRECIO-PANT LINE LINEA-PANT POSITION 50
                END-PERFORM
                MOVE DOM-COBRAR TO COBRAR-PANT
                DISPLAY 'A cobrar.....:' LINE 16 POSITION 10
                DISPLAY COBRAR-PANT LINE 16 POSITION 25.

        GRABAR-ENTREGA.
                MOVE 0 TO LINEAS-GRABADAS
                MOVE 0 TO LINEAS-OMITIDAS
                PERFORM VARYING IDX FROM 1 BY 1
                        UNTIL IDX > DOM-NUM-LIN
                  PERFORM GRABAR-ALQUILER-DOM
                END-PERFORM
                MOVE 'H' TO DOM-ESTADO
                MOVE FECHA-HOY-YMD TO DOM-FECHA-CIERRE
                REWRITE REG-DOMICILIO INVALID KEY
                  DISPLAY 'Error al grabar el pedido' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE 'ENTREGA' TO AUD-OPERACION
                  MOVE 'DOMICILIO' TO AUD-ENTIDAD
                  MOVE DOM-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  MOVE DOM-COBRAR TO COBRAR-PANT
                  DISPLAY 'Entrega registrada, a cobrar:' LINE 21
                  POSITION 21
                  DISPLAY COBRAR-PANT LINE 21 POSITION 51
                END-REWRITE.

        GRABAR-ALQUILER-DOM.
                COMPUTE LINEA-PANT = 9 + IDX
                MOVE DOM-PELI(IDX) TO COD-PELI
                MOVE 'S' TO EXISTE-PELI
                READ PELICULA INVALID KEY
                  MOVE 'N' TO EXISTE-PELI
                END-READ
                IF EXISTE-PELI = 'N' OR DISPONIBLE = 'B'
                 OR COPIAS-ALQUILADAS NOT < NUM-COPIAS
                  ADD 1 TO LINEAS-OMITIDAS
                  SUBTRACT DOM-PRECIO(IDX) FROM DOM-COBRAR
                  MOVE ZEROS TO DOM-PRECIO(IDX)
                  DISPLAY 'Sin copia, no cobrar' LINE LINEA-PANT
                  POSITION 20
                ELSE
                  PERFORM GENERAR-SALIDA
                  MOVE DOM-FECHA(7:2) TO DIA
                  MOVE DOM-FECHA(5:2) TO MES
                  MOVE DOM-FECHA(1:4) TO ANO
                  MOVE DOM-SOCIO TO CODI-SOCIO
                  MOVE COD-PELI TO CODI-PELI
                  MOVE DOM-PRECIO(IDX) TO PRECI-ALQ
                  MOVE PRECIO TO PRECI-LISTA
                  MOVE SPACES TO COD-PROMO-APLI
                  MOVE 'N' TO DEVUELTA
                  MOVE ZEROS TO FECHA-DEV
                  MOVE ZEROS TO RECARGO-MORA
                  PERFORM CALCULAR-VENCIMIENTO
                  MOVE FECHA-VENC-YMD(7:2) TO DIA-VENC
                  MOVE FECHA-VENC-YMD(5:2) TO MES-VENC
                  MOVE FECHA-VENC-YMD(1:4) TO ANO-VENC
                  MOVE ZEROS TO NUM-PRORROGAS
                  MOVE 'F' TO MODO-TARIFA
                  MOVE SPACES TO MOTIVO-AJUSTE
                  MOVE ZEROS TO EJEMPLAR-ALQ
                  MOVE SUCURSAL-ACTUAL TO SUCURSAL-ALQ
                  WRITE REG-ALQUILER INVALID KEY
                    ADD 1 TO LINEAS-OMITIDAS
                    DISPLAY 'Error de escritura' LINE LINEA-PANT
                    POSITION 20
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
                    MOVE 'ALQUILER' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-ALQUILER TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                    ADD 1 TO LINEAS-GRABADAS
                    MOVE N-SALIDA TO DOM-SALIDA(IDX)
                    MOVE REG-PELICULA TO DTR-ANTES
                    ADD 1 TO COPIAS-ALQUILADAS
                    REWRITE REG-PELICULA INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE 'PELICULA' TO DTR-FICHERO
                      MOVE 'M' TO DTR-OPERACION
                      MOVE REG-PELICULA TO DTR-DESPUES
                      PERFORM ANOTAR-DIARIO
                    END-REWRITE
                    MOVE 'ALTA' TO AUD-OPERACION
                    MOVE 'ALQUILER' TO AUD-ENTIDAD
                    MOVE N-SALIDA TO AUD-CLAVE
                    CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                            AUD-CLAVE
                    CANCEL 'AUDITORIA'
                    DISPLAY 'Salida' LINE LINEA-PANT POSITION 20
                    DISPLAY N-SALIDA LINE LINEA-PANT POSITION 27
                  END-WRITE
                END-IF.

        CALCULAR-VENCIMIENTO.
                MOVE CLASE-PRECIO TO CLASE-PRECIO-ART
                MOVE ZEROS TO DIAS-PRESTAMO
                MOVE COD-PELI TO ART-PELI
                READ ARTICULO INVALID KEY
                  MOVE 'P' TO ART-TIPO
                END-READ
                MOVE ART-TIPO TO TPA-CODIGO
                READ TIPOART INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE TPA-DIAS-PRESTAMO TO DIAS-PRESTAMO
                  IF TPA-CLASE-PRECIO > 0
                    MOVE TPA-CLASE-PRECIO TO CLASE-PRECIO-ART
                  END-IF
                END-READ
                IF DIAS-PRESTAMO = 0
                  IF CLASE-PRECIO-ART = 1
                    MOVE PRM-DIAS-ESTRENO TO DIAS-PRESTAMO
                  ELSE
                    MOVE DIAS-VENTANA TO DIAS-PRESTAMO
                  END-IF
                END-IF
                COMPUTE VENC-INT =
                   FUNCTION INTEGER-OF-DATE(DOM-FECHA) + DIAS-PRESTAMO
                MOVE FUNCTION DATE-OF-INTEGER(VENC-INT)
                  TO FECHA-VENC-YMD
                MOVE 'S' TO CERRADO-SN
                PERFORM UNTIL CERRADO-SN = 'N'
                  CALL 'FESTIVO' USING FECHA-VENC-YMD PRM-DIA-DESCANSO
                                       CERRADO-SN
                  CANCEL 'FESTIVO'
                  IF CERRADO-SN = 'S'
                    ADD 1 TO VENC-INT
                    MOVE FUNCTION DATE-OF-INTEGER(VENC-INT)
                      TO FECHA-VENC-YMD
                  END-IF
                END-PERFORM.

        GENERAR-SALIDA.
                MOVE 'S' TO EXISTE-CONTROL
                MOVE 'SALIDA' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ
                IF EXISTE-CONTROL = 'N'
                  PERFORM BUSCAR-ULTIMA-SALIDA
                  MOVE 'SALIDA' TO CTL-CLAVE
                  MOVE ULTIMA-SALIDA TO CTL-VALOR
                  MOVE SPACE TO CTL-ESTADO
                  MOVE ZEROS TO CTL-FECHA
                  WRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-WRITE
                END-IF
                MOVE CTL-VALOR TO ULTIMA-SALIDA
                MOVE 'N' TO SALIDA-LIBRE
                PERFORM UNTIL SALIDA-LIBRE = 'S'
                  ADD 1 TO ULTIMA-SALIDA
                  MOVE ULTIMA-SALIDA TO N-SALIDA
                  READ ALQUILER INVALID KEY
                    MOVE 'S' TO SALIDA-LIBRE
                  END-READ
                END-PERFORM
                MOVE 'SALIDA' TO CTL-CLAVE
                READ CONTROL-FICH INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE REG-CONTROL TO DTR-ANTES
                  MOVE ULTIMA-SALIDA TO CTL-VALOR
                  REWRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-READ
                MOVE ULTIMA-SALIDA TO N-SALIDA.

        BUSCAR-ULTIMA-SALIDA.
                MOVE 0 TO ULTIMA-SALIDA
                MOVE LOW-VALUES TO N-SALIDA
                START ALQUILER KEY IS > N-SALIDA INVALID KEY
                  MOVE 'S' TO FIN-FICH
                NOT INVALID KEY
                  MOVE 'N' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF FUNCTION NUMVAL(N-SALIDA) > ULTIMA-SALIDA
                      MOVE FUNCTION NUMVAL(N-SALIDA)
                        TO ULTIMA-SALIDA
                    END-IF
                  END-READ
                END-PERFORM
                OPEN INPUT ALQUILER-HIST
                IF ESTADO-HIST = "00"
                  MOVE 'N' TO FIN-HIST
                  PERFORM UNTIL FIN-HIST = 'S'
                    READ ALQUILER-HIST NEXT RECORD AT END
                      MOVE 'S' TO FIN-HIST
                    NOT AT END
                      IF FUNCTION NUMVAL(N-SALIDA-H) > ULTIMA-SALIDA
                        MOVE FUNCTION NUMVAL(N-SALIDA-H)
                          TO ULTIMA-SALIDA
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE ALQUILER-HIST
                END-IF.

        GRABAR-FALLIDO.
                MOVE 'F' TO DOM-ESTADO
                MOVE FECHA-HOY-YMD TO DOM-FECHA-CIERRE
                REWRITE REG-DOMICILIO INVALID KEY
                  DISPLAY 'Error al grabar el pedido' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE 'FALLIDO' TO AUD-OPERACION
                  MOVE 'DOMICILIO' TO AUD-ENTIDAD
                  MOVE DOM-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Entrega fallida registrada' LINE 21
                  POSITION 21
                END-REWRITE.

        CERRAR-FICHERO.
                CLOSE DOMICILIO.
                CLOSE PELICULA.
                CLOSE ALQUILER.
                CLOSE ARTICULO.
                CLOSE TIPOART.
                CLOSE CONTROL-FICH.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
