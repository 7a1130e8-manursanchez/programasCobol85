               RECORD KEY IS VAL-CLAVE
               FILE STATUS IS ESTADO-VALORA.

               SELECT OPTIONAL PERDIDAS ASSIGN TO DISK "PERDIDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-SALIDA
               FILE STATUS IS ESTADO-PERDIDAS.

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

               SELECT OPTIONAL ARTSERIE ASSIGN TO DISK "ARTSERIE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-CLAVE
               FILE STATUS IS ESTADO-ARTSERIE.

               SELECT OPTIONAL FIANZAS ASSIGN TO DISK "FIANZAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FZA-SALIDA
               FILE STATUS IS ESTADO-FIANZAS.

               SELECT OPTIONAL DOMICILIO ASSIGN TO DISK
                                             "DOMICILIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-NUMERO
               FILE STATUS IS ESTADO-DOMICILIO.

        DATA DIVISION.

        FILE SECTION.
           02 FECHA-EJE PIC 9(8).
           02 EJE-SUCURSAL PIC X(2).
           02 EJE-SUC-DESTINO PIC X(2).
           02 EJE-ALQUILERES PIC 9(5).
           02 EJE-ALQ-REVISION PIC 9(4).
           02 EJE-FECHA-REVISION PIC 9(8).

          FD VALORA LABEL RECORD STANDARD.
          01 REG-VALORA.
           02 VAL-NOTA PIC 9.
           02 VAL-FECHA PIC 9(8).

          FD PERDIDAS LABEL RECORD STANDARD.
          01 REG-PERDIDAS.
           02 PER-SALIDA PIC X(8).
           02 PER-SOCIO PIC X(5).
           02 PER-PELI PIC X(6).
           02 PER-EJEMPLAR PIC 99.
           02 PER-FECHA PIC 9(8).
           02 PER-REPOSICION PIC 9(4)V99.
           02 PER-MORA PIC 9(4)V99.
           02 PER-ESTADO PIC X.
           02 PER-FECHA-REC PIC 9(8).
           02 PER-SUCURSAL PIC X(2).

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

          FD ARTSERIE LABEL RECORD STANDARD.
          01 REG-ARTSERIE.
           02 SER-CLAVE.
            03 SER-PELI PIC X(6).
            03 SER-EJE PIC 99.
           02 SER-NUMERO PIC X(20).

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

        WORKING-STORAGE SECTION.
        77 ENTRADA-SOCIO PIC X(10).
        77 AVISO-TARJETA PIC X.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-SOCIOS PIC XX.
          88 POR-SOCIO VALUE "2".
          88 POR-BUZON VALUE "3".
          88 POR-CODIGO VALUE "4".
          88 POR-DOMICILIO VALUE "5".
        77 CODIGO-BARRAS PIC X(8).
        77 PELI-SCAN PIC X(6).
        77 EJE-SCAN PIC 99.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'DEVOLUCION'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).
        77 BAJ-PELI PIC X(6).
        77 BAJ-EJE PIC 99.
        77 BAJ-MOTIVO PIC X.
        77 CAJ-TIPO PIC X(10).
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC S9(7)V99.
        77 CAJ-FORMA PIC X.
        77 RES-FORMA PIC X.
         88 FORMA-CONTESTADA VALUE 'E' 'e' 'T' 't' 'C' 'c'
                                    'R' 'r'.
        77 CNJ-MODO PIC X.
        77 CNJ-TARJETA PIC 9(6).
        77 CNJ-IMPORTE PIC 9(7)V99.
        77 CNJ-CLAVE PIC X(10).
        77 CNJ-SALDO PIC 9(7)V99.
        77 CNJ-RESULTADO PIC X.
        77 RES-RESTO PIC X.
         88 RESTO-CONTESTADO VALUE 'E' 'e' 'T' 't'.
        77 FORMA-RESTO PIC X.
        77 IMPORTE-RESTO PIC 9(7)V99.
        77 REGALO-PANT PIC ZZZZZ9.99.
        77 CGE-MODO PIC X.
        77 CGE-SOCIO PIC X(5).
        77 CGE-TICKET PIC 9(6).
        77 CGE-IMPORTE PIC 9(7)V99.
        77 CGE-RESULTADO PIC X.
        77 RES-PAGO PIC X.
         88 PAGO-CONTESTADO VALUE 'S' 's' 'N' 'n'.
        77 CTA-SOCIO PIC X(5).
        77 AVI-SOCIO PIC X(5).
        77 AVI-TIPO PIC X(3).
        77 AVI-TEXTO PIC X(30).
        77 ESTADO-PERDIDAS PIC XX.
        77 EXISTE-PERDIDA PIC X.
        77 FECHA-RECUPERA PIC 9(8).
        77 ABONO-REPOSICION PIC 9(4)V99.
        77 ABONO-PANT PIC ZZZ9.99.
        77 ESTADO-BUSCADO PIC X.
        77 ESTADO-ARTICULO PIC XX.
        77 ESTADO-ARTSERIE PIC XX.
        77 ESTADO-TIPOART PIC XX.
        77 LIMITE-REVISION PIC 9(4).
        77 ESTADO-FIANZAS PIC XX.
        77 FIANZA-PENDIENTE PIC X.
        77 FIANZA-PANT PIC ZZZ9.99.
        77 ESTADO-DOMICILIO PIC XX.
        77 EXISTE-DOMICILIO PIC X.
        77 IDX-DOM PIC 9.
        77 LINEAS-RECOGIDAS PIC 9.
        77 COLUMNA-DOM PIC 99.
        77 CONCEPTO-BUZON PIC X(14).


        01 PARAM-SISTEMA.
                      PERFORM DEVOLVER-POR-BUZON
                    WHEN POR-CODIGO
                      PERFORM DEVOLVER-POR-CODIGO
                    WHEN POR-DOMICILIO
                      PERFORM DEVOLVER-POR-DOMICILIO
                    WHEN OTHER
                      DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                  END-EVALUATE
                 ACCEPT RES
               END-IF.
               OPEN I-O VALORA.
               OPEN I-O PERDIDAS.
               OPEN INPUT ARTICULO.
               OPEN INPUT ARTSERIE.
               OPEN INPUT TIPOART.
               OPEN I-O FIANZAS.
               OPEN I-O DOMICILIO.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CANCEL 'S-WINDOW'
                DISPLAY ' DEVOLUCION DE ALQUILER ' LINE 2 POSITION 28
                REVERSE
                DISPLAY '1:Salida 2:Socio 3:Buzon 4:Codigo 5:Domicilio:'
                LINE 4 POSITION 8.

        DEVOLVER-POR-SALIDA.
                ACCEPT N-SALIDA LINE 6 POSITION 35
                    DISPLAY 'Ese alquiler ya fue devuelto'
                    LINE 21 POSITION 21
                  ELSE
                   IF DEVUELTA = 'P'
                    PERFORM CONFIRMAR-RECUPERACION
                   ELSE
                    PERFORM CALCULAR-RECARGO
                    PERFORM MOSTRAR-ALQUILER
                    DISPLAY "CONFIRMAR DEVOLUCION (S/N)?"
                    ELSE
                       UNLOCK ALQUILER
                    END-IF
                   END-IF
                  END-IF
                END-IF
                END-IF.
                END-IF.

        DEVOLVER-POR-SOCIO.
                MOVE SPACES TO ENTRADA-SOCIO
                ACCEPT ENTRADA-SOCIO LINE 6 POSITION 55
                PERFORM IDENTIFICAR-TARJETA
                MOVE CLAVE-SOCIO TO CODI-SOCIO
                MOVE 8 TO LINEA-PANT
                MOVE 'N' TO FIN-FICH
                      MOVE 'S' TO FIN-FICH
                    END-READ
                    IF FIN-FICH = 'N' AND CODI-SOCIO = CLAVE-SOCIO
                      IF DEVUELTA = 'N' OR DEVUELTA = 'P'
                        DISPLAY N-SALIDA LINE LINEA-PANT POSITION 10
                        DISPLAY CODI-PELI LINE LINEA-PANT POSITION 25
                        DISPLAY FECHA-ALQ LINE LINEA-PANT POSITION 40
                        IF DEVUELTA = 'P'
                          DISPLAY 'PERDIDA' LINE LINEA-PANT POSITION 52
                        END-IF
                        ADD 1 TO LINEA-PANT
                      END-IF
                    ELSE
                    DISPLAY 'Numero de salida no valido'
                    LINE 21 POSITION 21
                  ELSE
                   IF DEVUELTA = 'P'
                    PERFORM CONFIRMAR-RECUPERACION
                   ELSE
                    PERFORM CALCULAR-RECARGO
                    PERFORM MOSTRAR-ALQUILER
                    DISPLAY "CONFIRMAR DEVOLUCION (S/N)?"
                    ELSE
                       UNLOCK ALQUILER
                    END-IF
                   END-IF
                  END-IF
                  END-IF
                END-IF.
                IF EJE-CHAR NUMERIC
                  MOVE FUNCTION NUMVAL(EJE-CHAR) TO EJE-SCAN
                END-IF
                MOVE 'N' TO ESTADO-BUSCADO
                PERFORM BUSCAR-ALQUILER-CODIGO
                IF ENCONTRADO-SCAN = 'N' AND EJE-SCAN > 0
                  MOVE 'P' TO ESTADO-BUSCADO
                  PERFORM BUSCAR-ALQUILER-CODIGO
                END-IF
                IF ENCONTRADO-SCAN = 'N'
                  DISPLAY 'No hay alquiler abierto del ejemplar'
                  LINE 21 POSITION 21
                ELSE
                 IF DEVUELTA = 'P'
                  PERFORM CONFIRMAR-RECUPERACION
                 ELSE
                  PERFORM CALCULAR-RECARGO
                  PERFORM MOSTRAR-ALQUILER
                  DISPLAY "CONFIRMAR DEVOLUCION (S/N)?"
                  ELSE
                     UNLOCK ALQUILER
                  END-IF
                 END-IF
                END-IF.

        BUSCAR-ALQUILER-CODIGO.
                    IF CODI-PELI NOT = PELI-SCAN
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      IF DEVUELTA = 'N' AND ESTADO-BUSCADO = 'N'
                       AND (EJE-SCAN = 0
                            OR EJEMPLAR-ALQ = EJE-SCAN
                            OR EJEMPLAR-ALQ = 0)
                        MOVE 'S' TO ENCONTRADO-SCAN
                        MOVE 'S' TO FIN-FICH
                      END-IF
                      IF DEVUELTA = 'P' AND ESTADO-BUSCADO = 'P'
                       AND EJEMPLAR-ALQ = EJE-SCAN
                        MOVE 'S' TO ENCONTRADO-SCAN
                        MOVE 'S' TO FIN-FICH
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.
                DISPLAY RECARGO-MORA LINE 15 POSITION 35
                DISPLAY 'TOTAL A PAGAR....:' LINE 16 POSITION 15
                MOVE TOTAL-PAGAR TO TOTAL-PANT-DEV
                DISPLAY TOTAL-PANT-DEV LINE 16 POSITION 35
                PERFORM MOSTRAR-ARTICULO.

        MOSTRAR-ARTICULO.
                MOVE CODI-PELI TO ART-PELI
                READ ARTICULO INVALID KEY
                  MOVE 'P' TO ART-TIPO
                END-READ
                IF ART-TIPO = 'J'
                  DISPLAY 'Videojuego' LINE 11 POSITION 43
                  DISPLAY ART-PLATAFORMA LINE 11 POSITION 54
                END-IF
                IF ART-TIPO = 'H'
                  DISPLAY 'Equipo' LINE 11 POSITION 43
                  MOVE CODI-PELI TO SER-PELI
                  MOVE EJEMPLAR-ALQ TO SER-EJE
                  READ ARTSERIE INVALID KEY
                    MOVE SPACES TO SER-NUMERO
                  END-READ
                  DISPLAY SER-NUMERO LINE 11 POSITION 50
                END-IF
                PERFORM BUSCAR-FIANZA
                IF FIANZA-PENDIENTE = 'S'
                  MOVE FZA-IMPORTE TO FIANZA-PANT
                  DISPLAY 'Fianza a devolver:' LINE 17 POSITION 45
                  DISPLAY FIANZA-PANT LINE 17 POSITION 64
                END-IF.

        BUSCAR-FIANZA.
                MOVE 'N' TO FIANZA-PENDIENTE
                MOVE N-SALIDA TO FZA-SALIDA
                READ FIANZAS INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  IF FZA-ESTADO = 'P'
                    MOVE 'S' TO FIANZA-PENDIENTE
                  END-IF
                END-READ.

        DEVOLVER-FIANZA.
                PERFORM BUSCAR-FIANZA
                IF FIANZA-PENDIENTE = 'S'
                  MOVE 'D' TO FZA-ESTADO
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FZA-FECHA-DEV
                  REWRITE REG-FIANZAS INVALID KEY
                    DISPLAY 'Error al grabar la fianza'
                    LINE 17 POSITION 45
                  NOT INVALID KEY
                    MOVE 'FIANZAEQ' TO CAJ-TIPO
                    MOVE N-SALIDA TO CAJ-CLAVE
                    COMPUTE CAJ-IMPORTE = 0 - FZA-IMPORTE
                    CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      FZA-FORMA
                    CANCEL 'CAJA'
                    MOVE 'DEVUELVE' TO AUD-OPERACION
                    MOVE 'FIANZA' TO AUD-ENTIDAD
                    MOVE N-SALIDA TO AUD-CLAVE
                    CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                            AUD-CLAVE
                    CANCEL 'AUDITORIA'
                    MOVE FZA-IMPORTE TO FIANZA-PANT
                    DISPLAY 'Fianza devuelta..:' LINE 17 POSITION 45
                    DISPLAY FIANZA-PANT LINE 17 POSITION 64
                  END-REWRITE
                END-IF.

        CALCULAR-RECARGO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                END-PERFORM
                MOVE ZEROS TO ITEMS-BUZON
                MOVE ZEROS TO CARGOS-BUZON
                MOVE 'DEVOL. BUZON' TO CONCEPTO-BUZON
                MOVE 'N' TO FIN-BUZON
                DISPLAY 'N. Salida (blanco termina):' LINE 8
                POSITION 15
                DISPLAY 'Cargos en cuenta.:' LINE 19 POSITION 15
                DISPLAY CARGOS-PANT LINE 19 POSITION 34.

        DEVOLVER-POR-DOMICILIO.
                DISPLAY 'N. Pedido de recogida:' LINE 6 POSITION 15
                MOVE ZEROS TO DOM-NUMERO
                ACCEPT DOM-NUMERO LINE 6 POSITION 43
                MOVE 'S' TO EXISTE-DOMICILIO
                READ DOMICILIO INVALID KEY
                  MOVE 'N' TO EXISTE-DOMICILIO
                END-READ
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                EVALUATE TRUE
                  WHEN EXISTE-DOMICILIO = 'N'
                    DISPLAY 'Ese pedido no existe' LINE 21 POSITION 21
                  WHEN DOM-TIPO NOT = 'R'
                    DISPLAY 'No es un pedido de recogida'
                    LINE 21 POSITION 21
                  WHEN DOM-ESTADO NOT = 'P'
                    DISPLAY 'El pedido no esta pendiente'
                    LINE 21 POSITION 21
                  WHEN DOM-FECHA > FECHA-HOY-YMD
                    DISPLAY 'La recogida aun no ha llegado a su fecha'
                    LINE 21 POSITION 21
                  WHEN OTHER
                    PERFORM RECOGER-DOMICILIO
                END-EVALUATE.

        RECOGER-DOMICILIO.
                MOVE DOM-FECHA TO FECHA-EFECTIVA
                DISPLAY 'Socio.....:' LINE 7 POSITION 15
                DISPLAY DOM-SOCIO LINE 7 POSITION 27
                DISPLAY DOM-DIRECCION LINE 7 POSITION 34
                DISPLAY 'Recogida..:' LINE 8 POSITION 15
                DISPLAY FECHA-EFECTIVA LINE 8 POSITION 27
                DISPLAY "CONFIRMAR RECOGIDA (S/N)?" POSITION 25
                LINE 12
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 52 LINE 12
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  MOVE ZEROS TO ITEMS-BUZON
                  MOVE ZEROS TO CARGOS-BUZON
                  MOVE 'RECOGIDA DOM.' TO CONCEPTO-BUZON
                  MOVE ZEROS TO LINEAS-RECOGIDAS
                  MOVE 27 TO COLUMNA-DOM
                  PERFORM VARYING IDX-DOM FROM 1 BY 1
                          UNTIL IDX-DOM > DOM-NUM-LIN
                    PERFORM RECOGER-LINEA-DOM
                  END-PERFORM
                  IF LINEAS-RECOGIDAS < DOM-NUM-LIN
                    DISPLAY 'Pendientes:' LINE 14 POSITION 15
                    DISPLAY 'Recogida incompleta: pedido pendiente'
                    LINE 21 POSITION 21
                  ELSE
                    PERFORM CERRAR-RECOGIDA
                  END-IF
                  MOVE ITEMS-BUZON TO ITEMS-PANT
                  DISPLAY 'Items procesados.:' LINE 18 POSITION 15
                  DISPLAY ITEMS-PANT LINE 18 POSITION 34
                  MOVE CARGOS-BUZON TO CARGOS-PANT
                  DISPLAY 'Cargos en cuenta.:' LINE 19 POSITION 15
                  DISPLAY CARGOS-PANT LINE 19 POSITION 34
                END-IF
                MOVE ' ' TO RES.

        RECOGER-LINEA-DOM.
                MOVE DOM-SALIDA(IDX-DOM) TO N-SALIDA
                PERFORM PROCESAR-SALIDA-BUZON
                IF BLOQUEADO = 'N' AND EXISTE-ALQ = 'S'
                   AND DEVUELTA = 'S'
                  ADD 1 TO LINEAS-RECOGIDAS
                ELSE
                  DISPLAY DOM-SALIDA(IDX-DOM) LINE 14
                  POSITION COLUMNA-DOM
                  ADD 9 TO COLUMNA-DOM
                END-IF.

        CERRAR-RECOGIDA.
                MOVE 'H' TO DOM-ESTADO
                MOVE FECHA-HOY-YMD TO DOM-FECHA-CIERRE
                REWRITE REG-DOMICILIO INVALID KEY
                  DISPLAY 'Error al grabar el pedido' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE 'RECOGIDA' TO AUD-OPERACION
                  MOVE 'DOMICILIO' TO AUD-ENTIDAD
                  MOVE DOM-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-REWRITE.

        PROCESAR-UNO-BUZON.
                MOVE SPACES TO N-SALIDA
                ACCEPT N-SALIDA LINE 8 POSITION 44
                IF N-SALIDA = SPACES
                  MOVE 'S' TO FIN-BUZON
                ELSE
                  PERFORM PROCESAR-SALIDA-BUZON
                END-IF.

        PROCESAR-SALIDA-BUZON.
                MOVE 'S' TO EXISTE-ALQ
                MOVE 'N' TO BLOQUEADO
                READ ALQUILER INVALID KEY
                  MOVE 'N' TO EXISTE-ALQ
                END-READ
                IF ESTADO-ALQUILER = '99'
                  PERFORM REINTENTAR-ALQUILER
                END-IF
                IF BLOQUEADO = 'S'
                  DISPLAY 'Alquiler en uso en el otro puesto'
                  LINE 10 POSITION 15
                ELSE
                 IF EXISTE-ALQ = 'N' OR DEVUELTA = 'S'
                  DISPLAY 'Numero de salida no valido    '
                  LINE 10 POSITION 15
                 ELSE
                  PERFORM BUSCAR-FIANZA
                 END-IF
                 IF EXISTE-ALQ = 'S' AND DEVUELTA NOT = 'S'
                  AND FIANZA-PENDIENTE = 'S'
                  DISPLAY 'Equipo con fianza: devolver en mostrador'
                  LINE 10 POSITION 15
                  UNLOCK ALQUILER
                 END-IF
                 IF EXISTE-ALQ = 'S' AND DEVUELTA NOT = 'S'
                  AND FIANZA-PENDIENTE = 'N'
                  IF DEVUELTA = 'P'
                   MOVE FECHA-EFECTIVA TO FECHA-RECUPERA
                   PERFORM RECUPERAR-PERDIDA
                   ADD 1 TO ITEMS-BUZON
                   SUBTRACT ABONO-REPOSICION FROM CARGOS-BUZON
                   DISPLAY 'Recuperado' LINE 10 POSITION 15
                   DISPLAY N-SALIDA LINE 10 POSITION 26
                  ELSE
                   PERFORM CALCULAR-RECARGO-BUZON
                   PERFORM GRABAR-BUZON
                  END-IF
                 END-IF
                END-IF.

        GRABAR-BUZON.
                MOVE REG-ALQUILER TO DTR-ANTES
                MOVE 'S' TO DEVUELTA
                MOVE FECHA-EFECTIVA(7:2) TO DIA-DEV
                MOVE FECHA-EFECTIVA(5:2) TO MES-DEV
                REWRITE REG-ALQUILER INVALID KEY
                  DISPLAY 'Error al grabar la devolucion'
                  LINE 10 POSITION 15
                  MOVE 'N' TO DEVUELTA
                NOT INVALID KEY
                  MOVE 'ALQUILER' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-ALQUILER TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  ADD 1 TO ITEMS-BUZON
                  MOVE CODI-PELI TO COD-PELI
                  READ PELICULA KEY IS COD-PELI INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE REG-PELICULA TO DTR-ANTES
                    IF COPIAS-ALQUILADAS > 0
                      SUBTRACT 1 FROM COPIAS-ALQUILADAS
                    END-IF
                    REWRITE REG-PELICULA INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE 'PELICULA' TO DTR-FICHERO
                      MOVE 'M' TO DTR-OPERACION
                      MOVE REG-PELICULA TO DTR-DESPUES
                      PERFORM ANOTAR-DIARIO
                      PERFORM AVISAR-RESERVA
                    END-REWRITE
                  END-READ
                  PERFORM UBICAR-EJEMPLAR
                  IF TOTAL-PAGAR > 0
                    MOVE CODI-SOCIO TO CTA-SOCIO
                    MOVE 'C' TO CTA-TIPO
                    MOVE CONCEPTO-BUZON TO CTA-CONCEPTO
                    MOVE TOTAL-PAGAR TO CTA-IMPORTE
                    CALL 'CUENTA' USING CTA-SOCIO CTA-TIPO
                                        CTA-CONCEPTO CTA-IMPORTE
                    IF TOTAL-PAGAR < 0
                      MOVE CODI-SOCIO TO CTA-SOCIO
                      MOVE 'A' TO CTA-TIPO
                      MOVE CONCEPTO-BUZON TO CTA-CONCEPTO
                      MOVE TOTAL-PAGAR TO CTA-IMPORTE
                      CALL 'CUENTA' USING CTA-SOCIO CTA-TIPO
                                          CTA-CONCEPTO CTA-IMPORTE
                END-REWRITE.

        PROCESAR-DEVOLUCION.
                MOVE REG-ALQUILER TO DTR-ANTES
                MOVE 'S' TO DEVUELTA
                MOVE FECHA-SISTEMA(7:2) TO DIA-DEV
                MOVE FECHA-SISTEMA(5:2) TO MES-DEV
                  DISPLAY 'Error al grabar la devolucion'
                  LINE 21 POSITION 15
                NOT INVALID KEY
                  MOVE 'ALQUILER' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-ALQUILER TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  MOVE CODI-PELI TO COD-PELI
                  READ PELICULA KEY IS COD-PELI INVALID KEY
                    CONTINUE
                    DISPLAY 'Aviso: no se encontro la pelicula'
                    LINE 21 POSITION 15
                  NOT INVALID KEY
                    MOVE REG-PELICULA TO DTR-ANTES
                    IF COPIAS-ALQUILADAS > 0
                      SUBTRACT 1 FROM COPIAS-ALQUILADAS
                    END-IF
                      DISPLAY 'Error al liberar la pelicula'
                      LINE 21 POSITION 15
                    NOT INVALID KEY
                      MOVE 'PELICULA' TO DTR-FICHERO
                      MOVE 'M' TO DTR-OPERACION
                      MOVE REG-PELICULA TO DTR-DESPUES
                      PERFORM ANOTAR-DIARIO
                      PERFORM AVISAR-RESERVA
                    END-REWRITE
                  END-READ
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  PERFORM DEVOLVER-FIANZA
                  IF TOTAL-PAGAR > 0
                    PERFORM COBRAR-DEVOLUCION
                  ELSE
                  PERFORM PEDIR-VALORACION
                END-REWRITE.

        CONFIRMAR-RECUPERACION.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                MOVE 0 TO DIAS-RETRASO
                MOVE 0 TO TOTAL-PAGAR
                PERFORM MOSTRAR-ALQUILER
                DISPLAY 'ALQUILER DECLARADO PERDIDO' LINE 7 POSITION 25
                REVERSE
                DISPLAY "CONFIRMAR RECUPERACION (S/N)?"
                POSITION 25 LINE 19
                MOVE ' ' TO RES
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 55 LINE 19
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  MOVE FECHA-HOY-YMD TO FECHA-RECUPERA
                  PERFORM RECUPERAR-PERDIDA
                  PERFORM DEVOLVER-FIANZA
                  MOVE ABONO-REPOSICION TO ABONO-PANT
                  DISPLAY 'Reposicion abonada en cuenta:'
                  LINE 18 POSITION 15
                  DISPLAY ABONO-PANT LINE 18 POSITION 45
                  MOVE CODI-PELI TO COD-PELI
                  READ PELICULA KEY IS COD-PELI INVALID KEY
                    MOVE SPACES TO TITULO
                  END-READ
                  PERFORM EMITIR-TICKET-DEV
                ELSE
                  UNLOCK ALQUILER
                END-IF.

        RECUPERAR-PERDIDA.
                MOVE ZEROS TO ABONO-REPOSICION
                MOVE 'S' TO EXISTE-PERDIDA
                MOVE N-SALIDA TO PER-SALIDA
                READ PERDIDAS INVALID KEY
                  MOVE 'N' TO EXISTE-PERDIDA
                END-READ
                IF EXISTE-PERDIDA = 'S' AND PER-ESTADO = 'P'
                  MOVE PER-REPOSICION TO ABONO-REPOSICION
                  MOVE 'R' TO PER-ESTADO
                  MOVE FECHA-RECUPERA TO PER-FECHA-REC
                  REWRITE REG-PERDIDAS INVALID KEY
                    CONTINUE
                  END-REWRITE
                END-IF
                MOVE REG-ALQUILER TO DTR-ANTES
                MOVE 'S' TO DEVUELTA
                MOVE FECHA-RECUPERA(7:2) TO DIA-DEV
                MOVE FECHA-RECUPERA(5:2) TO MES-DEV
                MOVE FECHA-RECUPERA(1:4) TO ANO-DEV
                REWRITE REG-ALQUILER INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'ALQUILER' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-ALQUILER TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                END-REWRITE
                IF ABONO-REPOSICION > 0
                  MOVE CODI-SOCIO TO CTA-SOCIO
                  MOVE 'A' TO CTA-TIPO
                  MOVE 'ABONO REPOSIC' TO CTA-CONCEPTO
                  MOVE ABONO-REPOSICION TO CTA-IMPORTE
                  CALL 'CUENTA' USING CTA-SOCIO CTA-TIPO CTA-CONCEPTO
                                       CTA-IMPORTE
                  CANCEL 'CUENTA'
                END-IF
                IF EJEMPLAR-ALQ > 0
                  MOVE 'S' TO EXISTE-EJE-UBI
                  MOVE CODI-PELI TO EJE-PELI
                  MOVE EJEMPLAR-ALQ TO EJE-NUM
                  READ EJEMPLAR INVALID KEY
                    MOVE 'N' TO EXISTE-EJE-UBI
                  END-READ
                  MOVE CODI-PELI TO EJE-PELI
                  MOVE EJEMPLAR-ALQ TO EJE-NUM
                  MOVE CODI-PELI TO BAJ-PELI
                  MOVE EJEMPLAR-ALQ TO BAJ-EJE
                  MOVE 'R' TO BAJ-MOTIVO
                  CALL 'BAJA-ACTIVO' USING BAJ-PELI BAJ-EJE BAJ-MOTIVO
                  CANCEL 'BAJA-ACTIVO'
                  MOVE 'B' TO ESTADO-EJE
                  MOVE FECHA-RECUPERA TO FECHA-EJE
                  MOVE SUCURSAL-ACTUAL TO EJE-SUCURSAL
                  MOVE SPACES TO EJE-SUC-DESTINO
                  IF EXISTE-EJE-UBI = 'N'
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
                END-IF
                MOVE CODI-PELI TO COD-PELI
                READ PELICULA KEY IS COD-PELI INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE REG-PELICULA TO DTR-ANTES
                  ADD 1 TO NUM-COPIAS
                  REWRITE REG-PELICULA INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'PELICULA' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-PELICULA TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                    PERFORM AVISAR-RESERVA
                  END-REWRITE
                END-READ
                MOVE 'RECUPERA' TO AUD-OPERACION
                MOVE 'ALQUILER' TO AUD-ENTIDAD
                MOVE N-SALIDA TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        ABONAR-DIFERENCIA.
                MOVE 'X' TO CNJ-MODO
                MOVE ZEROS TO CNJ-TARJETA
                COMPUTE CNJ-IMPORTE = 0 - TOTAL-PAGAR
                MOVE N-SALIDA TO CNJ-CLAVE
                CALL 'CANJE-REGALO' USING CNJ-MODO CNJ-TARJETA
                                          CNJ-IMPORTE CNJ-CLAVE
                                          CNJ-SALDO CNJ-RESULTADO
                CANCEL 'CANJE-REGALO'
                IF CNJ-IMPORTE > 0
                  MOVE 'R' TO CAJ-FORMA
                  MOVE 'DEVOLUCION' TO CAJ-TIPO
                  MOVE N-SALIDA TO CAJ-CLAVE
                  COMPUTE CAJ-IMPORTE = 0 - CNJ-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      CAJ-FORMA
                  CANCEL 'CAJA'
                  MOVE CNJ-IMPORTE TO REGALO-PANT
                  DISPLAY 'Abonado a tarjeta:' LINE 20 POSITION 25
                  DISPLAY REGALO-PANT LINE 20 POSITION 44
                END-IF
                IF CNJ-IMPORTE < 0 - TOTAL-PAGAR
                  MOVE 'E' TO CAJ-FORMA
                  MOVE 'DEVOLUCION' TO CAJ-TIPO
                  MOVE N-SALIDA TO CAJ-CLAVE
                  COMPUTE CAJ-IMPORTE = TOTAL-PAGAR + CNJ-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      CAJ-FORMA
                  CANCEL 'CAJA'
                END-IF
                MOVE 'REEMBOLSO' TO AUD-OPERACION
                MOVE 'ALQUILER' TO AUD-ENTIDAD
                MOVE N-SALIDA TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                COMPUTE TOTAL-PANT-DEV = TOTAL-PAGAR + CNJ-IMPORTE
                DISPLAY 'Devolver al socio:' LINE 18 POSITION 25
                DISPLAY TOTAL-PANT-DEV LINE 18 POSITION 44
                PERFORM EMITIR-TICKET-DEV.
                IF EXISTE-EJEMPLAR = 'N'
                  MOVE SUCURSAL-ACTUAL TO EJE-SUCURSAL
                  MOVE SPACES TO EJE-SUC-DESTINO
                  MOVE ZEROS TO EJE-ALQUILERES
                  MOVE ZEROS TO EJE-ALQ-REVISION
                  MOVE ZEROS TO EJE-FECHA-REVISION
                  WRITE REG-EJEMPLAR INVALID KEY
                    CONTINUE
                  END-WRITE
                    CONTINUE
                  END-REWRITE
                END-IF
                IF ESTADO-EJE = 'P'
                  MOVE COD-PELI TO BAJ-PELI
                  MOVE NUM-EJEMPLAR-DEV TO BAJ-EJE
                  MOVE 'P' TO BAJ-MOTIVO
                  CALL 'BAJA-ACTIVO' USING BAJ-PELI BAJ-EJE BAJ-MOTIVO
                  CANCEL 'BAJA-ACTIVO'
                END-IF
                DISPLAY 'Cargo por reposicion:' LINE 18 POSITION 40
                ACCEPT CARGO-REPOSICION LINE 18 POSITION 62
                ADD CARGO-REPOSICION TO TOTAL-PAGAR
                  IF NUM-COPIAS > 0
                    SUBTRACT 1 FROM NUM-COPIAS
                  END-IF
                  MOVE COD-PELI TO BAJ-PELI
                  MOVE NUM-EJEMPLAR-DEV TO BAJ-EJE
                  MOVE 'X' TO BAJ-MOTIVO
                  CALL 'BAJA-ACTIVO' USING BAJ-PELI BAJ-EJE BAJ-MOTIVO
                  CANCEL 'BAJA-ACTIVO'
                  MOVE 'BAJA' TO AUD-OPERACION
                  MOVE 'EJEMPLAR' TO AUD-ENTIDAD
                  MOVE CLAVE-EJEMPLAR TO AUD-CLAVE
                    MOVE FECHA-HOY-YMD TO FECHA-EJE
                    MOVE SUCURSAL-ACTUAL TO EJE-SUCURSAL
                    MOVE SPACES TO EJE-SUC-DESTINO
                    MOVE ZEROS TO EJE-ALQUILERES
                    MOVE ZEROS TO EJE-ALQ-REVISION
                    MOVE ZEROS TO EJE-FECHA-REVISION
                    PERFORM CONTAR-USO-EJEMPLAR
                    WRITE REG-EJEMPLAR INVALID KEY
                      CONTINUE
                    END-WRITE
                  ELSE
                    MOVE SUCURSAL-ACTUAL TO EJE-SUCURSAL
                    PERFORM CONTAR-USO-EJEMPLAR
                    REWRITE REG-EJEMPLAR INVALID KEY
                      CONTINUE
                    END-REWRITE
                  END-IF
                END-IF.

        CONTAR-USO-EJEMPLAR.
                ADD 1 TO EJE-ALQUILERES
                ADD 1 TO EJE-ALQ-REVISION
                PERFORM BUSCAR-LIMITE-REVISION
                IF LIMITE-REVISION > 0
                 AND EJE-ALQ-REVISION NOT < LIMITE-REVISION
                 AND (ESTADO-EJE = 'B' OR ESTADO-EJE = 'D')
                  MOVE 'R' TO ESTADO-EJE
                  MOVE FECHA-HOY-YMD TO FECHA-EJE
                  DISPLAY 'Apartar para revision el ejemplar:'
                  LINE 23 POSITION 15
                  DISPLAY EJE-PELI LINE 23 POSITION 50
                  DISPLAY EJE-NUM LINE 23 POSITION 57
                  MOVE 'REVISION' TO AUD-OPERACION
                  MOVE 'EJEMPLAR' TO AUD-ENTIDAD
                  MOVE CLAVE-EJEMPLAR TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-IF.

        BUSCAR-LIMITE-REVISION.
                MOVE ZEROS TO LIMITE-REVISION
                MOVE CODI-PELI TO ART-PELI
                READ ARTICULO INVALID KEY
                  MOVE 'P' TO ART-TIPO
                END-READ
                MOVE ART-TIPO TO TPA-CODIGO
                READ TIPOART INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE TPA-LIMITE-REVISION TO LIMITE-REVISION
                END-READ.

        COBRAR-DEVOLUCION.
                MOVE SPACE TO RES-PAGO
                DISPLAY 'PAGA AHORA (S/N)?' LINE 18 POSITION 25
                END-PERFORM
                IF RES-PAGO = 'S' OR RES-PAGO = 's'
                  PERFORM PEDIR-FORMA-PAGO
                  IF CAJ-FORMA = 'R'
                    PERFORM CANJEAR-REGALO
                  ELSE
                    IF CAJ-FORMA NOT = 'C'
                      MOVE 'DEVOLUCION' TO CAJ-TIPO
                      MOVE N-SALIDA TO CAJ-CLAVE
                      MOVE TOTAL-PAGAR TO CAJ-IMPORTE
                      CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                        CAJ-FORMA
                      CANCEL 'CAJA'
                    END-IF
                  END-IF
                ELSE
                  MOVE SPACE TO CAJ-FORMA
                  MOVE CODI-SOCIO TO CTA-SOCIO
                  MOVE 'C' TO CTA-TIPO
                  MOVE 'DEVOLUCION' TO CTA-CONCEPTO
                  DISPLAY 'Importe cargado en cuenta del socio'
                  LINE 18 POSITION 25
                END-IF
                PERFORM EMITIR-TICKET-DEV
                IF CAJ-FORMA = 'C'
                  PERFORM CARGAR-EMPRESA
                END-IF.

        PEDIR-FORMA-PAGO.
                MOVE ' ' TO RES-FORMA
                DISPLAY 'Pago (E)fect/(T)arj/(C)ta empresa/(R)egalo?'
                LINE 20 POSITION 25
                PERFORM UNTIL FORMA-CONTESTADA
                   ACCEPT RES-FORMA LINE 20 POSITION 69
                   IF RES-FORMA = 'C' OR RES-FORMA = 'c'
                     PERFORM COMPROBAR-EMPRESA
                   END-IF
                   IF RES-FORMA = 'R' OR RES-FORMA = 'r'
                     IF TOTAL-PAGAR > 0
                       PERFORM COMPROBAR-REGALO
                     ELSE
                       MOVE ' ' TO RES-FORMA
                     END-IF
                   END-IF
                END-PERFORM
                MOVE RES-FORMA TO CAJ-FORMA
                IF CAJ-FORMA = 'c'
                  MOVE 'C' TO CAJ-FORMA
                END-IF
                IF CAJ-FORMA = 'r'
                  MOVE 'R' TO CAJ-FORMA
                END-IF.

        COMPROBAR-EMPRESA.
                MOVE 'V' TO CGE-MODO
                MOVE CODI-SOCIO TO CGE-SOCIO
                MOVE ZEROS TO CGE-TICKET
                MOVE TOTAL-PAGAR TO CGE-IMPORTE
                CALL 'CARGO-EMPRESA' USING CGE-MODO CGE-SOCIO
                                           CGE-TICKET CGE-IMPORTE
                                           CGE-RESULTADO
                CANCEL 'CARGO-EMPRESA'
                EVALUATE CGE-RESULTADO
                  WHEN 'S'
                    DISPLAY '                                        '
                    LINE 21 POSITION 25
                  WHEN 'L'
                    DISPLAY 'Limite de credito de la empresa superado'
                    LINE 21 POSITION 25
                    MOVE ' ' TO RES-FORMA
                  WHEN 'B'
                    DISPLAY 'Cuenta de empresa no activa             '
                    LINE 21 POSITION 25
                    MOVE ' ' TO RES-FORMA
                  WHEN OTHER
                    DISPLAY 'Socio sin cuenta de empresa             '
                    LINE 21 POSITION 25
                    MOVE ' ' TO RES-FORMA
                END-EVALUATE.

        COMPROBAR-REGALO.
                DISPLAY 'Tarjeta regalo N.:                      '
                LINE 21 POSITION 25
                MOVE ZEROS TO CNJ-TARJETA
                ACCEPT CNJ-TARJETA LINE 21 POSITION 44
                MOVE 'V' TO CNJ-MODO
                MOVE TOTAL-PAGAR TO CNJ-IMPORTE
                MOVE SPACES TO CNJ-CLAVE
                CALL 'CANJE-REGALO' USING CNJ-MODO CNJ-TARJETA
                                          CNJ-IMPORTE CNJ-CLAVE
                                          CNJ-SALDO CNJ-RESULTADO
                CANCEL 'CANJE-REGALO'
                EVALUATE CNJ-RESULTADO
                  WHEN 'S'
                    PERFORM PEDIR-RESTO
                  WHEN 'B'
                    DISPLAY 'Tarjeta regalo bloqueada                '
                    LINE 21 POSITION 25
                    MOVE ' ' TO RES-FORMA
                  WHEN 'C'
                    DISPLAY 'Tarjeta regalo caducada                 '
                    LINE 21 POSITION 25
                    MOVE ' ' TO RES-FORMA
                  WHEN 'A'
                    DISPLAY 'Tarjeta regalo sin saldo                '
                    LINE 21 POSITION 25
                    MOVE ' ' TO RES-FORMA
                  WHEN OTHER
                    DISPLAY 'Tarjeta regalo inexistente              '
                    LINE 21 POSITION 25
                    MOVE ' ' TO RES-FORMA
                END-EVALUATE.

        PEDIR-RESTO.
                MOVE 'E' TO FORMA-RESTO
                IF CNJ-IMPORTE < TOTAL-PAGAR
                  COMPUTE IMPORTE-RESTO = TOTAL-PAGAR - CNJ-IMPORTE
                  MOVE IMPORTE-RESTO TO REGALO-PANT
                  DISPLAY 'Resto a pagar:                          '
                  LINE 21 POSITION 25
                  DISPLAY REGALO-PANT LINE 21 POSITION 40
                  DISPLAY '(E/T)?' LINE 21 POSITION 50
                  MOVE ' ' TO RES-RESTO
                  PERFORM UNTIL RESTO-CONTESTADO
                     ACCEPT RES-RESTO LINE 21 POSITION 57
                  END-PERFORM
                  IF RES-RESTO = 'T' OR RES-RESTO = 't'
                    MOVE 'T' TO FORMA-RESTO
                  END-IF
                ELSE
                  MOVE CNJ-SALDO TO REGALO-PANT
                  DISPLAY 'Saldo tarjeta regalo:                   '
                  LINE 21 POSITION 25
                  DISPLAY REGALO-PANT LINE 21 POSITION 47
                END-IF.

        CANJEAR-REGALO.
                MOVE 'R' TO CNJ-MODO
                MOVE TOTAL-PAGAR TO CNJ-IMPORTE
                MOVE N-SALIDA TO CNJ-CLAVE
                CALL 'CANJE-REGALO' USING CNJ-MODO CNJ-TARJETA
                                          CNJ-IMPORTE CNJ-CLAVE
                                          CNJ-SALDO CNJ-RESULTADO
                CANCEL 'CANJE-REGALO'
                IF CNJ-IMPORTE > 0
                  MOVE 'DEVOLUCION' TO CAJ-TIPO
                  MOVE N-SALIDA TO CAJ-CLAVE
                  MOVE CNJ-IMPORTE TO CAJ-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                    CAJ-FORMA
                  CANCEL 'CAJA'
                END-IF
                IF CNJ-IMPORTE < TOTAL-PAGAR
                  MOVE 'DEVOLUCION' TO CAJ-TIPO
                  MOVE N-SALIDA TO CAJ-CLAVE
                  COMPUTE CAJ-IMPORTE = TOTAL-PAGAR - CNJ-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                    FORMA-RESTO
                  CANCEL 'CAJA'
                END-IF
                MOVE CNJ-IMPORTE TO REGALO-PANT
                DISPLAY 'Canjeado:                               '
                LINE 21 POSITION 25
                DISPLAY REGALO-PANT LINE 21 POSITION 35
                MOVE CNJ-SALDO TO REGALO-PANT
                DISPLAY 'Saldo:' LINE 21 POSITION 46
                DISPLAY REGALO-PANT LINE 21 POSITION 53.

        CARGAR-EMPRESA.
                MOVE 'C' TO CGE-MODO
                MOVE CODI-SOCIO TO CGE-SOCIO
                MOVE TCK-NUMERO TO CGE-TICKET
                MOVE TOTAL-PAGAR TO CGE-IMPORTE
                CALL 'CARGO-EMPRESA' USING CGE-MODO CGE-SOCIO
                                           CGE-TICKET CGE-IMPORTE
                                           CGE-RESULTADO
                CANCEL 'CARGO-EMPRESA'
                IF CGE-RESULTADO = 'S'
                  DISPLAY 'Cargado en la cuenta de empresa'
                  LINE 18 POSITION 25
                ELSE
                  DISPLAY 'Aviso: cargo a empresa no registrado'
                  LINE 18 POSITION 25
                END-IF.

        EMITIR-TICKET-DEV.
                MOVE 'DEV' TO TCK-TIPO
                CLOSE RESERVA.
                CLOSE EJEMPLAR.
                CLOSE VALORA.
                CLOSE PERDIDAS.
                CLOSE ARTICULO.
                CLOSE ARTSERIE.
                CLOSE TIPOART.
                CLOSE FIANZAS.
                CLOSE DOMICILIO.

        IDENTIFICAR-TARJETA.
                DISPLAY ' ' LINE 23 POSITION 15 ERASE EOL
                CALL 'IDENTIFICA-SOCIO' USING ENTRADA-SOCIO CLAVE-SOCIO
                                              AVISO-TARJETA
                CANCEL 'IDENTIFICA-SOCIO'
                EVALUATE TRUE
                  WHEN AVISO-TARJETA = 'N'
                    DISPLAY 'Tarjeta no reconocida' LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'A'
                    DISPLAY 'TARJETA ANULADA, pida otra identificacion'
                    LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'C'
                    DISPLAY 'AVISO: carnet de socio caducado'
                    LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'S'
                    DISPLAY 'AVISO: socio suspendido por morosidad'
                    LINE 23 POSITION 15
                END-EVALUATE.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
