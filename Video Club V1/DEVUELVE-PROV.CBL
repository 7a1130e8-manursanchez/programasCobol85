        IDENTIFICATION DIVISION.
          PROGRAM-ID. DEVUELVE-PROV.

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

               SELECT OPTIONAL PROVEEDOR ASSIGN TO DISK
                                             "PROVEEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROV
               ALTERNATE RECORD KEY IS NOMBRE-PROV WITH DUPLICATES
               FILE STATUS IS ESTADO-PROVEEDOR.

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

               SELECT OPTIONAL ALQUILER ASSIGN TO DISK "ALQUILER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA
               ALTERNATE RECORD KEY IS CODI-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ALQUILER.

               SELECT OPTIONAL FACTURAS ASSIGN TO DISK "FACTURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS ESTADO-FACTURAS.

               SELECT OPTIONAL DEVPROV ASSIGN TO DISK "DEVPROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVP-NUMERO
               ALTERNATE RECORD KEY IS DVP-PROV WITH DUPLICATES
               FILE STATUS IS ESTADO-DEVPROV.

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

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

          FD PROVEEDOR LABEL RECORD STANDARD.
          01 REG-PROVEEDOR.
           02 COD-PROV PIC X(4).
           02 NOMBRE-PROV PIC X(30).
           02 TELEFONO-PROV PIC X(10).
           02 DIRECCION-PROV PIC X(30).

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

          FD FACTURAS LABEL RECORD STANDARD.
          01 REG-FACTURAS.
           02 FAC-CLAVE.
            03 FAC-PROV PIC X(4).
            03 FAC-NUMERO PIC X(10).
           02 FAC-FECHA PIC 9(8).
           02 FAC-VENCIMIENTO PIC 9(8).
           02 FAC-IMPORTE PIC 9(7)V99.
           02 FAC-CASADO PIC 9(7)V99.
           02 FAC-ESTADO PIC X.

          FD DEVPROV LABEL RECORD STANDARD.
          01 REG-DEVPROV.
           02 DVP-NUMERO PIC X(6).
           02 DVP-PROV PIC X(4).
           02 DVP-PEDIDO PIC X(6).
           02 DVP-LINEA PIC 99.
           02 DVP-PELI PIC X(6).
           02 DVP-FECHA PIC 9(8).
           02 DVP-COPIAS PIC 99.
           02 DVP-EJEMPLARES.
            03 DVP-EJE PIC 99 OCCURS 10 TIMES.
           02 DVP-IMPORTE PIC 9(7)V99.
           02 DVP-MOTIVO PIC X(30).
           02 DVP-ESTADO PIC X.
           02 DVP-ABONO PIC X(10).
           02 DVP-FACTURA PIC X(10).
           02 DVP-IMPORTE-ABONO PIC 9(7)V99.
           02 DVP-FECHA-ABONO PIC 9(8).

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-PROVEEDOR PIC XX.
        77 ESTADO-PEDIDOS PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-FACTURAS PIC XX.
        77 ESTADO-DEVPROV PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 MODO PIC X.
          88 DEVOLVER-COPIAS VALUE "1".
          88 REGISTRAR-ABONO VALUE "2".
          88 INFORME-PENDIENTES VALUE "3".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 EXISTE-LINEA PIC X.
        77 EXISTE-PELI PIC X.
        77 EXISTE-EJE PIC X.
        77 EXISTE-FAC PIC X.
        77 EXISTE-DEV PIC X.
        77 EXISTE-CONTROL PIC X.
        77 FIN-FICH PIC X.
        77 FIN-EJE PIC X.
        77 EJE-OK PIC X.
        77 EJE-FUERA PIC X.
        77 PEDIDO-ENT PIC X(6).
        77 LINEA-ENT PIC 99.
        77 EJE-ENT PIC 99.
        77 NUM-DEVUELTAS PIC 99.
        77 IDX-EJE PIC 99.
        77 LINEA-PANT PIC 99.
        77 POS-PANT PIC 99.
        77 NUMERO-DEV PIC 9(4).
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 IMPORTE-ABONO PIC 9(7)V99.
        77 IMPORTE-PANT PIC ZZZZZZ9.99.
        77 TOTAL-PEND PIC 9(9)V99.
        77 DIAS-PEND PIC 9(5).
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'DEVUELVE-PROV'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).
        77 BAJ-PELI PIC X(6).
        77 BAJ-EJE PIC 99.
        77 BAJ-MOTIVO PIC X.

        01 TABLA-DEVUELTAS.
         02 TAB-EJE PIC 99 OCCURS 10 TIMES.

        01 CABECERA-NOTA.
         02 FILLER PIC X(24) VALUE SPACES.
         02 FILLER PIC X(30) VALUE "NOTA DE DEVOLUCION A PROVEEDOR".

        01 LINEA-NOTA-1.
         02 FILLER PIC X(12) VALUE "Devolucion: ".
         02 NOT-NUMERO PIC X(6).
         02 FILLER PIC X(10) VALUE "   Fecha: ".
         02 NOT-FECHA PIC 9(8).

        01 LINEA-NOTA-2.
         02 FILLER PIC X(12) VALUE "Proveedor:  ".
         02 NOT-PROV PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 NOT-NOMBRE PIC X(30).

        01 LINEA-NOTA-3.
         02 FILLER PIC X(12) VALUE "Pedido:     ".
         02 NOT-PEDIDO PIC X(6).
         02 FILLER PIC X(9) VALUE "  Linea: ".
         02 NOT-LINEA PIC 99.

        01 LINEA-NOTA-4.
         02 FILLER PIC X(12) VALUE "Pelicula:   ".
         02 NOT-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 NOT-TITULO PIC X(30).

        01 LINEA-NOTA-5.
         02 FILLER PIC X(12) VALUE "Motivo:     ".
         02 NOT-MOTIVO PIC X(30).

        01 LINEA-NOTA-6.
         02 FILLER PIC X(12) VALUE "Ejemplar:   ".
         02 NOT-EJE PIC Z9.

        01 LINEA-NOTA-7.
         02 FILLER PIC X(12) VALUE "Copias:     ".
         02 NOT-COPIAS PIC Z9.
         02 FILLER PIC X(20) VALUE "   Abono esperado: ".
         02 NOT-IMPORTE PIC ZZZZZZ9.99.

        01 LINEA-NOTA-8.
         02 FILLER PIC X(40)
            VALUE "Recibido por el transportista: ________".

        01 CABECERA.
         02 FILLER PIC X(20) VALUE SPACES.
         02 FILLER PIC X(40)
            VALUE "DEVOLUCIONES PENDIENTES DE ABONO".

        01 LINEA-INFORME.
         02 INF-NUMERO PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 INF-PROV PIC X(4).
         02 FILLER PIC X VALUE SPACES.
         02 INF-FECHA PIC 9(8).
         02 FILLER PIC X VALUE SPACES.
         02 INF-PEDIDO PIC X(6).
         02 FILLER PIC X VALUE "/".
         02 INF-LINEA PIC 99.
         02 FILLER PIC X VALUE SPACES.
         02 INF-PELI PIC X(6).
         02 FILLER PIC X VALUE SPACES.
         02 INF-COPIAS PIC Z9.
         02 FILLER PIC X(2) VALUE SPACES.
         02 INF-IMPORTE PIC ZZZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 INF-DIAS PIC ZZZ9.

        01 LINEA-TOTAL.
         02 FILLER PIC X(38) VALUE SPACES.
         02 FILLER PIC X(7) VALUE "TOTAL: ".
         02 TOT-IMP PIC ZZZZZZZZ9.99.

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
                  ACCEPT MODO LINE 4 POSITION 58
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                  EVALUATE TRUE
                    WHEN DEVOLVER-COPIAS
                      PERFORM DEVOLVER-LINEA
                    WHEN REGISTRAR-ABONO
                      PERFORM ANOTAR-ABONO
                    WHEN INFORME-PENDIENTES
                      PERFORM IMPRIMIR-PENDIENTES
                    WHEN OTHER
                      DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                  END-EVALUATE
                  DISPLAY 'DESEA PROCESAR OTRA DEVOLUCION?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 53
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O PELICULA.
               IF ESTADO-PELICULA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PELICULA
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PROVEEDOR.
               IF ESTADO-PROVEEDOR NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PROVEEDOR
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PEDIDOS.
               IF ESTADO-PEDIDOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-PEDIDOS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O FACTURAS.
               IF ESTADO-FACTURAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-FACTURAS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O DEVPROV.
               IF ESTADO-DEVPROV NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-DEVPROV
                 ACCEPT RESPU
               END-IF.
               OPEN I-O EJEMPLAR.
               OPEN INPUT ALQUILER.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' DEVOLUCIONES A PROVEEDOR ' LINE 2 POSITION 27
                REVERSE
                DISPLAY '1: Devolver, 2: Abono recibido, 3: Pendientes:'
                LINE 4 POSITION 10.

        DEVOLVER-LINEA.
                DISPLAY 'Pedido.............:' LINE 6 POSITION 15
                ACCEPT PEDIDO-ENT LINE 6 POSITION 37
                DISPLAY 'Linea..............:' LINE 7 POSITION 15
                ACCEPT LINEA-ENT LINE 7 POSITION 37
                MOVE 'S' TO EXISTE-LINEA
                MOVE PEDIDO-ENT TO NUM-PEDIDO
                MOVE LINEA-ENT TO LIN-PEDIDO
                READ PEDIDOS INVALID KEY
                  MOVE 'N' TO EXISTE-LINEA
                END-READ
                IF EXISTE-LINEA = 'N'
                  DISPLAY 'Esa linea no existe' LINE 21 POSITION 21
                ELSE
                 IF PED-ESTADO NOT = 'R' AND PED-ESTADO NOT = 'F'
                  DISPLAY 'Esa linea aun no se ha recibido' LINE 21
                  POSITION 21
                 ELSE
                  MOVE 'S' TO EXISTE-PELI
                  MOVE PED-PELI TO COD-PELI
                  READ PELICULA INVALID KEY
                    MOVE 'N' TO EXISTE-PELI
                  END-READ
                  IF EXISTE-PELI = 'N'
                    DISPLAY 'La pelicula ya no existe' LINE 21
                    POSITION 21
                  ELSE
                    MOVE PED-PROV TO COD-PROV
                    READ PROVEEDOR INVALID KEY
                      MOVE SPACES TO NOMBRE-PROV
                    END-READ
                    DISPLAY NOMBRE-PROV LINE 6 POSITION 45
                    DISPLAY PED-PELI LINE 8 POSITION 15
                    DISPLAY TITULO LINE 8 POSITION 22
                    DISPLAY 'Recibidas:' LINE 9 POSITION 15
                    DISPLAY PED-COPIAS LINE 9 POSITION 26
                    DISPLAY 'En stock:' LINE 9 POSITION 31
                    DISPLAY NUM-COPIAS LINE 9 POSITION 41
                    DISPLAY 'Fuera:' LINE 9 POSITION 46
                    DISPLAY COPIAS-ALQUILADAS LINE 9 POSITION 53
                    MOVE SPACES TO DVP-MOTIVO
                    DISPLAY 'Motivo.............:' LINE 11 POSITION 15
                    ACCEPT DVP-MOTIVO LINE 11 POSITION 37
                    PERFORM ELEGIR-EJEMPLARES
                    IF NUM-DEVUELTAS = 0
                      DISPLAY 'No se ha elegido ningun ejemplar'
                      LINE 21 POSITION 21
                    ELSE
                      MOVE ' ' TO RES
                      DISPLAY "CONFIRMAR DEVOLUCION (S/N)?" POSITION 25
                      LINE 19
                      PERFORM UNTIL CORRECTA
                         ACCEPT RES POSITION 54 LINE 19
                      END-PERFORM
                      IF RES = 'S' OR RES = 's'
                        PERFORM GRABAR-DEVOLUCION
                      END-IF
                      MOVE ' ' TO RES
                    END-IF
                  END-IF
                 END-IF
                END-IF.

        ELEGIR-EJEMPLARES.
                MOVE 0 TO NUM-DEVUELTAS
                MOVE ZEROS TO TABLA-DEVUELTAS
                MOVE 'N' TO FIN-EJE
                MOVE 15 TO POS-PANT
                DISPLAY 'Ejemplar (0 fin)...:' LINE 13 POSITION 15
                DISPLAY 'Devueltos:' LINE 14 POSITION 4
                PERFORM PEDIR-EJEMPLAR UNTIL FIN-EJE = 'S'
                   OR NUM-DEVUELTAS = PED-COPIAS
                   OR NUM-DEVUELTAS = 10
                   OR NUM-DEVUELTAS + COPIAS-ALQUILADAS = NUM-COPIAS.

        PEDIR-EJEMPLAR.
                MOVE 0 TO EJE-ENT
                ACCEPT EJE-ENT LINE 13 POSITION 37
                IF EJE-ENT = 0
                  MOVE 'S' TO FIN-EJE
                ELSE
                  PERFORM VALIDAR-EJEMPLAR
                  IF EJE-OK = 'S'
                    ADD 1 TO NUM-DEVUELTAS
                    MOVE EJE-ENT TO TAB-EJE(NUM-DEVUELTAS)
                    DISPLAY EJE-ENT LINE 14 POSITION POS-PANT
                    ADD 3 TO POS-PANT
                    DISPLAY '                              ' LINE 21
                    POSITION 21
                  END-IF
                END-IF.

        VALIDAR-EJEMPLAR.
                MOVE 'S' TO EJE-OK
                PERFORM VARYING IDX-EJE FROM 1 BY 1
                        UNTIL IDX-EJE > NUM-DEVUELTAS
                  IF TAB-EJE(IDX-EJE) = EJE-ENT
                    MOVE 'N' TO EJE-OK
                  END-IF
                END-PERFORM
                IF EJE-OK = 'N'
                  DISPLAY 'Ejemplar ya elegido           ' LINE 21
                  POSITION 21
                ELSE
                  MOVE 'S' TO EXISTE-EJE
                  MOVE PED-PELI TO EJE-PELI
                  MOVE EJE-ENT TO EJE-NUM
                  READ EJEMPLAR INVALID KEY
                    MOVE 'N' TO EXISTE-EJE
                  END-READ
                  IF EXISTE-EJE = 'S' AND ESTADO-EJE = 'X'
                    MOVE 'N' TO EJE-OK
                    DISPLAY 'Ejemplar ya dado de baja      ' LINE 21
                    POSITION 21
                  END-IF
                  IF EXISTE-EJE = 'N' AND EJE-ENT > NUM-COPIAS
                    MOVE 'N' TO EJE-OK
                    DISPLAY 'Ese ejemplar no existe        ' LINE 21
                    POSITION 21
                  END-IF
                  IF EJE-OK = 'S'
                    PERFORM COMPROBAR-FUERA
                    IF EJE-FUERA = 'S'
                      MOVE 'N' TO EJE-OK
                      DISPLAY 'Ejemplar alquilado ahora mismo' LINE 21
                      POSITION 21
                    END-IF
                  END-IF
                END-IF.

        COMPROBAR-FUERA.
                MOVE 'N' TO EJE-FUERA
                MOVE PED-PELI TO CODI-PELI
                MOVE 'N' TO FIN-FICH
                START ALQUILER KEY IS = CODI-PELI INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF CODI-PELI NOT = PED-PELI
                      MOVE 'S' TO FIN-FICH
                    ELSE
                      IF DEVUELTA = 'N' AND EJEMPLAR-ALQ = EJE-ENT
                        MOVE 'S' TO EJE-FUERA
                        MOVE 'S' TO FIN-FICH
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        GRABAR-DEVOLUCION.
                PERFORM VARYING IDX-EJE FROM 1 BY 1
                        UNTIL IDX-EJE > NUM-DEVUELTAS
                  PERFORM RETIRAR-EJEMPLAR
                END-PERFORM
                MOVE REG-PELICULA TO DTR-ANTES
                SUBTRACT NUM-DEVUELTAS FROM NUM-COPIAS
                REWRITE REG-PELICULA INVALID KEY
                  DISPLAY 'Error al actualizar la pelicula' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE 'PELICULA' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-PELICULA TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                END-REWRITE
                PERFORM OBTENER-NUMERO-DEV
                MOVE PED-PROV TO DVP-PROV
                MOVE NUM-PEDIDO TO DVP-PEDIDO
                MOVE LIN-PEDIDO TO DVP-LINEA
                MOVE PED-PELI TO DVP-PELI
                MOVE FECHA-HOY-YMD TO DVP-FECHA
                MOVE NUM-DEVUELTAS TO DVP-COPIAS
                MOVE TABLA-DEVUELTAS TO DVP-EJEMPLARES
                COMPUTE DVP-IMPORTE = NUM-DEVUELTAS * PED-COSTE
                MOVE 'P' TO DVP-ESTADO
                MOVE SPACES TO DVP-ABONO
                MOVE SPACES TO DVP-FACTURA
                MOVE ZEROS TO DVP-IMPORTE-ABONO
                MOVE ZEROS TO DVP-FECHA-ABONO
                WRITE REG-DEVPROV INVALID KEY
                  DISPLAY 'Error de escritura en disco' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE 'ALTA' TO AUD-OPERACION
                  MOVE 'DEVPROV' TO AUD-ENTIDAD
                  MOVE DVP-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Devolucion numero:' LINE 20 POSITION 15
                  DISPLAY DVP-NUMERO LINE 20 POSITION 34
                  PERFORM IMPRIMIR-NOTA
                END-WRITE.

        RETIRAR-EJEMPLAR.
                MOVE PED-PELI TO EJE-PELI
                MOVE TAB-EJE(IDX-EJE) TO EJE-NUM
                READ EJEMPLAR INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'X' TO ESTADO-EJE
                  MOVE FECHA-HOY-YMD TO FECHA-EJE
                  REWRITE REG-EJEMPLAR INVALID KEY
                    CONTINUE
                  END-REWRITE
                END-READ
                MOVE PED-PELI TO BAJ-PELI
                MOVE TAB-EJE(IDX-EJE) TO BAJ-EJE
                MOVE 'D' TO BAJ-MOTIVO
                CALL 'BAJA-ACTIVO' USING BAJ-PELI BAJ-EJE BAJ-MOTIVO
                CANCEL 'BAJA-ACTIVO'
                MOVE 'BAJA' TO AUD-OPERACION
                MOVE 'EJEMPLAR' TO AUD-ENTIDAD
                MOVE CLAVE-EJEMPLAR TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        OBTENER-NUMERO-DEV.
                OPEN I-O CONTROL-FICH.
                MOVE 'S' TO EXISTE-CONTROL.
                MOVE 'DEVPROV' TO CTL-CLAVE.
                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ.
                MOVE REG-CONTROL TO DTR-ANTES.
                IF EXISTE-CONTROL = 'N'
                  MOVE 'DEVPROV' TO CTL-CLAVE
                  MOVE ZEROS TO CTL-VALOR
                  MOVE SPACE TO CTL-ESTADO
                  MOVE ZEROS TO CTL-FECHA
                END-IF.
                ADD 1 TO CTL-VALOR.
                MOVE CTL-VALOR TO NUMERO-DEV.
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
                END-IF.
                CLOSE CONTROL-FICH.
                MOVE SPACES TO DVP-NUMERO.
                STRING 'DV' DELIMITED BY SIZE
                       NUMERO-DEV DELIMITED BY SIZE
                       INTO DVP-NUMERO.

        IMPRIMIR-NOTA.
                MOVE 'DEVUELVE-PROV' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                ELSE
                  WRITE REG-IMPRE FROM CABECERA-NOTA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE DVP-NUMERO TO NOT-NUMERO
                  MOVE DVP-FECHA TO NOT-FECHA
                  WRITE REG-IMPRE FROM LINEA-NOTA-1
                  END-WRITE
                  MOVE DVP-PROV TO NOT-PROV
                  MOVE NOMBRE-PROV TO NOT-NOMBRE
                  WRITE REG-IMPRE FROM LINEA-NOTA-2
                  END-WRITE
                  MOVE DVP-PEDIDO TO NOT-PEDIDO
                  MOVE DVP-LINEA TO NOT-LINEA
                  WRITE REG-IMPRE FROM LINEA-NOTA-3
                  END-WRITE
                  MOVE DVP-PELI TO NOT-PELI
                  MOVE TITULO TO NOT-TITULO
                  WRITE REG-IMPRE FROM LINEA-NOTA-4
                  END-WRITE
                  MOVE DVP-MOTIVO TO NOT-MOTIVO
                  WRITE REG-IMPRE FROM LINEA-NOTA-5
                  END-WRITE
                  PERFORM VARYING IDX-EJE FROM 1 BY 1
                          UNTIL IDX-EJE > DVP-COPIAS
                    MOVE DVP-EJE(IDX-EJE) TO NOT-EJE
                    WRITE REG-IMPRE FROM LINEA-NOTA-6
                    END-WRITE
                  END-PERFORM
                  MOVE DVP-COPIAS TO NOT-COPIAS
                  MOVE DVP-IMPORTE TO NOT-IMPORTE
                  WRITE REG-IMPRE FROM LINEA-NOTA-7
                  END-WRITE
                  WRITE REG-IMPRE FROM LINEA-NOTA-8
                      AFTER ADVANCING 2 LINES
                  END-WRITE
                  CLOSE IMPRE
                  DISPLAY 'Nota enviada al spool' LINE 21
                  POSITION 21
                END-IF.

        ANOTAR-ABONO.
                DISPLAY 'Numero devolucion..:' LINE 6 POSITION 15
                ACCEPT DVP-NUMERO LINE 6 POSITION 37
                MOVE 'S' TO EXISTE-DEV
                READ DEVPROV INVALID KEY
                  MOVE 'N' TO EXISTE-DEV
                END-READ
                IF EXISTE-DEV = 'N'
                  DISPLAY 'Esa devolucion no existe' LINE 21
                  POSITION 21
                ELSE
                 IF DVP-ESTADO NOT = 'P'
                  DISPLAY 'Esa devolucion ya esta abonada' LINE 21
                  POSITION 21
                 ELSE
                  MOVE DVP-PROV TO COD-PROV
                  READ PROVEEDOR INVALID KEY
                    MOVE SPACES TO NOMBRE-PROV
                  END-READ
                  DISPLAY DVP-PROV LINE 6 POSITION 45
                  DISPLAY NOMBRE-PROV LINE 6 POSITION 50
                  DISPLAY 'Abono esperado.....:' LINE 7 POSITION 15
                  MOVE DVP-IMPORTE TO IMPORTE-PANT
                  DISPLAY IMPORTE-PANT LINE 7 POSITION 37
                  DISPLAY 'Numero de abono....:' LINE 9 POSITION 15
                  ACCEPT DVP-ABONO LINE 9 POSITION 37
                  DISPLAY 'Importe del abono..:' LINE 10 POSITION 15
                  MOVE DVP-IMPORTE TO IMPORTE-ABONO
                  ACCEPT IMPORTE-ABONO LINE 10 POSITION 37 UPDATE
                  DISPLAY 'Factura a rebajar..:' LINE 11 POSITION 15
                  MOVE DVP-PROV TO FAC-PROV
                  ACCEPT FAC-NUMERO LINE 11 POSITION 37
                  MOVE 'S' TO EXISTE-FAC
                  READ FACTURAS INVALID KEY
                    MOVE 'N' TO EXISTE-FAC
                  END-READ
                  IF EXISTE-FAC = 'N'
                    DISPLAY 'Esa factura no existe' LINE 21
                    POSITION 21
                  ELSE
                   IF FAC-ESTADO = 'G'
                    DISPLAY 'Esa factura ya esta pagada' LINE 21
                    POSITION 21
                   ELSE
                    IF IMPORTE-ABONO > FAC-IMPORTE
                      DISPLAY 'Abono mayor que la factura' LINE 21
                      POSITION 21
                    ELSE
                      MOVE FAC-IMPORTE TO IMPORTE-PANT
                      DISPLAY 'Importe factura....:' LINE 12
                      POSITION 15
                      DISPLAY IMPORTE-PANT LINE 12 POSITION 37
                      MOVE ' ' TO RES
                      DISPLAY "APLICAR ABONO (S/N)?" POSITION 25
                      LINE 19
                      PERFORM UNTIL CORRECTA
                         ACCEPT RES POSITION 47 LINE 19
                      END-PERFORM
                      IF RES = 'S' OR RES = 's'
                        PERFORM APLICAR-ABONO
                      END-IF
                      MOVE ' ' TO RES
                    END-IF
                   END-IF
                  END-IF
                 END-IF
                END-IF.

        APLICAR-ABONO.
                SUBTRACT IMPORTE-ABONO FROM FAC-IMPORTE
                IF FAC-CASADO > IMPORTE-ABONO
                  SUBTRACT IMPORTE-ABONO FROM FAC-CASADO
                ELSE
                  MOVE ZEROS TO FAC-CASADO
                END-IF
                IF FAC-CASADO NOT < FAC-IMPORTE
                  MOVE 'C' TO FAC-ESTADO
                END-IF
                REWRITE REG-FACTURAS INVALID KEY
                  DISPLAY 'Error al actualizar la factura' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE 'A' TO DVP-ESTADO
                  MOVE FAC-NUMERO TO DVP-FACTURA
                  MOVE IMPORTE-ABONO TO DVP-IMPORTE-ABONO
                  MOVE FECHA-HOY-YMD TO DVP-FECHA-ABONO
                  REWRITE REG-DEVPROV INVALID KEY
                    DISPLAY 'Error al actualizar la devolucion'
                    LINE 21 POSITION 21
                  END-REWRITE
                  MOVE 'ABONO' TO AUD-OPERACION
                  MOVE 'FACTURA' TO AUD-ENTIDAD
                  MOVE FAC-NUMERO TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  MOVE FAC-IMPORTE TO IMPORTE-PANT
                  DISPLAY 'Queda en factura...:' LINE 13 POSITION 15
                  DISPLAY IMPORTE-PANT LINE 13 POSITION 37
                END-REWRITE.

        IMPRIMIR-PENDIENTES.
                MOVE 'DEVUELVE-PROV' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' ESTADO-IMPRESORA
                  LINE 22 POSITION 29
                ELSE
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE ZEROS TO TOTAL-PEND
                  MOVE LOW-VALUES TO DVP-PROV
                  MOVE 'N' TO FIN-FICH
                  START DEVPROV KEY IS > DVP-PROV INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ DEVPROV NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF DVP-ESTADO = 'P'
                        MOVE DVP-NUMERO TO INF-NUMERO
                        MOVE DVP-PROV TO INF-PROV
                        MOVE DVP-FECHA TO INF-FECHA
                        MOVE DVP-PEDIDO TO INF-PEDIDO
                        MOVE DVP-LINEA TO INF-LINEA
                        MOVE DVP-PELI TO INF-PELI
                        MOVE DVP-COPIAS TO INF-COPIAS
                        MOVE DVP-IMPORTE TO INF-IMPORTE
                        COMPUTE DIAS-PEND =
                                FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                              - FUNCTION INTEGER-OF-DATE(DVP-FECHA)
                        MOVE DIAS-PEND TO INF-DIAS
                        WRITE REG-IMPRE FROM LINEA-INFORME
                        END-WRITE
                        ADD DVP-IMPORTE TO TOTAL-PEND
                      END-IF
                    END-READ
                  END-PERFORM
                  MOVE TOTAL-PEND TO TOT-IMP
                  WRITE REG-IMPRE FROM LINEA-TOTAL
                  END-WRITE
                  CLOSE IMPRE
                  DISPLAY 'Informe enviado al spool' LINE 21
                  POSITION 21
                END-IF.

        CERRAR-FICHERO.
                CLOSE PELICULA.
                CLOSE PROVEEDOR.
                CLOSE PEDIDOS.
                CLOSE FACTURAS.
                CLOSE DEVPROV.
                CLOSE EJEMPLAR.
                CLOSE ALQUILER.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
