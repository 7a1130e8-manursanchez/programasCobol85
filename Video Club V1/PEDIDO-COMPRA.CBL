               RECORD KEY IS CLAVE-PEDIDO
               FILE STATUS IS ESTADO-PEDIDOS.

               SELECT OPTIONAL RECEPPED ASSIGN TO DISK "RECEPPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-CLAVE
               FILE STATUS IS ESTADO-RECEPPED.

               SELECT OPTIONAL ACTIVOS ASSIGN TO DISK "ACTIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-CLAVE
               FILE STATUS IS ESTADO-ACTIVOS.

               SELECT OPTIONAL MERCANCIA ASSIGN TO DISK
                                             "MERCANCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MER-SKU
               FILE STATUS IS ESTADO-MERCANCIA.

        DATA DIVISION.

        FILE SECTION.
           02 PED-ESTADO PIC X.
           02 PED-FECHA-REC PIC 9(8).

          FD RECEPPED LABEL RECORD STANDARD.
          01 REG-RECEPPED.
           02 RCP-CLAVE.
            03 RCP-PEDIDO PIC X(6).
            03 RCP-LINEA PIC 99.
           02 RCP-PROV PIC X(4).
           02 RCP-PEDIDAS PIC 99.
           02 RCP-RECIBIDAS PIC 99.
           02 RCP-FECHA PIC 9(8).
           02 RCP-FACTURA PIC X(10).
           02 RCP-FACTURADO PIC 9(7)V99.

          FD ACTIVOS LABEL RECORD STANDARD.
          01 REG-ACTIVOS.
           02 ACT-CLAVE.
            03 ACT-PELI PIC X(6).
            03 ACT-EJE PIC 99.
           02 ACT-PEDIDO PIC X(8).
           02 ACT-FECHA-ALTA PIC 9(8).
           02 ACT-COSTE PIC 9(5)V99.
           02 ACT-VALOR PIC 9(5)V99.
           02 ACT-VIDA PIC 999.
           02 ACT-ULT-MES PIC 9(6).
           02 ACT-ESTADO PIC X.
           02 ACT-FECHA-BAJA PIC 9(8).
           02 ACT-MOTIVO PIC X.
           02 ACT-VALOR-BAJA PIC 9(5)V99.

          FD MERCANCIA LABEL RECORD STANDARD.
          01 REG-MERCANCIA.
           02 MER-SKU PIC X(6).
           02 MER-DESCRIPCION PIC X(30).
           02 MER-PROV PIC X(4).
           02 MER-COSTE PIC 9(4)V99.
           02 MER-PRECIO PIC 9(4)V99.
           02 MER-IVA PIC 99.
           02 MER-STOCK PIC 9(5).
           02 MER-MINIMO PIC 9(5).
           02 MER-ESTADO PIC X.

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-PROVEEDOR PIC XX.
        77 ESTADO-PEDIDOS PIC XX.
        77 ESTADO-RECEPPED PIC XX.
        77 ESTADO-ACTIVOS PIC XX.
        77 ESTADO-MERCANCIA PIC XX.
        77 EXISTE-MER PIC X.
        77 EXISTE-PROV PIC X.
        77 EXISTE-PELI PIC X.
        77 EXISTE-PEDIDO PIC X.
        77 LINEA-PANT PIC 99.
        77 MARGEN-PANT PIC -ZZZ9.99.
        77 CONT-RECIBIDAS PIC 9(3).
        77 COPIAS-RECIBIDAS PIC 99.
        77 COPIAS-PEDIDAS PIC 99.
        77 EJE-ALTA PIC 99.
        77 CONT-PANT PIC ZZ9.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'PEDIDO-COMPRA'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).
        77 ANTES-PEDIDO PIC X(160).

        SCREEN SECTION.
          01 COLOR-PORTADA.
                                LINE 25 POSITION 30 ESTADO-PEDIDOS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O RECEPPED.
               IF ESTADO-RECEPPED NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-RECEPPED
                 ACCEPT RESPU
               END-IF.
               OPEN I-O ACTIVOS.
               IF ESTADO-ACTIVOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-ACTIVOS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O MERCANCIA.
               IF ESTADO-MERCANCIA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-MERCANCIA
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                IF PED-PELI = SPACES
                  MOVE 'S' TO FIN-LINEAS
                ELSE
                  PERFORM LEER-MERCANCIA
                  MOVE 'S' TO EXISTE-PELI
                  MOVE PED-PELI TO COD-PELI
                  READ PELICULA INVALID KEY
                    MOVE 'N' TO EXISTE-PELI
                  END-READ
                  IF EXISTE-MER = 'S'
                    MOVE MER-DESCRIPCION TO PED-TITULO
                    DISPLAY PED-TITULO LINE LINEA-PANT POSITION 27
                  ELSE
                   IF EXISTE-PELI = 'S'
                    MOVE TITULO TO PED-TITULO
                    DISPLAY PED-TITULO LINE LINEA-PANT POSITION 27
                   ELSE
                    DISPLAY 'Titulo:' LINE LINEA-PANT POSITION 27
                    ACCEPT PED-TITULO LINE LINEA-PANT POSITION 35
                   END-IF
                  END-IF
                  DISPLAY 'Cop:' LINE LINEA-PANT POSITION 58
                  ACCEPT PED-COPIAS LINE LINEA-PANT POSITION 63
                    DISPLAY 'Linea ya existe, no grabada'
                    LINE 21 POSITION 21
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
                    MOVE 'PEDIDOS' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-PEDIDOS TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                    MOVE 'ALTA' TO AUD-OPERACION
                    MOVE 'PEDIDO' TO AUD-ENTIDAD
                    MOVE CLAVE-PEDIDO TO AUD-CLAVE
                   ACCEPT RES POSITION 52 LINE 11
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  MOVE PED-COPIAS TO COPIAS-PEDIDAS
                  MOVE PED-COPIAS TO COPIAS-RECIBIDAS
                  DISPLAY 'Copias recibidas:' POSITION 30 LINE 12
                  ACCEPT COPIAS-RECIBIDAS POSITION 48 LINE 12 UPDATE
                  PERFORM UNTIL COPIAS-RECIBIDAS NOT > COPIAS-PEDIDAS
                    ACCEPT COPIAS-RECIBIDAS POSITION 48 LINE 12
                    UPDATE
                  END-PERFORM
                  IF COPIAS-RECIBIDAS = 0
                    MOVE 'n' TO RES
                  END-IF
                END-IF
                IF RES = 'S' OR RES = 's'
                  MOVE REG-PEDIDOS TO ANTES-PEDIDO
                  MOVE COPIAS-RECIBIDAS TO PED-COPIAS
                  PERFORM LEER-MERCANCIA
                  IF EXISTE-MER = 'S'
                    PERFORM ACTUALIZAR-MERCANCIA
                  ELSE
                    PERFORM ACTUALIZAR-PELICULA
                  END-IF
                  MOVE 'R' TO PED-ESTADO
                  MOVE FECHA-HOY-YMD TO PED-FECHA-REC
                  REWRITE REG-PEDIDOS INVALID KEY
                    DISPLAY 'Error al actualizar pedido'
                    LINE 21 POSITION 21
                  NOT INVALID KEY
                    MOVE ANTES-PEDIDO TO DTR-ANTES
                    MOVE 'PEDIDOS' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-PEDIDOS TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                    ADD 1 TO CONT-RECIBIDAS
                    PERFORM GRABAR-RECEPCION
                    IF EXISTE-MER = 'N'
                      PERFORM ALTA-ACTIVOS
                    END-IF
                    MOVE 'RECEPCION' TO AUD-OPERACION
                    MOVE 'PEDIDO' TO AUD-ENTIDAD
                    MOVE CLAVE-PEDIDO TO AUD-CLAVE
                END-IF
                MOVE ' ' TO RES.

        GRABAR-RECEPCION.
                MOVE CLAVE-PEDIDO TO RCP-CLAVE
                MOVE PED-PROV TO RCP-PROV
                MOVE COPIAS-PEDIDAS TO RCP-PEDIDAS
                MOVE COPIAS-RECIBIDAS TO RCP-RECIBIDAS
                MOVE FECHA-HOY-YMD TO RCP-FECHA
                MOVE SPACES TO RCP-FACTURA
                MOVE ZEROS TO RCP-FACTURADO
                WRITE REG-RECEPPED INVALID KEY
                  REWRITE REG-RECEPPED INVALID KEY
                    DISPLAY 'Error al anotar la recepcion'
                    LINE 21 POSITION 21
                  END-REWRITE
                END-WRITE.

        ALTA-ACTIVOS.
                COMPUTE EJE-ALTA = NUM-COPIAS - COPIAS-RECIBIDAS + 1
                PERFORM UNTIL EJE-ALTA > NUM-COPIAS
                  PERFORM PREPARAR-ACTIVO
                  WRITE REG-ACTIVOS INVALID KEY
                    READ ACTIVOS INVALID KEY
                      CONTINUE
                    END-READ
                    IF ACT-ESTADO = 'B'
                      PERFORM PREPARAR-ACTIVO
                      REWRITE REG-ACTIVOS INVALID KEY
                        CONTINUE
                      END-REWRITE
                    END-IF
                  END-WRITE
                  ADD 1 TO EJE-ALTA
                END-PERFORM.

        PREPARAR-ACTIVO.
                MOVE PED-PELI TO ACT-PELI
                MOVE EJE-ALTA TO ACT-EJE
                MOVE CLAVE-PEDIDO TO ACT-PEDIDO
                MOVE FECHA-HOY-YMD TO ACT-FECHA-ALTA
                MOVE PED-COSTE TO ACT-COSTE
                MOVE PED-COSTE TO ACT-VALOR
                MOVE ZEROS TO ACT-VIDA
                MOVE FECHA-HOY-YMD(1:6) TO ACT-ULT-MES
                MOVE 'A' TO ACT-ESTADO
                MOVE ZEROS TO ACT-FECHA-BAJA
                MOVE SPACE TO ACT-MOTIVO
                MOVE ZEROS TO ACT-VALOR-BAJA.

        ACTUALIZAR-PELICULA.
                MOVE 'S' TO EXISTE-PELI
                MOVE PED-PELI TO COD-PELI
                  MOVE 'N' TO EXISTE-PELI
                END-READ
                IF EXISTE-PELI = 'S'
                  MOVE REG-PELICULA TO DTR-ANTES
                  ADD PED-COPIAS TO NUM-COPIAS
                  REWRITE REG-PELICULA INVALID KEY
                    DISPLAY 'Error al actualizar pelicula'
                    LINE 21 POSITION 21
                  NOT INVALID KEY
                    MOVE 'PELICULA' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-PELICULA TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                ELSE
                  MOVE PED-PELI TO COD-PELI
                  WRITE REG-PELICULA INVALID KEY
                    DISPLAY 'Error al crear pelicula'
                    LINE 21 POSITION 21
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
                    MOVE 'PELICULA' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-PELICULA TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-WRITE
                END-IF
                COMPUTE MARGEN-PANT = PRECIO - PED-COSTE
                DISPLAY 'Margen sobre coste:' LINE 17 POSITION 15
                DISPLAY MARGEN-PANT LINE 17 POSITION 35.

        LEER-MERCANCIA.
                MOVE 'S' TO EXISTE-MER
                MOVE PED-PELI TO MER-SKU
                READ MERCANCIA INVALID KEY
                  MOVE 'N' TO EXISTE-MER
                END-READ.

        ACTUALIZAR-MERCANCIA.
                ADD PED-COPIAS TO MER-STOCK
                MOVE PED-COSTE TO MER-COSTE
                REWRITE REG-MERCANCIA INVALID KEY
                  DISPLAY 'Error al actualizar articulo'
                  LINE 21 POSITION 21
                END-REWRITE
                COMPUTE MARGEN-PANT =
                   MER-PRECIO * 100 / (100 + MER-IVA) - PED-COSTE
                DISPLAY 'Margen sobre coste:' LINE 17 POSITION 15
                DISPLAY MARGEN-PANT LINE 17 POSITION 35.

        REVISAR-PROPUESTAS.
                DISPLAY 'Numero de propuesta:' LINE 6 POSITION 15
                ACCEPT PEDIDO-TRABAJO LINE 6 POSITION 37
                END-EVALUATE.

        APROBAR-LINEA.
                MOVE REG-PEDIDOS TO DTR-ANTES
                MOVE 'S' TO EXISTE-PROV
                DISPLAY 'Proveedor:' LINE 13 POSITION 15
                ACCEPT COD-PROV LINE 13 POSITION 26
                    DISPLAY 'Error al aprobar la linea'
                    LINE 21 POSITION 21
                  NOT INVALID KEY
                    MOVE 'PEDIDOS' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-PEDIDOS TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                    ADD 1 TO CONT-APROBADAS
                    MOVE 'APRUEBA' TO AUD-OPERACION
                    MOVE 'PEDIDO' TO AUD-ENTIDAD
                END-IF.

        BORRAR-LINEA.
                MOVE REG-PEDIDOS TO DTR-ANTES
                DELETE PEDIDOS RECORD INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE 'PEDIDOS' TO DTR-FICHERO
                  MOVE 'B' TO DTR-OPERACION
                  MOVE SPACES TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  ADD 1 TO CONT-BORRADAS
                  MOVE 'BORRA' TO AUD-OPERACION
                  MOVE 'PEDIDO' TO AUD-ENTIDAD
                CLOSE PELICULA.
                CLOSE PROVEEDOR.
                CLOSE PEDIDOS.
                CLOSE RECEPPED.
                CLOSE ACTIVOS.
                CLOSE MERCANCIA.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
