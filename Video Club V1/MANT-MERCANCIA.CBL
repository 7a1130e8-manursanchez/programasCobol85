        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-MERCANCIA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL MERCANCIA ASSIGN TO DISK
                                             "MERCANCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MER-SKU
               FILE STATUS IS ESTADO-MERCANCIA.

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

        DATA DIVISION.

        FILE SECTION.
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

        WORKING-STORAGE SECTION.
        77 ESTADO-MERCANCIA PIC XX.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-PROVEEDOR PIC XX.
        77 EXISTE PIC X.
        77 EXISTE-PELI PIC X.
        77 EXISTE-PROV PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 MARGEN-PANT PIC -ZZZ9.99.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

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
                PERFORM ABRIR-FICHERO.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE 'S' TO EXISTE
                  MOVE SPACES TO MER-SKU
                  PERFORM UNTIL MER-SKU NOT = SPACES
                    ACCEPT MER-SKU LINE 4 POSITION 45
                  END-PERFORM
                  READ MERCANCIA INVALID KEY
                   MOVE 'N' TO EXISTE
                  END-READ
                  IF EXISTE = 'N'
                    PERFORM COMPROBAR-PELICULA
                  END-IF
                  IF EXISTE = 'N' AND EXISTE-PELI = 'S'
                    DISPLAY 'Ese codigo ya es de una pelicula'
                    LINE 21 POSITION 21
                  ELSE
                    IF EXISTE = 'N'
                      MOVE SPACES TO MER-DESCRIPCION
                      MOVE SPACES TO MER-PROV
                      MOVE ZEROS TO MER-COSTE
                      MOVE ZEROS TO MER-PRECIO
                      MOVE PRM-IVA-VENTA TO MER-IVA
                      MOVE ZEROS TO MER-STOCK
                      MOVE ZEROS TO MER-MINIMO
                      MOVE 'A' TO MER-ESTADO
                      DISPLAY 'Nuevo articulo' LINE 4 POSITION 55
                    END-IF
                    PERFORM MOSTRAR-DATOS
                    PERFORM MODIFICAR-DATOS
                    DISPLAY "GRABAR ARTICULO (S/N)?" POSITION 30
                    LINE 22
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 55 LINE 22
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                       PERFORM GRABAR-FICHA
                    END-IF
                    MOVE ' ' TO RES
                  END-IF
                  DISPLAY 'DESEA MANTENER OTRO ARTICULO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 52
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O MERCANCIA.
               IF ESTADO-MERCANCIA NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-MERCANCIA
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PELICULA.
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

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' ARTICULOS DE TIENDA ' LINE 2
                POSITION 29 REVERSE
                DISPLAY 'Codigo de articulo.:' LINE 4 POSITION 25
                DISPLAY 'Descripcion................:'
                LINE 6 POSITION 10
                DISPLAY 'Proveedor habitual.........:'
                LINE 7 POSITION 10
                DISPLAY 'Coste unitario.............:'
                LINE 9 POSITION 10
                DISPLAY 'Precio venta (IVA incluido):'
                LINE 10 POSITION 10
                DISPLAY 'Tipo de IVA (%)............:'
                LINE 11 POSITION 10
                DISPLAY 'Existencias................:'
                LINE 13 POSITION 10
                DISPLAY 'Punto de pedido............:'
                LINE 14 POSITION 10
                DISPLAY 'Estado (A activo/B baja)...:'
                LINE 16 POSITION 10.

        COMPROBAR-PELICULA.
                MOVE 'S' TO EXISTE-PELI
                MOVE MER-SKU TO COD-PELI
                READ PELICULA INVALID KEY
                  MOVE 'N' TO EXISTE-PELI
                END-READ.

        MOSTRAR-DATOS.
                DISPLAY MER-DESCRIPCION LINE 6 POSITION 39
                DISPLAY MER-PROV LINE 7 POSITION 39
                DISPLAY MER-COSTE LINE 9 POSITION 39
                DISPLAY MER-PRECIO LINE 10 POSITION 39
                DISPLAY MER-IVA LINE 11 POSITION 39
                DISPLAY MER-STOCK LINE 13 POSITION 39
                DISPLAY MER-MINIMO LINE 14 POSITION 39
                DISPLAY MER-ESTADO LINE 16 POSITION 39.

        MODIFICAR-DATOS.
                ACCEPT MER-DESCRIPCION LINE 6 POSITION 39 UPDATE
                MOVE 'N' TO EXISTE-PROV
                PERFORM UNTIL EXISTE-PROV = 'S'
                  ACCEPT MER-PROV LINE 7 POSITION 39 UPDATE
                  PERFORM COMPROBAR-PROVEEDOR
                END-PERFORM
                ACCEPT MER-COSTE LINE 9 POSITION 39 UPDATE
                ACCEPT MER-PRECIO LINE 10 POSITION 39 UPDATE
                ACCEPT MER-IVA LINE 11 POSITION 39 UPDATE
                ACCEPT MER-STOCK LINE 13 POSITION 39 UPDATE
                ACCEPT MER-MINIMO LINE 14 POSITION 39 UPDATE
                ACCEPT MER-ESTADO LINE 16 POSITION 39 UPDATE
                PERFORM UNTIL MER-ESTADO = 'A' OR MER-ESTADO = 'B'
                  ACCEPT MER-ESTADO LINE 16 POSITION 39 UPDATE
                END-PERFORM
                COMPUTE MARGEN-PANT =
                   MER-PRECIO * 100 / (100 + MER-IVA) - MER-COSTE
                DISPLAY 'Margen sin IVA:' LINE 10 POSITION 50
                DISPLAY MARGEN-PANT LINE 10 POSITION 66.

        COMPROBAR-PROVEEDOR.
                IF MER-PROV = SPACES
                  MOVE 'S' TO EXISTE-PROV
                ELSE
                  MOVE 'S' TO EXISTE-PROV
                  MOVE MER-PROV TO COD-PROV
                  READ PROVEEDOR INVALID KEY
                    MOVE 'N' TO EXISTE-PROV
                  END-READ
                  IF EXISTE-PROV = 'S'
                    DISPLAY NOMBRE-PROV LINE 7 POSITION 45
                  ELSE
                    DISPLAY 'Ese proveedor no existe       '
                    LINE 7 POSITION 45
                  END-IF
                END-IF.

        GRABAR-FICHA.
                IF EXISTE = 'N'
                  WRITE REG-MERCANCIA INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-WRITE
                  MOVE 'ALTA' TO AUD-OPERACION
                ELSE
                  REWRITE REG-MERCANCIA INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                  MOVE 'CAMBIO' TO AUD-OPERACION
                END-IF
                MOVE 'MERCANCIA' TO AUD-ENTIDAD
                MOVE MER-SKU TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        CERRAR-FICHERO.
                CLOSE MERCANCIA.
                CLOSE PELICULA.
                CLOSE PROVEEDOR.
