        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-CONTRATO.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL CONTRATOS ASSIGN TO DISK "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-PELI
               ALTERNATE RECORD KEY IS CON-PROV WITH DUPLICATES
               FILE STATUS IS ESTADO-CONTRATOS.

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
        77 ESTADO-CONTRATOS PIC XX.
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
        77 ESTADO-ANTERIOR PIC X.
        77 ESTADO-ENT PIC X.
          88 ESTADO-VALIDO VALUE 'A' 'C' 'D'.
        77 FECHA-OK PIC X.
        77 FECHA-PRUEBA PIC 9(8).
        77 FECHA-SISTEMA PIC X(8).
        77 DIA-VF PIC 99.
        77 MES-VF PIC 99.
        77 ANO-VF PIC 9999.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'MANT-CONTRATO'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

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
                  MOVE 'S' TO EXISTE-PELI
                  ACCEPT COD-PELI LINE 4 POSITION 45
                  READ PELICULA INVALID KEY
                   MOVE 'N' TO EXISTE-PELI
                  END-READ
                  IF EXISTE-PELI = 'N'
                    DISPLAY 'Esa pelicula no existe' LINE 21
                    POSITION 21
                  ELSE
                    DISPLAY TITULO LINE 5 POSITION 45
                    MOVE COD-PELI TO CON-PELI
                    MOVE 'S' TO EXISTE
                    READ CONTRATOS INVALID KEY
                     MOVE 'N' TO EXISTE
                    END-READ
                    IF EXISTE = 'N'
                      PERFORM INICIAR-CONTRATO
                      DISPLAY 'Nuevo contrato' LINE 4 POSITION 55
                    ELSE
                      PERFORM MOSTRAR-DATOS
                    END-IF
                    MOVE CON-ESTADO TO ESTADO-ANTERIOR
                    PERFORM MODIFICAR-DATOS
                    DISPLAY "GRABAR CONTRATO (S/N)?" POSITION 30
                    LINE 22
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 54 LINE 22
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                       PERFORM GRABAR-FICHA
                    END-IF
                    MOVE ' ' TO RES
                  END-IF
                  DISPLAY 'DESEA MANTENER OTRO CONTRATO?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 51
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O CONTRATOS.
               IF ESTADO-CONTRATOS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-CONTRATOS
                 ACCEPT RESPU
               END-IF.
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

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' CONTRATOS DE REPARTO DE INGRESOS ' LINE 2
                POSITION 23 REVERSE
                DISPLAY 'Codigo Pelicula...:' LINE 4 POSITION 25
                DISPLAY 'Proveedor..................:'
                LINE 7 POSITION 10
                DISPLAY 'Porcentaje para proveedor..:'
                LINE 9 POSITION 10
                DISPLAY 'Licencia desde (AAAAMMDD)..:'
                LINE 11 POSITION 10
                DISPLAY 'Licencia hasta (AAAAMMDD)..:'
                LINE 13 POSITION 10
                DISPLAY 'Precio de compra definitiva:'
                LINE 15 POSITION 10
                DISPLAY 'Estado (A/C/D).............:'
                LINE 17 POSITION 10
                DISPLAY '(A=activo, C=comprada, D=devuelta)'
                LINE 18 POSITION 39.

        INICIAR-CONTRATO.
                MOVE SPACES TO CON-PROV
                MOVE ZEROS TO CON-PORCENTAJE
                MOVE ZEROS TO CON-FECHA-INI
                MOVE ZEROS TO CON-FECHA-FIN
                MOVE ZEROS TO CON-PRECIO-COMPRA
                MOVE 'A' TO CON-ESTADO
                MOVE ZEROS TO CON-FECHA-CIERRE.

        MOSTRAR-DATOS.
                DISPLAY CON-PROV LINE 7 POSITION 39
                DISPLAY CON-PORCENTAJE LINE 9 POSITION 39
                DISPLAY CON-FECHA-INI LINE 11 POSITION 39
                DISPLAY CON-FECHA-FIN LINE 13 POSITION 39
                DISPLAY CON-PRECIO-COMPRA LINE 15 POSITION 39
                DISPLAY CON-ESTADO LINE 17 POSITION 39
                IF CON-ESTADO NOT = 'A'
                  DISPLAY 'Cerrado el' LINE 17 POSITION 45
                  DISPLAY CON-FECHA-CIERRE LINE 17 POSITION 56
                END-IF.

        MODIFICAR-DATOS.
                MOVE 'N' TO EXISTE-PROV
                PERFORM UNTIL EXISTE-PROV = 'S'
                  ACCEPT CON-PROV LINE 7 POSITION 39 UPDATE
                  MOVE CON-PROV TO COD-PROV
                  MOVE 'S' TO EXISTE-PROV
                  READ PROVEEDOR INVALID KEY
                    MOVE 'N' TO EXISTE-PROV
                  END-READ
                  IF EXISTE-PROV = 'N'
                    DISPLAY 'Ese proveedor no existe' LINE 21
                    POSITION 21
                  ELSE
                    DISPLAY '                       ' LINE 21
                    POSITION 21
                    DISPLAY NOMBRE-PROV LINE 7 POSITION 45
                  END-IF
                END-PERFORM
                ACCEPT CON-PORCENTAJE LINE 9 POSITION 39 UPDATE
                MOVE 'N' TO FECHA-OK
                PERFORM UNTIL FECHA-OK = 'S'
                  ACCEPT CON-FECHA-INI LINE 11 POSITION 39 UPDATE
                  MOVE CON-FECHA-INI TO FECHA-PRUEBA
                  PERFORM VALIDAR-FECHA-PANTALLA
                END-PERFORM
                MOVE 'N' TO FECHA-OK
                PERFORM UNTIL FECHA-OK = 'S'
                  ACCEPT CON-FECHA-FIN LINE 13 POSITION 39 UPDATE
                  MOVE CON-FECHA-FIN TO FECHA-PRUEBA
                  PERFORM VALIDAR-FECHA-PANTALLA
                  IF FECHA-OK = 'S' AND CON-FECHA-FIN < CON-FECHA-INI
                    DISPLAY 'Fin anterior al inicio' LINE 21
                    POSITION 21
                    MOVE 'N' TO FECHA-OK
                  END-IF
                END-PERFORM
                ACCEPT CON-PRECIO-COMPRA LINE 15 POSITION 39 UPDATE
                MOVE CON-ESTADO TO ESTADO-ENT
                ACCEPT ESTADO-ENT LINE 17 POSITION 39 UPDATE
                PERFORM UNTIL ESTADO-VALIDO
                  ACCEPT ESTADO-ENT LINE 17 POSITION 39 UPDATE
                END-PERFORM
                MOVE ESTADO-ENT TO CON-ESTADO.

        VALIDAR-FECHA-PANTALLA.
                MOVE FECHA-PRUEBA(7:2) TO DIA-VF
                MOVE FECHA-PRUEBA(5:2) TO MES-VF
                MOVE FECHA-PRUEBA(1:4) TO ANO-VF
                CALL 'VALIDA-FECHA' USING DIA-VF MES-VF ANO-VF
                                          FECHA-OK
                CANCEL 'VALIDA-FECHA'
                IF FECHA-OK = 'N'
                  DISPLAY 'Fecha no valida       ' LINE 21 POSITION 21
                ELSE
                  DISPLAY '                      ' LINE 21 POSITION 21
                END-IF.

        GRABAR-FICHA.
                IF CON-ESTADO NOT = ESTADO-ANTERIOR
                  IF CON-ESTADO = 'A'
                    MOVE ZEROS TO CON-FECHA-CIERRE
                  ELSE
                    MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                    MOVE FECHA-SISTEMA TO CON-FECHA-CIERRE
                  END-IF
                END-IF
                IF EXISTE = 'N'
                  WRITE REG-CONTRATOS INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-WRITE
                ELSE
                  REWRITE REG-CONTRATOS INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                END-IF
                MOVE 'CAMBIO' TO AUD-OPERACION
                MOVE 'CONTRATO' TO AUD-ENTIDAD
                MOVE CON-PELI TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                IF CON-ESTADO = 'D' AND ESTADO-ANTERIOR NOT = 'D'
                  PERFORM RETIRAR-TITULO
                END-IF.

        RETIRAR-TITULO.
                MOVE REG-PELICULA TO DTR-ANTES
                MOVE 'B' TO DISPONIBLE
                REWRITE REG-PELICULA INVALID KEY
                  DISPLAY 'Error al actualizar la pelicula' LINE 21
                  POSITION 21
                NOT INVALID KEY
                  MOVE 'PELICULA' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-PELICULA TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  MOVE 'BAJA' TO AUD-OPERACION
                  MOVE 'PELICULA' TO AUD-ENTIDAD
                  MOVE COD-PELI TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Titulo retirado del catalogo' LINE 21
                  POSITION 21
                END-REWRITE.

        CERRAR-FICHERO.
                CLOSE CONTRATOS.
                CLOSE PELICULA.
                CLOSE PROVEEDOR.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
