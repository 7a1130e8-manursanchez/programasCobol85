               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS ESTADO-FACTURAS.

               SELECT OPTIONAL RECEPPED ASSIGN TO DISK "RECEPPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-CLAVE
               FILE STATUS IS ESTADO-RECEPPED.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.
           02 FAC-CASADO PIC 9(7)V99.
           02 FAC-ESTADO PIC X.

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

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        77 ESTADO-PROVEEDOR PIC XX.
        77 ESTADO-PEDIDOS PIC XX.
        77 ESTADO-FACTURAS PIC XX.
        77 ESTADO-RECEPPED PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 EXISTE-PROV PIC X.
        77 EXISTE-FAC PIC X.
        77 EXISTE-LINEA PIC X.
        77 EXISTE-RECEP PIC X.
        77 FIN-FICH PIC X.
        77 FIN-LINEAS PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'FACTURA-PROV'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 LINEA-INFORME.
         02 INF-PROV PIC X(4).
                                LINE 25 POSITION 30 ESTADO-FACTURAS
                 ACCEPT RESPU
               END-IF.
               OPEN I-O RECEPPED.
               IF ESTADO-RECEPPED NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-RECEPPED
                 ACCEPT RESPU
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                  DISPLAY '                             ' LINE 13
                  POSITION 15
                END-IF
                MOVE REG-PEDIDOS TO DTR-ANTES
                MOVE 'F' TO PED-ESTADO
                REWRITE REG-PEDIDOS INVALID KEY
                  DISPLAY 'Error al casar la linea' LINE 11
                  POSITION 15
                NOT INVALID KEY
                  MOVE 'PEDIDOS' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-PEDIDOS TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  ADD IMPORTE-LINEA TO FAC-CASADO
                  PERFORM ANOTAR-FACTURADO
                  MOVE 'CASA' TO AUD-OPERACION
                  MOVE 'FACTURA' TO AUD-ENTIDAD
                  MOVE CLAVE-PEDIDO TO AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-REWRITE.

        ANOTAR-FACTURADO.
                MOVE 'S' TO EXISTE-RECEP
                MOVE CLAVE-PEDIDO TO RCP-CLAVE
                READ RECEPPED INVALID KEY
                  MOVE 'N' TO EXISTE-RECEP
                END-READ
                MOVE FAC-NUMERO TO RCP-FACTURA
                MOVE IMPORTE-LINEA TO RCP-FACTURADO
                IF EXISTE-RECEP = 'S'
                  REWRITE REG-RECEPPED INVALID KEY
                    DISPLAY 'Error al anotar lo facturado' LINE 11
                    POSITION 15
                  END-REWRITE
                ELSE
                  MOVE CLAVE-PEDIDO TO RCP-CLAVE
                  MOVE PED-PROV TO RCP-PROV
                  MOVE PED-COPIAS TO RCP-PEDIDAS
                  MOVE PED-COPIAS TO RCP-RECIBIDAS
                  MOVE PED-FECHA-REC TO RCP-FECHA
                  WRITE REG-RECEPPED INVALID KEY
                    DISPLAY 'Error al anotar lo facturado' LINE 11
                    POSITION 15
                  END-WRITE
                END-IF.

        CERRAR-CASACION.
                IF FAC-CASADO NOT < FAC-IMPORTE
                  MOVE 'C' TO FAC-ESTADO
                CLOSE PROVEEDOR.
                CLOSE PEDIDOS.
                CLOSE FACTURAS.
                CLOSE RECEPPED.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
