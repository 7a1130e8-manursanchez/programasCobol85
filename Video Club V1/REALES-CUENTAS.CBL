        IDENTIFICATION DIVISION.
         PROGRAM-ID. REALES-CUENTAS.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL CAJA ASSIGN TO DISK "CAJA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-CAJA.

               SELECT OPTIONAL VENTAS ASSIGN TO DISK "VENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-VENTA
               FILE STATUS IS ESTADO-VENTAS.

               SELECT OPTIONAL FACTURAS ASSIGN TO DISK "FACTURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS ESTADO-FACTURAS.

               SELECT OPTIONAL CUENTAS-MAP ASSIGN TO DISK
                                             "CUENTAMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-CLAVE
               FILE STATUS IS ESTADO-CUENTAS.

        DATA DIVISION.

        FILE SECTION.
          FD CAJA LABEL RECORD STANDARD.
          01 REG-CAJA PIC X(65).

          FD VENTAS LABEL RECORD STANDARD.
          01 REG-VENTAS.
           02 NUM-VENTA PIC 9(6).
           02 VTA-FECHA PIC 9(8).
           02 VTA-PELI PIC X(6).
           02 VTA-SOCIO PIC X(5).
           02 VTA-IMPORTE PIC 9(4)V99.
           02 VTA-IVA PIC 9(4)V99.

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

          FD CUENTAS-MAP LABEL RECORD STANDARD.
          01 REG-CUENTAS-MAP.
           02 MAP-CLAVE PIC X(10).
           02 MAP-CUENTA PIC X(8).
           02 MAP-CONTRAPARTIDA PIC X(8).
           02 MAP-DESCRIPCION PIC X(20).

        WORKING-STORAGE SECTION.
         77 ESTADO-CAJA PIC XX.
         77 ESTADO-VENTAS PIC XX.
         77 ESTADO-FACTURAS PIC XX.
         77 ESTADO-CUENTAS PIC XX.
         77 FIN-FICH PIC X.
         77 EXISTE-MAPA PIC X.
         77 FECHA-MOV PIC 9(8).
         77 ANO-MOV PIC 9(4).
         77 MES-MOV PIC 99.
         77 IMPORTE-MOV PIC S9(7)V99.
         77 IDX-CTA PIC 999.
         77 IDX-MES PIC 99.

         01 LINEA-CAJA.
          02 FECHA-CAJ PIC X(8).
          02 FILLER PIC X.
          02 HORA-CAJ PIC X(6).
          02 FILLER PIC X.
          02 TIPO-CAJ PIC X(10).
          02 FILLER PIC X.
          02 CLAVE-CAJ PIC X(10).
          02 FILLER PIC X.
          02 IMPORTE-CAJ PIC S9(7)V99 SIGN LEADING SEPARATE.
          02 FILLER PIC X.
          02 FORMA-CAJ PIC X.
          02 FILLER PIC X.
          02 IVA-CAJ PIC S9(5)V99 SIGN LEADING SEPARATE.
          02 FILLER PIC X.
          02 SUC-CAJ PIC X(2).

        LINKAGE SECTION.
         77 LK-ANO PIC 9(4).
         01 LK-REALES.
          02 LK-NUM-CUENTAS PIC 999.
          02 LK-SIN-MAPA PIC 9(5).
          02 LK-LINEA OCCURS 100 TIMES.
            03 LK-CUENTA PIC X(8).
            03 LK-DESCRIPCION PIC X(20).
            03 LK-REAL-MES PIC S9(7)V99 OCCURS 12 TIMES.

        PROCEDURE DIVISION USING LK-ANO LK-REALES.
          INICIO.
                MOVE 0 TO LK-NUM-CUENTAS.
                MOVE 0 TO LK-SIN-MAPA.
                OPEN INPUT CUENTAS-MAP.
                IF ESTADO-CUENTAS = "00"
                  PERFORM SUMAR-CAJA
                  PERFORM SUMAR-VENTAS
                  PERFORM SUMAR-FACTURAS
                  CLOSE CUENTAS-MAP
                END-IF.
            EXIT PROGRAM.

          SUMAR-CAJA.
                OPEN INPUT CAJA
                IF ESTADO-CAJA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ CAJA INTO LINEA-CAJA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF FECHA-CAJ NUMERIC
                       AND FECHA-CAJ(1:4) = LK-ANO
                       AND TIPO-CAJ NOT = 'CIERRE'
                        MOVE FECHA-CAJ TO FECHA-MOV
                        MOVE IMPORTE-CAJ TO IMPORTE-MOV
                        PERFORM BUSCAR-MAPA-CAJA
                        PERFORM ACUMULAR-MOVIMIENTO
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE CAJA
                END-IF.

          BUSCAR-MAPA-CAJA.
                MOVE 'N' TO EXISTE-MAPA
                IF TIPO-CAJ = 'GASTO'
                  MOVE 'S' TO EXISTE-MAPA
                  MOVE SPACES TO MAP-CLAVE
                  STRING 'GASTO' DELIMITED BY SIZE
                         CLAVE-CAJ(1:2) DELIMITED BY SIZE
                         INTO MAP-CLAVE
                  READ CUENTAS-MAP INVALID KEY
                    MOVE 'N' TO EXISTE-MAPA
                  END-READ
                END-IF
                IF EXISTE-MAPA = 'N'
                  MOVE 'S' TO EXISTE-MAPA
                  MOVE TIPO-CAJ TO MAP-CLAVE
                  READ CUENTAS-MAP INVALID KEY
                    MOVE 'N' TO EXISTE-MAPA
                  END-READ
                END-IF.

          SUMAR-VENTAS.
                OPEN INPUT VENTAS
                IF ESTADO-VENTAS = "00"
                  MOVE 'S' TO EXISTE-MAPA
                  MOVE 'VENTAS' TO MAP-CLAVE
                  READ CUENTAS-MAP INVALID KEY
                    MOVE 'N' TO EXISTE-MAPA
                  END-READ
                  MOVE ZEROS TO NUM-VENTA
                  MOVE 'N' TO FIN-FICH
                  START VENTAS KEY IS > NUM-VENTA INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ VENTAS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF VTA-FECHA(1:4) = LK-ANO
                        MOVE VTA-FECHA TO FECHA-MOV
                        MOVE VTA-IMPORTE TO IMPORTE-MOV
                        PERFORM ACUMULAR-MOVIMIENTO
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE VENTAS
                END-IF.

          SUMAR-FACTURAS.
                OPEN INPUT FACTURAS
                IF ESTADO-FACTURAS = "00"
                  MOVE 'S' TO EXISTE-MAPA
                  MOVE 'FACTPROV' TO MAP-CLAVE
                  READ CUENTAS-MAP INVALID KEY
                    MOVE 'N' TO EXISTE-MAPA
                  END-READ
                  MOVE LOW-VALUES TO FAC-CLAVE
                  MOVE 'N' TO FIN-FICH
                  START FACTURAS KEY IS > FAC-CLAVE INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ FACTURAS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF FAC-FECHA(1:4) = LK-ANO
                        MOVE FAC-FECHA TO FECHA-MOV
                        COMPUTE IMPORTE-MOV = 0 - FAC-IMPORTE
                        PERFORM ACUMULAR-MOVIMIENTO
                      END-IF
                    END-READ
                  END-PERFORM
                  CLOSE FACTURAS
                END-IF.

          ACUMULAR-MOVIMIENTO.
                IF EXISTE-MAPA = 'N'
                  ADD 1 TO LK-SIN-MAPA
                ELSE
                  MOVE FECHA-MOV(5:2) TO MES-MOV
                  MOVE 1 TO IDX-CTA
                  PERFORM UNTIL IDX-CTA > LK-NUM-CUENTAS
                     OR LK-CUENTA(IDX-CTA) = MAP-CUENTA
                    ADD 1 TO IDX-CTA
                  END-PERFORM
                  IF IDX-CTA > LK-NUM-CUENTAS AND LK-NUM-CUENTAS < 100
                    ADD 1 TO LK-NUM-CUENTAS
                    MOVE LK-NUM-CUENTAS TO IDX-CTA
                    MOVE MAP-CUENTA TO LK-CUENTA(IDX-CTA)
                    MOVE MAP-DESCRIPCION TO LK-DESCRIPCION(IDX-CTA)
                    PERFORM VARYING IDX-MES FROM 1 BY 1
                            UNTIL IDX-MES > 12
                      MOVE ZEROS TO LK-REAL-MES(IDX-CTA IDX-MES)
                    END-PERFORM
                  END-IF
                  IF IDX-CTA > LK-NUM-CUENTAS
                   OR MES-MOV < 1 OR MES-MOV > 12
                    ADD 1 TO LK-SIN-MAPA
                  ELSE
                    ADD IMPORTE-MOV TO LK-REAL-MES(IDX-CTA MES-MOV)
                  END-IF
                END-IF.
