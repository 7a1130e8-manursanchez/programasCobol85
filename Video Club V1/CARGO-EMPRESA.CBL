        IDENTIFICATION DIVISION.
         PROGRAM-ID. CARGO-EMPRESA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL EMPRESAS ASSIGN TO DISK "EMPRESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS ESTADO-EMPRESAS.

               SELECT OPTIONAL EMPSOCIO ASSIGN TO DISK "EMPSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESO-SOCIO
               ALTERNATE RECORD KEY IS ESO-EMPRESA WITH DUPLICATES
               FILE STATUS IS ESTADO-EMPSOCIO.

               SELECT OPTIONAL CARGOEMP ASSIGN TO DISK "CARGOEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGE-TICKET
               ALTERNATE RECORD KEY IS CGE-EMPRESA WITH DUPLICATES
               FILE STATUS IS ESTADO-CARGOEMP.

        DATA DIVISION.

        FILE SECTION.
          FD EMPRESAS LABEL RECORD STANDARD.
          01 REG-EMPRESAS.
           02 EMP-CODIGO PIC X(4).
           02 EMP-NOMBRE PIC X(30).
           02 EMP-CIF PIC X(9).
           02 EMP-DIRECCION PIC X(30).
           02 EMP-POBLACION PIC X(20).
           02 EMP-COD-POSTAL PIC X(5).
           02 EMP-LIMITE PIC 9(6)V99.
           02 EMP-DIAS-PAGO PIC 999.
           02 EMP-RIESGO PIC S9(7)V99.
           02 EMP-ACTIVA PIC X.

          FD EMPSOCIO LABEL RECORD STANDARD.
          01 REG-EMPSOCIO.
           02 ESO-SOCIO PIC X(5).
           02 ESO-EMPRESA PIC X(4).
           02 ESO-FECHA PIC 9(8).

          FD CARGOEMP LABEL RECORD STANDARD.
          01 REG-CARGOEMP.
           02 CGE-TICKET PIC 9(6).
           02 CGE-EMPRESA PIC X(4).
           02 CGE-SOCIO PIC X(5).
           02 CGE-FECHA PIC 9(8).
           02 CGE-IMPORTE PIC 9(7)V99.
           02 CGE-FACTURA PIC 9(6).

        WORKING-STORAGE SECTION.
         77 ESTADO-EMPRESAS PIC XX.
         77 ESTADO-EMPSOCIO PIC XX.
         77 ESTADO-CARGOEMP PIC XX.
         77 FECHA-SISTEMA PIC X(8).
         77 IMPORTE-ABONO PIC 9(7)V99.

        LINKAGE SECTION.
         77 LK-MODO PIC X.
         77 LK-SOCIO PIC X(5).
         77 LK-TICKET PIC 9(6).
         77 LK-IMPORTE PIC 9(7)V99.
         77 LK-RESULTADO PIC X.

        PROCEDURE DIVISION USING LK-MODO LK-SOCIO LK-TICKET
                                 LK-IMPORTE LK-RESULTADO.
          INICIO.
                MOVE 'N' TO LK-RESULTADO.
                OPEN I-O EMPRESAS.
                OPEN INPUT EMPSOCIO.
                OPEN I-O CARGOEMP.
                EVALUATE LK-MODO
                  WHEN 'V'
                    PERFORM BUSCAR-EMPRESA
                  WHEN 'C'
                    PERFORM BUSCAR-EMPRESA
                    IF LK-RESULTADO = 'S'
                      PERFORM ANOTAR-CARGO
                    END-IF
                  WHEN 'A'
                    PERFORM ABONAR-CARGO
                END-EVALUATE.
                CLOSE EMPRESAS.
                CLOSE EMPSOCIO.
                CLOSE CARGOEMP.
            EXIT PROGRAM.

          BUSCAR-EMPRESA.
                MOVE LK-SOCIO TO ESO-SOCIO
                READ EMPSOCIO INVALID KEY
                  MOVE 'N' TO LK-RESULTADO
                NOT INVALID KEY
                  MOVE ESO-EMPRESA TO EMP-CODIGO
                  READ EMPRESAS INVALID KEY
                    MOVE 'B' TO LK-RESULTADO
                  NOT INVALID KEY
                    IF EMP-ACTIVA NOT = 'S'
                      MOVE 'B' TO LK-RESULTADO
                    ELSE
                      IF EMP-RIESGO + LK-IMPORTE > EMP-LIMITE
                        MOVE 'L' TO LK-RESULTADO
                      ELSE
                        MOVE 'S' TO LK-RESULTADO
                      END-IF
                    END-IF
                  END-READ
                END-READ.

          ANOTAR-CARGO.
                IF LK-IMPORTE > 0
                  IF LK-TICKET = 0
                    MOVE 'N' TO LK-RESULTADO
                  ELSE
                    MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                    MOVE LK-TICKET TO CGE-TICKET
                    MOVE EMP-CODIGO TO CGE-EMPRESA
                    MOVE LK-SOCIO TO CGE-SOCIO
                    MOVE FECHA-SISTEMA TO CGE-FECHA
                    MOVE LK-IMPORTE TO CGE-IMPORTE
                    MOVE ZEROS TO CGE-FACTURA
                    WRITE REG-CARGOEMP INVALID KEY
                      MOVE 'N' TO LK-RESULTADO
                    NOT INVALID KEY
                      ADD LK-IMPORTE TO EMP-RIESGO
                      REWRITE REG-EMPRESAS INVALID KEY
                        CONTINUE
                      END-REWRITE
                    END-WRITE
                  END-IF
                END-IF.

          ABONAR-CARGO.
                MOVE LK-TICKET TO CGE-TICKET
                READ CARGOEMP INVALID KEY
                  MOVE 'N' TO LK-RESULTADO
                NOT INVALID KEY
                  IF CGE-FACTURA = 0
                    IF LK-IMPORTE < CGE-IMPORTE
                      MOVE LK-IMPORTE TO IMPORTE-ABONO
                    ELSE
                      MOVE CGE-IMPORTE TO IMPORTE-ABONO
                    END-IF
                    SUBTRACT IMPORTE-ABONO FROM CGE-IMPORTE
                    REWRITE REG-CARGOEMP INVALID KEY
                      CONTINUE
                    END-REWRITE
                    MOVE CGE-EMPRESA TO EMP-CODIGO
                    READ EMPRESAS INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      SUBTRACT IMPORTE-ABONO FROM EMP-RIESGO
                      REWRITE REG-EMPRESAS INVALID KEY
                        CONTINUE
                      END-REWRITE
                    END-READ
                    MOVE 'S' TO LK-RESULTADO
                  END-IF
                END-READ.
