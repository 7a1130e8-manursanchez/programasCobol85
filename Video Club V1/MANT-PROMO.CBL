               RECORD KEY IS COD-PROMO
               FILE STATUS IS ESTADO-PROMO.

               SELECT OPTIONAL CAMPANAS ASSIGN TO DISK "CAMPANAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODIGO
               FILE STATUS IS ESTADO-CAMPANAS.

        DATA DIVISION.

        FILE SECTION.
           02 VALOR-DTO PIC 9(4)V99.
           02 ACTIVA-PROMO PIC X.

          FD CAMPANAS LABEL RECORD STANDARD.
          01 REG-CAMPANAS.
           02 CMP-CODIGO PIC X(4).
           02 CMP-DESCRIPCION PIC X(20).
           02 CMP-CRITERIO PIC X.
           02 CMP-MESES PIC 99.
           02 CMP-GENERO PIC X(15).
           02 CMP-CATEGORIA PIC X.
           02 CMP-FECHA-INI PIC 9(8).
           02 CMP-FECHA-FIN PIC 9(8).
           02 CMP-TIPO-DTO PIC X.
           02 CMP-VALOR-DTO PIC 9(4)V99.
           02 CMP-ESTADO PIC X.
           02 CMP-FECHA-LANZ PIC 9(8).
           02 CMP-DESTINATARIOS PIC 9(5).

        WORKING-STORAGE SECTION.
        77 ESTADO-PROMO PIC XX.
        77 ESTADO-CAMPANAS PIC XX.
        77 EXISTE PIC X.
        77 EN-CAMPANA PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
                  READ PROMOCIONES INVALID KEY
                   MOVE 'N' TO EXISTE
                  END-READ
                  MOVE 'N' TO EN-CAMPANA
                  IF EXISTE = 'N'
                    PERFORM COMPROBAR-CAMPANA
                  END-IF
                  IF EN-CAMPANA = 'S'
                    DISPLAY 'Codigo usado por una campana'
                    LINE 21 POSITION 21
                  ELSE
                    IF EXISTE = 'N'
                      PERFORM INICIAR-PROMOCION
                      DISPLAY 'Nueva promocion' LINE 4 POSITION 55
                    ELSE
                      PERFORM MOSTRAR-DATOS
                    END-IF
                    PERFORM MODIFICAR-DATOS
                    DISPLAY "GRABAR PROMOCION (S/N)?" POSITION 30
                    LINE 22
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 55 LINE 22
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                       PERFORM GRABAR-FICHA
                    END-IF
                    MOVE ' ' TO RES
                  END-IF
                  DISPLAY 'DESEA MANTENER OTRA PROMOCION?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 52
                 ACCEPT RESPU
               END-IF.

        COMPROBAR-CAMPANA.
                OPEN INPUT CAMPANAS
                IF ESTADO-CAMPANAS = "00"
                  MOVE COD-PROMO TO CMP-CODIGO
                  READ CAMPANAS INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'S' TO EN-CAMPANA
                  END-READ
                  CLOSE CAMPANAS
                END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
