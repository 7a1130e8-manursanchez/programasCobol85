               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTADO-COPIA.

               SELECT OPTIONAL DIARIO ASSIGN TO DISK "DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-DIARIO.

               SELECT DIARIO-COPIA ASSIGN TO DISK NOMBRE-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-COPIA.

        DATA DIVISION.

        FILE SECTION.
          FD COPIA LABEL RECORD STANDARD.
          01 REG-COPIA PIC X(160).

          FD DIARIO LABEL RECORD STANDARD.
          01 REG-DIARIO PIC X(400).

          FD DIARIO-COPIA LABEL RECORD STANDARD.
          01 REG-DIARIO-COPIA PIC X(400).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-PEDIDOS PIC XX.
        77 NOMBRE-COPIA PIC X(15).
        77 GENERACION PIC 9.
        77 GENERACION-ANTERIOR PIC 9.
        77 ESTADO-DIARIO PIC XX.
        77 FECHA-HORA-SISTEMA PIC X(21).
        77 EXISTE-CONTROL PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 RESPU PIC X.
        77 CONT-PANT PIC ZZZZZ9.
        77 LINEA-PANT PIC 99.

        01 LINEA-DIARIO.
         02 FECHA-DTR PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 HORA-DTR PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 PROGRAMA-DTR PIC X(18).
         02 FILLER PIC X VALUE SPACES.
         02 OPERADOR-DTR PIC X(20).
         02 FILLER PIC X VALUE SPACES.
         02 PUESTO-DTR PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 FICHERO-DTR PIC X(8).
         02 FILLER PIC X VALUE SPACES.
         02 OPERACION-DTR PIC X.
         02 FILLER PIC X VALUE SPACES.
         02 ANTES-DTR PIC X(160).
         02 FILLER PIC X VALUE SPACES.
         02 DESPUES-DTR PIC X(160).

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.
                DISPLAY 'Generacion de copia:' LINE 4 POSITION 25.
                DISPLAY GENERACION LINE 4 POSITION 46.
                MOVE 6 TO LINEA-PANT.
                PERFORM ROTAR-DIARIO.
                PERFORM COPIAR-PELICULAS.
                PERFORM COPIAR-SOCIOS.
                PERFORM COPIAR-ALQUILERES.
                  MOVE SPACE TO CTL-ESTADO
                  MOVE ZEROS TO CTL-FECHA
                END-IF.
                MOVE CTL-VALOR TO GENERACION-ANTERIOR.
                COMPUTE GENERACION =
                   FUNCTION MOD(CTL-VALOR 3) + 1.
                MOVE GENERACION TO CTL-VALOR.
                END-IF.
                CLOSE CONTROL-FICH.

        ROTAR-DIARIO.
                IF GENERACION-ANTERIOR > 0
                  MOVE SPACES TO NOMBRE-COPIA
                  STRING 'DIARIO.SG' DELIMITED BY SIZE
                         GENERACION-ANTERIOR DELIMITED BY SIZE
                         INTO NOMBRE-COPIA
                  OPEN INPUT DIARIO
                  IF ESTADO-DIARIO = "00"
                    OPEN OUTPUT DIARIO-COPIA
                    MOVE ZEROS TO CONT-REGISTROS
                    MOVE 'N' TO FIN-FICH
                    PERFORM UNTIL FIN-FICH = 'S'
                      READ DIARIO AT END
                        MOVE 'S' TO FIN-FICH
                      NOT AT END
                        WRITE REG-DIARIO-COPIA FROM REG-DIARIO
                        ADD 1 TO CONT-REGISTROS
                      END-READ
                    END-PERFORM
                    CLOSE DIARIO-COPIA
                    PERFORM MOSTRAR-RESULTADO
                  END-IF
                  CLOSE DIARIO
                END-IF.
                OPEN OUTPUT DIARIO.
                MOVE SPACES TO LINEA-DIARIO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-SISTEMA.
                MOVE FECHA-HORA-SISTEMA(1:8) TO FECHA-DTR.
                MOVE FECHA-HORA-SISTEMA(9:8) TO HORA-DTR.
                MOVE 'COPIA-SEGURIDAD' TO PROGRAMA-DTR.
                MOVE 'COPIASEG' TO FICHERO-DTR.
                MOVE 'G' TO OPERACION-DTR.
                MOVE GENERACION TO ANTES-DTR.
                WRITE REG-DIARIO FROM LINEA-DIARIO.
                CLOSE DIARIO.

        COPIAR-PELICULAS.
                MOVE SPACES TO NOMBRE-COPIA.
                STRING 'PELICULA.SG' DELIMITED BY SIZE
