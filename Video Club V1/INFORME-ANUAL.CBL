          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL ESTADIS ASSIGN TO DISK "ESTADIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EST
               ALTERNATE RECORD KEY IS EST-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ESTADIS.

               SELECT OPTIONAL ARTICULO ASSIGN TO DISK "ARTICULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-PELI
               FILE STATUS IS ESTADO-ARTICULO.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
        DATA DIVISION.

        FILE SECTION.
          FD ESTADIS LABEL RECORD STANDARD.
          01 REG-ESTADIS.
           02 CLAVE-EST.
            03 EST-FECHA PIC 9(8).
            03 EST-SUCURSAL PIC X(2).
            03 EST-PELI PIC X(6).
           02 EST-ALQUILERES PIC 9(5).
           02 EST-INGRESOS PIC 9(7)V99.
           02 EST-DESCUENTOS PIC 9(7)V99.
           02 EST-DEVOLUCIONES PIC 9(5).
           02 EST-RECARGOS PIC 9(7)V99.
           02 EST-PRORROGAS PIC 9(5).

          FD ARTICULO LABEL RECORD STANDARD.
          01 REG-ARTICULO.
           02 ART-PELI PIC X(6).
           02 ART-TIPO PIC X.
           02 ART-PLATAFORMA PIC X(12).
           02 ART-PEGI PIC 99.
           02 ART-FIANZA PIC 9(4)V99.

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
         77 ESTADO-ESTADIS PIC XX.
         77 ESTADO-IMPRESORA PIC XX.
         77 NOMBRE-SPOOL PIC X(15).
         77 SPL-PROGRAMA PIC X(18).
         77 FECHA-HASTA-ANT PIC 9(8).
         77 FECHA-REG PIC 9(8).
         77 MES-REG PIC 99.
         77 IMPORTE-ALQ PIC 9(7)V99.
         77 IMPORTE-MORA PIC 9(7)V99.
         77 IDX PIC 99.
         77 LINEA-PANT PIC 99.
         77 TOT-ALQ-ACT PIC 9(8)V99.
         77 TOT-MORA-ACT PIC 9(8)V99.
         77 TOT-ALQ-ANT PIC 9(8)V99.
         77 TOT-MORA-ANT PIC 9(8)V99.
         77 ESTADO-ARTICULO PIC XX.
         77 PELI-REG PIC X(6).
         77 TOT-PELIS-ACT PIC 9(8)V99.
         77 TOT-JUEGOS-ACT PIC 9(8)V99.
         77 TOT-EQUIPOS-ACT PIC 9(8)V99.

         01 TABLA-MESES.
          02 MES-ENTRY OCCURS 12 TIMES.
           03 ALQ-ACT PIC 9(7)V99.
           03 MORA-ACT PIC 9(7)V99.
           03 ALQ-ANT PIC 9(7)V99.
           03 MORA-ANT PIC 9(7)V99.

         01 CABECERA.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(2) VALUE SPACES.
          02 TOT-MORA-ANT-LIN PIC ZZZZZ9.99.

         01 LINEA-TIPOS.
          02 FILLER PIC X(6) VALUE "PELIS ".
          02 TOT-PELIS-LIN PIC ZZZZZ9.99.
          02 FILLER PIC X(8) VALUE " JUEGOS ".
          02 TOT-JUEGOS-LIN PIC ZZZZZ9.99.
          02 FILLER PIC X(9) VALUE " EQUIPOS ".
          02 TOT-EQUIPOS-LIN PIC ZZZZZ9.99.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.
               COMPUTE FECHA-HASTA-ANT = FECHA-HASTA - 10000.
               PERFORM INICIAR-TABLA.
               PERFORM ABRIR-FICHERO.
               PERFORM ACUMULAR-ESTADISTICA.
               PERFORM CERRAR-FICHERO.
               PERFORM MOSTRAR-TABLA.
               PERFORM IMPRIMIR-TABLA.
               POSITION 23 REVERSE.

         ABRIR-FICHERO.
               OPEN INPUT ESTADIS.
               IF ESTADO-ESTADIS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-ESTADIS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT ARTICULO.

         CERRAR-FICHERO.
               CLOSE ESTADIS.
               CLOSE ARTICULO.

         INICIAR-TABLA.
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 12
               MOVE ZEROS TO TOT-ALQ-ACT
               MOVE ZEROS TO TOT-MORA-ACT
               MOVE ZEROS TO TOT-ALQ-ANT
               MOVE ZEROS TO TOT-MORA-ANT
               MOVE ZEROS TO TOT-PELIS-ACT
               MOVE ZEROS TO TOT-JUEGOS-ACT
               MOVE ZEROS TO TOT-EQUIPOS-ACT.

         ACUMULAR-ESTADISTICA.
               IF ESTADO-ESTADIS = "00"
                 MOVE FECHA-DESDE-ANT TO EST-FECHA
                 MOVE LOW-VALUES TO EST-SUCURSAL
                 MOVE LOW-VALUES TO EST-PELI
                 MOVE 'N' TO FIN-FICH
                 START ESTADIS KEY IS NOT < CLAVE-EST INVALID KEY
                   MOVE 'S' TO FIN-FICH
                 END-START
                 PERFORM UNTIL FIN-FICH = 'S'
                   READ ESTADIS NEXT RECORD AT END
                     MOVE 'S' TO FIN-FICH
                   NOT AT END
                     IF EST-FECHA > FECHA-HASTA
                       MOVE 'S' TO FIN-FICH
                     END-IF
                     MOVE EST-FECHA TO FECHA-REG
                     MOVE EST-FECHA(5:2) TO MES-REG
                     MOVE EST-INGRESOS TO IMPORTE-ALQ
                     MOVE EST-RECARGOS TO IMPORTE-MORA
                     MOVE EST-PELI TO PELI-REG
                     PERFORM ACUMULAR-REGISTRO
                   END-READ
                 END-PERFORM
                 ADD IMPORTE-MORA TO MORA-ACT(MES-REG)
                 ADD IMPORTE-ALQ TO TOT-ALQ-ACT
                 ADD IMPORTE-MORA TO TOT-MORA-ACT
                 PERFORM ACUMULAR-TIPO
               END-IF
               IF FECHA-REG NOT < FECHA-DESDE-ANT
                AND FECHA-REG NOT > FECHA-HASTA-ANT
                 ADD IMPORTE-MORA TO TOT-MORA-ANT
               END-IF.

         ACUMULAR-TIPO.
               MOVE PELI-REG TO ART-PELI
               READ ARTICULO INVALID KEY
                 MOVE 'P' TO ART-TIPO
               END-READ
               EVALUATE ART-TIPO
                 WHEN 'J'
                   ADD IMPORTE-ALQ TO TOT-JUEGOS-ACT
                   ADD IMPORTE-MORA TO TOT-JUEGOS-ACT
                 WHEN 'H'
                   ADD IMPORTE-ALQ TO TOT-EQUIPOS-ACT
                   ADD IMPORTE-MORA TO TOT-EQUIPOS-ACT
                 WHEN OTHER
                   ADD IMPORTE-ALQ TO TOT-PELIS-ACT
                   ADD IMPORTE-MORA TO TOT-PELIS-ACT
               END-EVALUATE.

         MOSTRAR-TABLA.
               DISPLAY CABECERA-COLUMNAS LINE 6 POSITION 15
               MOVE 7 TO LINEA-PANT
               MOVE TOT-MORA-ACT TO TOT-MORA-ACT-LIN
               MOVE TOT-ALQ-ANT TO TOT-ALQ-ANT-LIN
               MOVE TOT-MORA-ANT TO TOT-MORA-ANT-LIN
               DISPLAY LINEA-TOTALES LINE LINEA-PANT POSITION 15
               ADD 1 TO LINEA-PANT
               MOVE TOT-PELIS-ACT TO TOT-PELIS-LIN
               MOVE TOT-JUEGOS-ACT TO TOT-JUEGOS-LIN
               MOVE TOT-EQUIPOS-ACT TO TOT-EQUIPOS-LIN
               DISPLAY LINEA-TIPOS LINE LINEA-PANT POSITION 15.

         IMPRIMIR-TABLA.
               MOVE 'INFORME-ANUAL' TO SPL-PROGRAMA
                 MOVE TOT-MORA-ANT TO TOT-MORA-ANT-LIN
                 WRITE REG-IMPRE FROM LINEA-TOTALES
                 END-WRITE
                 WRITE REG-IMPRE FROM LINEA-TIPOS
                 END-WRITE
               END-IF
               CLOSE IMPRE.
