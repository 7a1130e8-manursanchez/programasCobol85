	      ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
	      FILE STATUS IS ESTADO-PELICULA.

	      SELECT OPTIONAL ARTICULO ASSIGN TO DISK "ARTICULO.DAT"
	      ORGANIZATION IS INDEXED
	      ACCESS MODE IS DYNAMIC
	      RECORD KEY IS ART-PELI
	      FILE STATUS IS ESTADO-ARTICULO.

	      SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
	      ORGANIZATION IS LINE SEQUENTIAL
	      FILE STATUS IS ESTADO-IMPRESORA.
	   02 TARIFA-NOCHE PIC 9(4)V99.
	   02 FECHA-LANZAMIENTO PIC 9(8).

	  FD ARTICULO LABEL RECORD STANDARD.
	  01 REG-ARTICULO.
	   02 ART-PELI PIC X(6).
	   02 ART-TIPO PIC X.
	   02 ART-PLATAFORMA PIC X(12).
	   02 ART-PEGI PIC 99.
	   02 ART-FIANZA PIC 9(4)V99.

	 FD IMPRE LABEL RECORD STANDARD.
	  01 REG-IMPRE PIC X(80).

	  77 GENERO-BUSCADO PIC X(15).
	  77 GENERO-ANTERIOR PIC X(15).
	  77 CONT-GENERO PIC 9(4).
	  77 ESTADO-ARTICULO PIC XX.
	  77 TIPO-BUSCADO PIC X.
	   88 TIPO-CORRECTO VALUE ' ' 'P' 'J' 'H'.
	  77 TIPO-VALIDO PIC X.

	  01 CABECERA.
	   02 FILLER PIC X(30) VALUE SPACES.
			MOVE 'S' TO FIN-FICHERO
		   END-START
		   IF FIN-FICHERO = 'N'
		      PERFORM LEER-PELICULA
		   END-IF
		   PERFORM UNTIL ESC
		      MOVE 'S' TO HAY-PEL
		      DISPLAY DIRECTOR POSITION 56
			 LINE CONT
		      IF FIN-FICHERO = 'N'
			 PERFORM LEER-PELICULA
		      END-IF
		      IF FIN-FICHERO = 'N'
			 ADD 1 TO CONT
				 LINE 25 POSITION 30 ESTADO-PELICULA
		  ACCEPT ESPERA
		END-IF.
		OPEN INPUT ARTICULO.

	 CERRAR-FICHERO.
		CLOSE PELICULA.
		CLOSE ARTICULO.

	 PEDIR-GENERO.
		DISPLAY AZUL
		MOVE SPACES TO GENERO-BUSCADO
		DISPLAY 'Genero inicial (ENTER = todos):'
			POSITION 15 LINE 19
		ACCEPT GENERO-BUSCADO POSITION 48 LINE 19 TAB NO BEEP
		MOVE SPACES TO TIPO-BUSCADO
		DISPLAY 'Tipo P/J/H (ENTER = todos)....:'
			POSITION 15 LINE 20
		ACCEPT TIPO-BUSCADO POSITION 48 LINE 20 TAB NO BEEP
		PERFORM UNTIL TIPO-CORRECTO
		   ACCEPT TIPO-BUSCADO POSITION 48 LINE 20 TAB NO BEEP
		END-PERFORM.

	 LEER-PELICULA.
		MOVE 'N' TO TIPO-VALIDO
		PERFORM UNTIL TIPO-VALIDO = 'S' OR FIN-FICHERO = 'S'
		   READ PELICULA NEXT RECORD
			AT END MOVE 'S' TO FIN-FICHERO
			NOT AT END PERFORM COMPROBAR-TIPO
		   END-READ
		END-PERFORM.

	 COMPROBAR-TIPO.
		MOVE COD-PELI TO ART-PELI
		READ ARTICULO INVALID KEY
		   MOVE 'P' TO ART-TIPO
		END-READ
		IF TIPO-BUSCADO = SPACE OR ART-TIPO = TIPO-BUSCADO
		   MOVE 'S' TO TIPO-VALIDO
		END-IF.

	 MOSTRAR-SUBTOTAL.
		IF CONT < 16
		   MOVE SPACES TO GENERO-ANTERIOR
		   MOVE 0 TO CONT-GENERO
		   START PELICULA KEY > GENERO
		   PERFORM LEER-PELICULA
		   PERFORM UNTIL FIN-FICHERO = 'S'
		      IF GENERO NOT = GENERO-ANTERIOR AND
			 GENERO-ANTERIOR NOT = SPACES
		      MOVE DIRECTOR TO DIR
		      WRITE REG-IMPRE FROM REGISTRO-TITULO
		      END-WRITE
		      PERFORM LEER-PELICULA
		   END-PERFORM
		   IF GENERO-ANTERIOR NOT = SPACES
		      MOVE GENERO-ANTERIOR TO GEN-SUB
