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
	   
	  77 SI PIC X.
	  77 PANT PIC 99.
	  77 COPIAS-LIBRES PIC 99.
	  77 ESTADO-ARTICULO PIC XX.
	  01 DISPONIBILIDAD-MOSTRAR.
	   02 COPIAS-LIBRES-MOSTRAR PIC Z9.
	   02 FILLER PIC X VALUE "/".
	  01 PANTALLA.
	   02 FOREGROUND BROWN.
	   02 'CODIGO' COL 15 LINE 4.
	   02 'T' COL 22 LINE 4.
	   02 'TITULO' COL 25 LINE 4.
	   02 'GENERO' COL 60 LINE 4.
	   02 'DISPONIBLE' COL 70 LINE 4.
		      MOVE 'S' TO HAY-PEL
		      DISPLAY COD-PELI POSITION 15 
			 LINE CONT
		      PERFORM LEER-ARTICULO
		      DISPLAY ART-TIPO POSITION 22 LINE CONT
		      DISPLAY TITULO 
			 POSITION 25 LINE CONT
		      DISPLAY GENERO POSITION 60
				 MOVE TITULO TO TIT
				 MOVE GENERO TO GEN
				 MOVE DIRECTOR TO DIR
				 PERFORM LEER-ARTICULO
				 IF ART-TIPO = 'J'
				   MOVE ART-PLATAFORMA TO DIR
				 END-IF
				 IF ART-TIPO = 'H'
				   MOVE 'EQUIPO' TO DIR
				 END-IF
				 IF DISPONIBLE = 'B'
				   MOVE 'RETIRADA' TO DISP-REG
				 ELSE
				 LINE 25 POSITION 30 ESTADO-PELICULA
		  ACCEPT ESPERA
		END-IF.
		OPEN INPUT ARTICULO.

	 CERRAR-FICHERO.
		CLOSE PELICULA.
		CLOSE ARTICULO.
		
	 LEER-ARTICULO.
		MOVE COD-PELI TO ART-PELI
		READ ARTICULO INVALID KEY
		   MOVE 'P' TO ART-TIPO
		END-READ.

	 NO-ARCHIVO.
		CALL 'S-WINDOW' USING 03 78 21 24
		CANCEL 'S-WINDOW'
