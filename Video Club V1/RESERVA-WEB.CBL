        IDENTIFICATION DIVISION.
          PROGRAM-ID. RESERVA-WEB.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL WEBRESER ASSIGN TO DISK "WEBRESER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-WEBRESER.

               SELECT WEBACUSE ASSIGN TO DISK "WEBACUSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-WEBACUSE.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

               SELECT OPTIONAL SALDOS ASSIGN TO DISK "SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-SOCIO
               FILE STATUS IS ESTADO-SALDOS.

               SELECT OPTIONAL CONSENTIM ASSIGN TO DISK
                                             "CONSENTIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-SOCIO
               FILE STATUS IS ESTADO-CONSENTIM.

               SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL RESERVA ASSIGN TO DISK "RESERVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RESERVA
               FILE STATUS IS ESTADO-RESERVA.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
          FD WEBRESER LABEL RECORD STANDARD.
          01 REG-WEBRESER.
           02 WRS-PETICION PIC X(10).
           02 WRS-SOCIO PIC X(5).
           02 WRS-PELI PIC X(6).
           02 WRS-FECHA PIC 9(8).

          FD WEBACUSE LABEL RECORD STANDARD.
          01 REG-WEBACUSE.
           02 WAC-PETICION PIC X(10).
           02 WAC-SOCIO PIC X(5).
           02 WAC-PELI PIC X(6).
           02 WAC-RESULTADO PIC X.
           02 WAC-MOTIVO PIC 99.
           02 WAC-TEXTO PIC X(30).

          FD SOCIOS LABEL RECORD STANDARD.
          01 REG-SOCIOS.
            05 COD-SOCIO PIC X(5).
            05 NOMBRE.
              07 APE1 PIC X(12).
              07 APE2 PIC X(12).
              07 NOMB PIC X(12).
            05 DIRECCION PIC X(30).
            05 DNI PIC X(10).
            05 TELEFONO PIC X(10).
            05 FECHA-NAC.
              07 DIA-NAC    PIC 99.
              07 MES-NAC    PIC 99.
              07 ANO-NAC    PIC 9999.
            05 FECHA-ALTA-SOCIO.
              07 DIA-ALTA-SOCIO  PIC 99.
              07 MES-ALTA-SOCIO  PIC 99.
              07 ANO-ALTA-SOCIO  PIC 9999.
            05 FECHA-CADUCIDAD.
              07 DIA-CAD    PIC 99.
              07 MES-CAD    PIC 99.
              07 ANO-CAD    PIC 9999.
            05 CATEGORIA-SOCIO PIC X.
            05 COD-FAMILIA PIC X(5).
            05 BLOQUEO-INFANTIL PIC X.
            05 PREF-CONTACTO PIC X.

          FD SALDOS LABEL RECORD STANDARD.
          01 REG-SALDOS.
           02 SDO-SOCIO PIC X(5).
           02 SALDO-SOCIO PIC S9(7)V99.
           02 SITUACION-SOCIO PIC X.
           02 NIVEL-CARTA PIC 9.
           02 FECHA-CARTA PIC 9(8).

          FD CONSENTIM LABEL RECORD STANDARD.
          01 REG-CONSENTIM.
           02 CNS-SOCIO PIC X(5).
           02 CNS-PERMISO OCCURS 4 TIMES.
            03 CNS-ESTADO PIC X.
            03 CNS-FECHA PIC 9(8).
            03 CNS-OPERADOR PIC X(20).

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

          FD RESERVA LABEL RECORD STANDARD.
          01 REG-RESERVA.
           02 CLAVE-RESERVA.
            03 CODR-PELI PIC X(6).
            03 CODR-SOCIO PIC X(5).
           02 FECHA-RES PIC 9(8).
           02 ESTADO-RES PIC X.
           02 FECHA-AVISO PIC 9(8).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-WEBRESER PIC XX.
        77 ESTADO-WEBACUSE PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 EN-FORMACION PIC X.
        77 ACCION-FORMACION PIC X VALUE 'C'.
        77 ESTADO-SALDOS PIC XX.
        77 ESTADO-CONSENTIM PIC XX.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-RESERVA PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 FIN-FICH PIC X.
        77 EXISTE PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 MOTIVO-RECHAZO PIC 99.
        77 LEIDAS PIC 9(5).
        77 ACEPTADAS PIC 9(5).
        77 RECHAZADAS PIC 9(5).
        77 CONTADOR-PANT PIC ZZZZ9.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 TABLA-MOTIVOS.
          02 FILLER PIC X(30) VALUE "Reserva anotada".
          02 FILLER PIC X(30) VALUE "Peticion incompleta".
          02 FILLER PIC X(30) VALUE "Socio inexistente".
          02 FILLER PIC X(30) VALUE "Socio suspendido".
          02 FILLER PIC X(30) VALUE "Titulo inexistente".
          02 FILLER PIC X(30) VALUE "Reserva duplicada".
          02 FILLER PIC X(30) VALUE "Error al grabar la reserva".
          02 FILLER PIC X(30) VALUE "Sin consentimiento web".
        01 MOTIVOS REDEFINES TABLA-MOTIVOS.
          02 TEXTO-MOTIVO PIC X(30) OCCURS 8 TIMES.

        01 CABECERA.
          02 FILLER PIC X(20) VALUE SPACES.
          02 FILLER PIC X(36)
             VALUE "RESERVAS WEB RECHAZADAS".
          02 CAB-FECHA PIC 9(8).

        01 CABECERA-COLUMNAS.
          02 FILLER PIC X(12) VALUE "PETICION".
          02 FILLER PIC X(8) VALUE "SOCIO".
          02 FILLER PIC X(9) VALUE "TITULO".
          02 FILLER PIC X(30) VALUE "MOTIVO".

        01 LINEA-RECHAZO.
          02 LRE-PETICION PIC X(10).
          02 FILLER PIC XX VALUE SPACES.
          02 LRE-SOCIO PIC X(5).
          02 FILLER PIC XXX VALUE SPACES.
          02 LRE-PELI PIC X(6).
          02 FILLER PIC XXX VALUE SPACES.
          02 LRE-MOTIVO PIC X(30).

        01 LINEA-TOTALES.
          02 FILLER PIC X(10) VALUE "Leidas: ".
          02 LTO-LEIDAS PIC ZZZZ9.
          02 FILLER PIC X(14) VALUE "   Aceptadas: ".
          02 LTO-ACEPTADAS PIC ZZZZ9.
          02 FILLER PIC X(15) VALUE "   Rechazadas: ".
          02 LTO-RECHAZADAS PIC ZZZZ9.

        LINKAGE SECTION.
         77 LK-MODO-LOTE PIC X.

        PROCEDURE DIVISION USING LK-MODO-LOTE.
        INICIO.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                IF EN-FORMACION = 'S'
                  IF LK-MODO-LOTE NOT = 'S'
                    DISPLAY 'Reservas web no disponibles en formacion'
                    LINE 21 POSITION 15
                    DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                    POSITION 28
                    ACCEPT RESPU LINE 23 POSITION 71
                  END-IF
                  EXIT PROGRAM
                END-IF.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE ZEROS TO LEIDAS.
                MOVE ZEROS TO ACEPTADAS.
                MOVE ZEROS TO RECHAZADAS.
                OPEN I-O RESERVA.
                IF ESTADO-RESERVA NOT = "00"
                  IF LK-MODO-LOTE NOT = 'S'
                    DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-RESERVA
                    ACCEPT RESPU
                  END-IF
                ELSE
                  OPEN INPUT WEBRESER
                  OPEN OUTPUT WEBACUSE
                  OPEN INPUT SOCIOS
                  OPEN INPUT SALDOS
                  OPEN INPUT CONSENTIM
                  OPEN INPUT PELICULA
                  PERFORM ABRIR-INFORME
                  PERFORM LEER-PETICIONES
                  PERFORM CERRAR-INFORME
                  CLOSE PELICULA
                  CLOSE CONSENTIM
                  CLOSE SALDOS
                  CLOSE SOCIOS
                  CLOSE WEBACUSE
                  CLOSE WEBRESER
                  OPEN OUTPUT WEBRESER
                  CLOSE WEBRESER
                  CLOSE RESERVA
                END-IF.
                IF LK-MODO-LOTE NOT = 'S'
                  MOVE ACEPTADAS TO CONTADOR-PANT
                  DISPLAY 'Reservas web aceptadas:' LINE 20
                  POSITION 20
                  DISPLAY CONTADOR-PANT LINE 20 POSITION 48
                  MOVE RECHAZADAS TO CONTADOR-PANT
                  DISPLAY 'Reservas web rechazadas:' LINE 21
                  POSITION 20
                  DISPLAY CONTADOR-PANT LINE 21 POSITION 48
                  DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                  POSITION 28
                  ACCEPT RESPU LINE 23 POSITION 71
                END-IF.
              EXIT PROGRAM.

        LEER-PETICIONES.
                MOVE 'N' TO FIN-FICH
                IF ESTADO-WEBRESER NOT = "00"
                  MOVE 'S' TO FIN-FICH
                END-IF
                PERFORM UNTIL FIN-FICH = 'S'
                  READ WEBRESER AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    ADD 1 TO LEIDAS
                    PERFORM VALIDAR-PETICION
                    IF MOTIVO-RECHAZO = 0
                      PERFORM ANOTAR-RESERVA
                    END-IF
                    PERFORM ACUSAR-PETICION
                  END-READ
                END-PERFORM.

        VALIDAR-PETICION.
                MOVE 0 TO MOTIVO-RECHAZO
                IF WRS-SOCIO = SPACES OR WRS-PELI = SPACES
                  MOVE 1 TO MOTIVO-RECHAZO
                END-IF
                IF MOTIVO-RECHAZO = 0
                  MOVE WRS-SOCIO TO COD-SOCIO
                  READ SOCIOS INVALID KEY
                    MOVE 2 TO MOTIVO-RECHAZO
                  END-READ
                END-IF
                IF MOTIVO-RECHAZO = 0
                  MOVE WRS-SOCIO TO SDO-SOCIO
                  MOVE 'S' TO EXISTE
                  READ SALDOS INVALID KEY
                    MOVE 'N' TO EXISTE
                  END-READ
                  IF EXISTE = 'S' AND SITUACION-SOCIO = 'S'
                    MOVE 3 TO MOTIVO-RECHAZO
                  END-IF
                END-IF
                IF MOTIVO-RECHAZO = 0
                  MOVE WRS-SOCIO TO CNS-SOCIO
                  READ CONSENTIM INVALID KEY
                    MOVE 7 TO MOTIVO-RECHAZO
                  NOT INVALID KEY
                    IF CNS-ESTADO(4) NOT = 'S'
                      MOVE 7 TO MOTIVO-RECHAZO
                    END-IF
                  END-READ
                END-IF
                IF MOTIVO-RECHAZO = 0
                  MOVE WRS-PELI TO COD-PELI
                  READ PELICULA INVALID KEY
                    MOVE 4 TO MOTIVO-RECHAZO
                  END-READ
                END-IF
                IF MOTIVO-RECHAZO = 0
                  MOVE WRS-PELI TO CODR-PELI
                  MOVE WRS-SOCIO TO CODR-SOCIO
                  READ RESERVA
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE 5 TO MOTIVO-RECHAZO
                  END-READ
                END-IF.

        ANOTAR-RESERVA.
                MOVE WRS-PELI TO CODR-PELI
                MOVE WRS-SOCIO TO CODR-SOCIO
                MOVE FECHA-HOY-YMD TO FECHA-RES
                MOVE 'P' TO ESTADO-RES
                MOVE ZEROS TO FECHA-AVISO
                WRITE REG-RESERVA INVALID KEY
                  MOVE 6 TO MOTIVO-RECHAZO
                NOT INVALID KEY
                  MOVE 'ALTA' TO AUD-OPERACION
                  MOVE 'RESERVA' TO AUD-ENTIDAD
                  MOVE WRS-PELI TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-WRITE.

        ACUSAR-PETICION.
                MOVE WRS-PETICION TO WAC-PETICION
                MOVE WRS-SOCIO TO WAC-SOCIO
                MOVE WRS-PELI TO WAC-PELI
                MOVE MOTIVO-RECHAZO TO WAC-MOTIVO
                MOVE TEXTO-MOTIVO(MOTIVO-RECHAZO + 1) TO WAC-TEXTO
                IF MOTIVO-RECHAZO = 0
                  MOVE 'A' TO WAC-RESULTADO
                  ADD 1 TO ACEPTADAS
                ELSE
                  MOVE 'R' TO WAC-RESULTADO
                  ADD 1 TO RECHAZADAS
                  PERFORM IMPRIMIR-RECHAZO
                END-IF
                WRITE REG-WEBACUSE.

        ABRIR-INFORME.
                MOVE 'RESERVA-WEB' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA = '00'
                  MOVE FECHA-HOY-YMD TO CAB-FECHA
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-COLUMNAS
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                END-IF.

        IMPRIMIR-RECHAZO.
                IF ESTADO-IMPRESORA = '00'
                  MOVE WRS-PETICION TO LRE-PETICION
                  MOVE WRS-SOCIO TO LRE-SOCIO
                  MOVE WRS-PELI TO LRE-PELI
                  MOVE TEXTO-MOTIVO(MOTIVO-RECHAZO + 1) TO LRE-MOTIVO
                  WRITE REG-IMPRE FROM LINEA-RECHAZO
                  END-WRITE
                END-IF.

        CERRAR-INFORME.
                IF ESTADO-IMPRESORA = '00'
                  MOVE LEIDAS TO LTO-LEIDAS
                  MOVE ACEPTADAS TO LTO-ACEPTADAS
                  MOVE RECHAZADAS TO LTO-RECHAZADAS
                  WRITE REG-IMPRE FROM LINEA-TOTALES
                      AFTER ADVANCING 2 LINES
                  END-WRITE
                  CLOSE IMPRE
                END-IF.
