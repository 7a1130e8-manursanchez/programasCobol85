        IDENTIFICATION DIVISION.
          PROGRAM-ID. PERDIDA-ALQUILER.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PELICULA ASSIGN TO DISK "PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-PELICULA.

               SELECT OPTIONAL ALQUILER ASSIGN TO DISK "ALQUILER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA
               ALTERNATE RECORD KEY IS CODI-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ALQUILER.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

               SELECT OPTIONAL EJEMPLAR ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-EJEMPLAR.

               SELECT OPTIONAL REPOSICION ASSIGN TO DISK
                                             "REPOSICION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CLASE
               FILE STATUS IS ESTADO-REPOSICION.

               SELECT OPTIONAL PERDIDAS ASSIGN TO DISK "PERDIDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-SALIDA
               FILE STATUS IS ESTADO-PERDIDAS.

               SELECT IMPRE ASSIGN TO DISK NOMBRE-SPOOL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-IMPRESORA.

        DATA DIVISION.

        FILE SECTION.
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

          FD ALQUILER LABEL RECORD STANDARD.
          01 REG-ALQUILER.
           02 N-SALIDA PIC X(8).
           02 FECHA-ALQ.
            03 DIA PIC 99.
            03 MES PIC 99.
            03 ANO PIC 9999.
           02 CODI-SOCIO PIC X(5).
           02 CODI-PELI PIC X(6).
           02 PRECI-ALQ PIC 9(4)V99.
           02 DEVUELTA PIC X.
           02 FECHA-DEV.
            03 DIA-DEV PIC 99.
            03 MES-DEV PIC 99.
            03 ANO-DEV PIC 9999.
           02 RECARGO-MORA PIC 9(4)V99.
           02 PRECI-LISTA PIC 9(4)V99.
           02 COD-PROMO-APLI PIC X(4).
           02 FECHA-VENC.
            03 DIA-VENC PIC 99.
            03 MES-VENC PIC 99.
            03 ANO-VENC PIC 9999.
           02 NUM-PRORROGAS PIC 99.
           02 MODO-TARIFA PIC X.
           02 MOTIVO-AJUSTE PIC X(2).
           02 EJEMPLAR-ALQ PIC 99.
           02 SUCURSAL-ALQ PIC X(2).

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

          FD EJEMPLAR LABEL RECORD STANDARD.
          01 REG-EJEMPLAR.
           02 CLAVE-EJEMPLAR.
            03 EJE-PELI PIC X(6).
            03 EJE-NUM PIC 99.
           02 ESTADO-EJE PIC X.
           02 FECHA-EJE PIC 9(8).
           02 EJE-SUCURSAL PIC X(2).
           02 EJE-SUC-DESTINO PIC X(2).
           02 EJE-ALQUILERES PIC 9(5).
           02 EJE-ALQ-REVISION PIC 9(4).
           02 EJE-FECHA-REVISION PIC 9(8).

          FD REPOSICION LABEL RECORD STANDARD.
          01 REG-REPOSICION.
           02 REP-CLASE PIC 9.
           02 REP-IMPORTE PIC 9(4)V99.
           02 REP-DIAS PIC 999.

          FD PERDIDAS LABEL RECORD STANDARD.
          01 REG-PERDIDAS.
           02 PER-SALIDA PIC X(8).
           02 PER-SOCIO PIC X(5).
           02 PER-PELI PIC X(6).
           02 PER-EJEMPLAR PIC 99.
           02 PER-FECHA PIC 9(8).
           02 PER-REPOSICION PIC 9(4)V99.
           02 PER-MORA PIC 9(4)V99.
           02 PER-ESTADO PIC X.
           02 PER-FECHA-REC PIC 9(8).
           02 PER-SUCURSAL PIC X(2).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-EJEMPLAR PIC XX.
        77 ESTADO-REPOSICION PIC XX.
        77 ESTADO-PERDIDAS PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 HAY-IMPRESORA PIC X.
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 MODO PIC X.
          88 POR-SALIDA VALUE "1".
          88 AUTOMATICO VALUE "2".
        77 FIN-FICH PIC X.
        77 EXISTE-ALQ PIC X.
        77 EXISTE-PELI PIC X.
        77 EXISTE-REPOSICION PIC X.
        77 EXISTE-EJEMPLAR PIC X.
        77 EXISTE-SOCIO PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 FECHA-ALQ-YMD PIC 9(8).
        77 FECHA-VENC-YMD PIC 9(8).
        77 FECHA-PRUEBA-YMD PIC 9(8).
        77 HOY-INT PIC S9(9) COMP.
        77 ALQ-INT PIC S9(9) COMP.
        77 VENC-INT PIC S9(9) COMP.
        77 DIA-INT PIC S9(9) COMP.
        77 DIA-INT-SIG PIC S9(9) COMP.
        77 CERRADO-SN PIC X.
        77 DIAS-VENCIDO PIC S9(5).
        77 DIAS-RETRASO PIC 9(4).
        77 DIAS-PERDIDA PIC 999.
        77 IMPORTE-REPOSICION PIC 9(4)V99.
        77 IMPORTE-MORA PIC 9(4)V99.
        77 TARIFA-MORA PIC 99V99 VALUE 50.
        77 DIAS-VENTANA PIC 99 VALUE 7.
        77 SUCURSAL-ACTUAL PIC X(2).
        77 NOMBRE-SOCIO PIC X(26).
        77 CONT-REVISADOS PIC 9(5) VALUE ZEROS.
        77 CONT-PERDIDAS PIC 9(5) VALUE ZEROS.
        77 TOTAL-CARGADO PIC 9(7)V99 VALUE ZEROS.
        77 CONT-PANT PIC ZZZZ9.
        77 IMPORTE-PANT PIC ZZZ9.99.
        77 TOTAL-PANT PIC Z(6)9.99.
        77 DIAS-PANT PIC ZZZZ9.
        77 CTA-SOCIO PIC X(5).
        77 CTA-TIPO PIC X.
        77 CTA-CONCEPTO PIC X(14).
        77 CTA-IMPORTE PIC 9(7)V99.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'PERDIDA-ALQUILER'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).
        77 BAJ-PELI PIC X(6).
        77 BAJ-EJE PIC 99.
        77 BAJ-MOTIVO PIC X.

        01 LINEA-CARTA PIC X(80).

        01 PARAM-SISTEMA.
         02 PRM-CLAVE PIC X(8).
         02 PRM-LIMITE-ALQ PIC 99.
         02 PRM-TARIFA-MORA PIC 99V99.
         02 PRM-DIAS-VENTANA PIC 99.
         02 PRM-DIAS-AVISO PIC 999.
         02 PRM-DIAS-RESERVA PIC 99.
         02 PRM-IMPORTE-FIANZA PIC 9(4)V99.
         02 PRM-MAX-PRORROGAS PIC 9.
         02 PRM-IMPORTE-PRORROGA PIC 9(4)V99.
         02 PRM-DIAS-ESTRENO PIC 99.
         02 PRM-DIA-DESCANSO PIC 9.
         02 PRM-PUNTOS-ALQ PIC 9(4).
         02 PRM-CUOTA-ANUAL PIC 9(4)V99.
         02 PRM-DIAS-CATALOGO PIC 999.
         02 PRM-LIMITE-GASTO PIC 9(4)V99.
         02 PRM-IVA-ALQ PIC 99.
         02 PRM-IVA-VENTA PIC 99.

        LINKAGE SECTION.
         77 LK-MODO-LOTE PIC X.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION USING LK-MODO-LOTE.
        INICIO.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD.
                MOVE FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
                  TO HOY-INT.
                CALL 'SUCURSAL' USING SUCURSAL-ACTUAL.
                CANCEL 'SUCURSAL'.
                PERFORM CARGAR-PARAMETROS.
                PERFORM ABRIR-FICHERO.
                IF LK-MODO-LOTE = 'S'
                  IF ESTADO-ALQUILER = "00"
                    PERFORM RECORRER-ALQUILERES
                  END-IF
                ELSE
                  DISPLAY SPACE ERASE
                  MOVE 'S' TO OPC
                  PERFORM UNTIL OPCION
                    PERFORM PORTADA
                    ACCEPT MODO LINE 4 POSITION 55
                    EVALUATE TRUE
                      WHEN POR-SALIDA
                        PERFORM DECLARAR-POR-SALIDA
                      WHEN AUTOMATICO
                        PERFORM RECORRER-ALQUILERES
                        PERFORM RESUMEN
                      WHEN OTHER
                        DISPLAY 'Opcion no valida' LINE 21 POSITION 21
                    END-EVALUATE
                    DISPLAY 'DESEA CONTINUAR (S/N)?' LINE 22
                    POSITION 25
                    ACCEPT OPC LINE 22 POSITION 49
                  END-PERFORM
                END-IF.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        CARGAR-PARAMETROS.
                CALL 'PARAMETROS' USING PARAM-SISTEMA
                CANCEL 'PARAMETROS'
                MOVE PRM-TARIFA-MORA TO TARIFA-MORA
                MOVE PRM-DIAS-VENTANA TO DIAS-VENTANA.

        ABRIR-FICHERO.
               OPEN I-O ALQUILER.
               IF ESTADO-ALQUILER NOT = "00"
                 IF LK-MODO-LOTE NOT = 'S'
                   DISPLAY "Estado Del Archivo: "
                                  LINE 25 POSITION 30 ESTADO-ALQUILER
                   ACCEPT RESPU
                 END-IF
               END-IF.
               OPEN I-O PELICULA.
               OPEN I-O EJEMPLAR.
               OPEN I-O PERDIDAS.
               OPEN INPUT SOCIOS.
               OPEN INPUT REPOSICION.
               MOVE 'N' TO HAY-IMPRESORA.

        ABRIR-IMPRESORA.
               MOVE 'PERDIDA-ALQUILER' TO SPL-PROGRAMA
               CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
               CANCEL 'SPOOL-REG'
               OPEN OUTPUT IMPRE.
               IF ESTADO-IMPRESORA = '00'
                 MOVE 'S' TO HAY-IMPRESORA
               ELSE
                 MOVE 'X' TO HAY-IMPRESORA
               END-IF.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' ALQUILERES PERDIDOS ' LINE 2 POSITION 29
                REVERSE
                DISPLAY '1: Declarar por N. Salida, 2: Automatico:'
                LINE 4 POSITION 12.

        DECLARAR-POR-SALIDA.
                DISPLAY 'N. Salida..:' LINE 6 POSITION 15
                ACCEPT N-SALIDA LINE 6 POSITION 35
                MOVE 'S' TO EXISTE-ALQ
                READ ALQUILER KEY IS N-SALIDA INVALID KEY
                  MOVE 'N' TO EXISTE-ALQ
                END-READ
                IF EXISTE-ALQ = 'N'
                  DISPLAY 'Ese alquiler no existe' LINE 21 POSITION 21
                ELSE
                  IF DEVUELTA NOT = 'N'
                    DISPLAY 'Ese alquiler no esta pendiente'
                    LINE 21 POSITION 21
                  ELSE
                   PERFORM MEDIR-RETRASO
                   IF DIAS-VENCIDO NOT > 0
                    DISPLAY 'Ese alquiler aun no ha vencido'
                    LINE 21 POSITION 21
                    UNLOCK ALQUILER
                   ELSE
                    PERFORM LEER-PELICULA
                    PERFORM BUSCAR-REPOSICION
                    PERFORM MOSTRAR-ALQUILER
                    DISPLAY 'Cargo por reposicion:' LINE 15 POSITION 15
                    ACCEPT IMPORTE-REPOSICION LINE 15 POSITION 38
                    UPDATE
                    DISPLAY "DECLARAR PERDIDO (S/N)?"
                    POSITION 25 LINE 19
                    MOVE ' ' TO RES
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 50 LINE 19
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                      PERFORM DECLARAR-PERDIDA
                      DISPLAY 'Alquiler declarado perdido'
                      LINE 21 POSITION 21
                    ELSE
                      UNLOCK ALQUILER
                    END-IF
                   END-IF
                  END-IF
                END-IF.

        MOSTRAR-ALQUILER.
                DISPLAY 'Socio......:' LINE 8 POSITION 15
                DISPLAY CODI-SOCIO LINE 8 POSITION 35
                DISPLAY 'Pelicula...:' LINE 9 POSITION 15
                DISPLAY CODI-PELI LINE 9 POSITION 35
                IF EXISTE-PELI = 'S'
                  DISPLAY TITULO LINE 9 POSITION 43
                END-IF
                DISPLAY 'Ejemplar...:' LINE 10 POSITION 15
                DISPLAY EJEMPLAR-ALQ LINE 10 POSITION 35
                DISPLAY 'Vencimiento:' LINE 11 POSITION 15
                DISPLAY FECHA-VENC LINE 11 POSITION 35
                MOVE DIAS-VENCIDO TO DIAS-PANT
                DISPLAY 'Dias vencido:' LINE 12 POSITION 15
                DISPLAY DIAS-PANT LINE 12 POSITION 35
                MOVE IMPORTE-MORA TO IMPORTE-PANT
                DISPLAY 'Recargo por mora:' LINE 13 POSITION 15
                DISPLAY IMPORTE-PANT LINE 13 POSITION 38.

        RECORRER-ALQUILERES.
                MOVE LOW-VALUES TO N-SALIDA
                MOVE 'N' TO FIN-FICH
                START ALQUILER KEY IS > N-SALIDA INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    IF DEVUELTA = 'N'
                      PERFORM EXAMINAR-ALQUILER
                    END-IF
                  END-READ
                END-PERFORM.

        EXAMINAR-ALQUILER.
                ADD 1 TO CONT-REVISADOS
                PERFORM MEDIR-RETRASO
                IF DIAS-VENCIDO > 0
                  PERFORM LEER-PELICULA
                  PERFORM BUSCAR-REPOSICION
                  IF EXISTE-REPOSICION = 'S' AND DIAS-PERDIDA > 0
                   AND DIAS-VENCIDO > DIAS-PERDIDA
                    PERFORM DECLARAR-PERDIDA
                  END-IF
                END-IF.

        MEDIR-RETRASO.
                COMPUTE FECHA-VENC-YMD =
                   ANO-VENC * 10000 + MES-VENC * 100 + DIA-VENC
                IF FECHA-VENC-YMD = 0
                  COMPUTE FECHA-ALQ-YMD =
                     ANO * 10000 + MES * 100 + DIA
                  MOVE FUNCTION INTEGER-OF-DATE(FECHA-ALQ-YMD)
                    TO ALQ-INT
                  COMPUTE VENC-INT = ALQ-INT + DIAS-VENTANA
                ELSE
                  MOVE FUNCTION INTEGER-OF-DATE(FECHA-VENC-YMD)
                    TO VENC-INT
                END-IF
                COMPUTE DIAS-VENCIDO = HOY-INT - VENC-INT
                MOVE 0 TO DIAS-RETRASO
                MOVE 0 TO IMPORTE-MORA
                IF DIAS-VENCIDO > 0
                  PERFORM CONTAR-DIAS-ABIERTOS
                  COMPUTE IMPORTE-MORA = DIAS-RETRASO * TARIFA-MORA
                    ON SIZE ERROR
                      MOVE 9999.99 TO IMPORTE-MORA
                  END-COMPUTE
                END-IF.

        CONTAR-DIAS-ABIERTOS.
                PERFORM VARYING DIA-INT FROM VENC-INT BY 1
                        UNTIL DIA-INT NOT < HOY-INT
                  COMPUTE DIA-INT-SIG = DIA-INT + 1
                  MOVE FUNCTION DATE-OF-INTEGER(DIA-INT-SIG)
                    TO FECHA-PRUEBA-YMD
                  CALL 'FESTIVO' USING FECHA-PRUEBA-YMD
                                       PRM-DIA-DESCANSO CERRADO-SN
                  CANCEL 'FESTIVO'
                  IF CERRADO-SN = 'N'
                    ADD 1 TO DIAS-RETRASO
                  END-IF
                END-PERFORM.

        LEER-PELICULA.
                MOVE 'S' TO EXISTE-PELI
                MOVE CODI-PELI TO COD-PELI
                READ PELICULA KEY IS COD-PELI INVALID KEY
                  MOVE 'N' TO EXISTE-PELI
                  MOVE SPACES TO TITULO
                END-READ.

        BUSCAR-REPOSICION.
                MOVE 'N' TO EXISTE-REPOSICION
                MOVE ZEROS TO IMPORTE-REPOSICION
                MOVE ZEROS TO DIAS-PERDIDA
                IF EXISTE-PELI = 'S'
                  MOVE 'S' TO EXISTE-REPOSICION
                  MOVE CLASE-PELICULA TO REP-CLASE
                  READ REPOSICION INVALID KEY
                    MOVE 'N' TO EXISTE-REPOSICION
                  END-READ
                  IF EXISTE-REPOSICION = 'S'
                    MOVE REP-IMPORTE TO IMPORTE-REPOSICION
                    MOVE REP-DIAS TO DIAS-PERDIDA
                  END-IF
                END-IF.

        DECLARAR-PERDIDA.
                MOVE REG-ALQUILER TO DTR-ANTES
                MOVE 'P' TO DEVUELTA
                MOVE FECHA-SISTEMA(7:2) TO DIA-DEV
                MOVE FECHA-SISTEMA(5:2) TO MES-DEV
                MOVE FECHA-SISTEMA(1:4) TO ANO-DEV
                MOVE IMPORTE-MORA TO RECARGO-MORA
                REWRITE REG-ALQUILER INVALID KEY
                  IF LK-MODO-LOTE NOT = 'S'
                    DISPLAY 'Error al grabar el alquiler'
                    LINE 21 POSITION 21
                  END-IF
                NOT INVALID KEY
                  MOVE 'ALQUILER' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-ALQUILER TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  ADD 1 TO CONT-PERDIDAS
                  PERFORM RETIRAR-COPIA
                  PERFORM CARGAR-SOCIO
                  PERFORM GRABAR-PERDIDA
                  MOVE 'PERDIDA' TO AUD-OPERACION
                  MOVE 'ALQUILER' TO AUD-ENTIDAD
                  MOVE N-SALIDA TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  PERFORM IMPRIMIR-AVISO
                END-REWRITE.

        RETIRAR-COPIA.
                IF EXISTE-PELI = 'S'
                  MOVE REG-PELICULA TO DTR-ANTES
                  IF COPIAS-ALQUILADAS > 0
                    SUBTRACT 1 FROM COPIAS-ALQUILADAS
                  END-IF
                  IF NUM-COPIAS > 0
                    SUBTRACT 1 FROM NUM-COPIAS
                  END-IF
                  REWRITE REG-PELICULA INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'PELICULA' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-PELICULA TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-IF
                IF EJEMPLAR-ALQ > 0
                  MOVE 'S' TO EXISTE-EJEMPLAR
                  MOVE CODI-PELI TO EJE-PELI
                  MOVE EJEMPLAR-ALQ TO EJE-NUM
                  READ EJEMPLAR INVALID KEY
                    MOVE 'N' TO EXISTE-EJEMPLAR
                  END-READ
                  MOVE CODI-PELI TO EJE-PELI
                  MOVE EJEMPLAR-ALQ TO EJE-NUM
                  MOVE CODI-PELI TO BAJ-PELI
                  MOVE EJEMPLAR-ALQ TO BAJ-EJE
                  MOVE 'P' TO BAJ-MOTIVO
                  CALL 'BAJA-ACTIVO' USING BAJ-PELI BAJ-EJE BAJ-MOTIVO
                  CANCEL 'BAJA-ACTIVO'
                  MOVE 'X' TO ESTADO-EJE
                  MOVE FECHA-HOY-YMD TO FECHA-EJE
                  IF EXISTE-EJEMPLAR = 'N'
                    MOVE SUCURSAL-ALQ TO EJE-SUCURSAL
                    MOVE SPACES TO EJE-SUC-DESTINO
                    MOVE ZEROS TO EJE-ALQUILERES
                    MOVE ZEROS TO EJE-ALQ-REVISION
                    MOVE ZEROS TO EJE-FECHA-REVISION
                    WRITE REG-EJEMPLAR INVALID KEY
                      CONTINUE
                    END-WRITE
                  ELSE
                    REWRITE REG-EJEMPLAR INVALID KEY
                      CONTINUE
                    END-REWRITE
                  END-IF
                  MOVE 'BAJA' TO AUD-OPERACION
                  MOVE 'EJEMPLAR' TO AUD-ENTIDAD
                  MOVE CLAVE-EJEMPLAR TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                END-IF.

        CARGAR-SOCIO.
                IF IMPORTE-REPOSICION > 0
                  MOVE CODI-SOCIO TO CTA-SOCIO
                  MOVE 'C' TO CTA-TIPO
                  MOVE 'REPOSICION' TO CTA-CONCEPTO
                  MOVE IMPORTE-REPOSICION TO CTA-IMPORTE
                  CALL 'CUENTA' USING CTA-SOCIO CTA-TIPO CTA-CONCEPTO
                                       CTA-IMPORTE
                  CANCEL 'CUENTA'
                  ADD IMPORTE-REPOSICION TO TOTAL-CARGADO
                END-IF
                IF IMPORTE-MORA > 0
                  MOVE CODI-SOCIO TO CTA-SOCIO
                  MOVE 'C' TO CTA-TIPO
                  MOVE 'MORA PERDIDA' TO CTA-CONCEPTO
                  MOVE IMPORTE-MORA TO CTA-IMPORTE
                  CALL 'CUENTA' USING CTA-SOCIO CTA-TIPO CTA-CONCEPTO
                                       CTA-IMPORTE
                  CANCEL 'CUENTA'
                  ADD IMPORTE-MORA TO TOTAL-CARGADO
                END-IF.

        GRABAR-PERDIDA.
                MOVE N-SALIDA TO PER-SALIDA
                MOVE CODI-SOCIO TO PER-SOCIO
                MOVE CODI-PELI TO PER-PELI
                MOVE EJEMPLAR-ALQ TO PER-EJEMPLAR
                MOVE FECHA-HOY-YMD TO PER-FECHA
                MOVE IMPORTE-REPOSICION TO PER-REPOSICION
                MOVE IMPORTE-MORA TO PER-MORA
                MOVE 'P' TO PER-ESTADO
                MOVE ZEROS TO PER-FECHA-REC
                MOVE SUCURSAL-ALQ TO PER-SUCURSAL
                WRITE REG-PERDIDAS INVALID KEY
                  REWRITE REG-PERDIDAS INVALID KEY
                    CONTINUE
                  END-REWRITE
                END-WRITE.

        IMPRIMIR-AVISO.
                IF HAY-IMPRESORA = 'N'
                  PERFORM ABRIR-IMPRESORA
                END-IF
                IF HAY-IMPRESORA = 'S'
                  MOVE 'S' TO EXISTE-SOCIO
                  MOVE CODI-SOCIO TO COD-SOCIO
                  READ SOCIOS INVALID KEY
                    MOVE 'N' TO EXISTE-SOCIO
                  END-READ
                  MOVE SPACES TO NOMBRE-SOCIO
                  IF EXISTE-SOCIO = 'S'
                    STRING APE1 DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           APE2 DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           NOMB DELIMITED BY SPACE
                           INTO NOMBRE-SOCIO
                  END-IF
                  MOVE SPACES TO LINEA-CARTA
                  STRING 'VIDEO CLUB  -  ' DELIMITED BY SIZE
                         FECHA-SISTEMA DELIMITED BY SIZE
                         INTO LINEA-CARTA
                  WRITE REG-IMPRE FROM LINEA-CARTA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  MOVE SPACES TO LINEA-CARTA
                  STRING 'Sr/a. ' DELIMITED BY SIZE
                         NOMBRE-SOCIO DELIMITED BY SIZE
                         INTO LINEA-CARTA
                  WRITE REG-IMPRE FROM LINEA-CARTA
                  END-WRITE
                  IF EXISTE-SOCIO = 'S'
                    MOVE DIRECCION TO LINEA-CARTA
                    WRITE REG-IMPRE FROM LINEA-CARTA
                        BEFORE ADVANCING 2 LINES
                    END-WRITE
                  END-IF
                  MOVE SPACES TO LINEA-CARTA
                  STRING 'El alquiler ' DELIMITED BY SIZE
                         N-SALIDA DELIMITED BY SIZE
                         ' de ' DELIMITED BY SIZE
                         TITULO DELIMITED BY SIZE
                         INTO LINEA-CARTA
                  WRITE REG-IMPRE FROM LINEA-CARTA
                  END-WRITE
                  MOVE 'no ha sido devuelto y se da por perdido.'
                    TO LINEA-CARTA
                  WRITE REG-IMPRE FROM LINEA-CARTA
                  END-WRITE
                  MOVE IMPORTE-REPOSICION TO IMPORTE-PANT
                  MOVE SPACES TO LINEA-CARTA
                  STRING 'Cargo por reposicion....: ' DELIMITED BY SIZE
                         IMPORTE-PANT DELIMITED BY SIZE
                         INTO LINEA-CARTA
                  WRITE REG-IMPRE FROM LINEA-CARTA
                  END-WRITE
                  MOVE IMPORTE-MORA TO IMPORTE-PANT
                  MOVE SPACES TO LINEA-CARTA
                  STRING 'Recargo por mora........: ' DELIMITED BY SIZE
                         IMPORTE-PANT DELIMITED BY SIZE
                         INTO LINEA-CARTA
                  WRITE REG-IMPRE FROM LINEA-CARTA
                  END-WRITE
                  MOVE 'Se han cargado en su cuenta. Si devuelve la'
                    TO LINEA-CARTA
                  WRITE REG-IMPRE FROM LINEA-CARTA
                  END-WRITE
                  MOVE 'pelicula se le abonara la reposicion.'
                    TO LINEA-CARTA
                  WRITE REG-IMPRE FROM LINEA-CARTA
                  END-WRITE
                  MOVE 'Atentamente, la direccion.' TO LINEA-CARTA
                  WRITE REG-IMPRE FROM LINEA-CARTA
                      BEFORE ADVANCING 3 LINES
                  END-WRITE
                END-IF.

        RESUMEN.
                MOVE CONT-REVISADOS TO CONT-PANT
                DISPLAY 'Alquileres pendientes:' LINE 18 POSITION 15
                DISPLAY CONT-PANT LINE 18 POSITION 38
                MOVE CONT-PERDIDAS TO CONT-PANT
                DISPLAY 'Declarados perdidos..:' LINE 19 POSITION 15
                DISPLAY CONT-PANT LINE 19 POSITION 38
                MOVE TOTAL-CARGADO TO TOTAL-PANT
                DISPLAY 'Importe cargado......:' LINE 20 POSITION 15
                DISPLAY TOTAL-PANT LINE 20 POSITION 38
                MOVE ZEROS TO CONT-REVISADOS
                MOVE ZEROS TO CONT-PERDIDAS
                MOVE ZEROS TO TOTAL-CARGADO.

        CERRAR-FICHERO.
                CLOSE ALQUILER.
                CLOSE PELICULA.
                CLOSE EJEMPLAR.
                CLOSE PERDIDAS.
                CLOSE SOCIOS.
                CLOSE REPOSICION.
                IF HAY-IMPRESORA = 'S'
                  CLOSE IMPRE
                END-IF.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
