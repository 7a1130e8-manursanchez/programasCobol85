        IDENTIFICATION DIVISION.
          PROGRAM-ID. SIMULA-PRECIOS.

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

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK "SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-SOCIOS.

               SELECT OPTIONAL ALQUILER ASSIGN TO DISK "ALQUILER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA
               ALTERNATE RECORD KEY IS CODI-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-ALQUILER.

               SELECT OPTIONAL ALQUILER-HIST ASSIGN TO DISK
                                             "ALQUILER-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA-H
               ALTERNATE RECORD KEY IS CODI-SOCIO-H WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI-H WITH DUPLICATES
               FILE STATUS IS ESTADO-HIST.

               SELECT OPTIONAL CATEGORIAS ASSIGN TO DISK
                                             "CATEGORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS ESTADO-CATEGORIAS.

               SELECT OPTIONAL PROMOCIONES ASSIGN TO DISK
                                             "PROMOCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROMO
               FILE STATUS IS ESTADO-PROMO.

               SELECT OPTIONAL ARTICULO ASSIGN TO DISK "ARTICULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-PELI
               FILE STATUS IS ESTADO-ARTICULO.

               SELECT OPTIONAL TIPOART ASSIGN TO DISK "TIPOART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-CODIGO
               FILE STATUS IS ESTADO-TIPOART.

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

          FD ALQUILER-HIST LABEL RECORD STANDARD.
          01 REG-ALQUILER-HIST.
           02 N-SALIDA-H PIC X(8).
           02 FECHA-ALQ-H.
            03 DIA-H PIC 99.
            03 MES-H PIC 99.
            03 ANO-H PIC 9999.
           02 CODI-SOCIO-H PIC X(5).
           02 CODI-PELI-H PIC X(6).
           02 PRECI-ALQ-H PIC 9(4)V99.
           02 DEVUELTA-H PIC X.
           02 FECHA-DEV-H.
            03 DIA-DEV-H PIC 99.
            03 MES-DEV-H PIC 99.
            03 ANO-DEV-H PIC 9999.
           02 RECARGO-MORA-H PIC 9(4)V99.
           02 PRECI-LISTA-H PIC 9(4)V99.
           02 COD-PROMO-APLI-H PIC X(4).
           02 FECHA-VENC-H.
            03 DIA-VENC-H PIC 99.
            03 MES-VENC-H PIC 99.
            03 ANO-VENC-H PIC 9999.
           02 NUM-PRORROGAS-H PIC 99.
           02 MODO-TARIFA-H PIC X.
           02 MOTIVO-AJUSTE-H PIC X(2).
           02 EJEMPLAR-ALQ-H PIC 99.
           02 SUCURSAL-ALQ-H PIC X(2).

          FD CATEGORIAS LABEL RECORD STANDARD.
          01 REG-CATEGORIA.
           02 CAT-CODIGO PIC X.
           02 CAT-DESCRIPCION PIC X(20).
           02 CAT-LIMITE-ALQ PIC 99.
           02 CAT-DESCUENTO PIC 99.
           02 CAT-CUOTA PIC 9(4)V99.

          FD PROMOCIONES LABEL RECORD STANDARD.
          01 REG-PROMOCIONES.
           02 COD-PROMO PIC X(4).
           02 DESC-PROMO PIC X(20).
           02 FECHA-INI-PROMO PIC 9(8).
           02 FECHA-FIN-PROMO PIC 9(8).
           02 DIA-SEMANA-PROMO PIC 9.
           02 GENERO-PROMO PIC X(15).
           02 CLASE-PROMO PIC 9.
           02 TIPO-DTO PIC X.
           02 VALOR-DTO PIC 9(4)V99.
           02 ACTIVA-PROMO PIC X.

          FD ARTICULO LABEL RECORD STANDARD.
          01 REG-ARTICULO.
           02 ART-PELI PIC X(6).
           02 ART-TIPO PIC X.
           02 ART-PLATAFORMA PIC X(12).
           02 ART-PEGI PIC 99.
           02 ART-FIANZA PIC 9(4)V99.

          FD TIPOART LABEL RECORD STANDARD.
          01 REG-TIPOART.
           02 TPA-CODIGO PIC X.
           02 TPA-DESCRIPCION PIC X(15).
           02 TPA-DIAS-PRESTAMO PIC 99.
           02 TPA-CLASE-PRECIO PIC 9.
           02 TPA-LIMITE-REVISION PIC 9(4).
           02 TPA-VIDA-ALQUILERES PIC 9(5).

          FD IMPRE LABEL RECORD STANDARD.
          01 REG-IMPRE PIC X(80).

        WORKING-STORAGE SECTION.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 ESTADO-CATEGORIAS PIC XX.
        77 ESTADO-PROMO PIC XX.
        77 ESTADO-ARTICULO PIC XX.
        77 ESTADO-TIPOART PIC XX.
        77 ESTADO-IMPRESORA PIC XX.
        77 NOMBRE-SPOOL PIC X(15).
        77 SPL-PROGRAMA PIC X(18).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 MODO-PROMOS PIC X.
         88 PROMOS-VALIDO VALUE 'A' 'a' 'N' 'n' 'P' 'p'.
         88 PROMOS-ACTUALES VALUE 'A' 'a'.
         88 PROMOS-NINGUNA VALUE 'N' 'n'.
         88 PROMOS-PROPUESTAS VALUE 'P' 'p'.
        77 FIN-FICH PIC X.
        77 PERIODO-OK PIC X.
        77 FECHA-DESDE PIC 9(8).
        77 FECHA-HASTA PIC 9(8).
        77 MES-BASE PIC 9(6).
        77 MES-LINEA PIC 9(6).
        77 NUM-MESES PIC 99.
        77 FECHA-CALC PIC 9(8).
        77 ANO-CALC PIC 9(4).
        77 RESTO-CALC PIC 9(4).
        77 MES-CALC PIC 99.
        77 MES-ABS PIC 9(6).
        77 FECHA-ALQ-YMD PIC 9(8).
        77 FECHA-DEV-YMD PIC 9(8).
        77 FECHA-VENC-YMD PIC 9(8).
        77 DIA-SEMANA-ALQ PIC 9.
        77 SIM-MORA PIC 99V99.
        77 SIM-PRORROGA PIC 9(4)V99.
        77 SIM-ESTRENO PIC 99.
        77 IDX-CLASE PIC 9.
        77 IDX-MES PIC 99.
        77 IDX-CAT PIC 99.
        77 IDX-GEN PIC 99.
        77 IDX-PRP PIC 9.
        77 LINEA-PANT PIC 99.
        77 COLUMNA-PANT PIC 99.
        77 CLASE-ART PIC 9.
        77 DIAS-TIPO PIC 99.
        77 GENERO-ALQ PIC X(15).
        77 NOCHE-ACTUAL PIC 9(4)V99.
        77 DTO-ACTUAL PIC 99.
        77 DTO-SIMULADO PIC 99.
        77 TIPO-PROMO-ALQ PIC X.
        77 HAY-PROMO PIC X.
        77 TIPO-APLI PIC X.
        77 VALOR-APLI PIC 9(4)V99.
        77 LISTA-SIM PIC 9(5)V99.
        77 BASE-SIM PIC 9(5)V99.
        77 BASE-ACTUAL PIC 9(5)V99.
        77 NOCHES PIC 9(4).
        77 DIAS-ACTUAL PIC 9(4).
        77 DIAS-SIMULADO PIC 9(4).
        77 RETRASO PIC S9(5).
        77 PRECIO-ACT PIC 9(5)V99.
        77 PRECIO-SIM PIC 9(5)V99.
        77 MORA-ACT PIC 9(5)V99.
        77 MORA-SIM PIC 9(5)V99.
        77 PRORR-ACT PIC 9(5)V99.
        77 PRORR-SIM PIC 9(5)V99.
        77 TOTAL-ACT PIC 9(6)V99.
        77 TOTAL-SIM PIC 9(6)V99.
        77 ALQ-SIMULADOS PIC 9(6).
        77 ALQ-SIN-CAMBIO PIC 9(6).
        77 TOT-PRECIO-ACT PIC 9(8)V99.
        77 TOT-PRECIO-SIM PIC 9(8)V99.
        77 TOT-MORA-ACT PIC 9(8)V99.
        77 TOT-MORA-SIM PIC 9(8)V99.
        77 TOT-PRORR-ACT PIC 9(8)V99.
        77 TOT-PRORR-SIM PIC 9(8)V99.
        77 TOT-ACTUAL PIC 9(8)V99.
        77 TOT-SIMULADO PIC 9(8)V99.
        77 LIN-ALQ PIC 9(6).
        77 LIN-ACTUAL PIC 9(8)V99.
        77 LIN-SIMULADO PIC 9(8)V99.
        77 DIFERENCIA PIC S9(8)V99.
        77 PORCENTAJE PIC S9(5).
        77 CONT-PANT PIC ZZZZZ9.
        77 IMPORTE-PANT PIC ZZZZZZZ9.99-.

        01 TRB-ALQUILER.
         02 TRB-SOCIO PIC X(5).
         02 TRB-PELI PIC X(6).
         02 TRB-PRECI PIC 9(4)V99.
         02 TRB-DEVUELTA PIC X.
         02 TRB-RECARGO PIC 9(4)V99.
         02 TRB-LISTA PIC 9(4)V99.
         02 TRB-PROMO PIC X(4).
         02 TRB-PRORROGAS PIC 99.
         02 TRB-MODO PIC X.
         02 TRB-MOTIVO PIC X(2).

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

        01 TABLA-CLASES.
         02 SIM-CLASE OCCURS 4 TIMES.
          03 SIM-PRECIO PIC 9(4)V99.
          03 SIM-NOCHE PIC 9(4)V99.

        01 TABLA-CATEGORIAS.
         02 NUM-CATEG PIC 99.
         02 CTG-LINEA OCCURS 21 TIMES.
          03 CTG-CODIGO PIC X.
          03 CTG-DESCRIPCION PIC X(20).
          03 CTG-DTO-ACT PIC 99.
          03 CTG-DTO-SIM PIC 99.
          03 CTG-ALQ PIC 9(6).
          03 CTG-ACTUAL PIC 9(8)V99.
          03 CTG-SIMULADO PIC 9(8)V99.

        01 TABLA-PROPUESTAS.
         02 NUM-PROPUESTAS PIC 9.
         02 PRP-LINEA OCCURS 5 TIMES.
          03 PRP-GENERO PIC X(15).
          03 PRP-CLASE PIC 9.
          03 PRP-DIA PIC 9.
          03 PRP-TIPO PIC X.
          03 PRP-VALOR PIC 9(4)V99.

        01 ENTRADA-PROPUESTA.
         02 ENT-GENERO PIC X(15).
         02 ENT-CLASE PIC 9.
         02 ENT-DIA PIC 9.
         02 ENT-TIPO PIC X.
         02 ENT-VALOR PIC 9(4)V99.

        01 TABLA-MESES.
         02 MES-LINEA-T OCCURS 36 TIMES.
          03 MES-ALQ PIC 9(6).
          03 MES-ACTUAL PIC 9(8)V99.
          03 MES-SIMULADO PIC 9(8)V99.

        01 TABLA-CLASES-ACU.
         02 CLA-LINEA OCCURS 5 TIMES.
          03 CLA-ALQ PIC 9(6).
          03 CLA-ACTUAL PIC 9(8)V99.
          03 CLA-SIMULADO PIC 9(8)V99.

        01 TABLA-GENEROS.
         02 NUM-GENEROS PIC 99.
         02 GEN-LINEA OCCURS 61 TIMES.
          03 GEN-NOMBRE-T PIC X(15).
          03 GEN-ALQ PIC 9(6).
          03 GEN-ACTUAL PIC 9(8)V99.
          03 GEN-SIMULADO PIC 9(8)V99.

        01 CABECERA.
         02 FILLER PIC X(10) VALUE SPACES.
         02 FILLER PIC X(30) VALUE "SIMULACION DE PRECIOS  DESDE ".
         02 CAB-DESDE PIC 9(8).
         02 FILLER PIC X(8) VALUE "  HASTA ".
         02 CAB-HASTA PIC 9(8).
         02 FILLER PIC X(16) VALUE SPACES.

        01 CABECERA-AVISO.
         02 FILLER PIC X(10) VALUE SPACES.
         02 FILLER PIC X(70) VALUE
             "Estimacion: no tiene en cuenta cambios en la demanda".

        01 TITULO-SECCION.
         02 TSE-TEXTO PIC X(40).
         02 FILLER PIC X(40) VALUE SPACES.

        01 CABECERA-PARAMETRO.
         02 FILLER PIC X(30) VALUE SPACES.
         02 FILLER PIC X(12) VALUE "    ACTUAL  ".
         02 FILLER PIC X(12) VALUE " PROPUESTO  ".
         02 FILLER PIC X(26) VALUE SPACES.

        01 LINEA-PARAMETRO.
         02 LPA-ETIQ PIC X(30).
         02 LPA-ACTUAL PIC ZZZZZZ9.99 BLANK WHEN ZERO.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LPA-PROPUESTO PIC ZZZZZZ9.99.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LPA-NOTA PIC X(26).

        01 LINEA-PROPUESTA.
         02 FILLER PIC X(4) VALUE SPACES.
         02 LPR-GENERO PIC X(15).
         02 FILLER PIC X(8) VALUE "  CLASE ".
         02 LPR-CLASE PIC 9.
         02 FILLER PIC X(6) VALUE "  DIA ".
         02 LPR-DIA PIC 9.
         02 FILLER PIC X(7) VALUE "  TIPO ".
         02 LPR-TIPO PIC X.
         02 FILLER PIC X(2) VALUE SPACES.
         02 LPR-VALOR PIC ZZZ9.99.
         02 FILLER PIC X(28) VALUE SPACES.

        01 CABECERA-COLUMNAS.
         02 FILLER PIC X(30) VALUE "                        ALQUIL".
         02 FILLER PIC X(30) VALUE "ERES      ACTUAL   SIMULADO  D".
         02 FILLER PIC X(20) VALUE "IFERENCIA     %     ".

        01 LINEA-SIMULACION.
         02 LSI-ETIQ PIC X(24).
         02 FILLER PIC X VALUE SPACES.
         02 LSI-ALQ PIC ZZZZZ9.
         02 FILLER PIC X VALUE SPACES.
         02 LSI-ACTUAL PIC ZZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LSI-SIMULADO PIC ZZZZZZZ9.99.
         02 FILLER PIC X VALUE SPACES.
         02 LSI-DIFER PIC ZZZZZZZ9.99-.
         02 FILLER PIC X VALUE SPACES.
         02 LSI-PCT PIC ZZZ9-.
         02 FILLER PIC X(6) VALUE SPACES.

        01 ETIQ-MES.
         02 FILLER PIC X(4) VALUE "Mes ".
         02 ETM-ANO PIC 9(4).
         02 FILLER PIC X VALUE "/".
         02 ETM-MES PIC 99.
         02 FILLER PIC X(13) VALUE SPACES.

        01 ETIQ-CATEG.
         02 ETC-CODIGO PIC X.
         02 FILLER PIC X VALUE SPACES.
         02 ETC-DESCRIPCION PIC X(20).
         02 FILLER PIC X(2) VALUE SPACES.

        01 LINEA-VACIA PIC X(80) VALUE SPACES.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                CALL 'PARAMETROS' USING PARAM-SISTEMA.
                CANCEL 'PARAMETROS'.
                PERFORM PEDIR-PERIODO.
                IF PERIODO-OK = 'S'
                  PERFORM PEDIR-TARIFAS
                  PERFORM CARGAR-CATEGORIAS
                  PERFORM PEDIR-DESCUENTOS
                  IF PROMOS-PROPUESTAS
                    PERFORM PEDIR-PROPUESTAS
                  END-IF
                  PERFORM PORTADA
                  DISPLAY 'GENERAR LA SIMULACION (S/N)?' POSITION 25
                  LINE 8
                  MOVE SPACE TO RES
                  PERFORM UNTIL CORRECTA
                     ACCEPT RES POSITION 55 LINE 8
                  END-PERFORM
                  IF RES = 'S' OR RES = 's'
                    PERFORM SIMULAR
                  END-IF
                END-IF.
                DISPLAY "PULSA UNA TECLA PARA CONTINUAR" LINE 23
                POSITION 28.
                ACCEPT RESPU LINE 23 POSITION 71.
              EXIT PROGRAM.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' SIMULACION DE PRECIOS ' LINE 2
                POSITION 28 REVERSE.

        PEDIR-PERIODO.
                MOVE 'S' TO PERIODO-OK
                MOVE ZEROS TO FECHA-DESDE
                MOVE ZEROS TO FECHA-HASTA
                DISPLAY 'Periodo desde (AAAAMMDD):' LINE 4 POSITION 5
                ACCEPT FECHA-DESDE LINE 4 POSITION 31
                DISPLAY 'hasta:' LINE 4 POSITION 42
                ACCEPT FECHA-HASTA LINE 4 POSITION 49
                IF FECHA-DESDE = 0 OR FECHA-HASTA < FECHA-DESDE
                  MOVE 'N' TO PERIODO-OK
                ELSE
                  MOVE FECHA-DESDE TO FECHA-CALC
                  PERFORM CALCULAR-MES
                  MOVE MES-ABS TO MES-BASE
                  MOVE FECHA-HASTA TO FECHA-CALC
                  PERFORM CALCULAR-MES
                  MOVE MES-ABS TO MES-LINEA
                  IF MES-LINEA - MES-BASE > 35
                    MOVE 'N' TO PERIODO-OK
                  ELSE
                    COMPUTE NUM-MESES = MES-LINEA - MES-BASE + 1
                  END-IF
                END-IF
                IF PERIODO-OK = 'N'
                  DISPLAY 'Periodo no valido (maximo 36 meses)'
                  LINE 21 POSITION 21
                END-IF.

        CALCULAR-MES.
                DIVIDE FECHA-CALC BY 10000 GIVING ANO-CALC
                  REMAINDER RESTO-CALC
                DIVIDE RESTO-CALC BY 100 GIVING MES-CALC
                COMPUTE MES-ABS = ANO-CALC * 12 + MES-CALC.

        PEDIR-TARIFAS.
                DISPLAY 'Valores propuestos (0 = sin cambio)'
                LINE 6 POSITION 5
                DISPLAY 'Precio  T.Noche' LINE 6 POSITION 43
                PERFORM VARYING IDX-CLASE FROM 1 BY 1
                        UNTIL IDX-CLASE > 4
                  MOVE ZEROS TO SIM-PRECIO(IDX-CLASE)
                  MOVE ZEROS TO SIM-NOCHE(IDX-CLASE)
                  COMPUTE LINEA-PANT = IDX-CLASE + 6
                  DISPLAY 'Clase de precio' LINE LINEA-PANT
                  POSITION 5
                  DISPLAY IDX-CLASE LINE LINEA-PANT POSITION 21
                  ACCEPT SIM-PRECIO(IDX-CLASE) LINE LINEA-PANT
                  POSITION 43 TAB NO BEEP
                  ACCEPT SIM-NOCHE(IDX-CLASE) LINE LINEA-PANT
                  POSITION 52 TAB NO BEEP
                END-PERFORM
                DISPLAY 'Actual   Propuesto' LINE 12 POSITION 43
                MOVE PRM-TARIFA-MORA TO SIM-MORA
                MOVE PRM-IMPORTE-PRORROGA TO SIM-PRORROGA
                MOVE PRM-DIAS-ESTRENO TO SIM-ESTRENO
                DISPLAY 'Recargo de mora por dia......:' LINE 13
                POSITION 5
                DISPLAY PRM-TARIFA-MORA LINE 13 POSITION 43
                DISPLAY SIM-MORA LINE 13 POSITION 52
                ACCEPT SIM-MORA LINE 13 POSITION 52 UPDATE
                DISPLAY 'Importe de prorroga..........:' LINE 14
                POSITION 5
                DISPLAY PRM-IMPORTE-PRORROGA LINE 14 POSITION 43
                DISPLAY SIM-PRORROGA LINE 14 POSITION 52
                ACCEPT SIM-PRORROGA LINE 14 POSITION 52 UPDATE
                DISPLAY 'Dias de prestamo de estreno..:' LINE 15
                POSITION 5
                DISPLAY PRM-DIAS-ESTRENO LINE 15 POSITION 43
                DISPLAY SIM-ESTRENO LINE 15 POSITION 52
                ACCEPT SIM-ESTRENO LINE 15 POSITION 52 UPDATE
                IF SIM-ESTRENO = 0
                  MOVE PRM-DIAS-ESTRENO TO SIM-ESTRENO
                END-IF
                DISPLAY 'Promociones: (A)ctuales (N)inguna (P)ropuestas'
                LINE 17 POSITION 5
                MOVE 'A' TO MODO-PROMOS
                DISPLAY MODO-PROMOS LINE 17 POSITION 53
                ACCEPT MODO-PROMOS LINE 17 POSITION 53 UPDATE
                PERFORM UNTIL PROMOS-VALIDO
                   ACCEPT MODO-PROMOS LINE 17 POSITION 53
                END-PERFORM.

        CARGAR-CATEGORIAS.
                MOVE 0 TO NUM-CATEG
                OPEN INPUT CATEGORIAS
                IF ESTADO-CATEGORIAS = "00"
                  MOVE LOW-VALUES TO CAT-CODIGO
                  MOVE 'N' TO FIN-FICH
                  START CATEGORIAS KEY IS > CAT-CODIGO INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S' OR NUM-CATEG = 20
                    READ CATEGORIAS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      ADD 1 TO NUM-CATEG
                      MOVE CAT-CODIGO TO CTG-CODIGO(NUM-CATEG)
                      MOVE CAT-DESCRIPCION
                        TO CTG-DESCRIPCION(NUM-CATEG)
                      MOVE CAT-DESCUENTO TO CTG-DTO-ACT(NUM-CATEG)
                      MOVE CAT-DESCUENTO TO CTG-DTO-SIM(NUM-CATEG)
                    END-READ
                  END-PERFORM
                END-IF
                CLOSE CATEGORIAS
                COMPUTE IDX-CAT = NUM-CATEG + 1
                MOVE SPACE TO CTG-CODIGO(IDX-CAT)
                MOVE 'SIN CATEGORIA' TO CTG-DESCRIPCION(IDX-CAT)
                MOVE ZEROS TO CTG-DTO-ACT(IDX-CAT)
                MOVE ZEROS TO CTG-DTO-SIM(IDX-CAT)
                PERFORM VARYING IDX-CAT FROM 1 BY 1
                        UNTIL IDX-CAT > 21
                  MOVE ZEROS TO CTG-ALQ(IDX-CAT)
                  MOVE ZEROS TO CTG-ACTUAL(IDX-CAT)
                  MOVE ZEROS TO CTG-SIMULADO(IDX-CAT)
                END-PERFORM.

        PEDIR-DESCUENTOS.
                IF NUM-CATEG > 0
                  PERFORM PORTADA
                  DISPLAY 'Descuento por categoria de socio (%)'
                  LINE 4 POSITION 5
                  DISPLAY 'Actual Propuesto' LINE 5 POSITION 27
                  DISPLAY 'Actual Propuesto' LINE 5 POSITION 63
                  PERFORM VARYING IDX-CAT FROM 1 BY 1
                          UNTIL IDX-CAT > NUM-CATEG
                    IF IDX-CAT > 10
                      COMPUTE LINEA-PANT = IDX-CAT - 4
                      MOVE 41 TO COLUMNA-PANT
                    ELSE
                      COMPUTE LINEA-PANT = IDX-CAT + 6
                      MOVE 5 TO COLUMNA-PANT
                    END-IF
                    DISPLAY CTG-CODIGO(IDX-CAT) LINE LINEA-PANT
                    POSITION COLUMNA-PANT
                    ADD 2 TO COLUMNA-PANT
                    DISPLAY CTG-DESCRIPCION(IDX-CAT) LINE LINEA-PANT
                    POSITION COLUMNA-PANT
                    ADD 22 TO COLUMNA-PANT
                    DISPLAY CTG-DTO-ACT(IDX-CAT) LINE LINEA-PANT
                    POSITION COLUMNA-PANT
                    ADD 6 TO COLUMNA-PANT
                    DISPLAY CTG-DTO-SIM(IDX-CAT) LINE LINEA-PANT
                    POSITION COLUMNA-PANT
                    ACCEPT CTG-DTO-SIM(IDX-CAT) LINE LINEA-PANT
                    POSITION COLUMNA-PANT UPDATE
                  END-PERFORM
                END-IF.

        PEDIR-PROPUESTAS.
                PERFORM PORTADA
                DISPLAY 'Promociones propuestas (valor 0 = no usar)'
                LINE 4 POSITION 5
                DISPLAY 'Genero en blanco, clase 0 o dia 0 = todos;'
                LINE 5 POSITION 5
                DISPLAY 'tipo P = porcentaje, I = importe' LINE 6
                POSITION 5
                DISPLAY 'Genero          Clase Dia Tipo  Valor'
                LINE 8 POSITION 9
                MOVE 0 TO NUM-PROPUESTAS
                PERFORM VARYING IDX-PRP FROM 1 BY 1 UNTIL IDX-PRP > 5
                  COMPUTE LINEA-PANT = IDX-PRP + 8
                  MOVE SPACES TO ENT-GENERO
                  MOVE 0 TO ENT-CLASE
                  MOVE 0 TO ENT-DIA
                  MOVE 'P' TO ENT-TIPO
                  MOVE ZEROS TO ENT-VALOR
                  DISPLAY IDX-PRP LINE LINEA-PANT POSITION 5
                  ACCEPT ENT-GENERO LINE LINEA-PANT POSITION 9
                  TAB NO BEEP
                  ACCEPT ENT-CLASE LINE LINEA-PANT POSITION 27
                  TAB NO BEEP
                  ACCEPT ENT-DIA LINE LINEA-PANT POSITION 31
                  TAB NO BEEP
                  DISPLAY ENT-TIPO LINE LINEA-PANT POSITION 35
                  ACCEPT ENT-TIPO LINE LINEA-PANT POSITION 35 UPDATE
                  ACCEPT ENT-VALOR LINE LINEA-PANT POSITION 40
                  TAB NO BEEP
                  IF ENT-TIPO = 'p'
                    MOVE 'P' TO ENT-TIPO
                  END-IF
                  IF ENT-TIPO NOT = 'P'
                    MOVE 'I' TO ENT-TIPO
                  END-IF
                  IF ENT-TIPO = 'P' AND ENT-VALOR > 100
                    MOVE 100 TO ENT-VALOR
                  END-IF
                  IF ENT-VALOR > 0
                    ADD 1 TO NUM-PROPUESTAS
                    MOVE ENTRADA-PROPUESTA
                      TO PRP-LINEA(NUM-PROPUESTAS)
                  END-IF
                END-PERFORM.

        SIMULAR.
                DISPLAY 'Simulando, espere...' LINE 10 POSITION 30
                MOVE ZEROS TO TABLA-MESES
                MOVE ZEROS TO TABLA-CLASES-ACU
                MOVE ZEROS TO TABLA-GENEROS
                MOVE ZEROS TO ALQ-SIMULADOS
                MOVE ZEROS TO ALQ-SIN-CAMBIO
                MOVE ZEROS TO TOT-PRECIO-ACT
                MOVE ZEROS TO TOT-PRECIO-SIM
                MOVE ZEROS TO TOT-MORA-ACT
                MOVE ZEROS TO TOT-MORA-SIM
                MOVE ZEROS TO TOT-PRORR-ACT
                MOVE ZEROS TO TOT-PRORR-SIM
                OPEN INPUT PELICULA
                OPEN INPUT SOCIOS
                OPEN INPUT PROMOCIONES
                OPEN INPUT ARTICULO
                OPEN INPUT TIPOART
                PERFORM RECORRER-ALQUILER
                PERFORM RECORRER-HISTORICO
                CLOSE PELICULA
                CLOSE SOCIOS
                CLOSE PROMOCIONES
                CLOSE ARTICULO
                CLOSE TIPOART
                COMPUTE TOT-ACTUAL = TOT-PRECIO-ACT + TOT-MORA-ACT
                                   + TOT-PRORR-ACT
                COMPUTE TOT-SIMULADO = TOT-PRECIO-SIM + TOT-MORA-SIM
                                     + TOT-PRORR-SIM
                PERFORM EMITIR-INFORME
                DISPLAY SPACES LINE 10 POSITION 30 ERASE EOL
                MOVE ALQ-SIMULADOS TO CONT-PANT
                DISPLAY 'Alquileres en el periodo...:' LINE 11
                POSITION 15
                DISPLAY CONT-PANT LINE 11 POSITION 47
                MOVE TOT-ACTUAL TO IMPORTE-PANT
                DISPLAY 'Ingreso actual.............:' LINE 12
                POSITION 15
                DISPLAY IMPORTE-PANT LINE 12 POSITION 41
                MOVE TOT-SIMULADO TO IMPORTE-PANT
                DISPLAY 'Ingreso simulado...........:' LINE 13
                POSITION 15
                DISPLAY IMPORTE-PANT LINE 13 POSITION 41
                COMPUTE DIFERENCIA = TOT-SIMULADO - TOT-ACTUAL
                MOVE DIFERENCIA TO IMPORTE-PANT
                DISPLAY 'Diferencia.................:' LINE 14
                POSITION 15
                DISPLAY IMPORTE-PANT LINE 14 POSITION 41.

        RECORRER-ALQUILER.
                OPEN INPUT ALQUILER
                IF ESTADO-ALQUILER = "00"
                  MOVE LOW-VALUES TO N-SALIDA
                  MOVE 'N' TO FIN-FICH
                  START ALQUILER KEY IS > N-SALIDA INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ ALQUILER NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      COMPUTE FECHA-ALQ-YMD =
                         ANO * 10000 + MES * 100 + DIA
                      IF FECHA-ALQ-YMD NOT < FECHA-DESDE
                       AND FECHA-ALQ-YMD NOT > FECHA-HASTA
                        COMPUTE FECHA-DEV-YMD =
                           ANO-DEV * 10000 + MES-DEV * 100 + DIA-DEV
                        COMPUTE FECHA-VENC-YMD =
                           ANO-VENC * 10000 + MES-VENC * 100
                           + DIA-VENC
                        MOVE CODI-SOCIO TO TRB-SOCIO
                        MOVE CODI-PELI TO TRB-PELI
                        MOVE PRECI-ALQ TO TRB-PRECI
                        MOVE DEVUELTA TO TRB-DEVUELTA
                        MOVE RECARGO-MORA TO TRB-RECARGO
                        MOVE PRECI-LISTA TO TRB-LISTA
                        MOVE COD-PROMO-APLI TO TRB-PROMO
                        MOVE NUM-PRORROGAS TO TRB-PRORROGAS
                        MOVE MODO-TARIFA TO TRB-MODO
                        MOVE MOTIVO-AJUSTE TO TRB-MOTIVO
                        PERFORM SIMULAR-ALQUILER
                      END-IF
                    END-READ
                  END-PERFORM
                END-IF
                CLOSE ALQUILER.

        RECORRER-HISTORICO.
                OPEN INPUT ALQUILER-HIST
                IF ESTADO-HIST = "00"
                  MOVE LOW-VALUES TO N-SALIDA-H
                  MOVE 'N' TO FIN-FICH
                  START ALQUILER-HIST KEY IS > N-SALIDA-H INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ ALQUILER-HIST NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      COMPUTE FECHA-ALQ-YMD =
                         ANO-H * 10000 + MES-H * 100 + DIA-H
                      IF FECHA-ALQ-YMD NOT < FECHA-DESDE
                       AND FECHA-ALQ-YMD NOT > FECHA-HASTA
                        COMPUTE FECHA-DEV-YMD =
                           ANO-DEV-H * 10000 + MES-DEV-H * 100
                           + DIA-DEV-H
                        COMPUTE FECHA-VENC-YMD =
                           ANO-VENC-H * 10000 + MES-VENC-H * 100
                           + DIA-VENC-H
                        MOVE CODI-SOCIO-H TO TRB-SOCIO
                        MOVE CODI-PELI-H TO TRB-PELI
                        MOVE PRECI-ALQ-H TO TRB-PRECI
                        MOVE DEVUELTA-H TO TRB-DEVUELTA
                        MOVE RECARGO-MORA-H TO TRB-RECARGO
                        MOVE PRECI-LISTA-H TO TRB-LISTA
                        MOVE COD-PROMO-APLI-H TO TRB-PROMO
                        MOVE NUM-PRORROGAS-H TO TRB-PRORROGAS
                        MOVE MODO-TARIFA-H TO TRB-MODO
                        MOVE MOTIVO-AJUSTE-H TO TRB-MOTIVO
                        PERFORM SIMULAR-ALQUILER
                      END-IF
                    END-READ
                  END-PERFORM
                END-IF
                CLOSE ALQUILER-HIST.

        SIMULAR-ALQUILER.
                ADD 1 TO ALQ-SIMULADOS
                PERFORM CARGAR-PELICULA
                PERFORM CARGAR-TARIFA-SOCIO
                MOVE TRB-PRECI TO PRECIO-ACT
                MOVE TRB-RECARGO TO MORA-ACT
                COMPUTE PRORR-ACT = TRB-PRORROGAS * PRM-IMPORTE-PRORROGA
                COMPUTE PRORR-SIM = TRB-PRORROGAS * SIM-PRORROGA
                IF TRB-PROMO = 'BONO' OR TRB-PROMO = 'PTOS'
                 OR TRB-PROMO = 'PLAN' OR TRB-MOTIVO NOT = SPACES
                  MOVE PRECIO-ACT TO PRECIO-SIM
                  ADD 1 TO ALQ-SIN-CAMBIO
                ELSE
                  IF TRB-MODO = 'N'
                    PERFORM SIMULAR-NOCHES
                  ELSE
                    PERFORM SIMULAR-TARIFA-FIJA
                  END-IF
                END-IF
                PERFORM SIMULAR-MORA
                ADD PRECIO-ACT TO TOT-PRECIO-ACT
                ADD PRECIO-SIM TO TOT-PRECIO-SIM
                ADD MORA-ACT TO TOT-MORA-ACT
                ADD MORA-SIM TO TOT-MORA-SIM
                ADD PRORR-ACT TO TOT-PRORR-ACT
                ADD PRORR-SIM TO TOT-PRORR-SIM
                COMPUTE TOTAL-ACT = PRECIO-ACT + MORA-ACT + PRORR-ACT
                COMPUTE TOTAL-SIM = PRECIO-SIM + MORA-SIM + PRORR-SIM
                PERFORM ACUMULAR.

        CARGAR-PELICULA.
                MOVE 0 TO CLASE-ART
                MOVE ZEROS TO DIAS-TIPO
                MOVE ZEROS TO NOCHE-ACTUAL
                MOVE 'SIN FICHA' TO GENERO-ALQ
                MOVE TRB-PELI TO COD-PELI
                READ PELICULA INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE CLASE-PRECIO TO CLASE-ART
                  MOVE GENERO TO GENERO-ALQ
                  MOVE TARIFA-NOCHE TO NOCHE-ACTUAL
                END-READ
                MOVE TRB-PELI TO ART-PELI
                READ ARTICULO INVALID KEY
                  MOVE 'P' TO ART-TIPO
                END-READ
                IF ART-TIPO NOT = 'J' AND ART-TIPO NOT = 'H'
                  MOVE 'P' TO ART-TIPO
                END-IF
                MOVE ART-TIPO TO TPA-CODIGO
                READ TIPOART INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE TPA-DIAS-PRESTAMO TO DIAS-TIPO
                  IF TPA-CLASE-PRECIO > 0
                    MOVE TPA-CLASE-PRECIO TO CLASE-ART
                  END-IF
                END-READ
                IF CLASE-ART > 4
                  MOVE 0 TO CLASE-ART
                END-IF.

        CARGAR-TARIFA-SOCIO.
                COMPUTE IDX-CAT = NUM-CATEG + 1
                MOVE TRB-SOCIO TO COD-SOCIO
                READ SOCIOS INVALID KEY
                  MOVE SPACE TO CATEGORIA-SOCIO
                END-READ
                IF CATEGORIA-SOCIO NOT = SPACE
                  MOVE 1 TO IDX-CAT
                  PERFORM UNTIL IDX-CAT > NUM-CATEG
                     OR CTG-CODIGO(IDX-CAT) = CATEGORIA-SOCIO
                    ADD 1 TO IDX-CAT
                  END-PERFORM
                END-IF
                MOVE CTG-DTO-ACT(IDX-CAT) TO DTO-ACTUAL
                MOVE CTG-DTO-SIM(IDX-CAT) TO DTO-SIMULADO.

        SIMULAR-NOCHES.
                MOVE PRECIO-ACT TO PRECIO-SIM
                IF TRB-DEVUELTA = 'S' AND NOCHE-ACTUAL > 0
                 AND CLASE-ART > 0
                  IF SIM-NOCHE(CLASE-ART) > 0
                    COMPUTE NOCHES ROUNDED = PRECIO-ACT / NOCHE-ACTUAL
                    COMPUTE PRECIO-SIM = NOCHES * SIM-NOCHE(CLASE-ART)
                  END-IF
                END-IF.

        SIMULAR-TARIFA-FIJA.
                MOVE TRB-LISTA TO LISTA-SIM
                IF TRB-LISTA = 0
                  MOVE PRECIO-ACT TO LISTA-SIM
                END-IF
                IF CLASE-ART > 0
                  IF SIM-PRECIO(CLASE-ART) > 0
                    MOVE SIM-PRECIO(CLASE-ART) TO LISTA-SIM
                  END-IF
                END-IF
                COMPUTE BASE-SIM ROUNDED =
                   LISTA-SIM * (100 - DTO-SIMULADO) / 100
                MOVE BASE-SIM TO PRECIO-SIM
                MOVE SPACE TO TIPO-PROMO-ALQ
                IF TRB-PROMO NOT = SPACES
                  MOVE TRB-PROMO TO COD-PROMO
                  READ PROMOCIONES INVALID KEY
                    MOVE 'C' TO TIPO-PROMO-ALQ
                  NOT INVALID KEY
                    MOVE 'P' TO TIPO-PROMO-ALQ
                  END-READ
                END-IF
                IF NOT PROMOS-NINGUNA
                  IF TIPO-PROMO-ALQ = 'C'
                    PERFORM MANTENER-CAMPANA
                  ELSE
                    IF PROMOS-ACTUALES
                      IF TIPO-PROMO-ALQ = 'P'
                        MOVE TIPO-DTO TO TIPO-APLI
                        MOVE VALOR-DTO TO VALOR-APLI
                        PERFORM APLICAR-DESCUENTO
                      END-IF
                    ELSE
                      PERFORM BUSCAR-PROPUESTA
                    END-IF
                  END-IF
                END-IF.

        MANTENER-CAMPANA.
                IF TRB-LISTA = 0
                  MOVE PRECIO-ACT TO BASE-ACTUAL
                ELSE
                  COMPUTE BASE-ACTUAL ROUNDED =
                     TRB-LISTA * (100 - DTO-ACTUAL) / 100
                END-IF
                IF BASE-ACTUAL > 0
                  COMPUTE PRECIO-SIM ROUNDED =
                     BASE-SIM * PRECIO-ACT / BASE-ACTUAL
                END-IF.

        BUSCAR-PROPUESTA.
                COMPUTE DIA-SEMANA-ALQ = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(FECHA-ALQ-YMD) 7)
                IF DIA-SEMANA-ALQ = 0
                  MOVE 7 TO DIA-SEMANA-ALQ
                END-IF
                MOVE 'N' TO HAY-PROMO
                MOVE 1 TO IDX-PRP
                PERFORM UNTIL IDX-PRP > NUM-PROPUESTAS
                   OR HAY-PROMO = 'S'
                  IF (PRP-DIA(IDX-PRP) = 0 OR
                      PRP-DIA(IDX-PRP) = DIA-SEMANA-ALQ)
                   AND (PRP-GENERO(IDX-PRP) = SPACES OR
                        PRP-GENERO(IDX-PRP) = GENERO-ALQ)
                   AND (PRP-CLASE(IDX-PRP) = 0 OR
                        PRP-CLASE(IDX-PRP) = CLASE-ART)
                    MOVE 'S' TO HAY-PROMO
                    MOVE PRP-TIPO(IDX-PRP) TO TIPO-APLI
                    MOVE PRP-VALOR(IDX-PRP) TO VALOR-APLI
                    PERFORM APLICAR-DESCUENTO
                  ELSE
                    ADD 1 TO IDX-PRP
                  END-IF
                END-PERFORM.

        APLICAR-DESCUENTO.
                IF TIPO-APLI = 'P'
                  COMPUTE PRECIO-SIM ROUNDED =
                     BASE-SIM * (100 - VALOR-APLI) / 100
                ELSE
                  IF VALOR-APLI < BASE-SIM
                    COMPUTE PRECIO-SIM = BASE-SIM - VALOR-APLI
                  ELSE
                    MOVE ZEROS TO PRECIO-SIM
                  END-IF
                END-IF.

        SIMULAR-MORA.
                MOVE MORA-ACT TO MORA-SIM
                IF TRB-DEVUELTA = 'S'
                  MOVE 0 TO DIAS-ACTUAL
                  IF PRM-TARIFA-MORA > 0
                    COMPUTE DIAS-ACTUAL ROUNDED =
                       MORA-ACT / PRM-TARIFA-MORA
                  END-IF
                  MOVE DIAS-ACTUAL TO DIAS-SIMULADO
                  IF CLASE-ART = 1 AND DIAS-TIPO = 0
                   AND SIM-ESTRENO NOT = PRM-DIAS-ESTRENO
                   AND FECHA-VENC-YMD > 0 AND FECHA-DEV-YMD > 0
                    PERFORM AJUSTAR-ESTRENO
                  END-IF
                  IF DIAS-SIMULADO = DIAS-ACTUAL
                    IF PRM-TARIFA-MORA > 0
                      COMPUTE MORA-SIM ROUNDED =
                         MORA-ACT * SIM-MORA / PRM-TARIFA-MORA
                    END-IF
                  ELSE
                    COMPUTE MORA-SIM = DIAS-SIMULADO * SIM-MORA
                  END-IF
                END-IF.

        AJUSTAR-ESTRENO.
                IF DIAS-ACTUAL > 0
                  MOVE DIAS-ACTUAL TO RETRASO
                ELSE
                  COMPUTE RETRASO =
                     FUNCTION INTEGER-OF-DATE(FECHA-DEV-YMD)
                     - FUNCTION INTEGER-OF-DATE(FECHA-VENC-YMD)
                END-IF
                COMPUTE RETRASO = RETRASO + PRM-DIAS-ESTRENO
                                - SIM-ESTRENO
                IF RETRASO < 0
                  MOVE 0 TO DIAS-SIMULADO
                ELSE
                  MOVE RETRASO TO DIAS-SIMULADO
                END-IF.

        ACUMULAR.
                MOVE FECHA-ALQ-YMD TO FECHA-CALC
                PERFORM CALCULAR-MES
                COMPUTE IDX-MES = MES-ABS - MES-BASE + 1
                ADD 1 TO MES-ALQ(IDX-MES)
                ADD TOTAL-ACT TO MES-ACTUAL(IDX-MES)
                ADD TOTAL-SIM TO MES-SIMULADO(IDX-MES)
                COMPUTE IDX-CLASE = CLASE-ART + 1
                ADD 1 TO CLA-ALQ(IDX-CLASE)
                ADD TOTAL-ACT TO CLA-ACTUAL(IDX-CLASE)
                ADD TOTAL-SIM TO CLA-SIMULADO(IDX-CLASE)
                ADD 1 TO CTG-ALQ(IDX-CAT)
                ADD TOTAL-ACT TO CTG-ACTUAL(IDX-CAT)
                ADD TOTAL-SIM TO CTG-SIMULADO(IDX-CAT)
                MOVE 1 TO IDX-GEN
                PERFORM UNTIL IDX-GEN > NUM-GENEROS
                   OR GEN-NOMBRE-T(IDX-GEN) = GENERO-ALQ
                  ADD 1 TO IDX-GEN
                END-PERFORM
                IF IDX-GEN > NUM-GENEROS
                  IF NUM-GENEROS < 60
                    ADD 1 TO NUM-GENEROS
                    MOVE NUM-GENEROS TO IDX-GEN
                    MOVE GENERO-ALQ TO GEN-NOMBRE-T(IDX-GEN)
                  ELSE
                    MOVE 61 TO IDX-GEN
                    MOVE 'OTROS' TO GEN-NOMBRE-T(IDX-GEN)
                  END-IF
                END-IF
                ADD 1 TO GEN-ALQ(IDX-GEN)
                ADD TOTAL-ACT TO GEN-ACTUAL(IDX-GEN)
                ADD TOTAL-SIM TO GEN-SIMULADO(IDX-GEN).

        EMITIR-INFORME.
                MOVE 'SIMULA-PRECIOS' TO SPL-PROGRAMA
                CALL 'SPOOL-REG' USING SPL-PROGRAMA NOMBRE-SPOOL
                CANCEL 'SPOOL-REG'
                OPEN OUTPUT IMPRE
                IF ESTADO-IMPRESORA NOT = '00'
                  DISPLAY 'ERROR DE IMPRESION' LINE 21 POSITION 21
                  DISPLAY ESTADO-IMPRESORA LINE 21 POSITION 40
                ELSE
                  MOVE FECHA-DESDE TO CAB-DESDE
                  MOVE FECHA-HASTA TO CAB-HASTA
                  WRITE REG-IMPRE FROM CABECERA
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  WRITE REG-IMPRE FROM CABECERA-AVISO
                      BEFORE ADVANCING 2 LINES
                  END-WRITE
                  PERFORM IMPRIMIR-ESCENARIO
                  PERFORM IMPRIMIR-COMPONENTES
                  PERFORM IMPRIMIR-MESES
                  PERFORM IMPRIMIR-CLASES
                  PERFORM IMPRIMIR-CATEGORIAS
                  PERFORM IMPRIMIR-GENEROS
                  CLOSE IMPRE
                  DISPLAY 'Informe enviado a la cola de impresion'
                  LINE 21 POSITION 21
                END-IF.

        IMPRIMIR-ESCENARIO.
                MOVE 'VALORES DE LA SIMULACION' TO TSE-TEXTO
                WRITE REG-IMPRE FROM TITULO-SECCION
                END-WRITE
                WRITE REG-IMPRE FROM CABECERA-PARAMETRO
                END-WRITE
                PERFORM VARYING IDX-CLASE FROM 1 BY 1
                        UNTIL IDX-CLASE > 4
                  MOVE SPACES TO LPA-ETIQ
                  STRING 'Precio clase ' DELIMITED BY SIZE
                         IDX-CLASE DELIMITED BY SIZE
                         INTO LPA-ETIQ
                  MOVE ZEROS TO LPA-ACTUAL
                  MOVE SIM-PRECIO(IDX-CLASE) TO LPA-PROPUESTO
                  MOVE 'precio de cada titulo' TO LPA-NOTA
                  IF SIM-PRECIO(IDX-CLASE) > 0
                    MOVE SPACES TO LPA-NOTA
                  END-IF
                  WRITE REG-IMPRE FROM LINEA-PARAMETRO
                  END-WRITE
                  MOVE SPACES TO LPA-ETIQ
                  STRING 'Tarifa noche clase ' DELIMITED BY SIZE
                         IDX-CLASE DELIMITED BY SIZE
                         INTO LPA-ETIQ
                  MOVE SIM-NOCHE(IDX-CLASE) TO LPA-PROPUESTO
                  MOVE 'tarifa de cada titulo' TO LPA-NOTA
                  IF SIM-NOCHE(IDX-CLASE) > 0
                    MOVE SPACES TO LPA-NOTA
                  END-IF
                  WRITE REG-IMPRE FROM LINEA-PARAMETRO
                  END-WRITE
                END-PERFORM
                MOVE SPACES TO LPA-NOTA
                MOVE 'Recargo de mora por dia' TO LPA-ETIQ
                MOVE PRM-TARIFA-MORA TO LPA-ACTUAL
                MOVE SIM-MORA TO LPA-PROPUESTO
                WRITE REG-IMPRE FROM LINEA-PARAMETRO
                END-WRITE
                MOVE 'Importe de prorroga' TO LPA-ETIQ
                MOVE PRM-IMPORTE-PRORROGA TO LPA-ACTUAL
                MOVE SIM-PRORROGA TO LPA-PROPUESTO
                WRITE REG-IMPRE FROM LINEA-PARAMETRO
                END-WRITE
                MOVE 'Dias prestamo estreno' TO LPA-ETIQ
                MOVE PRM-DIAS-ESTRENO TO LPA-ACTUAL
                MOVE SIM-ESTRENO TO LPA-PROPUESTO
                WRITE REG-IMPRE FROM LINEA-PARAMETRO
                END-WRITE
                PERFORM VARYING IDX-CAT FROM 1 BY 1
                        UNTIL IDX-CAT > NUM-CATEG
                  MOVE SPACES TO LPA-ETIQ
                  STRING 'Descuento % ' DELIMITED BY SIZE
                         CTG-DESCRIPCION(IDX-CAT) DELIMITED BY SIZE
                         INTO LPA-ETIQ
                  MOVE CTG-DTO-ACT(IDX-CAT) TO LPA-ACTUAL
                  MOVE CTG-DTO-SIM(IDX-CAT) TO LPA-PROPUESTO
                  WRITE REG-IMPRE FROM LINEA-PARAMETRO
                  END-WRITE
                END-PERFORM
                MOVE SPACES TO TSE-TEXTO
                EVALUATE TRUE
                  WHEN PROMOS-ACTUALES
                    MOVE 'Promociones: las actuales' TO TSE-TEXTO
                  WHEN PROMOS-NINGUNA
                    MOVE 'Promociones: ninguna' TO TSE-TEXTO
                  WHEN OTHER
                    MOVE 'Promociones: propuestas' TO TSE-TEXTO
                END-EVALUATE
                WRITE REG-IMPRE FROM TITULO-SECCION
                END-WRITE
                IF PROMOS-PROPUESTAS
                  PERFORM VARYING IDX-PRP FROM 1 BY 1
                          UNTIL IDX-PRP > NUM-PROPUESTAS
                    MOVE PRP-GENERO(IDX-PRP) TO LPR-GENERO
                    IF PRP-GENERO(IDX-PRP) = SPACES
                      MOVE '(todos)' TO LPR-GENERO
                    END-IF
                    MOVE PRP-CLASE(IDX-PRP) TO LPR-CLASE
                    MOVE PRP-DIA(IDX-PRP) TO LPR-DIA
                    MOVE PRP-TIPO(IDX-PRP) TO LPR-TIPO
                    MOVE PRP-VALOR(IDX-PRP) TO LPR-VALOR
                    WRITE REG-IMPRE FROM LINEA-PROPUESTA
                    END-WRITE
                  END-PERFORM
                END-IF
                WRITE REG-IMPRE FROM LINEA-VACIA
                END-WRITE.

        IMPRIMIR-COMPONENTES.
                MOVE 'INGRESOS POR CONCEPTO' TO TSE-TEXTO
                PERFORM IMPRIMIR-TITULO
                MOVE ALQ-SIMULADOS TO LIN-ALQ
                MOVE 'Alquiler' TO LSI-ETIQ
                MOVE TOT-PRECIO-ACT TO LIN-ACTUAL
                MOVE TOT-PRECIO-SIM TO LIN-SIMULADO
                PERFORM IMPRIMIR-LINEA
                MOVE 'Recargos de mora' TO LSI-ETIQ
                MOVE TOT-MORA-ACT TO LIN-ACTUAL
                MOVE TOT-MORA-SIM TO LIN-SIMULADO
                PERFORM IMPRIMIR-LINEA
                MOVE 'Prorrogas' TO LSI-ETIQ
                MOVE TOT-PRORR-ACT TO LIN-ACTUAL
                MOVE TOT-PRORR-SIM TO LIN-SIMULADO
                PERFORM IMPRIMIR-LINEA
                MOVE 'TOTAL' TO LSI-ETIQ
                MOVE TOT-ACTUAL TO LIN-ACTUAL
                MOVE TOT-SIMULADO TO LIN-SIMULADO
                PERFORM IMPRIMIR-LINEA
                MOVE ALQ-SIN-CAMBIO TO LIN-ALQ
                MOVE 'Bono/plan/puntos/ajuste' TO LSI-ETIQ
                MOVE ZEROS TO LIN-ACTUAL
                MOVE ZEROS TO LIN-SIMULADO
                PERFORM IMPRIMIR-LINEA.

        IMPRIMIR-MESES.
                MOVE 'INGRESOS POR MES' TO TSE-TEXTO
                PERFORM IMPRIMIR-TITULO
                PERFORM VARYING IDX-MES FROM 1 BY 1
                        UNTIL IDX-MES > NUM-MESES
                  COMPUTE MES-LINEA = MES-BASE + IDX-MES - 2
                  DIVIDE MES-LINEA BY 12 GIVING ETM-ANO
                    REMAINDER ETM-MES
                  ADD 1 TO ETM-MES
                  MOVE ETIQ-MES TO LSI-ETIQ
                  MOVE MES-ALQ(IDX-MES) TO LIN-ALQ
                  MOVE MES-ACTUAL(IDX-MES) TO LIN-ACTUAL
                  MOVE MES-SIMULADO(IDX-MES) TO LIN-SIMULADO
                  PERFORM IMPRIMIR-LINEA
                END-PERFORM.

        IMPRIMIR-CLASES.
                MOVE 'INGRESOS POR CLASE DE PRECIO' TO TSE-TEXTO
                PERFORM IMPRIMIR-TITULO
                PERFORM VARYING IDX-CLASE FROM 1 BY 1
                        UNTIL IDX-CLASE > 5
                  IF CLA-ALQ(IDX-CLASE) > 0
                    MOVE SPACES TO LSI-ETIQ
                    IF IDX-CLASE = 1
                      MOVE 'Sin clase' TO LSI-ETIQ
                    ELSE
                      COMPUTE CLASE-ART = IDX-CLASE - 1
                      STRING 'Clase ' DELIMITED BY SIZE
                             CLASE-ART DELIMITED BY SIZE
                             INTO LSI-ETIQ
                    END-IF
                    MOVE CLA-ALQ(IDX-CLASE) TO LIN-ALQ
                    MOVE CLA-ACTUAL(IDX-CLASE) TO LIN-ACTUAL
                    MOVE CLA-SIMULADO(IDX-CLASE) TO LIN-SIMULADO
                    PERFORM IMPRIMIR-LINEA
                  END-IF
                END-PERFORM.

        IMPRIMIR-CATEGORIAS.
                MOVE 'INGRESOS POR CATEGORIA DE SOCIO' TO TSE-TEXTO
                PERFORM IMPRIMIR-TITULO
                PERFORM VARYING IDX-CAT FROM 1 BY 1
                        UNTIL IDX-CAT > NUM-CATEG + 1
                  IF CTG-ALQ(IDX-CAT) > 0
                    MOVE CTG-CODIGO(IDX-CAT) TO ETC-CODIGO
                    MOVE CTG-DESCRIPCION(IDX-CAT) TO ETC-DESCRIPCION
                    MOVE ETIQ-CATEG TO LSI-ETIQ
                    MOVE CTG-ALQ(IDX-CAT) TO LIN-ALQ
                    MOVE CTG-ACTUAL(IDX-CAT) TO LIN-ACTUAL
                    MOVE CTG-SIMULADO(IDX-CAT) TO LIN-SIMULADO
                    PERFORM IMPRIMIR-LINEA
                  END-IF
                END-PERFORM.

        IMPRIMIR-GENEROS.
                MOVE 'INGRESOS POR GENERO' TO TSE-TEXTO
                PERFORM IMPRIMIR-TITULO
                PERFORM VARYING IDX-GEN FROM 1 BY 1
                        UNTIL IDX-GEN > 61
                  IF GEN-ALQ(IDX-GEN) > 0
                    MOVE GEN-NOMBRE-T(IDX-GEN) TO LSI-ETIQ
                    MOVE GEN-ALQ(IDX-GEN) TO LIN-ALQ
                    MOVE GEN-ACTUAL(IDX-GEN) TO LIN-ACTUAL
                    MOVE GEN-SIMULADO(IDX-GEN) TO LIN-SIMULADO
                    PERFORM IMPRIMIR-LINEA
                  END-IF
                END-PERFORM.

        IMPRIMIR-TITULO.
                WRITE REG-IMPRE FROM LINEA-VACIA
                END-WRITE
                WRITE REG-IMPRE FROM TITULO-SECCION
                END-WRITE
                WRITE REG-IMPRE FROM CABECERA-COLUMNAS
                END-WRITE.

        IMPRIMIR-LINEA.
                MOVE LIN-ALQ TO LSI-ALQ
                MOVE LIN-ACTUAL TO LSI-ACTUAL
                MOVE LIN-SIMULADO TO LSI-SIMULADO
                COMPUTE DIFERENCIA = LIN-SIMULADO - LIN-ACTUAL
                MOVE DIFERENCIA TO LSI-DIFER
                MOVE ZEROS TO PORCENTAJE
                IF LIN-ACTUAL > 0
                  COMPUTE PORCENTAJE ROUNDED =
                     DIFERENCIA * 100 / LIN-ACTUAL
                     ON SIZE ERROR
                       MOVE 9999 TO PORCENTAJE
                  END-COMPUTE
                  IF PORCENTAJE > 9999
                    MOVE 9999 TO PORCENTAJE
                  END-IF
                END-IF
                MOVE PORCENTAJE TO LSI-PCT
                WRITE REG-IMPRE FROM LINEA-SIMULACION
                END-WRITE.
