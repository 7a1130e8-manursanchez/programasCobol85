        IDENTIFICATION DIVISION.
          PROGRAM-ID. MANT-CAMPANA.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL CAMPANAS ASSIGN TO DISK "CAMPANAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODIGO
               FILE STATUS IS ESTADO-CAMPANAS.

               SELECT OPTIONAL CAMPSOCIO ASSIGN TO DISK
                                             "CAMPSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMS-CLAVE
               ALTERNATE RECORD KEY IS CMS-SOCIO WITH DUPLICATES
               FILE STATUS IS ESTADO-CAMPSOCIO.

               SELECT OPTIONAL PROMOCIONES ASSIGN TO DISK
                                             "PROMOCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROMO
               FILE STATUS IS ESTADO-PROMO.

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

        DATA DIVISION.

        FILE SECTION.
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

          FD CAMPSOCIO LABEL RECORD STANDARD.
          01 REG-CAMPSOCIO.
           02 CMS-CLAVE.
            03 CMS-CAMPANA PIC X(4).
            03 CMS-SOCIO PIC X(5).
           02 CMS-FECHA-ENVIO PIC 9(8).
           02 CMS-USOS PIC 999.
           02 CMS-FECHA-USO PIC 9(8).

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

        WORKING-STORAGE SECTION.
        77 ESTADO-CAMPANAS PIC XX.
        77 ESTADO-CAMPSOCIO PIC XX.
        77 ESTADO-PROMO PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-SALDOS PIC XX.
        77 ESTADO-CONSENTIM PIC XX.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 ESTADO-HIST PIC XX.
        77 EXISTE PIC X.
        77 RESPU PIC X.
        77 OPC PIC X.
          88 OPCION VALUE "N", "n".
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 CODIGO-OK PIC X.
        77 CRITERIO-OK PIC X.
        77 FECHA-OK PIC X.
        77 DIA-VF PIC 99.
        77 MES-VF PIC 99.
        77 ANO-VF PIC 9999.
        77 FECHA-PRUEBA PIC 9(8).
        77 FIN-FICH PIC X.
        77 FIN-ALQ PIC X.
        77 FECHA-SISTEMA PIC X(8).
        77 FECHA-HOY-YMD PIC 9(8).
        77 ANO-HOY PIC 9999.
        77 MES-HOY PIC 99.
        77 DIA-HOY PIC 99.
        77 FECHA-LIMITE PIC 9(8).
        77 MESES-LIMITE PIC 9(6).
        77 ANO-LIMITE PIC 9999.
        77 MES-LIMITE PIC 99.
        77 ULTIMA-ACTIVIDAD PIC 9(8).
        77 FECHA-ALQ-YMD PIC 9(8).
        77 SELECCIONADO PIC X.
        77 DESTINATARIOS-PANT PIC ZZZZ9.
        77 NUM-GUSTOS PIC 99.
        77 IDX-GUS PIC 99.
        77 YA-CONTADO PIC X.
        77 GENERO-GUSTO PIC X(15).
        77 GENERO-TOP PIC X(15).
        77 VECES-TOP PIC 9(3).
        77 AVI-SOCIO-CMP PIC X(5).
        77 AVI-TIPO-CMP PIC X(3).
        77 AVI-TEXTO-CMP PIC X(30).
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 TABLA-GUSTOS.
         02 GUS-ENTRY OCCURS 20 TIMES.
          03 GUS-GENERO PIC X(15).
          03 GUS-VECES PIC 9(3).

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                MOVE 'S' TO OPC.
                PERFORM ABRIR-FICHERO.
                PERFORM UNTIL OPCION
                  PERFORM PORTADA
                  MOVE SPACES TO CMP-CODIGO
                  ACCEPT CMP-CODIGO LINE 4 POSITION 45
                  MOVE 'S' TO EXISTE
                  READ CAMPANAS INVALID KEY
                   MOVE 'N' TO EXISTE
                  END-READ
                  IF EXISTE = 'N'
                    PERFORM VALIDAR-CODIGO
                  ELSE
                    MOVE 'S' TO CODIGO-OK
                  END-IF
                  IF CODIGO-OK = 'S'
                    IF EXISTE = 'N'
                      PERFORM INICIAR-CAMPANA
                      DISPLAY 'Nueva campana' LINE 4 POSITION 55
                    ELSE
                      PERFORM MOSTRAR-DATOS
                    END-IF
                    IF CMP-ESTADO = 'L'
                      DISPLAY 'Campana lanzada el' LINE 21 POSITION 21
                      DISPLAY CMP-FECHA-LANZ LINE 21 POSITION 40
                      DISPLAY 'a' LINE 21 POSITION 49
                      MOVE CMP-DESTINATARIOS TO DESTINATARIOS-PANT
                      DISPLAY DESTINATARIOS-PANT LINE 21 POSITION 51
                      DISPLAY 'socios' LINE 21 POSITION 57
                      PERFORM MODIFICAR-FIN
                    ELSE
                      PERFORM MODIFICAR-DATOS
                    END-IF
                    DISPLAY "GRABAR CAMPANA (S/N)?" POSITION 30
                    LINE 22
                    PERFORM UNTIL CORRECTA
                       ACCEPT RES POSITION 53 LINE 22
                    END-PERFORM
                    IF RES = 'S' OR RES = 's'
                       PERFORM GRABAR-FICHA
                       IF CMP-ESTADO = 'P'
                         PERFORM OFRECER-LANZAMIENTO
                       END-IF
                    END-IF
                    MOVE ' ' TO RES
                  END-IF
                  DISPLAY 'DESEA MANTENER OTRA CAMPANA?' LINE 22
                  POSITION 20
                  ACCEPT OPC LINE 22 POSITION 50
                END-PERFORM.
                PERFORM CERRAR-FICHERO.
              EXIT PROGRAM.

        ABRIR-FICHERO.
               OPEN I-O CAMPANAS.
               IF ESTADO-CAMPANAS NOT = "00"
                 DISPLAY "Estado Del Archivo: "
                                LINE 25 POSITION 30 ESTADO-CAMPANAS
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT PROMOCIONES.

        PORTADA.
                DISPLAY COLOR-PORTADA
                CALL 'S-WINDOW' USING 03 77 02 20
                CANCEL 'S-WINDOW'
                DISPLAY ' CAMPANAS DE MARKETING ' LINE 2
                POSITION 28 REVERSE
                DISPLAY 'Codigo Campana....:' LINE 4 POSITION 25
                DISPLAY 'Descripcion................:'
                LINE 6 POSITION 10
                DISPLAY 'Seleccion (I/G/C/T)........:'
                LINE 8 POSITION 10
                DISPLAY 'I=sin alquilar, G=genero favorito,'
                LINE 9 POSITION 12
                DISPLAY 'C=cumpleanos del mes, T=categoria'
                LINE 10 POSITION 12
                DISPLAY 'Meses sin alquilar.........:'
                LINE 11 POSITION 10
                DISPLAY 'Genero.....................:'
                LINE 12 POSITION 10
                DISPLAY 'Categoria socio............:'
                LINE 13 POSITION 10
                DISPLAY 'Valido desde (AAAAMMDD)....:'
                LINE 15 POSITION 10
                DISPLAY 'Valido hasta (AAAAMMDD)....:'
                LINE 16 POSITION 10
                DISPLAY 'Tipo dto (P=pct,F=fijo)....:'
                LINE 18 POSITION 10
                DISPLAY 'Valor descuento............:'
                LINE 18 POSITION 45.

        VALIDAR-CODIGO.
                MOVE 'S' TO CODIGO-OK
                IF CMP-CODIGO = SPACES OR CMP-CODIGO = 'PLAN'
                 OR CMP-CODIGO = 'BONO' OR CMP-CODIGO = 'PTOS'
                  MOVE 'N' TO CODIGO-OK
                ELSE
                  MOVE CMP-CODIGO TO COD-PROMO
                  READ PROMOCIONES INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'N' TO CODIGO-OK
                  END-READ
                END-IF
                IF CODIGO-OK = 'N'
                  DISPLAY 'Codigo reservado o ya usado en promociones'
                  LINE 21 POSITION 15
                END-IF.

        INICIAR-CAMPANA.
                MOVE SPACES TO CMP-DESCRIPCION
                MOVE 'I' TO CMP-CRITERIO
                MOVE ZEROS TO CMP-MESES
                MOVE SPACES TO CMP-GENERO
                MOVE SPACE TO CMP-CATEGORIA
                MOVE ZEROS TO CMP-FECHA-INI
                MOVE ZEROS TO CMP-FECHA-FIN
                MOVE 'P' TO CMP-TIPO-DTO
                MOVE ZEROS TO CMP-VALOR-DTO
                MOVE 'P' TO CMP-ESTADO
                MOVE ZEROS TO CMP-FECHA-LANZ
                MOVE ZEROS TO CMP-DESTINATARIOS.

        MOSTRAR-DATOS.
                DISPLAY CMP-DESCRIPCION LINE 6 POSITION 39
                DISPLAY CMP-CRITERIO LINE 8 POSITION 39
                DISPLAY CMP-MESES LINE 11 POSITION 39
                DISPLAY CMP-GENERO LINE 12 POSITION 39
                DISPLAY CMP-CATEGORIA LINE 13 POSITION 39
                DISPLAY CMP-FECHA-INI LINE 15 POSITION 39
                DISPLAY CMP-FECHA-FIN LINE 16 POSITION 39
                DISPLAY CMP-TIPO-DTO LINE 18 POSITION 39
                DISPLAY CMP-VALOR-DTO LINE 18 POSITION 74.

        MODIFICAR-DATOS.
                ACCEPT CMP-DESCRIPCION LINE 6 POSITION 39 UPDATE
                MOVE 'N' TO CRITERIO-OK
                PERFORM UNTIL CRITERIO-OK = 'S'
                  ACCEPT CMP-CRITERIO LINE 8 POSITION 39 UPDATE
                  IF CMP-CRITERIO = 'I' OR CMP-CRITERIO = 'G'
                   OR CMP-CRITERIO = 'C' OR CMP-CRITERIO = 'T'
                    MOVE 'S' TO CRITERIO-OK
                  END-IF
                END-PERFORM
                EVALUATE CMP-CRITERIO
                  WHEN 'I'
                    ACCEPT CMP-MESES LINE 11 POSITION 39 UPDATE
                  WHEN 'G'
                    ACCEPT CMP-GENERO LINE 12 POSITION 39 UPDATE
                  WHEN 'T'
                    ACCEPT CMP-CATEGORIA LINE 13 POSITION 39 UPDATE
                  WHEN OTHER
                    CONTINUE
                END-EVALUATE
                MOVE 'N' TO FECHA-OK
                PERFORM UNTIL FECHA-OK = 'S'
                  ACCEPT CMP-FECHA-INI LINE 15 POSITION 39 UPDATE
                  MOVE CMP-FECHA-INI TO FECHA-PRUEBA
                  PERFORM VALIDAR-FECHA-PANTALLA
                END-PERFORM
                PERFORM MODIFICAR-FIN
                ACCEPT CMP-TIPO-DTO LINE 18 POSITION 39 UPDATE
                IF CMP-TIPO-DTO NOT = 'F'
                  MOVE 'P' TO CMP-TIPO-DTO
                END-IF
                ACCEPT CMP-VALOR-DTO LINE 18 POSITION 74 UPDATE.

        MODIFICAR-FIN.
                MOVE 'N' TO FECHA-OK
                PERFORM UNTIL FECHA-OK = 'S'
                  ACCEPT CMP-FECHA-FIN LINE 16 POSITION 39 UPDATE
                  MOVE CMP-FECHA-FIN TO FECHA-PRUEBA
                  PERFORM VALIDAR-FECHA-PANTALLA
                  IF FECHA-OK = 'S' AND CMP-FECHA-FIN < CMP-FECHA-INI
                    DISPLAY 'Fecha no valida' LINE 21 POSITION 21
                    MOVE 'N' TO FECHA-OK
                  END-IF
                END-PERFORM.

        VALIDAR-FECHA-PANTALLA.
                MOVE FECHA-PRUEBA(7:2) TO DIA-VF
                MOVE FECHA-PRUEBA(5:2) TO MES-VF
                MOVE FECHA-PRUEBA(1:4) TO ANO-VF
                CALL 'VALIDA-FECHA' USING DIA-VF MES-VF ANO-VF
                                          FECHA-OK
                CANCEL 'VALIDA-FECHA'
                IF FECHA-OK = 'N'
                  DISPLAY 'Fecha no valida' LINE 21 POSITION 21
                ELSE
                  DISPLAY '               ' LINE 21 POSITION 21
                END-IF.

        GRABAR-FICHA.
                IF EXISTE = 'N'
                  WRITE REG-CAMPANAS INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-WRITE
                  MOVE 'ALTA' TO AUD-OPERACION
                ELSE
                  REWRITE REG-CAMPANAS INVALID KEY
                    DISPLAY 'Error de escritura en disco' LINE 21
                    POSITION 21
                  END-REWRITE
                  MOVE 'CAMBIO' TO AUD-OPERACION
                END-IF
                MOVE 'S' TO EXISTE
                MOVE 'CAMPANA' TO AUD-ENTIDAD
                MOVE CMP-CODIGO TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'.

        OFRECER-LANZAMIENTO.
                MOVE ' ' TO RES
                DISPLAY 'LANZAR LA CAMPANA AHORA (S/N)?' LINE 20
                POSITION 25
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 57 LINE 20
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  PERFORM LANZAR-CAMPANA
                END-IF.

        LANZAR-CAMPANA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                MOVE FECHA-SISTEMA TO FECHA-HOY-YMD
                MOVE FECHA-SISTEMA(1:4) TO ANO-HOY
                MOVE FECHA-SISTEMA(5:2) TO MES-HOY
                MOVE FECHA-SISTEMA(7:2) TO DIA-HOY
                IF CMP-CRITERIO = 'I'
                  COMPUTE MESES-LIMITE = ANO-HOY * 12
                                       + MES-HOY - 1
                                       - CMP-MESES
                  DIVIDE MESES-LIMITE BY 12 GIVING ANO-LIMITE
                         REMAINDER MES-LIMITE
                  ADD 1 TO MES-LIMITE
                  COMPUTE FECHA-LIMITE = ANO-LIMITE * 10000
                                       + MES-LIMITE * 100 + DIA-HOY
                END-IF
                MOVE ZEROS TO CMP-DESTINATARIOS
                OPEN I-O CAMPSOCIO
                OPEN INPUT SOCIOS
                OPEN INPUT SALDOS
                OPEN INPUT CONSENTIM
                OPEN INPUT PELICULA
                OPEN INPUT ALQUILER
                OPEN INPUT ALQUILER-HIST
                MOVE LOW-VALUES TO COD-SOCIO
                MOVE 'N' TO FIN-FICH
                START SOCIOS KEY IS > COD-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-FICH
                END-START
                PERFORM UNTIL FIN-FICH = 'S'
                  READ SOCIOS NEXT RECORD AT END
                    MOVE 'S' TO FIN-FICH
                  NOT AT END
                    PERFORM EXAMINAR-SOCIO
                  END-READ
                END-PERFORM
                CLOSE ALQUILER-HIST
                CLOSE ALQUILER
                CLOSE PELICULA
                CLOSE CONSENTIM
                CLOSE SALDOS
                CLOSE SOCIOS
                CLOSE CAMPSOCIO
                MOVE 'L' TO CMP-ESTADO
                MOVE FECHA-HOY-YMD TO CMP-FECHA-LANZ
                REWRITE REG-CAMPANAS INVALID KEY
                  CONTINUE
                END-REWRITE
                MOVE 'LANZA' TO AUD-OPERACION
                MOVE 'CAMPANA' TO AUD-ENTIDAD
                MOVE CMP-CODIGO TO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
                MOVE CMP-DESTINATARIOS TO DESTINATARIOS-PANT
                DISPLAY 'Avisos generados:' LINE 21 POSITION 21
                DISPLAY DESTINATARIOS-PANT LINE 21 POSITION 39.

        EXAMINAR-SOCIO.
                MOVE 'N' TO SELECCIONADO
                MOVE COD-SOCIO TO SDO-SOCIO
                READ SALDOS INVALID KEY
                  MOVE SPACE TO SITUACION-SOCIO
                END-READ
                MOVE COD-SOCIO TO CNS-SOCIO
                READ CONSENTIM INVALID KEY
                  MOVE 'N' TO CNS-ESTADO(1)
                END-READ
                IF SITUACION-SOCIO NOT = 'S' AND CNS-ESTADO(1) = 'S'
                  EVALUATE CMP-CRITERIO
                    WHEN 'T'
                      IF CATEGORIA-SOCIO = CMP-CATEGORIA
                        MOVE 'S' TO SELECCIONADO
                      END-IF
                    WHEN 'C'
                      IF MES-NAC = MES-HOY
                        MOVE 'S' TO SELECCIONADO
                      END-IF
                    WHEN 'I'
                      PERFORM BUSCAR-ULTIMO-ALQUILER
                      IF ULTIMA-ACTIVIDAD < FECHA-LIMITE
                        MOVE 'S' TO SELECCIONADO
                      END-IF
                    WHEN 'G'
                      PERFORM CALCULAR-GENERO-FAVORITO
                      IF GENERO-TOP = CMP-GENERO
                        MOVE 'S' TO SELECCIONADO
                      END-IF
                  END-EVALUATE
                END-IF
                IF SELECCIONADO = 'S'
                  PERFORM ENVIAR-AVISO
                END-IF.

        BUSCAR-ULTIMO-ALQUILER.
                COMPUTE ULTIMA-ACTIVIDAD = ANO-ALTA-SOCIO * 10000
                        + MES-ALTA-SOCIO * 100 + DIA-ALTA-SOCIO
                MOVE COD-SOCIO TO CODI-SOCIO
                MOVE 'N' TO FIN-ALQ
                START ALQUILER KEY IS = CODI-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-SOCIO NOT = COD-SOCIO
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      COMPUTE FECHA-ALQ-YMD = ANO * 10000 + MES * 100
                                            + DIA
                      IF FECHA-ALQ-YMD > ULTIMA-ACTIVIDAD
                        MOVE FECHA-ALQ-YMD TO ULTIMA-ACTIVIDAD
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM
                MOVE COD-SOCIO TO CODI-SOCIO-H
                MOVE 'N' TO FIN-ALQ
                START ALQUILER-HIST KEY IS = CODI-SOCIO-H INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER-HIST NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-SOCIO-H NOT = COD-SOCIO
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      COMPUTE FECHA-ALQ-YMD = ANO-H * 10000
                                            + MES-H * 100 + DIA-H
                      IF FECHA-ALQ-YMD > ULTIMA-ACTIVIDAD
                        MOVE FECHA-ALQ-YMD TO ULTIMA-ACTIVIDAD
                      END-IF
                    END-IF
                  END-READ
                END-PERFORM.

        CALCULAR-GENERO-FAVORITO.
                MOVE 0 TO NUM-GUSTOS
                MOVE COD-SOCIO TO CODI-SOCIO
                MOVE 'N' TO FIN-ALQ
                START ALQUILER KEY IS = CODI-SOCIO INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-SOCIO NOT = COD-SOCIO
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      MOVE CODI-PELI TO COD-PELI
                      PERFORM ANOTAR-GUSTO
                    END-IF
                  END-READ
                END-PERFORM
                MOVE COD-SOCIO TO CODI-SOCIO-H
                MOVE 'N' TO FIN-ALQ
                START ALQUILER-HIST KEY IS = CODI-SOCIO-H INVALID KEY
                  MOVE 'S' TO FIN-ALQ
                END-START
                PERFORM UNTIL FIN-ALQ = 'S'
                  READ ALQUILER-HIST NEXT RECORD AT END
                    MOVE 'S' TO FIN-ALQ
                  NOT AT END
                    IF CODI-SOCIO-H NOT = COD-SOCIO
                      MOVE 'S' TO FIN-ALQ
                    ELSE
                      MOVE CODI-PELI-H TO COD-PELI
                      PERFORM ANOTAR-GUSTO
                    END-IF
                  END-READ
                END-PERFORM
                MOVE SPACES TO GENERO-TOP
                MOVE 0 TO VECES-TOP
                PERFORM VARYING IDX-GUS FROM 1 BY 1
                        UNTIL IDX-GUS > NUM-GUSTOS
                  IF GUS-VECES(IDX-GUS) > VECES-TOP
                    MOVE GUS-VECES(IDX-GUS) TO VECES-TOP
                    MOVE GUS-GENERO(IDX-GUS) TO GENERO-TOP
                  END-IF
                END-PERFORM.

        ANOTAR-GUSTO.
                READ PELICULA INVALID KEY
                  MOVE SPACES TO GENERO-GUSTO
                NOT INVALID KEY
                  MOVE GENERO TO GENERO-GUSTO
                END-READ
                IF GENERO-GUSTO NOT = SPACES
                  MOVE 'N' TO YA-CONTADO
                  PERFORM VARYING IDX-GUS FROM 1 BY 1
                          UNTIL IDX-GUS > NUM-GUSTOS
                    IF GUS-GENERO(IDX-GUS) = GENERO-GUSTO
                      ADD 1 TO GUS-VECES(IDX-GUS)
                      MOVE 'S' TO YA-CONTADO
                    END-IF
                  END-PERFORM
                  IF YA-CONTADO = 'N' AND NUM-GUSTOS < 20
                    ADD 1 TO NUM-GUSTOS
                    MOVE GENERO-GUSTO TO GUS-GENERO(NUM-GUSTOS)
                    MOVE 1 TO GUS-VECES(NUM-GUSTOS)
                  END-IF
                END-IF.

        ENVIAR-AVISO.
                MOVE CMP-CODIGO TO CMS-CAMPANA
                MOVE COD-SOCIO TO CMS-SOCIO
                MOVE FECHA-HOY-YMD TO CMS-FECHA-ENVIO
                MOVE ZEROS TO CMS-USOS
                MOVE ZEROS TO CMS-FECHA-USO
                WRITE REG-CAMPSOCIO INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  ADD 1 TO CMP-DESTINATARIOS
                  MOVE COD-SOCIO TO AVI-SOCIO-CMP
                  MOVE 'CMP' TO AVI-TIPO-CMP
                  MOVE SPACES TO AVI-TEXTO-CMP
                  STRING 'CODIGO ' DELIMITED BY SIZE
                         CMP-CODIGO DELIMITED BY SIZE
                         ': ' DELIMITED BY SIZE
                         CMP-DESCRIPCION DELIMITED BY SIZE
                         INTO AVI-TEXTO-CMP
                  CALL 'AVISO' USING AVI-SOCIO-CMP AVI-TIPO-CMP
                                     AVI-TEXTO-CMP
                  CANCEL 'AVISO'
                END-WRITE.

        CERRAR-FICHERO.
                CLOSE CAMPANAS.
                CLOSE PROMOCIONES.
