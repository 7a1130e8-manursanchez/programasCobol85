               RECORD KEY IS COD-PROMO
               FILE STATUS IS ESTADO-PROMO.

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

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD KEY IS CODI-PELI-H WITH DUPLICATES
               FILE STATUS IS ESTADO-HIST.

               SELECT OPTIONAL CONTRATOS ASSIGN TO DISK "CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-PELI
               ALTERNATE RECORD KEY IS CON-PROV WITH DUPLICATES
               FILE STATUS IS ESTADO-CONTRATOS.

               SELECT OPTIONAL PLANES ASSIGN TO DISK "PLANES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS ESTADO-PLANES.

               SELECT OPTIONAL SUSCRIP ASSIGN TO DISK "SUSCRIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SOCIO
               ALTERNATE RECORD KEY IS SUS-PLAN WITH DUPLICATES
               FILE STATUS IS ESTADO-SUSCRIP.

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

               SELECT OPTIONAL ARTSERIE ASSIGN TO DISK "ARTSERIE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-CLAVE
               FILE STATUS IS ESTADO-ARTSERIE.

               SELECT OPTIONAL FIANZAS ASSIGN TO DISK "FIANZAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FZA-SALIDA
               FILE STATUS IS ESTADO-FIANZAS.

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

          FD CAMPSOCIO LABEL RECORD STANDARD.
          01 REG-CAMPSOCIO.
           02 CMS-CLAVE.
            03 CMS-CAMPANA PIC X(4).
            03 CMS-SOCIO PIC X(5).
           02 CMS-FECHA-ENVIO PIC 9(8).
           02 CMS-USOS PIC 999.
           02 CMS-FECHA-USO PIC 9(8).

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 FECHA-EJE PIC 9(8).
           02 EJE-SUCURSAL PIC X(2).
           02 EJE-SUC-DESTINO PIC X(2).
           02 EJE-ALQUILERES PIC 9(5).
           02 EJE-ALQ-REVISION PIC 9(4).
           02 EJE-FECHA-REVISION PIC 9(8).

          FD OPERADOR LABEL RECORD STANDARD.
          01 REG-OPERADOR.
           02 EJEMPLAR-ALQ-H PIC 99.
           02 SUCURSAL-ALQ-H PIC X(2).

          FD CONTRATOS LABEL RECORD STANDARD.
          01 REG-CONTRATOS.
           02 CON-PELI PIC X(6).
           02 CON-PROV PIC X(4).
           02 CON-PORCENTAJE PIC 99V99.
           02 CON-FECHA-INI PIC 9(8).
           02 CON-FECHA-FIN PIC 9(8).
           02 CON-PRECIO-COMPRA PIC 9(4)V99.
           02 CON-ESTADO PIC X.
           02 CON-FECHA-CIERRE PIC 9(8).

          FD PLANES LABEL RECORD STANDARD.
          01 REG-PLANES.
           02 PLN-CODIGO PIC X(2).
           02 PLN-DESCRIPCION PIC X(20).
           02 PLN-CUOTA PIC 9(4)V99.
           02 PLN-LIMITE PIC 99.
           02 PLN-CLASES.
            03 PLN-CLASE PIC X OCCURS 4 TIMES.
           02 PLN-ESTRENOS PIC X.
           02 PLN-ACTIVO PIC X.

          FD SUSCRIP LABEL RECORD STANDARD.
          01 REG-SUSCRIP.
           02 SUS-SOCIO PIC X(5).
           02 SUS-PLAN PIC X(2).
           02 SUS-FECHA-INI PIC 9(8).
           02 SUS-DIA-RENOV PIC 99.
           02 SUS-ESTADO PIC X.
           02 SUS-FECHA-ESTADO PIC 9(8).
           02 SUS-ULT-PERIODO PIC 9(6).
           02 SUS-ULT-IMPORTE PIC 9(4)V99.

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

          FD ARTSERIE LABEL RECORD STANDARD.
          01 REG-ARTSERIE.
           02 SER-CLAVE.
            03 SER-PELI PIC X(6).
            03 SER-EJE PIC 99.
           02 SER-NUMERO PIC X(20).

          FD FIANZAS LABEL RECORD STANDARD.
          01 REG-FIANZAS.
           02 FZA-SALIDA PIC X(8).
           02 FZA-SOCIO PIC X(5).
           02 FZA-PELI PIC X(6).
           02 FZA-EJEMPLAR PIC 99.
           02 FZA-IMPORTE PIC 9(4)V99.
           02 FZA-FORMA PIC X.
           02 FZA-FECHA PIC 9(8).
           02 FZA-ESTADO PIC X.
           02 FZA-FECHA-DEV PIC 9(8).

        WORKING-STORAGE SECTION.
        77 ENTRADA-SOCIO PIC X(10).
        77 AVISO-TARJETA PIC X.
        77 ESTADO-PELICULA PIC XX.
        77 ESTADO-SOCIOS PIC XX.
        77 ESTADO-ALQUILER PIC XX.
        77 FECHA-NAC-OK PIC X.
        77 FECHA-NAC-YMD PIC 9(8).
        77 FECHA-HOY-EDAD-YMD PIC 9(8).
        77 ESTADO-CONTRATOS PIC XX.
        77 LICENCIA-OK PIC X.
        77 FECHA-HOY-LIC PIC 9(8).
        77 NAC-INT PIC S9(9) COMP.
        77 HOY-INT-EDAD PIC S9(9) COMP.
        77 EDAD-SOCIO PIC 999.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'ALTA-ALQUILER'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).
        77 CAJ-TIPO PIC X(10).
        77 CAJ-CLAVE PIC X(10).
        77 CAJ-IMPORTE PIC 9(7)V99.
        77 CAJ-FORMA PIC X.
        77 RES-FORMA PIC X.
         88 FORMA-CONTESTADA VALUE 'E' 'e' 'T' 't' 'C' 'c'
                                    'R' 'r'.
        77 CNJ-MODO PIC X.
        77 CNJ-TARJETA PIC 9(6).
        77 CNJ-IMPORTE PIC 9(7)V99.
        77 CNJ-CLAVE PIC X(10).
        77 CNJ-SALDO PIC 9(7)V99.
        77 CNJ-RESULTADO PIC X.
        77 RES-RESTO PIC X.
         88 RESTO-CONTESTADO VALUE 'E' 'e' 'T' 't'.
        77 FORMA-RESTO PIC X.
        77 IMPORTE-RESTO PIC 9(7)V99.
        77 REGALO-PANT PIC ZZZZZ9.99.
        77 CGE-MODO PIC X.
        77 CGE-SOCIO PIC X(5).
        77 CGE-TICKET PIC 9(6).
        77 CGE-IMPORTE PIC 9(7)V99.
        77 CGE-RESULTADO PIC X.
        77 ESTADO-SALDOS PIC XX.
        77 SALDO-DEUDOR PIC X.
        77 SOCIO-SUSPENDIDO PIC X.
        77 DIA-SEMANA-HOY PIC 9.
        77 PRECIO-PROMO PIC 9(4)V99.
        77 DESCUENTO-PANT PIC ZZZ9.99.
        77 ESTADO-CAMPANAS PIC XX.
        77 ESTADO-CAMPSOCIO PIC XX.
        77 CAMPANA-CESTA PIC X(4).
        77 CAMPANA-INTRO PIC X(4).
        77 HAY-CAMPANA PIC X.
        77 FIN-CMS PIC X.
        77 USOS-CAMPANA PIC 99.
        77 COD-PELI-ENT PIC X(8).
        77 ESTADO-EJEMPLAR PIC XX.
        77 EJEMPLAR-ESCANEADO PIC 99.
        77 PRIMERA-SALIDA PIC X(8).
        77 VENC-CESTA PIC 9(8).
        77 TOTAL-PANT PIC ZZZZZ9.99.
        77 CTD-MODO PIC X.
        77 CTD-MAX-LIN PIC 99.
        77 CTD-IMPORTE-ALQ PIC 9(7)V99.
        77 CTD-TOTAL PIC 9(7)V99.
        77 CTD-VENTA PIC 9(6).
        77 TOTAL-TIENDA PIC 9(7)V99.
        77 RES-TIENDA PIC X.
         88 TIENDA-CONTESTADA VALUE 'S' 's' 'N' 'n'.
        77 TIPO-CAJA-CESTA PIC X(10).
        77 CLAVE-CAJA-CESTA PIC X(10).
        77 ESTADO-BONOS PIC XX.
        77 EXISTE-BONO PIC X.
        77 TIENE-BONO PIC X.
        77 FIN-SOC PIC X.
        77 ABIERTOS-FAMILIA PIC 99.
        77 SALDO-FAMILIA PIC S9(7)V99.
        77 ESTADO-PLANES PIC XX.
        77 ESTADO-SUSCRIP PIC XX.
        77 TIENE-PLAN PIC X.
        77 ABIERTOS-PLAN PIC 99.
        77 PLAN-EN-CESTA PIC 99.
        77 FECHA-HOY-PLAN PIC 9(8).
        77 ESTADO-ARTICULO PIC XX.
        77 ESTADO-TIPOART PIC XX.
        77 ESTADO-ARTSERIE PIC XX.
        77 ESTADO-FIANZAS PIC XX.
        77 TIPO-ART PIC X.
        77 DESC-TIPO-ART PIC X(15).
        77 DIAS-TIPO PIC 99.
        77 CLASE-PRECIO-ART PIC 9.
        77 FIANZA-ART PIC 9(4)V99.
        77 TOTAL-FIANZA PIC 9(7)V99.
        77 FIANZA-COBRADA PIC 9(7)V99.
        77 FORMA-FIANZA PIC X.
         88 FIANZA-CONTESTADA VALUE 'E' 'e' 'T' 't'.
        77 FIANZA-PANT PIC ZZZZZ9.99.

        77 NUM-GUSTOS PIC 99.
        77 NUM-VISTAS PIC 9(3).
          03 CES-MODO PIC X.
          03 CES-MOTIVO PIC X(2).
          03 CES-EJEMPLAR PIC 99.
          03 CES-TIPO PIC X.
          03 CES-FIANZA PIC 9(4)V99.

        01 TKL-LINEAS.
         02 TKL-NUM PIC 99.
                  PERFORM PORTADA
                  MOVE 'S' TO EXISTE-SOCIO
                  MOVE 'S' TO EXISTE-PELI
                  MOVE SPACES TO ENTRADA-SOCIO
                  ACCEPT ENTRADA-SOCIO LINE 4 POSITION 45
                  PERFORM IDENTIFICAR-TARJETA
                  READ SOCIOS KEY IS COD-SOCIO INVALID KEY
                   MOVE 'N' TO EXISTE-SOCIO
                  END-READ
                  ELSE
                    PERFORM CARGAR-FAMILIA
                    PERFORM CARGAR-CATEGORIA
                    PERFORM CARGAR-SUSCRIPCION
                    PERFORM CONTAR-ABIERTOS-FAMILIA
                    IF ALQUILERES-ABIERTOS NOT < LIMITE-ALQUILERES
                      DISPLAY 'Este socio ya tiene el maximo de'
                                LINE 25 POSITION 30 ESTADO-PROMO
                 ACCEPT RESPU
               END-IF.
               OPEN INPUT CAMPANAS.
               OPEN I-O CAMPSOCIO.
               OPEN I-O CONTROL-FICH.
               IF ESTADO-CONTROL NOT = "00"
                 DISPLAY "Estado Del Archivo: "
               OPEN INPUT OPERADOR.
               OPEN INPUT MOTIVOS.
               OPEN INPUT EJEMPLAR.
               OPEN INPUT CONTRATOS.
               OPEN INPUT PLANES.
               OPEN INPUT SUSCRIP.
               OPEN INPUT ARTICULO.
               OPEN INPUT TIPOART.
               OPEN INPUT ARTSERIE.
               OPEN I-O FIANZAS.

        PORTADA.
                DISPLAY COLOR-PORTADA
                  MOVE FECHA-SISTEMA(5:2) TO MES
                  MOVE FECHA-SISTEMA(1:4) TO ANO
                  MOVE 0 TO BONOS-USADOS-CESTA
                  MOVE 0 TO PLAN-EN-CESTA
                  PERFORM CONSULTAR-BONO
                  MOVE 0 TO PUNTOS-USADOS-CESTA
                  PERFORM CONSULTAR-PUNTOS
                  PERFORM CONSULTAR-CAMPANA
                  MOVE ZEROS TO TOTAL-TIENDA
                  PERFORM PEDIR-PELICULA-CESTA
                          UNTIL FIN-CESTA = 'S'
                  IF NUM-CESTA > 0 AND NUM-CESTA < 10
                    PERFORM OFRECER-TIENDA
                  END-IF
                  IF NUM-CESTA > 0
                    PERFORM MOSTRAR-TOTAL-CESTA
                    DISPLAY "GRABAR ALQUILERES (S/N)?"
                       PERFORM GRABAR-CESTA
                    END-IF
                    MOVE ' ' TO RES
                  END-IF
                  CANCEL 'CESTA-TIENDA'.

        OFRECER-TIENDA.
                  MOVE ' ' TO RES-TIENDA
                  DISPLAY 'Articulos de tienda (S/N)?' LINE 21
                  POSITION 15
                  PERFORM UNTIL TIENDA-CONTESTADA
                     ACCEPT RES-TIENDA LINE 21 POSITION 42
                  END-PERFORM
                  DISPLAY '                              ' LINE 21
                  POSITION 15
                  IF RES-TIENDA = 'S' OR RES-TIENDA = 's'
                    MOVE 'C' TO CTD-MODO
                    COMPUTE CTD-MAX-LIN = 10 - NUM-CESTA
                    MOVE ZEROS TO CTD-IMPORTE-ALQ
                    CALL 'CESTA-TIENDA' USING CTD-MODO COD-SOCIO
                                              CTD-MAX-LIN
                                              CTD-IMPORTE-ALQ
                                              CTD-TOTAL CTD-VENTA
                                              TKL-LINEAS
                    MOVE CTD-TOTAL TO TOTAL-TIENDA
                    PERFORM REPINTAR-CESTA
                  END-IF.

        REPINTAR-CESTA.
                  PERFORM PORTADA
                  DISPLAY COD-SOCIO LINE 4 POSITION 45
                  MOVE 8 TO LINEA-CESTA
                  PERFORM VARYING IDX-CESTA FROM 1 BY 1
                          UNTIL IDX-CESTA > NUM-CESTA
                    DISPLAY CES-TITULO(IDX-CESTA)
                    LINE LINEA-CESTA POSITION 15
                    DISPLAY CES-PRECI(IDX-CESTA)
                    LINE LINEA-CESTA POSITION 48
                    ADD 1 TO LINEA-CESTA
                  END-PERFORM.

        PEDIR-PELICULA-CESTA.
                  IF ALQUILERES-ABIERTOS + NUM-CESTA
                     NOT < LIMITE-ALQUILERES
                          TO EJEMPLAR-ESCANEADO
                      END-IF
                      PERFORM VALIDAR-PELICULA-CESTA
                      IF PELI-VALIDA = 'S' AND TIPO-ART = 'H'
                       AND EJEMPLAR-ESCANEADO = 0
                        DISPLAY 'Equipo: lea la etiqueta del ejemplar'
                        LINE 21 POSITION 21
                        MOVE 'N' TO PELI-VALIDA
                      END-IF
                      IF PELI-VALIDA = 'S'
                        PERFORM ANOTAR-EN-CESTA
                      END-IF
                  IF ESTADO-PELICULA = '99'
                    PERFORM REINTENTAR-PELICULA
                  END-IF
                  PERFORM CARGAR-ARTICULO
                  PERFORM CONTAR-EN-CESTA
                  IF EXISTE-PELI = 'N'
                    DISPLAY 'Esa pelicula no existe'
                   IF BLOQUEADO = 'S'
                    DISPLAY 'Pelicula en uso en el otro puesto'
                    LINE 21 POSITION 21
                   ELSE
                   PERFORM COMPROBAR-LICENCIA
                   IF LICENCIA-OK = 'N'
                    DISPLAY 'Licencia de distribucion vencida'
                    LINE 21 POSITION 21
                   ELSE
                    PERFORM CONTAR-FUERA-SUCURSAL
                    IF DISPONIBLE = 'B' OR COPIAS-ALQUILADAS
                      END-IF
                    END-IF
                   END-IF
                   END-IF
                  END-IF.

        COMPROBAR-LICENCIA.
                  MOVE 'S' TO LICENCIA-OK
                  MOVE COD-PELI TO CON-PELI
                  READ CONTRATOS INVALID KEY
                    MOVE SPACES TO CON-ESTADO
                  END-READ
                  MOVE FECHA-SISTEMA TO FECHA-HOY-LIC
                  IF CON-ESTADO = 'D'
                    MOVE 'N' TO LICENCIA-OK
                  END-IF
                  IF CON-ESTADO = 'A'
                   AND (FECHA-HOY-LIC < CON-FECHA-INI
                    OR FECHA-HOY-LIC > CON-FECHA-FIN)
                    MOVE 'N' TO LICENCIA-OK
                  END-IF.

        COMPROBAR-EJEMPLAR.
                        CONTINUE
                      NOT INVALID KEY
                        IF ESTADO-EJE = 'X' OR ESTADO-EJE = 'P'
                         OR ESTADO-EJE = 'T' OR ESTADO-EJE = 'R'
                          MOVE 'N' TO EJEMPLAR-OK
                        ELSE
                          MOVE EJE-SUCURSAL TO SUC-EJE-REAL
                  MOVE FECHA-SISTEMA(1:4) TO ANO.

        EXAMINAR-UBICACION.
                  IF ESTADO-EJE = 'T' OR ESTADO-EJE = 'R'
                    ADD 1 TO FUERA-SUCURSAL
                  ELSE
                    IF ESTADO-EJE NOT = 'X'
                    DISPLAY 'Tarifa por noche, se cobra deposito'
                    LINE 20 POSITION 21
                  ELSE
                    IF TIENE-PLAN = 'S'
                      PERFORM APLICAR-PLAN
                    END-IF
                    IF COD-PROMO-APLI NOT = 'PLAN'
                     IF TIENE-BONO = 'S'
                      AND BONOS-USADOS-CESTA < BONOS-RESTAN
                       PERFORM OFRECER-BONO
                     END-IF
                     IF RES-BONO = 'S' OR RES-BONO = 's'
                       ADD 1 TO BONOS-USADOS-CESTA
                       MOVE ZEROS TO PRECI-ALQ
                       MOVE 'BONO' TO COD-PROMO-APLI
                     ELSE
                       IF PUNTOS-POR-ALQ > 0
                        AND PUNTOS-SALDO NOT <
                            PUNTOS-USADOS-CESTA + PUNTOS-POR-ALQ
                         PERFORM OFRECER-PUNTOS
                       END-IF
                       IF RES-PUNTOS = 'S' OR RES-PUNTOS = 's'
                         ADD PUNTOS-POR-ALQ TO PUNTOS-USADOS-CESTA
                         MOVE ZEROS TO PRECI-ALQ
                         MOVE 'PTOS' TO COD-PROMO-APLI
                       ELSE
                         IF CAMPANA-CESTA NOT = SPACES
                           PERFORM APLICAR-CAMPANA
                         END-IF
                         IF COD-PROMO-APLI = SPACES
                           PERFORM APLICAR-PROMOCION
                         END-IF
                       END-IF
                     END-IF
                    END-IF
                  END-IF
                  MOVE SPACES TO MOTIVO-ELEGIDO
                  END-IF
                  MOVE MOTIVO-ELEGIDO TO CES-MOTIVO(NUM-CESTA)
                  MOVE EJEMPLAR-ESCANEADO TO CES-EJEMPLAR(NUM-CESTA)
                  MOVE TIPO-ART TO CES-TIPO(NUM-CESTA)
                  MOVE FIANZA-ART TO CES-FIANZA(NUM-CESTA)
                  DISPLAY CES-TITULO(NUM-CESTA)
                  LINE LINEA-CESTA POSITION 15
                  DISPLAY CES-PRECI(NUM-CESTA)
                  LINE LINEA-CESTA POSITION 48
                  IF TIPO-ART NOT = 'P'
                    DISPLAY DESC-TIPO-ART
                    LINE LINEA-CESTA POSITION 56
                  END-IF
                  IF FIANZA-ART > 0
                    MOVE FIANZA-ART TO FIANZA-PANT
                    DISPLAY 'Equipo con fianza de' LINE 20 POSITION 21
                    DISPLAY FIANZA-PANT LINE 20 POSITION 42
                  END-IF
                  ADD 1 TO LINEA-CESTA.

        MOSTRAR-TOTAL-CESTA.
                          UNTIL IDX-CESTA > NUM-CESTA
                    ADD CES-PRECI(IDX-CESTA) TO TOTAL-CESTA
                  END-PERFORM
                  IF TOTAL-TIENDA > 0
                    MOVE TOTAL-TIENDA TO TOTAL-PANT
                    DISPLAY 'ARTICULOS TIENDA...:'
                    LINE 17 POSITION 25
                    DISPLAY TOTAL-PANT LINE 17 POSITION 46
                    ADD TOTAL-TIENDA TO TOTAL-CESTA
                  END-IF
                  MOVE TOTAL-CESTA TO TOTAL-PANT
                  DISPLAY 'TOTAL CESTA........:'
                  LINE 19 POSITION 25
                  DISPLAY TOTAL-PANT LINE 19 POSITION 46
                  MOVE 0 TO TOTAL-FIANZA
                  PERFORM VARYING IDX-CESTA FROM 1 BY 1
                          UNTIL IDX-CESTA > NUM-CESTA
                    ADD CES-FIANZA(IDX-CESTA) TO TOTAL-FIANZA
                  END-PERFORM
                  IF TOTAL-FIANZA > 0
                    MOVE TOTAL-FIANZA TO FIANZA-PANT
                    DISPLAY 'FIANZA EQUIPOS.....:'
                    LINE 18 POSITION 25
                    DISPLAY FIANZA-PANT LINE 18 POSITION 46
                  END-IF.

        CARGAR-FAMILIA.
                  MOVE COD-SOCIO TO SOCIO-ACTUAL
                    END-READ
                  END-IF.

        CARGAR-SUSCRIPCION.
                  MOVE 'N' TO TIENE-PLAN
                  MOVE 0 TO ABIERTOS-PLAN
                  MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA
                  MOVE FECHA-SISTEMA TO FECHA-HOY-PLAN
                  MOVE COD-SOCIO TO SUS-SOCIO
                  READ SUSCRIP INVALID KEY
                    MOVE 'B' TO SUS-ESTADO
                  END-READ
                  IF SUS-ESTADO = 'A'
                   AND SUS-FECHA-INI NOT > FECHA-HOY-PLAN
                    MOVE SUS-PLAN TO PLN-CODIGO
                    READ PLANES INVALID KEY
                      MOVE 'N' TO PLN-ACTIVO
                    END-READ
                    IF PLN-ACTIVO = 'S'
                      MOVE 'S' TO TIENE-PLAN
                      IF PLN-LIMITE > LIMITE-ALQUILERES
                        MOVE PLN-LIMITE TO LIMITE-ALQUILERES
                      END-IF
                      PERFORM CONTAR-ABIERTOS-PLAN
                      DISPLAY 'Plan de suscripcion:' LINE 4 POSITION 52
                      DISPLAY PLN-CODIGO LINE 4 POSITION 73
                    END-IF
                  END-IF.

        CONTAR-ABIERTOS-PLAN.
                  MOVE COD-SOCIO TO CODI-SOCIO
                  MOVE 'N' TO FIN-FICH
                  START ALQUILER KEY IS = CODI-SOCIO INVALID KEY
                    MOVE 'S' TO FIN-FICH
                  END-START
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ ALQUILER NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      IF CODI-SOCIO NOT = COD-SOCIO
                        MOVE 'S' TO FIN-FICH
                      ELSE
                        IF DEVUELTA = 'N'
                         AND COD-PROMO-APLI = 'PLAN'
                          ADD 1 TO ABIERTOS-PLAN
                        END-IF
                      END-IF
                    END-READ
                  END-PERFORM.

        APLICAR-PLAN.
                  IF CLASE-PRECIO-ART > 0 AND CLASE-PRECIO-ART < 5
                    IF PLN-CLASE(CLASE-PRECIO-ART) = 'S'
                      IF ABIERTOS-PLAN + PLAN-EN-CESTA < PLN-LIMITE
                        ADD 1 TO PLAN-EN-CESTA
                        MOVE ZEROS TO PRECI-ALQ
                        MOVE 'PLAN' TO COD-PROMO-APLI
                        DISPLAY 'Incluida en la suscripcion'
                        LINE 20 POSITION 21
                      ELSE
                        DISPLAY 'Limite del plan alcanzado, se cobra'
                        LINE 20 POSITION 21
                      END-IF
                    END-IF
                  END-IF.

        CONSULTAR-BONO.
                  MOVE 'N' TO TIENE-BONO
                  MOVE ZEROS TO BONOS-RESTAN
                      IF CLAVE-INTRO = CLAVE-OPER
                       AND NIVEL-OPER NOT < 2
                        MOVE 'S' TO PERMISO-AJUSTE
                        MOVE 'AUTORIZA' TO AUD-OPERACION
                        MOVE 'AJUSTE' TO AUD-ENTIDAD
                        MOVE COD-OPER TO AUD-CLAVE
                        CALL 'AUDITORIA' USING AUD-OPERACION
                                                AUD-ENTIDAD AUD-CLAVE
                        CANCEL 'AUDITORIA'
                      END-IF
                    END-READ
                  END-IF.
                    END-READ
                  END-IF.

        CONSULTAR-CAMPANA.
                  MOVE SPACES TO CAMPANA-CESTA
                  MOVE 'N' TO HAY-CAMPANA
                  COMPUTE FECHA-HOY-PROMO =
                     ANO * 10000 + MES * 100 + DIA
                  MOVE COD-SOCIO TO CMS-SOCIO
                  MOVE 'N' TO FIN-CMS
                  START CAMPSOCIO KEY IS = CMS-SOCIO INVALID KEY
                    MOVE 'S' TO FIN-CMS
                  END-START
                  PERFORM UNTIL FIN-CMS = 'S' OR HAY-CAMPANA = 'S'
                    READ CAMPSOCIO NEXT RECORD AT END
                      MOVE 'S' TO FIN-CMS
                    NOT AT END
                      IF CMS-SOCIO NOT = COD-SOCIO
                        MOVE 'S' TO FIN-CMS
                      ELSE
                        MOVE CMS-CAMPANA TO CMP-CODIGO
                        PERFORM COMPROBAR-CAMPANA
                      END-IF
                    END-READ
                  END-PERFORM
                  IF HAY-CAMPANA = 'S'
                    DISPLAY 'Codigo de campana..:' LINE 5 POSITION 25
                    MOVE SPACES TO CAMPANA-INTRO
                    ACCEPT CAMPANA-INTRO LINE 5 POSITION 46
                    IF CAMPANA-INTRO NOT = SPACES
                      MOVE CAMPANA-INTRO TO CMS-CAMPANA
                      MOVE COD-SOCIO TO CMS-SOCIO
                      MOVE 'N' TO HAY-CAMPANA
                      READ CAMPSOCIO INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        MOVE CAMPANA-INTRO TO CMP-CODIGO
                        PERFORM COMPROBAR-CAMPANA
                      END-READ
                      IF HAY-CAMPANA = 'S'
                        MOVE CAMPANA-INTRO TO CAMPANA-CESTA
                        DISPLAY CMP-DESCRIPCION LINE 5 POSITION 52
                      ELSE
                        DISPLAY 'Codigo de campana no valido'
                        LINE 23 POSITION 15
                      END-IF
                    END-IF
                  END-IF.

        COMPROBAR-CAMPANA.
                  READ CAMPANAS INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF CMP-ESTADO = 'L'
                     AND FECHA-HOY-PROMO NOT < CMP-FECHA-INI
                     AND FECHA-HOY-PROMO NOT > CMP-FECHA-FIN
                      MOVE 'S' TO HAY-CAMPANA
                    END-IF
                  END-READ.

        APLICAR-CAMPANA.
                  MOVE CAMPANA-CESTA TO CMP-CODIGO
                  READ CAMPANAS INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF CMP-CRITERIO NOT = 'G' OR CMP-GENERO = GENERO
                      MOVE CMP-CODIGO TO COD-PROMO
                      MOVE CMP-DESCRIPCION TO DESC-PROMO
                      MOVE CMP-TIPO-DTO TO TIPO-DTO
                      MOVE CMP-VALOR-DTO TO VALOR-DTO
                      PERFORM CALCULAR-DESCUENTO
                    END-IF
                  END-READ.

        ANOTAR-CANJE-CAMPANA.
                  MOVE CAMPANA-CESTA TO CMS-CAMPANA
                  MOVE COD-SOCIO TO CMS-SOCIO
                  READ CAMPSOCIO INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    ADD USOS-CAMPANA TO CMS-USOS
                    MOVE FECHA-SISTEMA TO CMS-FECHA-USO
                    REWRITE REG-CAMPSOCIO INVALID KEY
                      CONTINUE
                    END-REWRITE
                    MOVE 'CANJE' TO AUD-OPERACION
                    MOVE 'CAMPANA' TO AUD-ENTIDAD
                    MOVE CMS-CLAVE TO AUD-CLAVE
                    CALL 'AUDITORIA' USING AUD-OPERACION
                                            AUD-ENTIDAD AUD-CLAVE
                    CANCEL 'AUDITORIA'
                  END-READ.

        CONSULTAR-PUNTOS.
                  MOVE COD-SOCIO TO PTO-SOCIO
                  MOVE 'S' TO PTO-TIPO
                  END-IF.

        CALCULAR-VENCIMIENTO.
                  IF CLASE-PRECIO-ART = 1
                    MOVE PRM-DIAS-ESTRENO TO DIAS-PRESTAMO
                  ELSE
                    MOVE DIAS-VENTANA TO DIAS-PRESTAMO
                  END-IF
                  IF DIAS-TIPO > 0
                    MOVE DIAS-TIPO TO DIAS-PRESTAMO
                  END-IF
                  COMPUTE TCK-FECHA = ANO * 10000 + MES * 100 + DIA
                  COMPUTE VENC-INT =
                     FUNCTION INTEGER-OF-DATE(TCK-FECHA)
                   AND (GENERO-PROMO = SPACES OR
                        GENERO-PROMO = GENERO)
                   AND (CLASE-PROMO = 0 OR
                        CLASE-PROMO = CLASE-PRECIO-ART)
                    MOVE 'S' TO HAY-PROMO
                  END-IF.

                    WHEN OTHER
                      MOVE 00 TO EDAD-MINIMA
                  END-EVALUATE
                  IF TIPO-ART = 'J' AND ART-PEGI > EDAD-MINIMA
                    MOVE ART-PEGI TO EDAD-MINIMA
                  END-IF
                  IF EDAD-SOCIO NOT < EDAD-MINIMA
                    MOVE 'S' TO EDAD-OK
                  ELSE
                    MOVE ZEROS TO CTL-FECHA
                    WRITE REG-CONTROL INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE SPACES TO DTR-ANTES
                      MOVE 'CONTROL' TO DTR-FICHERO
                      MOVE 'A' TO DTR-OPERACION
                      MOVE REG-CONTROL TO DTR-DESPUES
                      PERFORM ANOTAR-DIARIO
                    END-WRITE
                  END-IF
                  MOVE CTL-VALOR TO ULTIMA-SALIDA
                  READ CONTROL-FICH INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE REG-CONTROL TO DTR-ANTES
                    MOVE ULTIMA-SALIDA TO CTL-VALOR
                    REWRITE REG-CONTROL INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE 'CONTROL' TO DTR-FICHERO
                      MOVE 'M' TO DTR-OPERACION
                      MOVE REG-CONTROL TO DTR-DESPUES
                      PERFORM ANOTAR-DIARIO
                    END-REWRITE
                  END-READ
                  MOVE ULTIMA-SALIDA TO N-SALIDA.
                  MOVE ZEROS TO TCK-BONO-RESTAN
                  MOVE ZEROS TO PUNTOS-GANADOS
                  MOVE ZEROS TO PUNTOS-CANJEADOS
                  MOVE ZEROS TO FIANZA-COBRADA
                  MOVE 0 TO USOS-CAMPANA
                  IF TOTAL-FIANZA > 0
                    PERFORM PEDIR-FORMA-FIANZA
                  END-IF
                  PERFORM VARYING IDX-CESTA FROM 1 BY 1
                          UNTIL IDX-CESTA > NUM-CESTA
                    PERFORM GRABAR-UNO-CESTA
                  END-PERFORM
                  IF USOS-CAMPANA > 0
                    PERFORM ANOTAR-CANJE-CAMPANA
                  END-IF
                  IF BONOS-QUEMADOS > 0
                    MOVE 'S' TO TCK-BONO
                    PERFORM DESCONTAR-BONOS
                    PERFORM LIQUIDAR-PUNTOS
                  END-IF
                  IF LINEAS-GRABADAS > 0
                    MOVE 'ALQUILER' TO TIPO-CAJA-CESTA
                    MOVE PRIMERA-SALIDA TO CLAVE-CAJA-CESTA
                    IF TOTAL-TIENDA > 0
                      PERFORM GRABAR-TIENDA
                    END-IF
                    PERFORM CALCULAR-SUGERENCIAS
                    PERFORM PEDIR-FORMA-PAGO
                    IF CAJ-FORMA = 'R'
                      PERFORM CANJEAR-REGALO
                    ELSE
                      IF CAJ-FORMA NOT = 'C'
                        MOVE TIPO-CAJA-CESTA TO CAJ-TIPO
                        MOVE CLAVE-CAJA-CESTA TO CAJ-CLAVE
                        MOVE TOTAL-CESTA TO CAJ-IMPORTE
                        CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                        CAJ-FORMA
                        CANCEL 'CAJA'
                      END-IF
                    END-IF
                    PERFORM EMITIR-TICKET
                    IF CAJ-FORMA = 'C'
                      PERFORM CARGAR-EMPRESA
                    END-IF
                    IF FIANZA-COBRADA > 0
                      PERFORM COBRAR-FIANZA
                    END-IF
                  END-IF.

        GRABAR-TIENDA.
                  MOVE 'G' TO CTD-MODO
                  MOVE 10 TO CTD-MAX-LIN
                  MOVE TOTAL-CESTA TO CTD-IMPORTE-ALQ
                  CALL 'CESTA-TIENDA' USING CTD-MODO COD-SOCIO
                                            CTD-MAX-LIN CTD-IMPORTE-ALQ
                                            CTD-TOTAL CTD-VENTA
                                            TKL-LINEAS
                  IF CTD-VENTA > 0
                    ADD CTD-TOTAL TO TOTAL-CESTA
                    MOVE 'TIENDA' TO TIPO-CAJA-CESTA
                    MOVE CTD-VENTA TO CLAVE-CAJA-CESTA
                  END-IF.

        PEDIR-FORMA-FIANZA.
                  MOVE ' ' TO FORMA-FIANZA
                  DISPLAY 'Fianza equipos (E)fectivo/(T)arjeta?'
                  LINE 21 POSITION 15
                  PERFORM UNTIL FIANZA-CONTESTADA
                     ACCEPT FORMA-FIANZA LINE 21 POSITION 52
                  END-PERFORM
                  IF FORMA-FIANZA = 'e'
                    MOVE 'E' TO FORMA-FIANZA
                  END-IF
                  IF FORMA-FIANZA = 't'
                    MOVE 'T' TO FORMA-FIANZA
                  END-IF
                  DISPLAY '                                        '
                  LINE 21 POSITION 15.

        COBRAR-FIANZA.
                  MOVE 'FIANZAEQ' TO CAJ-TIPO
                  MOVE PRIMERA-SALIDA TO CAJ-CLAVE
                  MOVE FIANZA-COBRADA TO CAJ-IMPORTE
                  CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                    FORMA-FIANZA
                  CANCEL 'CAJA'
                  MOVE FIANZA-COBRADA TO FIANZA-PANT
                  DISPLAY 'Fianza cobrada.....:' LINE 18 POSITION 25
                  DISPLAY FIANZA-PANT LINE 18 POSITION 46.

        REGISTRAR-FIANZA.
                  MOVE N-SALIDA TO FZA-SALIDA
                  MOVE COD-SOCIO TO FZA-SOCIO
                  MOVE CES-PELI(IDX-CESTA) TO FZA-PELI
                  MOVE CES-EJEMPLAR(IDX-CESTA) TO FZA-EJEMPLAR
                  MOVE CES-FIANZA(IDX-CESTA) TO FZA-IMPORTE
                  MOVE FORMA-FIANZA TO FZA-FORMA
                  COMPUTE FZA-FECHA = ANO * 10000 + MES * 100 + DIA
                  MOVE 'P' TO FZA-ESTADO
                  MOVE ZEROS TO FZA-FECHA-DEV
                  WRITE REG-FIANZAS INVALID KEY
                    DISPLAY 'Error al registrar la fianza' LINE 21
                    POSITION 15
                  NOT INVALID KEY
                    ADD FZA-IMPORTE TO FIANZA-COBRADA
                  END-WRITE.

        CARGAR-ARTICULO.
                  MOVE 'P' TO TIPO-ART
                  MOVE 'PELICULA' TO DESC-TIPO-ART
                  MOVE ZEROS TO DIAS-TIPO
                  MOVE CLASE-PRECIO TO CLASE-PRECIO-ART
                  MOVE ZEROS TO FIANZA-ART
                  MOVE COD-PELI TO ART-PELI
                  READ ARTICULO INVALID KEY
                    MOVE 'P' TO ART-TIPO
                    MOVE ZEROS TO ART-PEGI
                  END-READ
                  IF ART-TIPO = 'J' OR ART-TIPO = 'H'
                    MOVE ART-TIPO TO TIPO-ART
                    IF ART-TIPO = 'J'
                      MOVE 'VIDEOJUEGO' TO DESC-TIPO-ART
                    ELSE
                      MOVE 'EQUIPO' TO DESC-TIPO-ART
                      MOVE ART-FIANZA TO FIANZA-ART
                    END-IF
                  END-IF
                  MOVE TIPO-ART TO TPA-CODIGO
                  READ TIPOART INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE TPA-DESCRIPCION TO DESC-TIPO-ART
                    MOVE TPA-DIAS-PRESTAMO TO DIAS-TIPO
                    IF TPA-CLASE-PRECIO > 0
                      MOVE TPA-CLASE-PRECIO TO CLASE-PRECIO-ART
                    END-IF
                  END-READ.

        PEDIR-FORMA-PAGO.
                  MOVE ' ' TO RES-FORMA
                  DISPLAY 'Pago (E)fect/(T)arj/(C)ta empresa/(R)egalo?'
                  LINE 21 POSITION 15
                  PERFORM UNTIL FORMA-CONTESTADA
                     ACCEPT RES-FORMA LINE 21 POSITION 59
                     IF RES-FORMA = 'C' OR RES-FORMA = 'c'
                       PERFORM COMPROBAR-EMPRESA
                     END-IF
                     IF RES-FORMA = 'R' OR RES-FORMA = 'r'
                       PERFORM COMPROBAR-REGALO
                     END-IF
                  END-PERFORM
                  MOVE RES-FORMA TO CAJ-FORMA
                  IF CAJ-FORMA = 'c'
                    MOVE 'C' TO CAJ-FORMA
                  END-IF
                  IF CAJ-FORMA = 'r'
                    MOVE 'R' TO CAJ-FORMA
                  END-IF
                  DISPLAY '                                            '
                  LINE 21 POSITION 15.

        COMPROBAR-EMPRESA.
                  MOVE 'V' TO CGE-MODO
                  MOVE COD-SOCIO TO CGE-SOCIO
                  MOVE ZEROS TO CGE-TICKET
                  MOVE TOTAL-CESTA TO CGE-IMPORTE
                  CALL 'CARGO-EMPRESA' USING CGE-MODO CGE-SOCIO
                                             CGE-TICKET CGE-IMPORTE
                                             CGE-RESULTADO
                  CANCEL 'CARGO-EMPRESA'
                  EVALUATE CGE-RESULTADO
                    WHEN 'S'
                      DISPLAY '                                        '
                      LINE 22 POSITION 15
                    WHEN 'L'
                      DISPLAY 'Limite de credito de la empresa superado'
                      LINE 22 POSITION 15
                      MOVE ' ' TO RES-FORMA
                    WHEN 'B'
                      DISPLAY 'Cuenta de empresa no activa             '
                      LINE 22 POSITION 15
                      MOVE ' ' TO RES-FORMA
                    WHEN OTHER
                      DISPLAY 'Socio sin cuenta de empresa             '
                      LINE 22 POSITION 15
                      MOVE ' ' TO RES-FORMA
                  END-EVALUATE.

        COMPROBAR-REGALO.
                  DISPLAY 'Tarjeta regalo N.:                      '
                  LINE 22 POSITION 15
                  MOVE ZEROS TO CNJ-TARJETA
                  ACCEPT CNJ-TARJETA LINE 22 POSITION 34
                  MOVE 'V' TO CNJ-MODO
                  MOVE TOTAL-CESTA TO CNJ-IMPORTE
                  MOVE SPACES TO CNJ-CLAVE
                  CALL 'CANJE-REGALO' USING CNJ-MODO CNJ-TARJETA
                                            CNJ-IMPORTE CNJ-CLAVE
                                            CNJ-SALDO CNJ-RESULTADO
                  CANCEL 'CANJE-REGALO'
                  EVALUATE CNJ-RESULTADO
                    WHEN 'S'
                      PERFORM PEDIR-RESTO
                    WHEN 'B'
                      DISPLAY 'Tarjeta regalo bloqueada                '
                      LINE 22 POSITION 15
                      MOVE ' ' TO RES-FORMA
                    WHEN 'C'
                      DISPLAY 'Tarjeta regalo caducada                 '
                      LINE 22 POSITION 15
                      MOVE ' ' TO RES-FORMA
                    WHEN 'A'
                      DISPLAY 'Tarjeta regalo sin saldo                '
                      LINE 22 POSITION 15
                      MOVE ' ' TO RES-FORMA
                    WHEN OTHER
                      DISPLAY 'Tarjeta regalo inexistente              '
                      LINE 22 POSITION 15
                      MOVE ' ' TO RES-FORMA
                  END-EVALUATE.

        PEDIR-RESTO.
                  MOVE 'E' TO FORMA-RESTO
                  IF CNJ-IMPORTE < TOTAL-CESTA
                    COMPUTE IMPORTE-RESTO = TOTAL-CESTA - CNJ-IMPORTE
                    MOVE IMPORTE-RESTO TO REGALO-PANT
                    DISPLAY 'Resto a pagar:                          '
                    LINE 22 POSITION 15
                    DISPLAY REGALO-PANT LINE 22 POSITION 30
                    DISPLAY '(E/T)?' LINE 22 POSITION 40
                    MOVE ' ' TO RES-RESTO
                    PERFORM UNTIL RESTO-CONTESTADO
                       ACCEPT RES-RESTO LINE 22 POSITION 47
                    END-PERFORM
                    IF RES-RESTO = 'T' OR RES-RESTO = 't'
                      MOVE 'T' TO FORMA-RESTO
                    END-IF
                  ELSE
                    MOVE CNJ-SALDO TO REGALO-PANT
                    DISPLAY 'Saldo tarjeta regalo:                   '
                    LINE 22 POSITION 15
                    DISPLAY REGALO-PANT LINE 22 POSITION 37
                  END-IF.

        CANJEAR-REGALO.
                  MOVE 'R' TO CNJ-MODO
                  MOVE TOTAL-CESTA TO CNJ-IMPORTE
                  MOVE PRIMERA-SALIDA TO CNJ-CLAVE
                  CALL 'CANJE-REGALO' USING CNJ-MODO CNJ-TARJETA
                                            CNJ-IMPORTE CNJ-CLAVE
                                            CNJ-SALDO CNJ-RESULTADO
                  CANCEL 'CANJE-REGALO'
                  IF CNJ-IMPORTE > 0
                    MOVE TIPO-CAJA-CESTA TO CAJ-TIPO
                    MOVE CLAVE-CAJA-CESTA TO CAJ-CLAVE
                    MOVE CNJ-IMPORTE TO CAJ-IMPORTE
                    CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      CAJ-FORMA
                    CANCEL 'CAJA'
                  END-IF
                  IF CNJ-IMPORTE < TOTAL-CESTA
                    MOVE TIPO-CAJA-CESTA TO CAJ-TIPO
                    MOVE CLAVE-CAJA-CESTA TO CAJ-CLAVE
                    COMPUTE CAJ-IMPORTE = TOTAL-CESTA - CNJ-IMPORTE
                    CALL 'CAJA' USING CAJ-TIPO CAJ-CLAVE CAJ-IMPORTE
                                      FORMA-RESTO
                    CANCEL 'CAJA'
                  END-IF
                  MOVE CNJ-IMPORTE TO REGALO-PANT
                  DISPLAY 'Canjeado:                               '
                  LINE 22 POSITION 15
                  DISPLAY REGALO-PANT LINE 22 POSITION 25
                  MOVE CNJ-SALDO TO REGALO-PANT
                  DISPLAY 'Saldo:' LINE 22 POSITION 36
                  DISPLAY REGALO-PANT LINE 22 POSITION 43.

        CARGAR-EMPRESA.
                  MOVE 'C' TO CGE-MODO
                  MOVE COD-SOCIO TO CGE-SOCIO
                  MOVE TCK-NUMERO TO CGE-TICKET
                  MOVE TOTAL-CESTA TO CGE-IMPORTE
                  CALL 'CARGO-EMPRESA' USING CGE-MODO CGE-SOCIO
                                             CGE-TICKET CGE-IMPORTE
                                             CGE-RESULTADO
                  CANCEL 'CARGO-EMPRESA'
                  IF CGE-RESULTADO = 'S'
                    DISPLAY 'Cargado en la cuenta de empresa'
                    LINE 21 POSITION 15
                  ELSE
                    DISPLAY 'Aviso: cargo a empresa no registrado'
                    LINE 21 POSITION 15
                  END-IF.

        GRABAR-UNO-CESTA.
                  MOVE CES-PELI(IDX-CESTA) TO COD-PELI
                      DISPLAY 'alquiler no grabado ' LINE 21
                      POSITION 45
                    NOT INVALID KEY
                      MOVE SPACES TO DTR-ANTES
                      MOVE 'ALQUILER' TO DTR-FICHERO
                      MOVE 'A' TO DTR-OPERACION
                      MOVE REG-ALQUILER TO DTR-DESPUES
                      PERFORM ANOTAR-DIARIO
                      MOVE REG-PELICULA TO DTR-ANTES
                      ADD 1 TO COPIAS-ALQUILADAS
                      REWRITE REG-PELICULA INVALID KEY
                        DISPLAY 'Error al actualizar la pelicula,'
                        LINE 21 POSITION 15
                      NOT INVALID KEY
                        MOVE 'PELICULA' TO DTR-FICHERO
                        MOVE 'M' TO DTR-OPERACION
                        MOVE REG-PELICULA TO DTR-DESPUES
                        PERFORM ANOTAR-DIARIO
                      END-REWRITE
                      IF ESTADO-PELICULA = '99'
                        DISPLAY 'Pelicula en uso en el otro puesto,'
                      END-IF
                      ADD 1 TO LINEAS-GRABADAS
                      ADD CES-PRECI(IDX-CESTA) TO TOTAL-CESTA
                      IF CAMPANA-CESTA NOT = SPACES
                       AND CES-PROMO(IDX-CESTA) = CAMPANA-CESTA
                        ADD 1 TO USOS-CAMPANA
                      END-IF
                      IF PRIMERA-SALIDA = SPACES
                        MOVE N-SALIDA TO PRIMERA-SALIDA
                      END-IF
                      IF CES-RESERVA(IDX-CESTA) = 'S'
                        PERFORM CUMPLIR-RESERVA
                      END-IF
                      IF CES-FIANZA(IDX-CESTA) > 0
                        PERFORM REGISTRAR-FIANZA
                      END-IF
                    END-WRITE
                  END-IF.

                CLOSE RESERVA.
                CLOSE SALDOS.
                CLOSE PROMOCIONES.
                CLOSE CAMPANAS.
                CLOSE CAMPSOCIO.
                CLOSE CONTROL-FICH.
                CLOSE BONOS.
                CLOSE CATEGORIAS.
                CLOSE OPERADOR.
                CLOSE MOTIVOS.
                CLOSE EJEMPLAR.
                CLOSE CONTRATOS.
                CLOSE PLANES.
                CLOSE SUSCRIP.
                CLOSE ARTICULO.
                CLOSE TIPOART.
                CLOSE ARTSERIE.
                CLOSE FIANZAS.

        IDENTIFICAR-TARJETA.
                DISPLAY ' ' LINE 23 POSITION 15 ERASE EOL
                CALL 'IDENTIFICA-SOCIO' USING ENTRADA-SOCIO COD-SOCIO
                                              AVISO-TARJETA
                CANCEL 'IDENTIFICA-SOCIO'
                EVALUATE TRUE
                  WHEN AVISO-TARJETA = 'N'
                    DISPLAY 'Tarjeta no reconocida' LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'A'
                    DISPLAY 'TARJETA ANULADA, pida otra identificacion'
                    LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'C'
                    DISPLAY 'AVISO: carnet de socio caducado'
                    LINE 23 POSITION 15
                  WHEN AVISO-TARJETA = 'S'
                    DISPLAY 'AVISO: socio suspendido por morosidad'
                    LINE 23 POSITION 15
                END-EVALUATE.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
