        IDENTIFICATION DIVISION.
          PROGRAM-ID. REFRESCA-FORMACION.

        ENVIRONMENT DIVISION.

          INPUT-OUTPUT SECTION.

          FILE-CONTROL.
               SELECT OPTIONAL PELICULA ASSIGN TO DISK
                                             "FORMACION/PELICULA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PELI
               ALTERNATE RECORD KEY IS TITULO
               ALTERNATE RECORD KEY IS GENERO WITH DUPLICATES
               ALTERNATE RECORD KEY IS DIRECTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL SOCIOS ASSIGN TO DISK
                                             "FORMACION/SOCIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-SOCIO
               ALTERNATE RECORD KEY IS NOMBRE WITH DUPLICATES
               ALTERNATE RECORD KEY IS DNI
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL ALQUILER ASSIGN TO DISK
                                             "FORMACION/ALQUILER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA
               ALTERNATE RECORD KEY IS CODI-SOCIO WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL ALQUILER-HIST ASSIGN TO DISK
                                      "FORMACION/ALQUILER-HIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS N-SALIDA-H
               ALTERNATE RECORD KEY IS CODI-SOCIO-H WITH DUPLICATES
               ALTERNATE RECORD KEY IS CODI-PELI-H WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL SALDOS ASSIGN TO DISK
                                             "FORMACION/SALDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDO-SOCIO
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL VENTAS ASSIGN TO DISK
                                             "FORMACION/VENTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-VENTA
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL TICKETS ASSIGN TO DISK
                                             "FORMACION/TICKETS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-TICKET
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PEDIDOS ASSIGN TO DISK
                                             "FORMACION/PEDIDOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-PEDIDO
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL CONTROL-FICH ASSIGN TO DISK
                                             "CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

               SELECT OPTIONAL CONTROL-FRM ASSIGN TO DISK
                                             "FORMACION/CONTROL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PARAMETROS ASSIGN TO DISK
                                             "PARAMETROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CLAVE
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL PARAMETROS-FRM ASSIGN TO DISK
                                             "FORMACION/PARAMETROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL TIPOART ASSIGN TO DISK "TIPOART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-CODIGO
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL TIPOART-FRM ASSIGN TO DISK
                                             "FORMACION/TIPOART.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPA-CODIGO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL ARTICULO ASSIGN TO DISK "ARTICULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-PELI
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL ARTICULO-FRM ASSIGN TO DISK
                                             "FORMACION/ARTICULO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ART-PELI-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL EJEMPLAR ASSIGN TO DISK "EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL EJEMPLAR-FRM ASSIGN TO DISK
                                             "FORMACION/EJEMPLAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EJEMPLAR-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL CATEGORIAS ASSIGN TO DISK "CATEGORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL CATEGORIAS-FRM ASSIGN TO DISK
                                             "FORMACION/CATEGORIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODIGO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL GENEROS ASSIGN TO DISK "GENEROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-NOMBRE
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL GENEROS-FRM ASSIGN TO DISK
                                             "FORMACION/GENEROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-NOMBRE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PROMOCIONES ASSIGN TO DISK
                                             "PROMOCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROMO
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL PROMOCIONES-FRM ASSIGN TO DISK
                                             "FORMACION/PROMOCIONES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROMO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL FESTIVOS ASSIGN TO DISK "FESTIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FECHA-FESTIVO
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL FESTIVOS-FRM ASSIGN TO DISK
                                             "FORMACION/FESTIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FECHA-FESTIVO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL MOTIVOS ASSIGN TO DISK "MOTIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT-CODIGO
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL MOTIVOS-FRM ASSIGN TO DISK
                                             "FORMACION/MOTIVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOT-CODIGO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PLANES ASSIGN TO DISK "PLANES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CODIGO
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL PLANES-FRM ASSIGN TO DISK
                                             "FORMACION/PLANES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CODIGO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL MERCANCIA ASSIGN TO DISK "MERCANCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MER-SKU
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL MERCANCIA-FRM ASSIGN TO DISK
                                             "FORMACION/MERCANCIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MER-SKU-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL GASTOS ASSIGN TO DISK "GASTO-COD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTO-CODIGO
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL GASTOS-FRM ASSIGN TO DISK
                                             "FORMACION/GASTO-COD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GTO-CODIGO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL FORMACION ASSIGN TO DISK
                                             "FORMACION/FORMACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL ACTIVOS-FRM ASSIGN TO DISK
                                             "FORMACION/ACTIVOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL ARTSERIE-FRM ASSIGN TO DISK
                                             "FORMACION/ARTSERIE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL AVISOS-FRM ASSIGN TO DISK
                                             "FORMACION/AVISOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-NUMERO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL BONOS-FRM ASSIGN TO DISK
                                             "FORMACION/BONOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BON-SOCIO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL CAMPANAS-FRM ASSIGN TO DISK
                                             "FORMACION/CAMPANAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CODIGO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL CAMPSOCIO-FRM ASSIGN TO DISK
                                             "FORMACION/CAMPSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMS-CLAVE-FRM
               ALTERNATE RECORD KEY IS CMS-SOCIO-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL HISTCAP-FRM ASSIGN TO DISK
                                             "FORMACION/CAPACIDAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCA-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL CARGOEMP-FRM ASSIGN TO DISK
                                             "FORMACION/CARGOEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CGE-TICKET-FRM
               ALTERNATE RECORD KEY IS CGE-EMPRESA-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL CIERRES-FRM ASSIGN TO DISK
                                             "FORMACION/CIERRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CIE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL CONSENTIM-FRM ASSIGN TO DISK
                                             "FORMACION/CONSENTIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-SOCIO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL CONTRATOS-FRM ASSIGN TO DISK
                                             "FORMACION/CONTRATOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-PELI-FRM
               ALTERNATE RECORD KEY IS CON-PROV-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL CUENTAS-MAP ASSIGN TO DISK
                                             "CUENTAMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-CLAVE
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL CUENTAS-MAP-FRM ASSIGN TO DISK
                                             "FORMACION/CUENTAMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAP-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL CUOTAS-FRM ASSIGN TO DISK
                                             "FORMACION/CUOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-SOCIO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL DEPOSITOS-FRM ASSIGN TO DISK
                                             "FORMACION/DEPOSITOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-NUMERO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL DEVPROV-FRM ASSIGN TO DISK
                                             "FORMACION/DEVPROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVP-NUMERO-FRM
               ALTERNATE RECORD KEY IS DVP-PROV-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL DOMCUADRE-FRM ASSIGN TO DISK
                                             "FORMACION/DOMCUADRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDR-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL DOMICILIO-FRM ASSIGN TO DISK
                                             "FORMACION/DOMICILIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-NUMERO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL EMPRESAS-FRM ASSIGN TO DISK
                                             "FORMACION/EMPRESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL EMPSOCIO-FRM ASSIGN TO DISK
                                             "FORMACION/EMPSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESO-SOCIO-FRM
               ALTERNATE RECORD KEY IS ESO-EMPRESA-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL ESTADIS-FRM ASSIGN TO DISK
                                             "FORMACION/ESTADIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-EST-FRM
               ALTERNATE RECORD KEY IS EST-PELI-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL ESTADTMP-FRM ASSIGN TO DISK
                                             "FORMACION/ESTADTMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-TMP-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL FACTCLI-FRM ASSIGN TO DISK
                                             "FORMACION/FACTCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-NUMERO-FRM
               ALTERNATE RECORD KEY IS FCL-EMPRESA-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL FACTURAS-FRM ASSIGN TO DISK
                                             "FORMACION/FACTURAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL FIANZAS-FRM ASSIGN TO DISK
                                             "FORMACION/FIANZAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FZA-SALIDA-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL INCIDENCIAS-FRM ASSIGN TO DISK
                                            "FORMACION/INCIDENCIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-NUMERO-FRM
               ALTERNATE RECORD KEY IS INC-SOCIO-FRM WITH DUPLICATES
               ALTERNATE RECORD KEY IS INC-PELI-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL OPERADOR ASSIGN TO DISK "OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-OPER
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL OPERADOR-FRM ASSIGN TO DISK
                                             "FORMACION/OPERADOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-OPER-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PAGOPROV-FRM ASSIGN TO DISK
                                             "FORMACION/PAGOPROV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PERDIDAS-FRM ASSIGN TO DISK
                                             "FORMACION/PERDIDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-SALIDA-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PINSOCIO-FRM ASSIGN TO DISK
                                             "FORMACION/PINSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-SOCIO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PRESUPUESTO-FRM ASSIGN TO DISK
                                            "FORMACION/PRESUPUESTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PROVEEDOR ASSIGN TO DISK "PROVEEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROV
               ALTERNATE RECORD KEY IS NOMBRE-PROV WITH DUPLICATES
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL PROVEEDOR-FRM ASSIGN TO DISK
                                             "FORMACION/PROVEEDOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROV-FRM
               ALTERNATE RECORD KEY IS NOMBRE-PROV-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PUESTOS-FRM ASSIGN TO DISK
                                             "FORMACION/PUESTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUE-NOMBRE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL PUNTOS-FRM ASSIGN TO DISK
                                             "FORMACION/PUNTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-SOCIO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL RECEPPED-FRM ASSIGN TO DISK
                                             "FORMACION/RECEPPED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL REPARTO ASSIGN TO DISK "REPARTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CLAVE
               ALTERNATE RECORD KEY IS REP-ACTOR WITH DUPLICATES
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL REPARTO-FRM ASSIGN TO DISK
                                             "FORMACION/REPARTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CLAVE-FRM
               ALTERNATE RECORD KEY IS REP-ACTOR-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL REPOSICION ASSIGN TO DISK
                                             "REPOSICION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CLASE
               FILE STATUS IS ESTADO-ORIGEN.

               SELECT OPTIONAL REPOSICION-FRM ASSIGN TO DISK
                                             "FORMACION/REPOSICION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-CLASE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL RESERVA-FRM ASSIGN TO DISK
                                             "FORMACION/RESERVA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RESERVA-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL SPOOL-FRM ASSIGN TO DISK
                                             "FORMACION/SPOOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-SPOOL-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL SUSCRIP-FRM ASSIGN TO DISK
                                             "FORMACION/SUSCRIP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-SOCIO-FRM
               ALTERNATE RECORD KEY IS SUS-PLAN-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL TARJREGALO-FRM ASSIGN TO DISK
                                             "FORMACION/TARJREGALO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRG-NUMERO-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL TARJSOCIO-FRM ASSIGN TO DISK
                                             "FORMACION/TARJSOCIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TJS-NUMERO-FRM
               ALTERNATE RECORD KEY IS TJS-SOCIO-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL TRASPROP-FRM ASSIGN TO DISK
                                             "FORMACION/TRASPROP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-TRASPROP-FRM
               ALTERNATE RECORD KEY IS TRP-PELI-FRM WITH DUPLICATES
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL VALORA-FRM ASSIGN TO DISK
                                             "FORMACION/VALORA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT OPTIONAL VENTAMER-FRM ASSIGN TO DISK
                                             "FORMACION/VENTAMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMR-CLAVE-FRM
               FILE STATUS IS ESTADO-DESTINO.

               SELECT VACIO ASSIGN TO DISK NOMBRE-VACIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTADO-DESTINO.

               SELECT COPIA ASSIGN TO DISK NOMBRE-COPIA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTADO-COPIA.

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

          FD SALDOS LABEL RECORD STANDARD.
          01 REG-SALDOS.
           02 SDO-SOCIO PIC X(5).
           02 SALDO-SOCIO PIC S9(7)V99.
           02 SITUACION-SOCIO PIC X.
           02 NIVEL-CARTA PIC 9.
           02 FECHA-CARTA PIC 9(8).

          FD VENTAS LABEL RECORD STANDARD.
          01 REG-VENTAS.
           02 NUM-VENTA PIC 9(6).
           02 VTA-FECHA PIC 9(8).
           02 VTA-PELI PIC X(6).
           02 VTA-SOCIO PIC X(5).
           02 VTA-IMPORTE PIC 9(4)V99.
           02 VTA-IVA PIC 9(4)V99.

          FD TICKETS LABEL RECORD STANDARD.
          01 REG-TICKETS.
           02 NUM-TICKET PIC 9(6).
           02 TCK-TIPO PIC X(3).
           02 TCK-SALIDA PIC X(8).
           02 TCK-SOCIO PIC X(5).
           02 TCK-PELI PIC X(6).
           02 TCK-TITULO PIC X(30).
           02 TCK-FECHA PIC 9(8).
           02 TCK-IMPORTE PIC 9(7)V99.
           02 TCK-MORA PIC 9(4)V99.
           02 TCK-VENC PIC 9(8).

          FD PEDIDOS LABEL RECORD STANDARD.
          01 REG-PEDIDOS.
           02 CLAVE-PEDIDO.
            03 NUM-PEDIDO PIC X(6).
            03 LIN-PEDIDO PIC 99.
           02 PED-PROV PIC X(4).
           02 PED-FECHA PIC 9(8).
           02 PED-PELI PIC X(6).
           02 PED-TITULO PIC X(30).
           02 PED-COPIAS PIC 99.
           02 PED-COSTE PIC 9(4)V99.
           02 PED-ESTADO PIC X.
           02 PED-FECHA-REC PIC 9(8).

          FD CONTROL-FICH LABEL RECORD STANDARD.
          01 REG-CONTROL.
           02 CTL-CLAVE PIC X(8).
           02 CTL-VALOR PIC 9(8).
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

          FD CONTROL-FRM LABEL RECORD STANDARD.
          01 REG-CONTROL-FRM.
           02 CTL-CLAVE-FRM PIC X(8).
           02 FILLER PIC X(17).

          FD PARAMETROS LABEL RECORD STANDARD.
          01 REG-PARAMETROS.
           02 PAR-CLAVE PIC X(8).
           02 FILLER PIC X(52).

          FD PARAMETROS-FRM LABEL RECORD STANDARD.
          01 REG-PARAMETROS-FRM.
           02 PAR-CLAVE-FRM PIC X(8).
           02 FILLER PIC X(52).

          FD TIPOART LABEL RECORD STANDARD.
          01 REG-TIPOART.
           02 TPA-CODIGO PIC X.
           02 FILLER PIC X(27).

          FD TIPOART-FRM LABEL RECORD STANDARD.
          01 REG-TIPOART-FRM.
           02 TPA-CODIGO-FRM PIC X.
           02 FILLER PIC X(27).

          FD ARTICULO LABEL RECORD STANDARD.
          01 REG-ARTICULO.
           02 ART-PELI PIC X(6).
           02 FILLER PIC X(21).

          FD ARTICULO-FRM LABEL RECORD STANDARD.
          01 REG-ARTICULO-FRM.
           02 ART-PELI-FRM PIC X(6).
           02 FILLER PIC X(21).

          FD EJEMPLAR LABEL RECORD STANDARD.
          01 REG-EJEMPLAR.
           02 CLAVE-EJEMPLAR PIC X(8).
           02 FILLER PIC X(30).

          FD EJEMPLAR-FRM LABEL RECORD STANDARD.
          01 REG-EJEMPLAR-FRM.
           02 CLAVE-EJEMPLAR-FRM PIC X(8).
           02 FILLER PIC X(30).

          FD CATEGORIAS LABEL RECORD STANDARD.
          01 REG-CATEGORIAS.
           02 CAT-CODIGO PIC X.
           02 FILLER PIC X(30).

          FD CATEGORIAS-FRM LABEL RECORD STANDARD.
          01 REG-CATEGORIAS-FRM.
           02 CAT-CODIGO-FRM PIC X.
           02 FILLER PIC X(30).

          FD GENEROS LABEL RECORD STANDARD.
          01 REG-GENEROS.
           02 GEN-NOMBRE PIC X(15).
           02 FILLER PIC X(25).

          FD GENEROS-FRM LABEL RECORD STANDARD.
          01 REG-GENEROS-FRM.
           02 GEN-NOMBRE-FRM PIC X(15).
           02 FILLER PIC X(25).

          FD PROMOCIONES LABEL RECORD STANDARD.
          01 REG-PROMOCIONES.
           02 COD-PROMO PIC X(4).
           02 FILLER PIC X(61).

          FD PROMOCIONES-FRM LABEL RECORD STANDARD.
          01 REG-PROMOCIONES-FRM.
           02 COD-PROMO-FRM PIC X(4).
           02 FILLER PIC X(61).

          FD FESTIVOS LABEL RECORD STANDARD.
          01 REG-FESTIVOS.
           02 FECHA-FESTIVO PIC 9(8).
           02 FILLER PIC X(30).

          FD FESTIVOS-FRM LABEL RECORD STANDARD.
          01 REG-FESTIVOS-FRM.
           02 FECHA-FESTIVO-FRM PIC 9(8).
           02 FILLER PIC X(30).

          FD MOTIVOS LABEL RECORD STANDARD.
          01 REG-MOTIVOS.
           02 MOT-CODIGO PIC X(2).
           02 FILLER PIC X(20).

          FD MOTIVOS-FRM LABEL RECORD STANDARD.
          01 REG-MOTIVOS-FRM.
           02 MOT-CODIGO-FRM PIC X(2).
           02 FILLER PIC X(20).

          FD PLANES LABEL RECORD STANDARD.
          01 REG-PLANES.
           02 PLN-CODIGO PIC X(2).
           02 FILLER PIC X(34).

          FD PLANES-FRM LABEL RECORD STANDARD.
          01 REG-PLANES-FRM.
           02 PLN-CODIGO-FRM PIC X(2).
           02 FILLER PIC X(34).

          FD MERCANCIA LABEL RECORD STANDARD.
          01 REG-MERCANCIA.
           02 MER-SKU PIC X(6).
           02 FILLER PIC X(59).

          FD MERCANCIA-FRM LABEL RECORD STANDARD.
          01 REG-MERCANCIA-FRM.
           02 MER-SKU-FRM PIC X(6).
           02 FILLER PIC X(59).

          FD GASTOS LABEL RECORD STANDARD.
          01 REG-GASTOS.
           02 GTO-CODIGO PIC X(2).
           02 FILLER PIC X(20).

          FD GASTOS-FRM LABEL RECORD STANDARD.
          01 REG-GASTOS-FRM.
           02 GTO-CODIGO-FRM PIC X(2).
           02 FILLER PIC X(20).

          FD FORMACION LABEL RECORD STANDARD.
          01 REG-FORMACION.
           02 FRM-FECHA PIC 9(8).
           02 FILLER PIC X.
           02 FRM-GENERACION PIC 9.
           02 FILLER PIC X.
           02 FRM-FECHA-COPIA PIC 9(8).

          FD ACTIVOS-FRM LABEL RECORD STANDARD.
          01 REG-ACTIVOS-FRM.
           02 ACT-CLAVE-FRM PIC X(8).
           02 FILLER PIC X(56).

          FD ARTSERIE-FRM LABEL RECORD STANDARD.
          01 REG-ARTSERIE-FRM.
           02 SER-CLAVE-FRM PIC X(8).
           02 FILLER PIC X(20).

          FD AVISOS-FRM LABEL RECORD STANDARD.
          01 REG-AVISOS-FRM.
           02 AVI-NUMERO-FRM PIC X(6).
           02 FILLER PIC X(58).

          FD BONOS-FRM LABEL RECORD STANDARD.
          01 REG-BONOS-FRM.
           02 BON-SOCIO-FRM PIC X(5).
           02 FILLER PIC X(19).

          FD CAMPANAS-FRM LABEL RECORD STANDARD.
          01 REG-CAMPANAS-FRM.
           02 CMP-CODIGO-FRM PIC X(4).
           02 FILLER PIC X(76).

          FD CAMPSOCIO-FRM LABEL RECORD STANDARD.
          01 REG-CAMPSOCIO-FRM.
           02 CMS-CLAVE-FRM.
            03 FILLER PIC X(4).
            03 CMS-SOCIO-FRM PIC X(5).
           02 FILLER PIC X(19).

          FD HISTCAP-FRM LABEL RECORD STANDARD.
          01 REG-HISTCAP-FRM.
           02 HCA-CLAVE-FRM PIC X(16).
           02 FILLER PIC X(8).

          FD CARGOEMP-FRM LABEL RECORD STANDARD.
          01 REG-CARGOEMP-FRM.
           02 CGE-TICKET-FRM PIC X(6).
           02 CGE-EMPRESA-FRM PIC X(4).
           02 FILLER PIC X(28).

          FD CIERRES-FRM LABEL RECORD STANDARD.
          01 REG-CIERRES-FRM.
           02 CLAVE-CIE-FRM PIC X(10).
           02 FILLER PIC X(31).

          FD CONSENTIM-FRM LABEL RECORD STANDARD.
          01 REG-CONSENTIM-FRM.
           02 CNS-SOCIO-FRM PIC X(5).
           02 FILLER PIC X(116).

          FD CONTRATOS-FRM LABEL RECORD STANDARD.
          01 REG-CONTRATOS-FRM.
           02 CON-PELI-FRM PIC X(6).
           02 CON-PROV-FRM PIC X(4).
           02 FILLER PIC X(35).

          FD CUENTAS-MAP LABEL RECORD STANDARD.
          01 REG-CUENTAS-MAP.
           02 MAP-CLAVE PIC X(10).
           02 FILLER PIC X(36).

          FD CUENTAS-MAP-FRM LABEL RECORD STANDARD.
          01 REG-CUENTAS-MAP-FRM.
           02 MAP-CLAVE-FRM PIC X(10).
           02 FILLER PIC X(36).

          FD CUOTAS-FRM LABEL RECORD STANDARD.
          01 REG-CUOTAS-FRM.
           02 CUO-SOCIO-FRM PIC X(5).
           02 FILLER PIC X(22).

          FD DEPOSITOS-FRM LABEL RECORD STANDARD.
          01 REG-DEPOSITOS-FRM.
           02 DEP-NUMERO-FRM PIC X(10).
           02 FILLER PIC X(113).

          FD DEVPROV-FRM LABEL RECORD STANDARD.
          01 REG-DEVPROV-FRM.
           02 DVP-NUMERO-FRM PIC X(6).
           02 DVP-PROV-FRM PIC X(4).
           02 FILLER PIC X(121).

          FD DOMCUADRE-FRM LABEL RECORD STANDARD.
          01 REG-DOMCUADRE-FRM.
           02 CDR-CLAVE-FRM PIC X(12).
           02 FILLER PIC X(38).

          FD DOMICILIO-FRM LABEL RECORD STANDARD.
          01 REG-DOMICILIO-FRM.
           02 DOM-NUMERO-FRM PIC X(6).
           02 FILLER PIC X(190).

          FD EMPRESAS-FRM LABEL RECORD STANDARD.
          01 REG-EMPRESAS-FRM.
           02 EMP-CODIGO-FRM PIC X(4).
           02 FILLER PIC X(115).

          FD EMPSOCIO-FRM LABEL RECORD STANDARD.
          01 REG-EMPSOCIO-FRM.
           02 ESO-SOCIO-FRM PIC X(5).
           02 ESO-EMPRESA-FRM PIC X(4).
           02 FILLER PIC X(8).

          FD ESTADIS-FRM LABEL RECORD STANDARD.
          01 REG-ESTADIS-FRM.
           02 CLAVE-EST-FRM.
            03 FILLER PIC X(10).
            03 EST-PELI-FRM PIC X(6).
           02 FILLER PIC X(42).

          FD ESTADTMP-FRM LABEL RECORD STANDARD.
          01 REG-ESTADTMP-FRM.
           02 CLAVE-TMP-FRM PIC X(16).
           02 FILLER PIC X(42).

          FD FACTCLI-FRM LABEL RECORD STANDARD.
          01 REG-FACTCLI-FRM.
           02 FCL-NUMERO-FRM PIC X(6).
           02 FCL-EMPRESA-FRM PIC X(4).
           02 FILLER PIC X(89).

          FD FACTURAS-FRM LABEL RECORD STANDARD.
          01 REG-FACTURAS-FRM.
           02 FAC-CLAVE-FRM PIC X(14).
           02 FILLER PIC X(35).

          FD FIANZAS-FRM LABEL RECORD STANDARD.
          01 REG-FIANZAS-FRM.
           02 FZA-SALIDA-FRM PIC X(8).
           02 FILLER PIC X(37).

          FD INCIDENCIAS-FRM LABEL RECORD STANDARD.
          01 REG-INCIDENCIAS-FRM.
           02 INC-NUMERO-FRM PIC X(6).
           02 INC-SOCIO-FRM PIC X(5).
           02 FILLER PIC X(8).
           02 INC-PELI-FRM PIC X(6).
           02 FILLER PIC X(113).

          FD OPERADOR LABEL RECORD STANDARD.
          01 REG-OPERADOR.
           02 COD-OPER PIC X(4).
           02 FILLER PIC X(29).

          FD OPERADOR-FRM LABEL RECORD STANDARD.
          01 REG-OPERADOR-FRM.
           02 COD-OPER-FRM PIC X(4).
           02 FILLER PIC X(29).

          FD PAGOPROV-FRM LABEL RECORD STANDARD.
          01 REG-PAGOPROV-FRM.
           02 PAG-CLAVE-FRM PIC X(14).
           02 FILLER PIC X(18).

          FD PERDIDAS-FRM LABEL RECORD STANDARD.
          01 REG-PERDIDAS-FRM.
           02 PER-SALIDA-FRM PIC X(8).
           02 FILLER PIC X(44).

          FD PINSOCIO-FRM LABEL RECORD STANDARD.
          01 REG-PINSOCIO-FRM.
           02 PIN-SOCIO-FRM PIC X(5).
           02 FILLER PIC X(22).

          FD PRESUPUESTO-FRM LABEL RECORD STANDARD.
          01 REG-PRESUPUESTO-FRM.
           02 PRE-CLAVE-FRM PIC X(12).
           02 FILLER PIC X(137).

          FD PROVEEDOR LABEL RECORD STANDARD.
          01 REG-PROVEEDOR.
           02 COD-PROV PIC X(4).
           02 NOMBRE-PROV PIC X(30).
           02 FILLER PIC X(40).

          FD PROVEEDOR-FRM LABEL RECORD STANDARD.
          01 REG-PROVEEDOR-FRM.
           02 COD-PROV-FRM PIC X(4).
           02 NOMBRE-PROV-FRM PIC X(30).
           02 FILLER PIC X(40).

          FD PUESTOS-FRM LABEL RECORD STANDARD.
          01 REG-PUESTOS-FRM.
           02 PUE-NOMBRE-FRM PIC X(8).
           02 FILLER PIC X(16).

          FD PUNTOS-FRM LABEL RECORD STANDARD.
          01 REG-PUNTOS-FRM.
           02 PTO-SOCIO-FRM PIC X(5).
           02 FILLER PIC X(13).

          FD RECEPPED-FRM LABEL RECORD STANDARD.
          01 REG-RECEPPED-FRM.
           02 RCP-CLAVE-FRM PIC X(8).
           02 FILLER PIC X(35).

          FD REPARTO LABEL RECORD STANDARD.
          01 REG-REPARTO.
           02 REP-CLAVE PIC X(8).
           02 REP-ACTOR PIC X(25).

          FD REPARTO-FRM LABEL RECORD STANDARD.
          01 REG-REPARTO-FRM.
           02 REP-CLAVE-FRM PIC X(8).
           02 REP-ACTOR-FRM PIC X(25).

          FD REPOSICION LABEL RECORD STANDARD.
          01 REG-REPOSICION.
           02 REP-CLASE PIC X(1).
           02 FILLER PIC X(9).

          FD REPOSICION-FRM LABEL RECORD STANDARD.
          01 REG-REPOSICION-FRM.
           02 REP-CLASE-FRM PIC X(1).
           02 FILLER PIC X(9).

          FD RESERVA-FRM LABEL RECORD STANDARD.
          01 REG-RESERVA-FRM.
           02 CLAVE-RESERVA-FRM PIC X(11).
           02 FILLER PIC X(17).

          FD SPOOL-FRM LABEL RECORD STANDARD.
          01 REG-SPOOL-FRM.
           02 NUM-SPOOL-FRM PIC X(6).
           02 FILLER PIC X(48).

          FD SUSCRIP-FRM LABEL RECORD STANDARD.
          01 REG-SUSCRIP-FRM.
           02 SUS-SOCIO-FRM PIC X(5).
           02 SUS-PLAN-FRM PIC X(2).
           02 FILLER PIC X(31).

          FD TARJREGALO-FRM LABEL RECORD STANDARD.
          01 REG-TARJREGALO-FRM.
           02 TRG-NUMERO-FRM PIC X(6).
           02 FILLER PIC X(39).

          FD TARJSOCIO-FRM LABEL RECORD STANDARD.
          01 REG-TARJSOCIO-FRM.
           02 TJS-NUMERO-FRM PIC X(10).
           02 TJS-SOCIO-FRM PIC X(5).
           02 FILLER PIC X(18).

          FD TRASPROP-FRM LABEL RECORD STANDARD.
          01 REG-TRASPROP-FRM.
           02 CLAVE-TRASPROP-FRM PIC X(9).
           02 FILLER PIC X(8).
           02 TRP-PELI-FRM PIC X(6).
           02 FILLER PIC X(53).

          FD VALORA-FRM LABEL RECORD STANDARD.
          01 REG-VALORA-FRM.
           02 VAL-CLAVE-FRM PIC X(11).
           02 FILLER PIC X(9).

          FD VENTAMER-FRM LABEL RECORD STANDARD.
          01 REG-VENTAMER-FRM.
           02 VMR-CLAVE-FRM PIC X(8).
           02 FILLER PIC X(45).

          FD VACIO LABEL RECORD STANDARD.
          01 REG-VACIO PIC X.

          FD COPIA LABEL RECORD STANDARD.
          01 REG-COPIA PIC X(160).

        WORKING-STORAGE SECTION.
        77 ESTADO-ORIGEN PIC XX.
        77 ESTADO-DESTINO PIC XX.
        77 ESTADO-CONTROL PIC XX.
        77 ESTADO-COPIA PIC XX.
        77 NOMBRE-COPIA PIC X(15).
        77 GENERACION PIC 9.
        77 FECHA-COPIA PIC 9(8).
        77 FECHA-SISTEMA PIC X(8).
        77 EN-FORMACION PIC X.
        77 ACCION-FORMACION PIC X VALUE 'C'.
        77 NOMBRE-VACIO PIC X(28).
        77 RESPU PIC X.
        77 RES PIC X.
         88 CORRECTA VALUE 'S' 's' 'N' 'n'.
        77 FIN-FICH PIC X.
        77 CONT-REGISTROS PIC 9(6).
        77 CONT-PANT PIC ZZZZZ9.
        77 LINEA-PANT PIC 99.
        77 COLUMNA-PANT PIC 99.
        77 IDX-FIC PIC 99.
        77 NUM-FICHEROS PIC 99 VALUE 7.
        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).

        01 FICHEROS-DATOS.
          02 FILLER PIC X(18) VALUE "AMORTIZA.DAT".
          02 FILLER PIC X(18) VALUE "AUDITORIA.DAT".
          02 FILLER PIC X(18) VALUE "CAJA.DAT".
          02 FILLER PIC X(18) VALUE "COBROCLI.DAT".
          02 FILLER PIC X(18) VALUE "DIARIO.DAT".
          02 FILLER PIC X(18) VALUE "MOVSOCIO.DAT".
          02 FILLER PIC X(18) VALUE "MOVTARJ.DAT".
        01 TABLA-FICHEROS REDEFINES FICHEROS-DATOS.
          02 NOMBRE-FICHERO PIC X(18) OCCURS 7 TIMES.

        SCREEN SECTION.
          01 COLOR-PORTADA.
            02 BACKGROUND BLUE.

        PROCEDURE DIVISION.
        INICIO.
                DISPLAY SPACE ERASE.
                PERFORM PORTADA.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                IF EN-FORMACION = 'S'
                  DISPLAY 'La sesion ya esta en modo formacion;'
                  LINE 6 POSITION 15
                  DISPLAY 'entre en modo normal para refrescar'
                  LINE 7 POSITION 15
                ELSE
                  PERFORM OBTENER-GENERACION
                  IF GENERACION = 0
                    DISPLAY 'No hay copia de seguridad de la que partir'
                    LINE 6 POSITION 15
                  ELSE
                    PERFORM CONFIRMAR-REFRESCO
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
                DISPLAY ' REFRESCO DATOS DE FORMACION ' LINE 2
                POSITION 25 REVERSE.

        OBTENER-GENERACION.
                MOVE 0 TO GENERACION.
                MOVE ZEROS TO FECHA-COPIA.
                OPEN INPUT CONTROL-FICH.
                IF ESTADO-CONTROL = "00"
                  MOVE 'COPIASEG' TO CTL-CLAVE
                  READ CONTROL-FICH INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE CTL-VALOR TO GENERACION
                    MOVE CTL-FECHA TO FECHA-COPIA
                  END-READ
                END-IF.
                CLOSE CONTROL-FICH.

        CONFIRMAR-REFRESCO.
                DISPLAY 'Ultima copia de seguridad: generacion'
                LINE 4 POSITION 15
                DISPLAY GENERACION LINE 4 POSITION 53
                DISPLAY 'del' LINE 4 POSITION 55
                DISPLAY FECHA-COPIA LINE 4 POSITION 59
                DISPLAY 'SE BORRARAN LOS DATOS DE FORMACION ACTUALES'
                LINE 16 POSITION 15
                DISPLAY 'CONTINUAR (S/N)?' POSITION 30 LINE 17
                PERFORM UNTIL CORRECTA
                   ACCEPT RES POSITION 48 LINE 17
                END-PERFORM
                IF RES = 'S' OR RES = 's'
                  DISPLAY SPACES LINE 16 POSITION 15 ERASE EOL
                  DISPLAY SPACES LINE 17 POSITION 15 ERASE EOL
                  PERFORM REFRESCAR
                END-IF.

        REFRESCAR.
                OPEN OUTPUT FORMACION
                IF ESTADO-DESTINO NOT = "00"
                  DISPLAY 'No existe el directorio FORMACION'
                  LINE 21 POSITION 15
                ELSE
                  CLOSE FORMACION
                  PERFORM VARYING IDX-FIC FROM 1 BY 1
                          UNTIL IDX-FIC > NUM-FICHEROS
                    PERFORM VACIAR-FICHERO
                  END-PERFORM
                  PERFORM VACIAR-INDEXADOS
                  MOVE 6 TO LINEA-PANT
                  MOVE 5 TO COLUMNA-PANT
                  PERFORM RESTAURAR-PELICULAS
                  PERFORM RESTAURAR-SOCIOS
                  PERFORM RESTAURAR-ALQUILERES
                  PERFORM RESTAURAR-HISTORICO
                  PERFORM RESTAURAR-SALDOS
                  PERFORM RESTAURAR-VENTAS
                  PERFORM RESTAURAR-TICKETS
                  PERFORM RESTAURAR-PEDIDOS
                  PERFORM RESTAURAR-CONTROL
                  MOVE 6 TO LINEA-PANT
                  MOVE 41 TO COLUMNA-PANT
                  PERFORM COPIAR-PARAMETROS
                  PERFORM COPIAR-TIPOART
                  PERFORM COPIAR-ARTICULO
                  PERFORM COPIAR-EJEMPLAR
                  PERFORM COPIAR-CATEGORIAS
                  PERFORM COPIAR-GENEROS
                  PERFORM COPIAR-PROMOCIONES
                  PERFORM COPIAR-FESTIVOS
                  PERFORM COPIAR-MOTIVOS
                  PERFORM COPIAR-PLANES
                  PERFORM COPIAR-MERCANCIA
                  PERFORM COPIAR-GASTOS
                  MOVE 15 TO LINEA-PANT
                  MOVE 5 TO COLUMNA-PANT
                  PERFORM COPIAR-OPERADOR
                  PERFORM COPIAR-PROVEEDOR
                  PERFORM COPIAR-REPARTO
                  PERFORM COPIAR-REPOSICION
                  PERFORM COPIAR-CUENTAMAP
                  PERFORM GRABAR-MARCA
                  MOVE 'REFRESCO' TO AUD-OPERACION
                  MOVE 'FORMACION' TO AUD-ENTIDAD
                  MOVE FECHA-COPIA TO AUD-CLAVE
                  CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                          AUD-CLAVE
                  CANCEL 'AUDITORIA'
                  DISPLAY 'Datos de formacion preparados' LINE 21
                  POSITION 15
                END-IF.

        VACIAR-INDEXADOS.
                OPEN OUTPUT ACTIVOS-FRM.
                CLOSE ACTIVOS-FRM.
                OPEN OUTPUT ARTSERIE-FRM.
                CLOSE ARTSERIE-FRM.
                OPEN OUTPUT AVISOS-FRM.
                CLOSE AVISOS-FRM.
                OPEN OUTPUT BONOS-FRM.
                CLOSE BONOS-FRM.
                OPEN OUTPUT CAMPANAS-FRM.
                CLOSE CAMPANAS-FRM.
                OPEN OUTPUT CAMPSOCIO-FRM.
                CLOSE CAMPSOCIO-FRM.
                OPEN OUTPUT HISTCAP-FRM.
                CLOSE HISTCAP-FRM.
                OPEN OUTPUT CARGOEMP-FRM.
                CLOSE CARGOEMP-FRM.
                OPEN OUTPUT CIERRES-FRM.
                CLOSE CIERRES-FRM.
                OPEN OUTPUT CONSENTIM-FRM.
                CLOSE CONSENTIM-FRM.
                OPEN OUTPUT CONTRATOS-FRM.
                CLOSE CONTRATOS-FRM.
                OPEN OUTPUT CUOTAS-FRM.
                CLOSE CUOTAS-FRM.
                OPEN OUTPUT DEPOSITOS-FRM.
                CLOSE DEPOSITOS-FRM.
                OPEN OUTPUT DEVPROV-FRM.
                CLOSE DEVPROV-FRM.
                OPEN OUTPUT DOMCUADRE-FRM.
                CLOSE DOMCUADRE-FRM.
                OPEN OUTPUT DOMICILIO-FRM.
                CLOSE DOMICILIO-FRM.
                OPEN OUTPUT EMPRESAS-FRM.
                CLOSE EMPRESAS-FRM.
                OPEN OUTPUT EMPSOCIO-FRM.
                CLOSE EMPSOCIO-FRM.
                OPEN OUTPUT ESTADIS-FRM.
                CLOSE ESTADIS-FRM.
                OPEN OUTPUT ESTADTMP-FRM.
                CLOSE ESTADTMP-FRM.
                OPEN OUTPUT FACTCLI-FRM.
                CLOSE FACTCLI-FRM.
                OPEN OUTPUT FACTURAS-FRM.
                CLOSE FACTURAS-FRM.
                OPEN OUTPUT FIANZAS-FRM.
                CLOSE FIANZAS-FRM.
                OPEN OUTPUT INCIDENCIAS-FRM.
                CLOSE INCIDENCIAS-FRM.
                OPEN OUTPUT PAGOPROV-FRM.
                CLOSE PAGOPROV-FRM.
                OPEN OUTPUT PERDIDAS-FRM.
                CLOSE PERDIDAS-FRM.
                OPEN OUTPUT PINSOCIO-FRM.
                CLOSE PINSOCIO-FRM.
                OPEN OUTPUT PRESUPUESTO-FRM.
                CLOSE PRESUPUESTO-FRM.
                OPEN OUTPUT PUESTOS-FRM.
                CLOSE PUESTOS-FRM.
                OPEN OUTPUT PUNTOS-FRM.
                CLOSE PUNTOS-FRM.
                OPEN OUTPUT RECEPPED-FRM.
                CLOSE RECEPPED-FRM.
                OPEN OUTPUT RESERVA-FRM.
                CLOSE RESERVA-FRM.
                OPEN OUTPUT SPOOL-FRM.
                CLOSE SPOOL-FRM.
                OPEN OUTPUT SUSCRIP-FRM.
                CLOSE SUSCRIP-FRM.
                OPEN OUTPUT TARJREGALO-FRM.
                CLOSE TARJREGALO-FRM.
                OPEN OUTPUT TARJSOCIO-FRM.
                CLOSE TARJSOCIO-FRM.
                OPEN OUTPUT TRASPROP-FRM.
                CLOSE TRASPROP-FRM.
                OPEN OUTPUT VALORA-FRM.
                CLOSE VALORA-FRM.
                OPEN OUTPUT VENTAMER-FRM.
                CLOSE VENTAMER-FRM.

        VACIAR-FICHERO.
                MOVE SPACES TO NOMBRE-VACIO.
                STRING 'FORMACION/' DELIMITED BY SIZE
                       NOMBRE-FICHERO(IDX-FIC) DELIMITED BY SPACE
                       INTO NOMBRE-VACIO.
                OPEN OUTPUT VACIO.
                CLOSE VACIO.

        RESTAURAR-PELICULAS.
                MOVE SPACES TO NOMBRE-COPIA.
                STRING 'PELICULA.SG' DELIMITED BY SIZE
                       GENERACION DELIMITED BY SIZE
                       INTO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT COPIA.
                OPEN OUTPUT PELICULA.
                IF ESTADO-COPIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-PELICULA
                      WRITE REG-PELICULA INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE PELICULA.
                CLOSE COPIA.
                PERFORM MOSTRAR-RESULTADO.

        RESTAURAR-SOCIOS.
                MOVE SPACES TO NOMBRE-COPIA.
                STRING 'SOCIOS.SG' DELIMITED BY SIZE
                       GENERACION DELIMITED BY SIZE
                       INTO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT COPIA.
                OPEN OUTPUT SOCIOS.
                IF ESTADO-COPIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-SOCIOS
                      PERFORM ANONIMIZAR-SOCIO
                      WRITE REG-SOCIOS INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE SOCIOS.
                CLOSE COPIA.
                PERFORM MOSTRAR-RESULTADO.

        RESTAURAR-ALQUILERES.
                MOVE SPACES TO NOMBRE-COPIA.
                STRING 'ALQUILER.SG' DELIMITED BY SIZE
                       GENERACION DELIMITED BY SIZE
                       INTO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT COPIA.
                OPEN OUTPUT ALQUILER.
                IF ESTADO-COPIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-ALQUILER
                      WRITE REG-ALQUILER INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE ALQUILER.
                CLOSE COPIA.
                PERFORM MOSTRAR-RESULTADO.

        RESTAURAR-HISTORICO.
                MOVE SPACES TO NOMBRE-COPIA.
                STRING 'ALQ-HIST.SG' DELIMITED BY SIZE
                       GENERACION DELIMITED BY SIZE
                       INTO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT COPIA.
                OPEN OUTPUT ALQUILER-HIST.
                IF ESTADO-COPIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-ALQUILER-HIST
                      WRITE REG-ALQUILER-HIST INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE ALQUILER-HIST.
                CLOSE COPIA.
                PERFORM MOSTRAR-RESULTADO.

        RESTAURAR-SALDOS.
                MOVE SPACES TO NOMBRE-COPIA.
                STRING 'SALDOS.SG' DELIMITED BY SIZE
                       GENERACION DELIMITED BY SIZE
                       INTO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT COPIA.
                OPEN OUTPUT SALDOS.
                IF ESTADO-COPIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-SALDOS
                      WRITE REG-SALDOS INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE SALDOS.
                CLOSE COPIA.
                PERFORM MOSTRAR-RESULTADO.

        RESTAURAR-VENTAS.
                MOVE SPACES TO NOMBRE-COPIA.
                STRING 'VENTAS.SG' DELIMITED BY SIZE
                       GENERACION DELIMITED BY SIZE
                       INTO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT COPIA.
                OPEN OUTPUT VENTAS.
                IF ESTADO-COPIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-VENTAS
                      WRITE REG-VENTAS INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE VENTAS.
                CLOSE COPIA.
                PERFORM MOSTRAR-RESULTADO.

        RESTAURAR-TICKETS.
                MOVE SPACES TO NOMBRE-COPIA.
                STRING 'TICKETS.SG' DELIMITED BY SIZE
                       GENERACION DELIMITED BY SIZE
                       INTO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT COPIA.
                OPEN OUTPUT TICKETS.
                IF ESTADO-COPIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-TICKETS
                      WRITE REG-TICKETS INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE TICKETS.
                CLOSE COPIA.
                PERFORM MOSTRAR-RESULTADO.

        RESTAURAR-PEDIDOS.
                MOVE SPACES TO NOMBRE-COPIA.
                STRING 'PEDIDOS.SG' DELIMITED BY SIZE
                       GENERACION DELIMITED BY SIZE
                       INTO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT COPIA.
                OPEN OUTPUT PEDIDOS.
                IF ESTADO-COPIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-PEDIDOS
                      WRITE REG-PEDIDOS INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE PEDIDOS.
                CLOSE COPIA.
                PERFORM MOSTRAR-RESULTADO.

        RESTAURAR-CONTROL.
                MOVE SPACES TO NOMBRE-COPIA.
                STRING 'CONTROL.SG' DELIMITED BY SIZE
                       GENERACION DELIMITED BY SIZE
                       INTO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT COPIA.
                OPEN OUTPUT CONTROL-FRM.
                IF ESTADO-COPIA = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ COPIA AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      MOVE REG-COPIA TO REG-CONTROL-FRM
                      WRITE REG-CONTROL-FRM INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE CONTROL-FRM.
                CLOSE COPIA.
                PERFORM MOSTRAR-RESULTADO.

        ANONIMIZAR-SOCIO.
                MOVE 'FORMACION' TO APE1
                MOVE COD-SOCIO TO APE2
                MOVE 'SOCIO' TO NOMB
                MOVE SPACES TO DIRECCION
                STRING 'CALLE DE PRUEBA ' DELIMITED BY SIZE
                       COD-SOCIO DELIMITED BY SIZE
                       INTO DIRECCION
                MOVE SPACES TO DNI
                STRING 'F' DELIMITED BY SIZE
                       COD-SOCIO DELIMITED BY SIZE
                       INTO DNI
                MOVE '900000000' TO TELEFONO
                MOVE 1 TO DIA-NAC
                MOVE 1 TO MES-NAC.

        COPIAR-PARAMETROS.
                MOVE 'PARAMETROS.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT PARAMETROS.
                OPEN OUTPUT PARAMETROS-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ PARAMETROS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-PARAMETROS-FRM FROM REG-PARAMETROS
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE PARAMETROS-FRM.
                CLOSE PARAMETROS.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-TIPOART.
                MOVE 'TIPOART.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT TIPOART.
                OPEN OUTPUT TIPOART-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ TIPOART NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-TIPOART-FRM FROM REG-TIPOART
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE TIPOART-FRM.
                CLOSE TIPOART.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-ARTICULO.
                MOVE 'ARTICULO.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT ARTICULO.
                OPEN OUTPUT ARTICULO-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ ARTICULO NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-ARTICULO-FRM FROM REG-ARTICULO
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE ARTICULO-FRM.
                CLOSE ARTICULO.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-EJEMPLAR.
                MOVE 'EJEMPLAR.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT EJEMPLAR.
                OPEN OUTPUT EJEMPLAR-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ EJEMPLAR NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-EJEMPLAR-FRM FROM REG-EJEMPLAR
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE EJEMPLAR-FRM.
                CLOSE EJEMPLAR.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-CATEGORIAS.
                MOVE 'CATEGORIA.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT CATEGORIAS.
                OPEN OUTPUT CATEGORIAS-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ CATEGORIAS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-CATEGORIAS-FRM FROM REG-CATEGORIAS
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE CATEGORIAS-FRM.
                CLOSE CATEGORIAS.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-GENEROS.
                MOVE 'GENEROS.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT GENEROS.
                OPEN OUTPUT GENEROS-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ GENEROS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-GENEROS-FRM FROM REG-GENEROS
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE GENEROS-FRM.
                CLOSE GENEROS.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-PROMOCIONES.
                MOVE 'PROMOCIONES.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT PROMOCIONES.
                OPEN OUTPUT PROMOCIONES-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ PROMOCIONES NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-PROMOCIONES-FRM FROM REG-PROMOCIONES
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE PROMOCIONES-FRM.
                CLOSE PROMOCIONES.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-FESTIVOS.
                MOVE 'FESTIVOS.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT FESTIVOS.
                OPEN OUTPUT FESTIVOS-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ FESTIVOS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-FESTIVOS-FRM FROM REG-FESTIVOS
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE FESTIVOS-FRM.
                CLOSE FESTIVOS.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-MOTIVOS.
                MOVE 'MOTIVO.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT MOTIVOS.
                OPEN OUTPUT MOTIVOS-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ MOTIVOS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-MOTIVOS-FRM FROM REG-MOTIVOS
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE MOTIVOS-FRM.
                CLOSE MOTIVOS.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-PLANES.
                MOVE 'PLANES.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT PLANES.
                OPEN OUTPUT PLANES-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ PLANES NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-PLANES-FRM FROM REG-PLANES
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE PLANES-FRM.
                CLOSE PLANES.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-MERCANCIA.
                MOVE 'MERCANCIA.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT MERCANCIA.
                OPEN OUTPUT MERCANCIA-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ MERCANCIA NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-MERCANCIA-FRM FROM REG-MERCANCIA
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE MERCANCIA-FRM.
                CLOSE MERCANCIA.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-GASTOS.
                MOVE 'GASTO-COD.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT GASTOS.
                OPEN OUTPUT GASTOS-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ GASTOS NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-GASTOS-FRM FROM REG-GASTOS
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE GASTOS-FRM.
                CLOSE GASTOS.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-OPERADOR.
                MOVE 'OPERADOR.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT OPERADOR.
                OPEN OUTPUT OPERADOR-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ OPERADOR NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-OPERADOR-FRM FROM REG-OPERADOR
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE OPERADOR-FRM.
                CLOSE OPERADOR.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-PROVEEDOR.
                MOVE 'PROVEEDOR.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT PROVEEDOR.
                OPEN OUTPUT PROVEEDOR-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ PROVEEDOR NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-PROVEEDOR-FRM FROM REG-PROVEEDOR
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE PROVEEDOR-FRM.
                CLOSE PROVEEDOR.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-REPARTO.
                MOVE 'REPARTO.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT REPARTO.
                OPEN OUTPUT REPARTO-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ REPARTO NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-REPARTO-FRM FROM REG-REPARTO
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE REPARTO-FRM.
                CLOSE REPARTO.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-REPOSICION.
                MOVE 'REPOSICION.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT REPOSICION.
                OPEN OUTPUT REPOSICION-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ REPOSICION NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-REPOSICION-FRM FROM REG-REPOSICION
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE REPOSICION-FRM.
                CLOSE REPOSICION.
                PERFORM MOSTRAR-RESULTADO.

        COPIAR-CUENTAMAP.
                MOVE 'CUENTAMAP.DAT' TO NOMBRE-COPIA.
                MOVE ZEROS TO CONT-REGISTROS.
                OPEN INPUT CUENTAS-MAP.
                OPEN OUTPUT CUENTAS-MAP-FRM.
                IF ESTADO-ORIGEN = "00"
                  MOVE 'N' TO FIN-FICH
                  PERFORM UNTIL FIN-FICH = 'S'
                    READ CUENTAS-MAP NEXT RECORD AT END
                      MOVE 'S' TO FIN-FICH
                    NOT AT END
                      WRITE REG-CUENTAS-MAP-FRM FROM REG-CUENTAS-MAP
                      INVALID KEY
                        CONTINUE
                      NOT INVALID KEY
                        ADD 1 TO CONT-REGISTROS
                      END-WRITE
                    END-READ
                  END-PERFORM
                END-IF.
                CLOSE CUENTAS-MAP-FRM.
                CLOSE CUENTAS-MAP.
                PERFORM MOSTRAR-RESULTADO.

        GRABAR-MARCA.
                MOVE FUNCTION CURRENT-DATE TO FECHA-SISTEMA.
                OPEN OUTPUT FORMACION.
                IF ESTADO-DESTINO = "00"
                  MOVE SPACES TO REG-FORMACION
                  MOVE FUNCTION NUMVAL(FECHA-SISTEMA) TO FRM-FECHA
                  MOVE GENERACION TO FRM-GENERACION
                  MOVE FECHA-COPIA TO FRM-FECHA-COPIA
                  WRITE REG-FORMACION
                END-IF.
                CLOSE FORMACION.

        MOSTRAR-RESULTADO.
                MOVE CONT-REGISTROS TO CONT-PANT.
                DISPLAY NOMBRE-COPIA LINE LINEA-PANT
                POSITION COLUMNA-PANT.
                ADD 16 TO COLUMNA-PANT.
                DISPLAY CONT-PANT LINE LINEA-PANT POSITION COLUMNA-PANT.
                SUBTRACT 16 FROM COLUMNA-PANT.
                ADD 1 TO LINEA-PANT.
