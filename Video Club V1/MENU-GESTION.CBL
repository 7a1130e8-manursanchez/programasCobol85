        77 PERMISO PIC X.
        77 ESPERA PIC X.
        77 MODO-MENU PIC X VALUE 'N'.
        77 CUADRE-OK PIC X.

        LINKAGE SECTION.
         77 LK-NIVEL PIC 9.
                    WHEN 27
                      CALL "TRASLADO-EJEMPLAR"
                      CANCEL "TRASLADO-EJEMPLAR"
                    WHEN 28
                      CALL "PERDIDA-ALQUILER" USING MODO-MENU
                      CANCEL "PERDIDA-ALQUILER"
                    WHEN 29
                      CALL "MANT-REPOSICION"
                      CANCEL "MANT-REPOSICION"
                    WHEN 30
                      CALL "MENU-COMPRAS" USING LK-NIVEL
                      CANCEL "MENU-COMPRAS"
                    WHEN 31
                      CALL "MENU-SOCIOS" USING LK-NIVEL
                      CANCEL "MENU-SOCIOS"
                    WHEN 32
                      CALL "MANT-TIPOART"
                      CANCEL "MANT-TIPOART"
                    WHEN 33
                      CALL "MANT-ARTICULO"
                      CANCEL "MANT-ARTICULO"
                    WHEN 34
                      CALL "MENU-TIENDA" USING LK-NIVEL
                      CANCEL "MENU-TIENDA"
                    WHEN 35
                      CALL "REVISION-EJEMPLAR"
                      CANCEL "REVISION-EJEMPLAR"
                    WHEN 36
                      CALL "INFORME-REVISION"
                      CANCEL "INFORME-REVISION"
                    WHEN 37
                      CALL "CONVIERTE-EJEMPLAR"
                      CANCEL "CONVIERTE-EJEMPLAR"
                    WHEN 38
                      CALL "PROPONE-TRASLADOS" USING MODO-MENU
                      CANCEL "PROPONE-TRASLADOS"
                    WHEN 39
                      CALL "APRUEBA-TRASLADOS"
                      CANCEL "APRUEBA-TRASLADOS"
                    WHEN 40
                      CALL "INFORME-TRASLADOS"
                      CANCEL "INFORME-TRASLADOS"
                    WHEN 41
                      CALL "INFORME-EXCEPCIONES"
                      CANCEL "INFORME-EXCEPCIONES"
                    WHEN 42
                      CALL "MANT-PRESUPUESTO"
                      CANCEL "MANT-PRESUPUESTO"
                    WHEN 43
                      CALL "INFORME-PRESUPUESTO"
                      CANCEL "INFORME-PRESUPUESTO"
                    WHEN 44
                      CALL "CUADRE-DIARIO" USING MODO-MENU CUADRE-OK
                      CANCEL "CUADRE-DIARIO"
                    WHEN 45
                      CALL "RECUPERA-DIARIO"
                      CANCEL "RECUPERA-DIARIO"
                    WHEN 46
                      CALL "CAPACIDAD-FICHEROS" USING MODO-MENU
                      CANCEL "CAPACIDAD-FICHEROS"
                    WHEN 47
                      CALL "ESTADISTICA-DIARIA" USING MODO-MENU
                      CANCEL "ESTADISTICA-DIARIA"
                    WHEN 48
                      CALL "REFRESCA-FORMACION"
                      CANCEL "REFRESCA-FORMACION"
                    WHEN 49
                      CALL "SIMULA-PRECIOS"
                      CANCEL "SIMULA-PRECIOS"
                    WHEN 50
                      CALL "MENU-CAJA" USING LK-NIVEL
                      CANCEL "MENU-CAJA"
                    WHEN 0
                      MOVE "S" TO SALIR
                    WHEN 99
                DISPLAY '25: Monitor Sesiones' LINE 12 POSITION 29
                DISPLAY '26: Afluencia Dia/Hora' LINE 13 POSITION 29
                DISPLAY '27: Traslado Ejemplares' LINE 14 POSITION 29
                DISPLAY '28: Alquileres Perdidos' LINE 15 POSITION 29
                DISPLAY '29: Coste Reposicion' LINE 16 POSITION 29
                DISPLAY '30: Compras y Proveedores' LINE 17 POSITION 29
                DISPLAY '31: Servicios a Socios' LINE 18 POSITION 29
                DISPLAY '32: Tipos de Articulo' LINE 19 POSITION 29
                DISPLAY '33: Juegos y Equipos' LINE 4 POSITION 54
                DISPLAY '34: Tienda y Mostrador' LINE 5 POSITION 54
                DISPLAY '35: Revision Ejemplares' LINE 6 POSITION 54
                DISPLAY '36: Informe de Desgaste' LINE 7 POSITION 54
                DISPLAY '37: Ejemplares a Contador' LINE 8 POSITION 54
                DISPLAY '38: Propuesta Traslados' LINE 9 POSITION 54
                DISPLAY '39: Aprobar Traslados' LINE 10 POSITION 54
                DISPLAY '40: Informe Traslados' LINE 11 POSITION 54
                DISPLAY '41: Excepciones de Caja' LINE 12 POSITION 54
                DISPLAY '42: Presupuesto Mensual' LINE 13 POSITION 54
                DISPLAY '43: Presupuesto vs Real' LINE 14 POSITION 54
                DISPLAY '44: Cuadre Diario' LINE 15 POSITION 54
                DISPLAY '45: Recuperar Diario' LINE 16 POSITION 54
                DISPLAY '46: Capacidad Ficheros' LINE 17 POSITION 54
                DISPLAY '47: Estadistica Diaria' LINE 18 POSITION 54
                DISPLAY '48: Datos de Formacion' LINE 19 POSITION 54
                DISPLAY '49: Simulacion Precios' LINE 20 POSITION 4
                DISPLAY '50: Caja y Bancos' LINE 20 POSITION 29
                DISPLAY ' 0: Volver' LINE 20 POSITION 54
                DISPLAY 'Opcion:' LINE 21 POSITION 32.

                   OR OPCION = 11 OR OPCION = 12 OR OPCION = 13
                   OR OPCION = 15 OR OPCION = 21 OR OPCION = 22
                   OR OPCION = 23 OR OPCION = 24
                   OR OPCION = 28 OR OPCION = 29
                   OR OPCION = 32 OR OPCION = 33 OR OPCION = 37
                   OR OPCION = 39 OR OPCION = 41 OR OPCION = 42
                   OR OPCION = 43 OR OPCION = 44 OR OPCION = 45
                   OR OPCION = 46 OR OPCION = 47 OR OPCION = 48
                   OR OPCION = 49
                    MOVE 'N' TO PERMISO
                  END-IF
                END-IF.
