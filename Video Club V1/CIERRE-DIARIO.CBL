        77 PASO-ACTUAL PIC 99.
        77 EXISTE-PASO PIC X.
        77 PASOS-COMPLETOS PIC 99.
        77 NUM-PASOS PIC 99 VALUE 15.
        77 LINEA-PANT PIC 99.
        77 PROGRAMA-PASO PIC X(18).
        77 MODO-LOTE PIC X VALUE 'S'.
        77 CUADRE-OK PIC X.
        77 CADENA-DETENIDA PIC X.
        77 ESTADO-PUESTOS PIC XX.
        77 ESTADO-SESION PIC XX.
        77 NOMBRE-SESION PIC X(20).
                MOVE FUNCTION NUMVAL(FECHA-HORA-SISTEMA(1:8))
                  TO FECHA-HOY-YMD.
                PERFORM CONTAR-PASOS-COMPLETOS.
                IF PASOS-COMPLETOS = NUM-PASOS
                  DISPLAY 'El cierre de hoy ya fue realizado'
                  LINE 10 POSITION 23
                ELSE
        CONTAR-PASOS-COMPLETOS.
                MOVE 0 TO PASOS-COMPLETOS
                PERFORM VARYING PASO-ACTUAL FROM 1 BY 1
                        UNTIL PASO-ACTUAL > NUM-PASOS
                  MOVE FECHA-HOY-YMD TO FECHA-CIE
                  MOVE PASO-ACTUAL TO PASO-CIE
                  MOVE 'S' TO EXISTE-PASO

        EJECUTAR-CADENA.
                MOVE 6 TO LINEA-PANT
                MOVE 'N' TO CADENA-DETENIDA
                PERFORM VARYING PASO-ACTUAL FROM 1 BY 1
                        UNTIL PASO-ACTUAL > NUM-PASOS
                           OR CADENA-DETENIDA = 'S'
                  PERFORM NOMBRE-DEL-PASO
                  MOVE FECHA-HOY-YMD TO FECHA-CIE
                  MOVE PASO-ACTUAL TO PASO-CIE
                  END-IF
                  ADD 1 TO LINEA-PANT
                END-PERFORM
                IF CADENA-DETENIDA = 'S'
                  DISPLAY 'Cadena de cierre detenida' LINE LINEA-PANT
                  POSITION 15
                ELSE
                  DISPLAY 'Cadena de cierre terminada' LINE LINEA-PANT
                  POSITION 15
                END-IF.

        NOMBRE-DEL-PASO.
                EVALUATE PASO-ACTUAL
                  WHEN 1
                    MOVE 'CUADRE-DIARIO' TO PROGRAMA-PASO
                  WHEN 2
                    MOVE 'ESTADISTICA-DIARIA' TO PROGRAMA-PASO
                  WHEN 3
                    MOVE 'INFORME-MORA' TO PROGRAMA-PASO
                  WHEN 4
                    MOVE 'INFORME-INGRESOS' TO PROGRAMA-PASO
                  WHEN 5
                    MOVE 'AVISO-RENOVACION' TO PROGRAMA-PASO
                  WHEN 6
                    MOVE 'ARCHIVA-ALQUILER' TO PROGRAMA-PASO
                  WHEN 7
                    MOVE 'CADUCA-PUNTOS' TO PROGRAMA-PASO
                  WHEN 8
                    MOVE 'RECLASIFICA' TO PROGRAMA-PASO
                  WHEN 9
                    MOVE 'AVISA-VENCIMIENTOS' TO PROGRAMA-PASO
                  WHEN 10
                    MOVE 'PERDIDA-ALQUILER' TO PROGRAMA-PASO
                  WHEN 11
                    MOVE 'CADUCA-TARJETAS' TO PROGRAMA-PASO
                  WHEN 12
                    MOVE 'RESERVA-WEB' TO PROGRAMA-PASO
                  WHEN 13
                    MOVE 'PUBLICA-CATALOGO' TO PROGRAMA-PASO
                  WHEN 14
                    MOVE 'PROPONE-TRASLADOS' TO PROGRAMA-PASO
                  WHEN 15
                    MOVE 'CAPACIDAD-FICHEROS' TO PROGRAMA-PASO
                END-EVALUATE.

        EJECUTAR-PASO.
                    CONTINUE
                  END-REWRITE
                END-IF
                MOVE 'S' TO CUADRE-OK
                EVALUATE PASO-ACTUAL
                  WHEN 1
                    CALL 'CUADRE-DIARIO' USING MODO-LOTE CUADRE-OK
                    CANCEL 'CUADRE-DIARIO'
                  WHEN 2
                    CALL 'ESTADISTICA-DIARIA' USING MODO-LOTE
                    CANCEL 'ESTADISTICA-DIARIA'
                  WHEN 3
                    CALL 'INFORME-MORA' USING MODO-LOTE
                    CANCEL 'INFORME-MORA'
                  WHEN 4
                    CALL 'INFORME-INGRESOS' USING MODO-LOTE
                    CANCEL 'INFORME-INGRESOS'
                  WHEN 5
                    CALL 'AVISO-RENOVACION' USING MODO-LOTE
                    CANCEL 'AVISO-RENOVACION'
                  WHEN 6
                    CALL 'ARCHIVA-ALQUILER' USING MODO-LOTE
                    CANCEL 'ARCHIVA-ALQUILER'
                  WHEN 7
                    CALL 'CADUCA-PUNTOS' USING MODO-LOTE
                    CANCEL 'CADUCA-PUNTOS'
                  WHEN 8
                    CALL 'RECLASIFICA' USING MODO-LOTE
                    CANCEL 'RECLASIFICA'
                  WHEN 9
                    CALL 'AVISA-VENCIMIENTOS' USING MODO-LOTE
                    CANCEL 'AVISA-VENCIMIENTOS'
                  WHEN 10
                    CALL 'PERDIDA-ALQUILER' USING MODO-LOTE
                    CANCEL 'PERDIDA-ALQUILER'
                  WHEN 11
                    CALL 'CADUCA-TARJETAS' USING MODO-LOTE
                    CANCEL 'CADUCA-TARJETAS'
                  WHEN 12
                    CALL 'RESERVA-WEB' USING MODO-LOTE
                    CANCEL 'RESERVA-WEB'
                  WHEN 13
                    CALL 'PUBLICA-CATALOGO' USING MODO-LOTE
                    CANCEL 'PUBLICA-CATALOGO'
                  WHEN 14
                    CALL 'PROPONE-TRASLADOS' USING MODO-LOTE
                    CANCEL 'PROPONE-TRASLADOS'
                  WHEN 15
                    CALL 'CAPACIDAD-FICHEROS' USING MODO-LOTE
                    CANCEL 'CAPACIDAD-FICHEROS'
                END-EVALUATE
                IF CUADRE-OK = 'N'
                  MOVE 'S' TO CADENA-DETENIDA
                ELSE
                  MOVE FECHA-HOY-YMD TO FECHA-CIE
                  MOVE PASO-ACTUAL TO PASO-CIE
                  READ CIERRES INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'F' TO ESTADO-PASO
                    MOVE FUNCTION CURRENT-DATE TO FECHA-HORA-SISTEMA
                    MOVE FECHA-HORA-SISTEMA(9:6) TO HORA-FIN
                    REWRITE REG-CIERRES INVALID KEY
                      CONTINUE
                    END-REWRITE
                  END-READ
                END-IF
                DISPLAY SPACE ERASE
                PERFORM PORTADA
                DISPLAY PROGRAMA-CIE LINE LINEA-PANT POSITION 15
                IF CADENA-DETENIDA = 'S'
                  DISPLAY 'EL DIA NO CUADRA' LINE LINEA-PANT
                  POSITION 36
                  ADD 1 TO LINEA-PANT
                  DISPLAY 'Cierre detenido: revise el informe de cuadre'
                  LINE LINEA-PANT POSITION 15
                  ADD 1 TO LINEA-PANT
                ELSE
                  DISPLAY 'terminado' LINE LINEA-PANT POSITION 36
                END-IF.

        CONTAR-OTRAS-SESIONES.
                MOVE 0 TO OTRAS-ACTIVAS
