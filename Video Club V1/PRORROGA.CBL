        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 DTR-PROGRAMA PIC X(18) VALUE 'PRORROGA'.
        77 DTR-FICHERO PIC X(8).
        77 DTR-OPERACION PIC X.
        77 DTR-ANTES PIC X(160).
        77 DTR-DESPUES PIC X(160).

        01 FECHA-NUEVA-DMA.
         02 DIA-NVO PIC 99.
                  DISPLAY 'Ese alquiler no existe' LINE 21
                  POSITION 21
                ELSE
                  IF DEVUELTA NOT = 'N'
                    DISPLAY 'Ese alquiler ya esta cerrado'
                    LINE 21 POSITION 21
                  ELSE
                    IF NUM-PRORROGAS NOT < PRM-MAX-PRORROGAS
                END-PERFORM.

        GRABAR-PRORROGA.
                MOVE REG-ALQUILER TO DTR-ANTES
                MOVE FECHA-NUEVA-YMD(7:2) TO DIA-VENC
                MOVE FECHA-NUEVA-YMD(5:2) TO MES-VENC
                MOVE FECHA-NUEVA-YMD(1:4) TO ANO-VENC
                  DISPLAY 'Error al grabar la prorroga'
                  LINE 21 POSITION 15
                NOT INVALID KEY
                  MOVE 'ALQUILER' TO DTR-FICHERO
                  MOVE 'M' TO DTR-OPERACION
                  MOVE REG-ALQUILER TO DTR-DESPUES
                  PERFORM ANOTAR-DIARIO
                  PERFORM COBRAR-PRORROGA
                  MOVE 'PRORROGA' TO AUD-OPERACION
                  MOVE 'ALQUILER' TO AUD-ENTIDAD

        CERRAR-FICHERO.
                CLOSE ALQUILER.

        ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
