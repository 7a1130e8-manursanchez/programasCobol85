        77 AUD-OPERACION PIC X(10).
        77 AUD-ENTIDAD PIC X(10).
        77 AUD-CLAVE PIC X(10).
        77 IMPORTE-AUD PIC 9(6)V99.

        01 PARAM-SISTEMA.
         02 PRM-CLAVE PIC X(8).
                    IF CLAVE-INTRO = CLAVE-OPER
                     AND NIVEL-OPER NOT < 2
                      MOVE 'S' TO PERMISO-GASTO
                      MOVE 'AUTORIZA' TO AUD-OPERACION
                      MOVE 'GASTO' TO AUD-ENTIDAD
                      MOVE COD-OPER TO AUD-CLAVE
                      CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                              AUD-CLAVE
                      CANCEL 'AUDITORIA'
                    END-IF
                  END-READ
                END-IF.
                CANCEL 'CAJA'
                MOVE 'GASTO' TO AUD-OPERACION
                MOVE 'CAJA' TO AUD-ENTIDAD
                MOVE IMPORTE-GASTO TO IMPORTE-AUD
                MOVE SPACES TO AUD-CLAVE
                STRING GTO-CODIGO DELIMITED BY SIZE
                       IMPORTE-AUD DELIMITED BY SIZE
                       INTO AUD-CLAVE
                CALL 'AUDITORIA' USING AUD-OPERACION AUD-ENTIDAD
                                        AUD-CLAVE
                CANCEL 'AUDITORIA'
