          02 ENTIDAD-AUD PIC X(10).
          02 FILLER PIC X VALUE SPACES.
          02 CLAVE-AUD PIC X(10).
          02 FILLER PIC X VALUE SPACES.
          02 SUC-AUD PIC X(2).

        LINKAGE SECTION.
         77 LK-OPERACION PIC X(10).
                MOVE LK-OPERACION TO OPERACION-AUD
                MOVE LK-ENTIDAD TO ENTIDAD-AUD
                MOVE LK-CLAVE TO CLAVE-AUD
                CALL 'SUCURSAL' USING SUC-AUD
                CANCEL 'SUCURSAL'
                WRITE REG-AUDITORIA FROM LINEA-AUDITORIA.
                CLOSE AUDITORIA.
            EXIT PROGRAM.
