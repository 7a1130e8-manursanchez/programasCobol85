               RECORD KEY IS CTL-CLAVE
               FILE STATUS IS ESTADO-CONTROL.

               SELECT OPTIONAL CONSENTIM ASSIGN TO DISK
                                             "CONSENTIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-SOCIO
               FILE STATUS IS ESTADO-CONSENTIM.

        DATA DIVISION.

        FILE SECTION.
           02 CTL-ESTADO PIC X.
           02 CTL-FECHA PIC 9(8).

          FD CONSENTIM LABEL RECORD STANDARD.
          01 REG-CONSENTIM.
           02 CNS-SOCIO PIC X(5).
           02 CNS-PERMISO OCCURS 4 TIMES.
            03 CNS-ESTADO PIC X.
            03 CNS-FECHA PIC 9(8).
            03 CNS-OPERADOR PIC X(20).

        WORKING-STORAGE SECTION.
         77 ESTADO-SOCIOS PIC XX.
         77 ESTADO-AVISOS PIC XX.
         77 ESTADO-CONTROL PIC XX.
         77 EN-FORMACION PIC X.
         77 ACCION-FORMACION PIC X VALUE 'C'.
         77 ESTADO-CONSENTIM PIC XX.
         77 PERMITIDO PIC X.
         77 PERMISO-PUBLICIDAD PIC X.
         77 PERMISO-SMS PIC X.
         77 PERMISO-CORREO PIC X.
         77 EXISTE-CONTROL PIC X.
         77 FECHA-SISTEMA PIC X(8).
         77 NUMERO-AVISO PIC 9(6).
         77 DTR-PROGRAMA PIC X(18) VALUE 'AVISO'.
         77 DTR-FICHERO PIC X(8).
         77 DTR-OPERACION PIC X.
         77 DTR-ANTES PIC X(160).
         77 DTR-DESPUES PIC X(160).

        LINKAGE SECTION.
         77 LK-SOCIO PIC X(5).

        PROCEDURE DIVISION USING LK-SOCIO LK-TIPO LK-TEXTO.
          INICIO.
                CALL 'MODO-FORMACION' USING EN-FORMACION
                                            ACCION-FORMACION.
                CANCEL 'MODO-FORMACION'.
                IF EN-FORMACION = 'S'
                  EXIT PROGRAM
                END-IF.
                PERFORM CARGAR-SOCIO.
                PERFORM LEER-CONSENTIMIENTO.
                IF LK-TIPO = 'CMP' AND PERMISO-PUBLICIDAD NOT = 'S'
                  EXIT PROGRAM
                END-IF.
                PERFORM OBTENER-NUMERO.
                PERFORM GRABAR-AVISO.
            EXIT PROGRAM.

                READ CONTROL-FICH INVALID KEY
                  MOVE 'N' TO EXISTE-CONTROL
                END-READ.
                MOVE REG-CONTROL TO DTR-ANTES.
                IF EXISTE-CONTROL = 'N'
                  MOVE 'AVISO' TO CTL-CLAVE
                  MOVE ZEROS TO CTL-VALOR
                IF EXISTE-CONTROL = 'N'
                  WRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE SPACES TO DTR-ANTES
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'A' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-WRITE
                ELSE
                  REWRITE REG-CONTROL INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'CONTROL' TO DTR-FICHERO
                    MOVE 'M' TO DTR-OPERACION
                    MOVE REG-CONTROL TO DTR-DESPUES
                    PERFORM ANOTAR-DIARIO
                  END-REWRITE
                END-IF.
                CLOSE CONTROL-FICH.
                END-READ.
                CLOSE SOCIOS.

          LEER-CONSENTIMIENTO.
                MOVE 'N' TO PERMISO-PUBLICIDAD.
                MOVE 'N' TO PERMISO-SMS.
                MOVE 'N' TO PERMISO-CORREO.
                OPEN INPUT CONSENTIM.
                IF ESTADO-CONSENTIM = "00"
                  MOVE LK-SOCIO TO CNS-SOCIO
                  READ CONSENTIM INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE CNS-ESTADO(1) TO PERMISO-PUBLICIDAD
                    MOVE CNS-ESTADO(2) TO PERMISO-SMS
                    MOVE CNS-ESTADO(3) TO PERMISO-CORREO
                  END-READ
                  CLOSE CONSENTIM
                END-IF.
                MOVE 'S' TO PERMITIDO.
                IF PREF-CONTACTO = 'S' AND PERMISO-SMS NOT = 'S'
                  MOVE 'N' TO PERMITIDO
                END-IF.
                IF PREF-CONTACTO = 'C' AND PERMISO-CORREO NOT = 'S'
                  MOVE 'N' TO PERMITIDO
                END-IF.
                IF PERMITIDO = 'N'
                  MOVE 'T' TO PREF-CONTACTO
                END-IF.

          GRABAR-AVISO.
                OPEN I-O AVISOS.
                MOVE NUMERO-AVISO TO AVI-NUMERO.
                  CONTINUE
                END-WRITE.
                CLOSE AVISOS.

          ANOTAR-DIARIO.
                CALL 'DIARIO-TRANS' USING DTR-PROGRAMA DTR-FICHERO
                     DTR-OPERACION DTR-ANTES DTR-DESPUES
                CANCEL 'DIARIO-TRANS'.
