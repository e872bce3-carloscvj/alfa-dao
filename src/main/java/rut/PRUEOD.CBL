                      SALTARSE UNA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Paso ESPEJO: PRUESPEJO con la
*********************               accion de dato1 (REPLICA si no
*********************               viene), p.ej. SIMULACRO para el
*********************               ensayo de conmutacion.
********************* 15/10/2026 CVJ - Pasos HUELLA y DERIVA: HUELLA
*********************               deja la huella de configuracion
*********************               del nodo en HUELLAS.DAT y DERIVA
*********************               la compara con la del nodo de
*********************               referencia, ambos con PRUDERIVA.
*********************               DERIVA termina en ERROR si algun
*********************               nodo difiere.
********************* 02/09/2026 CVJ - El informe se fecha con la
*********************               fecha de proceso del registro de
*********************               PRUFECHA (la del reloj si no hay
           88 PASO-FALLO     VALUE "S".
       77  WS-PASO-RC        PIC S9(5) VALUE ZERO.
       01  WS-DUMMY-NOMBRE   PIC X(256).
       77  WS-DERIVA-ACCION  PIC X(8).
       77  WS-ESPEJO-ACCION  PIC X(10).

       01  WS-HORA-INI.
           03 WS-HH-INI      PIC 9(2).
                        ON EXCEPTION
                           SET PASO-FALLO TO TRUE
                    END-CALL
               WHEN "HUELLA"
                    MOVE "HUELLA" TO WS-DERIVA-ACCION
                    CALL "PRUDERIVA" USING WS-DERIVA-ACCION
                        ON EXCEPTION
                           SET PASO-FALLO TO TRUE
                    END-CALL
               WHEN "DERIVA"
                    MOVE "COMPARA" TO WS-DERIVA-ACCION
                    CALL "PRUDERIVA" USING WS-DERIVA-ACCION
                        ON EXCEPTION
                           SET PASO-FALLO TO TRUE
                    END-CALL
               WHEN "ESPEJO"
                    MOVE WS-DATO1 TO WS-ESPEJO-ACCION
                    IF WS-ESPEJO-ACCION = SPACES
                       MOVE "REPLICA" TO WS-ESPEJO-ACCION
                    END-IF
                    CALL "PRUESPEJO" USING WS-ESPEJO-ACCION
                        ON EXCEPTION
                           SET PASO-FALLO TO TRUE
                    END-CALL
               WHEN OTHER
                    DISPLAY "|EODERROR|PASO|" WS-PASO "|" UPON SYSOUT
                    SET PASO-FALLO TO TRUE
