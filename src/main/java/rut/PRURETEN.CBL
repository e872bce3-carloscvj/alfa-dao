                      REPARTIDA EN TRES SITIOS CON TRES CRITERIOS.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - La retencion legal manda sobre
*********************               la politica: un candidato que
*********************               retiene un expediente de PRULEGAL
*********************               no se purga, ni se aparta, ni se
*********************               archiva (|RETENIDO| con el
*********************               expediente; cuenta RETENIDOS en
*********************               |RETENFIN|).
********************* 02/09/2026 CVJ - Una clase puede declarar su
*********************               edad en dias habiles (cuarto
*********************               campo LABORABLES en la linea
       77  WS-APARTADOS      PIC 9(7) VALUE ZEROES.
       77  WS-ARCHIVADOS     PIC 9(7) VALUE ZEROES.
       77  WS-PROTEGIDOS     PIC 9(7) VALUE ZEROES.
       77  WS-RETENIDOS      PIC 9(7) VALUE ZEROES.
       77  WS-LEGAL-ACCION   PIC X(8) VALUE "CONSULTA".
       77  WS-LEGAL-CASO     PIC X(20).
       01  WS-LEGAL-DETALLE  PIC X(1024).
       77  WS-FALLADOS       PIC 9(7) VALUE ZEROES.
       01  WS-RETEN-RESP     PIC X(300).

                  "|CUARENTENA:" WS-APARTADOS
                  "|ARCHIVADOS:" WS-ARCHIVADOS
                  "|PROTEGIDOS:" WS-PROTEGIDOS
                  "|RETENIDOS:" WS-RETENIDOS
                  "|FALLADOS:" WS-FALLADOS "|"
                  DELIMITED BY SIZE
                  INTO WS-RETEN-RESP
              DISPLAY "|PROTEGIDO|" WS-FICHERO "|" UPON SYSOUT
              GO TO FIN-TRATA-CANDIDATO
           END-IF.
           MOVE SPACES TO WS-LEGAL-CASO WS-LEGAL-DETALLE.
           MOVE WS-FICHERO TO WS-LEGAL-DETALLE.
           CALL "PRULEGAL" USING WS-LEGAL-ACCION WS-LEGAL-CASO
                                 WS-LEGAL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              MOVE ZERO TO RETURN-CODE
              ADD 1 TO WS-RETENIDOS
              DISPLAY "|RETENIDO|" WS-FICHERO "|" WS-LEGAL-CASO "|"
                      UPON SYSOUT
              GO TO FIN-TRATA-CANDIDATO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE "N" TO WS-HECHO-BIEN.
           EVALUATE TB-CLA-ACCION(WS-CLA-IDX)
               WHEN "PURGA"
