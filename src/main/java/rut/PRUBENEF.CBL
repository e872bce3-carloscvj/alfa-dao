                      FRAUDE.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Empresas del grupo: el ALTA trae
*********************               un tercer campo con la empresa de
*********************               PRUEMPRESA para la que se aprueba
*********************               (BEN-EMPRESA; en blanco vale para
*********************               todo el grupo) y LISTA con una
*********************               empresa en el detalle saca los
*********************               suyos y los de todo el grupo. El
*********************               registro crece: un
*********************               BENEFICIARIOS.DAT anterior se
*********************               reorganiza con PRUREORG.
********************* 02/09/2026 CVJ - Version inicial. EL DETALLE DEL
*********************               ALTA TRAE "titular;aprobador"; LA
*********************               FECHA DE APROBACION SE ESTAMPA
           03 BEN-TITULAR    PIC X(40).
           03 BEN-FECHA      PIC X(8).
           03 BEN-APROBADOR  PIC X(15).
           03 BEN-EMPRESA    PIC X(3).

       WORKING-STORAGE SECTION.

       77  WS-FECHA-HOY      PIC X(8).
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       01  WS-BEN-RESP       PIC X(200).
       77  WS-EMP-ACCION     PIC X(8) VALUE "CONSULTA".
       77  WS-EMP-FILTRO     PIC X(3).
       01  WS-EMP-DETALLE    PIC X(160).

       LINKAGE SECTION.

       PROCESOS.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM ALTA-BENEFICIARIO THRU FIN-ALTA-BENEFICIARIO
               WHEN "BAJA"
                    PERFORM BAJA-BENEFICIARIO
               WHEN "LISTA"
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 BEN-TITULAR
                 BEN-APROBADOR
                 BEN-EMPRESA
           END-UNSTRING.
           IF BEN-EMPRESA NOT = SPACES
              MOVE SPACES TO WS-EMP-DETALLE
              CALL "PRUEMPRESA" USING WS-EMP-ACCION BEN-EMPRESA
                                      WS-EMP-DETALLE
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "|BENEFERROR|EMPRESA|" BEN-EMPRESA "|"
                         UPON SYSOUT
                 MOVE 1 TO RETURN-CODE
                 GO TO FIN-ALTA-BENEFICIARIO
              END-IF
           END-IF.
           MOVE WS-FECHA-HOY TO BEN-FECHA.
           WRITE REG-BENEFICIARIOS
               INVALID KEY

       LISTADO SECTION.
       LISTA-BENEFICIARIOS.
           MOVE DETALLE(1:3) TO WS-EMP-FILTRO.
           MOVE LOW-VALUES TO BEN-IBAN.
           START BENEFICIARIOS KEY NOT LESS BEN-IBAN
               INVALID KEY
               AT END
                  GO TO FIN-LEER-BENEFICIARIOS
           END-READ.
           IF WS-EMP-FILTRO NOT = SPACES AND BEN-EMPRESA NOT = SPACES
              AND BEN-EMPRESA NOT = WS-EMP-FILTRO
              GO TO LEER-BENEFICIARIOS
           END-IF.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-BEN-RESP.
           STRING "|BENEF|" DELIMITED BY SIZE
                  "|APROBADO:" BEN-FECHA
                  "|POR:" DELIMITED BY SIZE
                  BEN-APROBADOR DELIMITED BY SPACE
                  "|EMPRESA:" BEN-EMPRESA "|" DELIMITED BY SIZE
                  INTO WS-BEN-RESP
           END-STRING.
           DISPLAY WS-BEN-RESP UPON SYSOUT.
