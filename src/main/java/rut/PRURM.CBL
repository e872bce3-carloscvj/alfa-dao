********************* As� que lo mejor es usar borrarArchivo de la SesionCobol.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Tras protegidos y retenciones
*********************               se pide a PRUACL el derecho de
*********************               borrado en la zona de la ruta: sin
*********************               el no se borra ni se aparta a
*********************               cuarentena (|NOACCESO|, con la
*********************               negativa en el log de PRUACL).
********************* 15/10/2026 CVJ - Tras la lista de protegidos se
*********************               consulta el registro de
*********************               retenciones legales (PRULEGAL):
*********************               lo retenido por un expediente no
*********************               se borra ni se aparta a
*********************               cuarentena (|RETENIDO|, aviso 9L
*********************               en PRUERR con el expediente).
********************* 02/09/2026 CVJ - La purga y el barrido toman el
*********************               cerrojo de su recurso (la lista
*********************               de purga o el directorio barrido)
       77  WS-PROT-K         PIC 999.
       77  WS-COD-PROTEGIDO  PIC XX VALUE "9P".
       77  WS-CTX-PROTEGIDO  PIC X(64) VALUE "PROTEGIDO".
       77  WS-LEGAL-ACCION   PIC X(8) VALUE "CONSULTA".
       77  WS-LEGAL-CASO     PIC X(20).
       01  WS-LEGAL-DETALLE  PIC X(1024).
       77  WS-RETENIDO       PIC X VALUE "N".
           88 RETENIDO-SI    VALUE "S".
       77  WS-COD-RETENIDO   PIC XX VALUE "9L".
       01  WS-CTX-RETENIDO   PIC X(64).
       77  WS-ACL-ACCION     PIC X(8) VALUE "BORRA".
       77  WS-ACL-DETALLE    PIC X(128).

       77  WS-MAX-TXT        PIC X(9).
       77  WS-MAX-BORRADOS   PIC 9(9) VALUE ZEROES.
              MOVE "N" TO WS-VERIFICA-OK
              GO TO FIN-HACIENDOBORRA
           END-IF.
           PERFORM ES-RETENIDO THRU FIN-ES-RETENIDO.
           IF RETENIDO-SI
              DISPLAY "|RETENIDO|" BUFER "|" WS-LEGAL-CASO "|"
                      UPON SYSOUT
              MOVE SPACES TO WS-CTX-RETENIDO
              STRING "RETENCION LEGAL " WS-LEGAL-CASO
                     DELIMITED BY SIZE
                     INTO WS-CTX-RETENIDO
              END-STRING
              CALL "PRUERR" USING WS-COD-RETENIDO BUFER PROG
                                  WS-CTX-RETENIDO
              MOVE "N" TO WS-VERIFICA-OK
              GO TO FIN-HACIENDOBORRA
           END-IF.
           MOVE "PRURM" TO WS-ACL-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUACL" USING WS-ACL-ACCION BUFER WS-ACL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              DISPLAY "|NOACCESO|" BUFER "|" WS-ACL-DETALLE "|"
                      UPON SYSOUT
              MOVE "N" TO WS-VERIFICA-OK
              GO TO FIN-HACIENDOBORRA
           END-IF.
           IF CUARENTENA-SI
              PERFORM MUEVE-A-CUARENTENA
           ELSE
           END-IF.
       FIN-COTEJA-PROTEGIDO.

      *    LAS RETENCIONES LEGALES MANDAN IGUAL QUE LA LISTA, PERO CON
      *    EXPEDIENTE Y FECHA DE FIN; SIN PRULEGAL NO HAY RETENCIONES.
       ES-RETENIDO.
           MOVE "N" TO WS-RETENIDO.
           MOVE SPACES TO WS-LEGAL-CASO WS-LEGAL-DETALLE.
           MOVE BUFER TO WS-LEGAL-DETALLE.
           CALL "PRULEGAL" USING WS-LEGAL-ACCION WS-LEGAL-CASO
                                 WS-LEGAL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              SET RETENIDO-SI TO TRUE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-ES-RETENIDO.

       GUARDIA SECTION.
      *    EL TOPE SOLO ACTUA SI PRURMMAXBORRADOS ESTA FIJADO; LA
      *    EJECUCION PUEDE SALTARSELO EXPRESAMENTE CON PRURMFUERZA=S,
