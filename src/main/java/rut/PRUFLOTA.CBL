                      NODOS ESTAN VIVOS NI QUE BUILD CORREN.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Cabecera |FLOTACENTRAL| CON EL
*********************               NODO CENTRAL ACTIVO SEGUN
*********************               CENTRAL.ACT (LO ESCRIBE PRUESPEJO
*********************               AL ACTIVAR LA RESERVA) Y MARCA
*********************               CENTRAL EN SU LINEA.
********************* 02/09/2026 CVJ - Version inicial. PRUFLOTAHORAS
*********************               FIJA LA VENTANA DE SILENCIO EN
*********************               HORAS (24 SI NO SE FIJA).
                  RECORD KEY IS FLO-NODO
                  FILE STATUS IS ERRORES.

           SELECT CENTRAL
                  ASSIGN TO DYNAMIC WS-CENTRAL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CENTRAL-ESTADO.

       DATA DIVISION.
       FILE SECTION.

           03 FLO-EODFECHA   PIC X(8).
           03 FLO-EODRESULT  PIC X(10).

      *    nodo;dirdatos;dirrom;fecha;hora;anterior (PRUESPEJO).
       FD  CENTRAL.
       01  REG-CENTRAL       PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".
       77  PROG              PIC X(20) VALUE "PRUFLOTA".
       01  VALORDIR          PIC X(128).
       77  WS-FLOTA-PATH     PIC X(200).
       77  WS-CENTRAL-PATH   PIC X(200).
       77  WS-CENTRAL-ESTADO PIC XX.
       77  WS-C-NODO         PIC X(8).
       77  WS-C-DATOS        PIC X(128).
       77  WS-C-ROM          PIC X(128).
       77  WS-C-FECHA        PIC X(8).
       77  WS-C-HORA         PIC X(6).
       77  WS-MARCA-CENTRAL  PIC X(8).

       77  WS-HORAS-TXT      PIC X(5).
       77  WS-HORAS-MAX      PIC 9(5) VALUE 24.
           ELSE
              MOVE "FLOTA.DAT" TO WS-FLOTA-PATH
           END-IF.
           PERFORM LEE-CENTRAL THRU FIN-LEE-CENTRAL.

           OPEN INPUT FLOTA.
           IF ERRORES NOT = "00"
              MOVE "SILENCIO" TO WS-ESTADO-NODO
              ADD 1 TO WS-SILENCIOSOS
           END-IF.
           MOVE SPACES TO WS-MARCA-CENTRAL.
           IF FLO-NODO = WS-C-NODO
              MOVE "CENTRAL|" TO WS-MARCA-CENTRAL
           END-IF.
           MOVE SPACES TO WS-FLOTA-RESP.
           STRING "|FLOTA|" DELIMITED BY SIZE
                  FLO-NODO DELIMITED BY SPACE
                  DELIMITED BY SIZE
                  FLO-EODRESULT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-MARCA-CENTRAL DELIMITED BY SPACE
                  INTO WS-FLOTA-RESP
           END-STRING.
           DISPLAY WS-FLOTA-RESP UPON SYSOUT.
       FIN-PROGRAMA.
           STOP RUN.

       CENTRALES SECTION.
      *    SIN CENTRAL.ACT EL CENTRAL ES EL DE SIEMPRE Y NO SE MARCA.
       LEE-CENTRAL.
           MOVE SPACES TO WS-C-NODO WS-C-DATOS WS-C-ROM WS-C-FECHA
                          WS-C-HORA.
           MOVE SPACES TO WS-CENTRAL-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/CENTRAL.ACT"
                     DELIMITED BY SPACE
                     INTO WS-CENTRAL-PATH
              END-STRING
           ELSE
              MOVE "CENTRAL.ACT" TO WS-CENTRAL-PATH
           END-IF.
           OPEN INPUT CENTRAL.
           IF WS-CENTRAL-ESTADO NOT = "00"
              GO TO FIN-LEE-CENTRAL
           END-IF.
           READ CENTRAL
               AT END
                  MOVE SPACES TO REG-CENTRAL
           END-READ.
           CLOSE CENTRAL.
           IF REG-CENTRAL = SPACES
              GO TO FIN-LEE-CENTRAL
           END-IF.
           UNSTRING REG-CENTRAL DELIMITED BY ";" INTO
                 WS-C-NODO
                 WS-C-DATOS
                 WS-C-ROM
                 WS-C-FECHA
                 WS-C-HORA
           END-UNSTRING.
           MOVE SPACES TO WS-FLOTA-RESP.
           STRING "|FLOTACENTRAL|" DELIMITED BY SIZE
                  WS-C-NODO DELIMITED BY SPACE
                  "|DESDE:" WS-C-FECHA "-" WS-C-HORA
                  "|dd_dir:" DELIMITED BY SIZE
                  WS-C-DATOS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-FLOTA-RESP
           END-STRING.
           DISPLAY WS-FLOTA-RESP UPON SYSOUT.
       FIN-LEE-CENTRAL.

       EDAD SECTION.
      *    MISMA SERIE DE DIAS SIMPLE QUE EL BARRIDO DE PRUCOLA.
       CALCULA-EDAD-HORAS.
