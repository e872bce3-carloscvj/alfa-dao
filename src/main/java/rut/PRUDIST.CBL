                      REGLAS DE PAIS DISCREPABAN DURANTE DIAS.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - TRAE TOMA EL dd_rom CENTRAL DEL
*********************               CENTRAL.ACT DE dd_dir SI EXISTE
*********************               (RESERVA ACTIVADA POR PRUESPEJO);
*********************               SI NO, PRUDISTCENTRAL COMO ANTES.
********************* 02/09/2026 CVJ - Version inicial. ACCIONES:
*********************               ENCOLA fichero (UNA ENTRADA
*********************               PENDIENTE POR NODO DE NODOS.LST) -
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-NODOS-ESTADO.

           SELECT CENTRAL
                  ASSIGN TO DYNAMIC WS-CENTRAL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CENTRAL-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  NODOS.
       01  REG-NODOS         PIC X(20).

      *    nodo;dirdatos;dirrom;fecha;hora;anterior (PRUESPEJO).
       FD  CENTRAL.
       01  REG-CENTRAL       PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".
       01  VALORDIR          PIC X(128).
       01  VALORROM          PIC X(128).
       01  WS-CENTRAL        PIC X(128).
       77  WS-CENTRAL-PATH   PIC X(200).
       77  WS-CENTRAL-ESTADO PIC XX.
       77  WS-C-NODO         PIC X(8).
       77  WS-C-DATOS        PIC X(128).
       01  WS-DISTRIB-PATH   PIC X(200).
       77  WS-ABIERTO        PIC X VALUE "N".
           88 DISTRIB-ABIERTO VALUE "S".
      *    CON LA MISMA VERIFICACION POR TAMAÑO QUE PRUCP, SE ANOTA
      *    EN EL CATALOGO Y SE ACUSA EN EL MANIFIESTO.
       TRAE-PENDIENTES.
           PERFORM LEE-CENTRAL THRU FIN-LEE-CENTRAL.
           IF WS-CENTRAL = SPACES
              DISPLAY "PRUDISTCENTRAL" UPON ENVIRONMENT-NAME
              ACCEPT WS-CENTRAL FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-CENTRAL = SPACES OR WS-CENTRAL = LOW-VALUES
              DISPLAY "|DISTERROR|SINCENTRAL|" UPON SYSOUT
              GO TO FIN-TRAE-PENDIENTES
           DISPLAY WS-DIST-RESP UPON SYSOUT.
       FIN-TRAE-PENDIENTES.

      *    CON LA RESERVA ACTIVADA EL CENTRAL ES EL DE CENTRAL.ACT.
       LEE-CENTRAL.
           MOVE SPACES TO WS-CENTRAL.
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
           IF REG-CENTRAL NOT = SPACES
              UNSTRING REG-CENTRAL DELIMITED BY ";" INTO
                    WS-C-NODO
                    WS-C-DATOS
                    WS-CENTRAL
              END-UNSTRING
           END-IF.
       FIN-LEE-CENTRAL.

       TRAE-UNO.
           MOVE SPACES TO WS-ORIGEN WS-DESTINO.
           STRING WS-CENTRAL DELIMITED BY SPACE
