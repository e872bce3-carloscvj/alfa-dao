       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUINCID.
       AUTHOR.        CVJ.
       SECURITY.      REGISTRO DE INCIDENCIAS: INCIDEN.DAT BAJO dd_dir
                      (ID CORRELATIVO, REGISTRO 0 COMO CONTADOR, IGUAL
                      QUE LA COLA DE ALERTAS) CON EL CICLO ABIERTA,
                      RECONOCIDA, RESUELTA Y CERRADA, RESPONSABLE Y
                      LA HORA DE CADA PASO; Y INCIDET.DAT CON LAS
                      NOTAS, LOS CAMBIOS DE ESTADO Y LOS VINCULOS A LAS
                      ALERTAS Y A LOS PASOS DE PLAN FALLIDOS QUE LA
                      CAUSARON. PRUERR ABRE UNA POR CADA FATAL (O LO
                      VINCULA A LA QUE YA TENGA VIVA ESE PROGRAMA) Y
                      SRU LAS ABRE A MANO Y LAS LLEVA. HASTA AHORA LA
                      ALERTA SE DESPACHABA Y ESCALABA, PERO DE QUIEN
                      LA ATENDIO, QUE PASABA Y CUANDO SE ARREGLO NO
                      QUEDABA NADA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               ALERTA (id de alerta, detalle
*********************               "programa;codigo;fichero") - PASO
*********************               (detalle "programa;plan;paso;rc")
*********************               - ABRE (detalle "programa;
*********************               titulo", devuelve el id) -
*********************               RECONOCE (detalle: responsable,
*********************               en blanco el usuario) - ASIGNA -
*********************               NOTA - VINCULA (detalle "A;id de
*********************               alerta" o "P;texto del paso") -
*********************               RESUELVE (detalle: como se
*********************               arreglo) - CIERRA - LISTA (las
*********************               no cerradas, TODAS en el detalle
*********************               para todas) - VER - INFORME
*********************               (detalle YYYYMM, en blanco el mes
*********************               en curso: cuantas, tiempo medio
*********************               hasta reconocer y hasta resolver
*********************               en minutos, y repetidas por
*********************               programa). UN RECHAZO DEVUELVE
*********************               RC 1.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INCIDENCIAS
                  ASSIGN TO DYNAMIC WS-INC-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INC-ID
                  FILE STATUS IS WS-INC-ESTADO.

           SELECT INCDETALLE
                  ASSIGN TO DYNAMIC WS-DET-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IND-CLAVE
                  FILE STATUS IS WS-DET-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  INCIDENCIAS.
       01  REG-INCIDENCIAS.
           03 INC-ID         PIC 9(9).
           03 INC-ESTADO     PIC X.
              88 INC-ABIERTA     VALUE "A".
              88 INC-RECONOCIDA  VALUE "R".
              88 INC-RESUELTA    VALUE "S".
              88 INC-CERRADA     VALUE "C".
              88 INC-VIVA        VALUE "A" "R".
      *       A POR ALERTA, P POR PASO DE PLAN, M A MANO.
           03 INC-ORIGEN     PIC X.
           03 INC-PROGRAMA   PIC X(20).
           03 INC-TITULO     PIC X(60).
           03 INC-RESPONSABLE PIC X(15).
           03 INC-ABRE-FECHA   PIC X(8).
           03 INC-ABRE-HORA    PIC X(8).
           03 INC-RECON-FECHA  PIC X(8).
           03 INC-RECON-HORA   PIC X(8).
           03 INC-RESUEL-FECHA PIC X(8).
           03 INC-RESUEL-HORA  PIC X(8).
           03 INC-CIERRE-FECHA PIC X(8).
           03 INC-CIERRE-HORA  PIC X(8).
           03 INC-ALERTAS    PIC 9(5).
           03 INC-PASOS      PIC 9(5).
           03 INC-NDET       PIC 9(4).
      *    EL REGISTRO CON ID 0 ES EL CONTADOR DE IDS.
       01  REG-INCIDENCIAS-CONTROL.
           03 INC-C-ID       PIC 9(9).
           03 INC-C-ULTIMO   PIC 9(9).
           03 FILLER         PIC X(166).

      *    N NOTA, E CAMBIO DE ESTADO, A ALERTA, P PASO DE PLAN.
       FD  INCDETALLE.
       01  REG-INCDETALLE.
           03 IND-CLAVE.
              05 IND-ID      PIC 9(9).
              05 IND-SEQ     PIC 9(4).
           03 IND-TIPO       PIC X.
           03 IND-FECHA      PIC X(8).
           03 IND-HORA       PIC X(8).
           03 IND-USUARIO    PIC X(15).
           03 IND-TEXTO      PIC X(160).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUINCID".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       77  WS-INC-PATH       PIC X(200).
       77  WS-INC-ESTADO     PIC XX.
       77  WS-DET-PATH       PIC X(200).
       77  WS-DET-ESTADO     PIC XX.
       77  WS-ABIERTO        PIC X VALUE "N".
           88 INCID-ABIERTO  VALUE "S".

       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-ID-LONG        PIC 9.
       77  WS-ID-NUM         PIC 9(9).
       77  WS-INC-SIGUIENTE  PIC 9(9).
       77  WS-VIVA-ID        PIC 9(9).
       77  WS-INC-RESP       PIC X(300).

       77  WS-D-PROGRAMA     PIC X(20).
       77  WS-D-CAMPO2       PIC X(60).
       77  WS-D-CAMPO3       PIC X(128).
       77  WS-D-CAMPO4       PIC X(10).
       77  WS-D-TIPO         PIC X.
       77  WS-D-RESTO        PIC X(160).
       77  WS-D-PTR          PIC 999.

       77  WS-DET-TIPO       PIC X.
       01  WS-DET-TEXTO      PIC X(160).
       77  WS-SOLO-VIVAS     PIC X.
       77  WS-LISTADAS       PIC 9(5) VALUE ZEROES.

      *    INFORME MENSUAL. LOS MINUTOS SALEN DE LA MISMA SERIE DE
      *    DIAS SIMPLE QUE USA PRUAVISO PARA ESCALAR.
       77  WS-MES            PIC X(6).
       77  WS-INF-TOTAL      PIC 9(5) VALUE ZEROES.
       77  WS-INF-ALERTA     PIC 9(5) VALUE ZEROES.
       77  WS-INF-PASO       PIC 9(5) VALUE ZEROES.
       77  WS-INF-MANO       PIC 9(5) VALUE ZEROES.
       77  WS-INF-VIVAS      PIC 9(5) VALUE ZEROES.
       77  WS-INF-RESUELTAS  PIC 9(5) VALUE ZEROES.
       77  WS-INF-CERRADAS   PIC 9(5) VALUE ZEROES.
       77  WS-INF-NRECON     PIC 9(5) VALUE ZEROES.
       77  WS-INF-NRESUEL    PIC 9(5) VALUE ZEROES.
       77  WS-INF-SUMA-RECON PIC 9(11) VALUE ZEROES.
       77  WS-INF-SUMA-RESUEL PIC 9(11) VALUE ZEROES.
       77  WS-INF-MTTA       PIC 9(9) VALUE ZEROES.
       77  WS-INF-MTTR       PIC 9(9) VALUE ZEROES.
       77  WS-INF-REPETIDOS  PIC 9(5) VALUE ZEROES.
       01  TB-INF-PROGS.
           03 TB-INF-P       OCCURS 100.
              05 TB-INF-PROG    PIC X(20).
              05 TB-INF-CUENTA  PIC 9(5).
              05 TB-INF-NALERT  PIC 9(5).
       77  WS-INF-NPROGS     PIC 999 VALUE ZERO.
       77  WS-PP             PIC 999.
       77  WS-PP-HALLADO     PIC 999.

       01  WS-FECHA-N.
           03 WS-ANO-N       PIC 9(4).
           03 WS-MES-N       PIC 9(2).
           03 WS-DIA-N       PIC 9(2).
       77  WS-SERIE          PIC 9(7).
       77  WS-HH-AUX         PIC 99.
       77  WS-MM-AUX         PIC 99.
       77  WS-MIN-DESDE      PIC 9(11).
       77  WS-MIN-HASTA      PIC 9(11).
       77  WS-MIN-FH         PIC 9(11).
       77  WS-FH-FECHA       PIC X(8).
       77  WS-FH-HORA        PIC X(8).
       01  TB-DIAS-ACUM-DATA.
           03 FILLER         PIC X(3) VALUE "000".
           03 FILLER         PIC X(3) VALUE "031".
           03 FILLER         PIC X(3) VALUE "059".
           03 FILLER         PIC X(3) VALUE "090".
           03 FILLER         PIC X(3) VALUE "120".
           03 FILLER         PIC X(3) VALUE "151".
           03 FILLER         PIC X(3) VALUE "181".
           03 FILLER         PIC X(3) VALUE "212".
           03 FILLER         PIC X(3) VALUE "243".
           03 FILLER         PIC X(3) VALUE "273".
           03 FILLER         PIC X(3) VALUE "304".
           03 FILLER         PIC X(3) VALUE "334".
       01  TB-DIAS-ACUM REDEFINES TB-DIAS-ACUM-DATA.
           03 TB-ACUM        PIC 9(3) OCCURS 12.

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  IDINC             PIC X(9).
       77  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING ACCION IDINC DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           PERFORM ABRE-INCIDENCIAS THRU FIN-ABRE-INCIDENCIAS.
           IF NOT INCID-ABIERTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ALERTA"
                    PERFORM DESDE-ALERTA THRU FIN-DESDE-ALERTA
               WHEN "PASO"
                    PERFORM DESDE-PASO THRU FIN-DESDE-PASO
               WHEN "ABRE"
                    PERFORM ABRE-A-MANO THRU FIN-ABRE-A-MANO
               WHEN "RECONOCE"
                    PERFORM RECONOCE-INC THRU FIN-RECONOCE-INC
               WHEN "ASIGNA"
                    PERFORM ASIGNA-INC THRU FIN-ASIGNA-INC
               WHEN "NOTA"
                    PERFORM NOTA-INC THRU FIN-NOTA-INC
               WHEN "VINCULA"
                    PERFORM VINCULA-INC THRU FIN-VINCULA-INC
               WHEN "RESUELVE"
                    PERFORM RESUELVE-INC THRU FIN-RESUELVE-INC
               WHEN "CIERRA"
                    PERFORM CIERRA-INC THRU FIN-CIERRA-INC
               WHEN "LISTA"
                    PERFORM LISTA-INC THRU FIN-LISTA-INC
               WHEN "VER"
                    PERFORM VER-INC THRU FIN-VER-INC
               WHEN "INFORME"
                    PERFORM INFORME-INC THRU FIN-INFORME-INC
               WHEN OTHER
                    DISPLAY "|INCERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           CLOSE INCDETALLE.
           CLOSE INCIDENCIAS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-INCID SECTION.
      *    MISMO ABRE-O-CREA QUE LA COLA DE ALERTAS. UN FALLO AQUI NO
      *    SE MANDA A PRUERR: PRUERR LLAMA A ESTE PROGRAMA CON CADA
      *    FATAL Y NO CONVIENE QUE UN ERROR ARRASTRE A OTRO.
       ABRE-INCIDENCIAS.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-INC-PATH WS-DET-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/INCIDEN.DAT"
                     DELIMITED BY SPACE
                     INTO WS-INC-PATH
              END-STRING
              STRING VALORDIR "/INCIDET.DAT"
                     DELIMITED BY SPACE
                     INTO WS-DET-PATH
              END-STRING
           ELSE
              MOVE "INCIDEN.DAT" TO WS-INC-PATH
              MOVE "INCIDET.DAT" TO WS-DET-PATH
           END-IF.
           MOVE "N" TO WS-ABIERTO.
           OPEN I-O INCIDENCIAS.
           IF WS-INC-ESTADO NOT = "00"
              OPEN OUTPUT INCIDENCIAS
              IF WS-INC-ESTADO NOT = "00"
                 DISPLAY "|INCERROR|NOABRE|" WS-INC-PATH "|"
                         UPON SYSOUT
                 GO TO FIN-ABRE-INCIDENCIAS
              END-IF
              CLOSE INCIDENCIAS
              OPEN I-O INCIDENCIAS
           END-IF.
           OPEN I-O INCDETALLE.
           IF WS-DET-ESTADO NOT = "00"
              OPEN OUTPUT INCDETALLE
              IF WS-DET-ESTADO NOT = "00"
                 DISPLAY "|INCERROR|NOABRE|" WS-DET-PATH "|"
                         UPON SYSOUT
                 CLOSE INCIDENCIAS
                 GO TO FIN-ABRE-INCIDENCIAS
              END-IF
              CLOSE INCDETALLE
              OPEN I-O INCDETALLE
           END-IF.
           SET INCID-ABIERTO TO TRUE.
       FIN-ABRE-INCIDENCIAS.

       AUTOMATICAS SECTION.
      *    UN PROGRAMA QUE VUELVE A CAER MIENTRAS SU INCIDENCIA SIGUE
      *    VIVA (ABIERTA O RECONOCIDA) NO ABRE OTRA: LA ALERTA O EL
      *    PASO SE VINCULA A LA QUE YA HAY. RESUELTA LA ANTERIOR, UNA
      *    CAIDA NUEVA ES UNA INCIDENCIA NUEVA - Y CUENTA COMO
      *    REPETIDA EN EL INFORME.
       DESDE-ALERTA.
           MOVE SPACES TO WS-D-PROGRAMA WS-D-CAMPO2 WS-D-CAMPO3.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-PROGRAMA
                 WS-D-CAMPO2
                 WS-D-CAMPO3
           END-UNSTRING.
           PERFORM BUSCA-VIVA THRU FIN-BUSCA-VIVA.
           IF WS-VIVA-ID = ZEROES
              MOVE SPACES TO WS-DET-TEXTO
              STRING "FATAL " DELIMITED BY SIZE
                     WS-D-CAMPO2 DELIMITED BY SPACE
                     " EN " DELIMITED BY SIZE
                     WS-D-CAMPO3 DELIMITED BY SPACE
                     INTO WS-DET-TEXTO
              END-STRING
              MOVE "A" TO INC-ORIGEN
              PERFORM NUEVA-INCIDENCIA THRU FIN-NUEVA-INCIDENCIA
              IF RETURN-CODE NOT = ZERO
                 GO TO FIN-DESDE-ALERTA
              END-IF
           END-IF.
           ADD 1 TO INC-ALERTAS.
           MOVE "A" TO WS-DET-TIPO.
           MOVE SPACES TO WS-DET-TEXTO.
           STRING "ALERTA " DELIMITED BY SIZE
                  IDINC DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-D-CAMPO2 DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-D-CAMPO3 DELIMITED BY SPACE
                  INTO WS-DET-TEXTO
           END-STRING.
           PERFORM ANOTA-DETALLE THRU FIN-ANOTA-DETALLE.
           DISPLAY "|INCIDENCIA|VINCULADA|" INC-ID "|ALERTA:" IDINC
                   "|" UPON SYSOUT.
       FIN-DESDE-ALERTA.

       DESDE-PASO.
           MOVE SPACES TO WS-D-PROGRAMA WS-D-CAMPO2 WS-D-CAMPO3
                          WS-D-CAMPO4.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-PROGRAMA
                 WS-D-CAMPO3
                 WS-D-CAMPO2
                 WS-D-CAMPO4
           END-UNSTRING.
           IF WS-D-PROGRAMA = SPACES
              DISPLAY "|INCERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-DESDE-PASO
           END-IF.
           PERFORM BUSCA-VIVA THRU FIN-BUSCA-VIVA.
           IF WS-VIVA-ID = ZEROES
              MOVE SPACES TO WS-DET-TEXTO
              STRING "PASO FALLIDO RC " DELIMITED BY SIZE
                     WS-D-CAMPO4 DELIMITED BY SPACE
                     " EN " DELIMITED BY SIZE
                     WS-D-CAMPO3 DELIMITED BY SPACE
                     INTO WS-DET-TEXTO
              END-STRING
              MOVE "P" TO INC-ORIGEN
              PERFORM NUEVA-INCIDENCIA THRU FIN-NUEVA-INCIDENCIA
              IF RETURN-CODE NOT = ZERO
                 GO TO FIN-DESDE-PASO
              END-IF
           END-IF.
           ADD 1 TO INC-PASOS.
           MOVE "P" TO WS-DET-TIPO.
           MOVE SPACES TO WS-DET-TEXTO.
           STRING "PLAN " DELIMITED BY SIZE
                  WS-D-CAMPO3 DELIMITED BY SPACE
                  " PASO " DELIMITED BY SIZE
                  WS-D-CAMPO2 DELIMITED BY SPACE
                  " RC " DELIMITED BY SIZE
                  WS-D-CAMPO4 DELIMITED BY SPACE
                  INTO WS-DET-TEXTO
           END-STRING.
           PERFORM ANOTA-DETALLE THRU FIN-ANOTA-DETALLE.
           DISPLAY "|INCIDENCIA|VINCULADA|" INC-ID "|PASO|"
                   WS-D-PROGRAMA "|" UPON SYSOUT.
       FIN-DESDE-PASO.

      *    LA ULTIMA INCIDENCIA VIVA DEL PROGRAMA, SI LA HAY, QUEDA
      *    LEIDA EN EL REGISTRO.
       BUSCA-VIVA.
           MOVE ZEROES TO WS-VIVA-ID.
           MOVE ZEROES TO INC-ID.
           START INCIDENCIAS KEY GREATER INC-ID
               INVALID KEY
                  GO TO FIN-BUSCA-VIVA
           END-START.
       LEE-VIVA.
           READ INCIDENCIAS NEXT
               AT END
                  GO TO RELEE-VIVA
           END-READ.
           IF INC-VIVA AND INC-PROGRAMA = WS-D-PROGRAMA
              MOVE INC-ID TO WS-VIVA-ID
           END-IF.
           GO TO LEE-VIVA.
       RELEE-VIVA.
           IF WS-VIVA-ID NOT = ZEROES
              MOVE WS-VIVA-ID TO INC-ID
              READ INCIDENCIAS
                  INVALID KEY
                     MOVE ZEROES TO WS-VIVA-ID
              END-READ
           END-IF.
       FIN-BUSCA-VIVA.

      *    ALTA CON EL TITULO EN WS-DET-TEXTO, EL PROGRAMA EN
      *    WS-D-PROGRAMA Y EL ORIGEN YA PUESTO; QUEDA LEIDA.
       NUEVA-INCIDENCIA.
           MOVE INC-ORIGEN TO WS-D-TIPO.
           MOVE ZEROES TO INC-ID.
           READ INCIDENCIAS
               INVALID KEY
                  MOVE SPACES TO REG-INCIDENCIAS-CONTROL
                  MOVE ZEROES TO INC-C-ID
                  MOVE ZEROES TO INC-C-ULTIMO
                  WRITE REG-INCIDENCIAS-CONTROL
           END-READ.
           MOVE INC-C-ULTIMO TO WS-INC-SIGUIENTE.
           ADD 1 TO WS-INC-SIGUIENTE.
           MOVE WS-INC-SIGUIENTE TO INC-C-ULTIMO.
           REWRITE REG-INCIDENCIAS-CONTROL.
           MOVE SPACES TO REG-INCIDENCIAS.
           MOVE WS-INC-SIGUIENTE TO INC-ID.
           MOVE "A" TO INC-ESTADO.
           MOVE WS-D-TIPO TO INC-ORIGEN.
           MOVE WS-D-PROGRAMA TO INC-PROGRAMA.
           MOVE WS-DET-TEXTO TO INC-TITULO.
           MOVE WS-FECHA TO INC-ABRE-FECHA.
           MOVE WS-HORA TO INC-ABRE-HORA.
           MOVE ZEROES TO INC-ALERTAS INC-PASOS INC-NDET.
           IF WS-D-TIPO = "M"
              MOVE USUARIO TO INC-RESPONSABLE
           END-IF.
           WRITE REG-INCIDENCIAS
               INVALID KEY
                  DISPLAY "|INCERROR|ALTA|" WS-INC-SIGUIENTE "|"
                          UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-NUEVA-INCIDENCIA
           END-WRITE.
           MOVE "E" TO WS-DET-TIPO.
           MOVE SPACES TO WS-DET-TEXTO.
           STRING "ABIERTA ORIGEN " WS-D-TIPO
                  DELIMITED BY SIZE
                  INTO WS-DET-TEXTO
           END-STRING.
           PERFORM ANOTA-DETALLE THRU FIN-ANOTA-DETALLE.
           MOVE SPACES TO WS-INC-RESP.
           STRING "|INCIDENCIA|ABIERTA|" INC-ID "|" DELIMITED BY SIZE
                  INC-PROGRAMA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INC-TITULO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-INC-RESP
           END-STRING.
           DISPLAY WS-INC-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-NUEVA-INCIDENCIA.

       CICLO SECTION.
       ABRE-A-MANO.
           MOVE SPACES TO WS-D-PROGRAMA WS-D-CAMPO2.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-PROGRAMA
                 WS-D-CAMPO2
           END-UNSTRING.
           IF WS-D-CAMPO2 = SPACES
              DISPLAY "|INCERROR|DETALLE|" DETALLE(1:80) "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ABRE-A-MANO
           END-IF.
           MOVE WS-D-CAMPO2 TO WS-DET-TEXTO.
           MOVE "M" TO INC-ORIGEN.
           PERFORM NUEVA-INCIDENCIA THRU FIN-NUEVA-INCIDENCIA.
           IF RETURN-CODE = ZERO
              MOVE INC-ID TO IDINC
           END-IF.
       FIN-ABRE-A-MANO.

      *    RECONOCER ES HACERSE CARGO: SIN RESPONSABLE EN EL DETALLE,
      *    LO ES QUIEN RECONOCE.
       RECONOCE-INC.
           PERFORM LEE-INCIDENCIA THRU FIN-LEE-INCIDENCIA.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-RECONOCE-INC
           END-IF.
           IF NOT INC-ABIERTA
              PERFORM RECHAZA-ESTADO THRU FIN-RECHAZA-ESTADO
              GO TO FIN-RECONOCE-INC
           END-IF.
           MOVE "R" TO INC-ESTADO.
           MOVE WS-FECHA TO INC-RECON-FECHA.
           MOVE WS-HORA TO INC-RECON-HORA.
           IF DETALLE NOT = SPACES
              MOVE DETALLE TO INC-RESPONSABLE
           ELSE
              IF USUARIO NOT = SPACES
                 MOVE USUARIO TO INC-RESPONSABLE
              END-IF
           END-IF.
           MOVE "E" TO WS-DET-TIPO.
           MOVE SPACES TO WS-DET-TEXTO.
           STRING "RECONOCIDA RESPONSABLE " DELIMITED BY SIZE
                  INC-RESPONSABLE DELIMITED BY SPACE
                  INTO WS-DET-TEXTO
           END-STRING.
           PERFORM ANOTA-DETALLE THRU FIN-ANOTA-DETALLE.
           PERFORM PINTA-ESTADO THRU FIN-PINTA-ESTADO.
       FIN-RECONOCE-INC.

       ASIGNA-INC.
           PERFORM LEE-INCIDENCIA THRU FIN-LEE-INCIDENCIA.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-ASIGNA-INC
           END-IF.
           IF INC-CERRADA OR DETALLE = SPACES
              PERFORM RECHAZA-ESTADO THRU FIN-RECHAZA-ESTADO
              GO TO FIN-ASIGNA-INC
           END-IF.
           MOVE DETALLE TO INC-RESPONSABLE.
           MOVE "E" TO WS-DET-TIPO.
           MOVE SPACES TO WS-DET-TEXTO.
           STRING "ASIGNADA A " DELIMITED BY SIZE
                  INC-RESPONSABLE DELIMITED BY SPACE
                  INTO WS-DET-TEXTO
           END-STRING.
           PERFORM ANOTA-DETALLE THRU FIN-ANOTA-DETALLE.
           PERFORM PINTA-ESTADO THRU FIN-PINTA-ESTADO.
       FIN-ASIGNA-INC.

       NOTA-INC.
           PERFORM LEE-INCIDENCIA THRU FIN-LEE-INCIDENCIA.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-NOTA-INC
           END-IF.
           IF INC-CERRADA OR DETALLE = SPACES
              PERFORM RECHAZA-ESTADO THRU FIN-RECHAZA-ESTADO
              GO TO FIN-NOTA-INC
           END-IF.
           MOVE "N" TO WS-DET-TIPO.
           MOVE DETALLE TO WS-DET-TEXTO.
           PERFORM ANOTA-DETALLE THRU FIN-ANOTA-DETALLE.
           DISPLAY "|INCIDENCIA|NOTA|" INC-ID "|" IND-SEQ "|"
                   UPON SYSOUT.
       FIN-NOTA-INC.

       VINCULA-INC.
           PERFORM LEE-INCIDENCIA THRU FIN-LEE-INCIDENCIA.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-VINCULA-INC
           END-IF.
           MOVE SPACES TO WS-D-TIPO WS-D-RESTO.
           MOVE 1 TO WS-D-PTR.
           UNSTRING DETALLE DELIMITED BY ";" INTO WS-D-TIPO
                    WITH POINTER WS-D-PTR
           END-UNSTRING.
           IF WS-D-PTR <= 160
              MOVE DETALLE(WS-D-PTR:) TO WS-D-RESTO
           END-IF.
           IF INC-CERRADA OR WS-D-RESTO = SPACES OR
              (WS-D-TIPO NOT = "A" AND WS-D-TIPO NOT = "P")
              PERFORM RECHAZA-ESTADO THRU FIN-RECHAZA-ESTADO
              GO TO FIN-VINCULA-INC
           END-IF.
           MOVE WS-D-TIPO TO WS-DET-TIPO.
           MOVE SPACES TO WS-DET-TEXTO.
           IF WS-D-TIPO = "A"
              ADD 1 TO INC-ALERTAS
              STRING "ALERTA " DELIMITED BY SIZE
                     WS-D-RESTO DELIMITED BY "  "
                     INTO WS-DET-TEXTO
              END-STRING
           ELSE
              ADD 1 TO INC-PASOS
              STRING "PLAN " DELIMITED BY SIZE
                     WS-D-RESTO DELIMITED BY "  "
                     INTO WS-DET-TEXTO
              END-STRING
           END-IF.
           PERFORM ANOTA-DETALLE THRU FIN-ANOTA-DETALLE.
           DISPLAY "|INCIDENCIA|VINCULADA|" INC-ID "|" WS-D-TIPO "|"
                   UPON SYSOUT.
       FIN-VINCULA-INC.

      *    RESOLVER SIN HABER RECONOCIDO DA POR RECONOCIDA EN EL MISMO
      *    MOMENTO: ALGUIEN SE HIZO CARGO, AUNQUE NO LO DIJERA.
       RESUELVE-INC.
           PERFORM LEE-INCIDENCIA THRU FIN-LEE-INCIDENCIA.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-RESUELVE-INC
           END-IF.
           IF NOT INC-VIVA
              PERFORM RECHAZA-ESTADO THRU FIN-RECHAZA-ESTADO
              GO TO FIN-RESUELVE-INC
           END-IF.
           IF INC-RECON-FECHA = SPACES
              MOVE WS-FECHA TO INC-RECON-FECHA
              MOVE WS-HORA TO INC-RECON-HORA
           END-IF.
           IF INC-RESPONSABLE = SPACES
              MOVE USUARIO TO INC-RESPONSABLE
           END-IF.
           MOVE "S" TO INC-ESTADO.
           MOVE WS-FECHA TO INC-RESUEL-FECHA.
           MOVE WS-HORA TO INC-RESUEL-HORA.
           MOVE "E" TO WS-DET-TIPO.
           MOVE SPACES TO WS-DET-TEXTO.
           STRING "RESUELTA " DELIMITED BY SIZE
                  DETALLE DELIMITED BY "  "
                  INTO WS-DET-TEXTO
           END-STRING.
           PERFORM ANOTA-DETALLE THRU FIN-ANOTA-DETALLE.
           PERFORM PINTA-ESTADO THRU FIN-PINTA-ESTADO.
       FIN-RESUELVE-INC.

       CIERRA-INC.
           PERFORM LEE-INCIDENCIA THRU FIN-LEE-INCIDENCIA.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-CIERRA-INC
           END-IF.
           IF NOT INC-RESUELTA
              PERFORM RECHAZA-ESTADO THRU FIN-RECHAZA-ESTADO
              GO TO FIN-CIERRA-INC
           END-IF.
           MOVE "C" TO INC-ESTADO.
           MOVE WS-FECHA TO INC-CIERRE-FECHA.
           MOVE WS-HORA TO INC-CIERRE-HORA.
           MOVE "E" TO WS-DET-TIPO.
           MOVE "CERRADA" TO WS-DET-TEXTO.
           PERFORM ANOTA-DETALLE THRU FIN-ANOTA-DETALLE.
           PERFORM PINTA-ESTADO THRU FIN-PINTA-ESTADO.
       FIN-CIERRA-INC.

      *    EL ID PUEDE VENIR SIN LOS CEROS POR DELANTE, COMO EN
      *    PRUALERT: SE ENCAJA POR LA DERECHA SOBRE UN CAMPO A CEROS.
       LEE-INCIDENCIA.
           MOVE ZEROES TO WS-ID-NUM.
           MOVE ZERO TO WS-ID-LONG.
           INSPECT IDINC TALLYING WS-ID-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-ID-LONG > ZERO
              MOVE IDINC(1:WS-ID-LONG)
                TO WS-ID-NUM(10 - WS-ID-LONG:WS-ID-LONG)
           END-IF.
           IF WS-ID-NUM IS NOT NUMERIC OR WS-ID-NUM = ZEROES
              DISPLAY "|INCERROR|ID|" IDINC "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-LEE-INCIDENCIA
           END-IF.
           MOVE WS-ID-NUM TO INC-ID.
           READ INCIDENCIAS
               INVALID KEY
                  DISPLAY "|INCERROR|NOEXISTE|" IDINC "|"
                          UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-LEE-INCIDENCIA
           END-READ.
           MOVE ZERO TO RETURN-CODE.
       FIN-LEE-INCIDENCIA.

       RECHAZA-ESTADO.
           DISPLAY "|INCERROR|" ACCION "|" INC-ID "|ESTADO:" INC-ESTADO
                   "|" UPON SYSOUT.
           MOVE 1 TO RETURN-CODE.
       FIN-RECHAZA-ESTADO.

       PINTA-ESTADO.
           MOVE SPACES TO WS-INC-RESP.
           STRING "|INCIDENCIA|" INC-ID "|" INC-ESTADO "|"
                  DELIMITED BY SIZE
                  INC-RESPONSABLE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-INC-RESP
           END-STRING.
           DISPLAY WS-INC-RESP UPON SYSOUT.
       FIN-PINTA-ESTADO.

      *    EL CORRELATIVO DEL DETALLE VIVE EN LA CABECERA (INC-NDET),
      *    ASI QUE AQUI SE REESCRIBE LA CABECERA CON LO QUE EL
      *    LLAMANTE YA LE HAYA CAMBIADO.
       ANOTA-DETALLE.
           ADD 1 TO INC-NDET.
           MOVE SPACES TO REG-INCDETALLE.
           MOVE INC-ID TO IND-ID.
           MOVE INC-NDET TO IND-SEQ.
           MOVE WS-DET-TIPO TO IND-TIPO.
           MOVE WS-FECHA TO IND-FECHA.
           MOVE WS-HORA TO IND-HORA.
           MOVE USUARIO TO IND-USUARIO.
           MOVE WS-DET-TEXTO TO IND-TEXTO.
           WRITE REG-INCDETALLE
               INVALID KEY
                  DISPLAY "|INCERROR|DETALLE|" INC-ID "|" INC-NDET "|"
                          UPON SYSOUT
           END-WRITE.
           REWRITE REG-INCIDENCIAS.
       FIN-ANOTA-DETALLE.

       CONSULTAS SECTION.
       LISTA-INC.
           MOVE "S" TO WS-SOLO-VIVAS.
           IF DETALLE(1:5) = "TODAS"
              MOVE "N" TO WS-SOLO-VIVAS
           END-IF.
           MOVE ZEROES TO INC-ID.
           START INCIDENCIAS KEY GREATER INC-ID
               INVALID KEY
                  GO TO FIN-LISTADO
           END-START.
       LEE-LISTADO.
           READ INCIDENCIAS NEXT
               AT END
                  GO TO FIN-LISTADO
           END-READ.
           IF WS-SOLO-VIVAS = "S" AND INC-CERRADA
              GO TO LEE-LISTADO
           END-IF.
           ADD 1 TO WS-LISTADAS.
           PERFORM PINTA-CABECERA THRU FIN-PINTA-CABECERA.
           GO TO LEE-LISTADO.
       FIN-LISTADO.
           DISPLAY "|INCFIN|LISTADAS:" WS-LISTADAS "|" UPON SYSOUT.
       FIN-LISTA-INC.

       VER-INC.
           PERFORM LEE-INCIDENCIA THRU FIN-LEE-INCIDENCIA.
           IF RETURN-CODE NOT = ZERO
              GO TO FIN-VER-INC
           END-IF.
           PERFORM PINTA-CABECERA THRU FIN-PINTA-CABECERA.
           MOVE INC-ID TO IND-ID.
           MOVE ZEROES TO IND-SEQ.
           START INCDETALLE KEY GREATER IND-CLAVE
               INVALID KEY
                  GO TO FIN-VER-INC
           END-START.
       LEE-VER-DETALLE.
           READ INCDETALLE NEXT
               AT END
                  GO TO FIN-VER-INC
           END-READ.
           IF IND-ID NOT = INC-ID
              GO TO FIN-VER-INC
           END-IF.
           MOVE SPACES TO WS-INC-RESP.
           STRING "|INCDETALLE|" IND-ID "|" IND-SEQ "|" IND-TIPO "|"
                  IND-FECHA "-" IND-HORA "|"
                  DELIMITED BY SIZE
                  IND-USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  IND-TEXTO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-INC-RESP
           END-STRING.
           DISPLAY WS-INC-RESP UPON SYSOUT.
           GO TO LEE-VER-DETALLE.
       FIN-VER-INC.

       PINTA-CABECERA.
           MOVE SPACES TO WS-INC-RESP.
           STRING "|INCIDENCIA|" INC-ID "|" INC-ESTADO "|" INC-ORIGEN
                  "|" DELIMITED BY SIZE
                  INC-PROGRAMA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INC-RESPONSABLE DELIMITED BY SPACE
                  "|" INC-ABRE-FECHA "-" INC-ABRE-HORA
                  "|ALERTAS:" INC-ALERTAS "|PASOS:" INC-PASOS "|"
                  DELIMITED BY SIZE
                  INC-TITULO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-INC-RESP
           END-STRING.
           DISPLAY WS-INC-RESP UPON SYSOUT.
       FIN-PINTA-CABECERA.

       INFORME SECTION.
      *    SE CUENTAN LAS ABIERTAS EN EL MES. TIEMPO HASTA RECONOCER Y
      *    HASTA RESOLVER EN MINUTOS, SOBRE LAS QUE LLEGARON A ESE
      *    PASO; REPETIDA ES UN PROGRAMA CON MAS DE UNA INCIDENCIA EN
      *    EL MES (LAS ALERTAS SOBRE UNA VIVA NO CUENTAN: ESA ES LA
      *    MISMA CAIDA).
       INFORME-INC.
           MOVE WS-FECHA(1:6) TO WS-MES.
           IF DETALLE(1:6) IS NUMERIC
              MOVE DETALLE(1:6) TO WS-MES
           END-IF.
           MOVE ZEROES TO INC-ID.
           START INCIDENCIAS KEY GREATER INC-ID
               INVALID KEY
                  GO TO PINTA-INFORME
           END-START.
       LEE-INFORME.
           READ INCIDENCIAS NEXT
               AT END
                  GO TO PINTA-INFORME
           END-READ.
           IF INC-ABRE-FECHA(1:6) NOT = WS-MES
              GO TO LEE-INFORME
           END-IF.
           ADD 1 TO WS-INF-TOTAL.
           EVALUATE INC-ORIGEN
               WHEN "A"  ADD 1 TO WS-INF-ALERTA
               WHEN "P"  ADD 1 TO WS-INF-PASO
               WHEN OTHER ADD 1 TO WS-INF-MANO
           END-EVALUATE.
           EVALUATE TRUE
               WHEN INC-VIVA      ADD 1 TO WS-INF-VIVAS
               WHEN INC-RESUELTA  ADD 1 TO WS-INF-RESUELTAS
               WHEN INC-CERRADA   ADD 1 TO WS-INF-CERRADAS
           END-EVALUATE.
           MOVE INC-ABRE-FECHA TO WS-FH-FECHA.
           MOVE INC-ABRE-HORA TO WS-FH-HORA.
           PERFORM MINUTOS-FH THRU FIN-MINUTOS-FH.
           MOVE WS-MIN-FH TO WS-MIN-DESDE.
           IF INC-RECON-FECHA IS NUMERIC
              MOVE INC-RECON-FECHA TO WS-FH-FECHA
              MOVE INC-RECON-HORA TO WS-FH-HORA
              PERFORM MINUTOS-FH THRU FIN-MINUTOS-FH
              MOVE WS-MIN-FH TO WS-MIN-HASTA
              IF WS-MIN-HASTA >= WS-MIN-DESDE
                 ADD 1 TO WS-INF-NRECON
                 COMPUTE WS-INF-SUMA-RECON = WS-INF-SUMA-RECON
                         + WS-MIN-HASTA - WS-MIN-DESDE
              END-IF
           END-IF.
           IF INC-RESUEL-FECHA IS NUMERIC
              MOVE INC-RESUEL-FECHA TO WS-FH-FECHA
              MOVE INC-RESUEL-HORA TO WS-FH-HORA
              PERFORM MINUTOS-FH THRU FIN-MINUTOS-FH
              MOVE WS-MIN-FH TO WS-MIN-HASTA
              IF WS-MIN-HASTA >= WS-MIN-DESDE
                 ADD 1 TO WS-INF-NRESUEL
                 COMPUTE WS-INF-SUMA-RESUEL = WS-INF-SUMA-RESUEL
                         + WS-MIN-HASTA - WS-MIN-DESDE
              END-IF
           END-IF.
           PERFORM CUENTA-PROGRAMA THRU FIN-CUENTA-PROGRAMA.
           GO TO LEE-INFORME.
       PINTA-INFORME.
           IF WS-INF-NRECON > ZERO
              DIVIDE WS-INF-SUMA-RECON BY WS-INF-NRECON
                     GIVING WS-INF-MTTA
           END-IF.
           IF WS-INF-NRESUEL > ZERO
              DIVIDE WS-INF-SUMA-RESUEL BY WS-INF-NRESUEL
                     GIVING WS-INF-MTTR
           END-IF.
           PERFORM VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP > WS-INF-NPROGS
              IF TB-INF-CUENTA(WS-PP) > 1
                 ADD 1 TO WS-INF-REPETIDOS
                 MOVE SPACES TO WS-INC-RESP
                 STRING "|INCREPETIDA|" DELIMITED BY SIZE
                        TB-INF-PROG(WS-PP) DELIMITED BY SPACE
                        "|INCIDENCIAS:" TB-INF-CUENTA(WS-PP)
                        "|ALERTAS:" TB-INF-NALERT(WS-PP) "|"
                        DELIMITED BY SIZE
                        INTO WS-INC-RESP
                 END-STRING
                 DISPLAY WS-INC-RESP UPON SYSOUT
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-INC-RESP.
           STRING "|INCINFORME|MES:" WS-MES
                  "|TOTAL:" WS-INF-TOTAL
                  "|ALERTA:" WS-INF-ALERTA
                  "|PASO:" WS-INF-PASO
                  "|MANO:" WS-INF-MANO
                  "|VIVAS:" WS-INF-VIVAS
                  "|RESUELTAS:" WS-INF-RESUELTAS
                  "|CERRADAS:" WS-INF-CERRADAS "|"
                  DELIMITED BY SIZE
                  INTO WS-INC-RESP
           END-STRING.
           DISPLAY WS-INC-RESP UPON SYSOUT.
           MOVE SPACES TO WS-INC-RESP.
           STRING "|INCFIN|MES:" WS-MES
                  "|MTTA-MIN:" WS-INF-MTTA
                  "|MTTR-MIN:" WS-INF-MTTR
                  "|REPETIDAS:" WS-INF-REPETIDOS "|"
                  DELIMITED BY SIZE
                  INTO WS-INC-RESP
           END-STRING.
           DISPLAY WS-INC-RESP UPON SYSOUT.
       FIN-INFORME-INC.

       CUENTA-PROGRAMA.
           MOVE ZERO TO WS-PP-HALLADO.
           PERFORM VARYING WS-PP FROM 1 BY 1 UNTIL WS-PP > WS-INF-NPROGS
              IF TB-INF-PROG(WS-PP) = INC-PROGRAMA
                 MOVE WS-PP TO WS-PP-HALLADO
              END-IF
           END-PERFORM.
           IF WS-PP-HALLADO = ZERO
              IF WS-INF-NPROGS >= 100
                 GO TO FIN-CUENTA-PROGRAMA
              END-IF
              ADD 1 TO WS-INF-NPROGS
              MOVE WS-INF-NPROGS TO WS-PP-HALLADO
              MOVE INC-PROGRAMA TO TB-INF-PROG(WS-PP-HALLADO)
              MOVE ZEROES TO TB-INF-CUENTA(WS-PP-HALLADO)
                             TB-INF-NALERT(WS-PP-HALLADO)
           END-IF.
           ADD 1 TO TB-INF-CUENTA(WS-PP-HALLADO).
           ADD INC-ALERTAS TO TB-INF-NALERT(WS-PP-HALLADO).
       FIN-CUENTA-PROGRAMA.

       MINUTOS-FH.
           MOVE ZEROES TO WS-MIN-FH.
           IF WS-FH-FECHA IS NOT NUMERIC
              GO TO FIN-MINUTOS-FH
           END-IF.
           MOVE WS-FH-FECHA TO WS-FECHA-N.
           IF WS-MES-N < 1 OR WS-MES-N > 12
              GO TO FIN-MINUTOS-FH
           END-IF.
           COMPUTE WS-SERIE = WS-ANO-N * 365 + WS-ANO-N / 4
                   + TB-ACUM(WS-MES-N) + WS-DIA-N.
           MOVE ZEROES TO WS-HH-AUX WS-MM-AUX.
           IF WS-FH-HORA(1:4) IS NUMERIC
              MOVE WS-FH-HORA(1:2) TO WS-HH-AUX
              MOVE WS-FH-HORA(3:2) TO WS-MM-AUX
           END-IF.
           COMPUTE WS-MIN-FH = WS-SERIE * 1440
                   + WS-HH-AUX * 60 + WS-MM-AUX.
       FIN-MINUTOS-FH.
