       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUEMERGE.
       AUTHOR.        CVJ.
       SECURITY.      ACCESO DE EMERGENCIA ("ROMPER EL CRISTAL") CON
                      REVISION OBLIGATORIA A POSTERIORI
                      (EMERGENCIAS.DAT BAJO dd_dir, CLAVE CORRELATIVA
                      CON EL REGISTRO 0 COMO CONTADOR): UN USUARIO
                      AUTENTICADO DECLARA EL MOTIVO Y RECIBE DURANTE UN
                      TIEMPO LIMITADO UN PERFIL ELEVADO EN SU SESION DE
                      SRU; LA APERTURA LEVANTA UNA ALERTA QUE EL
                      DESPACHADOR PRUAVISO LLEVA EN EL ACTO AL BUSCA
                      DEL JEFE DE GUARDIA, CADA OPERACION HECHA CON LA
                      ELEVACION QUEDA ANOTADA, LA ELEVACION CADUCA SOLA
                      AL CUMPLIR SU TIEMPO Y CADA USO SIGUE EN LA LISTA
                      DE REVISION HASTA QUE OTRA PERSONA LO FIRMA.
                      HASTA AHORA EL DE GUARDIA QUE NECESITABA UN
                      DERECHO QUE NO TENIA PEDIA PRESTADA LA CUENTA DE
                      UN COMPAÑERO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               ABRE (detalle = motivo,
*********************               obligatorio; devuelve el id y en
*********************               el detalle "ops;progs" del perfil
*********************               elevado, PRUEMERGEOPS y
*********************               PRUEMERGEPROGS o "*" si no se
*********************               fijan; dura PRUEMERGEMINUTOS, 60
*********************               si no se fija) - VIGENTE id (RC 0
*********************               si sigue en plazo; si no, queda
*********************               caducada y RC 1) - ANOTA id
*********************               (detalle = operacion hecha) -
*********************               CIERRA id - LISTA (las pendientes
*********************               de revision; con TODAS en el
*********************               detalle, todas) - REVISA id (detalle
*********************               = nota; solo otro usuario y con la
*********************               elevacion ya terminada). LA ALERTA
*********************               ES DE CODIGO "9M" A NOMBRE DE
*********************               PRUEMERGE: SU RUTA EN RUTASAL.TAB
*********************               DICE A QUIEN SE AVISA. TODO
*********************               MOVIMIENTO QUEDA EN
*********************               PRUEMERGE-YYYYMMDD.LOG BAJO dd_trz.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMERGENCIAS
                  ASSIGN TO DYNAMIC WS-EMG-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMG-ID
                  FILE STATUS IS ERRORES.

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

           SELECT LOG-EMG
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  EMERGENCIAS.
       01  REG-EMERGENCIAS.
           03 EMG-ID         PIC 9(6).
           03 EMG-ESTADO     PIC X.
              88 EMG-ACTIVA     VALUE "A".
              88 EMG-CERRADA    VALUE "C".
              88 EMG-CADUCADA   VALUE "X".
           03 EMG-USUARIO    PIC X(15).
           03 EMG-FECHA      PIC X(8).
           03 EMG-HORA       PIC X(8).
           03 EMG-MINUTOS    PIC 9(5).
           03 EMG-PERFIL-OPS PIC X(64).
           03 EMG-PERFIL-PROGS PIC X(128).
           03 EMG-MOTIVO     PIC X(120).
           03 EMG-FECHA-FIN  PIC X(8).
           03 EMG-HORA-FIN   PIC X(8).
           03 EMG-NUM-OPS    PIC 9(7).
           03 EMG-REVISADA   PIC X.
              88 EMG-SIN-REVISAR VALUE "N".
              88 EMG-REVISADA-OK VALUE "S".
           03 EMG-REVISOR    PIC X(15).
           03 EMG-FECHA-REV  PIC X(8).
           03 EMG-HORA-REV   PIC X(8).
           03 EMG-NOTA       PIC X(80).
       01  REG-EMERGENCIAS-CONTROL.
           03 EMC-ID         PIC 9(6).
           03 EMC-ULTIMO     PIC 9(6).
           03 FILLER         PIC X(478).

      *    MISMO LAYOUT DE ALERTAS QUE PRUERR.
       FD  ALERTAS.
       01  REG-ALERTAS.
           03 ALR-ID         PIC 9(9).
           03 ALR-ESTADO     PIC X.
           03 ALR-FECHA      PIC X(8).
           03 ALR-HORA       PIC X(8).
           03 ALR-CODIGO     PIC XX.
           03 ALR-PROGRAMA   PIC X(20).
           03 ALR-FICHERO    PIC X(200).
       01  REG-ALERTAS-CONTROL.
           03 ALC-ID         PIC 9(9).
           03 ALC-ULTIMO     PIC 9(9).
           03 FILLER         PIC X(230).

       FD  LOG-EMG.
       01  REG-LOG-EMG       PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUEMERGE".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-EMG-PATH       PIC X(200).
       77  WS-ABIERTO        PIC X VALUE "N".
           88 EMG-ABIERTO    VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.
       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-COD-EMERGENCIA PIC XX VALUE "9M".

       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-SIGUIENTE      PIC 9(6).
       77  WS-ID-LONG        PIC 9.
       77  WS-ID-BUSCADO     PIC 9(6).
       77  WS-MINUTOS-TXT    PIC X(5).
       77  WS-MINUTOS        PIC 9(5) VALUE 60.
       77  WS-PERFIL-OPS     PIC X(64).
       77  WS-PERFIL-PROGS   PIC X(128).
       77  WS-MOVIMIENTO     PIC X(10).
       01  WS-LOG-DETALLE    PIC X(128).

       01  WS-FECHA-N.
           03 WS-ANO-N       PIC 9(4).
           03 WS-MES-N       PIC 9(2).
           03 WS-DIA-N       PIC 9(2).
       77  WS-SERIE          PIC 9(7).
       77  WS-SERIE-HOY      PIC 9(7).
       77  WS-SERIE-EMG      PIC 9(7).
       77  WS-MIN-HOY        PIC 9(5).
       77  WS-MIN-EMG        PIC 9(5).
       77  WS-EDAD-MIN       PIC S9(9).
       77  WS-HH-AUX         PIC 99.
       77  WS-MM-AUX         PIC 99.
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

       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       77  WS-ACTIVA-ID      PIC 9(6).
       01  WS-EMG-RESP       PIC X(300).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  IDDATO            PIC X(6).
       77  DETALLE           PIC X(200).

       PROCEDURE DIVISION USING ACCION IDDATO DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZERO TO RETURN-CODE.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-FECHA TO WS-FECHA-N.
           PERFORM CALCULA-SERIE.
           MOVE WS-SERIE TO WS-SERIE-HOY.
           MOVE WS-HORA(1:2) TO WS-HH-AUX.
           MOVE WS-HORA(3:2) TO WS-MM-AUX.
           COMPUTE WS-MIN-HOY = WS-HH-AUX * 60 + WS-MM-AUX.
           PERFORM ABRE-EMERGENCIAS.
           IF NOT EMG-ABIERTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ABRE"
                    PERFORM ABRE-ELEVACION THRU FIN-ABRE-ELEVACION
               WHEN "VIGENTE"
                    PERFORM MIRA-VIGENTE THRU FIN-MIRA-VIGENTE
               WHEN "ANOTA"
                    PERFORM ANOTA-OPERACION THRU FIN-ANOTA-OPERACION
               WHEN "CIERRA"
                    PERFORM CIERRA-ELEVACION THRU FIN-CIERRA-ELEVACION
               WHEN "LISTA"
                    PERFORM LISTA-ELEVACIONES
                       THRU FIN-LISTA-ELEVACIONES
               WHEN "REVISA"
                    PERFORM REVISA-ELEVACION THRU FIN-REVISA-ELEVACION
               WHEN OTHER
                    DISPLAY "|EMGERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           CLOSE EMERGENCIAS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-EMERGENCIAS SECTION.
      *    MISMO ABRE-O-CREA QUE LAS APROBACIONES DE PRUAPRU.
       ABRIENDO-EMERGENCIAS.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-EMG-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/EMERGENCIAS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-EMG-PATH
              END-STRING
           ELSE
              MOVE "EMERGENCIAS.DAT" TO WS-EMG-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O EMERGENCIAS.
           IF ERRORES = "00"
              SET EMG-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-EMERGENCIAS
           END-IF.
           OPEN OUTPUT EMERGENCIAS.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO EMERGENCIAS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-EMG-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-EMERGENCIAS
           END-IF.
           CLOSE EMERGENCIAS.
           OPEN I-O EMERGENCIAS.
           IF ERRORES = "00"
              SET EMG-ABIERTO TO TRUE
           END-IF.
       FIN-ABRIENDO-EMERGENCIAS.

       ELEVACION SECTION.
      *    SOLO UN USUARIO AUTENTICADO, CON MOTIVO Y SIN OTRA
      *    ELEVACION EN PLAZO. LA ALERTA SALE ANTES DE DEVOLVER EL
      *    PERFIL: NADIE USA EL CRISTAL SIN QUE SE ENTERE LA GUARDIA.
       ABRE-ELEVACION.
           IF USUARIO = SPACES
              DISPLAY "|EMGERROR|SINLOGIN|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ABRE-ELEVACION
           END-IF.
           IF DETALLE = SPACES OR DETALLE = LOW-VALUES
              DISPLAY "|EMGERROR|SINMOTIVO|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ABRE-ELEVACION
           END-IF.
           PERFORM BUSCA-ACTIVA THRU FIN-BUSCA-ACTIVA.
           IF WS-ACTIVA-ID NOT = ZEROES
              DISPLAY "|EMGERROR|YAACTIVA|" WS-ACTIVA-ID "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ABRE-ELEVACION
           END-IF.

           MOVE SPACES TO WS-MINUTOS-TXT.
           DISPLAY "PRUEMERGEMINUTOS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MINUTOS-TXT FROM ENVIRONMENT-VALUE.
           IF WS-MINUTOS-TXT NOT = SPACES AND
              WS-MINUTOS-TXT NOT = LOW-VALUES
              MOVE WS-MINUTOS-TXT TO WS-MINUTOS
           END-IF.
           MOVE SPACES TO WS-PERFIL-OPS.
           DISPLAY "PRUEMERGEOPS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PERFIL-OPS FROM ENVIRONMENT-VALUE.
           IF WS-PERFIL-OPS = SPACES OR WS-PERFIL-OPS = LOW-VALUES
              MOVE "*" TO WS-PERFIL-OPS
           END-IF.
           MOVE SPACES TO WS-PERFIL-PROGS.
           DISPLAY "PRUEMERGEPROGS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PERFIL-PROGS FROM ENVIRONMENT-VALUE.
           IF WS-PERFIL-PROGS = SPACES OR WS-PERFIL-PROGS = LOW-VALUES
              MOVE "*" TO WS-PERFIL-PROGS
           END-IF.

           MOVE ZEROES TO EMG-ID.
           READ EMERGENCIAS
               INVALID KEY
                  MOVE SPACES TO REG-EMERGENCIAS-CONTROL
                  MOVE ZEROES TO EMC-ID
                  MOVE ZEROES TO EMC-ULTIMO
                  WRITE REG-EMERGENCIAS-CONTROL
           END-READ.
           MOVE EMC-ULTIMO TO WS-SIGUIENTE.
           ADD 1 TO WS-SIGUIENTE.
           MOVE WS-SIGUIENTE TO EMC-ULTIMO.
           REWRITE REG-EMERGENCIAS-CONTROL.

           MOVE SPACES TO REG-EMERGENCIAS.
           MOVE WS-SIGUIENTE TO EMG-ID.
           MOVE "A" TO EMG-ESTADO.
           MOVE USUARIO TO EMG-USUARIO.
           MOVE WS-FECHA TO EMG-FECHA.
           MOVE WS-HORA TO EMG-HORA.
           MOVE WS-MINUTOS TO EMG-MINUTOS.
           MOVE WS-PERFIL-OPS TO EMG-PERFIL-OPS.
           MOVE WS-PERFIL-PROGS TO EMG-PERFIL-PROGS.
           MOVE DETALLE TO EMG-MOTIVO.
           MOVE ZEROES TO EMG-NUM-OPS.
           MOVE "N" TO EMG-REVISADA.
           WRITE REG-EMERGENCIAS
               INVALID KEY
                  DISPLAY "|EMGERROR|ALTA|" WS-SIGUIENTE "|"
                          UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-ABRE-ELEVACION
           END-WRITE.
           MOVE "ABRE" TO WS-MOVIMIENTO.
           MOVE EMG-MOTIVO TO WS-LOG-DETALLE.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
           PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA.
      *    EL DESPACHADOR SE LLAMA EN EL ACTO Y SE DESCARGA DESPUES,
      *    PARA QUE LA SIGUIENTE APERTURA LO ENCUENTRE LIMPIO.
           CALL "PRUAVISO"
               ON EXCEPTION
                  DISPLAY "|EMGERROR|NOPRUAVISO|" UPON SYSOUT
           END-CALL.
           CANCEL "PRUAVISO".
           MOVE ZERO TO RETURN-CODE.

           MOVE EMG-ID TO IDDATO.
           MOVE SPACES TO DETALLE.
           STRING EMG-PERFIL-OPS DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  EMG-PERFIL-PROGS DELIMITED BY SPACE
                  INTO DETALLE
           END-STRING.
           MOVE SPACES TO WS-EMG-RESP.
           STRING "|EMERGENCIA|ABIERTA|" EMG-ID
                  "|USUARIO:" DELIMITED BY SIZE
                  EMG-USUARIO DELIMITED BY SPACE
                  "|MINUTOS:" EMG-MINUTOS "|"
                  DELIMITED BY SIZE
                  INTO WS-EMG-RESP
           END-STRING.
           DISPLAY WS-EMG-RESP UPON SYSOUT.
       FIN-ABRE-ELEVACION.

      *    DEJA EN WS-ACTIVA-ID LA ELEVACION EN PLAZO DEL USUARIO, SI
      *    TIENE ALGUNA; DE PASO CADUCA LAS QUE YA NO LO ESTAN.
       BUSCA-ACTIVA.
           MOVE ZEROES TO WS-ACTIVA-ID.
           MOVE ZEROES TO EMG-ID.
           START EMERGENCIAS KEY GREATER EMG-ID
               INVALID KEY
                  GO TO FIN-BUSCA-ACTIVA
           END-START.
       LEE-ACTIVA.
           READ EMERGENCIAS NEXT
               AT END
                  GO TO FIN-BUSCA-ACTIVA
           END-READ.
           IF NOT EMG-ACTIVA OR EMG-USUARIO NOT = USUARIO
              GO TO LEE-ACTIVA
           END-IF.
           PERFORM COMPRUEBA-PLAZO THRU FIN-COMPRUEBA-PLAZO.
           IF EMG-ACTIVA
              MOVE EMG-ID TO WS-ACTIVA-ID
           END-IF.
           GO TO LEE-ACTIVA.
       FIN-BUSCA-ACTIVA.

      *    SRU LO PREGUNTA EN CADA VUELTA DEL DESPACHADOR.
       MIRA-VIGENTE.
           PERFORM LOCALIZA-ELEVACION THRU FIN-LOCALIZA-ELEVACION.
           IF EMG-ID = ZEROES
              MOVE 1 TO RETURN-CODE
              GO TO FIN-MIRA-VIGENTE
           END-IF.
           PERFORM COMPRUEBA-PLAZO THRU FIN-COMPRUEBA-PLAZO.
           IF NOT EMG-ACTIVA
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-MIRA-VIGENTE.

       ANOTA-OPERACION.
           PERFORM LOCALIZA-ELEVACION THRU FIN-LOCALIZA-ELEVACION.
           IF EMG-ID = ZEROES
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ANOTA-OPERACION
           END-IF.
           ADD 1 TO EMG-NUM-OPS.
           REWRITE REG-EMERGENCIAS.
           MOVE "OPERACION" TO WS-MOVIMIENTO.
           MOVE DETALLE TO WS-LOG-DETALLE.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
       FIN-ANOTA-OPERACION.

      *    SOLO EL TITULAR LA CIERRA ANTES DE TIEMPO; UNA YA TERMINADA
      *    SE DEJA COMO ESTA.
       CIERRA-ELEVACION.
           PERFORM LOCALIZA-ELEVACION THRU FIN-LOCALIZA-ELEVACION.
           IF EMG-ID = ZEROES
              MOVE 1 TO RETURN-CODE
              GO TO FIN-CIERRA-ELEVACION
           END-IF.
           IF EMG-USUARIO NOT = USUARIO
              DISPLAY "|EMGERROR|NOTITULAR|" EMG-ID "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-CIERRA-ELEVACION
           END-IF.
           PERFORM COMPRUEBA-PLAZO THRU FIN-COMPRUEBA-PLAZO.
           IF EMG-ACTIVA
              MOVE "C" TO EMG-ESTADO
              MOVE WS-FECHA TO EMG-FECHA-FIN
              MOVE WS-HORA TO EMG-HORA-FIN
              REWRITE REG-EMERGENCIAS
              MOVE "CIERRA" TO WS-MOVIMIENTO
              MOVE SPACES TO WS-LOG-DETALLE
              PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO
           END-IF.
           DISPLAY "|EMERGENCIA|CERRADA|" EMG-ID "|" EMG-ESTADO
                   "|OPERACIONES:" EMG-NUM-OPS "|" UPON SYSOUT.
       FIN-CIERRA-ELEVACION.

       LOCALIZA-ELEVACION.
           MOVE ZEROES TO WS-ID-BUSCADO.
           MOVE ZERO TO WS-ID-LONG.
           INSPECT IDDATO TALLYING WS-ID-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-ID-LONG > ZERO
              MOVE IDDATO(1:WS-ID-LONG)
                TO WS-ID-BUSCADO(7 - WS-ID-LONG:WS-ID-LONG)
           END-IF.
           IF WS-ID-BUSCADO IS NOT NUMERIC
              MOVE ZEROES TO WS-ID-BUSCADO
           END-IF.
           MOVE WS-ID-BUSCADO TO EMG-ID.
           IF EMG-ID = ZEROES
              DISPLAY "|EMGERROR|NOEXISTE|" IDDATO "|" UPON SYSOUT
              GO TO FIN-LOCALIZA-ELEVACION
           END-IF.
           READ EMERGENCIAS
               INVALID KEY
                  DISPLAY "|EMGERROR|NOEXISTE|" IDDATO "|"
                          UPON SYSOUT
                  MOVE ZEROES TO EMG-ID
           END-READ.
       FIN-LOCALIZA-ELEVACION.

      *    UNA ACTIVA QUE YA CUMPLIO SUS MINUTOS SE MARCA CADUCADA EN
      *    EL ACTO, CON LA HORA EN QUE VENCIO EL PLAZO COMO FIN.
       COMPRUEBA-PLAZO.
           IF NOT EMG-ACTIVA
              GO TO FIN-COMPRUEBA-PLAZO
           END-IF.
           MOVE EMG-FECHA TO WS-FECHA-N.
           PERFORM CALCULA-SERIE.
           MOVE WS-SERIE TO WS-SERIE-EMG.
           MOVE ZEROES TO WS-MIN-EMG.
           IF EMG-HORA(1:4) IS NUMERIC
              MOVE EMG-HORA(1:2) TO WS-HH-AUX
              MOVE EMG-HORA(3:2) TO WS-MM-AUX
              COMPUTE WS-MIN-EMG = WS-HH-AUX * 60 + WS-MM-AUX
           END-IF.
           COMPUTE WS-EDAD-MIN =
                   (WS-SERIE-HOY - WS-SERIE-EMG) * 1440
                   + WS-MIN-HOY - WS-MIN-EMG.
           IF WS-EDAD-MIN >= EMG-MINUTOS
              MOVE "X" TO EMG-ESTADO
              MOVE WS-FECHA TO EMG-FECHA-FIN
              MOVE WS-HORA TO EMG-HORA-FIN
              REWRITE REG-EMERGENCIAS
              MOVE "CADUCA" TO WS-MOVIMIENTO
              MOVE SPACES TO WS-LOG-DETALLE
              PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO
           END-IF.
       FIN-COMPRUEBA-PLAZO.

       CALCULA-SERIE.
           COMPUTE WS-SERIE = WS-ANO-N * 365 + WS-ANO-N / 4
                   + TB-ACUM(WS-MES-N) + WS-DIA-N.
       FIN-CALCULA-SERIE.

       REVISION SECTION.
      *    LA FIRMA DE REVISION: AUTENTICADO, DISTINTO DEL TITULAR Y
      *    CON LA ELEVACION YA TERMINADA (NO SE REVISA LO QUE AUN SE
      *    PUEDE SEGUIR HACIENDO).
       REVISA-ELEVACION.
           PERFORM LOCALIZA-ELEVACION THRU FIN-LOCALIZA-ELEVACION.
           IF EMG-ID = ZEROES
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REVISA-ELEVACION
           END-IF.
           IF USUARIO = SPACES
              DISPLAY "|EMGERROR|SINLOGIN|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REVISA-ELEVACION
           END-IF.
           IF USUARIO = EMG-USUARIO
              DISPLAY "|EMGERROR|MISMOUSUARIO|" EMG-ID "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REVISA-ELEVACION
           END-IF.
           PERFORM COMPRUEBA-PLAZO THRU FIN-COMPRUEBA-PLAZO.
           IF EMG-ACTIVA
              DISPLAY "|EMGERROR|ACTIVA|" EMG-ID "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REVISA-ELEVACION
           END-IF.
           IF EMG-REVISADA-OK
              DISPLAY "|EMGERROR|YAREVISADA|" EMG-ID "|POR:"
                      EMG-REVISOR "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-REVISA-ELEVACION
           END-IF.
           MOVE "S" TO EMG-REVISADA.
           MOVE USUARIO TO EMG-REVISOR.
           MOVE WS-FECHA TO EMG-FECHA-REV.
           MOVE WS-HORA TO EMG-HORA-REV.
           MOVE DETALLE TO EMG-NOTA.
           REWRITE REG-EMERGENCIAS.
           MOVE "REVISA" TO WS-MOVIMIENTO.
           MOVE EMG-NOTA TO WS-LOG-DETALLE.
           PERFORM AUDITA-MOVIMIENTO THRU FIN-AUDITA-MOVIMIENTO.
           DISPLAY "|EMERGENCIA|REVISADA|" EMG-ID "|POR:" USUARIO "|"
                   UPON SYSOUT.
       FIN-REVISA-ELEVACION.

       LISTADO SECTION.
      *    LA LISTA DE REVISION: CADA USO SIN FIRMAR, EN PLAZO O NO.
       LISTA-ELEVACIONES.
           MOVE ZEROES TO EMG-ID.
           START EMERGENCIAS KEY GREATER EMG-ID
               INVALID KEY
                  GO TO FIN-LEER-ELEVACIONES
           END-START.
       LEER-ELEVACIONES.
           READ EMERGENCIAS NEXT
               AT END
                  GO TO FIN-LEER-ELEVACIONES
           END-READ.
           PERFORM COMPRUEBA-PLAZO THRU FIN-COMPRUEBA-PLAZO.
           IF EMG-REVISADA-OK AND DETALLE(1:6) NOT = "TODAS "
              GO TO LEER-ELEVACIONES
           END-IF.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-EMG-RESP.
           STRING "|EMERGENCIA|" EMG-ID "|" EMG-ESTADO
                  "|USUARIO:" DELIMITED BY SIZE
                  EMG-USUARIO DELIMITED BY SPACE
                  "|" EMG-FECHA "-" EMG-HORA
                  "|FIN:" EMG-FECHA-FIN "-" EMG-HORA-FIN
                  "|OPERACIONES:" EMG-NUM-OPS
                  "|REVISOR:" DELIMITED BY SIZE
                  EMG-REVISOR DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  EMG-MOTIVO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-EMG-RESP
           END-STRING.
           DISPLAY WS-EMG-RESP UPON SYSOUT.
           GO TO LEER-ELEVACIONES.
       FIN-LEER-ELEVACIONES.
           MOVE SPACES TO WS-EMG-RESP.
           STRING "|EMERGENCIAFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-EMG-RESP
           END-STRING.
           DISPLAY WS-EMG-RESP UPON SYSOUT.
       FIN-LISTA-ELEVACIONES.

       AUDITAR SECTION.
      *    CADA MOVIMIENTO (APERTURA, OPERACION, CIERRE, CADUCIDAD Y
      *    REVISION) QUEDA EN PRUEMERGE-YYYYMMDD.LOG BAJO dd_trz.
       AUDITA-MOVIMIENTO.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUEMERGE-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRUEMERGE-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-EMG.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-EMG
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA-MOVIMIENTO
           END-IF.
           MOVE SPACES TO REG-LOG-EMG.
           STRING WS-FECHA "-" WS-HORA
                  " |" EMG-ID "|" DELIMITED BY SIZE
                  WS-MOVIMIENTO DELIMITED BY SPACE
                  "|TITULAR:" DELIMITED BY SIZE
                  EMG-USUARIO DELIMITED BY SPACE
                  "|USUARIO:" DELIMITED BY SIZE
                  USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-LOG-DETALLE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-EMG
           END-STRING.
           WRITE REG-LOG-EMG.
           CLOSE LOG-EMG.
       FIN-AUDITA-MOVIMIENTO.

       ALERTA SECTION.
      *    MISMO CONTADOR DE IDS (REGISTRO 0) Y MISMA COLA ALERTAS.DAT
      *    BAJO dd_trz QUE ALIMENTA PRUERR; SI LA COLA NO SE PUEDE
      *    ABRIR NO SE INSISTE.
       ANOTA-ALERTA.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-ALERTAS-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/ALERTAS.DAT" DELIMITED BY SIZE
                     INTO WS-ALERTAS-PATH
           ELSE
              MOVE "ALERTAS.DAT" TO WS-ALERTAS-PATH
           END-IF.
           OPEN I-O ALERTAS.
           IF WS-ALERTAS-ESTADO NOT = "00"
              OPEN OUTPUT ALERTAS
              IF WS-ALERTAS-ESTADO NOT = "00"
                 GO TO FIN-ANOTA-ALERTA
              END-IF
              CLOSE ALERTAS
              OPEN I-O ALERTAS
              IF WS-ALERTAS-ESTADO NOT = "00"
                 GO TO FIN-ANOTA-ALERTA
              END-IF
           END-IF.
           MOVE ZEROES TO ALR-ID.
           READ ALERTAS
               INVALID KEY
                  MOVE SPACES TO REG-ALERTAS-CONTROL
                  MOVE ZEROES TO ALC-ID
                  MOVE ZEROES TO ALC-ULTIMO
                  WRITE REG-ALERTAS-CONTROL
           END-READ.
           MOVE ALC-ULTIMO TO WS-ALR-SIGUIENTE.
           ADD 1 TO WS-ALR-SIGUIENTE.
           MOVE WS-ALR-SIGUIENTE TO ALC-ULTIMO.
           REWRITE REG-ALERTAS-CONTROL.
           MOVE WS-ALR-SIGUIENTE TO ALR-ID.
           MOVE "P" TO ALR-ESTADO.
           MOVE WS-FECHA TO ALR-FECHA.
           MOVE WS-HORA TO ALR-HORA.
           MOVE WS-COD-EMERGENCIA TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
           MOVE SPACES TO ALR-FICHERO.
           STRING "EMERGENCIA " EMG-ID " " DELIMITED BY SIZE
                  EMG-USUARIO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  EMG-MOTIVO DELIMITED BY "  "
                  INTO ALR-FICHERO
           END-STRING.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
       FIN-ANOTA-ALERTA.
