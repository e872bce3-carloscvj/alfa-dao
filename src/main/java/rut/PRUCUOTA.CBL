       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUCUOTA.
       AUTHOR.        CVJ.
       SECURITY.      CUOTAS DE ESPACIO POR AREA dd_ Y POR USUARIO:
                      CUOTAS.POL BAJO dd_dir LLEVA UNA LINEA
                      prefijo;sujeto;limiteMB;umbral% POR CUOTA (EL
                      PREFIJO SE ESCRIBE COMO UN NOMBRE dd_ - "tmp" O
                      "obj/NOMINA" - O COMO RUTA; EL SUJETO ES "*" PARA
                      EL TOTAL DEL AREA, "+" PARA CADA USUARIO POR
                      SEPARADO O UN USUARIO CONCRETO, QUE MANDA SOBRE
                      EL "+" DE SU MISMO PREFIJO; EL UMBRAL BLANDO ES
                      EL 80% SI NO SE DA). EL USO SALE DEL CATALOGO DE
                      PRUCAT (REG-CAT-TAMANIO DE LO QUE CAE BAJO EL
                      PREFIJO, DE REG-CAT-USUARIO EN LAS CUOTAS DE
                      USUARIO). EL CRG DE SRU, PRUCP Y PRUIMPIX
                      PREGUNTAN ANTES DE ESCRIBIR Y NO SIGUEN SI SE
                      PASARIAN; PRUEXPIX SOLO AVISA. HASTA AHORA
                      PRUDISCO AVISABA CUANDO UNA RAIZ ENTERA SE
                      LLENABA, PERO NADA IMPEDIA QUE LAS CARGAS DE UN
                      SOLO USUARIO O UNA COPIA DE DIRECTORIO LA
                      LLENARAN.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               CONSULTA (RUTA YA RESUELTA,
*********************               BYTES QUE SE VAN A ESCRIBIR Y EN
*********************               EL DETALLE EL PROGRAMA QUE
*********************               PREGUNTA. RC 0 CABE, RC 1 SE
*********************               PASARIA DEL LIMITE, RC 2 CABE
*********************               PERO SUPERA EL UMBRAL; LOS BYTES
*********************               VUELVEN CON EL HUECO QUE QUEDA
*********************               HASTA EL LIMITE MAS AJUSTADO Y EL
*********************               DETALLE CON LA CUOTA QUE MANDA) -
*********************               INFORME (USO CONTRA LIMITE DE
*********************               CADA CUOTA, CON ALERTA "9C"
*********************               PENDIENTE EN ALERTAS.DAT PARA LAS
*********************               QUE PASAN DEL UMBRAL; RC 1 SI
*********************               ALGUNA PASA YA DEL LIMITE). LO
*********************               ENFRIADO NO CUENTA, PORQUE YA NO
*********************               OCUPA EL AREA, NI EL PROPIO
*********************               FICHERO QUE SE VA A REESCRIBIR.
*********************               LAS NEGATIVAS QUEDAN EN
*********************               PRUCUOTA-YYYYMMDD.LOG BAJO dd_trz.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POLITICA
                  ASSIGN TO DYNAMIC WS-POLITICA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POLITICA-ESTADO.

           SELECT CATALOGO
                  ASSIGN TO DYNAMIC WS-CATALOGO-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CAT-CLAVE
                  FILE STATUS IS WS-CATALOGO-ESTADO.

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

           SELECT LOG-CUOTA
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  POLITICA.
       01  REG-POLITICA      PIC X(256).

      *    MISMO LAYOUT DE CATALOGO QUE PRUCAT.
       FD  CATALOGO.
       01  REG-CATALOGO.
           03 REG-CAT-CLAVE      PIC X(200).
           03 REG-CAT-FECHACREA  PIC X(8).
           03 REG-CAT-HORACREA   PIC X(8).
           03 REG-CAT-FECHAMOD   PIC X(8).
           03 REG-CAT-HORAMOD    PIC X(8).
           03 REG-CAT-TAMANIO    PIC 9(9).
           03 REG-CAT-USUARIO    PIC X(15).
           03 REG-CAT-FECHAVERIF PIC X(8).
           03 REG-CAT-NIVEL      PIC X.
              88 CAT-ENFRIADO    VALUE "F".
           03 REG-CAT-FRIO       PIC X(200).
           03 REG-CAT-FECHAFRIO  PIC X(8).
           03 REG-CAT-RECUPERA   PIC 9(5).
           03 REG-CAT-FECHARECU  PIC X(8).

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

       FD  LOG-CUOTA.
       01  REG-LOG-CUOTA     PIC X(400).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUCUOTA".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-POLITICA-PATH  PIC X(200).
       77  WS-POLITICA-ESTADO PIC XX.
       01  WS-CATALOGO-PATH  PIC X(200).
       77  WS-CATALOGO-ESTADO PIC XX.
       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-COD-CUOTA      PIC XX VALUE "9C".
       77  WS-DD-TRZ         PIC X(128).
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.
       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-MODO           PIC X.
           88 MODO-CONSULTA  VALUE "C".
           88 MODO-INFORME   VALUE "I".

      *    LAS LINEAS DE CUOTAS.POL, CON EL PREFIJO YA RESUELTO A RUTA
      *    Y SU LONGITUD, Y EL USO QUE SE LES VA SUMANDO.
       01  TB-CUOTAS.
           03 TB-CUO-O       OCCURS 100.
              05 TB-CUO-PREFIJO  PIC X(128).
              05 TB-CUO-SUJETO   PIC X(15).
              05 TB-CUO-RUTA     PIC X(256).
              05 TB-CUO-LON      PIC 999.
              05 TB-CUO-LIMITE   PIC 9(9).
              05 TB-CUO-UMBRAL   PIC 999.
              05 TB-CUO-APLICA   PIC X.
              05 TB-CUO-USO      PIC 9(15).
       77  WS-NCUO           PIC 999 VALUE ZERO.
       77  WS-AA             PIC 999.
       77  WS-BB             PIC 999.
       01  WS-A-PREFIJO      PIC X(128).
       77  WS-A-SUJETO       PIC X(15).
       77  WS-A-LIMITE-TXT   PIC X(9).
       77  WS-A-UMBRAL-TXT   PIC X(3).
       77  WS-A-LIMITE-LON   PIC 99.
       77  WS-A-UMBRAL-LON   PIC 99.
       01  WS-A-RUTA         PIC X(256).
       77  WS-LON            PIC 999.

      *    EN EL INFORME, EL USO DE CADA USUARIO BAJO LAS CUOTAS "+".
       01  TB-USOS.
           03 TB-USO-O       OCCURS 500.
              05 TB-USO-LINEA    PIC 999.
              05 TB-USO-USUARIO  PIC X(15).
              05 TB-USO-BYTES    PIC 9(15).
       77  WS-NUSO           PIC 999 VALUE ZERO.
       77  WS-UU             PIC 999.

      *    LA PREGUNTA: QUIEN, DONDE Y CUANTO; Y LA RESPUESTA: LA
      *    CUOTA QUE MANDA (LINEA, 0 SI NINGUNA) Y EL HUECO QUE QUEDA.
       77  WS-EV-USUARIO     PIC X(15).
       77  WS-EV-PROPIA      PIC X.
           88 TIENE-PROPIA   VALUE "S".
       77  WS-EV-APLICAN     PIC 999.
       77  WS-EV-RESULTADO   PIC 9.
       77  WS-EV-LINEA       PIC 999.
       77  WS-EV-HUECO       PIC 9(15).
       77  WS-EV-HUECO-LIN   PIC 9(15).
       77  WS-EV-TRAS        PIC 9(15).
       77  WS-CAT-USUARIO    PIC X(15).
       77  WS-CAT-NCLAVE     PIC 999.

      *    LIMITE Y UMBRAL DE UNA LINEA EN BYTES, Y SU ESTADO.
       77  WS-MEGA           PIC 9(7) VALUE 1048576.
       77  WS-LIM-BYTES      PIC 9(15).
       77  WS-UMB-BYTES      PIC 9(15).
       77  WS-USO            PIC 9(15).
       77  WS-USO-MB         PIC 9(9).
       77  WS-PCT            PIC 9(5).
       77  WS-SUJETO-INF     PIC X(15).
       77  WS-ESTADO-INF     PIC X(7).
       77  WS-LINEAS         PIC 9(5) VALUE ZEROES.
       77  WS-AVISOS         PIC 9(5) VALUE ZEROES.
       77  WS-EXCEDIDAS      PIC 9(5) VALUE ZEROES.
       01  WS-CUO-RESP       PIC X(400).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  NOMBREFICHERO     PIC X(256).
       77  TAMANIO           PIC 9(15).
       77  DETALLE           PIC X(128).

       PROCEDURE DIVISION USING ACCION NOMBREFICHERO TAMANIO DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-POLITICA-PATH WS-CATALOGO-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/CUOTAS.POL"
                     DELIMITED BY SPACE
                     INTO WS-POLITICA-PATH
              END-STRING
              STRING VALORDIR "/PRUCAT.DAT"
                     DELIMITED BY SPACE
                     INTO WS-CATALOGO-PATH
              END-STRING
           ELSE
              MOVE "CUOTAS.POL" TO WS-POLITICA-PATH
              MOVE "PRUCAT.DAT" TO WS-CATALOGO-PATH
           END-IF.
           PERFORM CARGA-POLITICA THRU FIN-CARGA-POLITICA.
       PROCESOS.
           EVALUATE ACCION
               WHEN "CONSULTA"
                    SET MODO-CONSULTA TO TRUE
               WHEN "INFORME"
                    SET MODO-INFORME TO TRUE
                    PERFORM INFORME-CUOTAS THRU FIN-INFORME-CUOTAS
                    IF WS-EXCEDIDAS > ZEROES
                       MOVE 1 TO RETURN-CODE
                    ELSE
                       MOVE ZERO TO RETURN-CODE
                    END-IF
                    GO TO FIN-PROCESOS
               WHEN OTHER
                    DISPLAY "|CUOTAERROR|ACCION|" ACCION "|" UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
                    GO TO FIN-PROCESOS
           END-EVALUATE.
           PERFORM CONSULTA-CUOTA THRU FIN-CONSULTA-CUOTA.
           EVALUATE WS-EV-RESULTADO
               WHEN 1
                    PERFORM AUDITA-NEGATIVA THRU FIN-AUDITA-NEGATIVA
                    PERFORM DESCRIBE-CUOTA THRU FIN-DESCRIBE-CUOTA
                    MOVE 1 TO RETURN-CODE
               WHEN 2
                    PERFORM DESCRIBE-CUOTA THRU FIN-DESCRIBE-CUOTA
                    MOVE SPACES TO WS-CUO-RESP
                    STRING "|CUOTAAVISO|" DELIMITED BY SIZE
                           WS-EV-USUARIO DELIMITED BY SPACE
                           "|" DELIMITED BY SIZE
                           NOMBREFICHERO DELIMITED BY SPACE
                           "|" DELIMITED BY SIZE
                           DETALLE DELIMITED BY "  "
                           "|" DELIMITED BY SIZE
                           INTO WS-CUO-RESP
                    END-STRING
                    DISPLAY WS-CUO-RESP UPON SYSOUT
                    MOVE 2 TO RETURN-CODE
               WHEN OTHER
                    MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
           MOVE WS-EV-HUECO TO TAMANIO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CONSULTA SECTION.
      *    VALEN LAS CUOTAS CUYO PREFIJO CUBRE LA RUTA Y QUE SON DEL
      *    AREA ENTERA O DEL USUARIO (LA SUYA PROPIA O LA DE "+"); SE
      *    MIRAN TODAS, PORQUE UN AREA Y UNA ZONA DENTRO DE ELLA SE
      *    LIMITAN A LA VEZ. MANDA LA PEOR: PASARSE ANTES QUE AVISAR.
       CONSULTA-CUOTA.
           MOVE ZERO TO WS-EV-RESULTADO WS-EV-LINEA WS-EV-APLICAN.
           MOVE 999999999999999 TO WS-EV-HUECO.
           IF WS-NCUO = ZERO
              GO TO FIN-CONSULTA-CUOTA
           END-IF.
           PERFORM USUARIO-ACTUAL THRU FIN-USUARIO-ACTUAL.
           PERFORM VARYING WS-AA FROM 1 BY 1 UNTIL WS-AA > WS-NCUO
              MOVE "N" TO TB-CUO-APLICA(WS-AA)
              MOVE ZEROES TO TB-CUO-USO(WS-AA)
              IF NOMBREFICHERO(1:TB-CUO-LON(WS-AA)) =
                 TB-CUO-RUTA(WS-AA)(1:TB-CUO-LON(WS-AA))
                 EVALUATE TRUE
                     WHEN TB-CUO-SUJETO(WS-AA) = "*"
                          MOVE "S" TO TB-CUO-APLICA(WS-AA)
                     WHEN TB-CUO-SUJETO(WS-AA) = "+"
                          MOVE WS-EV-USUARIO TO WS-CAT-USUARIO
                          PERFORM MIRA-PROPIA THRU FIN-MIRA-PROPIA
                          IF NOT TIENE-PROPIA AND
                             WS-EV-USUARIO NOT = SPACES
                             MOVE "S" TO TB-CUO-APLICA(WS-AA)
                          END-IF
                     WHEN WS-EV-USUARIO NOT = SPACES AND
                          TB-CUO-SUJETO(WS-AA) = WS-EV-USUARIO
                          MOVE "S" TO TB-CUO-APLICA(WS-AA)
                 END-EVALUATE
              END-IF
              IF TB-CUO-APLICA(WS-AA) = "S"
                 ADD 1 TO WS-EV-APLICAN
              END-IF
           END-PERFORM.
           IF WS-EV-APLICAN = ZERO
              GO TO FIN-CONSULTA-CUOTA
           END-IF.
           PERFORM RECORRE-CATALOGO THRU FIN-RECORRE-CATALOGO.
           PERFORM VARYING WS-AA FROM 1 BY 1 UNTIL WS-AA > WS-NCUO
              IF TB-CUO-APLICA(WS-AA) = "S"
                 PERFORM MIDE-LINEA THRU FIN-MIDE-LINEA
              END-IF
           END-PERFORM.
       FIN-CONSULTA-CUOTA.

      *    USO + LO PEDIDO CONTRA EL LIMITE Y EL UMBRAL DE LA LINEA
      *    WS-AA; EL HUECO DE LA RESPUESTA ES EL MENOR DE TODAS.
       MIDE-LINEA.
           PERFORM CALCULA-LIMITES THRU FIN-CALCULA-LIMITES.
           MOVE TB-CUO-USO(WS-AA) TO WS-USO.
           COMPUTE WS-EV-TRAS = WS-USO + TAMANIO.
           IF WS-USO < WS-LIM-BYTES
              COMPUTE WS-EV-HUECO-LIN = WS-LIM-BYTES - WS-USO
           ELSE
              MOVE ZEROES TO WS-EV-HUECO-LIN
           END-IF.
           IF WS-EV-HUECO-LIN < WS-EV-HUECO
              MOVE WS-EV-HUECO-LIN TO WS-EV-HUECO
           END-IF.
           IF WS-EV-TRAS > WS-LIM-BYTES
              IF WS-EV-RESULTADO NOT = 1
                 MOVE 1 TO WS-EV-RESULTADO
                 MOVE WS-AA TO WS-EV-LINEA
              END-IF
              GO TO FIN-MIDE-LINEA
           END-IF.
           IF WS-EV-TRAS > WS-UMB-BYTES AND WS-EV-RESULTADO = ZERO
              MOVE 2 TO WS-EV-RESULTADO
              MOVE WS-AA TO WS-EV-LINEA
           END-IF.
       FIN-MIDE-LINEA.

       CALCULA-LIMITES.
           COMPUTE WS-LIM-BYTES = TB-CUO-LIMITE(WS-AA) * WS-MEGA.
           COMPUTE WS-UMB-BYTES =
                   WS-LIM-BYTES * TB-CUO-UMBRAL(WS-AA) / 100.
       FIN-CALCULA-LIMITES.

      *    SI EL USUARIO TIENE LINEA PROPIA CON EL MISMO PREFIJO QUE LA
      *    "+" DE WS-AA, ESA LE MANDA Y LA "+" NO LE CUENTA.
       MIRA-PROPIA.
           MOVE "N" TO WS-EV-PROPIA.
           IF WS-CAT-USUARIO = SPACES
              GO TO FIN-MIRA-PROPIA
           END-IF.
           PERFORM VARYING WS-BB FROM 1 BY 1 UNTIL WS-BB > WS-NCUO
              IF TB-CUO-SUJETO(WS-BB) = WS-CAT-USUARIO AND
                 TB-CUO-RUTA(WS-BB) = TB-CUO-RUTA(WS-AA)
                 SET TIENE-PROPIA TO TRUE
              END-IF
           END-PERFORM.
       FIN-MIRA-PROPIA.

      *    LA CUOTA QUE MANDA, PARA EL DETALLE DE LA RESPUESTA.
       DESCRIBE-CUOTA.
           MOVE WS-EV-LINEA TO WS-AA.
           PERFORM CALCULA-LIMITES THRU FIN-CALCULA-LIMITES.
           MOVE TB-CUO-USO(WS-AA) TO WS-USO.
           PERFORM USO-EN-MEGAS THRU FIN-USO-EN-MEGAS.
           MOVE SPACES TO DETALLE.
           STRING TB-CUO-PREFIJO(WS-AA) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TB-CUO-SUJETO(WS-AA) DELIMITED BY SPACE
                  " USO:" WS-USO-MB "MB LIMITE:" TB-CUO-LIMITE(WS-AA)
                  "MB" DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
       FIN-DESCRIBE-CUOTA.

       USO-EN-MEGAS.
           COMPUTE WS-USO-MB = (WS-USO + WS-MEGA - 1) / WS-MEGA.
           IF WS-LIM-BYTES > ZERO
              COMPUTE WS-PCT = WS-USO * 100 / WS-LIM-BYTES
           ELSE
              MOVE ZEROES TO WS-PCT
           END-IF.
       FIN-USO-EN-MEGAS.

      *    EL USUARIO DE LA SESION DE SRU (EXTERNAL); FUERA DE SRU EL
      *    DEL SISTEMA, COMO EN PRUACL.
       USUARIO-ACTUAL.
           MOVE SPACES TO WS-EV-USUARIO.
           IF USUARIO NOT = SPACES
              MOVE USUARIO TO WS-EV-USUARIO
           ELSE
              DISPLAY "LOGNAME" UPON ENVIRONMENT-NAME
              ACCEPT WS-EV-USUARIO FROM ENVIRONMENT-VALUE
              IF WS-EV-USUARIO = SPACES OR
                 WS-EV-USUARIO = LOW-VALUES
                 MOVE SPACES TO WS-EV-USUARIO
                 DISPLAY "USER" UPON ENVIRONMENT-NAME
                 ACCEPT WS-EV-USUARIO FROM ENVIRONMENT-VALUE
              END-IF
           END-IF.
           IF WS-EV-USUARIO = LOW-VALUES
              MOVE SPACES TO WS-EV-USUARIO
           END-IF.
       FIN-USUARIO-ACTUAL.

      *    PRUCUOTA-YYYYMMDD.LOG BAJO dd_trz, COMO PRUACL: UNA LINEA
      *    POR NEGATIVA CON QUIEN, DONDE, CUANTO Y DESDE QUE PROGRAMA.
       AUDITA-NEGATIVA.
           MOVE SPACES TO WS-CUO-RESP.
           STRING "|CUOTAEXCEDE|" DELIMITED BY SIZE
                  WS-EV-USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  NOMBREFICHERO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-CUO-PREFIJO(WS-EV-LINEA) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-CUO-SUJETO(WS-EV-LINEA) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-CUO-RESP
           END-STRING.
           DISPLAY WS-CUO-RESP UPON SYSOUT.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUCUOTA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRUCUOTA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-CUOTA.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-CUOTA
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA-NEGATIVA
           END-IF.
           MOVE SPACES TO REG-LOG-CUOTA.
           STRING WS-FECHA "-" WS-HORA
                  " |EXCEDE|USUARIO:" DELIMITED BY SIZE
                  WS-EV-USUARIO DELIMITED BY SPACE
                  "|RUTA:" DELIMITED BY SIZE
                  NOMBREFICHERO DELIMITED BY SPACE
                  "|ZONA:" DELIMITED BY SIZE
                  TB-CUO-PREFIJO(WS-EV-LINEA) DELIMITED BY SPACE
                  "|SUJETO:" DELIMITED BY SIZE
                  TB-CUO-SUJETO(WS-EV-LINEA) DELIMITED BY SPACE
                  "|USO:" TB-CUO-USO(WS-EV-LINEA)
                  "|PIDE:" TAMANIO
                  "|LIMITEMB:" TB-CUO-LIMITE(WS-EV-LINEA)
                  "|PROGRAMA:" DELIMITED BY SIZE
                  DETALLE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-CUOTA
           END-STRING.
           WRITE REG-LOG-CUOTA.
           CLOSE LOG-CUOTA.
       FIN-AUDITA-NEGATIVA.

       CATALOGO-SEC SECTION.
      *    UNA PASADA POR EL CATALOGO SUMANDO CADA FICHERO A LAS CUOTAS
      *    QUE LO CUBREN. SIN CATALOGO EL USO ES CERO Y TODO CABE.
       RECORRE-CATALOGO.
           MOVE ZERO TO WS-NUSO.
           OPEN INPUT CATALOGO.
           IF WS-CATALOGO-ESTADO NOT = "00"
              GO TO FIN-RECORRE-CATALOGO
           END-IF.
       LEYENDO-CATALOGO.
           READ CATALOGO NEXT
               AT END
                  GO TO CIERRA-CATALOGO
           END-READ.
           IF CAT-ENFRIADO OR REG-CAT-TAMANIO IS NOT NUMERIC
              GO TO LEYENDO-CATALOGO
           END-IF.
           IF MODO-CONSULTA AND
              REG-CAT-CLAVE = NOMBREFICHERO(1:200)
              GO TO LEYENDO-CATALOGO
           END-IF.
           PERFORM VARYING WS-AA FROM 1 BY 1 UNTIL WS-AA > WS-NCUO
              IF TB-CUO-APLICA(WS-AA) = "S" AND
                 TB-CUO-LON(WS-AA) NOT > 200
                 MOVE TB-CUO-LON(WS-AA) TO WS-CAT-NCLAVE
                 IF REG-CAT-CLAVE(1:WS-CAT-NCLAVE) =
                    TB-CUO-RUTA(WS-AA)(1:WS-CAT-NCLAVE)
                    PERFORM ACUMULA-FICHERO THRU FIN-ACUMULA-FICHERO
                 END-IF
              END-IF
           END-PERFORM.
           GO TO LEYENDO-CATALOGO.
       CIERRA-CATALOGO.
           CLOSE CATALOGO.
       FIN-RECORRE-CATALOGO.

      *    EL "*" SE LLEVA TODO; LA LINEA DE UN USUARIO, LO SUYO; LA
      *    "+" EN LA CONSULTA LO DEL QUE PREGUNTA Y EN EL INFORME LO DE
      *    CADA UNO POR SEPARADO (MENOS LOS QUE TIENEN LINEA PROPIA).
       ACUMULA-FICHERO.
           IF TB-CUO-SUJETO(WS-AA) = "*"
              ADD REG-CAT-TAMANIO TO TB-CUO-USO(WS-AA)
              GO TO FIN-ACUMULA-FICHERO
           END-IF.
           IF TB-CUO-SUJETO(WS-AA) NOT = "+"
              IF REG-CAT-USUARIO = TB-CUO-SUJETO(WS-AA)
                 ADD REG-CAT-TAMANIO TO TB-CUO-USO(WS-AA)
              END-IF
              GO TO FIN-ACUMULA-FICHERO
           END-IF.
           IF MODO-CONSULTA
              IF REG-CAT-USUARIO = WS-EV-USUARIO
                 ADD REG-CAT-TAMANIO TO TB-CUO-USO(WS-AA)
              END-IF
              GO TO FIN-ACUMULA-FICHERO
           END-IF.
           IF REG-CAT-USUARIO = SPACES
              GO TO FIN-ACUMULA-FICHERO
           END-IF.
           MOVE REG-CAT-USUARIO TO WS-CAT-USUARIO.
           PERFORM MIRA-PROPIA THRU FIN-MIRA-PROPIA.
           IF TIENE-PROPIA
              GO TO FIN-ACUMULA-FICHERO
           END-IF.
           PERFORM VARYING WS-UU FROM 1 BY 1
                   UNTIL WS-UU > WS-NUSO OR
                         (TB-USO-LINEA(WS-UU) = WS-AA AND
                          TB-USO-USUARIO(WS-UU) = WS-CAT-USUARIO)
              CONTINUE
           END-PERFORM.
           IF WS-UU > WS-NUSO
              IF WS-NUSO >= 500
                 GO TO FIN-ACUMULA-FICHERO
              END-IF
              ADD 1 TO WS-NUSO
              MOVE WS-NUSO TO WS-UU
              MOVE WS-AA TO TB-USO-LINEA(WS-UU)
              MOVE WS-CAT-USUARIO TO TB-USO-USUARIO(WS-UU)
              MOVE ZEROES TO TB-USO-BYTES(WS-UU)
           END-IF.
           ADD REG-CAT-TAMANIO TO TB-USO-BYTES(WS-UU).
       FIN-ACUMULA-FICHERO.

       POLITICA-SEC SECTION.
      *    prefijo;sujeto;limiteMB;umbral%. EL PREFIJO SE RESUELVE COMO
      *    EN PRUACL PARA COMPARARLO CON LAS RUTAS YA RESUELTAS DE LOS
      *    LLAMANTES Y CON LAS CLAVES DEL CATALOGO. UNA LINEA SIN
      *    LIMITE NUMERICO NO ES UNA CUOTA Y SE SALTA.
       CARGA-POLITICA.
           MOVE ZERO TO WS-NCUO.
           OPEN INPUT POLITICA.
           IF WS-POLITICA-ESTADO NOT = "00"
              GO TO FIN-CARGA-POLITICA
           END-IF.
       LEYENDO-POLITICA.
           READ POLITICA
               AT END
                  GO TO CIERRA-POLITICA
           END-READ.
           IF REG-POLITICA = SPACES OR REG-POLITICA(1:1) = "*"
              GO TO LEYENDO-POLITICA
           END-IF.
           MOVE SPACES TO WS-A-PREFIJO WS-A-SUJETO
                          WS-A-LIMITE-TXT WS-A-UMBRAL-TXT.
           MOVE ZEROES TO WS-A-LIMITE-LON WS-A-UMBRAL-LON.
           UNSTRING REG-POLITICA DELIMITED BY ";" INTO
                 WS-A-PREFIJO
                 WS-A-SUJETO
                 WS-A-LIMITE-TXT COUNT IN WS-A-LIMITE-LON
                 WS-A-UMBRAL-TXT COUNT IN WS-A-UMBRAL-LON
           END-UNSTRING.
           IF WS-A-PREFIJO = SPACES OR WS-A-SUJETO = SPACES
              GO TO LEYENDO-POLITICA
           END-IF.
           IF WS-A-LIMITE-LON = ZERO OR WS-A-LIMITE-LON > 9
              GO TO LEYENDO-POLITICA
           END-IF.
           IF WS-A-LIMITE-TXT(1:WS-A-LIMITE-LON) IS NOT NUMERIC
              GO TO LEYENDO-POLITICA
           END-IF.
           IF WS-NCUO >= 100
              DISPLAY "|CUOTAERROR|TABLA|" WS-A-PREFIJO "|" UPON SYSOUT
              GO TO CIERRA-POLITICA
           END-IF.
           MOVE SPACES TO WS-A-RUTA.
           IF WS-A-PREFIJO(1:1) = "/"
              MOVE WS-A-PREFIJO TO WS-A-RUTA
           ELSE
              MOVE SPACES TO VALORDIR NOMBRDIR
              STRING "dd_" WS-A-PREFIJO(1:3)
                     DELIMITED BY " "
                     INTO NOMBRDIR
              END-STRING
              DISPLAY NOMBRDIR UPON ENVIRONMENT-NAME
              ACCEPT VALORDIR FROM ENVIRONMENT-VALUE
              IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
                 STRING VALORDIR WS-A-PREFIJO(4:)
                        DELIMITED BY " "
                        INTO WS-A-RUTA
                 END-STRING
              ELSE
                 MOVE WS-A-PREFIJO TO WS-A-RUTA
              END-IF
           END-IF.
           MOVE 256 TO WS-LON.
       MIDE-PREFIJO.
           IF WS-LON > ZERO AND WS-A-RUTA(WS-LON:1) = SPACE
              SUBTRACT 1 FROM WS-LON
              GO TO MIDE-PREFIJO
           END-IF.
           IF WS-LON = ZERO
              GO TO LEYENDO-POLITICA
           END-IF.
           ADD 1 TO WS-NCUO.
           MOVE WS-A-PREFIJO TO TB-CUO-PREFIJO(WS-NCUO).
           MOVE WS-A-SUJETO TO TB-CUO-SUJETO(WS-NCUO).
           MOVE WS-A-RUTA TO TB-CUO-RUTA(WS-NCUO).
           MOVE WS-LON TO TB-CUO-LON(WS-NCUO).
           MOVE WS-A-LIMITE-TXT(1:WS-A-LIMITE-LON)
             TO TB-CUO-LIMITE(WS-NCUO).
           MOVE 80 TO TB-CUO-UMBRAL(WS-NCUO).
           IF WS-A-UMBRAL-LON > ZERO AND WS-A-UMBRAL-LON < 4
              IF WS-A-UMBRAL-TXT(1:WS-A-UMBRAL-LON) IS NUMERIC
                 MOVE WS-A-UMBRAL-TXT(1:WS-A-UMBRAL-LON)
                   TO TB-CUO-UMBRAL(WS-NCUO)
              END-IF
           END-IF.
           IF TB-CUO-UMBRAL(WS-NCUO) = ZERO OR
              TB-CUO-UMBRAL(WS-NCUO) > 100
              MOVE 80 TO TB-CUO-UMBRAL(WS-NCUO)
           END-IF.
           MOVE "N" TO TB-CUO-APLICA(WS-NCUO).
           MOVE ZEROES TO TB-CUO-USO(WS-NCUO).
           GO TO LEYENDO-POLITICA.
       CIERRA-POLITICA.
           CLOSE POLITICA.
       FIN-CARGA-POLITICA.

       INFORME SECTION.
      *    USO CONTRA LIMITE DE CADA CUOTA, EN EL ORDEN DE LA POLITICA;
      *    LAS "+" SACAN UNA LINEA POR USUARIO CON ESPACIO EN LA ZONA.
      *    LO QUE PASA DEL UMBRAL QUEDA ADEMAS COMO ALERTA PENDIENTE,
      *    PARA QUE SE VEA ANTES DE QUE EL CRG O PRUCP SE ENCUENTREN
      *    CON LA NEGATIVA.
       INFORME-CUOTAS.
           PERFORM VARYING WS-AA FROM 1 BY 1 UNTIL WS-AA > WS-NCUO
              MOVE "S" TO TB-CUO-APLICA(WS-AA)
              MOVE ZEROES TO TB-CUO-USO(WS-AA)
           END-PERFORM.
           PERFORM RECORRE-CATALOGO THRU FIN-RECORRE-CATALOGO.
           PERFORM VARYING WS-AA FROM 1 BY 1 UNTIL WS-AA > WS-NCUO
              IF TB-CUO-SUJETO(WS-AA) = "+"
                 PERFORM VARYING WS-UU FROM 1 BY 1
                         UNTIL WS-UU > WS-NUSO
                    IF TB-USO-LINEA(WS-UU) = WS-AA
                       MOVE TB-USO-USUARIO(WS-UU) TO WS-SUJETO-INF
                       MOVE TB-USO-BYTES(WS-UU) TO WS-USO
                       PERFORM INFORME-LINEA THRU FIN-INFORME-LINEA
                    END-IF
                 END-PERFORM
              ELSE
                 MOVE TB-CUO-SUJETO(WS-AA) TO WS-SUJETO-INF
                 MOVE TB-CUO-USO(WS-AA) TO WS-USO
                 PERFORM INFORME-LINEA THRU FIN-INFORME-LINEA
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CUO-RESP.
           STRING "|CUOTAFIN|LINEAS:" WS-LINEAS
                  "|AVISOS:" WS-AVISOS
                  "|EXCEDIDAS:" WS-EXCEDIDAS "|"
                  DELIMITED BY SIZE
                  INTO WS-CUO-RESP
           END-STRING.
           DISPLAY WS-CUO-RESP UPON SYSOUT.
       FIN-INFORME-CUOTAS.

       INFORME-LINEA.
           ADD 1 TO WS-LINEAS.
           PERFORM CALCULA-LIMITES THRU FIN-CALCULA-LIMITES.
           PERFORM USO-EN-MEGAS THRU FIN-USO-EN-MEGAS.
           EVALUATE TRUE
               WHEN WS-USO > WS-LIM-BYTES
                    MOVE "EXCEDE" TO WS-ESTADO-INF
                    ADD 1 TO WS-EXCEDIDAS
               WHEN WS-USO > WS-UMB-BYTES
                    MOVE "AVISO" TO WS-ESTADO-INF
                    ADD 1 TO WS-AVISOS
               WHEN OTHER
                    MOVE "OK" TO WS-ESTADO-INF
           END-EVALUATE.
           MOVE SPACES TO WS-CUO-RESP.
           STRING "|CUOTA|" DELIMITED BY SIZE
                  TB-CUO-PREFIJO(WS-AA) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-SUJETO-INF DELIMITED BY SPACE
                  "|USO:" WS-USO-MB
                  "MB|LIMITE:" TB-CUO-LIMITE(WS-AA)
                  "MB|UMBRAL:" TB-CUO-UMBRAL(WS-AA)
                  "%|PCT:" WS-PCT
                  "|" DELIMITED BY SIZE
                  WS-ESTADO-INF DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-CUO-RESP
           END-STRING.
           DISPLAY WS-CUO-RESP UPON SYSOUT.
           IF WS-ESTADO-INF NOT = "OK"
              PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA
           END-IF.
       FIN-INFORME-LINEA.

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
           ACCEPT ALR-HORA FROM TIME.
           MOVE WS-COD-CUOTA TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
           MOVE SPACES TO ALR-FICHERO.
           STRING "CUOTA " DELIMITED BY SIZE
                  TB-CUO-PREFIJO(WS-AA) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SUJETO-INF DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-ESTADO-INF DELIMITED BY SPACE
                  " USO:" WS-USO-MB "MB LIMITE:" TB-CUO-LIMITE(WS-AA)
                  "MB" DELIMITED BY SIZE
                  INTO ALR-FICHERO
           END-STRING.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
       FIN-ANOTA-ALERTA.
