       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUSOSPECHA.
       AUTHOR.        CVJ.
       SECURITY.      INFORME DIARIO DE SEGURIDAD SOBRE LOS LOGS DE
                      AUDITORIA DE SRU (SRU-YYYYMMDD.LOG) Y EL ALMACEN
                      CONSOLIDADO DE PRUMES (AUDIT-YYYYMM.DAT), AMBOS
                      BAJO dd_trz: CON LOS DIAS ANTERIORES SE SACA LA
                      COSTUMBRE DE CADA CUENTA (HORAS A LAS QUE
                      TRABAJA, NODOS DESDE LOS QUE ENTRA, OPERACIONES
                      DESTRUCTIVAS QUE YA HA USADO Y VOLUMEN DE
                      DESCARGAS) Y EL DIA EXAMINADO SE COMPARA CON
                      ELLA: LOGINS A DESHORA O DESDE UN NODO NUEVO,
                      LOGINS RECHAZADOS REPETIDOS, DESCARGAS DSC FUERA
                      DE PROPORCION, PRIMER USO DE UNA OPERACION
                      DESTRUCTIVA Y ACTIVIDAD DE UNA CUENTA EN SUS
                      FECHAS DE AUSENCIA DE USERTAB. CADA HALLAZGO
                      LLEVA SU GRAVEDAD Y LOS GRAVES DEJAN ALERTA.
                      HASTA AHORA LA RECERTIFICACION ENCONTRABA LAS
                      CUENTAS OLVIDADAS PERO NADIE MIRABA COMO SE
                      PORTABAN LAS VIVAS.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - WS-INFORME-PATH pasa a X(256),
*********************               el largo del nombre de fichero
*********************               que reciben PRUCAT y PRUERR.
********************* 15/10/2026 CVJ - Version inicial. EL DIA LLEGA
*********************               COMO YYYYMMDD, "HOY" O EN BLANCO
*********************               (AYER). LA COSTUMBRE SE SACA DE
*********************               LOS PRUSOSPECHADIAS DIAS ANTERIORES
*********************               (30 SI NO SE FIJA, 62 COMO MUCHO):
*********************               DE CADA DIA SE LEE SU LOG SI SIGUE
*********************               EN dd_trz Y SI NO SUS LINEAS DEL
*********************               ALMACEN. UMBRALES:
*********************               PRUSOSPECHAFALLOS (LOGINS
*********************               RECHAZADOS EN EL DIA, 3),
*********************               PRUSOSPECHAFACTOR (VECES LA MEDIA
*********************               DIARIA DE BYTES DESCARGADOS, 5),
*********************               PRUSOSPECHABYTES (TOPE SIN
*********************               COSTUMBRE, 50000000; SU DECIMA
*********************               PARTE ES EL SUELO CON COSTUMBRE) Y
*********************               PRUSOSPECHAMINIMO (OPERACIONES DE
*********************               HISTORIA PARA QUE HAYA COSTUMBRE,
*********************               20). LAS OPERACIONES DESTRUCTIVAS
*********************               SON LAS LINEAS DESTRUCTIVA;token DE
*********************               SOSPECHA.POL BAJO dd_dir (token
*********************               "OPE" U "OPE:PROGRAMA"); SIN
*********************               FICHERO VALE LA LISTA DE SIEMPRE.
*********************               GRAVEDAD: ALTA PARA AUSENCIA,
*********************               FALLOS Y VOLUMEN (ALERTA 9N EN
*********************               ALERTAS.DAT), MEDIA PARA NODO,
*********************               PRIMERAVEZ Y HORARIO, BAJA PARA
*********************               HORARIO PEGADO A UNA HORA DE
*********************               COSTUMBRE. EL INFORME QUEDA EN
*********************               SOSPECHA-YYYYMMDD.LOG (EL DIA
*********************               EXAMINADO) BAJO dd_trz; RC 2 SI
*********************               HAY ALGUN HALLAZGO ALTO, 1 SI SOLO
*********************               LOS HAY MEDIOS O BAJOS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INFORME
                  ASSIGN TO DYNAMIC WS-INFORME-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INFORME-ESTADO.

           SELECT POLITICA
                  ASSIGN TO DYNAMIC WS-POLITICA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POLITICA-ESTADO.

           SELECT DIARIO
                  ASSIGN TO DYNAMIC WS-DIARIO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DIARIO-ESTADO.

           SELECT ALMACEN
                  ASSIGN TO DYNAMIC WS-AUDIT-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUD-CLAVE
                  FILE STATUS IS WS-AUDIT-ESTADO.

           SELECT USERTAB
                  ASSIGN TO DYNAMIC WS-USERTAB-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS UT-USUARIO
                  FILE STATUS IS WS-USERTAB-ESTADO.

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  INFORME.
       01  REG-INFORME       PIC X(250).

       FD  POLITICA.
       01  REG-POLITICA      PIC X(120).

       FD  DIARIO.
       01  REG-DIARIO        PIC X(300).

      *    MISMO LAYOUT QUE EL ALMACEN MENSUAL DE PRUMES.
       FD  ALMACEN.
       01  REG-ALMACEN.
           03 AUD-CLAVE.
              05 AUD-TS       PIC X(17).
              05 AUD-USUARIO  PIC X(15).
              05 AUD-SEQ      PIC 9(5).
           03 AUD-ORIGEN      PIC X(8).
           03 AUD-LINEA       PIC X(250).

      *    MISMO LAYOUT DE USUARIOS QUE PRUUSR.
       FD  USERTAB.
       01  REG-USERTAB.
           03 UT-USUARIO   PIC X(15).
           03 UT-ACTIVO    PIC X.
              88 UT-USUARIO-ACTIVO VALUE "S".
           03 UT-FECHA-ALTA     PIC X(8).
           03 UT-FECHA-ULTLOGIN PIC X(8).
           03 UT-OPS            PIC X(64).
           03 UT-PROGS          PIC X(128).
           03 UT-DEPTO          PIC X(8).
           03 UT-AUSENTE-DESDE  PIC X(8).
           03 UT-AUSENTE-HASTA  PIC X(8).

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

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUSOSPECHA".
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  WS-CONTEXTO       PIC X(64).
       01  WS-INFORME-PATH   PIC X(256).
       77  WS-INFORME-ESTADO PIC XX.
       77  WS-INFORME-ABIERTO PIC X VALUE "N".
           88 INFORME-ABIERTO VALUE "S".
       01  WS-POLITICA-PATH  PIC X(200).
       77  WS-POLITICA-ESTADO PIC XX.
       01  WS-DIARIO-PATH    PIC X(200).
       77  WS-DIARIO-ESTADO  PIC XX.
       01  WS-AUDIT-PATH     PIC X(200).
       77  WS-AUDIT-ESTADO   PIC XX.
       01  WS-USERTAB-PATH   PIC X(200).
       77  WS-USERTAB-ESTADO PIC XX.
       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-COD-SOSPECHA   PIC XX VALUE "9N".

      *    UMBRALES (VER MODIFICACIONES).
       77  WS-PARAM-TXT      PIC X(15).
       77  WS-NDIAS-HIST     PIC 99 VALUE 30.
       77  WS-MAX-FALLOS     PIC 9(5) VALUE 3.
       77  WS-FACTOR         PIC 9(3) VALUE 5.
       77  WS-UMBRAL-BYTES   PIC 9(15) VALUE 50000000.
       77  WS-MINIMO         PIC 9(7) VALUE 20.

      *    EL DIA EXAMINADO Y LA ARITMETICA DE FECHAS HACIA ATRAS.
       77  WS-DIA-EXAMEN     PIC X(8).
       01  WS-FECHA-N.
           03 WS-ANO-N       PIC 9(4).
           03 WS-MES-N       PIC 9(2).
           03 WS-DIA-N       PIC 9(2).
       01  TB-DIAS-MES-DATA.
           03 FILLER         PIC X(24) VALUE "312831303130313130313031".
       01  TB-DIAS-MES REDEFINES TB-DIAS-MES-DATA.
           03 TB-DMES        PIC 99 OCCURS 12.
       77  WS-COCIENTE       PIC 9(4).
       77  WS-RESTO          PIC 9(4).

      *    LOS DIAS DE HISTORIA: "S" EN DIARIO SI SE LEYO SU LOG (Y
      *    ENTONCES SUS LINEAS DEL ALMACEN NO SE CUENTAN DOS VECES),
      *    "S" EN VISTO SI TUVO ALGUNA LINEA.
       01  TB-HISTORIA.
           03 TB-HD-FILA     OCCURS 62.
              05 TB-HD-FECHA     PIC X(8).
              05 TB-HD-DIARIO    PIC X.
              05 TB-HD-VISTO     PIC X.
       77  WS-D              PIC 99.
       77  WS-DH             PIC 99.
       77  WS-DIAS-CON-DATOS PIC 99 VALUE ZEROES.
       01  TB-MESES.
           03 TB-MES         PIC X(6) OCCURS 4.
       77  WS-NMESES         PIC 9 VALUE ZERO.
       77  WS-MM             PIC 9.
       77  WS-VISTO          PIC X.
       77  WS-MES-EXAMEN     PIC X(6).
       77  WS-DIA-EN-DIARIO  PIC X VALUE "N".

      *    OPERACIONES DESTRUCTIVAS. SIN SOSPECHA.POL SE CARGA ESTA
      *    LISTA - MISMO PATRON FILLER+REDEFINES QUE
      *    TB-DD-OBLIGATORIOS DE SRU.
       01  TB-DES-DEFECTO-DATA.
           03 FILLER         PIC X(20) VALUE "CAN".
           03 FILLER         PIC X(20) VALUE "LLA:PRURM".
           03 FILLER         PIC X(20) VALUE "LLP:PRURM".
           03 FILLER         PIC X(20) VALUE "LLA:PRURETIRA".
           03 FILLER         PIC X(20) VALUE "LLP:PRURETIRA".
           03 FILLER         PIC X(20) VALUE "LLA:PRUFIX".
           03 FILLER         PIC X(20) VALUE "LLP:PRUFIX".
           03 FILLER         PIC X(20) VALUE "LLA:PRUMASUPD".
           03 FILLER         PIC X(20) VALUE "LLP:PRUMASUPD".
           03 FILLER         PIC X(20) VALUE "LLA:PRUUSR".
           03 FILLER         PIC X(20) VALUE "LLP:PRUUSR".
       01  TB-DES-DEFECTO REDEFINES TB-DES-DEFECTO-DATA.
           03 TB-DES-DEF     PIC X(20) OCCURS 11.
       01  TB-DESTRUCTIVAS.
           03 TB-DES         PIC X(20) OCCURS 30.
       77  WS-NDES           PIC 99 VALUE ZEROES.
       77  WS-K              PIC 99.
       77  WS-P-TIPO         PIC X(12).
       77  WS-P-TOKEN        PIC X(20).
       77  WS-TOK1           PIC X(20).
       77  WS-TOK2           PIC X(20).
       77  WS-DES-HALLADA    PIC X(20).

      *    AUSENCIAS DE USERTAB QUE CUBREN EL DIA EXAMINADO.
       01  TB-AUSENCIAS.
           03 TB-AUS-FILA    OCCURS 500.
              05 TB-AUS-USUARIO  PIC X(15).
              05 TB-AUS-DESDE    PIC X(8).
              05 TB-AUS-HASTA    PIC X(8).
       77  WS-NAUS           PIC 999 VALUE ZEROES.
       77  WS-A              PIC 999.

      *    LA COSTUMBRE Y EL DIA DE CADA CUENTA.
       01  TB-SUJETOS.
           03 TB-SU-FILA     OCCURS 200.
              05 TB-SU-USUARIO   PIC X(15).
              05 TB-SU-HORA      PIC 9(5) OCCURS 24.
              05 TB-SU-NHIST     PIC 9(7).
              05 TB-SU-NODO      PIC X(8) OCCURS 8.
              05 TB-SU-NNODOS    PIC 9.
              05 TB-SU-USADA     PIC X(20) OCCURS 12.
              05 TB-SU-NUSADAS   PIC 99.
              05 TB-SU-BYTES-HIST PIC 9(15).
              05 TB-SU-BYTES-DIA PIC 9(15).
              05 TB-SU-DSC-DIA   PIC 9(5).
              05 TB-SU-FALLOS    PIC 9(5).
              05 TB-SU-AUSENTE   PIC X.
              05 TB-SU-AUS-DESDE PIC X(8).
              05 TB-SU-AUS-HASTA PIC X(8).
              05 TB-SU-AUS-AVISO PIC X.
       77  WS-NSUJETOS       PIC 999 VALUE ZEROES.
       77  WS-S              PIC 999.
       77  WS-SUJETOS-FUERA  PIC 9(7) VALUE ZEROES.
       77  WS-N              PIC 99.
       77  WS-HH1            PIC 99.
       77  WS-HH-ANT         PIC 99.
       77  WS-HH-SIG         PIC 99.
       77  WS-MEDIA          PIC 9(15).
       77  WS-TOPE           PIC 9(15).

      *    TROCEO DE UNA LINEA DEL LOG DE SRU.
       01  WS-LIN            PIC X(300).
       77  WS-MODO           PIC X.
           88 MODO-HISTORIA  VALUE "H".
           88 MODO-DIA       VALUE "D".
       77  WS-T1             PIC X(20).
       77  WS-T2             PIC X(30).
       01  WS-T3             PIC X(60).
       01  WS-T4             PIC X(60).
       01  WS-T5             PIC X(200).
       77  WS-L-TIPO         PIC XX.
       77  WS-L-FECHA        PIC X(8).
       77  WS-L-HORA         PIC 99.
       77  WS-L-USUARIO      PIC X(15).
       77  WS-L-OPE          PIC X(32).
       77  WS-L-VALORES      PIC X(32).
       77  WS-L-PROG         PIC X(20).
       77  WS-L-RESULTADO    PIC X(12).
       77  WS-L-NODO         PIC X(8).
       77  WS-L-BYTES        PIC 9(15).
       77  WS-L-LINEAS       PIC 9(7) VALUE ZEROES.

      *    UN HALLAZGO.
       77  WS-H-GRAVEDAD     PIC X(5).
       77  WS-H-TIPO         PIC X(12).
       01  WS-H-DETALLE      PIC X(150).
       77  WS-ALTAS          PIC 9(5) VALUE ZEROES.
       77  WS-MEDIAS         PIC 9(5) VALUE ZEROES.
       77  WS-BAJAS          PIC 9(5) VALUE ZEROES.
       01  WS-LINEA          PIC X(250).

       LINKAGE SECTION.

       77  DIA               PIC X(8).

       PROCEDURE DIVISION USING DIA.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           IF VALORDIR = LOW-VALUES
              MOVE SPACES TO VALORDIR
           END-IF.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           IF WS-DD-TRZ = LOW-VALUES
              MOVE SPACES TO WS-DD-TRZ
           END-IF.
           PERFORM LEE-UMBRALES THRU FIN-LEE-UMBRALES.
      *    EN BLANCO SE EXAMINA AYER, QUE ES LO QUE PIDE EL
      *    ARRANQUE DE DIA.
           IF DIA = SPACES OR DIA = LOW-VALUES
              MOVE WS-FECHA TO WS-FECHA-N
              PERFORM RETROCEDE-DIA THRU FIN-RETROCEDE-DIA
              MOVE WS-FECHA-N TO WS-DIA-EXAMEN
           ELSE
              IF DIA = "HOY"
                 MOVE WS-FECHA TO WS-DIA-EXAMEN
              ELSE
                 MOVE DIA TO WS-DIA-EXAMEN
              END-IF
           END-IF.
           IF WS-DIA-EXAMEN IS NOT NUMERIC
              DISPLAY "|SOSPECHAERROR|DIA|" DIA "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           INITIALIZE TB-SUJETOS.
           PERFORM PREPARA-HISTORIA THRU FIN-PREPARA-HISTORIA.
           PERFORM ABRE-INFORME THRU FIN-ABRE-INFORME.
           PERFORM LEE-POLITICA THRU FIN-LEE-POLITICA.
           PERFORM CARGA-AUSENCIAS THRU FIN-CARGA-AUSENCIAS.
       PROCESOS.
           SET MODO-HISTORIA TO TRUE.
           PERFORM HISTORIA-DIARIOS THRU FIN-HISTORIA-DIARIOS.
           PERFORM HISTORIA-ALMACEN THRU FIN-HISTORIA-ALMACEN.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NDIAS-HIST
              IF TB-HD-VISTO(WS-D) = "S"
                 ADD 1 TO WS-DIAS-CON-DATOS
              END-IF
           END-PERFORM.
           SET MODO-DIA TO TRUE.
           PERFORM EXAMINA-DIA THRU FIN-EXAMINA-DIA.
           PERFORM CIERRA-DIA THRU FIN-CIERRA-DIA.
           IF WS-SUJETOS-FUERA > ZEROES
              STRING "|SOSPECHAERROR|TABLACUENTAS|MAXIMO:200"
                     "|FUERA:" WS-SUJETOS-FUERA "|"
                     DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
           END-IF.
           STRING "|SOSPECHAFIN|DIA:" WS-DIA-EXAMEN
                  "|LINEAS:" WS-L-LINEAS
                  "|HISTORIA:" WS-DIAS-CON-DATOS
                  "|ALTAS:" WS-ALTAS
                  "|MEDIAS:" WS-MEDIAS
                  "|BAJAS:" WS-BAJAS "|"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           IF INFORME-ABIERTO
              CLOSE INFORME
              MOVE "N" TO WS-INFORME-ABIERTO
              CALL "PRUCAT" USING "ALTA" WS-INFORME-PATH
           END-IF.
           IF WS-ALTAS > ZEROES
              MOVE 2 TO RETURN-CODE
           ELSE
              IF WS-MEDIAS > ZEROES OR WS-BAJAS > ZEROES
                 MOVE 1 TO RETURN-CODE
              ELSE
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PREPARA SECTION.
       LEE-UMBRALES.
           MOVE SPACES TO WS-PARAM-TXT.
           DISPLAY "PRUSOSPECHADIAS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-TXT FROM ENVIRONMENT-VALUE.
           IF WS-PARAM-TXT NOT = SPACES AND
              WS-PARAM-TXT NOT = LOW-VALUES
              MOVE WS-PARAM-TXT TO WS-NDIAS-HIST
           END-IF.
           IF WS-NDIAS-HIST > 62 OR WS-NDIAS-HIST = ZEROES
              MOVE 62 TO WS-NDIAS-HIST
           END-IF.
           MOVE SPACES TO WS-PARAM-TXT.
           DISPLAY "PRUSOSPECHAFALLOS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-TXT FROM ENVIRONMENT-VALUE.
           IF WS-PARAM-TXT NOT = SPACES AND
              WS-PARAM-TXT NOT = LOW-VALUES
              MOVE WS-PARAM-TXT TO WS-MAX-FALLOS
           END-IF.
           MOVE SPACES TO WS-PARAM-TXT.
           DISPLAY "PRUSOSPECHAFACTOR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-TXT FROM ENVIRONMENT-VALUE.
           IF WS-PARAM-TXT NOT = SPACES AND
              WS-PARAM-TXT NOT = LOW-VALUES
              MOVE WS-PARAM-TXT TO WS-FACTOR
           END-IF.
           MOVE SPACES TO WS-PARAM-TXT.
           DISPLAY "PRUSOSPECHABYTES" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-TXT FROM ENVIRONMENT-VALUE.
           IF WS-PARAM-TXT NOT = SPACES AND
              WS-PARAM-TXT NOT = LOW-VALUES
              MOVE WS-PARAM-TXT TO WS-UMBRAL-BYTES
           END-IF.
           MOVE SPACES TO WS-PARAM-TXT.
           DISPLAY "PRUSOSPECHAMINIMO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PARAM-TXT FROM ENVIRONMENT-VALUE.
           IF WS-PARAM-TXT NOT = SPACES AND
              WS-PARAM-TXT NOT = LOW-VALUES
              MOVE WS-PARAM-TXT TO WS-MINIMO
           END-IF.
       FIN-LEE-UMBRALES.

      *    LOS DIAS ANTERIORES AL EXAMINADO, DEL MAS RECIENTE AL MAS
      *    ANTIGUO, Y LOS MESES (ALMACENES) QUE TOCAN.
       PREPARA-HISTORIA.
           INITIALIZE TB-HISTORIA TB-MESES.
           MOVE ZERO TO WS-NMESES.
           MOVE WS-DIA-EXAMEN TO WS-FECHA-N.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NDIAS-HIST
              PERFORM RETROCEDE-DIA THRU FIN-RETROCEDE-DIA
              MOVE WS-FECHA-N TO TB-HD-FECHA(WS-D)
              MOVE "N" TO TB-HD-DIARIO(WS-D)
              MOVE "N" TO TB-HD-VISTO(WS-D)
              MOVE "N" TO WS-VISTO
              PERFORM VARYING WS-MM FROM 1 BY 1
                      UNTIL WS-MM > WS-NMESES
                 IF TB-MES(WS-MM) = TB-HD-FECHA(WS-D)(1:6)
                    MOVE "S" TO WS-VISTO
                 END-IF
              END-PERFORM
              IF WS-VISTO = "N" AND WS-NMESES < 4
                 ADD 1 TO WS-NMESES
                 MOVE TB-HD-FECHA(WS-D)(1:6) TO TB-MES(WS-NMESES)
              END-IF
           END-PERFORM.
       FIN-PREPARA-HISTORIA.

      *    UN DIA MENOS SOBRE WS-FECHA-N, CON FEBRERO DE 29 EN LOS
      *    AÑOS MULTIPLOS DE CUATRO COMO EN CALCULA-SERIE.
       RETROCEDE-DIA.
           IF WS-DIA-N > 1
              SUBTRACT 1 FROM WS-DIA-N
              GO TO FIN-RETROCEDE-DIA
           END-IF.
           IF WS-MES-N > 1
              SUBTRACT 1 FROM WS-MES-N
           ELSE
              MOVE 12 TO WS-MES-N
              SUBTRACT 1 FROM WS-ANO-N
           END-IF.
           MOVE TB-DMES(WS-MES-N) TO WS-DIA-N.
           IF WS-MES-N = 2
              DIVIDE WS-ANO-N BY 4 GIVING WS-COCIENTE
                     REMAINDER WS-RESTO
              IF WS-RESTO = ZERO
                 MOVE 29 TO WS-DIA-N
              END-IF
           END-IF.
       FIN-RETROCEDE-DIA.

       ABRE-INFORME.
           MOVE SPACES TO WS-LINEA.
           MOVE SPACES TO WS-INFORME-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/SOSPECHA-" WS-DIA-EXAMEN ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-INFORME-PATH
           ELSE
              STRING "SOSPECHA-" WS-DIA-EXAMEN ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-INFORME-PATH
           END-IF.
           OPEN OUTPUT INFORME.
           IF WS-INFORME-ESTADO = "00"
              SET INFORME-ABIERTO TO TRUE
           ELSE
              MOVE "ABRIENDO INFORME" TO WS-CONTEXTO
              CALL "PRUERR" USING WS-INFORME-ESTADO WS-INFORME-PATH
                                  PROG WS-CONTEXTO
           END-IF.
       FIN-ABRE-INFORME.

      *    SIN SOSPECHA.POL VALE LA LISTA DE SIEMPRE; CON EL, SOLO LO
      *    QUE DECLARA.
       LEE-POLITICA.
           MOVE SPACES TO WS-POLITICA-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/SOSPECHA.POL"
                     DELIMITED BY SPACE
                     INTO WS-POLITICA-PATH
              END-STRING
           ELSE
              MOVE "SOSPECHA.POL" TO WS-POLITICA-PATH
           END-IF.
           OPEN INPUT POLITICA.
           IF WS-POLITICA-ESTADO NOT = "00"
              PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 11
                 MOVE TB-DES-DEF(WS-K) TO TB-DES(WS-K)
              END-PERFORM
              MOVE 11 TO WS-NDES
              GO TO FIN-LEE-POLITICA
           END-IF.
       LEYENDO-POLITICA.
           READ POLITICA
               AT END
                  GO TO CIERRA-POLITICA
           END-READ.
           IF REG-POLITICA = SPACES OR REG-POLITICA(1:1) = "*"
              GO TO LEYENDO-POLITICA
           END-IF.
           MOVE SPACES TO WS-P-TIPO WS-P-TOKEN.
           UNSTRING REG-POLITICA DELIMITED BY ";" INTO
                 WS-P-TIPO
                 WS-P-TOKEN
           END-UNSTRING.
           IF WS-P-TIPO NOT = "DESTRUCTIVA" OR WS-P-TOKEN = SPACES
              OR WS-NDES >= 30
              STRING "|SOSPECHAERROR|LINEA|" DELIMITED BY SIZE
                     REG-POLITICA DELIMITED BY "  "
                     "|" DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO LEYENDO-POLITICA
           END-IF.
           ADD 1 TO WS-NDES.
           MOVE WS-P-TOKEN TO TB-DES(WS-NDES).
           GO TO LEYENDO-POLITICA.
       CIERRA-POLITICA.
           CLOSE POLITICA.
       FIN-LEE-POLITICA.

      *    SOLO INTERESAN LAS AUSENCIAS QUE CUBREN EL DIA EXAMINADO.
       CARGA-AUSENCIAS.
           MOVE SPACES TO WS-USERTAB-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/USUARIOS"
                     DELIMITED BY SPACE
                     INTO WS-USERTAB-PATH
              END-STRING
           ELSE
              MOVE "USUARIOS" TO WS-USERTAB-PATH
           END-IF.
           OPEN INPUT USERTAB.
           IF WS-USERTAB-ESTADO NOT = "00"
              STRING "|SOSPECHA|SINUSUARIOS|" DELIMITED BY SIZE
                     WS-USERTAB-PATH DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-CARGA-AUSENCIAS
           END-IF.
       LEYENDO-USUARIOS.
           READ USERTAB
               AT END
                  GO TO CIERRA-USUARIOS
           END-READ.
           IF UT-AUSENTE-DESDE = SPACES OR
              UT-AUSENTE-DESDE > WS-DIA-EXAMEN OR
              UT-AUSENTE-HASTA < WS-DIA-EXAMEN
              GO TO LEYENDO-USUARIOS
           END-IF.
           IF WS-NAUS >= 500
              GO TO CIERRA-USUARIOS
           END-IF.
           ADD 1 TO WS-NAUS.
           MOVE UT-USUARIO TO TB-AUS-USUARIO(WS-NAUS).
           MOVE UT-AUSENTE-DESDE TO TB-AUS-DESDE(WS-NAUS).
           MOVE UT-AUSENTE-HASTA TO TB-AUS-HASTA(WS-NAUS).
           GO TO LEYENDO-USUARIOS.
       CIERRA-USUARIOS.
           CLOSE USERTAB.
       FIN-CARGA-AUSENCIAS.

       LECTURA SECTION.
      *    CADA DIA DE HISTORIA CUYO LOG SIGUE EN dd_trz.
       HISTORIA-DIARIOS.
           MOVE 1 TO WS-DH.
       SIGUIENTE-DIARIO.
           IF WS-DH > WS-NDIAS-HIST
              GO TO FIN-HISTORIA-DIARIOS
           END-IF.
           MOVE TB-HD-FECHA(WS-DH) TO WS-L-FECHA.
           PERFORM ABRE-DIARIO THRU FIN-ABRE-DIARIO.
           IF WS-DIARIO-ESTADO = "00"
              MOVE "S" TO TB-HD-DIARIO(WS-DH)
              PERFORM LEE-DIARIO THRU FIN-LEE-DIARIO
           END-IF.
           ADD 1 TO WS-DH.
           GO TO SIGUIENTE-DIARIO.
       FIN-HISTORIA-DIARIOS.

      *    LAS LINEAS DE SRU DEL ALMACEN DE LOS DIAS DE HISTORIA QUE
      *    YA NO TIENEN LOG (LOS QUE LO TIENEN YA SE HAN LEIDO).
       HISTORIA-ALMACEN.
           MOVE 1 TO WS-MM.
       SIGUIENTE-ALMACEN.
           IF WS-MM > WS-NMESES
              GO TO FIN-HISTORIA-ALMACEN
           END-IF.
           MOVE TB-MES(WS-MM) TO WS-MES-EXAMEN.
           PERFORM ABRE-ALMACEN THRU FIN-ABRE-ALMACEN.
           IF WS-AUDIT-ESTADO NOT = "00"
              ADD 1 TO WS-MM
              GO TO SIGUIENTE-ALMACEN
           END-IF.
       LEE-ALMACEN-HISTORIA.
           READ ALMACEN NEXT
               AT END
                  CLOSE ALMACEN
                  ADD 1 TO WS-MM
                  GO TO SIGUIENTE-ALMACEN
           END-READ.
           IF AUD-ORIGEN NOT = "SRU"
              GO TO LEE-ALMACEN-HISTORIA
           END-IF.
           MOVE ZEROES TO WS-DH.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NDIAS-HIST
              IF TB-HD-FECHA(WS-D) = AUD-TS(1:8) AND
                 TB-HD-DIARIO(WS-D) NOT = "S"
                 MOVE WS-D TO WS-DH
              END-IF
           END-PERFORM.
           IF WS-DH = ZEROES
              GO TO LEE-ALMACEN-HISTORIA
           END-IF.
           MOVE AUD-LINEA TO WS-LIN.
           PERFORM TRATA-LINEA THRU FIN-TRATA-LINEA.
           GO TO LEE-ALMACEN-HISTORIA.
       FIN-HISTORIA-ALMACEN.

      *    EL DIA EXAMINADO: SU LOG SI SIGUE EN dd_trz; SI YA SE
      *    CONSOLIDO, SUS LINEAS DEL ALMACEN DE SU MES.
       EXAMINA-DIA.
           MOVE WS-DIA-EXAMEN TO WS-L-FECHA.
           PERFORM ABRE-DIARIO THRU FIN-ABRE-DIARIO.
           IF WS-DIARIO-ESTADO = "00"
              MOVE "S" TO WS-DIA-EN-DIARIO
              MOVE ZEROES TO WS-DH
              PERFORM LEE-DIARIO THRU FIN-LEE-DIARIO
              GO TO FIN-EXAMINA-DIA
           END-IF.
           MOVE WS-DIA-EXAMEN(1:6) TO WS-MES-EXAMEN.
           PERFORM ABRE-ALMACEN THRU FIN-ABRE-ALMACEN.
           IF WS-AUDIT-ESTADO NOT = "00"
              STRING "|SOSPECHA|SINDATOS|" WS-DIA-EXAMEN "|"
                     DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-EXAMINA-DIA
           END-IF.
           MOVE SPACES TO AUD-CLAVE.
           MOVE WS-DIA-EXAMEN TO AUD-TS(1:8).
           START ALMACEN KEY NOT LESS AUD-CLAVE
               INVALID KEY
                  CLOSE ALMACEN
                  GO TO FIN-EXAMINA-DIA
           END-START.
       LEE-ALMACEN-DIA.
           READ ALMACEN NEXT
               AT END
                  CLOSE ALMACEN
                  GO TO FIN-EXAMINA-DIA
           END-READ.
           IF AUD-TS(1:8) NOT = WS-DIA-EXAMEN
              CLOSE ALMACEN
              GO TO FIN-EXAMINA-DIA
           END-IF.
           IF AUD-ORIGEN NOT = "SRU"
              GO TO LEE-ALMACEN-DIA
           END-IF.
           MOVE AUD-LINEA TO WS-LIN.
           PERFORM TRATA-LINEA THRU FIN-TRATA-LINEA.
           GO TO LEE-ALMACEN-DIA.
       FIN-EXAMINA-DIA.

       ABRE-DIARIO.
           MOVE SPACES TO WS-DIARIO-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/SRU-" WS-L-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-DIARIO-PATH
           ELSE
              STRING "SRU-" WS-L-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-DIARIO-PATH
           END-IF.
           OPEN INPUT DIARIO.
       FIN-ABRE-DIARIO.

       LEE-DIARIO.
           READ DIARIO
               AT END
                  CLOSE DIARIO
                  GO TO FIN-LEE-DIARIO
           END-READ.
           MOVE REG-DIARIO TO WS-LIN.
           PERFORM TRATA-LINEA THRU FIN-TRATA-LINEA.
           GO TO LEE-DIARIO.
       FIN-LEE-DIARIO.

       ABRE-ALMACEN.
           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/AUDIT-" WS-MES-EXAMEN ".DAT"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-PATH
           ELSE
              STRING "AUDIT-" WS-MES-EXAMEN ".DAT"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-PATH
           END-IF.
           OPEN INPUT ALMACEN.
       FIN-ABRE-ALMACEN.

      *    "fecha-hora |USUARIO:u|OPERACION:op|VALORES:v|", LO MISMO
      *    CON NOAUT:, "|LOGIN:OK|NODO:n|" Y "|DSC:t|BYTES:b|ruta|".
      *    EL RESTO DE LINEAS (TIEMPO, ETC.) NO CUENTA.
       TRATA-LINEA.
           MOVE SPACES TO WS-L-TIPO.
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5.
           UNSTRING WS-LIN DELIMITED BY "|" INTO
                 WS-T1
                 WS-T2
                 WS-T3
                 WS-T4
                 WS-T5
           END-UNSTRING.
           IF WS-T2(1:8) NOT = "USUARIO:" OR WS-T2(9:15) = SPACES
              GO TO FIN-TRATA-LINEA
           END-IF.
           IF WS-LIN(10:2) IS NOT NUMERIC
              GO TO FIN-TRATA-LINEA
           END-IF.
           MOVE WS-LIN(10:2) TO WS-L-HORA.
           IF WS-L-HORA > 23
              GO TO FIN-TRATA-LINEA
           END-IF.
           MOVE WS-T2(9:15) TO WS-L-USUARIO.
           MOVE WS-LIN(1:8) TO WS-L-FECHA.
           MOVE SPACES TO WS-L-OPE WS-L-VALORES WS-L-RESULTADO
                          WS-L-NODO.
           MOVE ZEROES TO WS-L-BYTES.
           EVALUATE TRUE
               WHEN WS-T3(1:10) = "OPERACION:"
                    MOVE "OP" TO WS-L-TIPO
                    MOVE WS-T3(11:) TO WS-L-OPE
                    MOVE WS-T4(9:) TO WS-L-VALORES
               WHEN WS-T3(1:6) = "NOAUT:"
                    MOVE "NA" TO WS-L-TIPO
                    MOVE WS-T3(7:) TO WS-L-OPE
               WHEN WS-T3(1:6) = "LOGIN:"
                    MOVE "LG" TO WS-L-TIPO
                    MOVE WS-T3(7:) TO WS-L-RESULTADO
                    MOVE WS-T4(6:) TO WS-L-NODO
               WHEN WS-T3(1:4) = "DSC:"
                    MOVE "DS" TO WS-L-TIPO
                    IF WS-T4(1:6) = "BYTES:" AND
                       WS-T4(7:15) IS NUMERIC
                       MOVE WS-T4(7:15) TO WS-L-BYTES
                    END-IF
           END-EVALUATE.
      *    LA LINEA DE LA OPERACION login VA A NOMBRE DE LA SESION, NO
      *    DEL QUE ENTRA: LO QUE CUENTA ES SU LINEA LOGIN:.
           IF WS-L-TIPO = SPACES OR
              (WS-L-TIPO = "OP" AND WS-L-OPE = "login")
              GO TO FIN-TRATA-LINEA
           END-IF.
           PERFORM BUSCA-SUJETO THRU FIN-BUSCA-SUJETO.
           IF WS-S = ZEROES
              GO TO FIN-TRATA-LINEA
           END-IF.
           IF MODO-HISTORIA
              IF WS-DH > ZEROES
                 MOVE "S" TO TB-HD-VISTO(WS-DH)
              END-IF
              PERFORM ACUMULA-HISTORIA THRU FIN-ACUMULA-HISTORIA
           ELSE
              ADD 1 TO WS-L-LINEAS
              PERFORM EVALUA-LINEA THRU FIN-EVALUA-LINEA
           END-IF.
       FIN-TRATA-LINEA.

       BUSCA-SUJETO.
           MOVE ZEROES TO WS-S.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NSUJETOS
              IF TB-SU-USUARIO(WS-A) = WS-L-USUARIO
                 MOVE WS-A TO WS-S
              END-IF
           END-PERFORM.
           IF WS-S > ZEROES
              GO TO FIN-BUSCA-SUJETO
           END-IF.
           IF WS-NSUJETOS >= 200
              ADD 1 TO WS-SUJETOS-FUERA
              GO TO FIN-BUSCA-SUJETO
           END-IF.
           ADD 1 TO WS-NSUJETOS.
           MOVE WS-NSUJETOS TO WS-S.
           MOVE WS-L-USUARIO TO TB-SU-USUARIO(WS-S).
           MOVE "N" TO TB-SU-AUSENTE(WS-S).
           MOVE "N" TO TB-SU-AUS-AVISO(WS-S).
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NAUS
              IF TB-AUS-USUARIO(WS-A) = WS-L-USUARIO
                 MOVE "S" TO TB-SU-AUSENTE(WS-S)
                 MOVE TB-AUS-DESDE(WS-A) TO TB-SU-AUS-DESDE(WS-S)
                 MOVE TB-AUS-HASTA(WS-A) TO TB-SU-AUS-HASTA(WS-S)
              END-IF
           END-PERFORM.
       FIN-BUSCA-SUJETO.

       COSTUMBRE SECTION.
      *    LA COSTUMBRE: HORAS CON ACTIVIDAD (OPERACIONES, INTENTOS Y
      *    LOGINS BUENOS), NODOS DE LOS LOGINS BUENOS, OPERACIONES
      *    DESTRUCTIVAS HECHAS Y BYTES DESCARGADOS.
       ACUMULA-HISTORIA.
           COMPUTE WS-HH1 = WS-L-HORA + 1.
           EVALUATE WS-L-TIPO
               WHEN "OP"
                    ADD 1 TO TB-SU-HORA(WS-S WS-HH1)
                    ADD 1 TO TB-SU-NHIST(WS-S)
                    PERFORM MIRA-DESTRUCTIVA
                       THRU FIN-MIRA-DESTRUCTIVA
                    IF WS-DES-HALLADA NOT = SPACES
                       PERFORM ANOTA-USADA THRU FIN-ANOTA-USADA
                    END-IF
               WHEN "NA"
                    ADD 1 TO TB-SU-HORA(WS-S WS-HH1)
                    ADD 1 TO TB-SU-NHIST(WS-S)
               WHEN "LG"
                    IF WS-L-RESULTADO = "OK"
                       ADD 1 TO TB-SU-HORA(WS-S WS-HH1)
                       ADD 1 TO TB-SU-NHIST(WS-S)
                       PERFORM ANOTA-NODO THRU FIN-ANOTA-NODO
                    END-IF
               WHEN "DS"
                    ADD WS-L-BYTES TO TB-SU-BYTES-HIST(WS-S)
           END-EVALUATE.
       FIN-ACUMULA-HISTORIA.

      *    "OPE" SOLO O "OPE:PROGRAMA" (EL PROGRAMA ES EL VALOR HASTA
      *    EL PRIMER ";", COMO EN LA AUTORIZACION DE SRU).
       MIRA-DESTRUCTIVA.
           MOVE SPACES TO WS-DES-HALLADA WS-TOK1 WS-TOK2 WS-L-PROG.
           MOVE WS-L-OPE TO WS-TOK1.
           UNSTRING WS-L-VALORES DELIMITED BY ";" OR " " INTO
                 WS-L-PROG
           END-UNSTRING.
           STRING WS-L-OPE DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  WS-L-PROG DELIMITED BY SPACE
                  INTO WS-TOK2
           END-STRING.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NDES
              IF TB-DES(WS-K) = WS-TOK1 OR TB-DES(WS-K) = WS-TOK2
                 MOVE TB-DES(WS-K) TO WS-DES-HALLADA
              END-IF
           END-PERFORM.
       FIN-MIRA-DESTRUCTIVA.

       ANOTA-USADA.
           MOVE "N" TO WS-VISTO.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > TB-SU-NUSADAS(WS-S)
              IF TB-SU-USADA(WS-S WS-N) = WS-DES-HALLADA
                 MOVE "S" TO WS-VISTO
              END-IF
           END-PERFORM.
           IF WS-VISTO = "N" AND TB-SU-NUSADAS(WS-S) < 12
              ADD 1 TO TB-SU-NUSADAS(WS-S)
              MOVE WS-DES-HALLADA
                TO TB-SU-USADA(WS-S TB-SU-NUSADAS(WS-S))
           END-IF.
       FIN-ANOTA-USADA.

       ANOTA-NODO.
           MOVE "N" TO WS-VISTO.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > TB-SU-NNODOS(WS-S)
              IF TB-SU-NODO(WS-S WS-N) = WS-L-NODO
                 MOVE "S" TO WS-VISTO
              END-IF
           END-PERFORM.
           IF WS-VISTO = "N" AND TB-SU-NNODOS(WS-S) < 8
              ADD 1 TO TB-SU-NNODOS(WS-S)
              MOVE WS-L-NODO
                TO TB-SU-NODO(WS-S TB-SU-NNODOS(WS-S))
           END-IF.
       FIN-ANOTA-NODO.

       HALLAZGOS SECTION.
      *    CADA LINEA DEL DIA CONTRA LA COSTUMBRE DE SU CUENTA. LO
      *    QUE YA SE HA SEÑALADO SE INCORPORA A LA COSTUMBRE PARA NO
      *    REPETIRLO EN CADA LINEA DEL MISMO DIA.
       EVALUA-LINEA.
           COMPUTE WS-HH1 = WS-L-HORA + 1.
           EVALUATE WS-L-TIPO
               WHEN "OP"
                    PERFORM MIRA-AUSENCIA THRU FIN-MIRA-AUSENCIA
                    PERFORM MIRA-DESTRUCTIVA
                       THRU FIN-MIRA-DESTRUCTIVA
                    IF WS-DES-HALLADA NOT = SPACES
                       PERFORM MIRA-PRIMERA-VEZ
                          THRU FIN-MIRA-PRIMERA-VEZ
                    END-IF
               WHEN "NA"
                    PERFORM MIRA-AUSENCIA THRU FIN-MIRA-AUSENCIA
               WHEN "LG"
                    IF WS-L-RESULTADO = "OK"
                       PERFORM MIRA-AUSENCIA THRU FIN-MIRA-AUSENCIA
                       PERFORM MIRA-HORARIO THRU FIN-MIRA-HORARIO
                       PERFORM MIRA-NODO THRU FIN-MIRA-NODO
                    ELSE
                       ADD 1 TO TB-SU-FALLOS(WS-S)
                    END-IF
               WHEN "DS"
                    PERFORM MIRA-AUSENCIA THRU FIN-MIRA-AUSENCIA
                    ADD WS-L-BYTES TO TB-SU-BYTES-DIA(WS-S)
                    ADD 1 TO TB-SU-DSC-DIA(WS-S)
           END-EVALUATE.
       FIN-EVALUA-LINEA.

      *    UNA CUENTA QUE TRABAJA ESTANDO DE AUSENCIA: O ALGUIEN USA
      *    SUS CREDENCIALES O LA AUSENCIA ESTA MAL - LAS DOS COSAS
      *    HAY QUE MIRARLAS. SE AVISA UNA VEZ POR CUENTA.
       MIRA-AUSENCIA.
           IF TB-SU-AUSENTE(WS-S) NOT = "S" OR
              TB-SU-AUS-AVISO(WS-S) = "S"
              GO TO FIN-MIRA-AUSENCIA
           END-IF.
           MOVE "S" TO TB-SU-AUS-AVISO(WS-S).
           MOVE "ALTA" TO WS-H-GRAVEDAD.
           MOVE "AUSENCIA" TO WS-H-TIPO.
           MOVE SPACES TO WS-H-DETALLE.
           STRING "AUSENTE " TB-SU-AUS-DESDE(WS-S) "-"
                  TB-SU-AUS-HASTA(WS-S) " ACTIVIDAD A LAS "
                  WS-LIN(10:4) " " WS-L-TIPO " "
                  DELIMITED BY SIZE
                  WS-L-OPE DELIMITED BY SPACE
                  INTO WS-H-DETALLE
           END-STRING.
           PERFORM INFORMA-HALLAZGO THRU FIN-INFORMA-HALLAZGO.
       FIN-MIRA-AUSENCIA.

       MIRA-PRIMERA-VEZ.
           MOVE "N" TO WS-VISTO.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > TB-SU-NUSADAS(WS-S)
              IF TB-SU-USADA(WS-S WS-N) = WS-DES-HALLADA
                 MOVE "S" TO WS-VISTO
              END-IF
           END-PERFORM.
           IF WS-VISTO = "S"
              GO TO FIN-MIRA-PRIMERA-VEZ
           END-IF.
           MOVE "MEDIA" TO WS-H-GRAVEDAD.
           MOVE "PRIMERAVEZ" TO WS-H-TIPO.
           MOVE SPACES TO WS-H-DETALLE.
           STRING WS-DES-HALLADA DELIMITED BY SPACE
                  " A LAS " WS-LIN(10:4)
                  DELIMITED BY SIZE
                  INTO WS-H-DETALLE
           END-STRING.
           PERFORM INFORMA-HALLAZGO THRU FIN-INFORMA-HALLAZGO.
           PERFORM ANOTA-USADA THRU FIN-ANOTA-USADA.
       FIN-MIRA-PRIMERA-VEZ.

      *    SIN COSTUMBRE SUFICIENTE NO HAY HORARIO CON QUE COMPARAR.
      *    UNA HORA SIN ACTIVIDAD PERO PEGADA A UNA QUE LA TIENE ES
      *    BAJA; EN MITAD DE LA NOCHE DE ESA CUENTA, MEDIA.
       MIRA-HORARIO.
           IF TB-SU-NHIST(WS-S) < WS-MINIMO OR
              TB-SU-HORA(WS-S WS-HH1) > ZEROES
              GO TO FIN-MIRA-HORARIO
           END-IF.
           IF WS-HH1 = 1
              MOVE 24 TO WS-HH-ANT
           ELSE
              COMPUTE WS-HH-ANT = WS-HH1 - 1
           END-IF.
           IF WS-HH1 = 24
              MOVE 1 TO WS-HH-SIG
           ELSE
              COMPUTE WS-HH-SIG = WS-HH1 + 1
           END-IF.
           IF TB-SU-HORA(WS-S WS-HH-ANT) > ZEROES OR
              TB-SU-HORA(WS-S WS-HH-SIG) > ZEROES
              MOVE "BAJA" TO WS-H-GRAVEDAD
           ELSE
              MOVE "MEDIA" TO WS-H-GRAVEDAD
           END-IF.
           MOVE "HORARIO" TO WS-H-TIPO.
           MOVE SPACES TO WS-H-DETALLE.
           STRING "LOGIN A LAS " WS-LIN(10:4)
                  " SIN ACTIVIDAD A ESA HORA EN "
                  TB-SU-NHIST(WS-S) " OPERACIONES DE HISTORIA"
                  DELIMITED BY SIZE
                  INTO WS-H-DETALLE
           END-STRING.
           PERFORM INFORMA-HALLAZGO THRU FIN-INFORMA-HALLAZGO.
           ADD 1 TO TB-SU-HORA(WS-S WS-HH1).
       FIN-MIRA-HORARIO.

      *    SOLO HAY NODO HABITUAL SI LA HISTORIA TIENE LOGINS CON
      *    NODO.
       MIRA-NODO.
           IF TB-SU-NNODOS(WS-S) = ZERO
              GO TO FIN-MIRA-NODO
           END-IF.
           MOVE "N" TO WS-VISTO.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > TB-SU-NNODOS(WS-S)
              IF TB-SU-NODO(WS-S WS-N) = WS-L-NODO
                 MOVE "S" TO WS-VISTO
              END-IF
           END-PERFORM.
           IF WS-VISTO = "S"
              GO TO FIN-MIRA-NODO
           END-IF.
           MOVE "MEDIA" TO WS-H-GRAVEDAD.
           MOVE "NODO" TO WS-H-TIPO.
           MOVE SPACES TO WS-H-DETALLE.
           STRING "LOGIN DESDE EL NODO " DELIMITED BY SIZE
                  WS-L-NODO DELIMITED BY SPACE
                  " A LAS " WS-LIN(10:4) "; HABITUAL "
                  DELIMITED BY SIZE
                  TB-SU-NODO(WS-S 1) DELIMITED BY SPACE
                  INTO WS-H-DETALLE
           END-STRING.
           PERFORM INFORMA-HALLAZGO THRU FIN-INFORMA-HALLAZGO.
           PERFORM ANOTA-NODO THRU FIN-ANOTA-NODO.
       FIN-MIRA-NODO.

      *    LO QUE SOLO SE SABE AL ACABAR EL DIA: LOGINS RECHAZADOS Y
      *    VOLUMEN DE DESCARGA DE CADA CUENTA.
       CIERRA-DIA.
           MOVE 1 TO WS-S.
       SIGUIENTE-SUJETO.
           IF WS-S > WS-NSUJETOS
              GO TO FIN-CIERRA-DIA
           END-IF.
           IF TB-SU-FALLOS(WS-S) >= WS-MAX-FALLOS AND
              TB-SU-FALLOS(WS-S) > ZEROES
              MOVE "ALTA" TO WS-H-GRAVEDAD
              MOVE "FALLOS" TO WS-H-TIPO
              MOVE SPACES TO WS-H-DETALLE
              STRING TB-SU-FALLOS(WS-S) " LOGINS RECHAZADOS (UMBRAL "
                     WS-MAX-FALLOS ")"
                     DELIMITED BY SIZE
                     INTO WS-H-DETALLE
              END-STRING
              PERFORM INFORMA-HALLAZGO THRU FIN-INFORMA-HALLAZGO
           END-IF.
           IF TB-SU-BYTES-DIA(WS-S) > ZEROES
              PERFORM MIRA-VOLUMEN THRU FIN-MIRA-VOLUMEN
           END-IF.
           ADD 1 TO WS-S.
           GO TO SIGUIENTE-SUJETO.
       FIN-CIERRA-DIA.

      *    CON COSTUMBRE, EL TOPE ES FACTOR VECES LA MEDIA DIARIA (Y
      *    NUNCA MENOS DE LA DECIMA PARTE DEL TOPE GENERAL, PARA QUE
      *    UNA CUENTA QUE CASI NO DESCARGA NO SALTE POR CUALQUIER
      *    COSA); SIN COSTUMBRE, EL TOPE GENERAL.
       MIRA-VOLUMEN.
           MOVE ZEROES TO WS-MEDIA.
           IF TB-SU-NHIST(WS-S) >= WS-MINIMO AND
              WS-DIAS-CON-DATOS > ZEROES
              COMPUTE WS-MEDIA =
                      TB-SU-BYTES-HIST(WS-S) / WS-DIAS-CON-DATOS
              COMPUTE WS-TOPE = WS-MEDIA * WS-FACTOR
              IF WS-TOPE < WS-UMBRAL-BYTES / 10
                 COMPUTE WS-TOPE = WS-UMBRAL-BYTES / 10
              END-IF
           ELSE
              MOVE WS-UMBRAL-BYTES TO WS-TOPE
           END-IF.
           IF TB-SU-BYTES-DIA(WS-S) <= WS-TOPE
              GO TO FIN-MIRA-VOLUMEN
           END-IF.
           MOVE "ALTA" TO WS-H-GRAVEDAD.
           MOVE "VOLUMEN" TO WS-H-TIPO.
           MOVE SPACES TO WS-H-DETALLE.
           STRING "BYTES:" TB-SU-BYTES-DIA(WS-S)
                  " DESCARGAS:" TB-SU-DSC-DIA(WS-S)
                  " MEDIA:" WS-MEDIA
                  " TOPE:" WS-TOPE
                  DELIMITED BY SIZE
                  INTO WS-H-DETALLE
           END-STRING.
           PERFORM INFORMA-HALLAZGO THRU FIN-INFORMA-HALLAZGO.
       FIN-MIRA-VOLUMEN.

       INFORMA-HALLAZGO.
           EVALUATE WS-H-GRAVEDAD
               WHEN "ALTA"
                    ADD 1 TO WS-ALTAS
               WHEN "MEDIA"
                    ADD 1 TO WS-MEDIAS
               WHEN OTHER
                    ADD 1 TO WS-BAJAS
           END-EVALUATE.
           STRING "|SOSPECHA|" DELIMITED BY SIZE
                  WS-H-GRAVEDAD DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-H-TIPO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-SU-USUARIO(WS-S) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-H-DETALLE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           IF WS-H-GRAVEDAD = "ALTA"
              PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA
           END-IF.
       FIN-INFORMA-HALLAZGO.

       ESCRIBE-LINEA.
           DISPLAY WS-LINEA UPON SYSOUT.
           IF INFORME-ABIERTO
              MOVE SPACES TO REG-INFORME
              MOVE WS-LINEA TO REG-INFORME
              WRITE REG-INFORME
           END-IF.
           MOVE SPACES TO WS-LINEA.
       FIN-ESCRIBE-LINEA.

       ALERTA SECTION.
      *    MISMO CONTADOR DE IDS (REGISTRO 0) Y MISMA COLA ALERTAS.DAT
      *    BAJO dd_trz QUE ALIMENTA PRUERR; SI LA COLA NO SE PUEDE
      *    ABRIR NO SE INSISTE.
       ANOTA-ALERTA.
           MOVE SPACES TO WS-ALERTAS-PATH.
           IF WS-DD-TRZ NOT = SPACES
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
           MOVE WS-COD-SOSPECHA TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
           MOVE SPACES TO ALR-FICHERO.
           STRING WS-H-TIPO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TB-SU-USUARIO(WS-S) DELIMITED BY SPACE
                  " " WS-DIA-EXAMEN " " DELIMITED BY SIZE
                  WS-H-DETALLE DELIMITED BY "  "
                  INTO ALR-FICHERO
           END-STRING.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
       FIN-ANOTA-ALERTA.
