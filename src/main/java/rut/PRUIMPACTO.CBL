       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUIMPACTO.
       AUTHOR.        CVJ.
       SECURITY.      ANALISIS DE IMPACTO DE UN FICHERO: DADA UNA RUTA
                      (RESUELTA O CON SU PREFIJO dd_), BUSCA TODO LO
                      QUE LA NOMBRA - PASOS DE LOS PLANES, RANURAS DE
                      LANZADOR.PLN, TRABAJOS DE SRU-COLA.DAT,
                      DEFINICIONES DE PARAMDEF.LST Y LINEAS DE LOS
                      FICHEROS DE LOTE DE PRUPARJ - Y LOS PROGRAMAS
                      QUE DE VERDAD LO HAN ABIERTO O PRODUCIDO SEGUN
                      LOS LOGS DE AUDITORIA (O EL ALMACEN DE PRUMES) Y
                      EL DIARIO DEL CATALOGO, Y LO SACA COMO UN ARBOL
                      DE PRODUCTORES (ARRIBA) Y CONSUMIDORES (ABAJO).
                      HASTA AHORA, ANTES DE CAMBIAR UN LAYOUT O MOVER
                      UN FICHERO, HABIA QUE REBUSCAR A MANO EN LOS
                      PLANES.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. DETALLE TRAE
*********************               "ruta;dias": LA RUTA COMO EN DSC
*********************               ("dat/FICH", "dd_dat/FICH" O
*********************               YA RESUELTA) Y LOS DIAS DE LOGS Y
*********************               DIARIOS QUE SE REPASAN HACIA ATRAS
*********************               DESDE HOY (PRUIMPACTODIAS, 31 SI
*********************               NO SE FIJA, 62 COMO MUCHO). LOS
*********************               PLANES SON LOS DE LAS RANURAS PLA
*********************               DEL LANZADOR MAS LOS DE
*********************               PRUIMPACTOPLANES, Y LOS LOTES EL DE
*********************               dd_lote MAS LOS DE PRUIMPACTOLOTES
*********************               ("programa=ruta", EL PROGRAMA AL
*********************               QUE VA EL LOTE), AMBAS LISTAS
*********************               SEPARADAS POR ":". EN UN PASO, UNA
*********************               RUTA EN POSICION DE TIPO E DE SU
*********************               DEFINICION ES UNA ENTRADA
*********************               (CONSUMIDOR) Y EN OTRA POSICION
*********************               DECLARADA UNA SALIDA (PRODUCTOR);
*********************               SIN DEFINICION NO SE SABE Y VA A
*********************               REFERENCIAS. DEL DIARIO DEL
*********************               CATALOGO, EL ALTA/TOCA/RECU HACE
*********************               PRODUCTOR Y LO DEMAS CONSUMIDOR; EL
*********************               PROGRAMA SE SACA DE LA LINEA
*********************               |TIEMPO:| DEL MISMO USUARIO CUYA
*********************               EJECUCION CUBRE LA HORA DEL
*********************               MOVIMIENTO ("?" SI NINGUNA).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HORARIO
                  ASSIGN TO DYNAMIC WS-HORARIO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HORARIO-ESTADO.

           SELECT PLAN-CTL
                  ASSIGN TO DYNAMIC WS-PLAN-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PLAN-ESTADO.

           SELECT LOTE-PAR
                  ASSIGN TO DYNAMIC WS-LOTE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOTE-ESTADO.

           SELECT COLA
                  ASSIGN TO DYNAMIC WS-COLA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JOB-ID
                  FILE STATUS IS WS-COLA-ESTADO.

           SELECT PARAMDEF
                  ASSIGN TO DYNAMIC WS-DEF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DEF-ESTADO.

           SELECT CATALOGO
                  ASSIGN TO DYNAMIC WS-CATALOGO-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CAT-CLAVE
                  FILE STATUS IS WS-CATALOGO-ESTADO.

           SELECT JORNAL
                  ASSIGN TO DYNAMIC WS-JORNAL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JORNAL-ESTADO.

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

       DATA DIVISION.
       FILE SECTION.

       FD  HORARIO.
       01  REG-HORARIO       PIC X(300).

       FD  PLAN-CTL.
       01  REG-PLAN-CTL      PIC X(256).

       FD  LOTE-PAR.
       01  REG-LOTE-PAR      PIC X(300).

      *    MISMO LAYOUT DE COLA QUE MANTIENE SRU EN SRU-COLA.DAT, CON
      *    EL REGISTRO 0 COMO CONTADOR DE IDS.
       FD  COLA.
       01  REG-COLA.
           03 JOB-ID         PIC 9(6).
           03 JOB-ESTADO     PIC X.
           03 JOB-RC         PIC 9(5).
           03 JOB-PROGRAMA   PIC X(32).
           03 JOB-PARAMS     PIC X(128).
           03 JOB-FECHA      PIC X(8).
           03 JOB-HORA       PIC X(8).
           03 JOB-DEPENDE    PIC 9(6).

       FD  PARAMDEF.
       01  REG-PARAMDEF      PIC X(80).

      *    MISMO LAYOUT QUE EL CATALOGO DE PRUCAT.
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

       FD  JORNAL.
       01  REG-JORNAL        PIC X(300).

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

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUIMPACTO".
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-DD-TMP         PIC X(128).
       77  WS-FECHA          PIC X(8).
       77  WS-HORARIO-PATH   PIC X(200).
       77  WS-HORARIO-ESTADO PIC XX.
       77  WS-PLAN-PATH      PIC X(200).
       77  WS-PLAN-ESTADO    PIC XX.
       77  WS-LOTE-PATH      PIC X(200).
       77  WS-LOTE-ESTADO    PIC XX.
       77  WS-COLA-PATH      PIC X(200).
       77  WS-COLA-ESTADO    PIC XX.
       77  WS-DEF-PATH       PIC X(200).
       77  WS-DEF-ESTADO     PIC XX.
       77  WS-CATALOGO-PATH  PIC X(200).
       77  WS-CATALOGO-ESTADO PIC XX.
       77  WS-JORNAL-PATH    PIC X(200).
       77  WS-JORNAL-ESTADO  PIC XX.
       77  WS-DIARIO-PATH    PIC X(200).
       77  WS-DIARIO-ESTADO  PIC XX.
       77  WS-AUDIT-PATH     PIC X(200).
       77  WS-AUDIT-ESTADO   PIC XX.

      *    EL FICHERO ANALIZADO: LA FORMA CORTA "xxx/resto" (SI LA
      *    HAY) Y LA RUTA RESUELTA CONTRA dd_xxx, QUE ES LA CLAVE DEL
      *    CATALOGO Y LO QUE APUNTA SU DIARIO.
       77  WS-OBJ-ENTRADA    PIC X(128).
       77  WS-OBJ-CORTA      PIC X(128).
       01  WS-OBJ-LARGA      PIC X(200).
       77  WS-LON-C          PIC 999.
       77  WS-LON-L          PIC 999.
       77  WS-RAIZ           PIC X(6).
       01  WS-RAIZ-VALOR     PIC X(128).
       01  WS-RUTA           PIC X(200).

      *    DIAS DE HISTORIA (VER MODIFICACIONES).
       77  WS-PARAM-TXT      PIC X(15).
       77  WS-DIAS-TXT       PIC X(3).
       77  WS-DIAS-NUM       PIC X(3).
       77  WS-NDIAS          PIC 99 VALUE 31.
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
       77  WS-D              PIC 99.
       77  WS-L-FECHA        PIC X(8).
       77  WS-DIA-SRU        PIC X.
       77  WS-DIA-ERR        PIC X.

      *    LISTAS DE PLANES Y LOTES A REPASAR.
       01  WS-LISTA          PIC X(512).
       01  TB-LISTA.
           03 TB-LIS         PIC X(160) OCCURS 10.
       77  WS-LI             PIC 99.
       01  TB-PLANES.
           03 TB-PLAN        PIC X(200) OCCURS 30.
       77  WS-NPLANES        PIC 99 VALUE ZEROES.
       77  WS-PL             PIC 99.
       77  WS-LOTE-PROG      PIC X(32).

      *    DEFINICIONES DE PARAMDEF.LST, COMO EN PRUCHKPLAN.
       01  TB-DEFS.
           03 TB-DEF-O        OCCURS 50.
              05 TB-DEF-PROG  PIC X(32).
              05 TB-DEF-TIPOS PIC X(30).
       77  WS-NDEFS           PIC 99 VALUE ZERO.
       77  WS-DEF-IDX         PIC 99.
       77  WS-DEF-PROG-TXT    PIC X(32).
       77  WS-DEF-MIN-TXT     PIC X(3).
       77  WS-DEF-MAX-TXT     PIC X(3).
       77  WS-DEF-TIPOS-TXT   PIC X(30).

      *    RANURA DEL LANZADOR.
       77  WS-R-HORA         PIC X(4).
       77  WS-R-DIAS         PIC X(7).
       77  WS-R-TIPO         PIC X(4).
       01  WS-R-DATO1        PIC X(128).
       01  WS-R-DATO2        PIC X(128).

      *    EL PASO QUE SE CLASIFICA Y SU TROCEO, EL MISMO DE PRUPARJ.
       77  WS-LINEA          PIC 9(6) VALUE ZEROES.
       77  WS-V-PROG         PIC X(32).
       77  WS-V-PARAMS       PIC X(128).
       77  WS-V-ONERROR      PIC X(40).
       01  WS-V-ORIGEN       PIC X(80).
       01  TB-TOKENS.
           03 TB-TOK         PIC X(128) OCCURS 30.
       77  WS-TOK-N          PIC 99.
       77  WS-TOK-POS        PIC 999.
       77  WS-C              PIC 999.
       77  WS-CAR            PIC X.
           88 CAR-SEPARADOR  VALUE " " "|" ";" ":" "=" '"'.
       77  WS-EN-TOKEN       PIC X.
       77  WS-EN-COMILLA     PIC X.
       77  WS-POS            PIC 99.
       77  WS-TIPO           PIC X.
       77  WS-TOKENS-HALLADOS PIC 99.

      *    BUSQUEDA DE LA RUTA DENTRO DE UNA LINEA.
       01  WS-LIN            PIC X(300).
       01  WS-FORMA          PIC X(200).
       77  WS-LON-F          PIC 999.
       77  WS-P              PIC 999.
       77  WS-HALLADO        PIC X.
           88 HALLADO        VALUE "S".

      *    TROCEO DE UNA LINEA DE LOG O DEL DIARIO DEL CATALOGO.
       77  WS-T1             PIC X(20).
       77  WS-T2             PIC X(30).
       01  WS-T3             PIC X(200).
       01  WS-T4             PIC X(60).
       01  WS-T5             PIC X(60).
       01  WS-RESTO-LIN      PIC X(300).
       77  WS-BASURA         PIC X(2).
       77  WS-L-USUARIO      PIC X(15).
       77  WS-L-OPE          PIC X(3).
       77  WS-L-SEGS         PIC 9(5).
       77  WS-L-FIN          PIC 9(5).
       77  WS-L-INI          PIC 9(5).
       01  WS-HMS.
           03 WS-HMS-HH      PIC 99.
           03 WS-HMS-MM      PIC 99.
           03 WS-HMS-SS      PIC 99.

      *    MOVIMIENTOS DEL DIARIO DEL CATALOGO DE UN DIA, A LA ESPERA
      *    DE SABER QUE PROGRAMA LOS HIZO.
       01  TB-MOVS.
           03 TB-MOV-O       OCCURS 200.
              05 TB-MOV-TS       PIC X(17).
              05 TB-MOV-SEG      PIC 9(5).
              05 TB-MOV-ACCION   PIC X(4).
              05 TB-MOV-USUARIO  PIC X(15).
              05 TB-MOV-PROG     PIC X(32).
       77  WS-NMOVS          PIC 999 VALUE ZEROES.
       77  WS-M              PIC 999.

      *    LAS HOJAS DEL ARBOL: ROL P (PRODUCTOR), C (CONSUMIDOR) O R
      *    (REFERENCIA SIN SENTIDO CONOCIDO), PROGRAMA Y DE DONDE SALE.
      *    LAS QUE SALEN DE LOS LOGS SE AGRUPAN Y SE CUENTAN.
       01  TB-HOJAS.
           03 TB-HOJA-O      OCCURS 300.
              05 TB-HOJA-ROL     PIC X.
              05 TB-HOJA-PROG    PIC X(32).
              05 TB-HOJA-CLAVE   PIC X(80).
              05 TB-HOJA-VECES   PIC 9(5).
              05 TB-HOJA-ULTIMA  PIC X(17).
              05 TB-HOJA-USUARIO PIC X(15).
       77  WS-NHOJAS         PIC 999 VALUE ZEROES.
       77  WS-HOJAS-FUERA    PIC 9(5) VALUE ZEROES.
       77  WS-H              PIC 999.
       77  WS-J              PIC 999.
       77  WS-K              PIC 999.
       77  WS-H-ROL          PIC X.
       77  WS-H-PROG         PIC X(32).
       01  WS-H-CLAVE        PIC X(80).
       77  WS-H-TS           PIC X(17).
       77  WS-H-USUARIO      PIC X(15).

      *    IMPRESION DEL ARBOL.
       77  WS-ROL            PIC X.
       77  WS-RAMA           PIC X(10).
       77  WS-RAMA-TITULO    PIC X(14).
       77  WS-PROGS-ROL      PIC 999.
       77  WS-PRODUCTORES    PIC 999 VALUE ZEROES.
       77  WS-CONSUMIDORES   PIC 999 VALUE ZEROES.
       77  WS-REFERENCIAS    PIC 999 VALUE ZEROES.
       77  WS-YA-PINTADO     PIC X.
       77  II                PIC 999.
       01  WS-IMP-RESP       PIC X(400).

       LINKAGE SECTION.

       01  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
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
           MOVE SPACES TO WS-DD-TMP.
           DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TMP FROM ENVIRONMENT-VALUE.
           IF WS-DD-TMP = LOW-VALUES
              MOVE SPACES TO WS-DD-TMP
           END-IF.

           MOVE SPACES TO WS-OBJ-ENTRADA WS-DIAS-TXT.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-OBJ-ENTRADA
                 WS-DIAS-TXT
           END-UNSTRING.
           IF WS-OBJ-ENTRADA = SPACES OR WS-OBJ-ENTRADA = LOW-VALUES
              DISPLAY "|IMPACTOERROR|SINFICHERO|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           PERFORM LEE-DIAS THRU FIN-LEE-DIAS.
           PERFORM NORMALIZA-OBJETO THRU FIN-NORMALIZA-OBJETO.
           INITIALIZE TB-HOJAS TB-PLANES.
           MOVE SPACES TO WS-IMP-RESP.
           STRING "|IMPACTO|" DELIMITED BY SIZE
                  WS-OBJ-ENTRADA DELIMITED BY SPACE
                  "|RUTA:" DELIMITED BY SIZE
                  WS-OBJ-LARGA DELIMITED BY SPACE
                  "|DIAS:" WS-NDIAS "|"
                  DELIMITED BY SIZE
                  INTO WS-IMP-RESP
           END-STRING.
           DISPLAY WS-IMP-RESP UPON SYSOUT.
           PERFORM MIRA-CATALOGO THRU FIN-MIRA-CATALOGO.
           PERFORM CARGA-DEFINICIONES THRU FIN-CARGA-DEFINICIONES.
       PROCESOS.
           PERFORM REPASA-LANZADOR THRU FIN-REPASA-LANZADOR.
           PERFORM REPASA-PLANES THRU FIN-REPASA-PLANES.
           PERFORM REPASA-COLA THRU FIN-REPASA-COLA.
           PERFORM REPASA-LOTES THRU FIN-REPASA-LOTES.
           PERFORM REPASA-HISTORIA THRU FIN-REPASA-HISTORIA.

           MOVE "P" TO WS-ROL.
           MOVE "ARRIBA" TO WS-RAMA.
           MOVE "PRODUCTORES:" TO WS-RAMA-TITULO.
           PERFORM PINTA-RAMA THRU FIN-PINTA-RAMA.
           MOVE WS-PROGS-ROL TO WS-PRODUCTORES.
           MOVE "C" TO WS-ROL.
           MOVE "ABAJO" TO WS-RAMA.
           MOVE "CONSUMIDORES:" TO WS-RAMA-TITULO.
           PERFORM PINTA-RAMA THRU FIN-PINTA-RAMA.
           MOVE WS-PROGS-ROL TO WS-CONSUMIDORES.
           MOVE "R" TO WS-ROL.
           MOVE "REFERENCIA" TO WS-RAMA.
           MOVE "REFERENCIAS:" TO WS-RAMA-TITULO.
           PERFORM PINTA-RAMA THRU FIN-PINTA-RAMA.
           MOVE WS-PROGS-ROL TO WS-REFERENCIAS.
           IF WS-HOJAS-FUERA > ZEROES
              MOVE SPACES TO WS-IMP-RESP
              STRING "|IMPACTOERROR|TABLAHOJAS|MAXIMO:300"
                     "|FUERA:" WS-HOJAS-FUERA "|"
                     DELIMITED BY SIZE
                     INTO WS-IMP-RESP
              END-STRING
              DISPLAY WS-IMP-RESP UPON SYSOUT
           END-IF.
           MOVE SPACES TO WS-IMP-RESP.
           STRING "|IMPACTOFIN|PRODUCTORES:" WS-PRODUCTORES
                  "|CONSUMIDORES:" WS-CONSUMIDORES
                  "|REFERENCIAS:" WS-REFERENCIAS
                  "|HOJAS:" WS-NHOJAS "|"
                  DELIMITED BY SIZE
                  INTO WS-IMP-RESP
           END-STRING.
           DISPLAY WS-IMP-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PREPARA SECTION.
      *    LOS DIAS VIENEN EN DETALLE O EN PRUIMPACTODIAS; EL TEXTO SE
      *    ENCAJA A LA DERECHA SOBRE CEROS ANTES DE DARLO POR NUMERO.
       LEE-DIAS.
           IF WS-DIAS-TXT = SPACES OR WS-DIAS-TXT = LOW-VALUES
              MOVE SPACES TO WS-PARAM-TXT
              DISPLAY "PRUIMPACTODIAS" UPON ENVIRONMENT-NAME
              ACCEPT WS-PARAM-TXT FROM ENVIRONMENT-VALUE
              IF WS-PARAM-TXT = LOW-VALUES
                 MOVE SPACES TO WS-PARAM-TXT
              END-IF
              MOVE WS-PARAM-TXT(1:3) TO WS-DIAS-TXT
           END-IF.
           MOVE ZERO TO WS-C.
           INSPECT WS-DIAS-TXT TALLYING WS-C
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-C > ZERO
              MOVE "000" TO WS-DIAS-NUM
              MOVE WS-DIAS-TXT(1:WS-C) TO WS-DIAS-NUM(4 - WS-C:WS-C)
              IF WS-DIAS-NUM IS NUMERIC
                 MOVE WS-DIAS-NUM(2:2) TO WS-NDIAS
                 IF WS-DIAS-NUM(1:1) NOT = "0"
                    MOVE 62 TO WS-NDIAS
                 END-IF
              END-IF
           END-IF.
           IF WS-NDIAS > 62
              MOVE 62 TO WS-NDIAS
           END-IF.
       FIN-LEE-DIAS.

      *    "dd_xxx/resto" PIERDE EL PREFIJO dd_; "xxx/resto" SE
      *    RESUELVE CONTRA dd_xxx COMO EN PRUCP (SIN VALOR EN EL
      *    ENTORNO SE TOMA TAL CUAL); CUALQUIER OTRA COSA ES YA LA
      *    RUTA RESUELTA Y NO TIENE FORMA CORTA.
       NORMALIZA-OBJETO.
           MOVE SPACES TO WS-OBJ-CORTA WS-OBJ-LARGA.
           IF WS-OBJ-ENTRADA(1:3) = "dd_" AND
              WS-OBJ-ENTRADA(7:1) = "/"
              MOVE WS-OBJ-ENTRADA(4:) TO WS-OBJ-CORTA
           ELSE
              IF WS-OBJ-ENTRADA(4:1) = "/" AND
                 WS-OBJ-ENTRADA(1:1) NOT = "/" AND
                 WS-OBJ-ENTRADA(1:1) NOT = "."
                 MOVE WS-OBJ-ENTRADA TO WS-OBJ-CORTA
              END-IF
           END-IF.
           IF WS-OBJ-CORTA = SPACES
              MOVE WS-OBJ-ENTRADA TO WS-OBJ-LARGA
           ELSE
              MOVE WS-OBJ-CORTA TO TB-TOK(1)
              MOVE 1 TO WS-POS
              PERFORM RESUELVE-TOKEN THRU FIN-RESUELVE-TOKEN
              MOVE WS-RUTA TO WS-OBJ-LARGA
              IF WS-OBJ-LARGA = WS-OBJ-CORTA
                 MOVE SPACES TO WS-OBJ-CORTA
              END-IF
           END-IF.
           MOVE ZERO TO WS-LON-C WS-LON-L.
           INSPECT WS-OBJ-CORTA TALLYING WS-LON-C
                   FOR CHARACTERS BEFORE INITIAL " ".
           INSPECT WS-OBJ-LARGA TALLYING WS-LON-L
                   FOR CHARACTERS BEFORE INITIAL " ".
       FIN-NORMALIZA-OBJETO.

      *    LA FICHA DEL CATALOGO, SI LA HAY: QUIEN LO DIO DE ALTA Y
      *    CUANDO SE TOCO POR ULTIMA VEZ.
       MIRA-CATALOGO.
           MOVE SPACES TO WS-CATALOGO-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/PRUCAT.DAT"
                     DELIMITED BY SPACE
                     INTO WS-CATALOGO-PATH
              END-STRING
           ELSE
              MOVE "PRUCAT.DAT" TO WS-CATALOGO-PATH
           END-IF.
           OPEN INPUT CATALOGO.
           IF WS-CATALOGO-ESTADO NOT = "00"
              DISPLAY "|IMPACTOAVISO|SINCATALOGO|" WS-CATALOGO-PATH
                      "|" UPON SYSOUT
              GO TO FIN-MIRA-CATALOGO
           END-IF.
           MOVE SPACES TO REG-CAT-CLAVE.
           MOVE WS-OBJ-LARGA TO REG-CAT-CLAVE.
           MOVE SPACES TO WS-IMP-RESP.
           READ CATALOGO
               INVALID KEY
                  MOVE "|IMPACTO|NOCATALOGO|" TO WS-IMP-RESP
               NOT INVALID KEY
                  STRING "|IMPACTO|CATALOGO|ALTA:" REG-CAT-FECHACREA
                         "|USUARIO:" DELIMITED BY SIZE
                         REG-CAT-USUARIO DELIMITED BY SPACE
                         "|MODIFICADO:" REG-CAT-FECHAMOD
                         "|NIVEL:" REG-CAT-NIVEL "|"
                         DELIMITED BY SIZE
                         INTO WS-IMP-RESP
                  END-STRING
           END-READ.
           DISPLAY WS-IMP-RESP UPON SYSOUT.
           CLOSE CATALOGO.
       FIN-MIRA-CATALOGO.

      *    MISMO FICHERO Y MISMO FORMATO QUE CARGA-DEFINICIONES DE
      *    PRUPARJ; DE PASO, UNA DEFINICION QUE NOMBRA LA RUTA (UN
      *    COMENTARIO O UN VALOR FIJO) QUEDA COMO REFERENCIA.
       CARGA-DEFINICIONES.
           MOVE SPACES TO WS-DEF-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/PARAMDEF.LST"
                     DELIMITED BY SPACE
                     INTO WS-DEF-PATH
              END-STRING
           ELSE
              MOVE "PARAMDEF.LST" TO WS-DEF-PATH
           END-IF.
           OPEN INPUT PARAMDEF.
           IF WS-DEF-ESTADO NOT = "00"
              GO TO FIN-CARGA-DEFINICIONES
           END-IF.
           MOVE ZEROES TO WS-LINEA.
       LEYENDO-DEFS.
           READ PARAMDEF
               AT END
                  GO TO CIERRA-DEFS
           END-READ.
           ADD 1 TO WS-LINEA.
           IF REG-PARAMDEF = SPACES
              GO TO LEYENDO-DEFS
           END-IF.
           MOVE SPACES TO WS-DEF-PROG-TXT WS-DEF-MIN-TXT
                          WS-DEF-MAX-TXT WS-DEF-TIPOS-TXT.
           UNSTRING REG-PARAMDEF DELIMITED BY ";" INTO
                 WS-DEF-PROG-TXT
                 WS-DEF-MIN-TXT
                 WS-DEF-MAX-TXT
                 WS-DEF-TIPOS-TXT
           END-UNSTRING.
           MOVE REG-PARAMDEF TO WS-LIN.
           PERFORM BUSCA-EN-TEXTO THRU FIN-BUSCA-EN-TEXTO.
           IF HALLADO
              MOVE "R" TO WS-H-ROL
              IF REG-PARAMDEF(1:1) = "*"
                 MOVE "?" TO WS-H-PROG
              ELSE
                 MOVE WS-DEF-PROG-TXT TO WS-H-PROG
              END-IF
              MOVE SPACES TO WS-H-CLAVE
              STRING "PARAMDEF LINEA:" WS-LINEA
                     DELIMITED BY SIZE
                     INTO WS-H-CLAVE
              END-STRING
              MOVE SPACES TO WS-H-TS WS-H-USUARIO
              PERFORM ANOTA-HOJA THRU FIN-ANOTA-HOJA
           END-IF.
           IF REG-PARAMDEF(1:1) = "*" OR WS-DEF-PROG-TXT = SPACES OR
              WS-NDEFS >= 50
              GO TO LEYENDO-DEFS
           END-IF.
           ADD 1 TO WS-NDEFS.
           MOVE WS-DEF-PROG-TXT TO TB-DEF-PROG(WS-NDEFS).
           MOVE WS-DEF-TIPOS-TXT TO TB-DEF-TIPOS(WS-NDEFS).
           GO TO LEYENDO-DEFS.
       CIERRA-DEFS.
           CLOSE PARAMDEF.
       FIN-CARGA-DEFINICIONES.

      *    UN DIA MENOS SOBRE WS-FECHA-N, CON FEBRERO DE 29 EN LOS
      *    AÑOS MULTIPLOS DE CUATRO COMO EN PRUSOSPECHA.
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

       FUENTES SECTION.
      *    LANZADOR.PLN: UNA RANURA PLA APORTA SU PLAN A LA LISTA DE
      *    PLANES (Y SI EL PLAN ES EL FICHERO ANALIZADO, PRULANZA LO
      *    CONSUME); UNA RANURA PROG ES UN PASO MAS.
       REPASA-LANZADOR.
           MOVE SPACES TO WS-HORARIO-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/LANZADOR.PLN"
                     DELIMITED BY SPACE
                     INTO WS-HORARIO-PATH
              END-STRING
           ELSE
              MOVE "LANZADOR.PLN" TO WS-HORARIO-PATH
           END-IF.
           OPEN INPUT HORARIO.
           IF WS-HORARIO-ESTADO NOT = "00"
              GO TO FIN-REPASA-LANZADOR
           END-IF.
           MOVE ZEROES TO WS-LINEA.
       LEYENDO-RANURAS.
           READ HORARIO
               AT END
                  GO TO CIERRA-RANURAS
           END-READ.
           ADD 1 TO WS-LINEA.
           IF REG-HORARIO = SPACES OR REG-HORARIO(1:1) = "*"
              GO TO LEYENDO-RANURAS
           END-IF.
           MOVE SPACES TO WS-R-HORA WS-R-DIAS WS-R-TIPO
                          WS-R-DATO1 WS-R-DATO2.
           UNSTRING REG-HORARIO DELIMITED BY ";" INTO
                 WS-R-HORA
                 WS-R-DIAS
                 WS-R-TIPO
                 WS-R-DATO1
                 WS-R-DATO2
           END-UNSTRING.
           MOVE SPACES TO WS-V-ORIGEN.
           STRING "LANZADOR LINEA:" WS-LINEA " " WS-R-TIPO
                  DELIMITED BY SIZE
                  INTO WS-V-ORIGEN
           END-STRING.
           EVALUATE WS-R-TIPO
               WHEN "PLA"
                    MOVE WS-R-DATO1 TO WS-PLAN-PATH
                    PERFORM APUNTA-PLAN THRU FIN-APUNTA-PLAN
                    MOVE WS-R-DATO1 TO WS-LIN
                    PERFORM BUSCA-EN-TEXTO THRU FIN-BUSCA-EN-TEXTO
                    IF HALLADO
                       MOVE "C" TO WS-H-ROL
                       MOVE "PRULANZA" TO WS-H-PROG
                       MOVE WS-V-ORIGEN TO WS-H-CLAVE
                       MOVE SPACES TO WS-H-TS WS-H-USUARIO
                       PERFORM ANOTA-HOJA THRU FIN-ANOTA-HOJA
                    END-IF
               WHEN "PROG"
                    MOVE WS-R-DATO1 TO WS-V-PROG
                    MOVE WS-R-DATO2 TO WS-V-PARAMS
                    PERFORM CLASIFICA-PASO THRU FIN-CLASIFICA-PASO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           GO TO LEYENDO-RANURAS.
       CIERRA-RANURAS.
           CLOSE HORARIO.
       FIN-REPASA-LANZADOR.

      *    LOS PLANES DEL LANZADOR MAS LOS DE PRUIMPACTOPLANES, CADA
      *    UNO UNA SOLA VEZ; CADA PASO CON SU NUMERO DE LINEA FISICA,
      *    COMO EN EL PREVUELO.
       REPASA-PLANES.
           MOVE SPACES TO WS-LISTA.
           DISPLAY "PRUIMPACTOPLANES" UPON ENVIRONMENT-NAME.
           ACCEPT WS-LISTA FROM ENVIRONMENT-VALUE.
           IF WS-LISTA = LOW-VALUES
              MOVE SPACES TO WS-LISTA
           END-IF.
           INITIALIZE TB-LISTA.
           UNSTRING WS-LISTA DELIMITED BY ":" INTO
                 TB-LIS(1) TB-LIS(2) TB-LIS(3) TB-LIS(4) TB-LIS(5)
                 TB-LIS(6) TB-LIS(7) TB-LIS(8) TB-LIS(9) TB-LIS(10)
           END-UNSTRING.
           PERFORM VARYING WS-LI FROM 1 BY 1 UNTIL WS-LI > 10
              IF TB-LIS(WS-LI) NOT = SPACES
                 MOVE TB-LIS(WS-LI) TO WS-PLAN-PATH
                 PERFORM APUNTA-PLAN THRU FIN-APUNTA-PLAN
              END-IF
           END-PERFORM.
           MOVE 1 TO WS-PL.
       SIGUIENTE-PLAN.
           IF WS-PL > WS-NPLANES
              GO TO FIN-REPASA-PLANES
           END-IF.
           MOVE TB-PLAN(WS-PL) TO WS-PLAN-PATH.
           OPEN INPUT PLAN-CTL.
           IF WS-PLAN-ESTADO NOT = "00"
              DISPLAY "|IMPACTOAVISO|NOPLAN|" WS-PLAN-PATH "|"
                      UPON SYSOUT
              ADD 1 TO WS-PL
              GO TO SIGUIENTE-PLAN
           END-IF.
           MOVE ZEROES TO WS-LINEA.
       LEYENDO-PASOS.
           READ PLAN-CTL
               AT END
                  CLOSE PLAN-CTL
                  ADD 1 TO WS-PL
                  GO TO SIGUIENTE-PLAN
           END-READ.
           ADD 1 TO WS-LINEA.
           IF REG-PLAN-CTL = SPACES OR REG-PLAN-CTL(1:1) = ":"
              GO TO LEYENDO-PASOS
           END-IF.
           MOVE SPACES TO WS-V-PROG WS-V-PARAMS WS-V-ONERROR.
           UNSTRING REG-PLAN-CTL DELIMITED BY ";" INTO
                 WS-V-PROG
                 WS-V-PARAMS
                 WS-V-ONERROR
           END-UNSTRING.
           MOVE SPACES TO WS-V-ORIGEN.
           STRING "PLAN " DELIMITED BY SIZE
                  WS-PLAN-PATH DELIMITED BY SPACE
                  " LINEA:" WS-LINEA
                  DELIMITED BY SIZE
                  INTO WS-V-ORIGEN
           END-STRING.
           PERFORM CLASIFICA-PASO THRU FIN-CLASIFICA-PASO.
           GO TO LEYENDO-PASOS.
       FIN-REPASA-PLANES.

       APUNTA-PLAN.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NPLANES
              IF TB-PLAN(WS-K) = WS-PLAN-PATH
                 MOVE "S" TO WS-HALLADO
              END-IF
           END-PERFORM.
           IF NOT HALLADO AND WS-NPLANES < 30
              ADD 1 TO WS-NPLANES
              MOVE WS-PLAN-PATH TO TB-PLAN(WS-NPLANES)
           END-IF.
       FIN-APUNTA-PLAN.

      *    TODOS LOS TRABAJOS QUE SIGUEN EN SRU-COLA.DAT, CON SU
      *    ESTADO: UNO TERMINADO YA NO SE EJECUTARA, PERO SIGUE
      *    DICIENDO QUIEN USA EL FICHERO.
       REPASA-COLA.
           MOVE SPACES TO WS-COLA-PATH.
           IF WS-DD-TMP NOT = SPACES
              STRING WS-DD-TMP "SRU-COLA.DAT"
                     DELIMITED BY SPACE
                     INTO WS-COLA-PATH
              END-STRING
           ELSE
              MOVE "SRU-COLA.DAT" TO WS-COLA-PATH
           END-IF.
           OPEN INPUT COLA.
           IF WS-COLA-ESTADO NOT = "00"
              GO TO FIN-REPASA-COLA
           END-IF.
           MOVE 1 TO JOB-ID.
           START COLA KEY IS NOT LESS THAN JOB-ID
               INVALID KEY
                  GO TO CIERRA-COLA
           END-START.
       LEYENDO-COLA.
           READ COLA NEXT
               AT END
                  GO TO CIERRA-COLA
           END-READ.
           MOVE JOB-PROGRAMA TO WS-V-PROG.
           MOVE JOB-PARAMS TO WS-V-PARAMS.
           MOVE SPACES TO WS-V-ORIGEN.
           STRING "COLA TRABAJO:" JOB-ID " ESTADO:" JOB-ESTADO
                  DELIMITED BY SIZE
                  INTO WS-V-ORIGEN
           END-STRING.
           PERFORM CLASIFICA-PASO THRU FIN-CLASIFICA-PASO.
           GO TO LEYENDO-COLA.
       CIERRA-COLA.
           CLOSE COLA.
       FIN-REPASA-COLA.

      *    EL LOTE DE dd_lote (SIN PROGRAMA CONOCIDO) Y LOS DE
      *    PRUIMPACTOLOTES. LAS LINEAS *SET/*CLEAR TAMBIEN CUENTAN: UN
      *    *SET PUEDE REAPUNTAR UN dd_ AL FICHERO.
       REPASA-LOTES.
           MOVE SPACES TO WS-LISTA.
           DISPLAY "dd_lote" UPON ENVIRONMENT-NAME.
           ACCEPT WS-LISTA FROM ENVIRONMENT-VALUE.
           IF WS-LISTA NOT = SPACES AND WS-LISTA NOT = LOW-VALUES
              MOVE WS-LISTA TO WS-LOTE-PATH
              MOVE "?" TO WS-LOTE-PROG
              PERFORM REPASA-LOTE THRU FIN-REPASA-LOTE
           END-IF.
           MOVE SPACES TO WS-LISTA.
           DISPLAY "PRUIMPACTOLOTES" UPON ENVIRONMENT-NAME.
           ACCEPT WS-LISTA FROM ENVIRONMENT-VALUE.
           IF WS-LISTA = LOW-VALUES
              MOVE SPACES TO WS-LISTA
           END-IF.
           INITIALIZE TB-LISTA.
           UNSTRING WS-LISTA DELIMITED BY ":" INTO
                 TB-LIS(1) TB-LIS(2) TB-LIS(3) TB-LIS(4) TB-LIS(5)
                 TB-LIS(6) TB-LIS(7) TB-LIS(8) TB-LIS(9) TB-LIS(10)
           END-UNSTRING.
           PERFORM VARYING WS-LI FROM 1 BY 1 UNTIL WS-LI > 10
              IF TB-LIS(WS-LI) NOT = SPACES
                 MOVE SPACES TO WS-LOTE-PROG WS-LOTE-PATH
                 UNSTRING TB-LIS(WS-LI) DELIMITED BY "=" INTO
                       WS-LOTE-PROG
                       WS-LOTE-PATH
                 END-UNSTRING
                 IF WS-LOTE-PATH = SPACES
                    MOVE WS-LOTE-PROG TO WS-LOTE-PATH
                    MOVE "?" TO WS-LOTE-PROG
                 END-IF
                 PERFORM REPASA-LOTE THRU FIN-REPASA-LOTE
              END-IF
           END-PERFORM.
       FIN-REPASA-LOTES.

       REPASA-LOTE.
           OPEN INPUT LOTE-PAR.
           IF WS-LOTE-ESTADO NOT = "00"
              DISPLAY "|IMPACTOAVISO|NOLOTE|" WS-LOTE-PATH "|"
                      UPON SYSOUT
              GO TO FIN-REPASA-LOTE
           END-IF.
           MOVE ZEROES TO WS-LINEA.
       LEYENDO-LOTE.
           READ LOTE-PAR
               AT END
                  GO TO CIERRA-LOTE
           END-READ.
           ADD 1 TO WS-LINEA.
           IF REG-LOTE-PAR = SPACES
              GO TO LEYENDO-LOTE
           END-IF.
           MOVE SPACES TO WS-V-ORIGEN.
           STRING "LOTE " DELIMITED BY SIZE
                  WS-LOTE-PATH DELIMITED BY SPACE
                  " LINEA:" WS-LINEA
                  DELIMITED BY SIZE
                  INTO WS-V-ORIGEN
           END-STRING.
           IF REG-LOTE-PAR(1:1) = "*"
              MOVE REG-LOTE-PAR TO WS-LIN
              PERFORM BUSCA-EN-TEXTO THRU FIN-BUSCA-EN-TEXTO
              IF HALLADO
                 MOVE "R" TO WS-H-ROL
                 MOVE WS-LOTE-PROG TO WS-H-PROG
                 MOVE WS-V-ORIGEN TO WS-H-CLAVE
                 MOVE SPACES TO WS-H-TS WS-H-USUARIO
                 PERFORM ANOTA-HOJA THRU FIN-ANOTA-HOJA
              END-IF
              GO TO LEYENDO-LOTE
           END-IF.
           MOVE WS-LOTE-PROG TO WS-V-PROG.
           MOVE REG-LOTE-PAR(1:128) TO WS-V-PARAMS.
           PERFORM CLASIFICA-PASO THRU FIN-CLASIFICA-PASO.
           GO TO LEYENDO-LOTE.
       CIERRA-LOTE.
           CLOSE LOTE-PAR.
       FIN-REPASA-LOTE.

       HISTORIA SECTION.
      *    DE HOY HACIA ATRAS: POR CADA DIA, LOS MOVIMIENTOS DEL
      *    FICHERO EN EL DIARIO DEL CATALOGO Y LAS LINEAS DE
      *    AUDITORIA QUE LO NOMBRAN. LOS LOGS SRU- Y PRUERR- SE LEEN
      *    SI SIGUEN EN dd_trz; LO QUE YA SE CONSOLIDO SE LEE DEL
      *    ALMACEN DE SU MES, SIN CONTAR DOS VECES LO QUE TIENE LOG.
       REPASA-HISTORIA.
           MOVE WS-FECHA TO WS-FECHA-N.
           MOVE 1 TO WS-D.
       SIGUIENTE-DIA.
           IF WS-D > WS-NDIAS
              GO TO FIN-REPASA-HISTORIA
           END-IF.
           MOVE WS-FECHA-N TO WS-L-FECHA.
           PERFORM REPASA-DIA THRU FIN-REPASA-DIA.
           PERFORM RETROCEDE-DIA THRU FIN-RETROCEDE-DIA.
           ADD 1 TO WS-D.
           GO TO SIGUIENTE-DIA.
       FIN-REPASA-HISTORIA.

       REPASA-DIA.
           INITIALIZE TB-MOVS.
           MOVE ZEROES TO WS-NMOVS.
           PERFORM LEE-JORNAL THRU FIN-LEE-JORNAL.
           MOVE "N" TO WS-DIA-SRU WS-DIA-ERR.
           MOVE SPACES TO WS-DIARIO-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/SRU-" WS-L-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-DIARIO-PATH
              END-STRING
           ELSE
              STRING "SRU-" WS-L-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-DIARIO-PATH
              END-STRING
           END-IF.
           OPEN INPUT DIARIO.
           IF WS-DIARIO-ESTADO = "00"
              MOVE "S" TO WS-DIA-SRU
              PERFORM LEE-DIARIO THRU FIN-LEE-DIARIO
           END-IF.
           MOVE SPACES TO WS-DIARIO-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUERR-" WS-L-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-DIARIO-PATH
              END-STRING
           ELSE
              STRING "PRUERR-" WS-L-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-DIARIO-PATH
              END-STRING
           END-IF.
           OPEN INPUT DIARIO.
           IF WS-DIARIO-ESTADO = "00"
              MOVE "S" TO WS-DIA-ERR
              PERFORM LEE-DIARIO THRU FIN-LEE-DIARIO
           END-IF.
           IF WS-DIA-SRU = "N" OR WS-DIA-ERR = "N"
              PERFORM LEE-ALMACEN-DIA THRU FIN-LEE-ALMACEN-DIA
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NMOVS
              PERFORM ANOTA-MOVIMIENTO THRU FIN-ANOTA-MOVIMIENTO
           END-PERFORM.
       FIN-REPASA-DIA.

      *    "fecha-hora |ACCION|ruta|TAMANIO:t|USUARIO:u|": EL DIARIO
      *    APUNTA LA RUTA RESUELTA, QUE SE COMPARA ENTERA.
       LEE-JORNAL.
           MOVE SPACES TO WS-JORNAL-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUCATJ-" WS-L-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-JORNAL-PATH
              END-STRING
           ELSE
              STRING "PRUCATJ-" WS-L-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-JORNAL-PATH
              END-STRING
           END-IF.
           OPEN INPUT JORNAL.
           IF WS-JORNAL-ESTADO NOT = "00"
              GO TO FIN-LEE-JORNAL
           END-IF.
       LEYENDO-JORNAL.
           READ JORNAL
               AT END
                  GO TO CIERRA-JORNAL
           END-READ.
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5.
           UNSTRING REG-JORNAL DELIMITED BY "|" INTO
                 WS-T1
                 WS-T2
                 WS-T3
                 WS-T4
                 WS-T5
           END-UNSTRING.
           IF WS-T3 NOT = WS-OBJ-LARGA
              GO TO LEYENDO-JORNAL
           END-IF.
           IF WS-NMOVS >= 200
              ADD 1 TO WS-HOJAS-FUERA
              GO TO LEYENDO-JORNAL
           END-IF.
           ADD 1 TO WS-NMOVS.
           MOVE REG-JORNAL(1:17) TO TB-MOV-TS(WS-NMOVS).
           MOVE REG-JORNAL(10:6) TO WS-HMS.
           PERFORM SEGUNDOS-HMS THRU FIN-SEGUNDOS-HMS.
           MOVE WS-L-FIN TO TB-MOV-SEG(WS-NMOVS).
           MOVE WS-T2(1:4) TO TB-MOV-ACCION(WS-NMOVS).
           IF WS-T5(1:8) = "USUARIO:"
              MOVE WS-T5(9:15) TO TB-MOV-USUARIO(WS-NMOVS)
           END-IF.
           MOVE SPACES TO TB-MOV-PROG(WS-NMOVS).
           GO TO LEYENDO-JORNAL.
       CIERRA-JORNAL.
           CLOSE JORNAL.
       FIN-LEE-JORNAL.

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

       LEE-ALMACEN-DIA.
           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/AUDIT-" WS-L-FECHA(1:6) ".DAT"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-PATH
              END-STRING
           ELSE
              STRING "AUDIT-" WS-L-FECHA(1:6) ".DAT"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-PATH
              END-STRING
           END-IF.
           OPEN INPUT ALMACEN.
           IF WS-AUDIT-ESTADO NOT = "00"
              GO TO FIN-LEE-ALMACEN-DIA
           END-IF.
           MOVE SPACES TO AUD-CLAVE.
           MOVE WS-L-FECHA TO AUD-TS(1:8).
           START ALMACEN KEY NOT LESS AUD-CLAVE
               INVALID KEY
                  GO TO CIERRA-ALMACEN
           END-START.
       LEYENDO-ALMACEN.
           READ ALMACEN NEXT
               AT END
                  GO TO CIERRA-ALMACEN
           END-READ.
           IF AUD-TS(1:8) NOT = WS-L-FECHA
              GO TO CIERRA-ALMACEN
           END-IF.
           IF (AUD-ORIGEN = "SRU" AND WS-DIA-SRU = "S") OR
              (AUD-ORIGEN = "PRUERR" AND WS-DIA-ERR = "S")
              GO TO LEYENDO-ALMACEN
           END-IF.
           MOVE AUD-LINEA TO WS-LIN.
           PERFORM TRATA-LINEA THRU FIN-TRATA-LINEA.
           GO TO LEYENDO-ALMACEN.
       CIERRA-ALMACEN.
           CLOSE ALMACEN.
       FIN-LEE-ALMACEN-DIA.

      *    UNA LINEA |TIEMPO:programa|RC:|SEGUNDOS:s| SE ESCRIBE AL
      *    ACABAR EL PROGRAMA: LOS MOVIMIENTOS DEL MISMO USUARIO QUE
      *    CAEN EN SUS s SEGUNDOS ANTERIORES SON SUYOS. CUALQUIER OTRA
      *    LINEA QUE NOMBRA EL FICHERO ES UN USO: LA DE PRUERR DICE
      *    QUE PROGRAMA LO ABRIO, UN DSC LO LEE SRU, UN CRG LO
      *    ESCRIBE, Y UNA OPERACION LLA/LLP/SUB LLEVA SU PROGRAMA.
       TRATA-LINEA.
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4 WS-T5.
           UNSTRING WS-LIN DELIMITED BY "|" INTO
                 WS-T1
                 WS-T2
                 WS-T3
                 WS-T4
                 WS-T5
           END-UNSTRING.
           MOVE SPACES TO WS-L-USUARIO.
           IF WS-T2(1:8) = "USUARIO:"
              MOVE WS-T2(9:15) TO WS-L-USUARIO
           END-IF.
           IF WS-T3(1:7) = "TIEMPO:"
              IF WS-NMOVS > ZEROES
                 PERFORM ATRIBUYE-MOVIMIENTOS
                    THRU FIN-ATRIBUYE-MOVIMIENTOS
              END-IF
              GO TO FIN-TRATA-LINEA
           END-IF.
           PERFORM BUSCA-EN-TEXTO THRU FIN-BUSCA-EN-TEXTO.
           IF NOT HALLADO
              GO TO FIN-TRATA-LINEA
           END-IF.
           MOVE SPACES TO WS-H-CLAVE WS-RESTO-LIN.
           MOVE "C" TO WS-H-ROL.
           MOVE "SRU" TO WS-H-PROG.
           MOVE ZERO TO WS-C.
           INSPECT WS-LIN TALLYING WS-C FOR ALL "|PROGRAMA:".
           EVALUATE TRUE
               WHEN WS-C > ZERO
                    UNSTRING WS-LIN DELIMITED BY "|PROGRAMA:" INTO
                          WS-BASURA
                          WS-RESTO-LIN
                    END-UNSTRING
                    MOVE SPACES TO WS-H-PROG
                    UNSTRING WS-RESTO-LIN DELIMITED BY "|" INTO
                          WS-H-PROG
                    END-UNSTRING
                    MOVE "PRUERR ABRE" TO WS-H-CLAVE
               WHEN WS-T3(1:4) = "DSC:"
                    MOVE "SRU DSC" TO WS-H-CLAVE
               WHEN WS-T3(1:10) = "OPERACION:"
                    MOVE WS-T3(11:3) TO WS-L-OPE
                    STRING "SRU " WS-L-OPE
                           DELIMITED BY SIZE
                           INTO WS-H-CLAVE
                    END-STRING
                    IF WS-L-OPE = "CRG"
                       MOVE "P" TO WS-H-ROL
                    END-IF
                    IF (WS-L-OPE = "LLA" OR WS-L-OPE = "LLP" OR
                        WS-L-OPE = "SUB") AND WS-T4(1:8) = "VALORES:"
                       MOVE SPACES TO WS-H-PROG
                       UNSTRING WS-T4(9:) DELIMITED BY ";" OR " "
                             INTO WS-H-PROG
                       END-UNSTRING
                    END-IF
               WHEN WS-T3(1:6) = "NOAUT:"
                    MOVE "R" TO WS-H-ROL
                    MOVE "SRU NOAUT" TO WS-H-CLAVE
               WHEN OTHER
                    MOVE "R" TO WS-H-ROL
                    MOVE "?" TO WS-H-PROG
                    MOVE "TRAZA" TO WS-H-CLAVE
           END-EVALUATE.
           IF WS-H-PROG = SPACES
              MOVE "?" TO WS-H-PROG
           END-IF.
           MOVE WS-LIN(1:17) TO WS-H-TS.
           MOVE WS-L-USUARIO TO WS-H-USUARIO.
           PERFORM ANOTA-HOJA THRU FIN-ANOTA-HOJA.
       FIN-TRATA-LINEA.

       ATRIBUYE-MOVIMIENTOS.
           IF WS-T5(1:9) NOT = "SEGUNDOS:" OR
              WS-T5(10:5) IS NOT NUMERIC OR
              WS-LIN(10:6) IS NOT NUMERIC
              GO TO FIN-ATRIBUYE-MOVIMIENTOS
           END-IF.
           MOVE WS-T5(10:5) TO WS-L-SEGS.
           MOVE WS-LIN(10:6) TO WS-HMS.
           PERFORM SEGUNDOS-HMS THRU FIN-SEGUNDOS-HMS.
      *    UNA EJECUCION QUE CRUZA LA MEDIANOCHE CUBRE DESDE LAS 0:00.
           IF WS-L-SEGS + 1 > WS-L-FIN
              MOVE ZEROES TO WS-L-INI
           ELSE
              COMPUTE WS-L-INI = WS-L-FIN - WS-L-SEGS - 1
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NMOVS
              IF TB-MOV-PROG(WS-M) = SPACES AND
                 TB-MOV-USUARIO(WS-M) = WS-L-USUARIO AND
                 TB-MOV-SEG(WS-M) >= WS-L-INI AND
                 TB-MOV-SEG(WS-M) <= WS-L-FIN
                 MOVE WS-T3(8:32) TO TB-MOV-PROG(WS-M)
              END-IF
           END-PERFORM.
       FIN-ATRIBUYE-MOVIMIENTOS.

       SEGUNDOS-HMS.
           MOVE ZEROES TO WS-L-FIN.
           IF WS-HMS IS NUMERIC
              COMPUTE WS-L-FIN = WS-HMS-HH * 3600 + WS-HMS-MM * 60
                               + WS-HMS-SS
           END-IF.
       FIN-SEGUNDOS-HMS.

       ANOTA-MOVIMIENTO.
           IF TB-MOV-ACCION(WS-M) = "ALTA" OR
              TB-MOV-ACCION(WS-M) = "TOCA" OR
              TB-MOV-ACCION(WS-M) = "RECU"
              MOVE "P" TO WS-H-ROL
           ELSE
              MOVE "C" TO WS-H-ROL
           END-IF.
           MOVE TB-MOV-PROG(WS-M) TO WS-H-PROG.
           IF WS-H-PROG = SPACES
              MOVE "?" TO WS-H-PROG
           END-IF.
           MOVE SPACES TO WS-H-CLAVE.
           STRING "CATALOGO " TB-MOV-ACCION(WS-M)
                  DELIMITED BY SIZE
                  INTO WS-H-CLAVE
           END-STRING.
           MOVE TB-MOV-TS(WS-M) TO WS-H-TS.
           MOVE TB-MOV-USUARIO(WS-M) TO WS-H-USUARIO.
           PERFORM ANOTA-HOJA THRU FIN-ANOTA-HOJA.
       FIN-ANOTA-MOVIMIENTO.

       PASOS SECTION.
      *    UN PASO (PROGRAMA Y PARAMETROS) DE UN PLAN, UNA RANURA, LA
      *    COLA O UN LOTE: CADA PARAMETRO QUE ES EL FICHERO DA UNA HOJA
      *    CON SU POSICION Y EL SENTIDO QUE LE DA LA DEFINICION DEL
      *    PROGRAMA. SI EL FICHERO SOLO ASOMA DENTRO DE UN PARAMETRO
      *    ("x=dat/FICH") LA HOJA VA A REFERENCIAS.
       CLASIFICA-PASO.
           IF WS-V-PROG = SPACES
              MOVE "?" TO WS-V-PROG
           END-IF.
           PERFORM TROCEA-PARAMETROS THRU FIN-TROCEA-PARAMETROS.
           MOVE ZERO TO WS-DEF-IDX.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NDEFS
              IF TB-DEF-PROG(II) = WS-V-PROG
                 MOVE II TO WS-DEF-IDX
              END-IF
           END-PERFORM.
           MOVE ZEROES TO WS-TOKENS-HALLADOS.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TOK-N OR WS-POS > 30
              PERFORM MIRA-TOKEN THRU FIN-MIRA-TOKEN
           END-PERFORM.
           IF WS-TOKENS-HALLADOS > ZEROES
              GO TO FIN-CLASIFICA-PASO
           END-IF.
           MOVE WS-V-PARAMS TO WS-LIN.
           PERFORM BUSCA-EN-TEXTO THRU FIN-BUSCA-EN-TEXTO.
           IF HALLADO
              MOVE "R" TO WS-H-ROL
              MOVE WS-V-PROG TO WS-H-PROG
              MOVE WS-V-ORIGEN TO WS-H-CLAVE
              MOVE SPACES TO WS-H-TS WS-H-USUARIO
              PERFORM ANOTA-HOJA THRU FIN-ANOTA-HOJA
           END-IF.
       FIN-CLASIFICA-PASO.

       MIRA-TOKEN.
           IF TB-TOK(WS-POS) = SPACES
              GO TO FIN-MIRA-TOKEN
           END-IF.
           PERFORM RESUELVE-TOKEN THRU FIN-RESUELVE-TOKEN.
           IF WS-RUTA NOT = WS-OBJ-LARGA AND
              (WS-OBJ-CORTA = SPACES OR
               TB-TOK(WS-POS) NOT = WS-OBJ-CORTA)
              GO TO FIN-MIRA-TOKEN
           END-IF.
           ADD 1 TO WS-TOKENS-HALLADOS.
           MOVE "R" TO WS-H-ROL.
           IF WS-DEF-IDX > ZERO
              MOVE TB-DEF-TIPOS(WS-DEF-IDX)(WS-POS:1) TO WS-TIPO
              IF WS-TIPO = "E"
                 MOVE "C" TO WS-H-ROL
              ELSE
                 IF WS-TIPO NOT = SPACE
                    MOVE "P" TO WS-H-ROL
                 END-IF
              END-IF
           END-IF.
           MOVE WS-V-PROG TO WS-H-PROG.
           MOVE SPACES TO WS-H-CLAVE.
           STRING WS-V-ORIGEN DELIMITED BY "  "
                  " POS:" WS-POS
                  DELIMITED BY SIZE
                  INTO WS-H-CLAVE
           END-STRING.
           MOVE SPACES TO WS-H-TS WS-H-USUARIO.
           PERFORM ANOTA-HOJA THRU FIN-ANOTA-HOJA.
       FIN-MIRA-TOKEN.

      *    EL MISMO TROCEO POR BLANCOS QUE HACE PRUPARJ, CON LAS
      *    COMILLAS AGRUPANDO UN PARAMETRO CON BLANCOS DENTRO.
       TROCEA-PARAMETROS.
           INITIALIZE TB-TOKENS.
           MOVE ZERO TO WS-TOK-N.
           MOVE ZERO TO WS-TOK-POS.
           MOVE "N" TO WS-EN-TOKEN.
           MOVE "N" TO WS-EN-COMILLA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 128
              MOVE WS-V-PARAMS(WS-C:1) TO WS-CAR
              EVALUATE TRUE
                  WHEN WS-CAR = '"'
                       IF WS-EN-COMILLA = "S"
                          MOVE "N" TO WS-EN-COMILLA
                       ELSE
                          MOVE "S" TO WS-EN-COMILLA
                          IF WS-EN-TOKEN = "N"
                             PERFORM NUEVO-TOKEN
                          END-IF
                       END-IF
                  WHEN WS-CAR = SPACE AND WS-EN-COMILLA = "N"
                       MOVE "N" TO WS-EN-TOKEN
                  WHEN OTHER
                       IF WS-EN-TOKEN = "N"
                          PERFORM NUEVO-TOKEN
                       END-IF
                       IF WS-TOK-N > ZERO AND WS-TOK-N <= 30 AND
                          WS-TOK-POS < 128
                          ADD 1 TO WS-TOK-POS
                          MOVE WS-CAR TO TB-TOK(WS-TOK-N)(WS-TOK-POS:1)
                       END-IF
              END-EVALUATE
           END-PERFORM.
       FIN-TROCEA-PARAMETROS.

       NUEVO-TOKEN.
           MOVE "S" TO WS-EN-TOKEN.
           ADD 1 TO WS-TOK-N.
           MOVE ZERO TO WS-TOK-POS.
       FIN-NUEVO-TOKEN.

      *    LA MISMA RESOLUCION DE "xxx/resto" CONTRA dd_xxx QUE
      *    VERIFICA-ENTRADA DE PRUCHKPLAN, SOBRE TB-TOK(WS-POS).
       RESUELVE-TOKEN.
           MOVE TB-TOK(WS-POS) TO WS-RUTA.
           IF TB-TOK(WS-POS)(4:1) = "/"
              MOVE SPACES TO WS-RAIZ WS-RAIZ-VALOR
              STRING "dd_" TB-TOK(WS-POS)(1:3)
                     DELIMITED BY SIZE
                     INTO WS-RAIZ
              END-STRING
              DISPLAY WS-RAIZ UPON ENVIRONMENT-NAME
              ACCEPT WS-RAIZ-VALOR FROM ENVIRONMENT-VALUE
              IF WS-RAIZ-VALOR NOT = SPACES AND
                 WS-RAIZ-VALOR NOT = LOW-VALUES
                 MOVE SPACES TO WS-RUTA
                 STRING WS-RAIZ-VALOR TB-TOK(WS-POS)(4:)
                        DELIMITED BY " "
                        INTO WS-RUTA
                 END-STRING
              END-IF
           END-IF.
       FIN-RESUELVE-TOKEN.

      *    ¿ESTA EL FICHERO (EN CUALQUIERA DE SUS DOS FORMAS) DENTRO DE
      *    WS-LIN COMO PALABRA SUELTA? ANTES Y DESPUES TIENE QUE HABER
      *    UN SEPARADOR O EL BORDE, PARA QUE "dat/FICH" NO CASE CON
      *    "dat/FICH.BAK".
       BUSCA-EN-TEXTO.
           MOVE "N" TO WS-HALLADO.
           IF WS-LON-L > ZERO
              MOVE WS-OBJ-LARGA TO WS-FORMA
              MOVE WS-LON-L TO WS-LON-F
              PERFORM MIRA-POSICION THRU FIN-MIRA-POSICION
                      VARYING WS-P FROM 1 BY 1
                      UNTIL WS-P > 301 - WS-LON-F OR HALLADO
           END-IF.
           IF NOT HALLADO AND WS-LON-C > ZERO
              MOVE WS-OBJ-CORTA TO WS-FORMA
              MOVE WS-LON-C TO WS-LON-F
              PERFORM MIRA-POSICION THRU FIN-MIRA-POSICION
                      VARYING WS-P FROM 1 BY 1
                      UNTIL WS-P > 301 - WS-LON-F OR HALLADO
           END-IF.
       FIN-BUSCA-EN-TEXTO.

       MIRA-POSICION.
           IF WS-LIN(WS-P:WS-LON-F) NOT = WS-FORMA(1:WS-LON-F)
              GO TO FIN-MIRA-POSICION
           END-IF.
           IF WS-P > 1
              MOVE WS-LIN(WS-P - 1:1) TO WS-CAR
              IF NOT CAR-SEPARADOR
                 GO TO FIN-MIRA-POSICION
              END-IF
           END-IF.
           IF WS-P + WS-LON-F <= 300
              MOVE WS-LIN(WS-P + WS-LON-F:1) TO WS-CAR
              IF NOT CAR-SEPARADOR
                 GO TO FIN-MIRA-POSICION
              END-IF
           END-IF.
           MOVE "S" TO WS-HALLADO.
       FIN-MIRA-POSICION.

      *    UNA HOJA YA VISTA (MISMO ROL, PROGRAMA Y ORIGEN) SOLO SUMA
      *    UNA VEZ MAS Y SE QUEDA CON LA FECHA-HORA MAS RECIENTE.
       ANOTA-HOJA.
           MOVE ZEROES TO WS-J.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NHOJAS
              IF TB-HOJA-ROL(WS-H) = WS-H-ROL AND
                 TB-HOJA-PROG(WS-H) = WS-H-PROG AND
                 TB-HOJA-CLAVE(WS-H) = WS-H-CLAVE
                 MOVE WS-H TO WS-J
              END-IF
           END-PERFORM.
           IF WS-J > ZEROES
              ADD 1 TO TB-HOJA-VECES(WS-J)
              IF WS-H-TS > TB-HOJA-ULTIMA(WS-J)
                 MOVE WS-H-TS TO TB-HOJA-ULTIMA(WS-J)
                 MOVE WS-H-USUARIO TO TB-HOJA-USUARIO(WS-J)
              END-IF
              GO TO FIN-ANOTA-HOJA
           END-IF.
           IF WS-NHOJAS >= 300
              ADD 1 TO WS-HOJAS-FUERA
              GO TO FIN-ANOTA-HOJA
           END-IF.
           ADD 1 TO WS-NHOJAS.
           MOVE WS-H-ROL TO TB-HOJA-ROL(WS-NHOJAS).
           MOVE WS-H-PROG TO TB-HOJA-PROG(WS-NHOJAS).
           MOVE WS-H-CLAVE TO TB-HOJA-CLAVE(WS-NHOJAS).
           MOVE 1 TO TB-HOJA-VECES(WS-NHOJAS).
           MOVE WS-H-TS TO TB-HOJA-ULTIMA(WS-NHOJAS).
           MOVE WS-H-USUARIO TO TB-HOJA-USUARIO(WS-NHOJAS).
       FIN-ANOTA-HOJA.

       ARBOL SECTION.
      *    UNA RAMA POR ROL: EL TOTAL DE PROGRAMAS, CADA PROGRAMA EN
      *    EL ORDEN EN QUE APARECIO Y DEBAJO TODAS SUS HOJAS.
       PINTA-RAMA.
           MOVE ZEROES TO WS-PROGS-ROL.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NHOJAS
              IF TB-HOJA-ROL(WS-H) = WS-ROL
                 PERFORM MIRA-PINTADO THRU FIN-MIRA-PINTADO
                 IF WS-YA-PINTADO = "N"
                    ADD 1 TO WS-PROGS-ROL
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-IMP-RESP.
           STRING "|IMPARBOL|" DELIMITED BY SIZE
                  WS-RAMA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RAMA-TITULO DELIMITED BY SPACE
                  WS-PROGS-ROL "|"
                  DELIMITED BY SIZE
                  INTO WS-IMP-RESP
           END-STRING.
           DISPLAY WS-IMP-RESP UPON SYSOUT.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NHOJAS
              IF TB-HOJA-ROL(WS-H) = WS-ROL
                 PERFORM MIRA-PINTADO THRU FIN-MIRA-PINTADO
                 IF WS-YA-PINTADO = "N"
                    PERFORM PINTA-PROGRAMA THRU FIN-PINTA-PROGRAMA
                 END-IF
              END-IF
           END-PERFORM.
       FIN-PINTA-RAMA.

      *    EL PROGRAMA DE LA HOJA WS-H YA SALIO SI HAY UNA HOJA
      *    ANTERIOR DEL MISMO ROL Y PROGRAMA.
       MIRA-PINTADO.
           MOVE "N" TO WS-YA-PINTADO.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K >= WS-H
              IF TB-HOJA-ROL(WS-K) = WS-ROL AND
                 TB-HOJA-PROG(WS-K) = TB-HOJA-PROG(WS-H)
                 MOVE "S" TO WS-YA-PINTADO
              END-IF
           END-PERFORM.
       FIN-MIRA-PINTADO.

       PINTA-PROGRAMA.
           MOVE SPACES TO WS-IMP-RESP.
           STRING "|IMPARBOL|" DELIMITED BY SIZE
                  WS-RAMA DELIMITED BY SPACE
                  "|+- " DELIMITED BY SIZE
                  TB-HOJA-PROG(WS-H) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-IMP-RESP
           END-STRING.
           DISPLAY WS-IMP-RESP UPON SYSOUT.
           PERFORM VARYING WS-J FROM WS-H BY 1 UNTIL WS-J > WS-NHOJAS
              IF TB-HOJA-ROL(WS-J) = WS-ROL AND
                 TB-HOJA-PROG(WS-J) = TB-HOJA-PROG(WS-H)
                 PERFORM PINTA-HOJA THRU FIN-PINTA-HOJA
              END-IF
           END-PERFORM.
       FIN-PINTA-PROGRAMA.

      *    LAS HOJAS DE LOS LOGS LLEVAN CUANTAS VECES, LA ULTIMA
      *    FECHA-HORA Y EL USUARIO DE ESA ULTIMA VEZ.
       PINTA-HOJA.
           MOVE SPACES TO WS-IMP-RESP.
           IF TB-HOJA-ULTIMA(WS-J) = SPACES
              STRING "|IMPARBOL|" DELIMITED BY SIZE
                     WS-RAMA DELIMITED BY SPACE
                     "||  +- " DELIMITED BY SIZE
                     TB-HOJA-CLAVE(WS-J) DELIMITED BY "  "
                     "|" DELIMITED BY SIZE
                     INTO WS-IMP-RESP
              END-STRING
           ELSE
              STRING "|IMPARBOL|" DELIMITED BY SIZE
                     WS-RAMA DELIMITED BY SPACE
                     "||  +- " DELIMITED BY SIZE
                     TB-HOJA-CLAVE(WS-J) DELIMITED BY "  "
                     "|VECES:" TB-HOJA-VECES(WS-J)
                     "|ULTIMA:" TB-HOJA-ULTIMA(WS-J)
                     "|USUARIO:" DELIMITED BY SIZE
                     TB-HOJA-USUARIO(WS-J) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-IMP-RESP
              END-STRING
           END-IF.
           DISPLAY WS-IMP-RESP UPON SYSOUT.
       FIN-PINTA-HOJA.
