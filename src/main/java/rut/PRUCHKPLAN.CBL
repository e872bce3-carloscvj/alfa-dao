       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUCHKPLAN.
       AUTHOR.        CVJ.
       SECURITY.      PREVUELO DE PLANES Y DE LA COLA DE TRABAJOS: LEE
                      UN FICHERO DE PLAN (ACCION PLAN) O LA CADENA DE
                      DEPENDENCIAS DE SRU-COLA.DAT (ACCION COLA) SIN
                      EJECUTAR NADA Y COMPRUEBA QUE CADA PROGRAMA
                      EXISTE, QUE SUS PARAMETROS CUADRAN CON LA
                      DEFINICION DE PARAMDEF.LST QUE USA PRUPARJ, QUE
                      LAS ENTRADAS dd_ DECLARADAS ESTAN EN EL CATALOGO
                      DE PRUCAT, QUE NO HAY CICLOS NI CADENAS
                      BLOQUEADAS EN LA COLA Y QUE NINGUN PASO CAE
                      FUERA DE LA VENTANA DE PRUVENTANA DE SU CLASE.
                      CADA PROBLEMA SALE CON SU NUMERO DE LINEA (O DE
                      TRABAJO). HASTA AHORA EL ERROR DE UN NOMBRE MAL
                      ESCRITO SE DESCUBRIA EN EL PASO 14 A LAS 3:00.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro del catalogo gana
*********************               la marca de enfriado de PRUFRIO
*********************               (nivel, ruta del comprimido y
*********************               fecha) y el contador y la fecha
*********************               de la ultima recuperacion.
********************* 15/10/2026 CVJ - Version inicial. DETALLE TRAE
*********************               "ruta;HHMM" EN PLAN Y "HHMM" EN
*********************               COLA, CON LA HORA DE ARRANQUE
*********************               PREVISTA (AHORA SI NO VIENE); LA
*********************               HORA DE CADA PASO SE ESTIMA
*********************               SUMANDO LAS MEDIAS |TIEMPO:| DE
*********************               LOS ALMACENES DE PRUMES, COMO
*********************               PRUPRONO. EN PARAMDEF.LST LA
*********************               POSICION DE TIPO E ES UN FICHERO
*********************               DE ENTRADA (RUTA dd_) QUE TIENE
*********************               QUE ESTAR CATALOGADO Y UNA QUINTA
*********************               COLUMNA OPCIONAL DA LA CLASE DE
*********************               VENTANA DEL PROGRAMA. LOS MODULOS
*********************               SE BUSCAN EN LOS DIRECTORIOS DE
*********************               PRUCHKPLANDIR (O COB_LIBRARY_PATH,
*********************               O EL DE TRABAJO) CON LA EXTENSION
*********************               DE PRUCHKPLANEXT (".so" SI NO SE
*********************               FIJA). RETURN-CODE 1 SI HAY ALGUN
*********************               PROBLEMA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLAN-CTL
                  ASSIGN TO DYNAMIC WS-PLAN-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PLAN-ESTADO.

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

           SELECT VENTANAS
                  ASSIGN TO DYNAMIC WS-VENTANAS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VENTANAS-ESTADO.

           SELECT CATALOGO
                  ASSIGN TO DYNAMIC WS-CATALOGO-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CAT-CLAVE
                  FILE STATUS IS WS-CATALOGO-ESTADO.

           SELECT ALMACEN
                  ASSIGN TO DYNAMIC WS-AUDIT-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUD-CLAVE
                  FILE STATUS IS WS-AUDIT-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  PLAN-CTL.
       01  REG-PLAN-CTL      PIC X(256).

      *    MISMO LAYOUT DE COLA QUE MANTIENE SRU EN SRU-COLA.DAT, CON
      *    EL REGISTRO 0 COMO CONTADOR DE IDS.
       FD  COLA.
       01  REG-COLA.
           03 JOB-ID         PIC 9(6).
           03 JOB-ESTADO     PIC X.
              88 JOB-EN-COLA     VALUE "Q".
              88 JOB-TERMINADO   VALUE "F".
           03 JOB-RC         PIC 9(5).
           03 JOB-PROGRAMA   PIC X(32).
           03 JOB-PARAMS     PIC X(128).
           03 JOB-FECHA      PIC X(8).
           03 JOB-HORA       PIC X(8).
           03 JOB-DEPENDE    PIC 9(6).

       FD  PARAMDEF.
       01  REG-PARAMDEF      PIC X(80).

       FD  VENTANAS.
       01  REG-VENTANAS      PIC X(80).

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

       77  PROG              PIC X(20) VALUE "PRUCHKPLAN".
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-DD-TMP         PIC X(128).
       77  WS-PLAN-PATH      PIC X(200).
       77  WS-PLAN-ESTADO    PIC XX.
       77  WS-COLA-PATH      PIC X(200).
       77  WS-COLA-ESTADO    PIC XX.
       77  WS-DEF-PATH       PIC X(200).
       77  WS-DEF-ESTADO     PIC XX.
       77  WS-VENTANAS-PATH  PIC X(200).
       77  WS-VENTANAS-ESTADO PIC XX.
       77  WS-CATALOGO-PATH  PIC X(200).
       77  WS-CATALOGO-ESTADO PIC XX.
       77  WS-CAT-ABIERTO    PIC X VALUE "N".
           88 CATALOGO-ABIERTO VALUE "S".
       77  WS-AUDIT-PATH     PIC X(200).
       77  WS-AUDIT-ESTADO   PIC XX.

       77  WS-HOY            PIC X(8).
       01  WS-MES-ANT.
           03 WS-ANO-ANT     PIC 9(4).
           03 WS-MES-ANT-N   PIC 9(2).
       01  WS-HORA-ACT.
           03 WS-HH-ACT      PIC 9(2).
           03 WS-MM-ACT      PIC 9(2).
           03 FILLER         PIC X(4).
       77  WS-HORA-TXT       PIC X(4).
       77  WS-NUM-HH         PIC 99.
       77  WS-NUM-MM         PIC 99.
       77  WS-RELOJ          PIC 9(7).
       77  WS-PASO-MIN       PIC 9(5).
       01  WS-PASO-HHMM.
           03 WS-PASO-HH     PIC 99.
           03 WS-PASO-MM     PIC 99.

      *    DEFINICIONES DE PARAMDEF.LST: programa;min;max;tipos Y,
      *    OPCIONAL, LA CLASE DE VENTANA QUE CONSULTA EL PROGRAMA.
       01  TB-DEFS.
           03 TB-DEF-O        OCCURS 50.
              05 TB-DEF-PROG  PIC X(32).
              05 TB-DEF-MIN   PIC 999.
              05 TB-DEF-MAX   PIC 999.
              05 TB-DEF-TIPOS PIC X(30).
              05 TB-DEF-CLASE PIC X(12).
       77  WS-NDEFS           PIC 99 VALUE ZERO.
       77  WS-DEF-IDX         PIC 99.
       77  WS-DEF-PROG-TXT    PIC X(32).
       77  WS-DEF-MIN-TXT     PIC X(3).
       77  WS-DEF-MAX-TXT     PIC X(3).
       77  WS-DEF-TIPOS-TXT   PIC X(30).
       77  WS-DEF-CLASE-TXT   PIC X(12).

      *    VENTANAS DE VENTANAS.POL EN MINUTOS (clase;HHMM;HHMM).
       01  TB-VENTANAS.
           03 TB-VEN-O        OCCURS 50.
              05 TB-VEN-CLASE PIC X(12).
              05 TB-VEN-DESDE PIC 9(5).
              05 TB-VEN-HASTA PIC 9(5).
       77  WS-NVENTANAS       PIC 99 VALUE ZERO.
       77  WS-V-CLASE         PIC X(12).
       77  WS-V-DESDE         PIC X(4).
       77  WS-V-HASTA         PIC X(4).
       77  WS-HAY-CLASE       PIC X.
       77  WS-DENTRO          PIC X.

      *    MEDIAS POR PROGRAMA, COMO EN PRUPRONO.
       77  WS-CAMPO1         PIC X(48).
       77  WS-CAMPO2         PIC X(48).
       77  WS-CAMPO3         PIC X(48).
       77  WS-CAMPO-T4       PIC X(48).
       77  WS-CAMPO-T5       PIC X(48).
       77  WS-TIEMPO-CONT    PIC 999.
       77  WS-SEGS-TXT       PIC X(5).
       77  WS-SEGS-VAL       PIC 9(5).
       77  WS-TIE-PROG       PIC X(32).
       01  TB-MEDIAS.
           03 TB-MED-O       OCCURS 100.
              05 TB-MED-PROG  PIC X(32).
              05 TB-MED-CONT  PIC 9(7).
              05 TB-MED-SEGS  PIC 9(9).
       77  WS-MED-N          PIC 999 VALUE ZERO.
       77  WS-ENCONTRADO     PIC X.
       77  WS-DEFECTO        PIC 9(5) VALUE 300.
       77  WS-P-SEGS         PIC 9(5).

      *    BUSQUEDA DEL MODULO: LISTA DE DIRECTORIOS SEPARADOS POR ":".
       01  WS-MOD-DIRS       PIC X(512).
       77  WS-MOD-EXT        PIC X(8) VALUE ".so".
       01  TB-MOD-DIRS.
           03 TB-MOD-DIR     PIC X(128) OCCURS 10.
       77  WS-MOD-PATH       PIC X(256).
       01  WS-MOD-DETALLE    PIC X(64).
       77  WS-MOD-HALLADO    PIC X.

      *    EL PASO QUE SE VERIFICA.
       77  WS-V-LINEA        PIC 9(6).
       77  WS-V-PROG         PIC X(32).
       77  WS-V-PARAMS       PIC X(128).
       77  WS-V-ONERROR      PIC X(40).
       01  TB-TOKENS.
           03 TB-TOK         PIC X(128) OCCURS 30.
       77  WS-TOK-N          PIC 99.
       77  WS-TOK-POS        PIC 999.
       77  WS-C              PIC 999.
       77  WS-CAR            PIC X.
       77  WS-EN-TOKEN       PIC X.
       77  WS-EN-COMILLA     PIC X.
       77  WS-TIPO           PIC X.
       77  WS-POS            PIC 99.
       77  WS-LON            PIC 999.
       01  WS-NUM18          PIC X(18).
       77  WS-RAIZ           PIC X(6).
       01  WS-RAIZ-VALOR     PIC X(128).
       01  WS-RUTA           PIC X(200).

      *    ETIQUETAS DEL PLAN, PARA LOS SKIP-TO.
       01  TB-ETIQUETAS.
           03 TB-ETIQ        PIC X(32) OCCURS 100.
       77  WS-NETIQ          PIC 999 VALUE ZERO.

      *    LA COLA ENTERA EN MEMORIA PARA SEGUIR LAS DEPENDENCIAS.
       01  TB-TRABAJOS.
           03 TB-TRB-O       OCCURS 500.
              05 TB-TRB-ID    PIC 9(6).
              05 TB-TRB-EST   PIC X.
              05 TB-TRB-RC    PIC 9(5).
              05 TB-TRB-DEP   PIC 9(6).
              05 TB-TRB-PROG  PIC X(32).
              05 TB-TRB-PARAMS PIC X(128).
       77  WS-TRB-N          PIC 999 VALUE ZERO.
       77  WS-T              PIC 999.
       77  WS-K              PIC 999.
       77  WS-SALTOS         PIC 999.
       77  WS-DEP-ACT        PIC 9(6).
       77  WS-DEP-FIN        PIC X.

       77  II                PIC 999.
       77  WS-LINEA          PIC 9(6) VALUE ZEROES.
       77  WS-PASOS          PIC 9(5) VALUE ZEROES.
       77  WS-PROBLEMAS      PIC 9(5) VALUE ZEROES.
       77  WS-M-TIPO         PIC X(12).
       01  WS-M-DETALLE      PIC X(160).
       01  WS-CHK-RESP       PIC X(400).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       01  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING ACCION DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-TMP.
           DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TMP FROM ENVIRONMENT-VALUE.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACT FROM TIME.

           IF ACCION NOT = "PLAN" AND ACCION NOT = "COLA"
              DISPLAY "|PREVUELOERROR|ACCION|" ACCION "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROGRAMA-CHK
           END-IF.

      *    HORA DE ARRANQUE: LA QUE VENGA EN DETALLE O LA DE AHORA.
           MOVE SPACES TO WS-PLAN-PATH WS-HORA-TXT.
           IF ACCION = "PLAN"
              UNSTRING DETALLE DELIMITED BY ";" INTO
                    WS-PLAN-PATH
                    WS-HORA-TXT
              END-UNSTRING
           ELSE
              MOVE DETALLE(1:4) TO WS-HORA-TXT
           END-IF.
           IF WS-HORA-TXT IS NUMERIC
              MOVE WS-HORA-TXT(1:2) TO WS-NUM-HH
              MOVE WS-HORA-TXT(3:2) TO WS-NUM-MM
           ELSE
              MOVE WS-HH-ACT TO WS-NUM-HH
              MOVE WS-MM-ACT TO WS-NUM-MM
           END-IF.
           COMPUTE WS-RELOJ = (WS-NUM-HH * 60 + WS-NUM-MM) * 60.

           PERFORM CARGA-DEFINICIONES THRU FIN-CARGA-DEFINICIONES.
           PERFORM CARGA-VENTANAS THRU FIN-CARGA-VENTANAS.
           PERFORM CARGA-MEDIAS THRU FIN-CARGA-MEDIAS.
           PERFORM CARGA-DIRECTORIOS THRU FIN-CARGA-DIRECTORIOS.
           PERFORM ABRE-CATALOGO THRU FIN-ABRE-CATALOGO.
       PROCESOS.
           IF ACCION = "PLAN"
              PERFORM VERIFICA-PLAN THRU FIN-VERIFICA-PLAN
           ELSE
              PERFORM VERIFICA-COLA THRU FIN-VERIFICA-COLA
           END-IF.
           IF CATALOGO-ABIERTO
              CLOSE CATALOGO
           END-IF.
           MOVE SPACES TO WS-CHK-RESP.
           STRING "|PREVUELOFIN|" DELIMITED BY SIZE
                  ACCION DELIMITED BY SPACE
                  "|PASOS:" WS-PASOS
                  "|PROBLEMAS:" WS-PROBLEMAS "|"
                  DELIMITED BY SIZE
                  INTO WS-CHK-RESP
           END-STRING.
           DISPLAY WS-CHK-RESP UPON SYSOUT.
           IF WS-PROBLEMAS > ZERO
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA-CHK.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PLANES SECTION.
      *    DOS LECTURAS: LA PRIMERA RECOGE LAS ETIQUETAS ":nombre"
      *    PARA PODER COMPROBAR LOS SKIP-TO HACIA DELANTE; LA SEGUNDA
      *    VERIFICA CADA PASO CON SU NUMERO DE LINEA FISICA.
       VERIFICA-PLAN.
           MOVE SPACES TO WS-CHK-RESP.
           STRING "|PREVUELO|PLAN|" DELIMITED BY SIZE
                  WS-PLAN-PATH DELIMITED BY SPACE
                  "|DESDE:" WS-NUM-HH WS-NUM-MM "|"
                  DELIMITED BY SIZE
                  INTO WS-CHK-RESP
           END-STRING.
           DISPLAY WS-CHK-RESP UPON SYSOUT.
           OPEN INPUT PLAN-CTL.
           IF WS-PLAN-ESTADO NOT = "00"
              MOVE ZEROES TO WS-V-LINEA
              MOVE SPACES TO WS-V-PROG
              MOVE "NOPLAN" TO WS-M-TIPO
              MOVE WS-PLAN-PATH TO WS-M-DETALLE
              PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA
              GO TO FIN-VERIFICA-PLAN
           END-IF.
       LEYENDO-ETIQUETAS.
           READ PLAN-CTL
               AT END
                  GO TO FIN-LEYENDO-ETIQUETAS
           END-READ.
           IF REG-PLAN-CTL(1:1) = ":" AND WS-NETIQ < 100
              ADD 1 TO WS-NETIQ
              MOVE REG-PLAN-CTL(2:32) TO TB-ETIQ(WS-NETIQ)
           END-IF.
           GO TO LEYENDO-ETIQUETAS.
       FIN-LEYENDO-ETIQUETAS.
           CLOSE PLAN-CTL.
           OPEN INPUT PLAN-CTL.
           MOVE ZEROES TO WS-LINEA.
       LEYENDO-PASOS.
           READ PLAN-CTL
               AT END
                  GO TO CIERRA-PLAN
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
           MOVE WS-LINEA TO WS-V-LINEA.
           PERFORM VERIFICA-ACCION-ERROR THRU FIN-VERIFICA-ACCION-ERROR.
           PERFORM VERIFICA-PASO THRU FIN-VERIFICA-PASO.
           GO TO LEYENDO-PASOS.
       CIERRA-PLAN.
           CLOSE PLAN-CTL.
       FIN-VERIFICA-PLAN.

      *    LA ACCION SI ERROR ES STOP, CONTINUE O SKIP-TO:etiqueta (EN
      *    BLANCO SE TOMA COMO CONTINUE), Y LA ETIQUETA TIENE QUE
      *    EXISTIR EN EL PLAN.
       VERIFICA-ACCION-ERROR.
           IF WS-V-ONERROR = SPACES OR WS-V-ONERROR = "STOP" OR
              WS-V-ONERROR = "CONTINUE"
              GO TO FIN-VERIFICA-ACCION-ERROR
           END-IF.
           IF WS-V-ONERROR(1:8) NOT = "SKIP-TO:"
              MOVE "ACCIONERROR" TO WS-M-TIPO
              MOVE WS-V-ONERROR TO WS-M-DETALLE
              PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA
              GO TO FIN-VERIFICA-ACCION-ERROR
           END-IF.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NETIQ
              IF TB-ETIQ(II) = WS-V-ONERROR(9:32)
                 MOVE "S" TO WS-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = "N"
              MOVE "SINETIQUETA" TO WS-M-TIPO
              MOVE WS-V-ONERROR(9:32) TO WS-M-DETALLE
              PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA
           END-IF.
       FIN-VERIFICA-ACCION-ERROR.

       COLAS SECTION.
      *    LA COLA SE CARGA ENTERA; LOS TRABAJOS EN ESPERA SE
      *    VERIFICAN EN ORDEN DE ID (EL MISMO EN QUE LOS TOMA TRB) Y
      *    EL NUMERO DE "LINEA" DE CADA PROBLEMA ES EL ID DEL TRABAJO.
       VERIFICA-COLA.
           MOVE SPACES TO WS-COLA-PATH.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP "SRU-COLA.DAT"
                     DELIMITED BY SPACE
                     INTO WS-COLA-PATH
              END-STRING
           ELSE
              MOVE "SRU-COLA.DAT" TO WS-COLA-PATH
           END-IF.
           MOVE SPACES TO WS-CHK-RESP.
           STRING "|PREVUELO|COLA|" DELIMITED BY SIZE
                  WS-COLA-PATH DELIMITED BY SPACE
                  "|DESDE:" WS-NUM-HH WS-NUM-MM "|"
                  DELIMITED BY SIZE
                  INTO WS-CHK-RESP
           END-STRING.
           DISPLAY WS-CHK-RESP UPON SYSOUT.
           OPEN INPUT COLA.
           IF WS-COLA-ESTADO NOT = "00"
              GO TO FIN-VERIFICA-COLA
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
           IF WS-TRB-N >= 500
              GO TO CIERRA-COLA
           END-IF.
           ADD 1 TO WS-TRB-N.
           MOVE JOB-ID TO TB-TRB-ID(WS-TRB-N).
           MOVE JOB-ESTADO TO TB-TRB-EST(WS-TRB-N).
           MOVE JOB-RC TO TB-TRB-RC(WS-TRB-N).
           MOVE JOB-DEPENDE TO TB-TRB-DEP(WS-TRB-N).
           MOVE JOB-PROGRAMA TO TB-TRB-PROG(WS-TRB-N).
           MOVE JOB-PARAMS TO TB-TRB-PARAMS(WS-TRB-N).
           GO TO LEYENDO-COLA.
       CIERRA-COLA.
           CLOSE COLA.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TRB-N
              IF TB-TRB-EST(WS-T) = "Q"
                 MOVE TB-TRB-ID(WS-T) TO WS-V-LINEA
                 MOVE TB-TRB-PROG(WS-T) TO WS-V-PROG
                 MOVE TB-TRB-PARAMS(WS-T) TO WS-V-PARAMS
                 IF TB-TRB-DEP(WS-T) > ZERO
                    PERFORM SIGUE-DEPENDENCIAS
                       THRU FIN-SIGUE-DEPENDENCIAS
                 END-IF
                 PERFORM VERIFICA-PASO THRU FIN-VERIFICA-PASO
              END-IF
           END-PERFORM.
       FIN-VERIFICA-COLA.

      *    SE SIGUE LA CADENA DE PREDECESORES: SI VUELVE AL TRABAJO
      *    DE PARTIDA ES UN CICLO (NINGUNO ARRANCARA NUNCA); SI TOPA
      *    CON UN PREDECESOR TERMINADO CON RC DISTINTO DE CERO O
      *    CANCELADO, LA CADENA ESTA BLOQUEADA. UN PREDECESOR QUE YA
      *    NO ESTA EN LA COLA NO RETIENE A NADIE, COMO EN TRB.
       SIGUE-DEPENDENCIAS.
           MOVE TB-TRB-DEP(WS-T) TO WS-DEP-ACT.
           MOVE "N" TO WS-DEP-FIN.
           MOVE ZERO TO WS-SALTOS.
       SIGUIENTE-DEPENDENCIA.
           ADD 1 TO WS-SALTOS.
           IF WS-DEP-ACT = TB-TRB-ID(WS-T)
              MOVE "CICLO" TO WS-M-TIPO
              MOVE SPACES TO WS-M-DETALLE
              STRING "DEPENDE:" TB-TRB-DEP(WS-T)
                     DELIMITED BY SIZE
                     INTO WS-M-DETALLE
              END-STRING
              PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA
              GO TO FIN-SIGUE-DEPENDENCIAS
           END-IF.
           IF WS-SALTOS > WS-TRB-N
              GO TO FIN-SIGUE-DEPENDENCIAS
           END-IF.
           MOVE ZERO TO WS-K.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-TRB-N
              IF TB-TRB-ID(II) = WS-DEP-ACT
                 MOVE II TO WS-K
              END-IF
           END-PERFORM.
           IF WS-K = ZERO
              GO TO FIN-SIGUE-DEPENDENCIAS
           END-IF.
           IF TB-TRB-EST(WS-K) = "X" OR
              (TB-TRB-EST(WS-K) = "F" AND TB-TRB-RC(WS-K) NOT = ZERO)
              MOVE "BLOQUEADO" TO WS-M-TIPO
              MOVE SPACES TO WS-M-DETALLE
              STRING "PREDECESOR:" WS-DEP-ACT
                     " ESTADO:" TB-TRB-EST(WS-K)
                     " RC:" TB-TRB-RC(WS-K)
                     DELIMITED BY SIZE
                     INTO WS-M-DETALLE
              END-STRING
              PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA
              GO TO FIN-SIGUE-DEPENDENCIAS
           END-IF.
           IF TB-TRB-EST(WS-K) = "F" OR TB-TRB-DEP(WS-K) = ZERO
              GO TO FIN-SIGUE-DEPENDENCIAS
           END-IF.
           MOVE TB-TRB-DEP(WS-K) TO WS-DEP-ACT.
           GO TO SIGUIENTE-DEPENDENCIA.
       FIN-SIGUE-DEPENDENCIAS.

       PASOS SECTION.
      *    UN PASO: EL PROGRAMA EXISTE, LOS PARAMETROS CUADRAN CON SU
      *    DEFINICION, LAS ENTRADAS ESTAN CATALOGADAS Y LA HORA
      *    ESTIMADA CAE DENTRO DE LA VENTANA DE SU CLASE. EL RELOJ
      *    AVANZA LUEGO CON LA MEDIA DEL PROGRAMA.
       VERIFICA-PASO.
           ADD 1 TO WS-PASOS.
           IF WS-V-PROG = SPACES
              MOVE "FORMATO" TO WS-M-TIPO
              MOVE "SIN PROGRAMA" TO WS-M-DETALLE
              PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA
              GO TO FIN-VERIFICA-PASO
           END-IF.
           PERFORM BUSCA-MODULO THRU FIN-BUSCA-MODULO.
           IF WS-MOD-HALLADO = "N"
              MOVE "NOPROGRAMA" TO WS-M-TIPO
              MOVE SPACES TO WS-M-DETALLE
              PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA
           END-IF.
           PERFORM TROCEA-PARAMETROS THRU FIN-TROCEA-PARAMETROS.
           MOVE ZERO TO WS-DEF-IDX.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NDEFS
              IF TB-DEF-PROG(II) = WS-V-PROG
                 MOVE II TO WS-DEF-IDX
              END-IF
           END-PERFORM.
           IF WS-DEF-IDX > ZERO
              PERFORM VERIFICA-PARAMETROS
                 THRU FIN-VERIFICA-PARAMETROS
              PERFORM VERIFICA-VENTANA THRU FIN-VERIFICA-VENTANA
           END-IF.
           PERFORM AVANZA-RELOJ THRU FIN-AVANZA-RELOJ.
       FIN-VERIFICA-PASO.

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

      *    MISMAS REGLAS QUE EL VALIDA-PARAMETROS DE PRUPARJ: CUENTA
      *    DENTRO DE MIN..MAX (MAX CERO ES SIN TOPE), N NUMERICO DE
      *    HASTA 18 CIFRAS, A NO VACIO, F BANDERA S/N; Y ADEMAS E, UNA
      *    ENTRADA QUE TIENE QUE ESTAR EN EL CATALOGO.
       VERIFICA-PARAMETROS.
           IF WS-TOK-N < TB-DEF-MIN(WS-DEF-IDX) OR
              (TB-DEF-MAX(WS-DEF-IDX) > ZERO AND
               WS-TOK-N > TB-DEF-MAX(WS-DEF-IDX))
              MOVE "PARAMETROS" TO WS-M-TIPO
              MOVE SPACES TO WS-M-DETALLE
              STRING "CUENTA:" WS-TOK-N
                     " MIN:" TB-DEF-MIN(WS-DEF-IDX)
                     " MAX:" TB-DEF-MAX(WS-DEF-IDX)
                     DELIMITED BY SIZE
                     INTO WS-M-DETALLE
              END-STRING
              PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA
              GO TO FIN-VERIFICA-PARAMETROS
           END-IF.
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-TOK-N OR WS-POS > 30
              MOVE TB-DEF-TIPOS(WS-DEF-IDX)(WS-POS:1) TO WS-TIPO
              PERFORM VERIFICA-POSICION THRU FIN-VERIFICA-POSICION
           END-PERFORM.
       FIN-VERIFICA-PARAMETROS.

       VERIFICA-POSICION.
           EVALUATE WS-TIPO
               WHEN "N"
                    MOVE ZERO TO WS-LON
                    INSPECT TB-TOK(WS-POS) TALLYING WS-LON
                            FOR CHARACTERS BEFORE INITIAL " "
                    IF WS-LON = ZERO OR WS-LON > 18
                       PERFORM RECHAZA-POSICION
                    ELSE
                       MOVE ALL "0" TO WS-NUM18
                       MOVE TB-TOK(WS-POS)(1:WS-LON)
                         TO WS-NUM18(19 - WS-LON:WS-LON)
                       IF WS-NUM18 IS NOT NUMERIC
                          PERFORM RECHAZA-POSICION
                       END-IF
                    END-IF
               WHEN "A"
                    IF TB-TOK(WS-POS) = SPACES
                       PERFORM RECHAZA-POSICION
                    END-IF
               WHEN "F"
                    IF TB-TOK(WS-POS)(1:1) NOT = "S" AND
                       TB-TOK(WS-POS)(1:1) NOT = "N"
                       PERFORM RECHAZA-POSICION
                    END-IF
               WHEN "E"
                    PERFORM VERIFICA-ENTRADA THRU FIN-VERIFICA-ENTRADA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       FIN-VERIFICA-POSICION.

       RECHAZA-POSICION.
           MOVE "PARAMETROS" TO WS-M-TIPO.
           MOVE SPACES TO WS-M-DETALLE.
           STRING "POS:" WS-POS " TIPO:" WS-TIPO " VALOR:"
                  DELIMITED BY SIZE
                  TB-TOK(WS-POS) DELIMITED BY SPACE
                  INTO WS-M-DETALLE
           END-STRING.
           PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA.
       FIN-RECHAZA-POSICION.

      *    UNA RUTA "xxx/resto" SE RESUELVE CONTRA dd_xxx COMO EN PRUCP
      *    (SIN VALOR EN EL ENTORNO SE TOMA TAL CUAL) Y SE BUSCA EN EL
      *    CATALOGO POR RUTA RESUELTA, QUE ES SU CLAVE.
       VERIFICA-ENTRADA.
           IF TB-TOK(WS-POS) = SPACES
              PERFORM RECHAZA-POSICION
              GO TO FIN-VERIFICA-ENTRADA
           END-IF.
           IF NOT CATALOGO-ABIERTO
              GO TO FIN-VERIFICA-ENTRADA
           END-IF.
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
           MOVE SPACES TO REG-CAT-CLAVE.
           MOVE WS-RUTA TO REG-CAT-CLAVE.
           READ CATALOGO
               INVALID KEY
                  MOVE "NOCATALOGO" TO WS-M-TIPO
                  MOVE SPACES TO WS-M-DETALLE
                  STRING "POS:" WS-POS " " DELIMITED BY SIZE
                         WS-RUTA DELIMITED BY SPACE
                         INTO WS-M-DETALLE
                  END-STRING
                  PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA
           END-READ.
       FIN-VERIFICA-ENTRADA.

      *    MISMA REGLA QUE PRUVENTANA, PERO A LA HORA ESTIMADA DEL
      *    PASO: SIN LINEAS PARA LA CLASE TODO ESTA PERMITIDO.
       VERIFICA-VENTANA.
           IF TB-DEF-CLASE(WS-DEF-IDX) = SPACES
              GO TO FIN-VERIFICA-VENTANA
           END-IF.
           COMPUTE WS-PASO-MIN = WS-RELOJ / 60.
           IF WS-PASO-MIN >= 1440
              DIVIDE WS-PASO-MIN BY 1440 GIVING WS-K
                     REMAINDER WS-PASO-MIN
           END-IF.
           MOVE "N" TO WS-HAY-CLASE.
           MOVE "N" TO WS-DENTRO.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NVENTANAS
              IF TB-VEN-CLASE(II) = TB-DEF-CLASE(WS-DEF-IDX)
                 MOVE "S" TO WS-HAY-CLASE
                 IF TB-VEN-DESDE(II) <= TB-VEN-HASTA(II)
                    IF WS-PASO-MIN >= TB-VEN-DESDE(II) AND
                       WS-PASO-MIN <= TB-VEN-HASTA(II)
                       MOVE "S" TO WS-DENTRO
                    END-IF
                 ELSE
                    IF WS-PASO-MIN >= TB-VEN-DESDE(II) OR
                       WS-PASO-MIN <= TB-VEN-HASTA(II)
                       MOVE "S" TO WS-DENTRO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-HAY-CLASE = "N" OR WS-DENTRO = "S"
              GO TO FIN-VERIFICA-VENTANA
           END-IF.
           DIVIDE WS-PASO-MIN BY 60 GIVING WS-PASO-HH
                  REMAINDER WS-PASO-MM.
           MOVE "FUERAVENTANA" TO WS-M-TIPO.
           MOVE SPACES TO WS-M-DETALLE.
           STRING "CLASE:" DELIMITED BY SIZE
                  TB-DEF-CLASE(WS-DEF-IDX) DELIMITED BY SPACE
                  " HORA:" WS-PASO-HHMM
                  DELIMITED BY SIZE
                  INTO WS-M-DETALLE
           END-STRING.
           PERFORM ANOTA-PROBLEMA THRU FIN-ANOTA-PROBLEMA.
       FIN-VERIFICA-VENTANA.

       AVANZA-RELOJ.
           MOVE WS-DEFECTO TO WS-P-SEGS.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-MED-N
              IF TB-MED-PROG(II) = WS-V-PROG AND
                 TB-MED-CONT(II) > ZEROES
                 COMPUTE WS-P-SEGS =
                         TB-MED-SEGS(II) / TB-MED-CONT(II)
              END-IF
           END-PERFORM.
           ADD WS-P-SEGS TO WS-RELOJ.
       FIN-AVANZA-RELOJ.

      *    EL MODULO SE DA POR BUENO SI EXISTE <dir>/<PROGRAMA><ext>
      *    EN ALGUNO DE LOS DIRECTORIOS DE BUSQUEDA.
       BUSCA-MODULO.
           MOVE "N" TO WS-MOD-HALLADO.
           PERFORM VARYING II FROM 1 BY 1
                   UNTIL II > 10 OR WS-MOD-HALLADO = "S"
              IF TB-MOD-DIR(II) NOT = SPACES
                 MOVE SPACES TO WS-MOD-PATH
                 STRING TB-MOD-DIR(II) DELIMITED BY SPACE
                        "/" DELIMITED BY SIZE
                        WS-V-PROG DELIMITED BY SPACE
                        WS-MOD-EXT DELIMITED BY SPACE
                        INTO WS-MOD-PATH
                 END-STRING
                 MOVE SPACES TO WS-MOD-DETALLE
                 CALL "CBL_CHECK_FILE_EXIST" USING WS-MOD-PATH
                                                   WS-MOD-DETALLE
                 IF RETURN-CODE = ZERO
                    MOVE "S" TO WS-MOD-HALLADO
                 END-IF
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-PERFORM.
       FIN-BUSCA-MODULO.

       ANOTA-PROBLEMA.
           ADD 1 TO WS-PROBLEMAS.
           MOVE SPACES TO WS-CHK-RESP.
           STRING "|PREVUELOMAL|" WS-V-LINEA "|" DELIMITED BY SIZE
                  WS-M-TIPO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-V-PROG DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-M-DETALLE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-CHK-RESP
           END-STRING.
           DISPLAY WS-CHK-RESP UPON SYSOUT.
       FIN-ANOTA-PROBLEMA.

       CARGAS SECTION.
      *    MISMO FICHERO Y MISMO FORMATO QUE CARGA-DEFINICIONES DE
      *    PRUPARJ, MAS LA QUINTA COLUMNA DE CLASE DE VENTANA.
       CARGA-DEFINICIONES.
           MOVE SPACES TO WS-DEF-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
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
       LEYENDO-DEFS.
           READ PARAMDEF
               AT END
                  GO TO CIERRA-DEFS
           END-READ.
           IF REG-PARAMDEF = SPACES OR REG-PARAMDEF(1:1) = "*"
              GO TO LEYENDO-DEFS
           END-IF.
           IF WS-NDEFS >= 50
              GO TO CIERRA-DEFS
           END-IF.
           MOVE SPACES TO WS-DEF-PROG-TXT WS-DEF-MIN-TXT
                          WS-DEF-MAX-TXT WS-DEF-TIPOS-TXT
                          WS-DEF-CLASE-TXT.
           UNSTRING REG-PARAMDEF DELIMITED BY ";" INTO
                 WS-DEF-PROG-TXT
                 WS-DEF-MIN-TXT
                 WS-DEF-MAX-TXT
                 WS-DEF-TIPOS-TXT
                 WS-DEF-CLASE-TXT
           END-UNSTRING.
           IF WS-DEF-PROG-TXT = SPACES
              GO TO LEYENDO-DEFS
           END-IF.
           ADD 1 TO WS-NDEFS.
           MOVE WS-DEF-PROG-TXT TO TB-DEF-PROG(WS-NDEFS).
           MOVE ZEROES TO TB-DEF-MIN(WS-NDEFS) TB-DEF-MAX(WS-NDEFS).
           IF WS-DEF-MIN-TXT NOT = SPACES
              MOVE WS-DEF-MIN-TXT TO TB-DEF-MIN(WS-NDEFS)
           END-IF.
           IF WS-DEF-MAX-TXT NOT = SPACES
              MOVE WS-DEF-MAX-TXT TO TB-DEF-MAX(WS-NDEFS)
           END-IF.
           MOVE WS-DEF-TIPOS-TXT TO TB-DEF-TIPOS(WS-NDEFS).
           MOVE WS-DEF-CLASE-TXT TO TB-DEF-CLASE(WS-NDEFS).
           GO TO LEYENDO-DEFS.
       CIERRA-DEFS.
           CLOSE PARAMDEF.
       FIN-CARGA-DEFINICIONES.

       CARGA-VENTANAS.
           MOVE SPACES TO WS-VENTANAS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/VENTANAS.POL"
                     DELIMITED BY SPACE
                     INTO WS-VENTANAS-PATH
              END-STRING
           ELSE
              MOVE "VENTANAS.POL" TO WS-VENTANAS-PATH
           END-IF.
           OPEN INPUT VENTANAS.
           IF WS-VENTANAS-ESTADO NOT = "00"
              GO TO FIN-CARGA-VENTANAS
           END-IF.
       LEYENDO-VENTANAS.
           READ VENTANAS
               AT END
                  GO TO CIERRA-VENTANAS
           END-READ.
           IF REG-VENTANAS = SPACES OR REG-VENTANAS(1:1) = "*"
              GO TO LEYENDO-VENTANAS
           END-IF.
           MOVE SPACES TO WS-V-CLASE WS-V-DESDE WS-V-HASTA.
           UNSTRING REG-VENTANAS DELIMITED BY ";" INTO
                 WS-V-CLASE
                 WS-V-DESDE
                 WS-V-HASTA
           END-UNSTRING.
           IF WS-V-DESDE IS NOT NUMERIC OR
              WS-V-HASTA IS NOT NUMERIC OR WS-NVENTANAS >= 50
              GO TO LEYENDO-VENTANAS
           END-IF.
           ADD 1 TO WS-NVENTANAS.
           MOVE WS-V-CLASE TO TB-VEN-CLASE(WS-NVENTANAS).
           MOVE WS-V-DESDE(1:2) TO WS-NUM-HH.
           MOVE WS-V-DESDE(3:2) TO WS-NUM-MM.
           COMPUTE TB-VEN-DESDE(WS-NVENTANAS) =
                   WS-NUM-HH * 60 + WS-NUM-MM.
           MOVE WS-V-HASTA(1:2) TO WS-NUM-HH.
           MOVE WS-V-HASTA(3:2) TO WS-NUM-MM.
           COMPUTE TB-VEN-HASTA(WS-NVENTANAS) =
                   WS-NUM-HH * 60 + WS-NUM-MM.
           GO TO LEYENDO-VENTANAS.
       CIERRA-VENTANAS.
           CLOSE VENTANAS.
       FIN-CARGA-VENTANAS.

      *    MEDIAS DEL ALMACEN DEL MES EN CURSO Y DEL ANTERIOR.
       CARGA-MEDIAS.
           MOVE WS-HOY(1:6) TO WS-MES-ANT.
           PERFORM LEE-ALMACEN THRU FIN-LEE-ALMACEN.
           IF WS-MES-ANT-N > 1
              SUBTRACT 1 FROM WS-MES-ANT-N
           ELSE
              MOVE 12 TO WS-MES-ANT-N
              SUBTRACT 1 FROM WS-ANO-ANT
           END-IF.
           PERFORM LEE-ALMACEN THRU FIN-LEE-ALMACEN.
       FIN-CARGA-MEDIAS.

       LEE-ALMACEN.
           MOVE SPACES TO WS-AUDIT-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/AUDIT-" WS-MES-ANT ".DAT"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-PATH
           ELSE
              STRING "AUDIT-" WS-MES-ANT ".DAT"
                     DELIMITED BY SIZE
                     INTO WS-AUDIT-PATH
           END-IF.
           OPEN INPUT ALMACEN.
           IF WS-AUDIT-ESTADO NOT = "00"
              GO TO FIN-LEE-ALMACEN
           END-IF.
       LEYENDO-ALMACEN.
           READ ALMACEN NEXT
               AT END
                  GO TO CIERRA-ALMACEN
           END-READ.
           MOVE ZERO TO WS-TIEMPO-CONT.
           INSPECT AUD-LINEA TALLYING WS-TIEMPO-CONT
                   FOR ALL "|TIEMPO:".
           IF WS-TIEMPO-CONT = ZERO
              GO TO LEYENDO-ALMACEN
           END-IF.
           MOVE SPACES TO WS-CAMPO1 WS-CAMPO2 WS-CAMPO3
                          WS-CAMPO-T4 WS-CAMPO-T5.
           UNSTRING AUD-LINEA DELIMITED BY "|" INTO
                 WS-CAMPO1
                 WS-CAMPO2
                 WS-CAMPO3
                 WS-CAMPO-T4
                 WS-CAMPO-T5
           END-UNSTRING.
           IF WS-CAMPO3(1:7) NOT = "TIEMPO:" OR
              WS-CAMPO-T5(1:9) NOT = "SEGUNDOS:"
              GO TO LEYENDO-ALMACEN
           END-IF.
           MOVE WS-CAMPO-T5(10:5) TO WS-SEGS-TXT.
           IF WS-SEGS-TXT IS NOT NUMERIC
              GO TO LEYENDO-ALMACEN
           END-IF.
           MOVE WS-SEGS-TXT TO WS-SEGS-VAL.
           MOVE WS-CAMPO3(8:32) TO WS-TIE-PROG.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-MED-N
              IF TB-MED-PROG(II) = WS-TIE-PROG
                 ADD 1 TO TB-MED-CONT(II)
                 ADD WS-SEGS-VAL TO TB-MED-SEGS(II)
                 MOVE "S" TO WS-ENCONTRADO
              END-IF
           END-PERFORM.
           IF WS-ENCONTRADO = "N" AND WS-MED-N < 100
              ADD 1 TO WS-MED-N
              MOVE WS-TIE-PROG TO TB-MED-PROG(WS-MED-N)
              MOVE 1 TO TB-MED-CONT(WS-MED-N)
              MOVE WS-SEGS-VAL TO TB-MED-SEGS(WS-MED-N)
           END-IF.
           GO TO LEYENDO-ALMACEN.
       CIERRA-ALMACEN.
           CLOSE ALMACEN.
       FIN-LEE-ALMACEN.

      *    DIRECTORIOS DONDE BUSCAR LOS MODULOS: PRUCHKPLANDIR, SI NO
      *    COB_LIBRARY_PATH (LA MISMA RUTA POR LA QUE LOS CARGA EL
      *    CALL), Y SI TAMPOCO, EL DIRECTORIO DE TRABAJO.
       CARGA-DIRECTORIOS.
           MOVE SPACES TO WS-MOD-DIRS.
           DISPLAY "PRUCHKPLANDIR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MOD-DIRS FROM ENVIRONMENT-VALUE.
           IF WS-MOD-DIRS = SPACES OR WS-MOD-DIRS = LOW-VALUES
              MOVE SPACES TO WS-MOD-DIRS
              DISPLAY "COB_LIBRARY_PATH" UPON ENVIRONMENT-NAME
              ACCEPT WS-MOD-DIRS FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-MOD-DIRS = SPACES OR WS-MOD-DIRS = LOW-VALUES
              MOVE "." TO WS-MOD-DIRS
           END-IF.
           INITIALIZE TB-MOD-DIRS.
           UNSTRING WS-MOD-DIRS DELIMITED BY ":" INTO
                 TB-MOD-DIR(1) TB-MOD-DIR(2) TB-MOD-DIR(3)
                 TB-MOD-DIR(4) TB-MOD-DIR(5) TB-MOD-DIR(6)
                 TB-MOD-DIR(7) TB-MOD-DIR(8) TB-MOD-DIR(9)
                 TB-MOD-DIR(10)
           END-UNSTRING.
           MOVE SPACES TO WS-MOD-EXT.
           DISPLAY "PRUCHKPLANEXT" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MOD-EXT FROM ENVIRONMENT-VALUE.
           IF WS-MOD-EXT = SPACES OR WS-MOD-EXT = LOW-VALUES
              MOVE ".so" TO WS-MOD-EXT
           END-IF.
       FIN-CARGA-DIRECTORIOS.

      *    EL CATALOGO SOLO SE LEE; SI NO SE PUEDE ABRIR, LAS
      *    ENTRADAS NO SE COMPRUEBAN Y SE DICE UNA VEZ.
       ABRE-CATALOGO.
           MOVE SPACES TO WS-CATALOGO-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PRUCAT.DAT"
                     DELIMITED BY SPACE
                     INTO WS-CATALOGO-PATH
              END-STRING
           ELSE
              MOVE "PRUCAT.DAT" TO WS-CATALOGO-PATH
           END-IF.
           OPEN INPUT CATALOGO.
           IF WS-CATALOGO-ESTADO = "00"
              SET CATALOGO-ABIERTO TO TRUE
           ELSE
              DISPLAY "|PREVUELOAVISO|SINCATALOGO|" WS-CATALOGO-PATH
                      "|" UPON SYSOUT
           END-IF.
       FIN-ABRE-CATALOGO.
