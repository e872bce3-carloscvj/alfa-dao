       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUVIGIA.
       AUTHOR.        CVJ.
       SECURITY.      VIGIA DE FICHEROS ENTRANTES: EL REGISTRO
                      ENTRANTES.POL BAJO dd_dir DECLARA, POR LINEA,
                      raiz;patron;desde;hasta;dias;tipo;dato1;dato2
                      (LA RAIZ COMO VARIABLE dd_, EL PATRON DEL NOMBRE
                      QUE SE ESPERA, LA VENTANA DE LLEGADA HHMM-HHMM,
                      LOS DIAS COMO EN LANZADOR.PLN Y LO QUE HAY QUE
                      LANZAR: PLA CON UN FICHERO DE PLAN O PROG PARA
                      ENCOLAR UN PROGRAMA EN SRU-COLA.DAT). CUANDO EL
                      FICHERO HA LLEGADO Y YA NO CRECE SE CATALOGA EN
                      PRUCAT Y SE LANZA LO SUYO; SI ACABA LA VENTANA
                      SIN QUE LLEGUE, DEJA UNA ALERTA PENDIENTE EN
                      ALERTAS.DAT Y SALE EN EL PARTE DE RELEVO. HASTA
                      AHORA EL LANZADOR SOLO SABIA DE HORAS FIJAS Y
                      LOS FICHEROS DEL BANCO LLEGAN CUANDO LLEGAN.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. LA PASADA SE
*********************               RELANZA CADA POCOS MINUTOS COMO LA
*********************               DE PRULANZA; EL ESTADO DE CADA
*********************               LINEA DEL REGISTRO (TAMAÑO VISTO,
*********************               LANZADO, FALTA AVISADA) QUEDA EN
*********************               PRUVIGIA-YYYYMMDD.CTL BAJO dd_tmp.
*********************               UN FICHERO SE DA POR TERMINADO
*********************               CUANDO DOS PASADAS SEGUIDAS LE VEN
*********************               EL MISMO TAMAÑO. SI EL PROG NO
*********************               TRAE PARAMETROS SE LE PASA EL
*********************               NOMBRE dd_ DEL FICHERO LLEGADO. EN
*********************               MANTENIMIENTO (PRUMANT) NO SE
*********************               LANZA NADA: LO LLEGADO ESPERA A LA
*********************               PRIMERA PASADA DESPUES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REGISTRO
                  ASSIGN TO DYNAMIC WS-REGISTRO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REGISTRO-ESTADO.

           SELECT CONTROL-DIA
                  ASSIGN TO DYNAMIC WS-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-ESTADO.

           SELECT LLEGADOS
                  ASSIGN TO DYNAMIC WS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LISTA-ESTADO.

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

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  REGISTRO.
       01  REG-REGISTRO      PIC X(256).

      *    UNA LINEA POR LINEA DEL REGISTRO QUE YA SE HA VISTO HOY. EL
      *    MISMO LAYOUT LO LEE PRURELEVO PARA LAS FALTAS.
       FD  CONTROL-DIA.
       01  REG-CONTROL.
           03 CTL-LINEA      PIC 9(5).
           03 CTL-ESTADO     PIC X.
              88 CTL-CRECIENDO   VALUE "V".
              88 CTL-LANZADO     VALUE "D".
              88 CTL-FALTA       VALUE "F".
           03 CTL-TAMANIO    PIC 9(9).
           03 CTL-HORA       PIC X(8).
           03 CTL-HASTA      PIC X(4).
           03 CTL-RAIZ       PIC X(10).
           03 CTL-PATRON     PIC X(64).
           03 CTL-RUTA       PIC X(200).

       FD  LLEGADOS.
       01  REG-LLEGADOS      PIC X(256).

       FD  PLAN-CTL.
       01  REG-PLAN-CTL      PIC X(256).

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
       01  REG-COLA-CONTROL.
           03 JBC-ID         PIC 9(6).
           03 JBC-ULTIMO     PIC 9(6).
           03 FILLER         PIC X(182).

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

       77  PROG              PIC X(20) VALUE "PRUVIGIA".
       01  VALORDIR          PIC X(128).
       01  VALORRAIZ         PIC X(128).
       77  WS-DD-TMP         PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-REGISTRO-PATH  PIC X(200).
       77  WS-REGISTRO-ESTADO PIC XX.
       77  WS-CONTROL-PATH   PIC X(200).
       77  WS-CONTROL-ESTADO PIC XX.
       01  WS-LISTA          PIC X(200).
       77  WS-LISTA-ESTADO   PIC XX.
       01  WS-CMD-FIND       PIC X(500).

       01  WS-FECHA.
           03 WS-ANO         PIC 9(4).
           03 WS-MES         PIC 9(2).
           03 WS-DIA         PIC 9(2).
       01  WS-HORA-ACT.
           03 WS-HH-ACT      PIC 9(2).
           03 WS-MM-ACT      PIC 9(2).
           03 FILLER         PIC X(4).
       01  WS-HORA-TXT REDEFINES WS-HORA-ACT PIC X(8).
       77  WS-MINUTOS-AHORA  PIC 9(5).
       77  WS-MINUTOS-DESDE  PIC 9(5).
       77  WS-MINUTOS-HASTA  PIC 9(5).
       77  WS-R-HH           PIC 99.
       77  WS-R-MM           PIC 99.

      *    DIA DE LA SEMANA POR ZELLER, CON EL MISMO CONVENIO DE
      *    LETRAS LMXJVSD QUE PRULANZA.
       01  WS-FECHA-Z.
           03 WS-ANO-Z       PIC 9(4).
           03 WS-MES-Z       PIC 9(2).
           03 WS-DIA-Z       PIC 9(2).
       77  WS-Z-K            PIC 9(4).
       77  WS-Z-J            PIC 9(4).
       77  WS-Z-H            PIC 9(5).
       77  WS-Z-T            PIC 9(7).
       77  WS-DIA-IDX        PIC 99.
       77  WS-DIA-LETRA      PIC X.
       01  TB-DIAS-LETRAS    PIC X(7) VALUE "LMXJVSD".
       77  WS-DIA-CONT       PIC 999.
       77  WS-TOCA-HOY       PIC X.
           88 TOCA-HOY       VALUE "S".

      *    UNA LINEA DEL REGISTRO DE ENTRANTES.
       77  WS-LINEA          PIC 9(5) VALUE ZEROES.
       77  WS-E-RAIZ         PIC X(10).
       01  WS-E-PATRON       PIC X(64).
       77  WS-E-DESDE        PIC X(4).
       77  WS-E-HASTA        PIC X(4).
       77  WS-E-DIAS         PIC X(7).
       77  WS-E-TIPO         PIC X(4).
       01  WS-E-DATO1        PIC X(128).
       01  WS-E-DATO2        PIC X(128).

      *    EL CONTROL DEL DIA ENTERO EN MEMORIA; SE REESCRIBE AL FINAL
      *    DE CADA PASADA.
       01  TB-CONTROL.
           03 TB-CTL-O       OCCURS 100.
              05 TB-CTL-LINEA   PIC 9(5).
              05 TB-CTL-ESTADO  PIC X.
              05 TB-CTL-TAMANIO PIC 9(9).
              05 TB-CTL-HORA    PIC X(8).
              05 TB-CTL-HASTA   PIC X(4).
              05 TB-CTL-RAIZ    PIC X(10).
              05 TB-CTL-PATRON  PIC X(64).
              05 TB-CTL-RUTA    PIC X(200).
       77  WS-NCTL           PIC 999 VALUE ZERO.
       77  WS-CC             PIC 999.
       77  WS-CTL-IDX        PIC 999.

       01  WS-FICHERO        PIC X(256).
       01  WS-FICHERO-B REDEFINES WS-FICHERO.
           03 WS-FIB         PIC X OCCURS 256.
       77  WS-K              PIC 999.
       77  WS-BASEPOS        PIC 999.
       01  WS-NOMBRE-DD      PIC X(128).
       01  WS-CHK-DETALLE    PIC X(64).
       01  WS-CHK REDEFINES WS-CHK-DETALLE.
           05 FILLER         PIC X(4).
           05 WS-TAM         PIC 9(8) COMP-X.
       77  WS-TAM-AHORA      PIC 9(9).

       77  WS-DISPARO-FALLO  PIC X.
           88 DISPARO-FALLO  VALUE "S".
       77  WS-DISPARO-RC     PIC S9(5) VALUE ZERO.
       77  WS-LLEGADOS       PIC 9(5) VALUE ZEROES.
       77  WS-CRECIENDO      PIC 9(5) VALUE ZEROES.
       77  WS-FALTAN         PIC 9(5) VALUE ZEROES.
       77  WS-ESPERAN        PIC 9(5) VALUE ZEROES.
       01  WS-VIGIA-RESP     PIC X(400).

      *    EJECUTOR DE PLAN: EL MISMO QUE PRULANZA.
       77  WS-PLAN-PATH      PIC X(200).
       77  WS-PLAN-ESTADO    PIC XX.
       77  WS-PLAN-PROG      PIC X(32).
       77  WS-PLAN-PARAMS    PIC X(128).
       77  WS-PLAN-ONERROR   PIC X(40).
       77  WS-PLAN-FALLO     PIC X.
           88 PLAN-FALLO     VALUE "S".
       77  WS-PLAN-RC        PIC S9(5) VALUE ZERO.
       77  WS-PLAN-NPASO     PIC 9(5).
       77  WS-INC-ACCION     PIC X(8) VALUE "PASO".
       77  WS-INC-ID         PIC X(9).
       77  WS-INC-DETALLE    PIC X(160).
       77  WS-INC-RC         PIC 9(5)-.

       77  WS-COLA-PATH      PIC X(200).
       77  WS-COLA-ESTADO    PIC XX.
       77  WS-JOB-SIGUIENTE  PIC 9(6).

       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-COD-ENTRANTE   PIC XX VALUE "9E".

       77  WS-MNT-ACCION     PIC X(8) VALUE "CONSULTA".
       77  WS-MNT-DETALLE    PIC X(160).
       77  WS-MNT-ACTIVO     PIC X VALUE "N".
           88 MANTENIMIENTO-ACTIVO VALUE "S".

       77  WS-CAT-ALTA       PIC X(4) VALUE "ALTA".

       77  WS-RES-PROG       PIC X(10) VALUE "PRUVIGIA".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).

       PROCEDURE DIVISION.

       PROGRAMA SECTION.
       INICIALES.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-REGISTRO-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/ENTRANTES.POL"
                     DELIMITED BY SPACE
                     INTO WS-REGISTRO-PATH
              END-STRING
           ELSE
              MOVE "ENTRANTES.POL" TO WS-REGISTRO-PATH
           END-IF.

           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-ACT FROM TIME.
           COMPUTE WS-MINUTOS-AHORA = WS-HH-ACT * 60 + WS-MM-ACT.
           PERFORM CALCULA-DIA-SEMANA THRU FIN-CALCULA-DIA-SEMANA.

           MOVE SPACES TO WS-DD-TMP.
           DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TMP FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-CONTROL-PATH.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP DELIMITED BY SPACE
                     "PRUVIGIA-" WS-FECHA ".CTL"
                     DELIMITED BY SIZE
                     INTO WS-CONTROL-PATH
           ELSE
              STRING "PRUVIGIA-" WS-FECHA ".CTL"
                     DELIMITED BY SIZE
                     INTO WS-CONTROL-PATH
           END-IF.
           MOVE SPACES TO WS-LISTA.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP "PRUVIGIA.LST"
                     DELIMITED BY SPACE
                     INTO WS-LISTA
              END-STRING
           ELSE
              MOVE "PRUVIGIA.LST" TO WS-LISTA
           END-IF.
           PERFORM CARGA-CONTROL THRU FIN-CARGA-CONTROL.

      *    EL INTERRUPTOR SE MIRA UNA VEZ POR PASADA, COMO EN PRULANZA.
           MOVE SPACES TO WS-MNT-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUMANT" USING WS-MNT-ACCION WS-MNT-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              SET MANTENIMIENTO-ACTIVO TO TRUE
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           OPEN INPUT REGISTRO.
           IF WS-REGISTRO-ESTADO NOT = "00"
              DISPLAY "|VIGIAERROR|SINREGISTRO|" WS-REGISTRO-PATH "|"
                      UPON SYSOUT
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           READ REGISTRO
               AT END
                  GO TO FIN-ENTRANTES
           END-READ.
           ADD 1 TO WS-LINEA.
           IF REG-REGISTRO = SPACES OR REG-REGISTRO(1:1) = "*"
              GO TO PROCESOS
           END-IF.
           MOVE SPACES TO WS-E-RAIZ WS-E-PATRON WS-E-DESDE WS-E-HASTA
                          WS-E-DIAS WS-E-TIPO WS-E-DATO1 WS-E-DATO2.
           UNSTRING REG-REGISTRO DELIMITED BY ";" INTO
                 WS-E-RAIZ
                 WS-E-PATRON
                 WS-E-DESDE
                 WS-E-HASTA
                 WS-E-DIAS
                 WS-E-TIPO
                 WS-E-DATO1
                 WS-E-DATO2
           END-UNSTRING.
           PERFORM TRATA-ENTRANTE THRU FIN-TRATA-ENTRANTE.
           GO TO PROCESOS.
       FIN-ENTRANTES.
           CLOSE REGISTRO.
           PERFORM GRABA-CONTROL THRU FIN-GRABA-CONTROL.
           MOVE SPACES TO WS-VIGIA-RESP.
           STRING "|VIGIAFIN|LLEGADOS:" WS-LLEGADOS
                  "|CRECIENDO:" WS-CRECIENDO
                  "|ESPERANDO:" WS-ESPERAN
                  "|FALTAN:" WS-FALTAN "|"
                  DELIMITED BY SIZE
                  INTO WS-VIGIA-RESP
           END-STRING.
           DISPLAY WS-VIGIA-RESP UPON SYSOUT.
       FIN-PROCESOS.
           MOVE ZERO TO RETURN-CODE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ENTRANTES SECTION.
      *    UNA LINEA DEL REGISTRO SE MIRA SI TOCA HOY Y YA HA ABIERTO
      *    SU VENTANA. LO YA LANZADO HOY NO SE VUELVE A MIRAR; LO QUE
      *    YA SE AVISO COMO FALTA SI, POR SI LLEGA TARDE.
       TRATA-ENTRANTE.
           IF WS-E-DESDE IS NOT NUMERIC OR WS-E-HASTA IS NOT NUMERIC
              DISPLAY "|VIGIAERROR|LINEA|" WS-LINEA "|" UPON SYSOUT
              GO TO FIN-TRATA-ENTRANTE
           END-IF.
           MOVE "N" TO WS-TOCA-HOY.
           IF WS-E-DIAS = "*" OR WS-E-DIAS = SPACES
              SET TOCA-HOY TO TRUE
           ELSE
              MOVE ZEROES TO WS-DIA-CONT
              INSPECT WS-E-DIAS TALLYING WS-DIA-CONT
                      FOR ALL WS-DIA-LETRA
              IF WS-DIA-CONT > ZERO
                 SET TOCA-HOY TO TRUE
              END-IF
           END-IF.
           IF NOT TOCA-HOY
              GO TO FIN-TRATA-ENTRANTE
           END-IF.
           MOVE WS-E-DESDE(1:2) TO WS-R-HH.
           MOVE WS-E-DESDE(3:2) TO WS-R-MM.
           COMPUTE WS-MINUTOS-DESDE = WS-R-HH * 60 + WS-R-MM.
           MOVE WS-E-HASTA(1:2) TO WS-R-HH.
           MOVE WS-E-HASTA(3:2) TO WS-R-MM.
           COMPUTE WS-MINUTOS-HASTA = WS-R-HH * 60 + WS-R-MM.
           IF WS-MINUTOS-AHORA < WS-MINUTOS-DESDE
              GO TO FIN-TRATA-ENTRANTE
           END-IF.

           PERFORM BUSCA-CONTROL THRU FIN-BUSCA-CONTROL.
           IF WS-CTL-IDX = ZERO
              GO TO FIN-TRATA-ENTRANTE
           END-IF.
           IF TB-CTL-ESTADO(WS-CTL-IDX) = "D"
              GO TO FIN-TRATA-ENTRANTE
           END-IF.

           PERFORM BUSCA-LLEGADO THRU FIN-BUSCA-LLEGADO.
           IF WS-FICHERO = SPACES
              PERFORM MIRA-FALTA THRU FIN-MIRA-FALTA
              GO TO FIN-TRATA-ENTRANTE
           END-IF.

      *    HA LLEGADO: SI EL TAMAÑO HA CAMBIADO DESDE LA PASADA
      *    ANTERIOR (O ES LA PRIMERA VEZ QUE SE VE) TODAVIA SE ESTA
      *    ESCRIBIENDO; SE ANOTA Y SE ESPERA A LA SIGUIENTE.
           IF TB-CTL-ESTADO(WS-CTL-IDX) NOT = "V" OR
              TB-CTL-TAMANIO(WS-CTL-IDX) NOT = WS-TAM-AHORA OR
              TB-CTL-RUTA(WS-CTL-IDX) NOT = WS-FICHERO OR
              WS-TAM-AHORA = ZERO
              MOVE "V" TO TB-CTL-ESTADO(WS-CTL-IDX)
              MOVE WS-TAM-AHORA TO TB-CTL-TAMANIO(WS-CTL-IDX)
              MOVE WS-HORA-TXT TO TB-CTL-HORA(WS-CTL-IDX)
              MOVE WS-FICHERO TO TB-CTL-RUTA(WS-CTL-IDX)
              ADD 1 TO WS-CRECIENDO
              MOVE SPACES TO WS-VIGIA-RESP
              STRING "|VIGIACRECE|" DELIMITED BY SIZE
                     WS-FICHERO DELIMITED BY SPACE
                     "|TAMANIO:" WS-TAM-AHORA "|"
                     DELIMITED BY SIZE
                     INTO WS-VIGIA-RESP
              END-STRING
              DISPLAY WS-VIGIA-RESP UPON SYSOUT
              GO TO FIN-TRATA-ENTRANTE
           END-IF.
           IF MANTENIMIENTO-ACTIVO
              ADD 1 TO WS-ESPERAN
              DISPLAY "|VIGIAESPERA|MANTENIMIENTO|" WS-FICHERO "|"
                      UPON SYSOUT
              GO TO FIN-TRATA-ENTRANTE
           END-IF.
           PERFORM LANZA-ENTRANTE THRU FIN-LANZA-ENTRANTE.
       FIN-TRATA-ENTRANTE.

      *    EL FICHERO SE BUSCA CON find EN SU RAIZ, ENTRE LOS ESCRITOS
      *    HOY (-daystart -mtime 0): LO QUE QUEDO DE AYER EN EL
      *    DIRECTORIO NO CUENTA COMO LLEGADA DE HOY. SI HAY VARIOS SE
      *    TOMA EL PRIMERO POR NOMBRE.
       BUSCA-LLEGADO.
           MOVE SPACES TO WS-FICHERO.
           MOVE ZERO TO WS-TAM-AHORA.
           MOVE SPACES TO VALORRAIZ.
           DISPLAY WS-E-RAIZ UPON ENVIRONMENT-NAME.
           ACCEPT VALORRAIZ FROM ENVIRONMENT-VALUE.
           IF VALORRAIZ = SPACES OR VALORRAIZ = LOW-VALUES
              DISPLAY "|VIGIAERROR|SINRAIZ|" WS-E-RAIZ "|"
                      UPON SYSOUT
              GO TO FIN-BUSCA-LLEGADO
           END-IF.
           MOVE SPACES TO WS-CMD-FIND.
           STRING "find " DELIMITED BY SIZE
                  VALORRAIZ DELIMITED BY SPACE
                  " -maxdepth 1 -daystart -type f -mtime 0 -name "
                  DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  WS-E-PATRON DELIMITED BY SPACE
                  '" | sort > ' DELIMITED BY SIZE
                  WS-LISTA DELIMITED BY SPACE
                  INTO WS-CMD-FIND
           END-STRING.
           CALL "SYSTEM" USING WS-CMD-FIND.
           MOVE ZERO TO RETURN-CODE.
           OPEN INPUT LLEGADOS.
           IF WS-LISTA-ESTADO NOT = "00"
              GO TO FIN-BUSCA-LLEGADO
           END-IF.
           READ LLEGADOS
               AT END
                  MOVE SPACES TO REG-LLEGADOS
           END-READ.
           CLOSE LLEGADOS.
           CALL "CBL_DELETE_FILE" USING WS-LISTA.
           MOVE ZERO TO RETURN-CODE.
           IF REG-LLEGADOS = SPACES
              GO TO FIN-BUSCA-LLEGADO
           END-IF.
           MOVE REG-LLEGADOS TO WS-FICHERO.
           MOVE SPACES TO WS-CHK-DETALLE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FICHERO
                                             WS-CHK-DETALLE.
           IF RETURN-CODE = ZERO
              MOVE WS-TAM TO WS-TAM-AHORA
           ELSE
              MOVE SPACES TO WS-FICHERO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-BUSCA-LLEGADO.

      *    SIN FICHERO Y CON LA VENTANA YA CERRADA: UNA SOLA ALERTA POR
      *    DIA Y LINEA (EL ESTADO "F" EVITA REPETIRLA EN CADA PASADA).
       MIRA-FALTA.
           IF WS-MINUTOS-AHORA <= WS-MINUTOS-HASTA
              GO TO FIN-MIRA-FALTA
           END-IF.
           IF TB-CTL-ESTADO(WS-CTL-IDX) = "F"
              ADD 1 TO WS-FALTAN
              GO TO FIN-MIRA-FALTA
           END-IF.
           MOVE "F" TO TB-CTL-ESTADO(WS-CTL-IDX).
           MOVE WS-HORA-TXT TO TB-CTL-HORA(WS-CTL-IDX).
           MOVE ZERO TO TB-CTL-TAMANIO(WS-CTL-IDX).
           MOVE SPACES TO TB-CTL-RUTA(WS-CTL-IDX).
           ADD 1 TO WS-FALTAN.
           MOVE SPACES TO WS-VIGIA-RESP.
           STRING "|VIGIAFALTA|" DELIMITED BY SIZE
                  WS-E-RAIZ DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-E-PATRON DELIMITED BY SPACE
                  "|HASTA:" WS-E-HASTA "|"
                  DELIMITED BY SIZE
                  INTO WS-VIGIA-RESP
           END-STRING.
           DISPLAY WS-VIGIA-RESP UPON SYSOUT.
           PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           STRING WS-E-RAIZ DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-E-PATRON DELIMITED BY SPACE
                  INTO WS-RES-ITEM
           END-STRING.
           MOVE "FALTA" TO WS-RES-RESULT.
           STRING "VENTANA " WS-E-DESDE "-" WS-E-HASTA
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
       FIN-MIRA-FALTA.

      *    TERMINADO DE LLEGAR: PRIMERO AL CATALOGO, COMO TODO LO QUE
      *    ENTRA POR PRUCP, Y LUEGO SU PLAN O SU PROGRAMA EN COLA.
       LANZA-ENTRANTE.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-FICHERO.
           MOVE ZERO TO RETURN-CODE.
           MOVE "N" TO WS-DISPARO-FALLO.
           MOVE ZERO TO WS-DISPARO-RC.
           EVALUATE WS-E-TIPO
               WHEN "PLA"
                    PERFORM EJECUTA-PLAN THRU FIN-EJECUTA-PLAN
               WHEN "PROG"
                    PERFORM ENCOLA-PROGRAMA THRU FIN-ENCOLA-PROGRAMA
               WHEN OTHER
                    DISPLAY "|VIGIAERROR|TIPO|" WS-E-TIPO "|"
                            UPON SYSOUT
                    SET DISPARO-FALLO TO TRUE
           END-EVALUATE.
           MOVE ZERO TO RETURN-CODE.
           MOVE "D" TO TB-CTL-ESTADO(WS-CTL-IDX).
           MOVE WS-HORA-TXT TO TB-CTL-HORA(WS-CTL-IDX).
           ADD 1 TO WS-LLEGADOS.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           MOVE WS-FICHERO(1:120) TO WS-RES-ITEM.
           IF DISPARO-FALLO
              MOVE "ERROR" TO WS-RES-RESULT
           ELSE
              MOVE "LANZADO" TO WS-RES-RESULT
           END-IF.
           STRING WS-E-TIPO DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-E-DATO1 DELIMITED BY SPACE
                  " RC:" WS-DISPARO-RC DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           MOVE SPACES TO WS-VIGIA-RESP.
           STRING "|VIGIALLEGADO|" DELIMITED BY SIZE
                  WS-FICHERO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RES-RESULT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-E-TIPO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-E-DATO1 DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-VIGIA-RESP
           END-STRING.
           DISPLAY WS-VIGIA-RESP UPON SYSOUT.
       FIN-LANZA-ENTRANTE.

       CONTROL-DIA-SEC SECTION.
       CARGA-CONTROL.
           MOVE ZERO TO WS-NCTL.
           OPEN INPUT CONTROL-DIA.
           IF WS-CONTROL-ESTADO NOT = "00"
              GO TO FIN-CARGA-CONTROL
           END-IF.
       LEYENDO-CONTROL.
           READ CONTROL-DIA
               AT END
                  GO TO CIERRA-CONTROL
           END-READ.
           IF CTL-LINEA IS NUMERIC AND WS-NCTL < 100
              ADD 1 TO WS-NCTL
              MOVE CTL-LINEA   TO TB-CTL-LINEA(WS-NCTL)
              MOVE CTL-ESTADO  TO TB-CTL-ESTADO(WS-NCTL)
              MOVE ZERO        TO TB-CTL-TAMANIO(WS-NCTL)
              IF CTL-TAMANIO IS NUMERIC
                 MOVE CTL-TAMANIO TO TB-CTL-TAMANIO(WS-NCTL)
              END-IF
              MOVE CTL-HORA    TO TB-CTL-HORA(WS-NCTL)
              MOVE CTL-HASTA   TO TB-CTL-HASTA(WS-NCTL)
              MOVE CTL-RAIZ    TO TB-CTL-RAIZ(WS-NCTL)
              MOVE CTL-PATRON  TO TB-CTL-PATRON(WS-NCTL)
              MOVE CTL-RUTA    TO TB-CTL-RUTA(WS-NCTL)
           END-IF.
           GO TO LEYENDO-CONTROL.
       CIERRA-CONTROL.
           CLOSE CONTROL-DIA.
       FIN-CARGA-CONTROL.

      *    LA FICHA DE LA LINEA EN CURSO; SI NO LA HAY SE ABRE UNA
      *    NUEVA CON LOS DATOS DE LA LINEA PARA QUE EL RELEVO PUEDA
      *    DECIR QUE SE ESPERABA. SIN SITIO EN LA TABLA SE DEVUELVE 0.
       BUSCA-CONTROL.
           MOVE ZERO TO WS-CTL-IDX.
           PERFORM VARYING WS-CC FROM 1 BY 1 UNTIL WS-CC > WS-NCTL
              IF TB-CTL-LINEA(WS-CC) = WS-LINEA
                 MOVE WS-CC TO WS-CTL-IDX
              END-IF
           END-PERFORM.
           IF WS-CTL-IDX > ZERO
              GO TO FIN-BUSCA-CONTROL
           END-IF.
           IF WS-NCTL >= 100
              DISPLAY "|VIGIAERROR|TABLA|" WS-LINEA "|" UPON SYSOUT
              GO TO FIN-BUSCA-CONTROL
           END-IF.
           ADD 1 TO WS-NCTL.
           MOVE WS-NCTL TO WS-CTL-IDX.
           MOVE WS-LINEA TO TB-CTL-LINEA(WS-CTL-IDX).
           MOVE SPACES TO TB-CTL-ESTADO(WS-CTL-IDX).
           MOVE ZERO TO TB-CTL-TAMANIO(WS-CTL-IDX).
           MOVE WS-HORA-TXT TO TB-CTL-HORA(WS-CTL-IDX).
           MOVE WS-E-HASTA TO TB-CTL-HASTA(WS-CTL-IDX).
           MOVE WS-E-RAIZ TO TB-CTL-RAIZ(WS-CTL-IDX).
           MOVE WS-E-PATRON TO TB-CTL-PATRON(WS-CTL-IDX).
           MOVE SPACES TO TB-CTL-RUTA(WS-CTL-IDX).
       FIN-BUSCA-CONTROL.

       GRABA-CONTROL.
           IF WS-NCTL = ZERO
              GO TO FIN-GRABA-CONTROL
           END-IF.
           OPEN OUTPUT CONTROL-DIA.
           IF WS-CONTROL-ESTADO NOT = "00"
              DISPLAY "|VIGIAERROR|NOCONTROL|" WS-CONTROL-PATH "|"
                      UPON SYSOUT
              GO TO FIN-GRABA-CONTROL
           END-IF.
           PERFORM VARYING WS-CC FROM 1 BY 1 UNTIL WS-CC > WS-NCTL
              MOVE SPACES TO REG-CONTROL
              MOVE TB-CTL-LINEA(WS-CC)   TO CTL-LINEA
              MOVE TB-CTL-ESTADO(WS-CC)  TO CTL-ESTADO
              MOVE TB-CTL-TAMANIO(WS-CC) TO CTL-TAMANIO
              MOVE TB-CTL-HORA(WS-CC)    TO CTL-HORA
              MOVE TB-CTL-HASTA(WS-CC)   TO CTL-HASTA
              MOVE TB-CTL-RAIZ(WS-CC)    TO CTL-RAIZ
              MOVE TB-CTL-PATRON(WS-CC)  TO CTL-PATRON
              MOVE TB-CTL-RUTA(WS-CC)    TO CTL-RUTA
              WRITE REG-CONTROL
           END-PERFORM.
           CLOSE CONTROL-DIA.
       FIN-GRABA-CONTROL.

       CALENDARIO SECTION.
      *    ZELLER SOBRE LA FECHA DE HOY, IGUAL QUE PRULANZA.
       CALCULA-DIA-SEMANA.
           MOVE WS-FECHA TO WS-FECHA-Z.
           IF WS-MES-Z < 3
              ADD 12 TO WS-MES-Z
              SUBTRACT 1 FROM WS-ANO-Z
           END-IF.
           DIVIDE WS-ANO-Z BY 100 GIVING WS-Z-J REMAINDER WS-Z-K.
           COMPUTE WS-Z-T = WS-DIA-Z
                   + (13 * (WS-MES-Z + 1)) / 5
                   + WS-Z-K + WS-Z-K / 4 + WS-Z-J / 4
                   + 5 * WS-Z-J.
           DIVIDE WS-Z-T BY 7 GIVING WS-Z-T REMAINDER WS-Z-H.
           COMPUTE WS-DIA-IDX = WS-Z-H + 5.
           IF WS-DIA-IDX > 6
              SUBTRACT 7 FROM WS-DIA-IDX
           END-IF.
           ADD 1 TO WS-DIA-IDX.
           MOVE TB-DIAS-LETRAS(WS-DIA-IDX:1) TO WS-DIA-LETRA.
       FIN-CALCULA-DIA-SEMANA.

       PLANES SECTION.
      *    MISMO BUCLE QUE EL EJECUTA-PLAN DE PRULANZA: STOP ABANDONA
      *    EL PLAN Y CUALQUIER OTRA COSA SIGUE.
       EJECUTA-PLAN.
           MOVE SPACES TO WS-PLAN-PATH.
           MOVE WS-E-DATO1 TO WS-PLAN-PATH.
           OPEN INPUT PLAN-CTL.
           IF WS-PLAN-ESTADO NOT = "00"
              DISPLAY "|VIGIAERROR|NOPLAN|" WS-PLAN-PATH "|"
                      UPON SYSOUT
              SET DISPARO-FALLO TO TRUE
              GO TO FIN-EJECUTA-PLAN
           END-IF.
           MOVE ZEROES TO WS-PLAN-NPASO.
       LEYENDO-PLAN.
           READ PLAN-CTL
               AT END
                  GO TO CIERRA-PLAN
           END-READ.
           IF REG-PLAN-CTL = SPACES OR REG-PLAN-CTL(1:1) = ":"
              GO TO LEYENDO-PLAN
           END-IF.
           MOVE SPACES TO WS-PLAN-PROG WS-PLAN-PARAMS WS-PLAN-ONERROR.
           UNSTRING REG-PLAN-CTL DELIMITED BY ";" INTO
                 WS-PLAN-PROG
                 WS-PLAN-PARAMS
                 WS-PLAN-ONERROR
           END-UNSTRING.
           ADD 1 TO WS-PLAN-NPASO.
           MOVE "N" TO WS-PLAN-FALLO.
           MOVE ZERO TO WS-PLAN-RC.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-PLAN-PROG USING WS-PLAN-PARAMS
               ON EXCEPTION
                  SET PLAN-FALLO TO TRUE
           END-CALL.
           IF NOT PLAN-FALLO
              MOVE RETURN-CODE TO WS-PLAN-RC
              IF WS-PLAN-RC NOT = ZERO
                 SET PLAN-FALLO TO TRUE
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF PLAN-FALLO
              SET DISPARO-FALLO TO TRUE
              MOVE WS-PLAN-RC TO WS-DISPARO-RC
              PERFORM ANOTA-PASO-INCIDENCIA
                 THRU FIN-ANOTA-PASO-INCIDENCIA
              IF WS-PLAN-ONERROR = "STOP"
                 GO TO CIERRA-PLAN
              END-IF
           END-IF.
           GO TO LEYENDO-PLAN.
       CIERRA-PLAN.
           CLOSE PLAN-CTL.
       FIN-EJECUTA-PLAN.

      *    MISMO VINCULO QUE HACEN PRULANZA Y EL PLA DE SRU CON UN
      *    PASO FALLIDO.
       ANOTA-PASO-INCIDENCIA.
           MOVE SPACES TO WS-INC-ID WS-INC-DETALLE.
           MOVE WS-PLAN-RC TO WS-INC-RC.
           STRING WS-PLAN-PROG DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-PLAN-PATH DELIMITED BY SPACE
                  ";" WS-PLAN-NPASO ";" WS-INC-RC
                  DELIMITED BY SIZE
                  INTO WS-INC-DETALLE
           END-STRING.
           CALL "PRUINCID" USING WS-INC-ACCION WS-INC-ID
                                 WS-INC-DETALLE
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
       FIN-ANOTA-PASO-INCIDENCIA.

       ENCOLADO SECTION.
      *    tipo PROG DEJA EL PROGRAMA EN SRU-COLA.DAT CON EL MISMO
      *    CONTADOR DE IDS QUE SRU Y PRULANZA. SIN dato2 EL PARAMETRO
      *    ES EL NOMBRE dd_ DEL FICHERO LLEGADO (RAIZ SIN "dd_" MAS EL
      *    NOMBRE), EL MISMO QUE SE TECLEARIA EN UNA SESION.
       ENCOLA-PROGRAMA.
           MOVE SPACES TO WS-COLA-PATH.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP "SRU-COLA.DAT"
                     DELIMITED BY SPACE
                     INTO WS-COLA-PATH
              END-STRING
           ELSE
              MOVE "SRU-COLA.DAT" TO WS-COLA-PATH
           END-IF.
           OPEN I-O COLA.
           IF WS-COLA-ESTADO NOT = "00"
              OPEN OUTPUT COLA
              IF WS-COLA-ESTADO NOT = "00"
                 SET DISPARO-FALLO TO TRUE
                 GO TO FIN-ENCOLA-PROGRAMA
              END-IF
              CLOSE COLA
              OPEN I-O COLA
              IF WS-COLA-ESTADO NOT = "00"
                 SET DISPARO-FALLO TO TRUE
                 GO TO FIN-ENCOLA-PROGRAMA
              END-IF
           END-IF.
           MOVE ZEROES TO JOB-ID.
           READ COLA
               INVALID KEY
                  MOVE SPACES TO REG-COLA-CONTROL
                  MOVE ZEROES TO JBC-ID
                  MOVE ZEROES TO JBC-ULTIMO
                  WRITE REG-COLA-CONTROL
           END-READ.
           MOVE JBC-ULTIMO TO WS-JOB-SIGUIENTE.
           ADD 1 TO WS-JOB-SIGUIENTE.
           MOVE WS-JOB-SIGUIENTE TO JBC-ULTIMO.
           REWRITE REG-COLA-CONTROL.
           MOVE WS-JOB-SIGUIENTE TO JOB-ID.
           MOVE "Q" TO JOB-ESTADO.
           MOVE ZEROES TO JOB-RC.
           MOVE WS-E-DATO1 TO JOB-PROGRAMA.
           IF WS-E-DATO2 NOT = SPACES
              MOVE WS-E-DATO2 TO JOB-PARAMS
           ELSE
              PERFORM BUSCA-BASE THRU FIN-BUSCA-BASE
              MOVE SPACES TO WS-NOMBRE-DD
              STRING WS-E-RAIZ(4:7) DELIMITED BY SPACE
                     "/" DELIMITED BY SIZE
                     WS-FICHERO(WS-BASEPOS + 1:) DELIMITED BY SPACE
                     INTO WS-NOMBRE-DD
              END-STRING
              MOVE WS-NOMBRE-DD TO JOB-PARAMS
           END-IF.
           MOVE WS-FECHA TO JOB-FECHA.
           ACCEPT JOB-HORA FROM TIME.
           MOVE ZEROES TO JOB-DEPENDE.
           WRITE REG-COLA
               INVALID KEY
                  SET DISPARO-FALLO TO TRUE
           END-WRITE.
           CLOSE COLA.
           DISPLAY "|VIGIAENCOLADO|" WS-JOB-SIGUIENTE "|"
                   UPON SYSOUT.
       FIN-ENCOLA-PROGRAMA.

       BUSCA-BASE.
           MOVE ZERO TO WS-BASEPOS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 256
              IF WS-FIB(WS-K) = "/"
                 MOVE WS-K TO WS-BASEPOS
              END-IF
              IF WS-FIB(WS-K) = " "
                 MOVE 256 TO WS-K
              END-IF
           END-PERFORM.
       FIN-BUSCA-BASE.

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
           MOVE WS-COD-ENTRANTE TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
           MOVE SPACES TO ALR-FICHERO.
           STRING "FALTA " DELIMITED BY SIZE
                  WS-E-RAIZ DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-E-PATRON DELIMITED BY SPACE
                  " HASTA " WS-E-HASTA DELIMITED BY SIZE
                  INTO ALR-FICHERO
           END-STRING.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
       FIN-ANOTA-ALERTA.
