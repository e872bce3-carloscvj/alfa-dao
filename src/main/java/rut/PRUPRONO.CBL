       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUPRONO.
       AUTHOR.        CVJ.
       SECURITY.      PRONOSTICO DE FIN DE LA CADENA NOCTURNA: TOMA LO
                      QUE QUEDA POR CORRER ESTA NOCHE (LOS TRABAJOS
                      EN COLA DE SRU-COLA.DAT Y LAS RANURAS DE
                      LANZADOR.PLN QUE AUN NO SE HAN DISPARADO, CON
                      LOS PASOS DE SUS PLANES), ESTIMA CADA PASO CON
                      LA MEDIA DE SUS LINEAS |TIEMPO:programa| EN LOS
                      ALMACENES MENSUALES DE PRUMES Y PROYECTA A QUE
                      HORA SE ALCANZARA CADA HITO DE PRUSLA.POL. UN
                      HITO CUYA PREVISION PASA DE SU LIMITE SE AVISA
                      CON |PRONOAVISO| Y UNA ALERTA PENDIENTE EN
                      ALERTAS.DAT, UNA SOLA VEZ POR NOCHE. HASTA AHORA
                      PRUSLA SOLO DECIA QUE UN HITO SE HABIA PERDIDO
                      CUANDO YA ERA TARDE.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. LA NOCHE VA
*********************               DESDE AHORA (O PRUPRONOHORA, HHMM)
*********************               HASTA PRUPRONOHASTA (0800 SI NO SE
*********************               FIJA); PASADA ESA HORA, LA NOCHE
*********************               ES LA SIGUIENTE Y ENTRAN LAS
*********************               RANURAS DE MAÑANA ANTERIORES AL
*********************               CORTE. LOS PASOS CORREN UNO DETRAS
*********************               DE OTRO, PRIMERO LA COLA Y LUEGO
*********************               LAS RANURAS POR HORA; UNA RANURA
*********************               NO EMPIEZA ANTES DE SU HORA. UN
*********************               PROGRAMA SIN HISTORIA SE ESTIMA
*********************               EN PRUPRONODEFECTO SEGUNDOS (300
*********************               SI NO SE FIJA). EL PLAN QUE UNA
*********************               SESION ESTE EJECUTANDO A MANO NO
*********************               ENTRA EN LA CUENTA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALMACEN
                  ASSIGN TO DYNAMIC WS-AUDIT-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AUD-CLAVE
                  FILE STATUS IS WS-AUDIT-ESTADO.

           SELECT HORARIO
                  ASSIGN TO DYNAMIC WS-HORARIO-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HORARIO-ESTADO.

           SELECT DISPARADOS
                  ASSIGN TO DYNAMIC WS-DISPARADOS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DISPARADOS-ESTADO.

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

           SELECT POLITICA
                  ASSIGN TO DYNAMIC WS-POLITICA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POLITICA-ESTADO.

           SELECT AVISADOS
                  ASSIGN TO DYNAMIC WS-AVISADOS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AVISADOS-ESTADO.

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

      *    MISMO LAYOUT QUE EL ALMACEN MENSUAL DE PRUMES.
       FD  ALMACEN.
       01  REG-ALMACEN.
           03 AUD-CLAVE.
              05 AUD-TS       PIC X(17).
              05 AUD-USUARIO  PIC X(15).
              05 AUD-SEQ      PIC 9(5).
           03 AUD-ORIGEN      PIC X(8).
           03 AUD-LINEA       PIC X(250).

       FD  HORARIO.
       01  REG-HORARIO       PIC X(256).

       FD  DISPARADOS.
       01  REG-DISPARADOS    PIC X(10).

       FD  PLAN-CTL.
       01  REG-PLAN-CTL      PIC X(256).

      *    MISMO LAYOUT DE COLA QUE MANTIENE SRU EN SRU-COLA.DAT, CON
      *    EL REGISTRO 0 COMO CONTADOR DE IDS.
       FD  COLA.
       01  REG-COLA.
           03 JOB-ID         PIC 9(6).
           03 JOB-ESTADO     PIC X.
              88 JOB-PENDIENTE   VALUE "Q" "R".
           03 JOB-RC         PIC 9(5).
           03 JOB-PROGRAMA   PIC X(32).
           03 JOB-PARAMS     PIC X(128).
           03 JOB-FECHA      PIC X(8).
           03 JOB-HORA       PIC X(8).
           03 JOB-DEPENDE    PIC 9(6).

       FD  POLITICA.
       01  REG-POLITICA      PIC X(160).

       FD  AVISADOS.
       01  REG-AVISADOS      PIC X(20).

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

       77  PROG              PIC X(20) VALUE "PRUPRONO".
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-DD-TMP         PIC X(128).
       77  WS-AUDIT-PATH     PIC X(200).
       77  WS-AUDIT-ESTADO   PIC XX.
       77  WS-HORARIO-PATH   PIC X(200).
       77  WS-HORARIO-ESTADO PIC XX.
       77  WS-DISPARADOS-PATH PIC X(200).
       77  WS-DISPARADOS-ESTADO PIC XX.
       77  WS-PLAN-PATH      PIC X(200).
       77  WS-PLAN-ESTADO    PIC XX.
       77  WS-COLA-PATH      PIC X(200).
       77  WS-COLA-ESTADO    PIC XX.
       77  WS-POLITICA-PATH  PIC X(200).
       77  WS-POLITICA-ESTADO PIC XX.
       77  WS-AVISADOS-PATH  PIC X(200).
       77  WS-AVISADOS-ESTADO PIC XX.
       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-COD-PRONO      PIC XX VALUE "9T".

      *    FECHAS: HOY, LA NOCHE QUE SE PREVE (HOY O MAÑANA, SEGUN LA
      *    HORA DE CORTE) Y EL MES ANTERIOR PARA SU ALMACEN.
       77  WS-HOY            PIC X(8).
       01  WS-FECHA.
           03 WS-ANO         PIC 9(4).
           03 WS-MES         PIC 9(2).
           03 WS-DIA         PIC 9(2).
       77  WS-NOCHE          PIC X(8).
       01  WS-MES-ANT.
           03 WS-ANO-ANT     PIC 9(4).
           03 WS-MES-ANT-N   PIC 9(2).
       77  WS-RESTO4         PIC 9(4).

      *    DIAS DE CADA MES, PARA AVANZAR UN DIA CON CAMBIO DE MES Y
      *    DE AÑO - MISMO PATRON QUE PRUDIARIO.
       01  TB-DIAS-MES-DATA.
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "28".
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "30".
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "30".
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "30".
           03 FILLER         PIC X(2) VALUE "31".
           03 FILLER         PIC X(2) VALUE "30".
           03 FILLER         PIC X(2) VALUE "31".
       01  TB-DIAS-MES REDEFINES TB-DIAS-MES-DATA.
           03 TB-DIAS        PIC 99 OCCURS 12.
       77  WS-DIAS-MES       PIC 99.

      *    DIA DE LA SEMANA POR ZELLER, CON EL MISMO CONVENIO DE
      *    LETRAS LMXJVSD QUE USA EL HORARIO DE PRULANZA.
       01  WS-FECHA-Z.
           03 WS-ANO-Z       PIC 9(4).
           03 WS-MES-Z       PIC 9(2).
           03 WS-DIA-Z       PIC 9(2).
       77  WS-Z-K            PIC 9(4).
       77  WS-Z-J            PIC 9(4).
       77  WS-Z-H            PIC 9(5).
       77  WS-Z-T            PIC 9(7).
       77  WS-DIA-IDX        PIC 99.
       77  WS-LETRA-HOY      PIC X.
       77  WS-LETRA-MAN      PIC X.
       01  TB-DIAS-LETRAS    PIC X(7) VALUE "LMXJVSD".

      *    RELOJ DE LA PREVISION: SEGUNDOS DESDE LAS 00:00 DE HOY; LO
      *    QUE PASA DE 1440 MINUTOS ES YA DE MAÑANA.
       01  WS-HORA-ACT.
           03 WS-HH-ACT      PIC 9(2).
           03 WS-MM-ACT      PIC 9(2).
           03 FILLER         PIC X(4).
       77  WS-HORA-TXT       PIC X(4).
       77  WS-HASTA-TXT      PIC X(4) VALUE "0800".
       77  WS-AHORA-MIN      PIC 9(5).
       77  WS-HASTA-MIN      PIC 9(5).
       77  WS-CORTE-MIN      PIC 9(5).
       77  WS-CRUZA          PIC X VALUE "N".
           88 NOCHE-SIGUIENTE VALUE "S".
       77  WS-RELOJ          PIC 9(7).
       77  WS-INICIO-SEG     PIC 9(7).
       77  WS-NUM-HH         PIC 99.
       77  WS-NUM-MM         PIC 99.
       77  WS-MARGEN-TXT     PIC X(5).
       77  WS-MARGEN         PIC 9(5) VALUE 30.
       77  WS-DEFECTO-TXT    PIC X(5).
       77  WS-DEFECTO        PIC 9(5) VALUE 300.

      *    HORA HHMM PARA LOS LISTADOS, CON "+1" SI CAE MAÑANA.
       77  WS-F-MIN          PIC 9(5).
       01  WS-F-TXT.
           03 WS-F-HH        PIC 99.
           03 WS-F-MM        PIC 99.
           03 WS-F-DIA       PIC XX.
       77  WS-TXT-DESDE      PIC X(6).
       77  WS-TXT-HASTA      PIC X(6).
       77  WS-TXT-INICIO     PIC X(6).
       77  WS-TXT-FIN        PIC X(6).
       77  WS-TXT-LIMITE     PIC X(6).

      *    MEDIAS POR PROGRAMA SACADAS DE LOS ALMACENES MENSUALES.
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
       77  II                PIC 999.

      *    RANURAS PENDIENTES DE LA NOCHE (HORA EN MINUTOS DESDE LAS
      *    00:00 DE HOY) Y LO YA DISPARADO HOY SEGUN PRULANZA.
       77  WS-LINEA          PIC 9(5) VALUE ZEROES.
       01  TB-HECHAS.
           03 TB-HECHA       PIC 9(5) OCCURS 200.
       77  WS-NHECHAS        PIC 999 VALUE ZERO.
       77  WS-YA-HECHA       PIC X.
           88 RANURA-HECHA   VALUE "S".
       77  WS-R-HORA         PIC X(4).
       77  WS-R-DIAS         PIC X(7).
       77  WS-R-TIPO         PIC X(4).
       01  WS-R-DATO1        PIC X(128).
       77  WS-R-MIN          PIC 9(5).
       77  WS-DIA-CONT       PIC 999.
       01  TB-RANURAS.
           03 TB-RAN-O       OCCURS 200.
              05 TB-RAN-MIN   PIC 9(5).
              05 TB-RAN-TIPO  PIC X(4).
              05 TB-RAN-DATO1 PIC X(128).
              05 TB-RAN-USADA PIC X.
       77  WS-RAN-N          PIC 999 VALUE ZERO.
       77  WS-RAN-SIG        PIC 999.
       77  WS-RAN-MENOR      PIC 9(5).

      *    PASOS PREVISTOS, EN EL ORDEN EN QUE CORRERAN.
       77  WS-P-PROG         PIC X(32).
       77  WS-P-ORIGEN       PIC X(4).
       77  WS-P-EN-PLAN      PIC X.
       77  WS-P-SEGS         PIC 9(5).
       77  WS-P-FUENTE       PIC X(7).
       01  TB-PASOS.
           03 TB-PAS-O       OCCURS 500.
              05 TB-PAS-PROG  PIC X(32).
              05 TB-PAS-FIN   PIC 9(5).
              05 TB-PAS-PLAN  PIC X.
       77  WS-PAS-N          PIC 999 VALUE ZERO.
       77  WS-PLAN-PROG      PIC X(32).

      *    HITOS DE PRUSLA.POL.
       77  WS-H-HITO         PIC X(20).
       77  WS-H-LIMITE       PIC X(4).
       77  WS-H-TIPO         PIC X(8).
       77  WS-H-DATO         PIC X(20).
       77  WS-H-ESTADO       PIC X(12).
       77  WS-H-PROG         PIC X(32).
       77  WS-LIM-MIN        PIC 9(5).
       77  WS-PREV-MIN       PIC 9(5).
       77  WS-HAY-PREV       PIC X.
       77  WS-RETRASO        PIC 9(5).
       01  TB-AVISADOS.
           03 TB-AVISADO     PIC X(20) OCCURS 100.
       77  WS-NAVISADOS      PIC 999 VALUE ZERO.
       77  WS-YA-AVISADO     PIC X.

       77  WS-PASOS-COLA     PIC 9(5) VALUE ZEROES.
       77  WS-HITOS          PIC 9(3) VALUE ZEROES.
       77  WS-EN-PLAZO       PIC 9(3) VALUE ZEROES.
       77  WS-EN-RIESGO      PIC 9(3) VALUE ZEROES.
       77  WS-SIN-PEND       PIC 9(3) VALUE ZEROES.
       01  WS-PRONO-RESP     PIC X(300).

       PROCEDURE DIVISION.

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
           COMPUTE WS-AHORA-MIN = WS-HH-ACT * 60 + WS-MM-ACT.
           MOVE SPACES TO WS-HORA-TXT.
           DISPLAY "PRUPRONOHORA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-HORA-TXT FROM ENVIRONMENT-VALUE.
           IF WS-HORA-TXT IS NUMERIC
              MOVE WS-HORA-TXT(1:2) TO WS-NUM-HH
              MOVE WS-HORA-TXT(3:2) TO WS-NUM-MM
              COMPUTE WS-AHORA-MIN = WS-NUM-HH * 60 + WS-NUM-MM
           END-IF.

           MOVE SPACES TO WS-HORA-TXT.
           DISPLAY "PRUPRONOHASTA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-HORA-TXT FROM ENVIRONMENT-VALUE.
           IF WS-HORA-TXT IS NUMERIC
              MOVE WS-HORA-TXT TO WS-HASTA-TXT
           END-IF.
           MOVE WS-HASTA-TXT(1:2) TO WS-NUM-HH.
           MOVE WS-HASTA-TXT(3:2) TO WS-NUM-MM.
           COMPUTE WS-HASTA-MIN = WS-NUM-HH * 60 + WS-NUM-MM.

           MOVE SPACES TO WS-DEFECTO-TXT.
           DISPLAY "PRUPRONODEFECTO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DEFECTO-TXT FROM ENVIRONMENT-VALUE.
           IF WS-DEFECTO-TXT NOT = SPACES AND
              WS-DEFECTO-TXT NOT = LOW-VALUES
              MOVE WS-DEFECTO-TXT TO WS-DEFECTO
           END-IF.
           MOVE SPACES TO WS-MARGEN-TXT.
           DISPLAY "PRULANZAMARGEN" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MARGEN-TXT FROM ENVIRONMENT-VALUE.
           IF WS-MARGEN-TXT NOT = SPACES AND
              WS-MARGEN-TXT NOT = LOW-VALUES
              MOVE WS-MARGEN-TXT TO WS-MARGEN
           END-IF.

      *    PASADA LA HORA DE CORTE, LA NOCHE QUE INTERESA ES LA QUE
      *    EMPIEZA HOY Y TERMINA MAÑANA A ESA HORA.
           MOVE WS-HOY TO WS-FECHA.
           IF WS-AHORA-MIN >= WS-HASTA-MIN
              SET NOCHE-SIGUIENTE TO TRUE
              COMPUTE WS-CORTE-MIN = WS-HASTA-MIN + 1440
              PERFORM AVANZA-UN-DIA THRU FIN-AVANZA-UN-DIA
           ELSE
              MOVE WS-HASTA-MIN TO WS-CORTE-MIN
           END-IF.
           MOVE WS-FECHA TO WS-NOCHE.
           PERFORM CALCULA-DIA-SEMANA THRU FIN-CALCULA-DIA-SEMANA.
           COMPUTE WS-RELOJ = WS-AHORA-MIN * 60.

           MOVE WS-AHORA-MIN TO WS-F-MIN.
           PERFORM FORMATEA-HORA THRU FIN-FORMATEA-HORA.
           MOVE WS-F-TXT TO WS-TXT-DESDE.
           MOVE WS-CORTE-MIN TO WS-F-MIN.
           PERFORM FORMATEA-HORA THRU FIN-FORMATEA-HORA.
           MOVE WS-F-TXT TO WS-TXT-HASTA.
           MOVE SPACES TO WS-PRONO-RESP.
           STRING "|PRONO|NOCHE:" WS-NOCHE
                  "|DESDE:" DELIMITED BY SIZE
                  WS-TXT-DESDE DELIMITED BY SPACE
                  "|HASTA:" DELIMITED BY SIZE
                  WS-TXT-HASTA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-PRONO-RESP
           END-STRING.
           DISPLAY WS-PRONO-RESP UPON SYSOUT.
       PROCESOS.
           PERFORM CARGA-MEDIAS THRU FIN-CARGA-MEDIAS.
           PERFORM CARGA-DISPARADOS THRU FIN-CARGA-DISPARADOS.
           PERFORM CARGA-RANURAS THRU FIN-CARGA-RANURAS.
           PERFORM PREVE-COLA THRU FIN-PREVE-COLA.
           PERFORM PREVE-RANURAS THRU FIN-PREVE-RANURAS.
           PERFORM CARGA-AVISADOS THRU FIN-CARGA-AVISADOS.
           PERFORM PREVE-HITOS THRU FIN-PREVE-HITOS.

           COMPUTE WS-F-MIN = (WS-RELOJ + 59) / 60.
           PERFORM FORMATEA-HORA THRU FIN-FORMATEA-HORA.
           MOVE WS-F-TXT TO WS-TXT-FIN.
           MOVE SPACES TO WS-PRONO-RESP.
           STRING "|PRONOFIN|PASOS:" WS-PAS-N
                  "|HITOS:" WS-HITOS
                  "|ENPLAZO:" WS-EN-PLAZO
                  "|RIESGO:" WS-EN-RIESGO
                  "|SINPENDIENTE:" WS-SIN-PEND
                  "|FINCADENA:" DELIMITED BY SIZE
                  WS-TXT-FIN DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-PRONO-RESP
           END-STRING.
           DISPLAY WS-PRONO-RESP UPON SYSOUT.
       FIN-PROCESOS.
           MOVE ZERO TO RETURN-CODE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CALENDARIO SECTION.
       AVANZA-UN-DIA.
      *    SUMA UN DIA A WS-FECHA CON CAMBIO DE MES Y DE AÑO; FEBRERO
      *    BISIESTO CON LA REGLA SIMPLE DE DIVISIBLE ENTRE CUATRO.
           MOVE TB-DIAS(WS-MES) TO WS-DIAS-MES.
           IF WS-MES = 2
              DIVIDE WS-ANO BY 4 GIVING WS-RESTO4
                     REMAINDER WS-RESTO4
              IF WS-RESTO4 = ZERO
                 MOVE 29 TO WS-DIAS-MES
              END-IF
           END-IF.
           IF WS-DIA < WS-DIAS-MES
              ADD 1 TO WS-DIA
           ELSE
              MOVE 1 TO WS-DIA
              IF WS-MES < 12
                 ADD 1 TO WS-MES
              ELSE
                 MOVE 1 TO WS-MES
                 ADD 1 TO WS-ANO
              END-IF
           END-IF.
       FIN-AVANZA-UN-DIA.

      *    ZELLER SOBRE LA FECHA DE HOY, COMO EN PRULANZA; LA LETRA DE
      *    MAÑANA ES LA SIGUIENTE DE LMXJVSD.
       CALCULA-DIA-SEMANA.
           MOVE WS-HOY TO WS-FECHA-Z.
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
           MOVE TB-DIAS-LETRAS(WS-DIA-IDX:1) TO WS-LETRA-HOY.
           ADD 1 TO WS-DIA-IDX.
           IF WS-DIA-IDX > 7
              MOVE 1 TO WS-DIA-IDX
           END-IF.
           MOVE TB-DIAS-LETRAS(WS-DIA-IDX:1) TO WS-LETRA-MAN.
       FIN-CALCULA-DIA-SEMANA.

       FORMATEA-HORA.
           MOVE SPACES TO WS-F-DIA.
           IF WS-F-MIN >= 1440
              SUBTRACT 1440 FROM WS-F-MIN
              MOVE "+1" TO WS-F-DIA
           END-IF.
           IF WS-F-MIN >= 1440
              MOVE 1439 TO WS-F-MIN
           END-IF.
           DIVIDE WS-F-MIN BY 60 GIVING WS-F-HH REMAINDER WS-F-MM.
       FIN-FORMATEA-HORA.

       MEDIAS SECTION.
      *    LAS MEDIAS SALEN DEL ALMACEN DEL MES EN CURSO Y DEL
      *    ANTERIOR (EL DEL MES EN CURSO SUELE NO EXISTIR HASTA QUE
      *    PRUMES LO CONSOLIDA); UN ALMACEN QUE FALTA NO ES ERROR.
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
           MOVE SPACES TO WS-PRONO-RESP.
           STRING "|PRONOMEDIAS|PROGRAMAS:" WS-MED-N
                  "|DEFECTO:" WS-DEFECTO "|"
                  DELIMITED BY SIZE
                  INTO WS-PRONO-RESP
           END-STRING.
           DISPLAY WS-PRONO-RESP UPON SYSOUT.
       FIN-CARGA-MEDIAS.

      *    MISMO TROCEO DE |TIEMPO:programa|RC:n|SEGUNDOS:s| QUE EL
      *    CARGA-MEDIAS-MES DE PRUDIARIO.
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

       BUSCA-MEDIA.
           MOVE WS-DEFECTO TO WS-P-SEGS.
           MOVE "DEFECTO" TO WS-P-FUENTE.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-MED-N
              IF TB-MED-PROG(II) = WS-P-PROG AND
                 TB-MED-CONT(II) > ZEROES
                 COMPUTE WS-P-SEGS =
                         TB-MED-SEGS(II) / TB-MED-CONT(II)
                 MOVE "MEDIA" TO WS-P-FUENTE
              END-IF
           END-PERFORM.
       FIN-BUSCA-MEDIA.

      *    UN PASO CORRE EN CUANTO ACABA EL ANTERIOR; SE APUNTA SU
      *    HORA DE FIN (EN MINUTOS, REDONDEANDO HACIA ARRIBA) PARA LOS
      *    HITOS.
       PREVE-PASO.
           PERFORM BUSCA-MEDIA THRU FIN-BUSCA-MEDIA.
           MOVE WS-RELOJ TO WS-INICIO-SEG.
           ADD WS-P-SEGS TO WS-RELOJ.
           IF WS-PAS-N < 500
              ADD 1 TO WS-PAS-N
              MOVE WS-P-PROG TO TB-PAS-PROG(WS-PAS-N)
              COMPUTE TB-PAS-FIN(WS-PAS-N) = (WS-RELOJ + 59) / 60
              MOVE WS-P-EN-PLAN TO TB-PAS-PLAN(WS-PAS-N)
           END-IF.
           COMPUTE WS-F-MIN = WS-INICIO-SEG / 60.
           PERFORM FORMATEA-HORA THRU FIN-FORMATEA-HORA.
           MOVE WS-F-TXT TO WS-TXT-INICIO.
           COMPUTE WS-F-MIN = (WS-RELOJ + 59) / 60.
           PERFORM FORMATEA-HORA THRU FIN-FORMATEA-HORA.
           MOVE WS-F-TXT TO WS-TXT-FIN.
           MOVE SPACES TO WS-PRONO-RESP.
           STRING "|PRONOPASO|" DELIMITED BY SIZE
                  WS-P-ORIGEN DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-P-PROG DELIMITED BY SPACE
                  "|INICIO:" DELIMITED BY SIZE
                  WS-TXT-INICIO DELIMITED BY SPACE
                  "|FIN:" DELIMITED BY SIZE
                  WS-TXT-FIN DELIMITED BY SPACE
                  "|SEGUNDOS:" WS-P-SEGS "|" DELIMITED BY SIZE
                  WS-P-FUENTE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-PRONO-RESP
           END-STRING.
           DISPLAY WS-PRONO-RESP UPON SYSOUT.
       FIN-PREVE-PASO.

       PENDIENTES SECTION.
      *    LO QUE YA ESTA EN LA COLA (ESPERANDO O CORRIENDO) VA POR
      *    DELANTE DE CUALQUIER RANURA, EN ORDEN DE ID.
       PREVE-COLA.
           MOVE SPACES TO WS-COLA-PATH.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP "SRU-COLA.DAT"
                     DELIMITED BY SPACE
                     INTO WS-COLA-PATH
              END-STRING
           ELSE
              MOVE "SRU-COLA.DAT" TO WS-COLA-PATH
           END-IF.
           OPEN INPUT COLA.
           IF WS-COLA-ESTADO NOT = "00"
              GO TO FIN-PREVE-COLA
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
           IF NOT JOB-PENDIENTE
              GO TO LEYENDO-COLA
           END-IF.
           ADD 1 TO WS-PASOS-COLA.
           MOVE JOB-PROGRAMA TO WS-P-PROG.
           MOVE "COLA" TO WS-P-ORIGEN.
           MOVE "N" TO WS-P-EN-PLAN.
           PERFORM PREVE-PASO THRU FIN-PREVE-PASO.
           GO TO LEYENDO-COLA.
       CIERRA-COLA.
           CLOSE COLA.
       FIN-PREVE-COLA.

      *    EL CONTROL DEL DIA DE PRULANZA: NUMEROS DE LINEA YA
      *    DISPARADOS (O PERDIDOS) HOY.
       CARGA-DISPARADOS.
           MOVE SPACES TO WS-DISPARADOS-PATH.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP DELIMITED BY SPACE
                     "PRULANZA-" WS-HOY ".CTL"
                     DELIMITED BY SIZE
                     INTO WS-DISPARADOS-PATH
           ELSE
              STRING "PRULANZA-" WS-HOY ".CTL"
                     DELIMITED BY SIZE
                     INTO WS-DISPARADOS-PATH
           END-IF.
           OPEN INPUT DISPARADOS.
           IF WS-DISPARADOS-ESTADO NOT = "00"
              GO TO FIN-CARGA-DISPARADOS
           END-IF.
       LEYENDO-DISPARADOS.
           READ DISPARADOS
               AT END
                  GO TO CIERRA-DISPARADOS
           END-READ.
           IF REG-DISPARADOS(1:5) IS NUMERIC AND WS-NHECHAS < 200
              ADD 1 TO WS-NHECHAS
              MOVE REG-DISPARADOS(1:5) TO TB-HECHA(WS-NHECHAS)
           END-IF.
           GO TO LEYENDO-DISPARADOS.
       CIERRA-DISPARADOS.
           CLOSE DISPARADOS.
       FIN-CARGA-DISPARADOS.

      *    DE HOY ENTRA LO QUE TOCA HOY Y AUN NO SE HA DISPARADO: LO
      *    QUE VENCE MAS TARDE Y LO VENCIDO DENTRO DEL MARGEN DE
      *    PRULANZA, QUE SALTARA EN SU PROXIMA PASADA. SI LA NOCHE
      *    ACABA MAÑANA, ENTRA TAMBIEN LO DE MAÑANA HASTA EL CORTE.
       CARGA-RANURAS.
           MOVE SPACES TO WS-HORARIO-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/LANZADOR.PLN"
                     DELIMITED BY SPACE
                     INTO WS-HORARIO-PATH
              END-STRING
           ELSE
              MOVE "LANZADOR.PLN" TO WS-HORARIO-PATH
           END-IF.
           OPEN INPUT HORARIO.
           IF WS-HORARIO-ESTADO NOT = "00"
              DISPLAY "|PRONOERROR|SINHORARIO|" WS-HORARIO-PATH "|"
                      UPON SYSOUT
              GO TO FIN-CARGA-RANURAS
           END-IF.
       LEYENDO-HORARIO.
           READ HORARIO
               AT END
                  GO TO CIERRA-HORARIO
           END-READ.
           ADD 1 TO WS-LINEA.
           IF REG-HORARIO = SPACES OR REG-HORARIO(1:1) = "*"
              GO TO LEYENDO-HORARIO
           END-IF.
           MOVE SPACES TO WS-R-HORA WS-R-DIAS WS-R-TIPO WS-R-DATO1.
           UNSTRING REG-HORARIO DELIMITED BY ";" INTO
                 WS-R-HORA
                 WS-R-DIAS
                 WS-R-TIPO
                 WS-R-DATO1
           END-UNSTRING.
           IF WS-R-HORA(1:4) IS NOT NUMERIC
              GO TO LEYENDO-HORARIO
           END-IF.
           MOVE WS-R-HORA(1:2) TO WS-NUM-HH.
           MOVE WS-R-HORA(3:2) TO WS-NUM-MM.
           COMPUTE WS-R-MIN = WS-NUM-HH * 60 + WS-NUM-MM.

           MOVE ZEROES TO WS-DIA-CONT.
           INSPECT WS-R-DIAS TALLYING WS-DIA-CONT
                   FOR ALL WS-LETRA-HOY.
           IF (WS-R-DIAS = "*" OR WS-R-DIAS = SPACES OR
               WS-DIA-CONT > ZERO) AND WS-R-MIN <= WS-CORTE-MIN
              PERFORM BUSCA-DISPARADA THRU FIN-BUSCA-DISPARADA
              IF NOT RANURA-HECHA AND
                 (WS-R-MIN > WS-AHORA-MIN OR
                  WS-AHORA-MIN - WS-R-MIN <= WS-MARGEN)
                 PERFORM GUARDA-RANURA THRU FIN-GUARDA-RANURA
              END-IF
           END-IF.

           IF NOCHE-SIGUIENTE AND WS-R-MIN <= WS-HASTA-MIN
              MOVE ZEROES TO WS-DIA-CONT
              INSPECT WS-R-DIAS TALLYING WS-DIA-CONT
                      FOR ALL WS-LETRA-MAN
              IF WS-R-DIAS = "*" OR WS-R-DIAS = SPACES OR
                 WS-DIA-CONT > ZERO
                 ADD 1440 TO WS-R-MIN
                 PERFORM GUARDA-RANURA THRU FIN-GUARDA-RANURA
              END-IF
           END-IF.
           GO TO LEYENDO-HORARIO.
       CIERRA-HORARIO.
           CLOSE HORARIO.
       FIN-CARGA-RANURAS.

       BUSCA-DISPARADA.
           MOVE "N" TO WS-YA-HECHA.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NHECHAS
              IF TB-HECHA(II) = WS-LINEA
                 SET RANURA-HECHA TO TRUE
              END-IF
           END-PERFORM.
       FIN-BUSCA-DISPARADA.

       GUARDA-RANURA.
           IF WS-RAN-N >= 200
              GO TO FIN-GUARDA-RANURA
           END-IF.
           ADD 1 TO WS-RAN-N.
           MOVE WS-R-MIN TO TB-RAN-MIN(WS-RAN-N).
           MOVE WS-R-TIPO TO TB-RAN-TIPO(WS-RAN-N).
           MOVE WS-R-DATO1 TO TB-RAN-DATO1(WS-RAN-N).
           MOVE "N" TO TB-RAN-USADA(WS-RAN-N).
       FIN-GUARDA-RANURA.

      *    LAS RANURAS SE TOMAN POR HORA SACANDO CADA VEZ LA MENOR
      *    SIN USAR; NINGUNA EMPIEZA ANTES DE SU HORA.
       PREVE-RANURAS.
           MOVE ZERO TO WS-RAN-SIG.
           MOVE 99999 TO WS-RAN-MENOR.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-RAN-N
              IF TB-RAN-USADA(II) = "N" AND
                 TB-RAN-MIN(II) < WS-RAN-MENOR
                 MOVE TB-RAN-MIN(II) TO WS-RAN-MENOR
                 MOVE II TO WS-RAN-SIG
              END-IF
           END-PERFORM.
           IF WS-RAN-SIG = ZERO
              GO TO FIN-PREVE-RANURAS
           END-IF.
           MOVE "S" TO TB-RAN-USADA(WS-RAN-SIG).
           IF WS-RELOJ < TB-RAN-MIN(WS-RAN-SIG) * 60
              COMPUTE WS-RELOJ = TB-RAN-MIN(WS-RAN-SIG) * 60
           END-IF.
           MOVE TB-RAN-TIPO(WS-RAN-SIG) TO WS-P-ORIGEN.
           MOVE "N" TO WS-P-EN-PLAN.
           EVALUATE TB-RAN-TIPO(WS-RAN-SIG)
               WHEN "PLA"
                    PERFORM PREVE-PLAN THRU FIN-PREVE-PLAN
               WHEN "EOD"
                    MOVE "PRUEOD" TO WS-P-PROG
                    PERFORM PREVE-PASO THRU FIN-PREVE-PASO
               WHEN "PROG"
                    MOVE TB-RAN-DATO1(WS-RAN-SIG) TO WS-P-PROG
                    PERFORM PREVE-PASO THRU FIN-PREVE-PASO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           GO TO PREVE-RANURAS.
       FIN-PREVE-RANURAS.

      *    CADA PASO DEL PLAN (programa;parametros;accion-si-error)
      *    CUENTA COMO SI CORRIERA ENTERO; UN PLAN QUE SE PARE ANTES
      *    SOLO ADELANTA LA PREVISION.
       PREVE-PLAN.
           MOVE SPACES TO WS-PLAN-PATH.
           MOVE TB-RAN-DATO1(WS-RAN-SIG) TO WS-PLAN-PATH.
           OPEN INPUT PLAN-CTL.
           IF WS-PLAN-ESTADO NOT = "00"
              DISPLAY "|PRONOERROR|NOPLAN|" WS-PLAN-PATH "|"
                      UPON SYSOUT
              GO TO FIN-PREVE-PLAN
           END-IF.
           MOVE "S" TO WS-P-EN-PLAN.
       LEYENDO-PLAN.
           READ PLAN-CTL
               AT END
                  GO TO CIERRA-PLAN
           END-READ.
           IF REG-PLAN-CTL = SPACES OR REG-PLAN-CTL(1:1) = ":"
              GO TO LEYENDO-PLAN
           END-IF.
           MOVE SPACES TO WS-PLAN-PROG.
           UNSTRING REG-PLAN-CTL DELIMITED BY ";" INTO
                 WS-PLAN-PROG
           END-UNSTRING.
           MOVE WS-PLAN-PROG TO WS-P-PROG.
           PERFORM PREVE-PASO THRU FIN-PREVE-PASO.
           GO TO LEYENDO-PLAN.
       CIERRA-PLAN.
           CLOSE PLAN-CTL.
       FIN-PREVE-PLAN.

       HITOS SECTION.
      *    CADA HITO SE ALCANZA CUANDO ACABA EL ULTIMO PASO PREVISTO
      *    QUE LO PRODUCE: EOD CON PRUEOD, ACUSE CON PRUACUSE, RES CON
      *    SU PROGRAMA Y PLAN CON EL ULTIMO PASO DE PLAN. SI ESTA
      *    NOCHE NO QUEDA NADA QUE LO PRODUZCA, ES COSA DE PRUSLA.
       PREVE-HITOS.
           MOVE SPACES TO WS-POLITICA-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PRUSLA.POL"
                     DELIMITED BY SPACE
                     INTO WS-POLITICA-PATH
              END-STRING
           ELSE
              MOVE "PRUSLA.POL" TO WS-POLITICA-PATH
           END-IF.
           OPEN INPUT POLITICA.
           IF WS-POLITICA-ESTADO NOT = "00"
              DISPLAY "|PRONOERROR|SINPOLITICA|" WS-POLITICA-PATH "|"
                      UPON SYSOUT
              GO TO FIN-PREVE-HITOS
           END-IF.
       LEYENDO-POLITICA.
           READ POLITICA
               AT END
                  GO TO CIERRA-POLITICA
           END-READ.
           IF REG-POLITICA = SPACES OR REG-POLITICA(1:1) = "*"
              GO TO LEYENDO-POLITICA
           END-IF.
           MOVE SPACES TO WS-H-HITO WS-H-LIMITE WS-H-TIPO WS-H-DATO.
           UNSTRING REG-POLITICA DELIMITED BY ";" INTO
                 WS-H-HITO
                 WS-H-LIMITE
                 WS-H-TIPO
                 WS-H-DATO
           END-UNSTRING.
           IF WS-H-LIMITE IS NOT NUMERIC
              GO TO LEYENDO-POLITICA
           END-IF.
           ADD 1 TO WS-HITOS.
           PERFORM TRATA-HITO THRU FIN-TRATA-HITO.
           GO TO LEYENDO-POLITICA.
       CIERRA-POLITICA.
           CLOSE POLITICA.
       FIN-PREVE-HITOS.

       TRATA-HITO.
           MOVE WS-H-LIMITE(1:2) TO WS-NUM-HH.
           MOVE WS-H-LIMITE(3:2) TO WS-NUM-MM.
           COMPUTE WS-LIM-MIN = WS-NUM-HH * 60 + WS-NUM-MM.
           IF NOCHE-SIGUIENTE AND WS-LIM-MIN <= WS-HASTA-MIN
              ADD 1440 TO WS-LIM-MIN
           END-IF.
           MOVE SPACES TO WS-H-PROG.
           EVALUATE WS-H-TIPO
               WHEN "EOD"
                    MOVE "PRUEOD" TO WS-H-PROG
               WHEN "ACUSE"
                    MOVE "PRUACUSE" TO WS-H-PROG
               WHEN "RES"
                    MOVE WS-H-DATO TO WS-H-PROG
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           MOVE "N" TO WS-HAY-PREV.
           MOVE ZEROES TO WS-PREV-MIN.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-PAS-N
              IF (WS-H-TIPO = "PLAN" AND TB-PAS-PLAN(II) = "S") OR
                 (WS-H-PROG NOT = SPACES AND
                  TB-PAS-PROG(II) = WS-H-PROG)
                 MOVE "S" TO WS-HAY-PREV
                 IF TB-PAS-FIN(II) > WS-PREV-MIN
                    MOVE TB-PAS-FIN(II) TO WS-PREV-MIN
                 END-IF
              END-IF
           END-PERFORM.

           MOVE WS-LIM-MIN TO WS-F-MIN.
           PERFORM FORMATEA-HORA THRU FIN-FORMATEA-HORA.
           MOVE WS-F-TXT TO WS-TXT-LIMITE.
           MOVE SPACES TO WS-TXT-FIN.
           IF WS-HAY-PREV = "N"
              MOVE "SINPENDIENTE" TO WS-H-ESTADO
              ADD 1 TO WS-SIN-PEND
           ELSE
              MOVE WS-PREV-MIN TO WS-F-MIN
              PERFORM FORMATEA-HORA THRU FIN-FORMATEA-HORA
              MOVE WS-F-TXT TO WS-TXT-FIN
              IF WS-PREV-MIN <= WS-LIM-MIN
                 MOVE "ENPLAZO" TO WS-H-ESTADO
                 ADD 1 TO WS-EN-PLAZO
              ELSE
                 MOVE "RIESGO" TO WS-H-ESTADO
                 ADD 1 TO WS-EN-RIESGO
              END-IF
           END-IF.
           MOVE SPACES TO WS-PRONO-RESP.
           STRING "|PRONOHITO|" DELIMITED BY SIZE
                  WS-H-HITO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-H-ESTADO DELIMITED BY SPACE
                  "|LIMITE:" DELIMITED BY SIZE
                  WS-TXT-LIMITE DELIMITED BY SPACE
                  "|PREVISTA:" DELIMITED BY SIZE
                  WS-TXT-FIN DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-PRONO-RESP
           END-STRING.
           DISPLAY WS-PRONO-RESP UPON SYSOUT.
           IF WS-H-ESTADO = "RIESGO"
              PERFORM AVISA-RIESGO THRU FIN-AVISA-RIESGO
           END-IF.
       FIN-TRATA-HITO.

      *    EL AVISO SALE SIEMPRE EN PANTALLA; LA ALERTA, SOLO LA
      *    PRIMERA VEZ QUE EL HITO SE VE EN RIESGO ESA NOCHE.
       AVISA-RIESGO.
           COMPUTE WS-RETRASO = WS-PREV-MIN - WS-LIM-MIN.
           MOVE SPACES TO WS-PRONO-RESP.
           STRING "|PRONOAVISO|" DELIMITED BY SIZE
                  WS-H-HITO DELIMITED BY SPACE
                  "|LIMITE:" DELIMITED BY SIZE
                  WS-TXT-LIMITE DELIMITED BY SPACE
                  "|PREVISTA:" DELIMITED BY SIZE
                  WS-TXT-FIN DELIMITED BY SPACE
                  "|RETRASO:" WS-RETRASO "|"
                  DELIMITED BY SIZE
                  INTO WS-PRONO-RESP
           END-STRING.
           DISPLAY WS-PRONO-RESP UPON SYSOUT.
           MOVE "N" TO WS-YA-AVISADO.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NAVISADOS
              IF TB-AVISADO(II) = WS-H-HITO
                 MOVE "S" TO WS-YA-AVISADO
              END-IF
           END-PERFORM.
           IF WS-YA-AVISADO = "S"
              GO TO FIN-AVISA-RIESGO
           END-IF.
           PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA.
           PERFORM ANOTA-AVISADO THRU FIN-ANOTA-AVISADO.
       FIN-AVISA-RIESGO.

      *    LOS HITOS YA AVISADOS SE APUNTAN EN PRUPRONO-<noche>.CTL
      *    BAJO dd_tmp, UNO POR LINEA, COMO EL CONTROL DE PRULANZA.
       CARGA-AVISADOS.
           MOVE SPACES TO WS-AVISADOS-PATH.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP DELIMITED BY SPACE
                     "PRUPRONO-" WS-NOCHE ".CTL"
                     DELIMITED BY SIZE
                     INTO WS-AVISADOS-PATH
           ELSE
              STRING "PRUPRONO-" WS-NOCHE ".CTL"
                     DELIMITED BY SIZE
                     INTO WS-AVISADOS-PATH
           END-IF.
           OPEN INPUT AVISADOS.
           IF WS-AVISADOS-ESTADO NOT = "00"
              GO TO FIN-CARGA-AVISADOS
           END-IF.
       LEYENDO-AVISADOS.
           READ AVISADOS
               AT END
                  GO TO CIERRA-AVISADOS
           END-READ.
           IF REG-AVISADOS NOT = SPACES AND WS-NAVISADOS < 100
              ADD 1 TO WS-NAVISADOS
              MOVE REG-AVISADOS TO TB-AVISADO(WS-NAVISADOS)
           END-IF.
           GO TO LEYENDO-AVISADOS.
       CIERRA-AVISADOS.
           CLOSE AVISADOS.
       FIN-CARGA-AVISADOS.

       ANOTA-AVISADO.
           OPEN EXTEND AVISADOS.
           IF WS-AVISADOS-ESTADO NOT = "00"
              OPEN OUTPUT AVISADOS
           END-IF.
           IF WS-AVISADOS-ESTADO NOT = "00"
              GO TO FIN-ANOTA-AVISADO
           END-IF.
           MOVE WS-H-HITO TO REG-AVISADOS.
           WRITE REG-AVISADOS.
           CLOSE AVISADOS.
           IF WS-NAVISADOS < 100
              ADD 1 TO WS-NAVISADOS
              MOVE WS-H-HITO TO TB-AVISADO(WS-NAVISADOS)
           END-IF.
       FIN-ANOTA-AVISADO.

       ALERTA SECTION.
      *    MISMO CONTADOR DE IDS Y MISMA COLA QUE ALIMENTAN PRUERR Y
      *    PRUSLA; SI NO SE PUEDE ABRIR NO SE INSISTE.
       ANOTA-ALERTA.
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
           MOVE WS-HOY TO ALR-FECHA.
           ACCEPT ALR-HORA FROM TIME.
           MOVE WS-COD-PRONO TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
           MOVE SPACES TO ALR-FICHERO.
           STRING "HITO " DELIMITED BY SIZE
                  WS-H-HITO DELIMITED BY SPACE
                  " PREVISTO " DELIMITED BY SIZE
                  WS-TXT-FIN DELIMITED BY SPACE
                  " LIMITE " DELIMITED BY SIZE
                  WS-TXT-LIMITE DELIMITED BY SPACE
                  " NOCHE " WS-NOCHE
                  DELIMITED BY SIZE
                  INTO ALR-FICHERO
           END-STRING.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
       FIN-ANOTA-ALERTA.
