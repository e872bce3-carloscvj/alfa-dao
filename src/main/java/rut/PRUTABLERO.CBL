       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUTABLERO.
       AUTHOR.        CVJ.
       SECURITY.      TABLERO DE ESTADO EN HTML PARA QUIEN NO ENTRA EN
                      SRU: UNA PAGINA AUTOCONTENIDA, SIN NADA QUE
                      INSTALAR EN EL SERVIDOR WEB, CON EL LATIDO DEL
                      PARQUE (FLOTA.DAT), LA CADENA NOCTURNA EN CURSO
                      (EL INFORME FECHADO DE PRUEOD) Y SUS HITOS DE
                      PRUSLA, LAS ALERTAS PENDIENTES, LAS INCIDENCIAS
                      VIVAS, LA COLA DE SRU, EL DISCO QUE MIDIO
                      PRUDISCO HOY Y LAS REMESAS DEL DIA CON SU
                      CONCILIACION. SOLO LEE LO QUE YA EXISTE. HASTA
                      AHORA LOS RESPONSABLES PREGUNTABAN POR TELEFONO
                      COMO IBA LA NOCHE.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. LA PAGINA SE
*********************               ESCRIBE EN TABLERO.TMP Y SE
*********************               RENOMBRA A TABLERO.HTML AL
*********************               TERMINAR, PARA QUE EL SERVIDOR
*********************               NUNCA SIRVA MEDIA PAGINA. EL
*********************               DIRECTORIO ES PRUTABLERODIR
*********************               (TABLERO/ BAJO dd_tmp SI NO SE
*********************               FIJA) Y LA PAGINA SE RECARGA SOLA
*********************               CADA PRUTABLEROSEG SEGUNDOS (300
*********************               SI NO SE FIJA), QUE ES LO QUE SE
*********************               ESPERA ENTRE DOS PASADAS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAGINA
                  ASSIGN TO DYNAMIC WS-PAGINA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PAGINA-ESTADO.

           SELECT FLOTA
                  ASSIGN TO DYNAMIC WS-FLOTA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FLO-NODO
                  FILE STATUS IS WS-FLOTA-ESTADO.

           SELECT INFORME-EOD
                  ASSIGN TO DYNAMIC WS-EOD-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EOD-ESTADO.

           SELECT POLITICA
                  ASSIGN TO DYNAMIC WS-POLITICA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POLITICA-ESTADO.

           SELECT RESULTADOS
                  ASSIGN TO DYNAMIC WS-RES-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RES-ESTADO.

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

           SELECT INCIDENCIAS
                  ASSIGN TO DYNAMIC WS-INC-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INC-ID
                  FILE STATUS IS WS-INC-ESTADO.

           SELECT COLA
                  ASSIGN TO DYNAMIC WS-COLA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JOB-ID
                  FILE STATUS IS WS-COLA-ESTADO.

           SELECT HISTORIA
                  ASSIGN TO DYNAMIC WS-HIST-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HIST-ESTADO.

           SELECT REMESAS
                  ASSIGN TO DYNAMIC WS-REMESAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REM-ID
                  FILE STATUS IS WS-REMESAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  PAGINA.
       01  REG-PAGINA        PIC X(400).

      *    MISMO LAYOUT DE PARQUE DE NODOS QUE EL LATIDO DE SRU.
       FD  FLOTA.
       01  REG-FLOTA.
           03 FLO-NODO       PIC X(8).
           03 FLO-USUARIO    PIC X(15).
           03 FLO-BUILD      PIC X(30).
           03 FLO-FECHA      PIC X(8).
           03 FLO-HORA       PIC X(8).
           03 FLO-EODFECHA   PIC X(8).
           03 FLO-EODRESULT  PIC X(10).

       FD  INFORME-EOD.
       01  REG-INFORME       PIC X(300).

       FD  POLITICA.
       01  REG-POLITICA      PIC X(160).

       FD  RESULTADOS.
       01  REG-RESULTADOS    PIC X(250).

      *    MISMO LAYOUT DE ALERTAS QUE PRUERR Y PRUALERT.
       FD  ALERTAS.
       01  REG-ALERTAS.
           03 ALR-ID         PIC 9(9).
           03 ALR-ESTADO     PIC X.
              88 ALR-PENDIENTE   VALUE "P".
           03 ALR-FECHA      PIC X(8).
           03 ALR-HORA       PIC X(8).
           03 ALR-CODIGO     PIC XX.
           03 ALR-PROGRAMA   PIC X(20).
           03 ALR-FICHERO    PIC X(200).

      *    MISMO LAYOUT DE INCIDENCIAS QUE PRUINCID.
       FD  INCIDENCIAS.
       01  REG-INCIDENCIAS.
           03 INC-ID         PIC 9(9).
           03 INC-ESTADO     PIC X.
              88 INC-ABIERTA     VALUE "A".
              88 INC-VIVA        VALUE "A" "R".
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

      *    MISMO LAYOUT DE COLA QUE MANTIENE SRU.
       FD  COLA.
       01  REG-COLA.
           03 JOB-ID         PIC 9(6).
           03 JOB-ESTADO     PIC X.
              88 JOB-EN-COLA     VALUE "Q".
              88 JOB-EJECUTANDO  VALUE "R".
           03 JOB-RC         PIC 9(5).
           03 JOB-PROGRAMA   PIC X(32).
           03 JOB-PARAMS     PIC X(128).
           03 JOB-FECHA      PIC X(8).
           03 JOB-HORA       PIC X(8).
           03 JOB-DEPENDE    PIC 9(6).

       FD  HISTORIA.
       01  REG-HISTORIA      PIC X(80).

      *    MISMO LAYOUT DE REMESAS QUE PRUREMESA.
       FD  REMESAS.
       01  REG-REMESAS.
           03 REM-ID         PIC 9(6).
           03 REM-FICHERO    PIC X(120).
           03 REM-FECHA      PIC X(8).
           03 REM-ENT-REGS   PIC 9(7).
           03 REM-ENT-SUMA   PIC 9(15).
           03 REM-OK-REGS    PIC 9(7).
           03 REM-OK-SUMA    PIC 9(15).
           03 REM-MAL-REGS   PIC 9(7).
           03 REM-MAL-SUMA   PIC 9(15).
           03 REM-DUP-REGS   PIC 9(7).
           03 REM-DUP-SUMA   PIC 9(15).
           03 REM-PTE-REGS   PIC 9(7).
           03 REM-PTE-SUMA   PIC 9(15).
           03 REM-GEN-REGS   PIC 9(7).
           03 REM-GEN-SUMA   PIC 9(15).
           03 REM-DEV-REGS   PIC 9(7).
           03 REM-DEV-SUMA   PIC 9(15).
           03 REM-ENV-FECHA  PIC X(8).
           03 REM-FECHA-VALOR PIC X(8).
           03 REM-GEN-FICHERO PIC X(120).
           03 REM-RET-REGS   PIC 9(7).
           03 REM-RET-SUMA   PIC 9(15).
           03 REM-GEN-FECHA  PIC X(8).
           03 REM-RCH-FECHA  PIC X(8).
           03 REM-RCH-MOTIVO PIC X(8).
           03 REM-CLASE      PIC X.
              88 REM-COBROS     VALUE "C".
           03 REM-EXT-REGS   PIC 9(7).
           03 REM-EXT-SUMA   PIC 9(15).
           03 REM-EXT-FECHA  PIC X(8).
           03 REM-COM-PREVISTA PIC 9(11).
           03 REM-COM-REAL   PIC 9(11).
           03 REM-COM-FECHA  PIC X(8).
           03 REM-DIVISAS    OCCURS 5.
              05 RD-CODIGO   PIC X(3).
              05 RD-OK-REGS  PIC 9(7).
              05 RD-OK-SUMA  PIC 9(15).
              05 RD-OK-EUR   PIC 9(15).
              05 RD-GEN-REGS PIC 9(7).
              05 RD-GEN-SUMA PIC 9(15).
              05 RD-GEN-EUR  PIC 9(15).
              05 RD-RET-REGS PIC 9(7).
              05 RD-RET-SUMA PIC 9(15).
           03 REM-EMPRESA    PIC X(3).
       01  REG-REMESAS-CONTROL.
           03 RMC-ID         PIC 9(6).
           03 RMC-ULTIMO     PIC 9(6).
           03 FILLER         PIC X(1017).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUTABLERO".
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-DD-TMP         PIC X(128).
       01  WS-TABLERO-DIR    PIC X(128).
       01  WS-PAGINA-PATH    PIC X(200).
       01  WS-PAGINA-FINAL   PIC X(200).
       77  WS-PAGINA-ESTADO  PIC XX.
       77  WS-FLOTA-PATH     PIC X(200).
       77  WS-FLOTA-ESTADO   PIC XX.
       77  WS-EOD-PATH       PIC X(200).
       77  WS-EOD-ESTADO     PIC XX.
       77  WS-POLITICA-PATH  PIC X(200).
       77  WS-POLITICA-ESTADO PIC XX.
       77  WS-RES-PATH       PIC X(200).
       77  WS-RES-ESTADO     PIC XX.
       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-INC-PATH       PIC X(200).
       77  WS-INC-ESTADO     PIC XX.
       77  WS-COLA-PATH      PIC X(200).
       77  WS-COLA-ESTADO    PIC XX.
       77  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       77  WS-REMESAS-PATH   PIC X(200).
       77  WS-REMESAS-ESTADO PIC XX.
       77  WS-CONTEXTO       PIC X(64).

       77  WS-SEG-TXT        PIC X(5).
       77  WS-SEGUNDOS       PIC 9(5) VALUE 300.
       77  WS-HORAS-TXT      PIC X(5).
       77  WS-HORAS-MAX      PIC 9(5) VALUE 24.

      *    FECHA DE PROCESO (PRUFECHA) PARA LA CADENA, SUS HITOS Y
      *    LAS REMESAS; EL RELOJ PARA EL LATIDO Y LA CABECERA.
       01  WS-FECHA.
           03 WS-ANO         PIC 9(4).
           03 WS-MES         PIC 9(2).
           03 WS-DIA         PIC 9(2).
       77  WS-FECHA-ACCION   PIC X(8) VALUE "DAME".
       77  WS-FECHA-EOD      PIC X(8).
       77  WS-HOY            PIC X(8).
       01  WS-AHORA.
           03 WS-HH-AHORA    PIC 99.
           03 WS-MI-AHORA    PIC 99.
           03 FILLER         PIC X(4).
       77  WS-MIN-AHORA      PIC 9(5).
       77  WS-RESTO4         PIC 9(4).
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

      *    EDAD DEL LATIDO CON LA MISMA SERIE DE DIAS QUE PRUFLOTA.
       01  WS-FECHA-N.
           03 WS-ANO-N       PIC 9(4).
           03 WS-MES-N       PIC 9(2).
           03 WS-DIA-N       PIC 9(2).
       77  WS-SERIE          PIC 9(7).
       77  WS-SERIE-HOY      PIC 9(7).
       77  WS-HORA-LAT       PIC 99.
       77  WS-EDAD-HORAS     PIC S9(7).
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

      *    CADENA NOCTURNA.
       01  WS-E-CAMPOS.
           03 WS-E-VACIO     PIC X.
           03 WS-E-TIPO      PIC X(10).
           03 WS-E-PASO      PIC X(20).
           03 WS-E-RESULT    PIC X(20).
           03 WS-E-DET       PIC X(40).
       77  WS-EOD-PASOS-POL  PIC 99 VALUE ZEROES.
       77  WS-EOD-HECHOS     PIC 99 VALUE ZEROES.
       77  WS-EOD-ESTADO-TXT PIC X(12).
       01  WS-EOD-VEREDICTO  PIC X(120).

      *    HITOS DE PRUSLA.POL Y SU ULTIMO ESTADO EN RES-PRUSLA.
       01  TB-HITOS.
           03 TB-HIT-O       OCCURS 30.
              05 TB-HIT-NOMBRE PIC X(20).
              05 TB-HIT-LIMITE PIC X(4).
              05 TB-HIT-ESTADO PIC X(10).
              05 TB-HIT-DET    PIC X(30).
       77  WS-NHITOS         PIC 99 VALUE ZERO.
       77  WS-HH             PIC 99.
       77  WS-P-HITO         PIC X(20).
       01  WS-P-LIMITE       PIC X(4).
       01  WS-P-LIMITE-N REDEFINES WS-P-LIMITE.
           03 WS-P-LIM-HH    PIC 99.
           03 WS-P-LIM-MI    PIC 99.
       77  WS-LIM-MIN        PIC 9(5).
       01  REG-RES-CAMPOS.
           03 RR-RUNID       PIC X(20).
           03 RR-FECHAHORA   PIC X(17).
           03 RR-ITEM        PIC X(120).
           03 RR-RESULTADO   PIC X(10).
           03 RR-DETALLE     PIC X(80).

      *    DISCO: LA ULTIMA MEDICION DE HOY DE CADA RAIZ.
       01  TB-DISCO.
           03 TB-DIS-O       OCCURS 10.
              05 TB-DIS-RAIZ   PIC X(10).
              05 TB-DIS-USO    PIC 9(9).
              05 TB-DIS-UMBRAL PIC 9(9).
       77  WS-NDISCO         PIC 99 VALUE ZERO.
       77  WS-DD             PIC 99.
       77  WS-DD-HALLADO     PIC 99.
       77  WS-H-FECHA        PIC X(8).
       77  WS-H-RAIZ         PIC X(10).
       77  WS-H-USO-TXT      PIC X(10).
       77  WS-H-UMBRAL-TXT   PIC X(10).
       77  WS-PORCIENTO      PIC ZZ9.

       77  WS-FLO-ESTADO     PIC X(10).
       77  WS-ALR-PEND       PIC 9(5) VALUE ZEROES.
       77  WS-INC-VIVAS      PIC 9(5) VALUE ZEROES.
       77  WS-JOBS-COLA      PIC 9(5) VALUE ZEROES.
       77  WS-JOBS-EJEC      PIC 9(5) VALUE ZEROES.
       77  WS-REM-HOY        PIC 9(5) VALUE ZEROES.
       77  WS-CUADRA         PIC X(10).
       77  WS-CLASE          PIC X(5).
       77  WS-FILAS          PIC 9(3).
       77  WS-FILAS-MAX      PIC 9(3) VALUE 50.

      *    LO QUE VIENE DE LOS FICHEROS SE ESCAPA ANTES DE IR A LA
      *    PAGINA: UN "<" O UN "&" EN UN NOMBRE DE FICHERO NO PUEDE
      *    ROMPER EL HTML.
       01  WS-ESC-ENTRADA    PIC X(200).
       01  WS-ESC-SALIDA     PIC X(400).
       77  WS-ESC-I          PIC 999.
       77  WS-ESC-J          PIC 999.
       77  WS-ESC-LARGO      PIC 999.

       01  WS-LINEA          PIC X(400).

       PROCEDURE DIVISION.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-TMP.
           DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TMP FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-SEG-TXT.
           DISPLAY "PRUTABLEROSEG" UPON ENVIRONMENT-NAME.
           ACCEPT WS-SEG-TXT FROM ENVIRONMENT-VALUE.
           IF WS-SEG-TXT NOT = SPACES AND WS-SEG-TXT NOT = LOW-VALUES
              MOVE WS-SEG-TXT TO WS-SEGUNDOS
           END-IF.
           MOVE SPACES TO WS-HORAS-TXT.
           DISPLAY "PRUFLOTAHORAS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-HORAS-TXT FROM ENVIRONMENT-VALUE.
           IF WS-HORAS-TXT NOT = SPACES AND
              WS-HORAS-TXT NOT = LOW-VALUES
              MOVE WS-HORAS-TXT TO WS-HORAS-MAX
           END-IF.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-AHORA FROM TIME.
           COMPUTE WS-MIN-AHORA = WS-HH-AHORA * 60 + WS-MI-AHORA.
           MOVE WS-HOY TO WS-FECHA-N.
           PERFORM CALCULA-SERIE THRU FIN-CALCULA-SERIE.
           MOVE WS-SERIE TO WS-SERIE-HOY.
           MOVE WS-HOY TO WS-FECHA.
           CALL "PRUFECHA" USING WS-FECHA-ACCION WS-FECHA
               ON EXCEPTION
                  MOVE WS-HOY TO WS-FECHA
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           PERFORM ABRE-PAGINA THRU FIN-ABRE-PAGINA.
           IF WS-PAGINA-ESTADO NOT = "00"
              MOVE "ABRIENDO TABLERO" TO WS-CONTEXTO
              CALL "PRUERR" USING WS-PAGINA-ESTADO WS-PAGINA-PATH
                                  PROG WS-CONTEXTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           PERFORM CABECERA THRU FIN-CABECERA.
           PERFORM PANEL-FLOTA THRU FIN-PANEL-FLOTA.
           PERFORM PANEL-CADENA THRU FIN-PANEL-CADENA.
           PERFORM PANEL-HITOS THRU FIN-PANEL-HITOS.
           PERFORM PANEL-ALERTAS THRU FIN-PANEL-ALERTAS.
           PERFORM PANEL-INCIDENCIAS THRU FIN-PANEL-INCIDENCIAS.
           PERFORM PANEL-COLA THRU FIN-PANEL-COLA.
           PERFORM PANEL-DISCO THRU FIN-PANEL-DISCO.
           PERFORM PANEL-REMESAS THRU FIN-PANEL-REMESAS.
           PERFORM PIE THRU FIN-PIE.
           CLOSE PAGINA.
           CALL "CBL_DELETE_FILE" USING WS-PAGINA-FINAL.
           CALL "CBL_RENAME_FILE" USING WS-PAGINA-PATH
                                        WS-PAGINA-FINAL.
           IF RETURN-CODE NOT = ZERO
              MOVE "PUBLICANDO TABLERO" TO WS-CONTEXTO
              MOVE "30" TO ERRORES
              CALL "PRUERR" USING ERRORES WS-PAGINA-FINAL
                                  PROG WS-CONTEXTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SPACES TO WS-LINEA.
           STRING "|TABLERO|" DELIMITED BY SIZE
                  WS-PAGINA-FINAL DELIMITED BY SPACE
                  "|ALERTAS:" WS-ALR-PEND
                  "|INCIDENCIAS:" WS-INC-VIVAS
                  "|COLA:" WS-JOBS-COLA
                  "|EOD:" DELIMITED BY SIZE
                  WS-EOD-ESTADO-TXT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           DISPLAY WS-LINEA UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       SALIDA SECTION.
       ABRE-PAGINA.
           MOVE SPACES TO WS-TABLERO-DIR.
           DISPLAY "PRUTABLERODIR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TABLERO-DIR FROM ENVIRONMENT-VALUE.
           IF WS-TABLERO-DIR = SPACES OR WS-TABLERO-DIR = LOW-VALUES
              MOVE SPACES TO WS-TABLERO-DIR
              IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
                 STRING WS-DD-TMP DELIMITED BY SPACE
                        "TABLERO" DELIMITED BY SIZE
                        INTO WS-TABLERO-DIR
                 END-STRING
              ELSE
                 MOVE "TABLERO" TO WS-TABLERO-DIR
              END-IF
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-TABLERO-DIR.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-PAGINA-PATH WS-PAGINA-FINAL.
           STRING WS-TABLERO-DIR DELIMITED BY SPACE
                  "/TABLERO.TMP" DELIMITED BY SIZE
                  INTO WS-PAGINA-PATH
           END-STRING.
           STRING WS-TABLERO-DIR DELIMITED BY SPACE
                  "/TABLERO.HTML" DELIMITED BY SIZE
                  INTO WS-PAGINA-FINAL
           END-STRING.
           OPEN OUTPUT PAGINA.
       FIN-ABRE-PAGINA.

       ESCRIBE-LINEA.
           MOVE SPACES TO REG-PAGINA.
           MOVE WS-LINEA TO REG-PAGINA.
           WRITE REG-PAGINA.
           MOVE SPACES TO WS-LINEA.
       FIN-ESCRIBE-LINEA.

      *    TODO EN LA MISMA PAGINA: EL ESTILO VA DENTRO Y LA RECARGA
      *    ES UNA META, SIN GUIONES NI FICHEROS APARTE.
       CABECERA.
           MOVE "<!DOCTYPE html>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE "<html><head><meta charset='utf-8'>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           STRING "<meta http-equiv='refresh' content='" WS-SEGUNDOS
                  "'>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE "<title>Estado de la explotacion</title>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE "<style>body{font-family:sans-serif;margin:1em}"
                TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           STRING "table{border-collapse:collapse;margin-bottom:1em}"
                  "td,th{border:1px solid #999;padding:2px 6px;"
                  "font-size:90%}th{background:#ddd}"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           STRING ".ok{background:#cfc}.mal{background:#f99}"
                  ".av{background:#ffc}</style></head><body>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           STRING "<h1>Estado de la explotacion</h1><p>Generado "
                  WS-HOY(7:2) "/" WS-HOY(5:2) "/" WS-HOY(1:4) " "
                  WS-AHORA(1:2) ":" WS-AHORA(3:2) ":" WS-AHORA(5:2)
                  " - fecha de proceso " WS-FECHA(7:2) "/"
                  WS-FECHA(5:2) "/" WS-FECHA(1:4) "</p>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-CABECERA.

       PIE.
           STRING "<p>Alertas pendientes: " WS-ALR-PEND
                  " - Incidencias vivas: " WS-INC-VIVAS
                  " - Cola: " WS-JOBS-COLA " en cola, " WS-JOBS-EJEC
                  " ejecutando</p></body></html>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-PIE.

      *    COPIA WS-ESC-ENTRADA A WS-ESC-SALIDA CAMBIANDO < > & POR
      *    SUS ENTIDADES; EL FINAL SON LOS BLANCOS DE COLA.
       ESCAPA.
           MOVE SPACES TO WS-ESC-SALIDA.
           MOVE 200 TO WS-ESC-LARGO.
           PERFORM UNTIL WS-ESC-LARGO = ZERO OR
                   WS-ESC-ENTRADA(WS-ESC-LARGO:1) NOT = SPACE
              SUBTRACT 1 FROM WS-ESC-LARGO
           END-PERFORM.
           MOVE 1 TO WS-ESC-J.
           PERFORM VARYING WS-ESC-I FROM 1 BY 1
                   UNTIL WS-ESC-I > WS-ESC-LARGO OR WS-ESC-J > 394
              EVALUATE WS-ESC-ENTRADA(WS-ESC-I:1)
                  WHEN "<"
                       MOVE "&lt;" TO WS-ESC-SALIDA(WS-ESC-J:4)
                       ADD 4 TO WS-ESC-J
                  WHEN ">"
                       MOVE "&gt;" TO WS-ESC-SALIDA(WS-ESC-J:4)
                       ADD 4 TO WS-ESC-J
                  WHEN "&"
                       MOVE "&amp;" TO WS-ESC-SALIDA(WS-ESC-J:5)
                       ADD 5 TO WS-ESC-J
                  WHEN OTHER
                       MOVE WS-ESC-ENTRADA(WS-ESC-I:1)
                            TO WS-ESC-SALIDA(WS-ESC-J:1)
                       ADD 1 TO WS-ESC-J
              END-EVALUATE
           END-PERFORM.
       FIN-ESCAPA.

       PARQUE SECTION.
      *    VIVO O EN SILENCIO CON LA MISMA VENTANA QUE PRUFLOTA.
       PANEL-FLOTA.
           MOVE "<h2>Parque de nodos</h2>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-FLOTA-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/FLOTA.DAT"
                     DELIMITED BY SPACE
                     INTO WS-FLOTA-PATH
              END-STRING
           ELSE
              MOVE "FLOTA.DAT" TO WS-FLOTA-PATH
           END-IF.
           OPEN INPUT FLOTA.
           IF WS-FLOTA-ESTADO NOT = "00"
              MOVE "<p class='av'>Sin parque (FLOTA.DAT)</p>"
                   TO WS-LINEA
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-PANEL-FLOTA
           END-IF.
           STRING "<table><tr><th>Nodo</th><th>Estado</th>"
                  "<th>Ultimo latido</th><th>Build</th>"
                  "<th>Fin de dia</th></tr>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE LOW-VALUES TO FLO-NODO.
           START FLOTA KEY NOT LESS FLO-NODO
               INVALID KEY
                  GO TO CIERRA-FLOTA
           END-START.
       LEYENDO-FLOTA.
           READ FLOTA NEXT
               AT END
                  GO TO CIERRA-FLOTA
           END-READ.
           MOVE "VIVO" TO WS-FLO-ESTADO.
           MOVE "ok" TO WS-CLASE.
           IF FLO-FECHA IS NOT NUMERIC
              MOVE "SILENCIO" TO WS-FLO-ESTADO
              MOVE "mal" TO WS-CLASE
           ELSE
              MOVE FLO-FECHA TO WS-FECHA-N
              PERFORM CALCULA-SERIE THRU FIN-CALCULA-SERIE
              MOVE ZEROES TO WS-HORA-LAT
              IF FLO-HORA(1:2) IS NUMERIC
                 MOVE FLO-HORA(1:2) TO WS-HORA-LAT
              END-IF
              COMPUTE WS-EDAD-HORAS =
                      (WS-SERIE-HOY - WS-SERIE) * 24
                      + WS-HH-AHORA - WS-HORA-LAT
              IF WS-EDAD-HORAS > WS-HORAS-MAX
                 MOVE "SILENCIO" TO WS-FLO-ESTADO
                 MOVE "mal" TO WS-CLASE
              END-IF
           END-IF.
           MOVE FLO-BUILD TO WS-ESC-ENTRADA.
           PERFORM ESCAPA THRU FIN-ESCAPA.
           STRING "<tr><td>" DELIMITED BY SIZE
                  FLO-NODO DELIMITED BY SPACE
                  "</td><td class='" DELIMITED BY SIZE
                  WS-CLASE DELIMITED BY SPACE
                  "'>" DELIMITED BY SIZE
                  WS-FLO-ESTADO DELIMITED BY SPACE
                  "</td><td>" FLO-FECHA " " FLO-HORA
                  "</td><td>" DELIMITED BY SIZE
                  WS-ESC-SALIDA DELIMITED BY "  "
                  "</td><td>" FLO-EODFECHA " " FLO-EODRESULT
                  "</td></tr>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           GO TO LEYENDO-FLOTA.
       CIERRA-FLOTA.
           CLOSE FLOTA.
           MOVE "</table>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-PANEL-FLOTA.

       CALCULA-SERIE.
           COMPUTE WS-SERIE = WS-ANO-N * 365 + WS-ANO-N / 4
                   + TB-ACUM(WS-MES-N) + WS-DIA-N.
       FIN-CALCULA-SERIE.

       CADENA SECTION.
      *    EL INFORME FECHADO DE PRUEOD DE LA FECHA DE PROCESO (O EL
      *    DE LA VISPERA, COMO EL RELEVO): SIN |EODFIN| NI PARADA LA
      *    CADENA SIGUE EN CURSO, Y SE COMPARAN LOS PASOS HECHOS CON
      *    LOS DE PRUEOD.POL.
       PANEL-CADENA.
           MOVE "<h2>Cadena nocturna</h2>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           PERFORM CUENTA-PASOS-POL THRU FIN-CUENTA-PASOS-POL.
           MOVE WS-FECHA TO WS-FECHA-EOD.
           PERFORM ABRE-INFORME-EOD THRU FIN-ABRE-INFORME-EOD.
           IF WS-EOD-ESTADO NOT = "00"
              PERFORM RETROCEDE-UN-DIA THRU FIN-RETROCEDE-UN-DIA
              MOVE WS-FECHA TO WS-FECHA-EOD
              PERFORM ABRE-INFORME-EOD THRU FIN-ABRE-INFORME-EOD
              MOVE WS-FECHA-EOD TO WS-FECHA
              PERFORM AVANZA-UN-DIA THRU FIN-AVANZA-UN-DIA
           END-IF.
           IF WS-EOD-ESTADO NOT = "00"
              MOVE "SININFORME" TO WS-EOD-ESTADO-TXT
              MOVE "<p class='av'>Sin informe de fin de dia</p>"
                   TO WS-LINEA
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-PANEL-CADENA
           END-IF.
           MOVE "ENCURSO" TO WS-EOD-ESTADO-TXT.
           MOVE SPACES TO WS-EOD-VEREDICTO.
           STRING "<table><tr><th>Paso</th><th>Resultado</th>"
                  "<th>Detalle</th></tr>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       LEYENDO-EOD.
           READ INFORME-EOD
               AT END
                  GO TO CIERRA-EOD
           END-READ.
           IF REG-INFORME(1:8) = "|EODFIN|"
              MOVE "TERMINADA" TO WS-EOD-ESTADO-TXT
              MOVE REG-INFORME(1:120) TO WS-EOD-VEREDICTO
              GO TO LEYENDO-EOD
           END-IF.
           IF REG-INFORME(1:12) = "|EOD|PARADO|"
              MOVE "PARADA" TO WS-EOD-ESTADO-TXT
              MOVE REG-INFORME(1:120) TO WS-EOD-VEREDICTO
              GO TO LEYENDO-EOD
           END-IF.
           IF REG-INFORME(1:5) NOT = "|EOD|"
              GO TO LEYENDO-EOD
           END-IF.
           MOVE SPACES TO WS-E-CAMPOS.
           UNSTRING REG-INFORME DELIMITED BY "|" INTO
                 WS-E-VACIO
                 WS-E-TIPO
                 WS-E-PASO
                 WS-E-RESULT
                 WS-E-DET
           END-UNSTRING.
           IF WS-E-PASO = "REPROCESO"
              GO TO LEYENDO-EOD
           END-IF.
           EVALUATE WS-E-RESULT
               WHEN "OK"
                    MOVE "ok" TO WS-CLASE
                    ADD 1 TO WS-EOD-HECHOS
               WHEN "SALTADO"
                    MOVE "av" TO WS-CLASE
               WHEN OTHER
                    MOVE "mal" TO WS-CLASE
                    ADD 1 TO WS-EOD-HECHOS
           END-EVALUATE.
           STRING "<tr><td>" DELIMITED BY SIZE
                  WS-E-PASO DELIMITED BY SPACE
                  "</td><td class='" DELIMITED BY SIZE
                  WS-CLASE DELIMITED BY SPACE
                  "'>" DELIMITED BY SIZE
                  WS-E-RESULT DELIMITED BY SPACE
                  "</td><td>" DELIMITED BY SIZE
                  WS-E-DET DELIMITED BY "  "
                  "</td></tr>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           GO TO LEYENDO-EOD.
       CIERRA-EOD.
           CLOSE INFORME-EOD.
           MOVE "</table>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           IF WS-EOD-ESTADO-TXT = "TERMINADA"
              MOVE "ok" TO WS-CLASE
           ELSE
              IF WS-EOD-ESTADO-TXT = "PARADA"
                 MOVE "mal" TO WS-CLASE
              ELSE
                 MOVE "av" TO WS-CLASE
              END-IF
           END-IF.
           STRING "<p class='" DELIMITED BY SIZE
                  WS-CLASE DELIMITED BY SPACE
                  "'>Cadena del " WS-FECHA-EOD ": " DELIMITED BY SIZE
                  WS-EOD-ESTADO-TXT DELIMITED BY SPACE
                  " - " WS-EOD-HECHOS " de " WS-EOD-PASOS-POL
                  " pasos " DELIMITED BY SIZE
                  WS-EOD-VEREDICTO DELIMITED BY "  "
                  "</p>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-PANEL-CADENA.

       CUENTA-PASOS-POL.
           MOVE ZEROES TO WS-EOD-PASOS-POL.
           MOVE SPACES TO WS-POLITICA-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PRUEOD.POL"
                     DELIMITED BY SPACE
                     INTO WS-POLITICA-PATH
              END-STRING
           ELSE
              MOVE "PRUEOD.POL" TO WS-POLITICA-PATH
           END-IF.
           OPEN INPUT POLITICA.
           IF WS-POLITICA-ESTADO NOT = "00"
              GO TO FIN-CUENTA-PASOS-POL
           END-IF.
       LEYENDO-PASOS-POL.
           READ POLITICA
               AT END
                  GO TO CIERRA-PASOS-POL
           END-READ.
           IF REG-POLITICA NOT = SPACES AND REG-POLITICA(1:1) NOT = "*"
              ADD 1 TO WS-EOD-PASOS-POL
           END-IF.
           GO TO LEYENDO-PASOS-POL.
       CIERRA-PASOS-POL.
           CLOSE POLITICA.
       FIN-CUENTA-PASOS-POL.

       ABRE-INFORME-EOD.
           MOVE SPACES TO WS-EOD-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUEOD-" WS-FECHA-EOD ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-EOD-PATH
           ELSE
              STRING "PRUEOD-" WS-FECHA-EOD ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-EOD-PATH
           END-IF.
           OPEN INPUT INFORME-EOD.
       FIN-ABRE-INFORME-EOD.

       RETROCEDE-UN-DIA.
      *    MISMO RETROCESO CON CAMBIO DE MES Y BISIESTO SIMPLE QUE
      *    PRUDIARIO.
           IF WS-DIA > 1
              SUBTRACT 1 FROM WS-DIA
           ELSE
              IF WS-MES > 1
                 SUBTRACT 1 FROM WS-MES
              ELSE
                 MOVE 12 TO WS-MES
                 SUBTRACT 1 FROM WS-ANO
              END-IF
              MOVE TB-DIAS(WS-MES) TO WS-DIA
              IF WS-MES = 2
                 DIVIDE WS-ANO BY 4 GIVING WS-RESTO4
                        REMAINDER WS-RESTO4
                 IF WS-RESTO4 = ZERO
                    MOVE 29 TO WS-DIA
                 END-IF
              END-IF
           END-IF.
       FIN-RETROCEDE-UN-DIA.

      *    MISMO AVANCE QUE PRUIMPRES; DEVUELVE LA FECHA DE PROCESO
      *    DESPUES DE MIRAR EL INFORME DE LA VISPERA.
       AVANZA-UN-DIA.
           MOVE TB-DIAS(WS-MES) TO WS-HH.
           IF WS-MES = 2
              DIVIDE WS-ANO BY 4 GIVING WS-RESTO4
                     REMAINDER WS-RESTO4
              IF WS-RESTO4 = ZERO
                 MOVE 29 TO WS-HH
              END-IF
           END-IF.
           IF WS-DIA < WS-HH
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

       HITOS SECTION.
      *    LOS HITOS DE PRUSLA.POL CON EL ULTIMO ESTADO QUE LES DIO
      *    PRUSLA EN SUS RESULTADOS DEL DIA; SI TODAVIA NO HAY COTEJO
      *    EL HITO ESTA PENDIENTE, O VENCIDO SI YA PASO SU HORA.
       PANEL-HITOS.
           MOVE "<h2>Hitos de la cadena</h2>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
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
              MOVE "<p class='av'>Sin hitos (PRUSLA.POL)</p>"
                   TO WS-LINEA
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-PANEL-HITOS
           END-IF.
       LEYENDO-HITOS.
           READ POLITICA
               AT END
                  GO TO CIERRA-HITOS
           END-READ.
           IF REG-POLITICA = SPACES OR REG-POLITICA(1:1) = "*"
              GO TO LEYENDO-HITOS
           END-IF.
           MOVE SPACES TO WS-P-HITO WS-P-LIMITE.
           UNSTRING REG-POLITICA DELIMITED BY ";" INTO
                 WS-P-HITO
                 WS-P-LIMITE
           END-UNSTRING.
           IF WS-P-LIMITE IS NOT NUMERIC OR WS-NHITOS >= 30
              GO TO LEYENDO-HITOS
           END-IF.
           ADD 1 TO WS-NHITOS.
           MOVE WS-P-HITO TO TB-HIT-NOMBRE(WS-NHITOS).
           MOVE WS-P-LIMITE TO TB-HIT-LIMITE(WS-NHITOS).
           COMPUTE WS-LIM-MIN = WS-P-LIM-HH * 60 + WS-P-LIM-MI.
           IF WS-FECHA = WS-HOY AND WS-MIN-AHORA > WS-LIM-MIN
              MOVE "VENCIDO" TO TB-HIT-ESTADO(WS-NHITOS)
           ELSE
              MOVE "PENDIENTE" TO TB-HIT-ESTADO(WS-NHITOS)
           END-IF.
           MOVE SPACES TO TB-HIT-DET(WS-NHITOS).
           GO TO LEYENDO-HITOS.
       CIERRA-HITOS.
           CLOSE POLITICA.
           PERFORM LEE-COTEJO THRU FIN-LEE-COTEJO.
           STRING "<table><tr><th>Hito</th><th>Limite</th>"
                  "<th>Estado</th><th>Detalle</th></tr>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           PERFORM VARYING WS-HH FROM 1 BY 1 UNTIL WS-HH > WS-NHITOS
              PERFORM FILA-HITO THRU FIN-FILA-HITO
           END-PERFORM.
           MOVE "</table>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-PANEL-HITOS.

       FILA-HITO.
           EVALUATE TB-HIT-ESTADO(WS-HH)
               WHEN "CUMPLIDO"
                    MOVE "ok" TO WS-CLASE
               WHEN "PENDIENTE"
                    MOVE "av" TO WS-CLASE
               WHEN OTHER
                    MOVE "mal" TO WS-CLASE
           END-EVALUATE.
           STRING "<tr><td>" DELIMITED BY SIZE
                  TB-HIT-NOMBRE(WS-HH) DELIMITED BY SPACE
                  "</td><td>" TB-HIT-LIMITE(WS-HH)
                  "</td><td class='" DELIMITED BY SIZE
                  WS-CLASE DELIMITED BY SPACE
                  "'>" DELIMITED BY SIZE
                  TB-HIT-ESTADO(WS-HH) DELIMITED BY SPACE
                  "</td><td>" DELIMITED BY SIZE
                  TB-HIT-DET(WS-HH) DELIMITED BY "  "
                  "</td></tr>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-FILA-HITO.

      *    RES-PRUSLA-YYYYMMDD.LOG: EL ULTIMO REGISTRO DE CADA HITO
      *    MANDA (PRUSLA SE PUEDE PASAR VARIAS VECES EN LA NOCHE).
       LEE-COTEJO.
           MOVE SPACES TO WS-RES-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/RES-PRUSLA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-RES-PATH
           ELSE
              STRING "RES-PRUSLA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-RES-PATH
           END-IF.
           OPEN INPUT RESULTADOS.
           IF WS-RES-ESTADO NOT = "00"
              GO TO FIN-LEE-COTEJO
           END-IF.
       LEYENDO-COTEJO.
           READ RESULTADOS
               AT END
                  GO TO CIERRA-COTEJO
           END-READ.
           MOVE REG-RESULTADOS TO REG-RES-CAMPOS.
           PERFORM VARYING WS-HH FROM 1 BY 1 UNTIL WS-HH > WS-NHITOS
              IF TB-HIT-NOMBRE(WS-HH) = RR-ITEM(1:20)
                 MOVE RR-RESULTADO TO TB-HIT-ESTADO(WS-HH)
                 MOVE RR-DETALLE(1:30) TO TB-HIT-DET(WS-HH)
              END-IF
           END-PERFORM.
           GO TO LEYENDO-COTEJO.
       CIERRA-COTEJO.
           CLOSE RESULTADOS.
       FIN-LEE-COTEJO.

       AVISOS SECTION.
       PANEL-ALERTAS.
           MOVE "<h2>Alertas pendientes</h2>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-ALERTAS-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/ALERTAS.DAT" DELIMITED BY SIZE
                     INTO WS-ALERTAS-PATH
           ELSE
              MOVE "ALERTAS.DAT" TO WS-ALERTAS-PATH
           END-IF.
           OPEN INPUT ALERTAS.
           IF WS-ALERTAS-ESTADO NOT = "00"
              MOVE "<p class='ok'>Sin alertas</p>" TO WS-LINEA
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-PANEL-ALERTAS
           END-IF.
           STRING "<table><tr><th>Id</th><th>Fecha</th>"
                  "<th>Codigo</th><th>Programa</th><th>Fichero</th>"
                  "</tr>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE ZEROES TO WS-FILAS.
           MOVE ZEROES TO ALR-ID.
           START ALERTAS KEY GREATER ALR-ID
               INVALID KEY
                  GO TO CIERRA-ALERTAS
           END-START.
       LEYENDO-ALERTAS.
           READ ALERTAS NEXT
               AT END
                  GO TO CIERRA-ALERTAS
           END-READ.
           IF NOT ALR-PENDIENTE
              GO TO LEYENDO-ALERTAS
           END-IF.
           ADD 1 TO WS-ALR-PEND.
           IF WS-FILAS >= WS-FILAS-MAX
              GO TO LEYENDO-ALERTAS
           END-IF.
           ADD 1 TO WS-FILAS.
           MOVE ALR-FICHERO TO WS-ESC-ENTRADA.
           PERFORM ESCAPA THRU FIN-ESCAPA.
           STRING "<tr class='mal'><td>" ALR-ID "</td><td>"
                  ALR-FECHA " " ALR-HORA "</td><td>" ALR-CODIGO
                  "</td><td>" DELIMITED BY SIZE
                  ALR-PROGRAMA DELIMITED BY SPACE
                  "</td><td>" DELIMITED BY SIZE
                  WS-ESC-SALIDA DELIMITED BY "  "
                  "</td></tr>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           GO TO LEYENDO-ALERTAS.
       CIERRA-ALERTAS.
           CLOSE ALERTAS.
           MOVE "</table>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           IF WS-ALR-PEND > WS-FILAS
              STRING "<p>... y " WS-ALR-PEND " en total</p>"
                     DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
           END-IF.
       FIN-PANEL-ALERTAS.

       PANEL-INCIDENCIAS.
           MOVE "<h2>Incidencias vivas</h2>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-INC-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/INCIDEN.DAT"
                     DELIMITED BY SPACE
                     INTO WS-INC-PATH
              END-STRING
           ELSE
              MOVE "INCIDEN.DAT" TO WS-INC-PATH
           END-IF.
           OPEN INPUT INCIDENCIAS.
           IF WS-INC-ESTADO NOT = "00"
              MOVE "<p class='ok'>Sin incidencias</p>" TO WS-LINEA
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-PANEL-INCIDENCIAS
           END-IF.
           STRING "<table><tr><th>Id</th><th>Estado</th>"
                  "<th>Abierta</th><th>Programa</th><th>Titulo</th>"
                  "<th>Responsable</th></tr>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE ZEROES TO INC-ID.
           START INCIDENCIAS KEY GREATER INC-ID
               INVALID KEY
                  GO TO CIERRA-INCIDENCIAS
           END-START.
       LEYENDO-INCIDENCIAS.
           READ INCIDENCIAS NEXT
               AT END
                  GO TO CIERRA-INCIDENCIAS
           END-READ.
           IF NOT INC-VIVA
              GO TO LEYENDO-INCIDENCIAS
           END-IF.
           ADD 1 TO WS-INC-VIVAS.
           IF INC-ABIERTA
              MOVE "mal" TO WS-CLASE
           ELSE
              MOVE "av" TO WS-CLASE
           END-IF.
           MOVE INC-TITULO TO WS-ESC-ENTRADA.
           PERFORM ESCAPA THRU FIN-ESCAPA.
           STRING "<tr><td>" INC-ID "</td><td class='"
                  DELIMITED BY SIZE
                  WS-CLASE DELIMITED BY SPACE
                  "'>" INC-ESTADO "</td><td>" INC-ABRE-FECHA " "
                  INC-ABRE-HORA "</td><td>" DELIMITED BY SIZE
                  INC-PROGRAMA DELIMITED BY SPACE
                  "</td><td>" DELIMITED BY SIZE
                  WS-ESC-SALIDA DELIMITED BY "  "
                  "</td><td>" DELIMITED BY SIZE
                  INC-RESPONSABLE DELIMITED BY SPACE
                  "</td></tr>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           GO TO LEYENDO-INCIDENCIAS.
       CIERRA-INCIDENCIAS.
           CLOSE INCIDENCIAS.
           MOVE "</table>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-PANEL-INCIDENCIAS.

       COLA-SRU SECTION.
      *    LA PROFUNDIDAD DE LA COLA ES LO QUE ESPERA MAS LO QUE
      *    CORRE; LO TERMINADO NO SE MUESTRA.
       PANEL-COLA.
           MOVE "<h2>Cola de trabajos</h2>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
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
              MOVE "<p class='ok'>Cola vacia</p>" TO WS-LINEA
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-PANEL-COLA
           END-IF.
           STRING "<table><tr><th>Id</th><th>Estado</th>"
                  "<th>Programa</th><th>Encolado</th>"
                  "<th>Depende de</th></tr>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE ZEROES TO WS-FILAS.
           MOVE ZEROES TO JOB-ID.
           START COLA KEY GREATER JOB-ID
               INVALID KEY
                  GO TO CIERRA-COLA
           END-START.
       LEYENDO-COLA.
           READ COLA NEXT
               AT END
                  GO TO CIERRA-COLA
           END-READ.
           IF NOT JOB-EN-COLA AND NOT JOB-EJECUTANDO
              GO TO LEYENDO-COLA
           END-IF.
           IF JOB-EN-COLA
              ADD 1 TO WS-JOBS-COLA
              MOVE "av" TO WS-CLASE
           ELSE
              ADD 1 TO WS-JOBS-EJEC
              MOVE "ok" TO WS-CLASE
           END-IF.
           IF WS-FILAS >= WS-FILAS-MAX
              GO TO LEYENDO-COLA
           END-IF.
           ADD 1 TO WS-FILAS.
           STRING "<tr><td>" JOB-ID "</td><td class='"
                  DELIMITED BY SIZE
                  WS-CLASE DELIMITED BY SPACE
                  "'>" JOB-ESTADO "</td><td>" DELIMITED BY SIZE
                  JOB-PROGRAMA DELIMITED BY SPACE
                  "</td><td>" JOB-FECHA " " JOB-HORA
                  "</td><td>" JOB-DEPENDE "</td></tr>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           GO TO LEYENDO-COLA.
       CIERRA-COLA.
           CLOSE COLA.
           MOVE "</table>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           STRING "<p>Profundidad: " WS-JOBS-COLA " en cola, "
                  WS-JOBS-EJEC " ejecutando</p>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-PANEL-COLA.

       DISCOS SECTION.
      *    PRUDISCO-HIST.LOG (fecha|raiz|uso|umbral|): DE HOY, LA
      *    ULTIMA MEDICION DE CADA RAIZ.
       PANEL-DISCO.
           MOVE "<h2>Disco</h2>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-HIST-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUDISCO-HIST.LOG" DELIMITED BY SIZE
                     INTO WS-HIST-PATH
           ELSE
              MOVE "PRUDISCO-HIST.LOG" TO WS-HIST-PATH
           END-IF.
           OPEN INPUT HISTORIA.
           IF WS-HIST-ESTADO NOT = "00"
              MOVE "<p class='av'>Sin mediciones de PRUDISCO</p>"
                   TO WS-LINEA
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-PANEL-DISCO
           END-IF.
       LEYENDO-HISTORIA.
           READ HISTORIA
               AT END
                  GO TO CIERRA-HISTORIA
           END-READ.
           MOVE SPACES TO WS-H-FECHA WS-H-RAIZ
                          WS-H-USO-TXT WS-H-UMBRAL-TXT.
           UNSTRING REG-HISTORIA DELIMITED BY "|" INTO
                 WS-H-FECHA
                 WS-H-RAIZ
                 WS-H-USO-TXT
                 WS-H-UMBRAL-TXT
           END-UNSTRING.
           IF WS-H-FECHA NOT = WS-HOY OR
              WS-H-USO-TXT(1:9) IS NOT NUMERIC OR
              WS-H-UMBRAL-TXT(1:9) IS NOT NUMERIC
              GO TO LEYENDO-HISTORIA
           END-IF.
           MOVE ZERO TO WS-DD-HALLADO.
           PERFORM VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD > WS-NDISCO
              IF TB-DIS-RAIZ(WS-DD) = WS-H-RAIZ
                 MOVE WS-DD TO WS-DD-HALLADO
              END-IF
           END-PERFORM.
           IF WS-DD-HALLADO = ZERO
              IF WS-NDISCO >= 10
                 GO TO LEYENDO-HISTORIA
              END-IF
              ADD 1 TO WS-NDISCO
              MOVE WS-NDISCO TO WS-DD-HALLADO
              MOVE WS-H-RAIZ TO TB-DIS-RAIZ(WS-DD-HALLADO)
           END-IF.
           MOVE WS-H-USO-TXT(1:9) TO TB-DIS-USO(WS-DD-HALLADO).
           MOVE WS-H-UMBRAL-TXT(1:9) TO TB-DIS-UMBRAL(WS-DD-HALLADO).
           GO TO LEYENDO-HISTORIA.
       CIERRA-HISTORIA.
           CLOSE HISTORIA.
           STRING "<table><tr><th>Raiz</th><th>Uso KB</th>"
                  "<th>Umbral KB</th><th>%</th></tr>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           PERFORM VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD > WS-NDISCO
              PERFORM FILA-DISCO THRU FIN-FILA-DISCO
           END-PERFORM.
           MOVE "</table>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-PANEL-DISCO.

       FILA-DISCO.
           MOVE ZEROES TO WS-PORCIENTO.
           MOVE "ok" TO WS-CLASE.
           IF TB-DIS-UMBRAL(WS-DD) > ZERO
              IF TB-DIS-USO(WS-DD) >= TB-DIS-UMBRAL(WS-DD) * 9.99
                 MOVE 999 TO WS-PORCIENTO
              ELSE
                 COMPUTE WS-PORCIENTO ROUNDED =
                         TB-DIS-USO(WS-DD) * 100 / TB-DIS-UMBRAL(WS-DD)
              END-IF
              IF TB-DIS-USO(WS-DD) > TB-DIS-UMBRAL(WS-DD)
                 MOVE "mal" TO WS-CLASE
              ELSE
                 IF TB-DIS-USO(WS-DD) * 10 > TB-DIS-UMBRAL(WS-DD) * 9
                    MOVE "av" TO WS-CLASE
                 END-IF
              END-IF
           END-IF.
           STRING "<tr><td>" DELIMITED BY SIZE
                  TB-DIS-RAIZ(WS-DD) DELIMITED BY SPACE
                  "</td><td>" TB-DIS-USO(WS-DD)
                  "</td><td>" TB-DIS-UMBRAL(WS-DD)
                  "</td><td class='" DELIMITED BY SIZE
                  WS-CLASE DELIMITED BY SPACE
                  "'>" WS-PORCIENTO "</td></tr>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-FILA-DISCO.

       REMESAS-DIA SECTION.
      *    LAS REMESAS LLEGADAS EN LA FECHA DE PROCESO CON LA MISMA
      *    PRUEBA DE TOTALES QUE EL CONCILIA DE PRUREMESA (ENTRADA =
      *    OK + MAL + DUP + PTE; GENERADO + RETIRADO = OK; NO MAS
      *    DEVUELTO QUE GENERADO). EL DETALLE POR DIVISA SIGUE EN
      *    PRUREMESA CONCILIA.
       PANEL-REMESAS.
           MOVE "<h2>Remesas del dia</h2>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE SPACES TO WS-REMESAS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/REMESAS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-REMESAS-PATH
              END-STRING
           ELSE
              MOVE "REMESAS.DAT" TO WS-REMESAS-PATH
           END-IF.
           OPEN INPUT REMESAS.
           IF WS-REMESAS-ESTADO NOT = "00"
              MOVE "<p>Sin remesas</p>" TO WS-LINEA
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-PANEL-REMESAS
           END-IF.
           STRING "<table><tr><th>Id</th><th>Fichero</th>"
                  "<th>Empresa</th><th>Entrada</th><th>Validos</th>"
                  "<th>Generados</th><th>Conciliacion</th></tr>"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           MOVE ZEROES TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
                  GO TO CIERRA-REMESAS
           END-START.
       LEYENDO-REMESAS.
           READ REMESAS NEXT
               AT END
                  GO TO CIERRA-REMESAS
           END-READ.
           IF REM-FECHA NOT = WS-FECHA
              GO TO LEYENDO-REMESAS
           END-IF.
           ADD 1 TO WS-REM-HOY.
           PERFORM JUZGA-REMESA THRU FIN-JUZGA-REMESA.
           MOVE REM-FICHERO TO WS-ESC-ENTRADA.
           PERFORM ESCAPA THRU FIN-ESCAPA.
           STRING "<tr><td>" REM-ID "</td><td>" DELIMITED BY SIZE
                  WS-ESC-SALIDA DELIMITED BY "  "
                  "</td><td>" REM-EMPRESA
                  "</td><td>" REM-ENT-REGS
                  "</td><td>" REM-OK-REGS
                  "</td><td>" REM-GEN-REGS
                  "</td><td class='" DELIMITED BY SIZE
                  WS-CLASE DELIMITED BY SPACE
                  "'>" DELIMITED BY SIZE
                  WS-CUADRA DELIMITED BY SPACE
                  "</td></tr>" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           GO TO LEYENDO-REMESAS.
       CIERRA-REMESAS.
           CLOSE REMESAS.
           MOVE "</table>" TO WS-LINEA.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-PANEL-REMESAS.

       JUZGA-REMESA.
           IF REM-OK-REGS = ZEROES AND REM-MAL-REGS = ZEROES AND
              REM-DUP-REGS = ZEROES AND REM-PTE-REGS = ZEROES
              MOVE "SINVALIDAR" TO WS-CUADRA
              MOVE "av" TO WS-CLASE
              GO TO FIN-JUZGA-REMESA
           END-IF.
           MOVE "OK" TO WS-CUADRA.
           MOVE "ok" TO WS-CLASE.
           IF REM-ENT-REGS NOT = REM-OK-REGS + REM-MAL-REGS
                                 + REM-DUP-REGS + REM-PTE-REGS OR
              REM-ENT-SUMA NOT = REM-OK-SUMA + REM-MAL-SUMA
                                 + REM-DUP-SUMA + REM-PTE-SUMA
              MOVE "DESCUADRE" TO WS-CUADRA
           END-IF.
           IF REM-GEN-REGS + REM-RET-REGS > ZEROES
              IF REM-GEN-REGS + REM-RET-REGS NOT = REM-OK-REGS OR
                 REM-GEN-SUMA + REM-RET-SUMA NOT = REM-OK-SUMA
                 MOVE "DESCUADRE" TO WS-CUADRA
              END-IF
           END-IF.
           IF REM-DEV-REGS > REM-GEN-REGS OR
              REM-DEV-SUMA > REM-GEN-SUMA
              MOVE "DESCUADRE" TO WS-CUADRA
           END-IF.
           IF WS-CUADRA = "DESCUADRE"
              MOVE "mal" TO WS-CLASE
           END-IF.
       FIN-JUZGA-REMESA.
