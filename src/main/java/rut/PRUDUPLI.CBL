       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUDUPLI.
       AUTHOR.        CVJ.
       SECURITY.      DUPLICADOS DE CONTENIDO ENTRE LAS RAICES dd_
                      (dd_dir, dd_obj, dd_rom, dd_tmp Y dd_pap): AGRUPA
                      LOS FICHEROS CON EL MISMO TAMAÑO Y LA MISMA SUMA
                      DE COMPROBACION DE LOS ".meta" DE PRUMETA
                      (REGISTROS Y SUMA DE BYTES), Y SACA CADA GRUPO
                      CON SUS UBICACIONES, SU FICHA DEL CATALOGO DE
                      PRUCAT Y EL ESPACIO RECUPERABLE. CON
                      PRUDUPLICUARENTENA=S LAS COPIAS QUE NO SON EL
                      MAESTRO NI ESTAN PROTEGIDAS O RETENIDAS SE
                      MANDAN A LA CUARENTENA DE PRURM. HASTA AHORA EL
                      MISMO FICHERO SE QUEDABA EN VARIAS AREAS CON
                      OTRO NOMBRE TRAS COPIAS, PROMOCIONES Y
                      CUARENTENAS, Y NADIE LO VEIA HASTA LLENAR DISCO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro del catalogo gana
*********************               la marca de enfriado de PRUFRIO
*********************               (nivel, ruta del comprimido y
*********************               fecha) y el contador y la fecha
*********************               de la ultima recuperacion.
********************* 15/10/2026 CVJ - Version inicial. El maestro de
*********************               cada grupo es el primero con
*********************               ficha en el catalogo por orden de
*********************               raiz (dd_dir, dd_obj, dd_rom,
*********************               dd_tmp, dd_pap) y, si ninguno la
*********************               tiene, el primero por ese orden.
*********************               Lo que ya esta en dd_pap no se
*********************               vuelve a mandar a cuarentena.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CANDIDATOS ASSIGN TO DYNAMIC WS-LISTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-ESTADO.

           SELECT SUMAS ASSIGN TO DYNAMIC WS-SUMAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMAS-ESTADO.

           SELECT PURGA ASSIGN TO DYNAMIC WS-PURGA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGA-ESTADO.

           SELECT ORDENADOR ASSIGN TO "SORTWK".

           SELECT DATOS
                  ASSIGN TO DYNAMIC WS-DATOS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ERRORES.

           SELECT DATOS-IX
                  ASSIGN TO DYNAMIC WS-DATOS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REG-IX-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT CATALOGO
                  ASSIGN TO DYNAMIC WS-CATALOGO-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CAT-CLAVE
                  FILE STATUS IS WS-CAT-ESTADO.

           SELECT PROTEG-LST
                  ASSIGN TO DYNAMIC WS-PROTEG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PROTEG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

      *    UNA LINEA DE "find": PRIORIDAD DE LA RAIZ, TAMAÑO EN BYTES
      *    Y RUTA, SEPARADOS POR "|".
       FD  CANDIDATOS.
       01  REG-CANDIDATOS.
           03 CA-PRIO        PIC 9.
           03 FILLER         PIC X.
           03 CA-TAM         PIC X(12).
           03 FILLER         PIC X.
           03 CA-RUTA        PIC X(256).

       FD  SUMAS.
       01  REG-SUMAS         PIC X(293).

       FD  PURGA.
       01  REG-PURGA         PIC X(256).

       SD  ORDENADOR.
       01  REG-ORDENADOR.
           03 ORD-TAM        PIC 9(12).
           03 ORD-SUMA       PIC 9(15).
           03 ORD-REGS       PIC 9(9).
           03 ORD-PRIO       PIC 9.
           03 ORD-RUTA       PIC X(256).

      *    EL FICHERO SE LEE COMO CONTENIDO GENERICO EN BLOQUES DE 1024
      *    O POR SU CLAVE SI ES INDEXADO, IGUAL QUE PRUMETA.
       FD  DATOS.
       01  REG-DATOS             PIC X(1024).

       FD  DATOS-IX.
       01  REG-DATOS-IX.
           03 REG-IX-CLAVE       PIC X(64).
           03 REG-IX-DATOS       PIC X(960).

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

       FD  PROTEG-LST.
       01  REG-PROTEG-LST    PIC X(128).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUDUPLI".
       77  USUARIO           PIC X(15) IS EXTERNAL.

      *    RAICES QUE SE RECORREN, EN ORDEN DE PREFERENCIA PARA EL
      *    MAESTRO - COMO TB-DD-RAICES DE PRUDISCO.
       01  TB-DD-RAICES-DATA.
           03 FILLER         PIC X(8) VALUE "dd_dir  ".
           03 FILLER         PIC X(8) VALUE "dd_obj  ".
           03 FILLER         PIC X(8) VALUE "dd_rom  ".
           03 FILLER         PIC X(8) VALUE "dd_tmp  ".
           03 FILLER         PIC X(8) VALUE "dd_pap  ".
       01  TB-DD-RAICES REDEFINES TB-DD-RAICES-DATA.
           03 TB-DD-RAIZ     PIC X(8) OCCURS 5.
       77  WS-I              PIC 9.
       77  WS-PRIO-PAP       PIC 9 VALUE 5.
       01  VALORDIR          PIC X(128).
       01  WS-DD-TMP         PIC X(128).
       01  WS-LISTA          PIC X(200).
       77  WS-LISTA-ESTADO   PIC XX.
       01  WS-SUMAS-PATH     PIC X(200).
       77  WS-SUMAS-ESTADO   PIC XX.
       01  WS-PURGA-PATH     PIC X(200).
       77  WS-PURGA-ESTADO   PIC XX.
       77  WS-CMD-FIND       PIC X(500).
       77  WS-CONTEXTO       PIC X(64).
       77  WS-RAICES         PIC 9 VALUE ZERO.

       77  WS-CUARENTENA     PIC X VALUE "N".
           88 CUARENTENA-SI  VALUE "S".
       01  WS-DUMMY-NOMBRE   PIC X(256).

      *    SUMA DE COMPROBACION: LA MISMA CUENTA QUE PRUMETA.
       01  WS-DATOS-PATH     PIC X(256).
       01  REG-DATOS-BYTES REDEFINES REG-DATOS.
           03 REG-BYTE       PIC 9(2) COMP-X OCCURS 1024.
       01  WS-BUFFER-IX      PIC X(1024).
       01  WS-BUFFER-IX-BYTES REDEFINES WS-BUFFER-IX.
           03 WS-IX-BYTE     PIC 9(2) COMP-X OCCURS 1024.
       77  WS-II             PIC 9999.
       77  WS-META-REGS      PIC 9(9).
       77  WS-META-SUMA      PIC 9(15).
       77  WS-ORG            PIC X.
       77  WS-ORG-TXT        PIC X(1).
       01  WS-IDX-PATH       PIC X(300).
       01  WS-CHK-DETALLE    PIC X(64).
       77  WS-SUMA-OK        PIC X.
           88 SUMA-BIEN      VALUE "S".

      *    EL GRUPO EN CURSO: PRIMERO LOS DE IGUAL TAMAÑO, DESPUES LOS
      *    DE IGUAL TAMAÑO Y SUMA.
       01  TB-GRUPO.
           03 TB-GRU-O       OCCURS 500.
              05 TB-GRU-PRIO    PIC 9.
              05 TB-GRU-RUTA    PIC X(256).
              05 TB-GRU-CAT     PIC X.
              05 TB-GRU-ESTADO  PIC X(10).
       77  WS-NGRUPO         PIC 999 VALUE ZERO.
       77  WS-GG             PIC 999.
       77  WS-MAESTRO        PIC 999.
       77  WS-FIN-ORDEN      PIC X VALUE "N".
           88 FIN-ORDEN      VALUE "S".
       77  WS-G-TAM          PIC 9(12).
       77  WS-G-SUMA         PIC 9(15).
       77  WS-G-REGS         PIC 9(9).
       01  WS-SUMAS-REG.
           03 WS-SR-TAM      PIC 9(12).
           03 WS-SR-SUMA     PIC 9(15).
           03 WS-SR-REGS     PIC 9(9).
           03 WS-SR-PRIO     PIC 9.
           03 WS-SR-RUTA     PIC X(256).

       01  WS-CATALOGO-PATH  PIC X(200).
       77  WS-CAT-ESTADO     PIC XX.
       77  WS-CAT-ABIERTO    PIC X VALUE "N".
           88 CATALOGO-ABIERTO VALUE "S".

      *    PROTEGIDOS: LA MISMA LISTA Y EL MISMO COTEJO QUE PRURM.
       01  WS-PROTEG-PATH    PIC X(200).
       77  WS-PROTEG-ESTADO  PIC XX.
       01  TB-PROTEGIDOS.
           03 TB-PROT-ENT    PIC X(128) OCCURS 50.
       77  WS-NPROTEG        PIC 99 VALUE ZERO.
       77  WS-PP             PIC 99.
       77  WS-PROT-LONG      PIC 999.
       77  WS-PROTEGIDO      PIC X VALUE "N".
           88 PROTEGIDO-SI   VALUE "S".
       01  WS-FICHERO        PIC X(256).
       01  WS-PROT-BASE      PIC X(256).
       77  WS-PROT-BASEPOS   PIC 999.
       77  WS-K              PIC 999.

       77  WS-LEGAL-ACCION   PIC X(8) VALUE "CONSULTA".
       77  WS-LEGAL-CASO     PIC X(20).
       01  WS-LEGAL-DETALLE  PIC X(1024).

       77  WS-FICHEROS       PIC 9(9) VALUE ZEROES.
       77  WS-SUMADOS        PIC 9(9) VALUE ZEROES.
       77  WS-GRUPOS         PIC 9(7) VALUE ZEROES.
       77  WS-COPIAS         PIC 9(9) VALUE ZEROES.
       77  WS-ENVIADOS       PIC 9(9) VALUE ZEROES.
       77  WS-RECUPERABLE    PIC 9(15) VALUE ZEROES.
       77  WS-G-RECUPERABLE  PIC 9(15).
       01  WS-DUPLI-RESP     PIC X(400).
       77  WS-RES-PROG       PIC X(10) VALUE "PRUDUPLI".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).

       PROCEDURE DIVISION.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           MOVE SPACES TO WS-CUARENTENA.
           DISPLAY "PRUDUPLICUARENTENA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-CUARENTENA FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-TMP.
           DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TMP FROM ENVIRONMENT-VALUE.
           IF WS-DD-TMP = LOW-VALUES
              MOVE SPACES TO WS-DD-TMP
           END-IF.
           MOVE SPACES TO WS-LISTA WS-SUMAS-PATH WS-PURGA-PATH.
           STRING WS-DD-TMP "PRUDUPLI.LST"
                  DELIMITED BY SPACE
                  INTO WS-LISTA
           END-STRING.
           STRING WS-DD-TMP "PRUDUPLI-SUMAS.TMP"
                  DELIMITED BY SPACE
                  INTO WS-SUMAS-PATH
           END-STRING.
           STRING WS-DD-TMP "PRUDUPLI-PURGA.LST"
                  DELIMITED BY SPACE
                  INTO WS-PURGA-PATH
           END-STRING.
      *    SIN AREA DE CUARENTENA PRURM BORRARIA EN VEZ DE APARTAR:
      *    ESO NO SE PIDE A CIEGAS DESDE UN INFORME DE DUPLICADOS.
           IF CUARENTENA-SI
              MOVE SPACES TO VALORDIR
              DISPLAY "dd_pap" UPON ENVIRONMENT-NAME
              ACCEPT VALORDIR FROM ENVIRONMENT-VALUE
              IF VALORDIR = SPACES OR VALORDIR = LOW-VALUES
                 DISPLAY "|DUPLIERROR|SINCUARENTENA|dd_pap|"
                         UPON SYSOUT
                 MOVE 1 TO RETURN-CODE
                 GO TO FIN-PROCESOS
              END-IF
           END-IF.
           PERFORM CARGA-PROTEGIDOS THRU FIN-CARGA-PROTEGIDOS.
           PERFORM ABRE-CATALOGO THRU FIN-ABRE-CATALOGO.
       PROCESOS.
           PERFORM LISTA-RAICES THRU FIN-LISTA-RAICES.
           IF WS-RAICES = ZERO
              DISPLAY "|DUPLIERROR|SINRAICES|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           OPEN OUTPUT SUMAS.
           IF WS-SUMAS-ESTADO NOT = "00"
              MOVE "ABRIENDO SUMAS" TO WS-CONTEXTO
              CALL "PRUERR" USING WS-SUMAS-ESTADO WS-SUMAS-PATH PROG
                                  WS-CONTEXTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           IF CUARENTENA-SI
              OPEN OUTPUT PURGA
           END-IF.
      *    PRIMERA PASADA: POR TAMAÑO, Y SOLO SE SUMA LO QUE TIENE
      *    ALGUN OTRO FICHERO DEL MISMO TAMAÑO.
           SORT ORDENADOR
                ON ASCENDING KEY ORD-TAM ORD-PRIO ORD-RUTA
                INPUT PROCEDURE IS LECTURA-LISTA
                OUTPUT PROCEDURE IS AGRUPA-TAMANIO.
           CLOSE SUMAS.
      *    SEGUNDA PASADA: POR TAMAÑO Y SUMA; CADA GRUPO DE DOS O MAS
      *    ES UN JUEGO DE DUPLICADOS.
           SORT ORDENADOR
                ON ASCENDING KEY ORD-TAM ORD-SUMA ORD-REGS ORD-PRIO
                                 ORD-RUTA
                USING SUMAS
                OUTPUT PROCEDURE IS AGRUPA-SUMA.
           IF CATALOGO-ABIERTO
              CLOSE CATALOGO
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-LISTA.
           CALL "CBL_DELETE_FILE" USING WS-SUMAS-PATH.
           IF CUARENTENA-SI
              CLOSE PURGA
              PERFORM ENVIA-CUARENTENA THRU FIN-ENVIA-CUARENTENA
           END-IF.
           MOVE SPACES TO WS-DUPLI-RESP.
           STRING "|DUPLIFIN|FICHEROS:" WS-FICHEROS
                  "|SUMADOS:" WS-SUMADOS
                  "|GRUPOS:" WS-GRUPOS
                  "|COPIAS:" WS-COPIAS
                  "|RECUPERABLE:" WS-RECUPERABLE
                  "|CUARENTENA:" WS-ENVIADOS "|"
                  DELIMITED BY SIZE
                  INTO WS-DUPLI-RESP
           END-STRING.
           DISPLAY WS-DUPLI-RESP UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       RAICES SECTION.
      *    UN "find" POR RAIZ CONFIGURADA, TODOS A LA MISMA LISTA, CON
      *    LA PRIORIDAD DE LA RAIZ DELANTE. LOS COMPAÑEROS ".meta" E
      *    ".idx" NO SON DATOS (COMO EN EL BARRIDO DE PRUMETCHK) Y LAS
      *    LISTAS DE ESTE MISMO PROGRAMA TAMPOCO.
       LISTA-RAICES.
           CALL "CBL_DELETE_FILE" USING WS-LISTA.
           MOVE ZERO TO RETURN-CODE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
              MOVE SPACES TO VALORDIR
              DISPLAY TB-DD-RAIZ(WS-I) UPON ENVIRONMENT-NAME
              ACCEPT VALORDIR FROM ENVIRONMENT-VALUE
              IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
                 ADD 1 TO WS-RAICES
                 MOVE SPACES TO WS-CMD-FIND
                 STRING "find " DELIMITED BY SIZE
                        VALORDIR DELIMITED BY SPACE
                        " -type f ! -name " DELIMITED BY SIZE
                        '"*.meta"' DELIMITED BY SIZE
                        " ! -name " DELIMITED BY SIZE
                        '"*.idx"' DELIMITED BY SIZE
                        " ! -name " DELIMITED BY SIZE
                        '"PRUDUPLI*"' DELIMITED BY SIZE
                        " -printf '" DELIMITED BY SIZE
                        WS-I DELIMITED BY SIZE
                        "|%012s|%p\n' >> " DELIMITED BY SIZE
                        WS-LISTA DELIMITED BY SPACE
                        INTO WS-CMD-FIND
                 END-STRING
                 CALL "SYSTEM" USING WS-CMD-FIND
              END-IF
           END-PERFORM.
           MOVE ZERO TO RETURN-CODE.
       FIN-LISTA-RAICES.

       LECTURA-LISTA SECTION.
       LEE-LISTA.
           OPEN INPUT CANDIDATOS.
           IF WS-LISTA-ESTADO NOT = "00"
              DISPLAY "|DUPLIERROR|NOLISTA|" WS-LISTA "|" UPON SYSOUT
              GO TO FIN-LEE-LISTA
           END-IF.
       LEE-CANDIDATO.
           READ CANDIDATOS
               AT END
                  GO TO CIERRA-LISTA
           END-READ.
      *    LOS VACIOS SERIAN TODOS "IGUALES" Y NO OCUPAN NADA.
           IF CA-TAM IS NOT NUMERIC OR CA-TAM = ZEROES
              OR CA-RUTA = SPACES
              GO TO LEE-CANDIDATO
           END-IF.
           ADD 1 TO WS-FICHEROS.
           MOVE CA-TAM TO ORD-TAM.
           MOVE ZEROES TO ORD-SUMA ORD-REGS.
           MOVE CA-PRIO TO ORD-PRIO.
           MOVE CA-RUTA TO ORD-RUTA.
           RELEASE REG-ORDENADOR.
           GO TO LEE-CANDIDATO.
       CIERRA-LISTA.
           CLOSE CANDIDATOS.
       FIN-LEE-LISTA.

       AGRUPA-TAMANIO SECTION.
       INICIO-TAMANIO.
           MOVE "N" TO WS-FIN-ORDEN.
           MOVE ZERO TO WS-NGRUPO.
           PERFORM DEVUELVE-ORDEN THRU FIN-DEVUELVE-ORDEN.
       BUCLE-TAMANIO.
           IF FIN-ORDEN
              PERFORM SUMA-GRUPO THRU FIN-SUMA-GRUPO
              GO TO FIN-AGRUPA-TAMANIO
           END-IF.
           IF WS-NGRUPO > ZERO AND ORD-TAM NOT = WS-G-TAM
              PERFORM SUMA-GRUPO THRU FIN-SUMA-GRUPO
           END-IF.
           PERFORM ANOTA-MIEMBRO THRU FIN-ANOTA-MIEMBRO.
           PERFORM DEVUELVE-ORDEN THRU FIN-DEVUELVE-ORDEN.
           GO TO BUCLE-TAMANIO.
       FIN-AGRUPA-TAMANIO.
           EXIT.

       AGRUPA-SUMA SECTION.
       INICIO-SUMA.
           MOVE "N" TO WS-FIN-ORDEN.
           MOVE ZERO TO WS-NGRUPO.
           PERFORM DEVUELVE-ORDEN THRU FIN-DEVUELVE-ORDEN.
       BUCLE-SUMA.
           IF FIN-ORDEN
              PERFORM INFORMA-GRUPO THRU FIN-INFORMA-GRUPO
              GO TO FIN-AGRUPA-SUMA
           END-IF.
           IF WS-NGRUPO > ZERO AND
              (ORD-TAM NOT = WS-G-TAM OR ORD-SUMA NOT = WS-G-SUMA OR
               ORD-REGS NOT = WS-G-REGS)
              PERFORM INFORMA-GRUPO THRU FIN-INFORMA-GRUPO
           END-IF.
           PERFORM ANOTA-MIEMBRO THRU FIN-ANOTA-MIEMBRO.
           PERFORM DEVUELVE-ORDEN THRU FIN-DEVUELVE-ORDEN.
           GO TO BUCLE-SUMA.
       FIN-AGRUPA-SUMA.
           EXIT.

       GRUPOS SECTION.
       DEVUELVE-ORDEN.
           RETURN ORDENADOR
               AT END
                  SET FIN-ORDEN TO TRUE
           END-RETURN.
       FIN-DEVUELVE-ORDEN.

      *    UN GRUPO DE MAS DE 500 IGUALES SE PARTE: LO QUE YA ESTA EN
      *    LA TABLA SE TRATA COMO UN GRUPO Y SE SIGUE CON EL RESTO.
       ANOTA-MIEMBRO.
           IF WS-NGRUPO = 500
              DISPLAY "|DUPLIAVISO|GRUPOPARTIDO|" ORD-TAM "|"
                      UPON SYSOUT
              MOVE ZERO TO WS-NGRUPO
           END-IF.
           ADD 1 TO WS-NGRUPO.
           MOVE ORD-TAM TO WS-G-TAM.
           MOVE ORD-SUMA TO WS-G-SUMA.
           MOVE ORD-REGS TO WS-G-REGS.
           MOVE ORD-PRIO TO TB-GRU-PRIO(WS-NGRUPO).
           MOVE ORD-RUTA TO TB-GRU-RUTA(WS-NGRUPO).
           MOVE "N" TO TB-GRU-CAT(WS-NGRUPO).
           MOVE SPACES TO TB-GRU-ESTADO(WS-NGRUPO).
       FIN-ANOTA-MIEMBRO.

      *    LOS DEL MISMO TAMAÑO SE SUMAN Y VAN A SUMAS; UNO SOLO NO
      *    PUEDE TENER DUPLICADO Y NI SE ABRE.
       SUMA-GRUPO.
           IF WS-NGRUPO < 2
              MOVE ZERO TO WS-NGRUPO
              GO TO FIN-SUMA-GRUPO
           END-IF.
           PERFORM VARYING WS-GG FROM 1 BY 1 UNTIL WS-GG > WS-NGRUPO
              MOVE TB-GRU-RUTA(WS-GG) TO WS-DATOS-PATH
              PERFORM CALCULA-SUMA THRU FIN-CALCULA-SUMA
              IF SUMA-BIEN
                 ADD 1 TO WS-SUMADOS
                 MOVE WS-G-TAM TO WS-SR-TAM
                 MOVE WS-META-SUMA TO WS-SR-SUMA
                 MOVE WS-META-REGS TO WS-SR-REGS
                 MOVE TB-GRU-PRIO(WS-GG) TO WS-SR-PRIO
                 MOVE TB-GRU-RUTA(WS-GG) TO WS-SR-RUTA
                 MOVE WS-SUMAS-REG TO REG-SUMAS
                 WRITE REG-SUMAS
              ELSE
                 DISPLAY "|DUPLIAVISO|NOABRE|" WS-DATOS-PATH(1:120)
                         "|" ERRORES "|" UPON SYSOUT
              END-IF
           END-PERFORM.
           MOVE ZERO TO WS-NGRUPO.
       FIN-SUMA-GRUPO.

      *    UN JUEGO DE DUPLICADOS: CABECERA, MAESTRO Y COPIAS. EL
      *    ESPACIO RECUPERABLE ES EL DE TODAS LAS COPIAS MENOS UNA.
       INFORMA-GRUPO.
           IF WS-NGRUPO < 2
              MOVE ZERO TO WS-NGRUPO
              GO TO FIN-INFORMA-GRUPO
           END-IF.
           ADD 1 TO WS-GRUPOS.
           MOVE ZERO TO WS-MAESTRO.
           PERFORM VARYING WS-GG FROM 1 BY 1 UNTIL WS-GG > WS-NGRUPO
              PERFORM MIRA-MIEMBRO THRU FIN-MIRA-MIEMBRO
              IF WS-MAESTRO = ZERO AND TB-GRU-CAT(WS-GG) = "S"
                 MOVE WS-GG TO WS-MAESTRO
              END-IF
           END-PERFORM.
           IF WS-MAESTRO = ZERO
              MOVE 1 TO WS-MAESTRO
           END-IF.
           COMPUTE WS-G-RECUPERABLE = WS-G-TAM * (WS-NGRUPO - 1).
           ADD WS-G-RECUPERABLE TO WS-RECUPERABLE.
           COMPUTE WS-COPIAS = WS-COPIAS + WS-NGRUPO - 1.
           MOVE SPACES TO WS-DUPLI-RESP.
           STRING "|DUPLI|GRUPO|" WS-GRUPOS
                  "|FICHEROS:" WS-NGRUPO
                  "|TAMANIO:" WS-G-TAM
                  "|REGS:" WS-G-REGS
                  "|SUMA:" WS-G-SUMA
                  "|RECUPERABLE:" WS-G-RECUPERABLE "|"
                  DELIMITED BY SIZE
                  INTO WS-DUPLI-RESP
           END-STRING.
           DISPLAY WS-DUPLI-RESP UPON SYSOUT.
           PERFORM VARYING WS-GG FROM 1 BY 1 UNTIL WS-GG > WS-NGRUPO
              PERFORM INFORMA-MIEMBRO THRU FIN-INFORMA-MIEMBRO
           END-PERFORM.
           MOVE ZERO TO WS-NGRUPO.
       FIN-INFORMA-GRUPO.

      *    FICHA DEL CATALOGO, PROTECCION Y RETENCION LEGAL.
       MIRA-MIEMBRO.
           IF CATALOGO-ABIERTO
              MOVE TB-GRU-RUTA(WS-GG) TO REG-CAT-CLAVE
              READ CATALOGO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE "S" TO TB-GRU-CAT(WS-GG)
              END-READ
           END-IF.
           MOVE TB-GRU-RUTA(WS-GG) TO WS-FICHERO.
           PERFORM ES-PROTEGIDO THRU FIN-ES-PROTEGIDO.
           IF PROTEGIDO-SI
              MOVE "PROTEGIDO" TO TB-GRU-ESTADO(WS-GG)
              GO TO FIN-MIRA-MIEMBRO
           END-IF.
           MOVE SPACES TO WS-LEGAL-CASO WS-LEGAL-DETALLE.
           MOVE TB-GRU-RUTA(WS-GG) TO WS-LEGAL-DETALLE.
           CALL "PRULEGAL" USING WS-LEGAL-ACCION WS-LEGAL-CASO
                                 WS-LEGAL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              MOVE "RETENIDO" TO TB-GRU-ESTADO(WS-GG)
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-MIRA-MIEMBRO.

       INFORMA-MIEMBRO.
           MOVE SPACES TO WS-DUPLI-RESP WS-RES-ITEM WS-RES-DET.
           IF WS-GG = WS-MAESTRO
              MOVE "MAESTRO" TO WS-RES-RESULT
           ELSE
              MOVE "COPIA" TO WS-RES-RESULT
           END-IF.
           IF TB-GRU-CAT(WS-GG) = "S"
              MOVE TB-GRU-RUTA(WS-GG) TO REG-CAT-CLAVE
              READ CATALOGO
                  INVALID KEY
                     MOVE SPACES TO REG-CAT-FECHAMOD REG-CAT-USUARIO
              END-READ
              STRING "|DUPLI|" WS-RES-RESULT DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     TB-GRU-RUTA(WS-GG) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     TB-DD-RAIZ(TB-GRU-PRIO(WS-GG)) DELIMITED BY SPACE
                     "|CATALOGO:" REG-CAT-FECHAMOD "|" DELIMITED BY SIZE
                     REG-CAT-USUARIO DELIMITED BY SPACE
                     "|" TB-GRU-ESTADO(WS-GG) "|" DELIMITED BY SIZE
                     INTO WS-DUPLI-RESP
              END-STRING
           ELSE
              STRING "|DUPLI|" WS-RES-RESULT DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     TB-GRU-RUTA(WS-GG) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     TB-DD-RAIZ(TB-GRU-PRIO(WS-GG)) DELIMITED BY SPACE
                     "|SINCATALOGO||" TB-GRU-ESTADO(WS-GG) "|"
                     DELIMITED BY SIZE
                     INTO WS-DUPLI-RESP
              END-STRING
           END-IF.
           DISPLAY WS-DUPLI-RESP UPON SYSOUT.
      *    A LA LISTA DE CUARENTENA SOLO VAN LAS COPIAS LIBRES QUE NO
      *    ESTAN YA EN LA CUARENTENA.
           IF CUARENTENA-SI AND WS-GG NOT = WS-MAESTRO
              AND TB-GRU-ESTADO(WS-GG) = SPACES
              AND TB-GRU-PRIO(WS-GG) NOT = WS-PRIO-PAP
              MOVE TB-GRU-RUTA(WS-GG) TO REG-PURGA
              WRITE REG-PURGA
              ADD 1 TO WS-ENVIADOS
           END-IF.
           MOVE TB-GRU-RUTA(WS-GG) TO WS-RES-ITEM.
           MOVE SPACES TO WS-RES-DET.
           STRING "GRUPO " WS-GRUPOS " " TB-GRU-ESTADO(WS-GG)
                  DELIMITED BY SIZE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
       FIN-INFORMA-MIEMBRO.

       SUMA SECTION.
      *    REGISTROS Y SUMA DE BYTES COMO LOS CALCULA PRUMETA, PARA QUE
      *    LA SUMA DE UN GRUPO SEA LA MISMA QUE LA DE SUS ".meta".
       CALCULA-SUMA.
           MOVE "N" TO WS-SUMA-OK.
           MOVE ZEROES TO WS-META-REGS WS-META-SUMA.
           PERFORM DETECTA-ORGANIZACION THRU FIN-DETECTA-ORGANIZACION.
           IF WS-ORG = "I"
              GO TO SUMA-INDEXADO
           END-IF.
           OPEN INPUT DATOS.
           IF ERRORES NOT = "00"
              GO TO FIN-CALCULA-SUMA
           END-IF.
       LEE-DATOS.
           READ DATOS
               AT END
                  GO TO CIERRA-DATOS
           END-READ.
           ADD 1 TO WS-META-REGS.
           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > 1024
                   ADD REG-BYTE(WS-II) TO WS-META-SUMA
           END-PERFORM.
           GO TO LEE-DATOS.
       CIERRA-DATOS.
           CLOSE DATOS.
           SET SUMA-BIEN TO TRUE.
           GO TO FIN-CALCULA-SUMA.
       SUMA-INDEXADO.
           OPEN INPUT DATOS-IX.
           IF ERRORES NOT = "00"
              GO TO FIN-CALCULA-SUMA
           END-IF.
       LEE-DATOS-IX.
           READ DATOS-IX
               AT END
                  GO TO CIERRA-DATOS-IX
           END-READ.
           ADD 1 TO WS-META-REGS.
           MOVE REG-DATOS-IX TO WS-BUFFER-IX.
           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > 1024
                   ADD WS-IX-BYTE(WS-II) TO WS-META-SUMA
           END-PERFORM.
           GO TO LEE-DATOS-IX.
       CIERRA-DATOS-IX.
           CLOSE DATOS-IX.
           SET SUMA-BIEN TO TRUE.
       FIN-CALCULA-SUMA.

       DETECTA-ORGANIZACION.
           MOVE SPACES TO WS-ORG-TXT.
           DISPLAY "PRUMETAORG" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ORG-TXT FROM ENVIRONMENT-VALUE.
           IF WS-ORG-TXT = "I" OR WS-ORG-TXT = "L"
              MOVE WS-ORG-TXT TO WS-ORG
              GO TO FIN-DETECTA-ORGANIZACION
           END-IF.
           MOVE SPACES TO WS-IDX-PATH.
           STRING WS-DATOS-PATH ".idx"
                  DELIMITED BY SPACE
                  INTO WS-IDX-PATH
           END-STRING.
           MOVE SPACES TO WS-CHK-DETALLE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-IDX-PATH
                                             WS-CHK-DETALLE.
           IF RETURN-CODE = ZERO
              MOVE "I" TO WS-ORG
           ELSE
              MOVE "L" TO WS-ORG
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-DETECTA-ORGANIZACION.

       APOYO SECTION.
       ABRE-CATALOGO.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
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
           IF WS-CAT-ESTADO = "00"
              SET CATALOGO-ABIERTO TO TRUE
           END-IF.
       FIN-ABRE-CATALOGO.

      *    LA LISTA DE COPIAS VA A LA PURGA DE PRURM EN MODO
      *    CUARENTENA, CON SUS GUARDIAS DE SIEMPRE (VENTANA, VOLUMEN,
      *    CERROJO, PROTEGIDOS Y RETENCIONES), COMO LOS REMEDIOS DE
      *    PRUDISCO: SE FIJAN SUS VARIABLES, SE LLAMA Y SE LIMPIAN.
       ENVIA-CUARENTENA.
           IF WS-ENVIADOS = ZEROES
              CALL "CBL_DELETE_FILE" USING WS-PURGA-PATH
              GO TO FIN-ENVIA-CUARENTENA
           END-IF.
           DISPLAY "dd_purga" UPON ENVIRONMENT-NAME.
           DISPLAY WS-PURGA-PATH UPON ENVIRONMENT-VALUE.
           DISPLAY "PRURMCUARENTENA" UPON ENVIRONMENT-NAME.
           DISPLAY "S" UPON ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DUMMY-NOMBRE.
           CALL "PRURM" USING WS-DUMMY-NOMBRE
               ON EXCEPTION
                  DISPLAY "|DUPLIERROR|PRURM|" UPON SYSOUT
           END-CALL.
           DISPLAY "dd_purga" UPON ENVIRONMENT-NAME.
           DISPLAY " " UPON ENVIRONMENT-VALUE.
           DISPLAY "PRURMCUARENTENA" UPON ENVIRONMENT-NAME.
           DISPLAY " " UPON ENVIRONMENT-VALUE.
           MOVE ZERO TO RETURN-CODE.
       FIN-ENVIA-CUARENTENA.

       PROTECCION SECTION.
       CARGA-PROTEGIDOS.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-PROTEG-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PROTEGIDOS.LST"
                     DELIMITED BY SPACE
                     INTO WS-PROTEG-PATH
              END-STRING
           ELSE
              MOVE "PROTEGIDOS.LST" TO WS-PROTEG-PATH
           END-IF.
           OPEN INPUT PROTEG-LST.
           IF WS-PROTEG-ESTADO NOT = "00"
              GO TO FIN-CARGA-PROTEGIDOS
           END-IF.
       LEYENDO-PROTEGIDOS.
           READ PROTEG-LST
               AT END
                  GO TO CIERRA-PROTEGIDOS
           END-READ.
           IF REG-PROTEG-LST NOT = SPACES AND WS-NPROTEG < 50
              ADD 1 TO WS-NPROTEG
              MOVE REG-PROTEG-LST TO TB-PROT-ENT(WS-NPROTEG)
           END-IF.
           GO TO LEYENDO-PROTEGIDOS.
       CIERRA-PROTEGIDOS.
           CLOSE PROTEG-LST.
       FIN-CARGA-PROTEGIDOS.

       ES-PROTEGIDO.
           MOVE "N" TO WS-PROTEGIDO.
           IF WS-NPROTEG = ZERO
              GO TO FIN-ES-PROTEGIDO
           END-IF.
           MOVE ZERO TO WS-PROT-BASEPOS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 256
              IF WS-FICHERO(WS-K:1) = "/"
                 MOVE WS-K TO WS-PROT-BASEPOS
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PROT-BASE.
           IF WS-PROT-BASEPOS > ZERO AND WS-PROT-BASEPOS < 256
              MOVE WS-FICHERO(WS-PROT-BASEPOS + 1:) TO WS-PROT-BASE
           ELSE
              MOVE WS-FICHERO TO WS-PROT-BASE
           END-IF.
           PERFORM VARYING WS-PP FROM 1 BY 1
                   UNTIL WS-PP > WS-NPROTEG OR PROTEGIDO-SI
              MOVE ZERO TO WS-PROT-LONG
              INSPECT TB-PROT-ENT(WS-PP) TALLYING WS-PROT-LONG
                      FOR CHARACTERS BEFORE INITIAL " "
              IF WS-PROT-LONG > ZERO
                 PERFORM COTEJA-PROTEGIDO THRU FIN-COTEJA-PROTEGIDO
              END-IF
           END-PERFORM.
       FIN-ES-PROTEGIDO.

       COTEJA-PROTEGIDO.
           IF TB-PROT-ENT(WS-PP)(WS-PROT-LONG:1) = "*"
              IF WS-PROT-LONG > 1 AND
                 WS-FICHERO(1:WS-PROT-LONG - 1) =
                 TB-PROT-ENT(WS-PP)(1:WS-PROT-LONG - 1)
                 SET PROTEGIDO-SI TO TRUE
              END-IF
              GO TO FIN-COTEJA-PROTEGIDO
           END-IF.
           IF WS-FICHERO(1:WS-PROT-LONG) =
              TB-PROT-ENT(WS-PP)(1:WS-PROT-LONG)
              AND WS-FICHERO(WS-PROT-LONG + 1:1) = " "
              SET PROTEGIDO-SI TO TRUE
              GO TO FIN-COTEJA-PROTEGIDO
           END-IF.
           IF WS-PROT-BASE(1:WS-PROT-LONG) =
              TB-PROT-ENT(WS-PP)(1:WS-PROT-LONG)
              AND (WS-PROT-BASE(WS-PROT-LONG + 1:1) = " " OR
                   WS-PROT-BASE(WS-PROT-LONG + 1:1) = ".")
              SET PROTEGIDO-SI TO TRUE
           END-IF.
       FIN-COTEJA-PROTEGIDO.
