       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUFRIO.
       AUTHOR.        CVJ.
       SECURITY.      ALMACENAMIENTO EN FRIO DE LO QUE NADIE LEE: LA
                      PASADA (ACCION PASADA) MUEVE LOS FICHEROS DE
                      dd_obj Y dd_rom QUE LLEVAN MAS DE PRUFRIODIAS SIN
                      TOCARSE A UN COMPRIMIDO BAJO dd_frio, DEJANDO EN
                      SU SITIO EL ".meta" Y EN EL CATALOGO DE PRUCAT LA
                      ENTRADA MARCADA COMO ENFRIADA (CON SU APUNTE EN
                      EL DIARIO PRUCATJ-). RECUPERA DEVUELVE UN FICHERO
                      ENFRIADO A SU RUTA Y LO VERIFICA CONTRA SU
                      ".meta" ANTES DE DARLO POR BUENO, E INFORME SACA
                      EL ESPACIO ENFRIADO POR RAIZ Y LA FRECUENCIA DE
                      RECUPERACIONES. HASTA AHORA LAS EXPORTACIONES Y
                      LOS ARCHIVOS VIEJOS OCUPABAN DISCO CARO SIN QUE
                      NADIE LOS LEYERA, Y BORRARLOS NO ESTA PERMITIDO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. LA COMPRESION
*********************               Y LA COMPROBACION VAN CON gzip POR
*********************               EL MISMO CALL "SYSTEM" QUE USAN
*********************               PRURETEN Y PRURM PARA find; EL
*********************               COMPRIMIDO SE DA POR BUENO SOLO SI
*********************               DESCOMPRIMIDO CUADRA BYTE A BYTE
*********************               CON EL ORIGINAL (cmp). LA LISTA
*********************               PROTEGIDOS.LST DE PRURM MANDA
*********************               TAMBIEN AQUI.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CATALOGO
                  ASSIGN TO DYNAMIC WS-CATALOGO-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REG-CAT-CLAVE
                  FILE STATUS IS ERRORES.

           SELECT CANDIDATOS
                  ASSIGN TO DYNAMIC WS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LISTA-ESTADO.

           SELECT PROTEG-LST
                  ASSIGN TO DYNAMIC WS-PROTEG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PROTEG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

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

       FD  CANDIDATOS.
       01  REG-CANDIDATOS    PIC X(256).

       FD  PROTEG-LST.
       01  REG-PROTEG-LST    PIC X(128).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUFRIO".
       01  VALORDIR          PIC X(128).
       01  VALORRAIZ         PIC X(128).
       01  VALORFRIO         PIC X(128).
       77  WS-DD-TMP         PIC X(128).
       01  WS-CATALOGO-PATH  PIC X(200).
       01  WS-LISTA          PIC X(200).
       77  WS-LISTA-ESTADO   PIC XX.
       01  WS-CMD            PIC X(1024).
       77  WS-RC             PIC 9 VALUE ZERO.

      *    LAS RAICES QUE SE ENFRIAN Y EL SUBDIRECTORIO DE dd_frio QUE
      *    LE TOCA A CADA UNA (EL NOMBRE SIN "dd_").
       01  TB-RAICES-DATA.
           03 FILLER         PIC X(8) VALUE "dd_obj".
           03 FILLER         PIC X(8) VALUE "dd_rom".
       01  TB-RAICES REDEFINES TB-RAICES-DATA.
           03 TB-RAIZ        PIC X(8) OCCURS 2.
       77  WS-NRAICES        PIC 9 VALUE 2.
       77  WS-ZZ             PIC 9.

       77  WS-DIAS-TXT       PIC X(5).
       77  WS-DIAS           PIC 9(5) VALUE 180.

       01  WS-FICHERO        PIC X(256).
       01  WS-FICHERO-B REDEFINES WS-FICHERO.
           03 WS-FIB         PIC X OCCURS 256.
       77  WS-K              PIC 999.
       77  WS-BASEPOS        PIC 999.
       77  WS-LONG           PIC 999.
       01  WS-FICHERO-IDX    PIC X(260).
       01  WS-FICHERO-META   PIC X(260).
       01  WS-DIR-FRIO       PIC X(256).
       01  WS-COMPRIMIDO     PIC X(256).
       01  WS-COMPRIMIDO-IDX PIC X(260).
       77  WS-CON-IDX        PIC X.
       77  WS-HECHO-BIEN     PIC X.

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
       01  WS-PROT-BASE      PIC X(256).
       77  WS-PROT-BASEPOS   PIC 999.

       01  WS-CHK-DETALLE1   PIC X(64).
       01  WS-CHK1 REDEFINES WS-CHK-DETALLE1.
           05 FILLER         PIC X(4).
           05 WS-TAM1        PIC 9(8) COMP-X.
       01  WS-CHK-DETALLE2   PIC X(64).
       01  WS-CHK2 REDEFINES WS-CHK-DETALLE2.
           05 FILLER         PIC X(4).
           05 WS-TAM2        PIC 9(8) COMP-X.

       77  WS-ENFRIADOS      PIC 9(7) VALUE ZEROES.
       77  WS-PROTEGIDOS     PIC 9(7) VALUE ZEROES.
       77  WS-FALLADOS       PIC 9(7) VALUE ZEROES.
       77  WS-BYTES          PIC 9(12) VALUE ZEROES.
       77  WS-BYTES-FRIO     PIC 9(12) VALUE ZEROES.
       01  WS-FRIO-RESP      PIC X(400).

      *    INFORME: UNA FILA POR RAIZ Y UNA TERCERA PARA LO ENFRIADO
      *    FUERA DE ELLAS (OTRAS).
       01  TB-INFORME.
           03 TB-INF-O       OCCURS 3.
              05 TB-INF-NOMBRE  PIC X(8).
              05 TB-INF-VALOR   PIC X(128).
              05 TB-INF-LONG    PIC 999.
              05 TB-INF-FICH    PIC 9(7).
              05 TB-INF-BYTES   PIC 9(12).
              05 TB-INF-COMPR   PIC 9(12).
       77  WS-II             PIC 9.
       77  WS-INF-IDX        PIC 9.
       77  WS-RECUPERADOS    PIC 9(7) VALUE ZEROES.
       77  WS-RECUPERACIONES PIC 9(9) VALUE ZEROES.
       77  WS-ESTADO-FICH    PIC X(5).

       77  WS-CAT-FRIO       PIC X(4) VALUE "FRIO".
       77  WS-CAT-RECU       PIC X(4) VALUE "RECU".
       77  WS-META-ESCR      PIC X(4) VALUE "ESCR".
       01  WS-CAT-DATO       PIC X(256).

       77  WS-RES-PROG       PIC X(10) VALUE "PRUFRIO".
       01  WS-RES-ITEM       PIC X(120).
       77  WS-RES-RESULT     PIC X(10).
       77  WS-RES-DET        PIC X(80).

       LINKAGE SECTION.

       77  ACCION            PIC X(10).
       77  NOMBREFICHERO     PIC X(256).

       PROCEDURE DIVISION USING ACCION NOMBREFICHERO.

       PROGRAMA SECTION.
      *    PRUFRIO SE QUEDA CARGADO ENTRE LLAMADAS DE SRU Y PRUCP, ASI
      *    QUE LOS CONTADORES Y EL CODIGO DE RETORNO SE PONEN A CERO
      *    EN CADA ENTRADA.
       INICIALES.
           MOVE ZERO TO WS-RC.
           MOVE ZEROES TO WS-ENFRIADOS WS-PROTEGIDOS WS-FALLADOS
                          WS-BYTES WS-BYTES-FRIO WS-NPROTEG.
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
       PROCESOS.
           EVALUATE ACCION
               WHEN "PASADA"
                    PERFORM PASADA-FRIO THRU FIN-PASADA-FRIO
               WHEN "RECUPERA"
                    PERFORM RECUPERA-FICHERO THRU FIN-RECUPERA-FICHERO
               WHEN "INFORME"
                    PERFORM INFORME-FRIO THRU FIN-INFORME-FRIO
               WHEN OTHER
                    DISPLAY "|FRIOERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 1 TO WS-RC
           END-EVALUATE.
       FIN-PROCESOS.
           MOVE WS-RC TO RETURN-CODE.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       PASADA SECTION.
      *    UNA PASADA find POR RAIZ CON LA EDAD DE PRUFRIODIAS (180 SI
      *    NO SE FIJA). LOS ".meta", ".idx" Y ".gz" NO SON CANDIDATOS:
      *    LOS DOS PRIMEROS VIAJAN CON SU FICHERO DE DATOS Y EL TERCERO
      *    YA ESTA COMPRIMIDO.
       PASADA-FRIO.
           MOVE SPACES TO VALORFRIO.
           DISPLAY "dd_frio" UPON ENVIRONMENT-NAME.
           ACCEPT VALORFRIO FROM ENVIRONMENT-VALUE.
           IF VALORFRIO = SPACES OR VALORFRIO = LOW-VALUES
              DISPLAY "|FRIOERROR|SINFRIO|" UPON SYSOUT
              MOVE 1 TO WS-RC
              GO TO FIN-PASADA-FRIO
           END-IF.
           MOVE SPACES TO WS-DIAS-TXT.
           DISPLAY "PRUFRIODIAS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DIAS-TXT FROM ENVIRONMENT-VALUE.
           MOVE 180 TO WS-DIAS.
           IF WS-DIAS-TXT NOT = SPACES AND WS-DIAS-TXT NOT = LOW-VALUES
              MOVE ZERO TO WS-LONG
              INSPECT WS-DIAS-TXT TALLYING WS-LONG
                      FOR CHARACTERS BEFORE INITIAL " "
              IF WS-LONG > ZERO AND WS-DIAS-TXT(1:WS-LONG) IS NUMERIC
                 MOVE WS-DIAS-TXT(1:WS-LONG) TO WS-DIAS
              END-IF
           END-IF.
           MOVE SPACES TO WS-DD-TMP.
           DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TMP FROM ENVIRONMENT-VALUE.
           PERFORM CARGA-PROTEGIDOS THRU FIN-CARGA-PROTEGIDOS.
           PERFORM VARYING WS-ZZ FROM 1 BY 1 UNTIL WS-ZZ > WS-NRAICES
              PERFORM ENFRIA-RAIZ THRU FIN-ENFRIA-RAIZ
           END-PERFORM.
           MOVE SPACES TO WS-FRIO-RESP.
           STRING "|FRIOFIN|DIAS:" WS-DIAS
                  "|ENFRIADOS:" WS-ENFRIADOS
                  "|BYTES:" WS-BYTES
                  "|COMPRIMIDO:" WS-BYTES-FRIO
                  "|PROTEGIDOS:" WS-PROTEGIDOS
                  "|FALLADOS:" WS-FALLADOS "|"
                  DELIMITED BY SIZE
                  INTO WS-FRIO-RESP
           END-STRING.
           DISPLAY WS-FRIO-RESP UPON SYSOUT.
       FIN-PASADA-FRIO.

       ENFRIA-RAIZ.
           MOVE SPACES TO VALORRAIZ.
           DISPLAY TB-RAIZ(WS-ZZ) UPON ENVIRONMENT-NAME.
           ACCEPT VALORRAIZ FROM ENVIRONMENT-VALUE.
           IF VALORRAIZ = SPACES OR VALORRAIZ = LOW-VALUES
              GO TO FIN-ENFRIA-RAIZ
           END-IF.
           MOVE SPACES TO WS-DIR-FRIO.
           STRING VALORFRIO DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  TB-RAIZ(WS-ZZ)(4:5) DELIMITED BY SPACE
                  INTO WS-DIR-FRIO
           END-STRING.
      *    SI EL DIRECTORIO YA EXISTE LA CREACION FALLA Y DA IGUAL.
           CALL "CBL_CREATE_DIR" USING WS-DIR-FRIO.
           MOVE ZERO TO RETURN-CODE.

           MOVE SPACES TO WS-LISTA.
           IF WS-DD-TMP NOT = SPACES AND WS-DD-TMP NOT = LOW-VALUES
              STRING WS-DD-TMP "PRUFRIO.LST"
                     DELIMITED BY SPACE
                     INTO WS-LISTA
              END-STRING
           ELSE
              MOVE "PRUFRIO.LST" TO WS-LISTA
           END-IF.
           MOVE SPACES TO WS-CMD.
           STRING "find " DELIMITED BY SIZE
                  VALORRAIZ DELIMITED BY SPACE
                  " -maxdepth 1 -type f -mtime +" DELIMITED BY SIZE
                  WS-DIAS DELIMITED BY SIZE
                  ' ! -name "*.meta" ! -name "*.idx"'
                  DELIMITED BY SIZE
                  ' ! -name "*.gz" > ' DELIMITED BY SIZE
                  WS-LISTA DELIMITED BY SPACE
                  INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           MOVE ZERO TO RETURN-CODE.

           OPEN INPUT CANDIDATOS.
           IF WS-LISTA-ESTADO NOT = "00"
              GO TO FIN-ENFRIA-RAIZ
           END-IF.
       LEE-CANDIDATO.
           READ CANDIDATOS
               AT END
                  GO TO CIERRA-CANDIDATOS
           END-READ.
           IF REG-CANDIDATOS = SPACES
              GO TO LEE-CANDIDATO
           END-IF.
           MOVE SPACES TO WS-FICHERO.
           MOVE REG-CANDIDATOS TO WS-FICHERO.
           PERFORM TRATA-CANDIDATO THRU FIN-TRATA-CANDIDATO.
           GO TO LEE-CANDIDATO.
       CIERRA-CANDIDATOS.
           CLOSE CANDIDATOS.
           CALL "CBL_DELETE_FILE" USING WS-LISTA.
           MOVE ZERO TO RETURN-CODE.
       FIN-ENFRIA-RAIZ.

       TRATAMIENTO SECTION.
       TRATA-CANDIDATO.
           PERFORM ES-PROTEGIDO THRU FIN-ES-PROTEGIDO.
           IF PROTEGIDO-SI
              ADD 1 TO WS-PROTEGIDOS
              DISPLAY "|PROTEGIDO|" WS-FICHERO "|" UPON SYSOUT
              GO TO FIN-TRATA-CANDIDATO
           END-IF.
           MOVE "N" TO WS-HECHO-BIEN.
           PERFORM ENFRIA-CANDIDATO THRU FIN-ENFRIA-CANDIDATO.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           MOVE WS-FICHERO(1:120) TO WS-RES-ITEM.
           IF WS-HECHO-BIEN = "S"
              MOVE "ENFRIADO" TO WS-RES-RESULT
              MOVE WS-COMPRIMIDO(1:80) TO WS-RES-DET
           ELSE
              ADD 1 TO WS-FALLADOS
              MOVE "ERROR" TO WS-RES-RESULT
              MOVE TB-RAIZ(WS-ZZ) TO WS-RES-DET
           END-IF.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
       FIN-TRATA-CANDIDATO.

      *    EL ORDEN ES EL DEL ARCHIVADO DE PRURETEN: PRIMERO EL
      *    COMPRIMIDO COMPROBADO, LUEGO LA MARCA EN EL CATALOGO Y SOLO
      *    CON LAS DOS COSAS HECHAS SE BORRA EL ORIGINAL. EL ".meta" SE
      *    QUEDA EN SU SITIO (SE ESCRIBE SI NO LO HABIA) PORQUE ES LO
      *    QUE VERIFICA LA RECUPERACION.
       ENFRIA-CANDIDATO.
           MOVE SPACES TO WS-FICHERO-META.
           STRING WS-FICHERO DELIMITED BY SPACE
                  ".meta" DELIMITED BY SIZE
                  INTO WS-FICHERO-META
           END-STRING.
           MOVE SPACES TO WS-CHK-DETALLE2.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FICHERO-META
                                             WS-CHK-DETALLE2.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              CALL "PRUMETA" USING WS-META-ESCR WS-FICHERO
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           PERFORM BUSCA-BASE.
           MOVE SPACES TO WS-COMPRIMIDO.
           STRING WS-DIR-FRIO DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-FICHERO(WS-BASEPOS + 1:) DELIMITED BY SPACE
                  ".gz" DELIMITED BY SIZE
                  INTO WS-COMPRIMIDO
           END-STRING.
           MOVE SPACES TO WS-FICHERO-IDX.
           STRING WS-FICHERO DELIMITED BY SPACE
                  ".idx" DELIMITED BY SIZE
                  INTO WS-FICHERO-IDX
           END-STRING.
           PERFORM NOMBRE-COMPRIMIDO-IDX THRU
                   FIN-NOMBRE-COMPRIMIDO-IDX.

           MOVE SPACES TO WS-CHK-DETALLE1.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FICHERO
                                             WS-CHK-DETALLE1.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-ENFRIA-CANDIDATO
           END-IF.
           MOVE "N" TO WS-CON-IDX.
           MOVE SPACES TO WS-CHK-DETALLE2.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FICHERO-IDX
                                             WS-CHK-DETALLE2.
           IF RETURN-CODE = ZERO
              MOVE "S" TO WS-CON-IDX
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           MOVE SPACES TO WS-CMD.
           STRING 'gzip -c "' DELIMITED BY SIZE
                  WS-FICHERO DELIMITED BY SPACE
                  '" > "' DELIMITED BY SIZE
                  WS-COMPRIMIDO DELIMITED BY SPACE
                  '" && gzip -cd "' DELIMITED BY SIZE
                  WS-COMPRIMIDO DELIMITED BY SPACE
                  '" | cmp -s - "' DELIMITED BY SIZE
                  WS-FICHERO DELIMITED BY SPACE
                  '"' DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              CALL "CBL_DELETE_FILE" USING WS-COMPRIMIDO
              MOVE ZERO TO RETURN-CODE
              DISPLAY "|FRIOERROR|COMPRIME|" WS-FICHERO "|"
                      UPON SYSOUT
              GO TO FIN-ENFRIA-CANDIDATO
           END-IF.
           IF WS-CON-IDX = "S"
              MOVE SPACES TO WS-CMD
              STRING 'gzip -c "' DELIMITED BY SIZE
                     WS-FICHERO-IDX DELIMITED BY SPACE
                     '" > "' DELIMITED BY SIZE
                     WS-COMPRIMIDO-IDX DELIMITED BY SPACE
                     '" && gzip -cd "' DELIMITED BY SIZE
                     WS-COMPRIMIDO-IDX DELIMITED BY SPACE
                     '" | cmp -s - "' DELIMITED BY SIZE
                     WS-FICHERO-IDX DELIMITED BY SPACE
                     '"' DELIMITED BY SIZE
                     INTO WS-CMD
              END-STRING
              CALL "SYSTEM" USING WS-CMD
              IF RETURN-CODE NOT = ZERO
                 MOVE ZERO TO RETURN-CODE
                 CALL "CBL_DELETE_FILE" USING WS-COMPRIMIDO
                 CALL "CBL_DELETE_FILE" USING WS-COMPRIMIDO-IDX
                 MOVE ZERO TO RETURN-CODE
                 DISPLAY "|FRIOERROR|COMPRIME|" WS-FICHERO-IDX "|"
                         UPON SYSOUT
                 GO TO FIN-ENFRIA-CANDIDATO
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           MOVE SPACES TO WS-CAT-DATO.
           STRING WS-FICHERO DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-COMPRIMIDO DELIMITED BY SPACE
                  INTO WS-CAT-DATO
           END-STRING.
           CALL "PRUCAT" USING WS-CAT-FRIO WS-CAT-DATO.
           MOVE ZERO TO RETURN-CODE.

           CALL "CBL_DELETE_FILE" USING WS-FICHERO.
           IF WS-CON-IDX = "S"
              CALL "CBL_DELETE_FILE" USING WS-FICHERO-IDX
           END-IF.
           MOVE SPACES TO WS-CHK-DETALLE2.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FICHERO
                                             WS-CHK-DETALLE2.
           IF RETURN-CODE NOT = ZERO
              MOVE "S" TO WS-HECHO-BIEN
              ADD 1 TO WS-ENFRIADOS
              ADD WS-TAM1 TO WS-BYTES
              MOVE SPACES TO WS-CHK-DETALLE2
              CALL "CBL_CHECK_FILE_EXIST" USING WS-COMPRIMIDO
                                                WS-CHK-DETALLE2
              IF RETURN-CODE = ZERO
                 ADD WS-TAM2 TO WS-BYTES-FRIO
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "|FRIO|ENFRIA|" WS-FICHERO "|" UPON SYSOUT.
       FIN-ENFRIA-CANDIDATO.

      *    EL COMPANERO ".idx" SE COMPRIME JUNTO AL DE DATOS CON EL
      *    NOMBRE base.idx.gz, QUE SE SACA DEL NOMBRE DEL COMPRIMIDO
      *    CAMBIANDO EL ".gz" FINAL.
       NOMBRE-COMPRIMIDO-IDX.
           MOVE SPACES TO WS-COMPRIMIDO-IDX.
           MOVE ZERO TO WS-LONG.
           INSPECT WS-COMPRIMIDO TALLYING WS-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-LONG < 4
              GO TO FIN-NOMBRE-COMPRIMIDO-IDX
           END-IF.
           IF WS-COMPRIMIDO(WS-LONG - 2:3) NOT = ".gz"
              GO TO FIN-NOMBRE-COMPRIMIDO-IDX
           END-IF.
           STRING WS-COMPRIMIDO(1:WS-LONG - 3) DELIMITED BY SIZE
                  ".idx.gz" DELIMITED BY SIZE
                  INTO WS-COMPRIMIDO-IDX
           END-STRING.
       FIN-NOMBRE-COMPRIMIDO-IDX.

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

       RECUPERACION SECTION.
      *    LA LLAMAN SRU (DSC) Y PRUCP ANTES DE ABRIR UN FICHERO QUE NO
      *    ESTA EN DISCO. SI ESTA, NO HAY NADA QUE HACER; SI EL CATALOGO
      *    LO TIENE ENFRIADO SE DESCOMPRIME A SU RUTA (CON SU ".idx" SI
      *    LO TENIA) Y SE VERIFICA CONTRA SU ".meta" CON PRUMETCHK.
      *    SOLO CON LA VERIFICACION BUENA SE QUITA LA MARCA DEL
      *    CATALOGO Y SE BORRA EL COMPRIMIDO; SI NO CUADRA SE BORRA LO
      *    DESCOMPRIMIDO Y EL COMPRIMIDO SE QUEDA COMO ESTABA.
      *    RETURN-CODE 0 = EL FICHERO ESTA EN DISCO, 1 = NO.
       RECUPERA-FICHERO.
           MOVE SPACES TO WS-FICHERO.
           MOVE NOMBREFICHERO TO WS-FICHERO.
           MOVE SPACES TO WS-CHK-DETALLE1.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FICHERO
                                             WS-CHK-DETALLE1.
           IF RETURN-CODE = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-RECUPERA-FICHERO
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE 1 TO WS-RC.

           MOVE SPACES TO WS-COMPRIMIDO.
           OPEN INPUT CATALOGO.
           IF ERRORES NOT = "00"
              DISPLAY "|FRIOERROR|SINCATALOGO|" WS-CATALOGO-PATH "|"
                      UPON SYSOUT
              GO TO FIN-RECUPERA-FICHERO
           END-IF.
           MOVE SPACES TO REG-CAT-CLAVE.
           MOVE WS-FICHERO TO REG-CAT-CLAVE.
           READ CATALOGO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CAT-ENFRIADO
                     MOVE REG-CAT-FRIO TO WS-COMPRIMIDO
                  END-IF
           END-READ.
           CLOSE CATALOGO.
           IF WS-COMPRIMIDO = SPACES
              DISPLAY "|FRIOERROR|NOENFRIADO|" WS-FICHERO "|"
                      UPON SYSOUT
              GO TO FIN-RECUPERA-FICHERO
           END-IF.

           MOVE SPACES TO WS-FICHERO-IDX.
           STRING WS-FICHERO DELIMITED BY SPACE
                  ".idx" DELIMITED BY SIZE
                  INTO WS-FICHERO-IDX
           END-STRING.
           PERFORM NOMBRE-COMPRIMIDO-IDX THRU
                   FIN-NOMBRE-COMPRIMIDO-IDX.
           MOVE "N" TO WS-CON-IDX.
           IF WS-COMPRIMIDO-IDX NOT = SPACES
              MOVE SPACES TO WS-CHK-DETALLE2
              CALL "CBL_CHECK_FILE_EXIST" USING WS-COMPRIMIDO-IDX
                                                WS-CHK-DETALLE2
              IF RETURN-CODE = ZERO
                 MOVE "S" TO WS-CON-IDX
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           MOVE "N" TO WS-HECHO-BIEN.
           MOVE SPACES TO WS-CMD.
           STRING 'gzip -cd "' DELIMITED BY SIZE
                  WS-COMPRIMIDO DELIMITED BY SPACE
                  '" > "' DELIMITED BY SIZE
                  WS-FICHERO DELIMITED BY SPACE
                  '"' DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO RECHAZA-RECUPERACION
           END-IF.
           IF WS-CON-IDX = "S"
              MOVE SPACES TO WS-CMD
              STRING 'gzip -cd "' DELIMITED BY SIZE
                     WS-COMPRIMIDO-IDX DELIMITED BY SPACE
                     '" > "' DELIMITED BY SIZE
                     WS-FICHERO-IDX DELIMITED BY SPACE
                     '"' DELIMITED BY SIZE
                     INTO WS-CMD
              END-STRING
              CALL "SYSTEM" USING WS-CMD
              IF RETURN-CODE NOT = ZERO
                 MOVE ZERO TO RETURN-CODE
                 GO TO RECHAZA-RECUPERACION
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUMETCHK" USING WS-FICHERO.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO RECHAZA-RECUPERACION
           END-IF.

           CALL "PRUCAT" USING WS-CAT-RECU WS-FICHERO.
           MOVE ZERO TO RETURN-CODE.
           CALL "CBL_DELETE_FILE" USING WS-COMPRIMIDO.
           IF WS-CON-IDX = "S"
              CALL "CBL_DELETE_FILE" USING WS-COMPRIMIDO-IDX
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE "S" TO WS-HECHO-BIEN.
           MOVE ZERO TO WS-RC.
           DISPLAY "|FRIO|RECUPERA|" WS-FICHERO "|" UPON SYSOUT.
           GO TO ANOTA-RECUPERACION.
       RECHAZA-RECUPERACION.
           CALL "CBL_DELETE_FILE" USING WS-FICHERO.
           IF WS-CON-IDX = "S"
              CALL "CBL_DELETE_FILE" USING WS-FICHERO-IDX
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "|FRIOERROR|VERIFICA|" WS-FICHERO "|" UPON SYSOUT.
       ANOTA-RECUPERACION.
           MOVE SPACES TO WS-RES-ITEM WS-RES-DET.
           MOVE WS-FICHERO(1:120) TO WS-RES-ITEM.
           IF WS-HECHO-BIEN = "S"
              MOVE "RECUPERADO" TO WS-RES-RESULT
           ELSE
              MOVE "ERROR" TO WS-RES-RESULT
           END-IF.
           MOVE WS-COMPRIMIDO(1:80) TO WS-RES-DET.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           MOVE ZERO TO RETURN-CODE.
       FIN-RECUPERA-FICHERO.

       INFORME SECTION.
      *    UN RECORRIDO DEL CATALOGO: LO ENFRIADO SE SUMA EN LA FILA DE
      *    LA RAIZ CUYA RUTA ES PREFIJO DE LA CLAVE (BYTES ORIGINALES Y
      *    LO QUE OCUPA DE VERDAD EL COMPRIMIDO), Y TODA ENTRADA CON
      *    RECUPERACIONES SACA SU LINEA CON EL NUMERO, LA ULTIMA FECHA
      *    Y SI HOY ESTA EN DISCO O OTRA VEZ EN FRIO.
       INFORME-FRIO.
           MOVE ZEROES TO WS-RECUPERADOS WS-RECUPERACIONES.
           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > 3
              MOVE SPACES TO TB-INF-NOMBRE(WS-II) TB-INF-VALOR(WS-II)
              MOVE ZEROES TO TB-INF-LONG(WS-II) TB-INF-FICH(WS-II)
                             TB-INF-BYTES(WS-II) TB-INF-COMPR(WS-II)
              IF WS-II > WS-NRAICES
                 MOVE "OTRAS" TO TB-INF-NOMBRE(WS-II)
              ELSE
                 MOVE TB-RAIZ(WS-II) TO TB-INF-NOMBRE(WS-II)
                 DISPLAY TB-RAIZ(WS-II) UPON ENVIRONMENT-NAME
                 ACCEPT TB-INF-VALOR(WS-II) FROM ENVIRONMENT-VALUE
                 IF TB-INF-VALOR(WS-II) = LOW-VALUES
                    MOVE SPACES TO TB-INF-VALOR(WS-II)
                 END-IF
                 INSPECT TB-INF-VALOR(WS-II) TALLYING TB-INF-LONG(WS-II)
                         FOR CHARACTERS BEFORE INITIAL " "
              END-IF
           END-PERFORM.

           OPEN INPUT CATALOGO.
           IF ERRORES NOT = "00"
              DISPLAY "|FRIOERROR|SINCATALOGO|" WS-CATALOGO-PATH "|"
                      UPON SYSOUT
              MOVE 1 TO WS-RC
              GO TO FIN-INFORME-FRIO
           END-IF.
           MOVE LOW-VALUES TO REG-CAT-CLAVE.
           START CATALOGO KEY NOT LESS REG-CAT-CLAVE
               INVALID KEY
                  GO TO CIERRA-INFORME
           END-START.
       LEE-INFORME.
           READ CATALOGO NEXT
               AT END
                  GO TO CIERRA-INFORME
           END-READ.
           IF CAT-ENFRIADO
              PERFORM SUMA-ENFRIADO THRU FIN-SUMA-ENFRIADO
           END-IF.
           IF REG-CAT-RECUPERA IS NUMERIC AND REG-CAT-RECUPERA > ZERO
              PERFORM SACA-RECUPERADO THRU FIN-SACA-RECUPERADO
           END-IF.
           GO TO LEE-INFORME.
       CIERRA-INFORME.
           CLOSE CATALOGO.
           MOVE ZEROES TO WS-ENFRIADOS WS-BYTES WS-BYTES-FRIO.
           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > 3
              MOVE SPACES TO WS-FRIO-RESP
              STRING "|FRIORAIZ|" DELIMITED BY SIZE
                     TB-INF-NOMBRE(WS-II) DELIMITED BY SPACE
                     "|FICHEROS:" TB-INF-FICH(WS-II)
                     "|BYTES:" TB-INF-BYTES(WS-II)
                     "|COMPRIMIDO:" TB-INF-COMPR(WS-II) "|"
                     DELIMITED BY SIZE
                     INTO WS-FRIO-RESP
              END-STRING
              DISPLAY WS-FRIO-RESP UPON SYSOUT
              ADD TB-INF-FICH(WS-II) TO WS-ENFRIADOS
              ADD TB-INF-BYTES(WS-II) TO WS-BYTES
              ADD TB-INF-COMPR(WS-II) TO WS-BYTES-FRIO
           END-PERFORM.
           MOVE SPACES TO WS-FRIO-RESP.
           STRING "|FRIOINFFIN|ENFRIADOS:" WS-ENFRIADOS
                  "|BYTES:" WS-BYTES
                  "|COMPRIMIDO:" WS-BYTES-FRIO
                  "|RECUPERADOS:" WS-RECUPERADOS
                  "|RECUPERACIONES:" WS-RECUPERACIONES "|"
                  DELIMITED BY SIZE
                  INTO WS-FRIO-RESP
           END-STRING.
           DISPLAY WS-FRIO-RESP UPON SYSOUT.
       FIN-INFORME-FRIO.

       SUMA-ENFRIADO.
           MOVE 3 TO WS-INF-IDX.
           PERFORM VARYING WS-II FROM 1 BY 1 UNTIL WS-II > WS-NRAICES
              IF TB-INF-LONG(WS-II) > ZERO
                 IF REG-CAT-CLAVE(1:TB-INF-LONG(WS-II)) =
                    TB-INF-VALOR(WS-II)(1:TB-INF-LONG(WS-II))
                    MOVE WS-II TO WS-INF-IDX
                 END-IF
              END-IF
           END-PERFORM.
           ADD 1 TO TB-INF-FICH(WS-INF-IDX).
           IF REG-CAT-TAMANIO IS NUMERIC
              ADD REG-CAT-TAMANIO TO TB-INF-BYTES(WS-INF-IDX)
           END-IF.
           MOVE SPACES TO WS-COMPRIMIDO.
           MOVE REG-CAT-FRIO TO WS-COMPRIMIDO.
           MOVE SPACES TO WS-CHK-DETALLE2.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-COMPRIMIDO
                                             WS-CHK-DETALLE2.
           IF RETURN-CODE = ZERO
              ADD WS-TAM2 TO TB-INF-COMPR(WS-INF-IDX)
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-SUMA-ENFRIADO.

       SACA-RECUPERADO.
           ADD 1 TO WS-RECUPERADOS.
           ADD REG-CAT-RECUPERA TO WS-RECUPERACIONES.
           IF CAT-ENFRIADO
              MOVE "FRIO" TO WS-ESTADO-FICH
           ELSE
              MOVE "DISCO" TO WS-ESTADO-FICH
           END-IF.
           MOVE SPACES TO WS-FRIO-RESP.
           STRING "|FRIORECU|" DELIMITED BY SIZE
                  REG-CAT-CLAVE DELIMITED BY SPACE
                  "|VECES:" REG-CAT-RECUPERA
                  "|ULTIMA:" REG-CAT-FECHARECU
                  "|ESTADO:" DELIMITED BY SIZE
                  WS-ESTADO-FICH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-FRIO-RESP
           END-STRING.
           DISPLAY WS-FRIO-RESP UPON SYSOUT.
       FIN-SACA-RECUPERADO.

       PROTECCION SECTION.
      *    LA MISMA LISTA PROTEGIDOS.LST Y EL MISMO COTEJO QUE PRURM:
      *    RUTA EXACTA, NOMBRE BASE (CON SUS COMPAÑEROS) O PREFIJO
      *    CON "*" FINAL.
       CARGA-PROTEGIDOS.
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
           PERFORM BUSCA-BASE.
           MOVE WS-BASEPOS TO WS-PROT-BASEPOS.
           MOVE SPACES TO WS-PROT-BASE.
           IF WS-PROT-BASEPOS > ZERO
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
