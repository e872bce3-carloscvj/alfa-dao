       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUDERIVA.
       AUTHOR.        CVJ.
       SECURITY.      DERIVA DE CONFIGURACION EN EL PARQUE DE NODOS:
                      CON ACCION HUELLA EL NODO (PRU14NODO) DEJA EN
                      HUELLAS.DAT, JUNTO A FLOTA.DAT BAJO dd_dir, LA
                      HUELLA DE SUS VARIABLES dd_, DE SUS FICHEROS DE
                      CONTROL (PAISES, ENTIDADES/BIC, CALENDARIO,
                      VENTANAS, PERFILES DE USERTAB...) Y DE SUS
                      MODULOS; CON ACCION COMPARA SE CONTRASTA LA
                      HUELLA Y EL BUILD DE CADA NODO DE FLOTA.DAT CON
                      LOS DEL NODO DE REFERENCIA, SE SACA CADA
                      DIFERENCIA Y SE LEVANTA UNA ALERTA POR NODO QUE
                      DIFIERA EN ALGO QUE AFECTE A LOS PAGOS. HASTA
                      AHORA UN NODO PODIA VALIDAR PAGOS CON LAS REGLAS
                      DE PAIS DE HACE UN MES SIN QUE NADIE LO VIERA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El aviso a PRUERR al no poder
*********************               crear HUELLAS lleva su contexto.
********************* 15/10/2026 CVJ - Sin PRUDERIVAREF la referencia
*********************               es el nodo central activo de
*********************               CENTRAL.ACT (PRUESPEJO) si lo hay.
********************* 15/10/2026 CVJ - Version inicial. La lista de
*********************               elementos sale de PRUDERIVA.LST
*********************               bajo dd_dir (tipo;nombre;pagos,
*********************               tipo ENV, FIC o PRG y pagos S/N)
*********************               o, sin el, de la lista fija de
*********************               abajo. Un FIC es registros y suma
*********************               de bytes como en PRUMETA; un PRG
*********************               es el tamaño del modulo en
*********************               COB_LIBRARY_PATH con la extension
*********************               de PRUDERIVAEXT (".so" si no se
*********************               fija). PRUDERIVAREF da el nodo de
*********************               referencia ("0" si no se fija) y
*********************               PRUDERIVADIR, si se fija, el
*********************               directorio de HUELLAS.DAT.
*********************               RETURN-CODE 1 si algun nodo
*********************               difiere de la referencia.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HUELLAS
                  ASSIGN TO DYNAMIC WS-HUELLAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HUE-CLAVE
                  FILE STATUS IS WS-HUELLAS-ESTADO.

           SELECT FLOTA
                  ASSIGN TO DYNAMIC WS-FLOTA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FLO-NODO
                  FILE STATUS IS WS-FLOTA-ESTADO.

           SELECT LISTA
                  ASSIGN TO DYNAMIC WS-LISTA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LISTA-ESTADO.

           SELECT CENTRAL
                  ASSIGN TO DYNAMIC WS-CENTRAL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CENTRAL-ESTADO.

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

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

       DATA DIVISION.
       FILE SECTION.

      *    UNA LINEA POR NODO Y ELEMENTO; LA HUELLA DE UN NODO SE
      *    REHACE ENTERA CADA VEZ.
       FD  HUELLAS.
       01  REG-HUELLAS.
           03 HUE-CLAVE.
              05 HUE-NODO    PIC X(8).
              05 HUE-TIPO    PIC X(3).
              05 HUE-NOMBRE  PIC X(32).
           03 HUE-PAGOS      PIC X.
           03 HUE-VALOR      PIC X(100).
           03 HUE-FECHA      PIC X(8).
           03 HUE-HORA       PIC X(8).

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

       FD  LISTA.
       01  REG-LISTA         PIC X(80).

      *    nodo;dirdatos;dirrom;fecha;hora;anterior (PRUESPEJO).
       FD  CENTRAL.
       01  REG-CENTRAL       PIC X(300).

      *    EL FICHERO SE LEE COMO CONTENIDO GENERICO EN BLOQUES DE 1024
      *    O POR SU CLAVE SI ES INDEXADO, IGUAL QUE PRUMETA.
       FD  DATOS.
       01  REG-DATOS             PIC X(1024).

       FD  DATOS-IX.
       01  REG-DATOS-IX.
           03 REG-IX-CLAVE       PIC X(64).
           03 REG-IX-DATOS       PIC X(960).

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

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUDERIVA".
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       01  WS-HUELLA-DIR     PIC X(128).
       77  WS-HUELLAS-PATH   PIC X(200).
       77  WS-HUELLAS-ESTADO PIC XX.
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FLOTA-PATH     PIC X(200).
       77  WS-FLOTA-ESTADO   PIC XX.
       77  WS-LISTA-PATH     PIC X(200).
       77  WS-LISTA-ESTADO   PIC XX.
       77  WS-CENTRAL-PATH   PIC X(200).
       77  WS-CENTRAL-ESTADO PIC XX.
       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-COD-DERIVA     PIC XX VALUE "9V".

       77  WS-NODO           PIC X(8).
       77  WS-REFERENCIA     PIC X(8).
       77  WS-HOY            PIC X(8).
       77  WS-AHORA          PIC X(8).

      *    LISTA FIJA DE ELEMENTOS CUANDO NO HAY PRUDERIVA.LST: LAS
      *    RAICES dd_, LOS FICHEROS DE CONTROL DE dd_dir Y LOS MODULOS
      *    QUE VALIDAN Y GENERAN PAGOS.
       01  TB-FIJOS-DATA.
           03 FILLER PIC X(3)  VALUE "ENV".
           03 FILLER PIC X(32) VALUE "dd_dir".
           03 FILLER PIC X     VALUE "N".
           03 FILLER PIC X(3)  VALUE "ENV".
           03 FILLER PIC X(32) VALUE "dd_trz".
           03 FILLER PIC X     VALUE "N".
           03 FILLER PIC X(3)  VALUE "ENV".
           03 FILLER PIC X(32) VALUE "dd_tmp".
           03 FILLER PIC X     VALUE "N".
           03 FILLER PIC X(3)  VALUE "ENV".
           03 FILLER PIC X(32) VALUE "dd_obj".
           03 FILLER PIC X     VALUE "N".
           03 FILLER PIC X(3)  VALUE "ENV".
           03 FILLER PIC X(32) VALUE "dd_rom".
           03 FILLER PIC X     VALUE "N".
           03 FILLER PIC X(3)  VALUE "ENV".
           03 FILLER PIC X(32) VALUE "dd_pap".
           03 FILLER PIC X     VALUE "N".
           03 FILLER PIC X(3)  VALUE "FIC".
           03 FILLER PIC X(32) VALUE "PAISES.DAT".
           03 FILLER PIC X     VALUE "S".
           03 FILLER PIC X(3)  VALUE "FIC".
           03 FILLER PIC X(32) VALUE "ENTIDADES.DAT".
           03 FILLER PIC X     VALUE "S".
           03 FILLER PIC X(3)  VALUE "FIC".
           03 FILLER PIC X(32) VALUE "CALENDARIO.DAT".
           03 FILLER PIC X     VALUE "S".
           03 FILLER PIC X(3)  VALUE "FIC".
           03 FILLER PIC X(32) VALUE "SANCIONES.DAT".
           03 FILLER PIC X     VALUE "S".
           03 FILLER PIC X(3)  VALUE "FIC".
           03 FILLER PIC X(32) VALUE "CAMBIOS.DAT".
           03 FILLER PIC X     VALUE "S".
           03 FILLER PIC X(3)  VALUE "FIC".
           03 FILLER PIC X(32) VALUE "VENTANAS.POL".
           03 FILLER PIC X     VALUE "N".
           03 FILLER PIC X(3)  VALUE "FIC".
           03 FILLER PIC X(32) VALUE "USUARIOS".
           03 FILLER PIC X     VALUE "N".
           03 FILLER PIC X(3)  VALUE "FIC".
           03 FILLER PIC X(32) VALUE "PARAMDEF.LST".
           03 FILLER PIC X     VALUE "N".
           03 FILLER PIC X(3)  VALUE "PRG".
           03 FILLER PIC X(32) VALUE "PRUIBANEUR".
           03 FILLER PIC X     VALUE "S".
           03 FILLER PIC X(3)  VALUE "PRG".
           03 FILLER PIC X(32) VALUE "PRUPAIS".
           03 FILLER PIC X     VALUE "S".
           03 FILLER PIC X(3)  VALUE "PRG".
           03 FILLER PIC X(32) VALUE "PRUBIC".
           03 FILLER PIC X     VALUE "S".
           03 FILLER PIC X(3)  VALUE "PRG".
           03 FILLER PIC X(32) VALUE "PRUCALEN".
           03 FILLER PIC X     VALUE "S".
           03 FILLER PIC X(3)  VALUE "PRG".
           03 FILLER PIC X(32) VALUE "PRUGENPAG".
           03 FILLER PIC X     VALUE "S".
           03 FILLER PIC X(3)  VALUE "PRG".
           03 FILLER PIC X(32) VALUE "SRU".
           03 FILLER PIC X     VALUE "N".
       01  TB-FIJOS REDEFINES TB-FIJOS-DATA.
           03 TB-FIJ-O        OCCURS 20.
              05 TB-FIJ-TIPO  PIC X(3).
              05 TB-FIJ-NOMBRE PIC X(32).
              05 TB-FIJ-PAGOS PIC X.
       77  WS-NFIJOS         PIC 99 VALUE 20.

      *    LOS ELEMENTOS DE LA HUELLA EN CURSO.
       01  TB-ELEMENTOS.
           03 TB-ELE-O        OCCURS 60.
              05 TB-ELE-TIPO  PIC X(3).
              05 TB-ELE-NOMBRE PIC X(32).
              05 TB-ELE-PAGOS PIC X.
       77  WS-NELEM          PIC 99 VALUE ZEROES.
       77  WS-L-TIPO         PIC X(3).
       77  WS-L-NOMBRE       PIC X(32).
       77  WS-L-PAGOS        PIC X.
       01  WS-VALOR          PIC X(100).
       77  WS-VALOR-SIN      PIC X(8) VALUE "SINVALOR".
       77  WS-VALOR-NO       PIC X(8) VALUE "NOEXISTE".

      *    HUELLAS DE LA REFERENCIA Y DEL NODO QUE SE COMPARA.
       01  TB-REFERENCIA.
           03 TB-REF-O        OCCURS 60.
              05 TB-REF-TIPO  PIC X(3).
              05 TB-REF-NOMBRE PIC X(32).
              05 TB-REF-PAGOS PIC X.
              05 TB-REF-VALOR PIC X(100).
              05 TB-REF-VISTO PIC X.
       77  WS-NREF           PIC 99 VALUE ZEROES.
       77  WS-REF-BUILD      PIC X(30).
       01  TB-NODO.
           03 TB-NOD-O        OCCURS 60.
              05 TB-NOD-TIPO  PIC X(3).
              05 TB-NOD-NOMBRE PIC X(32).
              05 TB-NOD-PAGOS PIC X.
              05 TB-NOD-VALOR PIC X(100).
              05 TB-NOD-VISTO PIC X.
       77  WS-NNOD           PIC 99 VALUE ZEROES.
       77  WS-NOD-FECHA      PIC X(8).
       77  WS-NOD-HORA       PIC X(8).
       77  WS-CARGA-NODO     PIC X(8).

       77  II                PIC 99.
       77  JJ                PIC 99.
       77  WS-NODOS          PIC 9(3) VALUE ZEROES.
       77  WS-CON-DERIVA     PIC 9(3) VALUE ZEROES.
       77  WS-SIN-HUELLA     PIC 9(3) VALUE ZEROES.
       77  WS-DIFERENCIAS    PIC 9(5) VALUE ZEROES.
       77  WS-NODO-DIF       PIC 9(3).
       77  WS-NODO-PAGOS     PIC 9(3).
       01  WS-PRIMER-PAGOS   PIC X(32).
       77  WS-D-CLASE        PIC X(10).
       01  WS-D-REF          PIC X(100).
       01  WS-D-NODO         PIC X(100).
       77  WS-D-TIPO         PIC X(3).
       77  WS-D-NOMBRE       PIC X(32).
       77  WS-D-PAGOS        PIC X.

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
       01  WS-IDX-PATH       PIC X(300).
       01  WS-CHK-DETALLE    PIC X(64).
       01  WS-CHK REDEFINES WS-CHK-DETALLE.
           05 FILLER         PIC X(4).
           05 WS-TAM         PIC 9(8) COMP-X.
       77  WS-TAM-N          PIC 9(10).
       77  WS-SUMA-OK        PIC X.
           88 SUMA-BIEN      VALUE "S".
       77  WS-RAIZ           PIC X(6).
       01  WS-RAIZ-VALOR     PIC X(128).

      *    MODULOS: LOS DIRECTORIOS DE COB_LIBRARY_PATH.
       01  WS-MOD-DIRS       PIC X(512).
       77  WS-MOD-EXT        PIC X(8).
       01  TB-MOD-DIRS.
           03 TB-MOD-DIR     PIC X(128) OCCURS 10.
       77  WS-MOD-PATH       PIC X(256).
       77  WS-MOD-HALLADO    PIC X.
       77  KK                PIC 99.

       01  WS-DER-RESP       PIC X(400).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).

       PROCEDURE DIVISION USING ACCION.

       PROGRAMA SECTION.
       INICIALES.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-HUELLA-DIR.
           DISPLAY "PRUDERIVADIR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-HUELLA-DIR FROM ENVIRONMENT-VALUE.
           IF WS-HUELLA-DIR = SPACES OR WS-HUELLA-DIR = LOW-VALUES
              MOVE VALORDIR TO WS-HUELLA-DIR
           END-IF.
           MOVE SPACES TO WS-HUELLAS-PATH WS-FLOTA-PATH.
           IF WS-HUELLA-DIR NOT = SPACES AND
              WS-HUELLA-DIR NOT = LOW-VALUES
              STRING WS-HUELLA-DIR "/HUELLAS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-HUELLAS-PATH
              END-STRING
           ELSE
              MOVE "HUELLAS.DAT" TO WS-HUELLAS-PATH
           END-IF.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/FLOTA.DAT"
                     DELIMITED BY SPACE
                     INTO WS-FLOTA-PATH
              END-STRING
           ELSE
              MOVE "FLOTA.DAT" TO WS-FLOTA-PATH
           END-IF.
           MOVE SPACES TO WS-NODO.
           DISPLAY "PRU14NODO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-NODO FROM ENVIRONMENT-VALUE.
           IF WS-NODO = SPACES OR WS-NODO = LOW-VALUES
              MOVE "0" TO WS-NODO
           END-IF.
           MOVE SPACES TO WS-REFERENCIA.
           DISPLAY "PRUDERIVAREF" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REFERENCIA FROM ENVIRONMENT-VALUE.
           IF WS-REFERENCIA = SPACES OR WS-REFERENCIA = LOW-VALUES
              PERFORM LEE-CENTRAL THRU FIN-LEE-CENTRAL
           END-IF.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-AHORA FROM TIME.
           MOVE ZERO TO RETURN-CODE.
       PROCESOS.
           EVALUATE ACCION
               WHEN "HUELLA"
                    PERFORM TOMA-HUELLA THRU FIN-TOMA-HUELLA
               WHEN "COMPARA"
                    PERFORM COMPARA-NODOS THRU FIN-COMPARA-NODOS
               WHEN OTHER
                    DISPLAY "|DERIVAERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
           END-EVALUATE.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       HUELLA SECTION.
      *    SE BORRA LA HUELLA ANTERIOR DEL NODO Y SE ESCRIBE LA NUEVA,
      *    PARA QUE UN ELEMENTO QUITADO DE LA LISTA NO QUEDE COLGADO.
       TOMA-HUELLA.
           PERFORM CARGA-ELEMENTOS THRU FIN-CARGA-ELEMENTOS.
           PERFORM CARGA-DIRECTORIOS THRU FIN-CARGA-DIRECTORIOS.
           OPEN I-O HUELLAS.
           IF WS-HUELLAS-ESTADO NOT = "00"
              OPEN OUTPUT HUELLAS
              IF WS-HUELLAS-ESTADO NOT = "00"
                 MOVE "ABRIENDO HUELLAS" TO WS-CONTEXTO
                 CALL "PRUERR" USING WS-HUELLAS-ESTADO WS-HUELLAS-PATH
                                     PROG WS-CONTEXTO
                 MOVE 1 TO RETURN-CODE
                 GO TO FIN-TOMA-HUELLA
              END-IF
              CLOSE HUELLAS
              OPEN I-O HUELLAS
           END-IF.
           MOVE LOW-VALUES TO HUE-CLAVE.
           MOVE WS-NODO TO HUE-NODO.
           START HUELLAS KEY IS NOT LESS THAN HUE-CLAVE
               INVALID KEY
                  GO TO ESCRIBE-HUELLA
           END-START.
       BORRANDO-HUELLA.
           READ HUELLAS NEXT
               AT END
                  GO TO ESCRIBE-HUELLA
           END-READ.
           IF HUE-NODO NOT = WS-NODO
              GO TO ESCRIBE-HUELLA
           END-IF.
           DELETE HUELLAS
               INVALID KEY
                  CONTINUE
           END-DELETE.
           GO TO BORRANDO-HUELLA.
       ESCRIBE-HUELLA.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NELEM
              PERFORM CALCULA-ELEMENTO THRU FIN-CALCULA-ELEMENTO
              MOVE SPACES TO REG-HUELLAS
              MOVE WS-NODO TO HUE-NODO
              MOVE TB-ELE-TIPO(II) TO HUE-TIPO
              MOVE TB-ELE-NOMBRE(II) TO HUE-NOMBRE
              MOVE TB-ELE-PAGOS(II) TO HUE-PAGOS
              MOVE WS-VALOR TO HUE-VALOR
              MOVE WS-HOY TO HUE-FECHA
              MOVE WS-AHORA TO HUE-HORA
              WRITE REG-HUELLAS
                  INVALID KEY
                     REWRITE REG-HUELLAS
              END-WRITE
              MOVE SPACES TO WS-DER-RESP
              STRING "|HUELLA|" TB-ELE-TIPO(II) "|" DELIMITED BY SIZE
                     TB-ELE-NOMBRE(II) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-VALOR DELIMITED BY "  "
                     "|" DELIMITED BY SIZE
                     INTO WS-DER-RESP
              END-STRING
              DISPLAY WS-DER-RESP UPON SYSOUT
           END-PERFORM.
           CLOSE HUELLAS.
           MOVE SPACES TO WS-DER-RESP.
           STRING "|HUELLAFIN|NODO:" DELIMITED BY SIZE
                  WS-NODO DELIMITED BY SPACE
                  "|ELEMENTOS:" WS-NELEM "|"
                  DELIMITED BY SIZE
                  INTO WS-DER-RESP
           END-STRING.
           DISPLAY WS-DER-RESP UPON SYSOUT.
       FIN-TOMA-HUELLA.

      *    EL VALOR DE UN ELEMENTO: EL DE LA VARIABLE (ENV), REGISTROS
      *    Y SUMA DEL FICHERO (FIC) O TAMAÑO DEL MODULO (PRG).
       CALCULA-ELEMENTO.
           MOVE SPACES TO WS-VALOR.
           EVALUATE TB-ELE-TIPO(II)
               WHEN "ENV"
                    DISPLAY TB-ELE-NOMBRE(II) UPON ENVIRONMENT-NAME
                    ACCEPT WS-VALOR FROM ENVIRONMENT-VALUE
                    IF WS-VALOR = SPACES OR WS-VALOR = LOW-VALUES
                       MOVE WS-VALOR-SIN TO WS-VALOR
                    END-IF
               WHEN "FIC"
                    PERFORM RESUELVE-FICHERO THRU FIN-RESUELVE-FICHERO
                    PERFORM CALCULA-SUMA THRU FIN-CALCULA-SUMA
                    IF SUMA-BIEN
                       STRING "REGS:" WS-META-REGS
                              " SUMA:" WS-META-SUMA
                              DELIMITED BY SIZE
                              INTO WS-VALOR
                       END-STRING
                    ELSE
                       MOVE WS-VALOR-NO TO WS-VALOR
                    END-IF
               WHEN "PRG"
                    PERFORM BUSCA-MODULO THRU FIN-BUSCA-MODULO
                    IF WS-MOD-HALLADO = "S"
                       MOVE WS-TAM TO WS-TAM-N
                       STRING "TAM:" WS-TAM-N
                              DELIMITED BY SIZE
                              INTO WS-VALOR
                       END-STRING
                    ELSE
                       MOVE WS-VALOR-NO TO WS-VALOR
                    END-IF
               WHEN OTHER
                    MOVE WS-VALOR-SIN TO WS-VALOR
           END-EVALUATE.
       FIN-CALCULA-ELEMENTO.

      *    UN NOMBRE "xxx/resto" VA CONTRA LA RAIZ dd_xxx COMO EN
      *    PRUCP; CUALQUIER OTRO SE BUSCA BAJO dd_dir.
       RESUELVE-FICHERO.
           MOVE SPACES TO WS-DATOS-PATH.
           IF TB-ELE-NOMBRE(II)(4:1) = "/"
              MOVE SPACES TO WS-RAIZ WS-RAIZ-VALOR
              STRING "dd_" TB-ELE-NOMBRE(II)(1:3)
                     DELIMITED BY SIZE
                     INTO WS-RAIZ
              END-STRING
              DISPLAY WS-RAIZ UPON ENVIRONMENT-NAME
              ACCEPT WS-RAIZ-VALOR FROM ENVIRONMENT-VALUE
              IF WS-RAIZ-VALOR NOT = SPACES AND
                 WS-RAIZ-VALOR NOT = LOW-VALUES
                 STRING WS-RAIZ-VALOR TB-ELE-NOMBRE(II)(4:)
                        DELIMITED BY SPACE
                        INTO WS-DATOS-PATH
                 END-STRING
              ELSE
                 MOVE TB-ELE-NOMBRE(II) TO WS-DATOS-PATH
              END-IF
              GO TO FIN-RESUELVE-FICHERO
           END-IF.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/" TB-ELE-NOMBRE(II)
                     DELIMITED BY SPACE
                     INTO WS-DATOS-PATH
              END-STRING
           ELSE
              MOVE TB-ELE-NOMBRE(II) TO WS-DATOS-PATH
           END-IF.
       FIN-RESUELVE-FICHERO.

       BUSCA-MODULO.
           MOVE "N" TO WS-MOD-HALLADO.
           PERFORM VARYING KK FROM 1 BY 1
                   UNTIL KK > 10 OR WS-MOD-HALLADO = "S"
              IF TB-MOD-DIR(KK) NOT = SPACES
                 MOVE SPACES TO WS-MOD-PATH
                 STRING TB-MOD-DIR(KK) DELIMITED BY SPACE
                        "/" DELIMITED BY SIZE
                        TB-ELE-NOMBRE(II) DELIMITED BY SPACE
                        WS-MOD-EXT DELIMITED BY SPACE
                        INTO WS-MOD-PATH
                 END-STRING
                 MOVE SPACES TO WS-CHK-DETALLE
                 CALL "CBL_CHECK_FILE_EXIST" USING WS-MOD-PATH
                                                   WS-CHK-DETALLE
                 IF RETURN-CODE = ZERO
                    MOVE "S" TO WS-MOD-HALLADO
                 END-IF
                 MOVE ZERO TO RETURN-CODE
              END-IF
           END-PERFORM.
       FIN-BUSCA-MODULO.

       COMPARA SECTION.
      *    CADA NODO DE FLOTA.DAT MENOS LA REFERENCIA: BUILD DISTINTO,
      *    ELEMENTO DISTINTO (DIFERENTE), QUE LE FALTA (FALTA) O QUE
      *    SOLO TIENE EL (SOBRA). UN NODO SIN HUELLA SE DICE PERO NO
      *    CUENTA COMO DERIVA. LA MARCA DE PAGOS ES LA DE LA HUELLA DE
      *    LA REFERENCIA.
       COMPARA-NODOS.
           OPEN INPUT FLOTA.
           IF WS-FLOTA-ESTADO NOT = "00"
              DISPLAY "|DERIVAERROR|SINPARQUE|" WS-FLOTA-PATH "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-COMPARA-NODOS
           END-IF.
           OPEN INPUT HUELLAS.
           IF WS-HUELLAS-ESTADO NOT = "00"
              DISPLAY "|DERIVAERROR|SINHUELLAS|" WS-HUELLAS-PATH "|"
                      UPON SYSOUT
              CLOSE FLOTA
              MOVE 1 TO RETURN-CODE
              GO TO FIN-COMPARA-NODOS
           END-IF.
           MOVE SPACES TO WS-REF-BUILD.
           MOVE WS-REFERENCIA TO FLO-NODO.
           READ FLOTA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE FLO-BUILD TO WS-REF-BUILD
           END-READ.
           MOVE WS-REFERENCIA TO WS-CARGA-NODO.
           PERFORM CARGA-HUELLA-NODO THRU FIN-CARGA-HUELLA-NODO.
           IF WS-NNOD = ZERO
              DISPLAY "|DERIVAERROR|SINREFERENCIA|" WS-REFERENCIA "|"
                      UPON SYSOUT
              CLOSE FLOTA HUELLAS
              MOVE 1 TO RETURN-CODE
              GO TO FIN-COMPARA-NODOS
           END-IF.
           MOVE WS-NNOD TO WS-NREF.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NNOD
              MOVE TB-NOD-TIPO(II) TO TB-REF-TIPO(II)
              MOVE TB-NOD-NOMBRE(II) TO TB-REF-NOMBRE(II)
              MOVE TB-NOD-PAGOS(II) TO TB-REF-PAGOS(II)
              MOVE TB-NOD-VALOR(II) TO TB-REF-VALOR(II)
           END-PERFORM.
           MOVE LOW-VALUES TO FLO-NODO.
           START FLOTA KEY NOT LESS FLO-NODO
               INVALID KEY
                  GO TO CIERRA-COMPARA
           END-START.
       LEYENDO-NODOS.
           READ FLOTA NEXT
               AT END
                  GO TO CIERRA-COMPARA
           END-READ.
           IF FLO-NODO = WS-REFERENCIA
              GO TO LEYENDO-NODOS
           END-IF.
           ADD 1 TO WS-NODOS.
           PERFORM COMPARA-UN-NODO THRU FIN-COMPARA-UN-NODO.
           GO TO LEYENDO-NODOS.
       CIERRA-COMPARA.
           CLOSE FLOTA HUELLAS.
           MOVE SPACES TO WS-DER-RESP.
           STRING "|DERIVAFIN|REFERENCIA:" DELIMITED BY SIZE
                  WS-REFERENCIA DELIMITED BY SPACE
                  "|NODOS:" WS-NODOS
                  "|CONDERIVA:" WS-CON-DERIVA
                  "|SINHUELLA:" WS-SIN-HUELLA
                  "|DIFERENCIAS:" WS-DIFERENCIAS "|"
                  DELIMITED BY SIZE
                  INTO WS-DER-RESP
           END-STRING.
           DISPLAY WS-DER-RESP UPON SYSOUT.
           IF WS-CON-DERIVA > ZERO
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-COMPARA-NODOS.

       COMPARA-UN-NODO.
           MOVE ZEROES TO WS-NODO-DIF WS-NODO-PAGOS.
           MOVE SPACES TO WS-PRIMER-PAGOS.
           IF FLO-BUILD NOT = WS-REF-BUILD
              MOVE "BUILD" TO WS-D-CLASE
              MOVE SPACES TO WS-D-TIPO WS-D-NOMBRE
              MOVE "N" TO WS-D-PAGOS
              MOVE WS-REF-BUILD TO WS-D-REF
              MOVE FLO-BUILD TO WS-D-NODO
              PERFORM INFORMA-DIFERENCIA THRU FIN-INFORMA-DIFERENCIA
           END-IF.
           MOVE FLO-NODO TO WS-CARGA-NODO.
           PERFORM CARGA-HUELLA-NODO THRU FIN-CARGA-HUELLA-NODO.
           IF WS-NNOD = ZERO
              ADD 1 TO WS-SIN-HUELLA
              DISPLAY "|DERIVA|" FLO-NODO "|SINHUELLA|" UPON SYSOUT
              GO TO RESUMEN-NODO
           END-IF.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NREF
              MOVE "N" TO TB-REF-VISTO(II)
              PERFORM VARYING JJ FROM 1 BY 1 UNTIL JJ > WS-NNOD
                 IF TB-NOD-TIPO(JJ) = TB-REF-TIPO(II) AND
                    TB-NOD-NOMBRE(JJ) = TB-REF-NOMBRE(II)
                    MOVE "S" TO TB-REF-VISTO(II)
                    MOVE "S" TO TB-NOD-VISTO(JJ)
                    IF TB-NOD-VALOR(JJ) NOT = TB-REF-VALOR(II)
                       MOVE "DIFERENTE" TO WS-D-CLASE
                       MOVE TB-REF-TIPO(II) TO WS-D-TIPO
                       MOVE TB-REF-NOMBRE(II) TO WS-D-NOMBRE
                       MOVE TB-REF-PAGOS(II) TO WS-D-PAGOS
                       MOVE TB-REF-VALOR(II) TO WS-D-REF
                       MOVE TB-NOD-VALOR(JJ) TO WS-D-NODO
                       PERFORM INFORMA-DIFERENCIA
                          THRU FIN-INFORMA-DIFERENCIA
                    END-IF
                 END-IF
              END-PERFORM
              IF TB-REF-VISTO(II) = "N"
                 MOVE "FALTA" TO WS-D-CLASE
                 MOVE TB-REF-TIPO(II) TO WS-D-TIPO
                 MOVE TB-REF-NOMBRE(II) TO WS-D-NOMBRE
                 MOVE TB-REF-PAGOS(II) TO WS-D-PAGOS
                 MOVE TB-REF-VALOR(II) TO WS-D-REF
                 MOVE SPACES TO WS-D-NODO
                 PERFORM INFORMA-DIFERENCIA THRU FIN-INFORMA-DIFERENCIA
              END-IF
           END-PERFORM.
           PERFORM VARYING JJ FROM 1 BY 1 UNTIL JJ > WS-NNOD
              IF TB-NOD-VISTO(JJ) = "N"
                 MOVE "SOBRA" TO WS-D-CLASE
                 MOVE TB-NOD-TIPO(JJ) TO WS-D-TIPO
                 MOVE TB-NOD-NOMBRE(JJ) TO WS-D-NOMBRE
                 MOVE "N" TO WS-D-PAGOS
                 MOVE SPACES TO WS-D-REF
                 MOVE TB-NOD-VALOR(JJ) TO WS-D-NODO
                 PERFORM INFORMA-DIFERENCIA THRU FIN-INFORMA-DIFERENCIA
              END-IF
           END-PERFORM.
       RESUMEN-NODO.
           IF WS-NODO-DIF > ZERO
              ADD 1 TO WS-CON-DERIVA
           END-IF.
           MOVE SPACES TO WS-DER-RESP.
           STRING "|DERIVANODO|" DELIMITED BY SIZE
                  FLO-NODO DELIMITED BY SPACE
                  "|DIFERENCIAS:" WS-NODO-DIF
                  "|PAGOS:" WS-NODO-PAGOS
                  "|HUELLA:" WS-NOD-FECHA "-" WS-NOD-HORA "|"
                  DELIMITED BY SIZE
                  INTO WS-DER-RESP
           END-STRING.
           DISPLAY WS-DER-RESP UPON SYSOUT.
           IF WS-NODO-PAGOS > ZERO
              PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA
           END-IF.
       FIN-COMPARA-UN-NODO.

       INFORMA-DIFERENCIA.
           ADD 1 TO WS-NODO-DIF.
           ADD 1 TO WS-DIFERENCIAS.
           IF WS-D-PAGOS = "S"
              ADD 1 TO WS-NODO-PAGOS
              IF WS-PRIMER-PAGOS = SPACES
                 MOVE WS-D-NOMBRE TO WS-PRIMER-PAGOS
              END-IF
           END-IF.
           MOVE SPACES TO WS-DER-RESP.
           STRING "|DERIVA|" DELIMITED BY SIZE
                  FLO-NODO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-D-CLASE DELIMITED BY SPACE
                  "|" WS-D-TIPO "|" DELIMITED BY SIZE
                  WS-D-NOMBRE DELIMITED BY SPACE
                  "|PAGOS:" WS-D-PAGOS
                  "|REF:" DELIMITED BY SIZE
                  WS-D-REF DELIMITED BY "  "
                  "|NODO:" DELIMITED BY SIZE
                  WS-D-NODO DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-DER-RESP
           END-STRING.
           DISPLAY WS-DER-RESP UPON SYSOUT.
       FIN-INFORMA-DIFERENCIA.

      *    LA HUELLA DE UN NODO, EN CLAVE, A TB-NODO.
       CARGA-HUELLA-NODO.
           MOVE ZEROES TO WS-NNOD.
           MOVE SPACES TO WS-NOD-FECHA WS-NOD-HORA.
           MOVE LOW-VALUES TO HUE-CLAVE.
           MOVE WS-CARGA-NODO TO HUE-NODO.
           START HUELLAS KEY IS NOT LESS THAN HUE-CLAVE
               INVALID KEY
                  GO TO FIN-CARGA-HUELLA-NODO
           END-START.
       LEYENDO-HUELLA-NODO.
           READ HUELLAS NEXT
               AT END
                  GO TO FIN-CARGA-HUELLA-NODO
           END-READ.
           IF HUE-NODO NOT = WS-CARGA-NODO OR WS-NNOD >= 60
              GO TO FIN-CARGA-HUELLA-NODO
           END-IF.
           ADD 1 TO WS-NNOD.
           MOVE HUE-TIPO TO TB-NOD-TIPO(WS-NNOD).
           MOVE HUE-NOMBRE TO TB-NOD-NOMBRE(WS-NNOD).
           MOVE HUE-PAGOS TO TB-NOD-PAGOS(WS-NNOD).
           MOVE HUE-VALOR TO TB-NOD-VALOR(WS-NNOD).
           MOVE "N" TO TB-NOD-VISTO(WS-NNOD).
           MOVE HUE-FECHA TO WS-NOD-FECHA.
           MOVE HUE-HORA TO WS-NOD-HORA.
           GO TO LEYENDO-HUELLA-NODO.
       FIN-CARGA-HUELLA-NODO.

       CARGAS SECTION.
       CARGA-ELEMENTOS.
           MOVE ZEROES TO WS-NELEM.
           MOVE SPACES TO WS-LISTA-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/PRUDERIVA.LST"
                     DELIMITED BY SPACE
                     INTO WS-LISTA-PATH
              END-STRING
           ELSE
              MOVE "PRUDERIVA.LST" TO WS-LISTA-PATH
           END-IF.
           OPEN INPUT LISTA.
           IF WS-LISTA-ESTADO NOT = "00"
              GO TO ELEMENTOS-FIJOS
           END-IF.
       LEYENDO-LISTA.
           READ LISTA
               AT END
                  GO TO CIERRA-LISTA
           END-READ.
           IF REG-LISTA = SPACES OR REG-LISTA(1:1) = "*"
              GO TO LEYENDO-LISTA
           END-IF.
           MOVE SPACES TO WS-L-TIPO WS-L-NOMBRE WS-L-PAGOS.
           UNSTRING REG-LISTA DELIMITED BY ";" INTO
                 WS-L-TIPO
                 WS-L-NOMBRE
                 WS-L-PAGOS
           END-UNSTRING.
           IF (WS-L-TIPO NOT = "ENV" AND WS-L-TIPO NOT = "FIC" AND
               WS-L-TIPO NOT = "PRG") OR WS-L-NOMBRE = SPACES
              DISPLAY "|DERIVAERROR|LISTA|" REG-LISTA "|" UPON SYSOUT
              GO TO LEYENDO-LISTA
           END-IF.
           IF WS-NELEM >= 60
              GO TO CIERRA-LISTA
           END-IF.
           ADD 1 TO WS-NELEM.
           MOVE WS-L-TIPO TO TB-ELE-TIPO(WS-NELEM).
           MOVE WS-L-NOMBRE TO TB-ELE-NOMBRE(WS-NELEM).
           MOVE "N" TO TB-ELE-PAGOS(WS-NELEM).
           IF WS-L-PAGOS = "S"
              MOVE "S" TO TB-ELE-PAGOS(WS-NELEM)
           END-IF.
           GO TO LEYENDO-LISTA.
       CIERRA-LISTA.
           CLOSE LISTA.
           IF WS-NELEM > ZERO
              GO TO FIN-CARGA-ELEMENTOS
           END-IF.
       ELEMENTOS-FIJOS.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NFIJOS
              ADD 1 TO WS-NELEM
              MOVE TB-FIJ-TIPO(II) TO TB-ELE-TIPO(WS-NELEM)
              MOVE TB-FIJ-NOMBRE(II) TO TB-ELE-NOMBRE(WS-NELEM)
              MOVE TB-FIJ-PAGOS(II) TO TB-ELE-PAGOS(WS-NELEM)
           END-PERFORM.
       FIN-CARGA-ELEMENTOS.

       CARGA-DIRECTORIOS.
           MOVE SPACES TO WS-MOD-DIRS.
           DISPLAY "COB_LIBRARY_PATH" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MOD-DIRS FROM ENVIRONMENT-VALUE.
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
           DISPLAY "PRUDERIVAEXT" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MOD-EXT FROM ENVIRONMENT-VALUE.
           IF WS-MOD-EXT = SPACES OR WS-MOD-EXT = LOW-VALUES
              MOVE ".so" TO WS-MOD-EXT
           END-IF.
       FIN-CARGA-DIRECTORIOS.

       SUMA SECTION.
      *    REGISTROS Y SUMA DE BYTES COMO LOS CALCULA PRUMETA.
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

      *    INDEXADO SI TIENE SU ".idx" AL LADO, COMO EN PRUDUPLI; UN
      *    FICHERO QUE NO EXISTE SE QUEDA EN "L" Y FALLA AL ABRIR.
       DETECTA-ORGANIZACION.
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
           MOVE WS-COD-DERIVA TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
           MOVE SPACES TO ALR-FICHERO.
           STRING "NODO " DELIMITED BY SIZE
                  FLO-NODO DELIMITED BY SPACE
                  " DIFIERE DE " DELIMITED BY SIZE
                  WS-REFERENCIA DELIMITED BY SPACE
                  " EN " WS-NODO-PAGOS " ELEMENTOS DE PAGOS ("
                  DELIMITED BY SIZE
                  WS-PRIMER-PAGOS DELIMITED BY SPACE
                  ")" DELIMITED BY SIZE
                  INTO ALR-FICHERO
           END-STRING.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
       FIN-ANOTA-ALERTA.

       CENTRALES SECTION.
      *    LA REFERENCIA POR DEFECTO ES EL CENTRAL ACTIVO.
       LEE-CENTRAL.
           MOVE "0" TO WS-REFERENCIA.
           MOVE SPACES TO WS-CENTRAL-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/CENTRAL.ACT"
                     DELIMITED BY SPACE
                     INTO WS-CENTRAL-PATH
              END-STRING
           ELSE
              MOVE "CENTRAL.ACT" TO WS-CENTRAL-PATH
           END-IF.
           OPEN INPUT CENTRAL.
           IF WS-CENTRAL-ESTADO NOT = "00"
              GO TO FIN-LEE-CENTRAL
           END-IF.
           READ CENTRAL
               AT END
                  MOVE SPACES TO REG-CENTRAL
           END-READ.
           CLOSE CENTRAL.
           IF REG-CENTRAL NOT = SPACES
              UNSTRING REG-CENTRAL DELIMITED BY ";" INTO WS-REFERENCIA
              END-UNSTRING
           END-IF.
       FIN-LEE-CENTRAL.
