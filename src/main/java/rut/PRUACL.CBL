       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUACL.
       AUTHOR.        CVJ.
       SECURITY.      CONTROL DE ACCESO POR RUTA A LOS FICHEROS DE LAS
                      RAICES dd_: ACCESOS.POL BAJO dd_dir LLEVA UNA
                      LINEA sujeto;prefijo;derechos POR PERMISO (EL
                      SUJETO ES UN USUARIO DE USERTAB, "@DEPTO" PARA
                      TODO UN DEPARTAMENTO DE UT-DEPTO O "*" PARA
                      CUALQUIERA; EL PREFIJO SE ESCRIBE COMO UN NOMBRE
                      dd_ - "obj/NOMINA" - O COMO RUTA; LOS DERECHOS
                      SON L LECTURA, E ESCRITURA Y B BORRADO). CADA
                      PREFIJO DISTINTO ES UNA ZONA SENSIBLE Y MANDA EL
                      MAS LARGO QUE CUBRE LA RUTA. LO CONSULTAN EL
                      DSC Y EL CRG DE SRU, PRUCP, PRURM, PRUVER Y
                      PRUFIX ANTES DE TOCAR EL FICHERO, Y CADA NEGATIVA
                      QUEDA EN EL LOG DE AUDITORIA. HASTA AHORA LOS
                      PERFILES DE USERTAB DECIAN QUE OPERACIONES Y
                      PROGRAMAS PODIA LANZAR CADA UNO, PERO QUIEN PODIA
                      USAR DSC SE BAJABA LA NOMINA Y QUIEN PODIA USAR
                      PRURM BORRABA EN CUALQUIER RAIZ.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               las fechas de ausencia del
*********************               usuario (UT-AUSENTE-DESDE y
*********************               UT-AUSENTE-HASTA) que fija PRUUSR
*********************               AUSENCIA.
********************* 15/10/2026 CVJ - Version inicial. ACCIONES:
*********************               LEE, ESCRIBE Y BORRA (RUTA YA
*********************               RESUELTA; DETALLE: PROGRAMA QUE
*********************               PREGUNTA. RC 0 SE PUEDE, RC 1 NO,
*********************               Y EL DETALLE VUELVE CON LA ZONA
*********************               QUE LO NIEGA) - INFORME (QUIEN
*********************               LLEGA A CADA ZONA Y CON QUE
*********************               DERECHOS). EL USUARIO ES EL DE LA
*********************               SESION DE SRU; EN BATCH, LOGNAME
*********************               Y LUEGO USER, COMO PRU14. UNA
*********************               RUTA QUE NO CAE EN NINGUNA ZONA,
*********************               O SIN ACCESOS.POL, SE PUEDE COMO
*********************               HASTA AHORA. LAS NEGATIVAS QUEDAN
*********************               EN PRUACL-YYYYMMDD.LOG BAJO dd_trz.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POLITICA
                  ASSIGN TO DYNAMIC WS-POLITICA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POLITICA-ESTADO.

           SELECT USERTAB
                  ASSIGN TO DYNAMIC WS-USERTAB-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UT-USUARIO
                  FILE STATUS IS WS-UT-ESTADO.

           SELECT LOG-ACL
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  POLITICA.
       01  REG-POLITICA      PIC X(256).

       FD  USERTAB.
       01  REG-USERTAB.
           03 UT-USUARIO     PIC X(15).
           03 UT-ACTIVO      PIC X.
              88 UT-USUARIO-ACTIVO VALUE "S".
           03 UT-FECHA-ALTA     PIC X(8).
           03 UT-FECHA-ULTLOGIN PIC X(8).
           03 UT-OPS            PIC X(64).
           03 UT-PROGS          PIC X(128).
           03 UT-DEPTO          PIC X(8).
           03 UT-AUSENTE-DESDE  PIC X(8).
           03 UT-AUSENTE-HASTA  PIC X(8).

       FD  LOG-ACL.
       01  REG-LOG-ACL       PIC X(400).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUACL".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  NOMBRDIR          PIC X(128).
       01  WS-POLITICA-PATH  PIC X(200).
       77  WS-POLITICA-ESTADO PIC XX.
       01  WS-USERTAB-PATH   PIC X(200).
       77  WS-UT-ESTADO      PIC XX.
       77  WS-DD-TRZ         PIC X(128).
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.
       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).

      *    LAS LINEAS DE ACCESOS.POL, CON EL PREFIJO YA RESUELTO A
      *    RUTA Y SU LONGITUD.
       01  TB-ACL.
           03 TB-ACL-O       OCCURS 200.
              05 TB-ACL-SUJETO   PIC X(16).
              05 TB-ACL-PREFIJO  PIC X(128).
              05 TB-ACL-RUTA     PIC X(256).
              05 TB-ACL-LON      PIC 999.
              05 TB-ACL-DERECHOS PIC X(8).
       77  WS-NACL           PIC 999 VALUE ZERO.
       77  WS-AA             PIC 999.
       77  WS-A-SUJETO       PIC X(16).
       01  WS-A-PREFIJO      PIC X(128).
       77  WS-A-DERECHOS     PIC X(8).
       01  WS-A-RUTA         PIC X(256).
       77  WS-LON            PIC 999.

      *    LA PREGUNTA Y SU RESPUESTA: USUARIO, DEPARTAMENTO Y RUTA
      *    ENTRAN; LA ZONA (LINEA DE SU PREFIJO, 0 SI NO HAY) Y LOS
      *    DERECHOS QUE TIENE EN ELLA SALEN.
       77  WS-EV-USUARIO     PIC X(15).
       77  WS-EV-DEPTO       PIC X(8).
       01  WS-EV-RUTA        PIC X(256).
       77  WS-EV-ZONA        PIC 999.
       77  WS-EV-MAXLON      PIC 999.
       77  WS-EV-SUJETO-OK   PIC X.
           88 SUJETO-CUBIERTO VALUE "S".
       77  WS-EV-L           PIC X.
       77  WS-EV-E           PIC X.
       77  WS-EV-B           PIC X.
       77  WS-EV-DERECHOS    PIC X(3).
       77  WS-CUENTA         PIC 99.
       77  WS-LETRA          PIC X.
       77  WS-PUEDE          PIC X.
           88 PUEDE-ACCEDER  VALUE "S".

      *    USUARIOS ACTIVOS DE USERTAB, PARA EL INFORME.
       01  TB-USUARIOS.
           03 TB-USU-O       OCCURS 500.
              05 TB-USU-NOMBRE  PIC X(15).
              05 TB-USU-DEPTO   PIC X(8).
       77  WS-NUSU           PIC 999 VALUE ZERO.
       77  WS-UU             PIC 999.
       77  WS-BB             PIC 999.
       77  WS-ZONA-VISTA     PIC X.
           88 ZONA-YA-VISTA  VALUE "S".
       77  WS-ZONAS          PIC 9(5) VALUE ZEROES.
       77  WS-ACCESOS        PIC 9(5) VALUE ZEROES.
       01  WS-ACL-RESP       PIC X(400).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  NOMBREFICHERO     PIC X(256).
       77  DETALLE           PIC X(128).

       PROCEDURE DIVISION USING ACCION NOMBREFICHERO DETALLE.

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
           MOVE SPACES TO WS-POLITICA-PATH WS-USERTAB-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/ACCESOS.POL"
                     DELIMITED BY SPACE
                     INTO WS-POLITICA-PATH
              END-STRING
              STRING VALORDIR "/USUARIOS"
                     DELIMITED BY SPACE
                     INTO WS-USERTAB-PATH
              END-STRING
           ELSE
              MOVE "ACCESOS.POL" TO WS-POLITICA-PATH
              MOVE "USUARIOS" TO WS-USERTAB-PATH
           END-IF.
           PERFORM CARGA-POLITICA THRU FIN-CARGA-POLITICA.
       PROCESOS.
           MOVE SPACE TO WS-LETRA.
           EVALUATE ACCION
               WHEN "LEE"
                    MOVE "L" TO WS-LETRA
               WHEN "ESCRIBE"
                    MOVE "E" TO WS-LETRA
               WHEN "BORRA"
                    MOVE "B" TO WS-LETRA
               WHEN "INFORME"
                    PERFORM INFORME-ZONAS THRU FIN-INFORME-ZONAS
                    MOVE ZERO TO RETURN-CODE
                    GO TO FIN-PROCESOS
               WHEN OTHER
                    DISPLAY "|ACLERROR|ACCION|" ACCION "|" UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
                    GO TO FIN-PROCESOS
           END-EVALUATE.
           PERFORM CONSULTA-ACCESO THRU FIN-CONSULTA-ACCESO.
           IF PUEDE-ACCEDER
              MOVE ZERO TO RETURN-CODE
           ELSE
              PERFORM AUDITA-NEGATIVA THRU FIN-AUDITA-NEGATIVA
              MOVE SPACES TO DETALLE
              MOVE TB-ACL-PREFIJO(WS-EV-ZONA) TO DETALLE
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       CONSULTA SECTION.
      *    SE PUEDE SI LA RUTA NO CAE EN NINGUNA ZONA O SI EL USUARIO
      *    TIENE LA LETRA PEDIDA EN LA ZONA QUE LA CUBRE. SI NO, RC 1,
      *    LA ZONA EN EL DETALLE Y LA NEGATIVA AL LOG.
       CONSULTA-ACCESO.
           MOVE "S" TO WS-PUEDE.
           IF WS-NACL = ZERO
              GO TO FIN-CONSULTA-ACCESO
           END-IF.
           PERFORM USUARIO-ACTUAL THRU FIN-USUARIO-ACTUAL.
           MOVE NOMBREFICHERO TO WS-EV-RUTA.
           PERFORM EVALUA-DERECHOS THRU FIN-EVALUA-DERECHOS.
           IF WS-EV-ZONA = ZERO
              GO TO FIN-CONSULTA-ACCESO
           END-IF.
           MOVE ZEROES TO WS-CUENTA.
           INSPECT WS-EV-DERECHOS TALLYING WS-CUENTA FOR ALL WS-LETRA.
           IF WS-CUENTA = ZERO
              MOVE "N" TO WS-PUEDE
           END-IF.
       FIN-CONSULTA-ACCESO.

      *    EL USUARIO DE LA SESION DE SRU (EXTERNAL); FUERA DE SRU EL
      *    DEL SISTEMA. EL DEPARTAMENTO SALE DE SU FILA DE USERTAB.
       USUARIO-ACTUAL.
           MOVE SPACES TO WS-EV-USUARIO WS-EV-DEPTO.
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
           IF WS-EV-USUARIO = SPACES
              GO TO FIN-USUARIO-ACTUAL
           END-IF.
           OPEN INPUT USERTAB.
           IF WS-UT-ESTADO NOT = "00"
              GO TO FIN-USUARIO-ACTUAL
           END-IF.
           MOVE SPACES TO UT-USUARIO.
           MOVE WS-EV-USUARIO TO UT-USUARIO.
           READ USERTAB
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE UT-DEPTO TO WS-EV-DEPTO
           END-READ.
           CLOSE USERTAB.
       FIN-USUARIO-ACTUAL.

      *    LA ZONA ES LA DEL PREFIJO MAS LARGO QUE CUBRE LA RUTA; LOS
      *    DERECHOS, LA SUMA DE LAS LINEAS DE ESE PREFIJO QUE VALEN
      *    PARA EL USUARIO, SU DEPARTAMENTO O CUALQUIERA. EN LA ZONA
      *    SIN NINGUNA LINEA SUYA NO TIENE NADA.
       EVALUA-DERECHOS.
           MOVE ZERO TO WS-EV-ZONA WS-EV-MAXLON.
           MOVE "N" TO WS-EV-L WS-EV-E WS-EV-B.
           MOVE SPACES TO WS-EV-DERECHOS.
           PERFORM VARYING WS-AA FROM 1 BY 1 UNTIL WS-AA > WS-NACL
              IF TB-ACL-LON(WS-AA) > WS-EV-MAXLON AND
                 WS-EV-RUTA(1:TB-ACL-LON(WS-AA)) =
                 TB-ACL-RUTA(WS-AA)(1:TB-ACL-LON(WS-AA))
                 MOVE TB-ACL-LON(WS-AA) TO WS-EV-MAXLON
                 MOVE WS-AA TO WS-EV-ZONA
              END-IF
           END-PERFORM.
           IF WS-EV-ZONA = ZERO
              GO TO FIN-EVALUA-DERECHOS
           END-IF.
           PERFORM VARYING WS-AA FROM 1 BY 1 UNTIL WS-AA > WS-NACL
              IF TB-ACL-LON(WS-AA) = WS-EV-MAXLON AND
                 TB-ACL-RUTA(WS-AA) = TB-ACL-RUTA(WS-EV-ZONA)
                 PERFORM MIRA-SUJETO THRU FIN-MIRA-SUJETO
                 IF SUJETO-CUBIERTO
                    MOVE ZEROES TO WS-CUENTA
                    INSPECT TB-ACL-DERECHOS(WS-AA) TALLYING WS-CUENTA
                            FOR ALL "L"
                    IF WS-CUENTA > ZERO
                       MOVE "S" TO WS-EV-L
                    END-IF
                    MOVE ZEROES TO WS-CUENTA
                    INSPECT TB-ACL-DERECHOS(WS-AA) TALLYING WS-CUENTA
                            FOR ALL "E"
                    IF WS-CUENTA > ZERO
                       MOVE "S" TO WS-EV-E
                    END-IF
                    MOVE ZEROES TO WS-CUENTA
                    INSPECT TB-ACL-DERECHOS(WS-AA) TALLYING WS-CUENTA
                            FOR ALL "B"
                    IF WS-CUENTA > ZERO
                       MOVE "S" TO WS-EV-B
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-EV-L = "S"
              MOVE "L" TO WS-EV-DERECHOS(1:1)
           END-IF.
           IF WS-EV-E = "S"
              MOVE "E" TO WS-EV-DERECHOS(2:1)
           END-IF.
           IF WS-EV-B = "S"
              MOVE "B" TO WS-EV-DERECHOS(3:1)
           END-IF.
       FIN-EVALUA-DERECHOS.

       MIRA-SUJETO.
           MOVE "N" TO WS-EV-SUJETO-OK.
           IF TB-ACL-SUJETO(WS-AA) = "*"
              SET SUJETO-CUBIERTO TO TRUE
              GO TO FIN-MIRA-SUJETO
           END-IF.
           IF TB-ACL-SUJETO(WS-AA)(1:1) = "@"
              IF WS-EV-DEPTO NOT = SPACES AND
                 TB-ACL-SUJETO(WS-AA)(2:8) = WS-EV-DEPTO
                 SET SUJETO-CUBIERTO TO TRUE
              END-IF
              GO TO FIN-MIRA-SUJETO
           END-IF.
           IF WS-EV-USUARIO NOT = SPACES AND
              TB-ACL-SUJETO(WS-AA)(1:15) = WS-EV-USUARIO
              SET SUJETO-CUBIERTO TO TRUE
           END-IF.
       FIN-MIRA-SUJETO.

      *    PRUACL-YYYYMMDD.LOG BAJO dd_trz, COMO PRUTOKEN: UNA LINEA
      *    POR NEGATIVA CON QUIEN, QUE, DONDE Y DESDE QUE PROGRAMA.
       AUDITA-NEGATIVA.
           MOVE SPACES TO WS-ACL-RESP.
           STRING "|ACLNOACCESO|" DELIMITED BY SIZE
                  WS-EV-USUARIO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  ACCION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  NOMBREFICHERO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-ACL-RESP
           END-STRING.
           DISPLAY WS-ACL-RESP UPON SYSOUT.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUACL-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRUACL-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-ACL.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-ACL
           END-IF.
           IF WS-LOG-ESTADO NOT = "00"
              GO TO FIN-AUDITA-NEGATIVA
           END-IF.
           MOVE SPACES TO REG-LOG-ACL.
           STRING WS-FECHA "-" WS-HORA
                  " |NOACCESO|USUARIO:" DELIMITED BY SIZE
                  WS-EV-USUARIO DELIMITED BY SPACE
                  "|DEPTO:" DELIMITED BY SIZE
                  WS-EV-DEPTO DELIMITED BY SPACE
                  "|ACCION:" DELIMITED BY SIZE
                  ACCION DELIMITED BY SPACE
                  "|RUTA:" DELIMITED BY SIZE
                  NOMBREFICHERO DELIMITED BY SPACE
                  "|ZONA:" DELIMITED BY SIZE
                  TB-ACL-PREFIJO(WS-EV-ZONA) DELIMITED BY SPACE
                  "|PROGRAMA:" DELIMITED BY SIZE
                  DETALLE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-ACL
           END-STRING.
           WRITE REG-LOG-ACL.
           CLOSE LOG-ACL.
       FIN-AUDITA-NEGATIVA.

       POLITICA-SEC SECTION.
      *    sujeto;prefijo;derechos. EL PREFIJO SE RESUELVE COMO
      *    CUALQUIER NOMBRE dd_ (LAS TRES PRIMERAS LETRAS DAN LA RAIZ)
      *    PARA COMPARARLO CON LAS RUTAS YA RESUELTAS DE LOS LLAMANTES;
      *    UNA RUTA QUE EMPIEZA POR "/" SE QUEDA COMO ESTA.
       CARGA-POLITICA.
           MOVE ZERO TO WS-NACL.
           OPEN INPUT POLITICA.
           IF WS-POLITICA-ESTADO NOT = "00"
              GO TO FIN-CARGA-POLITICA
           END-IF.
       LEYENDO-POLITICA.
           READ POLITICA
               AT END
                  GO TO CIERRA-POLITICA
           END-READ.
      *    UN "*" QUE NO VA SEGUIDO DE ";" ES COMENTARIO.
           IF REG-POLITICA = SPACES OR
              (REG-POLITICA(1:1) = "*" AND REG-POLITICA(2:1) NOT = ";")
              GO TO LEYENDO-POLITICA
           END-IF.
           MOVE SPACES TO WS-A-SUJETO WS-A-PREFIJO WS-A-DERECHOS.
           UNSTRING REG-POLITICA DELIMITED BY ";" INTO
                 WS-A-SUJETO
                 WS-A-PREFIJO
                 WS-A-DERECHOS
           END-UNSTRING.
           IF WS-A-SUJETO = SPACES OR WS-A-PREFIJO = SPACES
              GO TO LEYENDO-POLITICA
           END-IF.
           IF WS-NACL >= 200
              DISPLAY "|ACLERROR|TABLA|" WS-A-PREFIJO "|" UPON SYSOUT
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
           ADD 1 TO WS-NACL.
           MOVE WS-A-SUJETO TO TB-ACL-SUJETO(WS-NACL).
           MOVE WS-A-PREFIJO TO TB-ACL-PREFIJO(WS-NACL).
           MOVE WS-A-RUTA TO TB-ACL-RUTA(WS-NACL).
           MOVE WS-LON TO TB-ACL-LON(WS-NACL).
           MOVE WS-A-DERECHOS TO TB-ACL-DERECHOS(WS-NACL).
           GO TO LEYENDO-POLITICA.
       CIERRA-POLITICA.
           CLOSE POLITICA.
       FIN-CARGA-POLITICA.

       INFORME SECTION.
      *    POR CADA ZONA (PREFIJO DISTINTO, EN EL ORDEN DE LA
      *    POLITICA) LOS USUARIOS ACTIVOS DE USERTAB QUE LLEGAN A ELLA
      *    Y CON QUE DERECHOS, Y APARTE LO QUE SE DA A CUALQUIERA, QUE
      *    ALCANZA TAMBIEN A LOS USUARIOS DE SISTEMA DEL BATCH.
       INFORME-ZONAS.
           PERFORM CARGA-USUARIOS THRU FIN-CARGA-USUARIOS.
           PERFORM VARYING WS-BB FROM 1 BY 1 UNTIL WS-BB > WS-NACL
              MOVE "N" TO WS-ZONA-VISTA
              PERFORM VARYING WS-AA FROM 1 BY 1
                      UNTIL WS-AA >= WS-BB
                 IF TB-ACL-RUTA(WS-AA) = TB-ACL-RUTA(WS-BB)
                    SET ZONA-YA-VISTA TO TRUE
                 END-IF
              END-PERFORM
              IF NOT ZONA-YA-VISTA
                 PERFORM INFORME-ZONA THRU FIN-INFORME-ZONA
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-ACL-RESP.
           STRING "|ACLINFFIN|ZONAS:" WS-ZONAS
                  "|ACCESOS:" WS-ACCESOS
                  "|USUARIOS:" WS-NUSU "|"
                  DELIMITED BY SIZE
                  INTO WS-ACL-RESP
           END-STRING.
           DISPLAY WS-ACL-RESP UPON SYSOUT.
       FIN-INFORME-ZONAS.

       INFORME-ZONA.
           ADD 1 TO WS-ZONAS.
           MOVE SPACES TO WS-ACL-RESP.
           STRING "|ACLZONA|" DELIMITED BY SIZE
                  TB-ACL-PREFIJO(WS-BB) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-ACL-RUTA(WS-BB) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-ACL-RESP
           END-STRING.
           DISPLAY WS-ACL-RESP UPON SYSOUT.
           MOVE TB-ACL-RUTA(WS-BB) TO WS-EV-RUTA.
           MOVE SPACES TO WS-EV-USUARIO WS-EV-DEPTO.
           PERFORM EVALUA-DERECHOS THRU FIN-EVALUA-DERECHOS.
           IF WS-EV-DERECHOS NOT = SPACES
              MOVE SPACES TO WS-ACL-RESP
              STRING "|ACLTODOS|" DELIMITED BY SIZE
                     TB-ACL-PREFIJO(WS-BB) DELIMITED BY SPACE
                     "|" WS-EV-DERECHOS "|"
                     DELIMITED BY SIZE
                     INTO WS-ACL-RESP
              END-STRING
              DISPLAY WS-ACL-RESP UPON SYSOUT
           END-IF.
           PERFORM VARYING WS-UU FROM 1 BY 1 UNTIL WS-UU > WS-NUSU
              MOVE TB-USU-NOMBRE(WS-UU) TO WS-EV-USUARIO
              MOVE TB-USU-DEPTO(WS-UU) TO WS-EV-DEPTO
              PERFORM EVALUA-DERECHOS THRU FIN-EVALUA-DERECHOS
              IF WS-EV-DERECHOS NOT = SPACES
                 ADD 1 TO WS-ACCESOS
                 MOVE SPACES TO WS-ACL-RESP
                 STRING "|ACLACCESO|" DELIMITED BY SIZE
                        TB-ACL-PREFIJO(WS-BB) DELIMITED BY SPACE
                        "|" DELIMITED BY SIZE
                        WS-EV-USUARIO DELIMITED BY SPACE
                        "|DEPTO:" DELIMITED BY SIZE
                        WS-EV-DEPTO DELIMITED BY SPACE
                        "|" WS-EV-DERECHOS "|"
                        DELIMITED BY SIZE
                        INTO WS-ACL-RESP
                 END-STRING
                 DISPLAY WS-ACL-RESP UPON SYSOUT
              END-IF
           END-PERFORM.
       FIN-INFORME-ZONA.

       CARGA-USUARIOS.
           MOVE ZERO TO WS-NUSU.
           OPEN INPUT USERTAB.
           IF WS-UT-ESTADO NOT = "00"
              GO TO FIN-CARGA-USUARIOS
           END-IF.
       LEYENDO-USUARIOS.
           READ USERTAB NEXT
               AT END
                  GO TO CIERRA-USUARIOS
           END-READ.
           IF UT-USUARIO-ACTIVO AND WS-NUSU < 500
              ADD 1 TO WS-NUSU
              MOVE UT-USUARIO TO TB-USU-NOMBRE(WS-NUSU)
              MOVE UT-DEPTO TO TB-USU-DEPTO(WS-NUSU)
           END-IF.
           GO TO LEYENDO-USUARIOS.
       CIERRA-USUARIOS.
           CLOSE USERTAB.
       FIN-CARGA-USUARIOS.
