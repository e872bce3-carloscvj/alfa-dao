       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUSEGREGA.
       AUTHOR.        CVJ.
       SECURITY.      SEGREGACION DE FUNCIONES: SEGREGA.POL (BAJO
                      dd_dir) DECLARA LOS PARES DE FUNCIONES QUE UNA
                      MISMA PERSONA NO PUEDE TENER (CADA FUNCION ES UNA
                      OPERACION DE SRU, UN PROGRAMA O LAS DOS COSAS) Y
                      QUE CUENTAS DE USERTAB SON DE LA MISMA PERSONA.
                      LA PASADA SACA CADA USUARIO CUYO PERFIL (UT-OPS/
                      UT-PROGS, SUMANDO TODAS LAS CUENTAS DE LA PERSONA)
                      ROMPE UNA REGLA Y, ADEMAS, LOS CASOS REALES: LA
                      MISMA PERSONA APROBANDO EL BENEFICIARIO, FIRMANDO
                      LA LIBERACION O GENERANDO EL FICHERO DEL BANCO DE
                      UNA MISMA REMESA O UN MISMO BENEFICIARIO, UNA
                      APROBACION DE PRUAPRU CONCEDIDA POR OTRA CUENTA
                      DEL SOLICITANTE, O SOBRE UN FICHERO QUE EL MISMO
                      APROBADOR CATALOGO. HASTA AHORA NADA IMPEDIA QUE
                      UNA SOLA PERSONA DIERA DE ALTA UN BENEFICIARIO,
                      LE MANDARA EL PAGO Y SE LO APROBARA CON SU
                      SEGUNDA CUENTA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - WS-INFORME-PATH pasa a X(256),
*********************               el largo del nombre de fichero
*********************               que reciben PRUCAT y PRUERR.
********************* 15/10/2026 CVJ - El registro de RETENIDOS gana
*********************               la divisa del pago y su
*********************               contravalor en euros (RET-DIVISA y
*********************               RET-EUROS) que guarda PRULIBERA.
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               las fechas de ausencia del
*********************               usuario (UT-AUSENTE-DESDE y
*********************               UT-AUSENTE-HASTA) que fija PRUUSR
*********************               AUSENCIA.
********************* 15/10/2026 CVJ - Version inicial. LINEAS DE
*********************               SEGREGA.POL ("*" = COMENTARIO):
*********************               REGLA;nombre;funcion;funcion,
*********************               CON funcion "OPE:PROGRAMA",
*********************               "OPE:" (SOLO LA OPERACION) O
*********************               "PROGRAMA" (SOLO EL PROGRAMA) -
*********************               CUENTA;usuario;persona (UNA
*********************               CUENTA SIN LINEA ES SU PROPIA
*********************               PERSONA). UN PERFIL EN BLANCO
*********************               VALE TODO, COMO EN SRU. LOS CASOS
*********************               REALES SOLO MIRAN EL PROGRAMA DE
*********************               LA FUNCION (PRUBENEF, PRULIBERA,
*********************               PRUGENPAG). EL INFORME QUEDA EN
*********************               SEGREGA-YYYYMMDD.LOG BAJO dd_trz;
*********************               RC 1 SI HAY PERFILES EN
*********************               CONFLICTO, 2 SI HAY CASOS REALES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INFORME
                  ASSIGN TO DYNAMIC WS-INFORME-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INFORME-ESTADO.

           SELECT REGLAS
                  ASSIGN TO DYNAMIC WS-REGLAS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REGLAS-ESTADO.

           SELECT USERTAB
                  ASSIGN TO DYNAMIC WS-USERTAB-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS UT-USUARIO
                  FILE STATUS IS WS-USERTAB-ESTADO.

           SELECT RETENIDOS
                  ASSIGN TO DYNAMIC WS-RETEN-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RET-CLAVE
                  FILE STATUS IS WS-RETEN-ESTADO.

           SELECT BENEFICIARIOS
                  ASSIGN TO DYNAMIC WS-BENEF-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BEN-IBAN
                  FILE STATUS IS WS-BENEF-ESTADO.

           SELECT PAGOSHIST
                  ASSIGN TO DYNAMIC WS-HIST-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PH-CLAVE
                  FILE STATUS IS WS-HIST-ESTADO.

           SELECT APROBACIONES
                  ASSIGN TO DYNAMIC WS-APRU-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS APR-ID
                  FILE STATUS IS WS-APRU-ESTADO.

           SELECT CATALOGO
                  ASSIGN TO DYNAMIC WS-CATALOGO-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS REG-CAT-CLAVE
                  FILE STATUS IS WS-CATALOGO-ESTADO.

       DATA DIVISION.
       FILE SECTION.

       FD  INFORME.
       01  REG-INFORME       PIC X(250).

       FD  REGLAS.
       01  REG-REGLAS        PIC X(120).

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

      *    MISMO LAYOUT DE RETENIDOS QUE PRULIBERA.
       FD  RETENIDOS.
       01  REG-RETENIDOS.
           03 RET-CLAVE.
              05 RET-IBAN    PIC X(34).
              05 RET-IMPORTE PIC 9(13).
              05 RET-REF     PIC X(20).
           03 RET-REMESA     PIC X(6).
           03 RET-ESTADO     PIC X.
              88 RET-PENDIENTE  VALUE "P".
              88 RET-LIBERADO   VALUE "L".
           03 RET-FECHA      PIC X(8).
           03 RET-HORA       PIC X(8).
           03 RET-NECESARIAS PIC 9.
           03 RET-HECHAS     PIC 9.
           03 RET-FIRMA      OCCURS 3.
              05 RET-FIR-USUARIO PIC X(15).
              05 RET-FIR-FECHA   PIC X(8).
              05 RET-FIR-HORA    PIC X(8).
           03 RET-DIVISA     PIC X(3).
           03 RET-EUROS      PIC 9(13).

      *    MISMO LAYOUT DE BENEFICIARIOS QUE PRUBENEF.
       FD  BENEFICIARIOS.
       01  REG-BENEFICIARIOS.
           03 BEN-IBAN       PIC X(34).
           03 BEN-TITULAR    PIC X(40).
           03 BEN-FECHA      PIC X(8).
           03 BEN-APROBADOR  PIC X(15).
           03 BEN-EMPRESA    PIC X(3).

      *    MISMO LAYOUT DE HISTORIA DE PAGOS QUE PRUIBANEUR.
       FD  PAGOSHIST.
       01  REG-PAGOSHIST.
           03 PH-CLAVE.
              05 PH-IBAN     PIC X(34).
              05 PH-IMPORTE  PIC 9(13).
              05 PH-REF      PIC X(20).
           03 PH-FECHA       PIC X(8).
           03 PH-REMESA      PIC X(6).
           03 PH-DIVISA      PIC X(3).
           03 PH-FINALIDAD   PIC X(4).

      *    MISMO LAYOUT DE APROBACIONES QUE PRUAPRU.
       FD  APROBACIONES.
       01  REG-APROBACIONES.
           03 APR-ID         PIC 9(6).
           03 APR-ESTADO     PIC X.
              88 APR-PENDIENTE  VALUE "P".
              88 APR-APROBADA   VALUE "A".
              88 APR-EJECUTADA  VALUE "E".
              88 APR-EXPIRADA   VALUE "X".
           03 APR-SOLICITANTE PIC X(15).
           03 APR-FECHA      PIC X(8).
           03 APR-HORA       PIC X(8).
           03 APR-VALIDEZ    PIC 9(5).
           03 APR-APROBADOR  PIC X(15).
           03 APR-FECHA-APR  PIC X(8).
           03 APR-HORA-APR   PIC X(8).
           03 APR-ACCION     PIC X(120).

      *    MISMO LAYOUT DE CATALOGO QUE PRUCAT.
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

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUSEGREGA".
       01  VALORDIR          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-FECHA          PIC X(8).
       77  WS-CONTEXTO       PIC X(64).
       01  WS-INFORME-PATH   PIC X(256).
       77  WS-INFORME-ESTADO PIC XX.
       77  WS-INFORME-ABIERTO PIC X VALUE "N".
           88 INFORME-ABIERTO VALUE "S".
       01  WS-REGLAS-PATH    PIC X(200).
       77  WS-REGLAS-ESTADO  PIC XX.
       01  WS-USERTAB-PATH   PIC X(200).
       77  WS-USERTAB-ESTADO PIC XX.
       01  WS-RETEN-PATH     PIC X(200).
       77  WS-RETEN-ESTADO   PIC XX.
       01  WS-BENEF-PATH     PIC X(200).
       77  WS-BENEF-ESTADO   PIC XX.
       01  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       01  WS-APRU-PATH      PIC X(200).
       77  WS-APRU-ESTADO    PIC XX.
       01  WS-CATALOGO-PATH  PIC X(200).
       77  WS-CATALOGO-ESTADO PIC XX.
       77  WS-CATALOGO-ABIERTO PIC X VALUE "N".
           88 CATALOGO-ABIERTO VALUE "S".

      *    TROCEO DE LAS LINEAS DE SEGREGA.POL.
       77  WS-R-TIPO         PIC X(10).
       77  WS-R-CAMPO1       PIC X(20).
       01  WS-R-CAMPO2       PIC X(40).
       01  WS-R-CAMPO3       PIC X(40).
       01  WS-FUNCION        PIC X(40).
       77  WS-F-OPE          PIC X(8).
       77  WS-F-PROG         PIC X(20).
       77  WS-F-DOSPUNTOS    PIC 99.

      *    REGLAS: DOS FUNCIONES INCOMPATIBLES, CADA UNA CON SU
      *    OPERACION Y SU PROGRAMA (EN BLANCO = NO SE MIRA).
       01  TB-REGLAS.
           03 TB-REG-FILA    OCCURS 50.
              05 TB-REG-NOMBRE   PIC X(20).
              05 TB-REG-OPE-A    PIC X(8).
              05 TB-REG-PROG-A   PIC X(20).
              05 TB-REG-OPE-B    PIC X(8).
              05 TB-REG-PROG-B   PIC X(20).
       77  WS-NREGLAS        PIC 99 VALUE ZEROES.
       77  WS-R              PIC 99.

      *    CUENTAS QUE SON DE UNA MISMA PERSONA.
       01  TB-CUENTAS.
           03 TB-CTA-FILA    OCCURS 200.
              05 TB-CTA-USUARIO  PIC X(15).
              05 TB-CTA-PERSONA  PIC X(15).
       77  WS-NCUENTAS       PIC 999 VALUE ZEROES.
       77  WS-C              PIC 999.
       77  WS-CUENTA         PIC X(15).
       77  WS-PERSONA        PIC X(15).
       77  WS-PERSONA-2      PIC X(15).

      *    LOS USUARIOS DE USERTAB CON SU PERSONA Y SU PERFIL.
       01  TB-USUARIOS.
           03 TB-USU-FILA    OCCURS 500.
              05 TB-USU-USUARIO  PIC X(15).
              05 TB-USU-PERSONA  PIC X(15).
              05 TB-USU-ACTIVO   PIC X.
              05 TB-USU-OPS      PIC X(64).
              05 TB-USU-PROGS    PIC X(128).
       77  WS-NUSUARIOS      PIC 999 VALUE ZEROES.
       77  WS-U              PIC 999.
       77  WS-V              PIC 999.
       77  WS-TIENE-A        PIC X.
       77  WS-TIENE-B        PIC X.
       77  WS-REPORTADO      PIC X.

      *    COMPROBACION DE UNA FUNCION CONTRA UN PERFIL, COMO LA
      *    AUTORIZACION DE SRU: LISTA SEPARADA POR COMAS, "*" = TODO.
       77  WS-PERFIL-OPS     PIC X(64).
       77  WS-PERFIL-PROGS   PIC X(128).
       77  WS-BUSCA-OPE      PIC X(8).
       77  WS-BUSCA-PROG     PIC X(20).
       77  WS-TIENE          PIC X.
       01  WS-AUT-TOKS-TABLA.
           03 WS-AUT-TOK     PIC X(32) OCCURS 16.
       77  WS-AUT-N          PIC 99.
       77  WS-AUT-BUSCA      PIC X(32).
       77  WS-AUT-HALLADO    PIC X.

      *    REMESAS GENERADAS CON LA CUENTA QUE CATALOGO SU FICHERO.
       01  TB-REMESAS.
           03 TB-REM-FILA    OCCURS 500.
              05 TB-REM-ID       PIC X(6).
              05 TB-REM-CUENTA   PIC X(15).
       77  WS-NREMESAS       PIC 999 VALUE ZEROES.
       77  WS-M              PIC 999.
       77  WS-MH             PIC 999.
       77  WS-REM-ACCION     PIC X(8).
       77  WS-REMESA         PIC X(6).
       01  WS-REM-DETALLE    PIC X(160).
       77  WS-REM-ENVIO      PIC X(8).
       77  WS-REM-REGS       PIC X(10).
       77  WS-REM-SUMA       PIC X(16).
       01  WS-REM-FICHERO    PIC X(120).

      *    LO QUE HIZO CADA CUENTA Y SOBRE QUE: "REMESA:id" O
      *    "BENEF:iban", CON EL PROGRAMA QUE LO HIZO.
       01  TB-HECHOS.
           03 TB-HEC-FILA    OCCURS 3000.
              05 TB-HEC-OBJETO   PIC X(42).
              05 TB-HEC-PROG     PIC X(20).
              05 TB-HEC-CUENTA   PIC X(15).
              05 TB-HEC-PERSONA  PIC X(15).
       77  WS-NHECHOS        PIC 9(4) VALUE ZEROES.
       77  WS-MAXHECHOS      PIC 9(4) VALUE 3000.
       77  WS-H              PIC 9(4).
       77  WS-J              PIC 9(4).
       77  WS-HECHOS-FUERA   PIC 9(7) VALUE ZEROES.
       01  WS-HEC-OBJETO     PIC X(42).
       77  WS-HEC-PROG       PIC X(20).
       77  WS-HEC-CUENTA     PIC X(15).
       77  WS-F              PIC 9.

      *    TROCEO DEL TEXTO DE UNA APROBACION EN PALABRAS, PARA
      *    BUSCAR FICHEROS CATALOGADOS.
       01  WS-PALABRAS.
           03 WS-PALABRA     PIC X(120) OCCURS 8.
       77  WS-P              PIC 9.

       77  WS-USU-REVISADOS  PIC 9(5) VALUE ZEROES.
       77  WS-PERFILES       PIC 9(5) VALUE ZEROES.
       77  WS-CASOS          PIC 9(5) VALUE ZEROES.
       01  WS-LINEA          PIC X(250).

       PROCEDURE DIVISION.

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
           PERFORM ABRE-INFORME THRU FIN-ABRE-INFORME.
           PERFORM LEE-REGLAS THRU FIN-LEE-REGLAS.
           PERFORM CARGA-USUARIOS THRU FIN-CARGA-USUARIOS.
       PROCESOS.
           PERFORM REVISA-PERFILES THRU FIN-REVISA-PERFILES.
           PERFORM ABRE-CATALOGO THRU FIN-ABRE-CATALOGO.
           PERFORM HECHOS-GENERACION THRU FIN-HECHOS-GENERACION.
           PERFORM HECHOS-HISTORIA THRU FIN-HECHOS-HISTORIA.
           PERFORM HECHOS-RETENIDOS THRU FIN-HECHOS-RETENIDOS.
           PERFORM HECHOS-BENEFICIARIOS
              THRU FIN-HECHOS-BENEFICIARIOS.
           PERFORM REVISA-HECHOS THRU FIN-REVISA-HECHOS.
           PERFORM REVISA-APROBACIONES THRU FIN-REVISA-APROBACIONES.
           IF CATALOGO-ABIERTO
              CLOSE CATALOGO
           END-IF.
           IF WS-HECHOS-FUERA > ZEROES
              STRING "|SEGREGAERROR|TABLAHECHOS|MAXIMO:" WS-MAXHECHOS
                     "|FUERA:" WS-HECHOS-FUERA "|"
                     DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
           END-IF.
           STRING "|SEGREGAFIN|REGLAS:" WS-NREGLAS
                  "|USUARIOS:" WS-USU-REVISADOS
                  "|PERFILES:" WS-PERFILES
                  "|CASOS:" WS-CASOS "|"
                  DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
           IF INFORME-ABIERTO
              CLOSE INFORME
              MOVE "N" TO WS-INFORME-ABIERTO
              CALL "PRUCAT" USING "ALTA" WS-INFORME-PATH
           END-IF.
           IF WS-CASOS > ZEROES
              MOVE 2 TO RETURN-CODE
           ELSE
              IF WS-PERFILES > ZEROES
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
       ABRE-INFORME.
           MOVE SPACES TO WS-LINEA.
           MOVE SPACES TO WS-INFORME-PATH.
           IF WS-DD-TRZ NOT = SPACES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/SEGREGA-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-INFORME-PATH
           ELSE
              STRING "SEGREGA-" WS-FECHA ".LOG"
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

      *    SIN SEGREGA.POL NO HAY REGLAS QUE PASAR, PERO LA REVISION
      *    DE LAS APROBACIONES SIGUE TENIENDO SENTIDO.
       LEE-REGLAS.
           MOVE SPACES TO WS-REGLAS-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/SEGREGA.POL"
                     DELIMITED BY SPACE
                     INTO WS-REGLAS-PATH
              END-STRING
           ELSE
              MOVE "SEGREGA.POL" TO WS-REGLAS-PATH
           END-IF.
           OPEN INPUT REGLAS.
           IF WS-REGLAS-ESTADO NOT = "00"
              STRING "|SEGREGA|SINREGLAS|" DELIMITED BY SIZE
                     WS-REGLAS-PATH DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-LEE-REGLAS
           END-IF.
       LEYENDO-REGLAS.
           READ REGLAS
               AT END
                  GO TO CIERRA-REGLAS
           END-READ.
           IF REG-REGLAS = SPACES OR REG-REGLAS(1:1) = "*"
              GO TO LEYENDO-REGLAS
           END-IF.
           MOVE SPACES TO WS-R-TIPO WS-R-CAMPO1 WS-R-CAMPO2
                          WS-R-CAMPO3.
           UNSTRING REG-REGLAS DELIMITED BY ";" INTO
                 WS-R-TIPO
                 WS-R-CAMPO1
                 WS-R-CAMPO2
                 WS-R-CAMPO3
           END-UNSTRING.
           EVALUATE WS-R-TIPO
               WHEN "REGLA"
                    PERFORM ANOTA-REGLA THRU FIN-ANOTA-REGLA
               WHEN "CUENTA"
                    IF WS-R-CAMPO1 = SPACES OR WS-R-CAMPO2 = SPACES
                       OR WS-NCUENTAS >= 200
                       PERFORM LINEA-ERRONEA THRU FIN-LINEA-ERRONEA
                    ELSE
                       ADD 1 TO WS-NCUENTAS
                       MOVE WS-R-CAMPO1
                         TO TB-CTA-USUARIO(WS-NCUENTAS)
                       MOVE WS-R-CAMPO2
                         TO TB-CTA-PERSONA(WS-NCUENTAS)
                    END-IF
               WHEN OTHER
                    PERFORM LINEA-ERRONEA THRU FIN-LINEA-ERRONEA
           END-EVALUATE.
           GO TO LEYENDO-REGLAS.
       CIERRA-REGLAS.
           CLOSE REGLAS.
       FIN-LEE-REGLAS.

       ANOTA-REGLA.
           IF WS-R-CAMPO1 = SPACES OR WS-R-CAMPO2 = SPACES OR
              WS-R-CAMPO3 = SPACES OR WS-NREGLAS >= 50
              PERFORM LINEA-ERRONEA THRU FIN-LINEA-ERRONEA
              GO TO FIN-ANOTA-REGLA
           END-IF.
           ADD 1 TO WS-NREGLAS.
           MOVE WS-R-CAMPO1 TO TB-REG-NOMBRE(WS-NREGLAS).
           MOVE WS-R-CAMPO2 TO WS-FUNCION.
           PERFORM TROCEA-FUNCION THRU FIN-TROCEA-FUNCION.
           MOVE WS-F-OPE TO TB-REG-OPE-A(WS-NREGLAS).
           MOVE WS-F-PROG TO TB-REG-PROG-A(WS-NREGLAS).
           MOVE WS-R-CAMPO3 TO WS-FUNCION.
           PERFORM TROCEA-FUNCION THRU FIN-TROCEA-FUNCION.
           MOVE WS-F-OPE TO TB-REG-OPE-B(WS-NREGLAS).
           MOVE WS-F-PROG TO TB-REG-PROG-B(WS-NREGLAS).
       FIN-ANOTA-REGLA.

      *    "OPE:PROGRAMA", "OPE:" O "PROGRAMA".
       TROCEA-FUNCION.
           MOVE SPACES TO WS-F-OPE WS-F-PROG.
           MOVE ZEROES TO WS-F-DOSPUNTOS.
           INSPECT WS-FUNCION TALLYING WS-F-DOSPUNTOS FOR ALL ":".
           IF WS-F-DOSPUNTOS = ZEROES
              MOVE WS-FUNCION TO WS-F-PROG
           ELSE
              UNSTRING WS-FUNCION DELIMITED BY ":" INTO
                    WS-F-OPE
                    WS-F-PROG
              END-UNSTRING
           END-IF.
       FIN-TROCEA-FUNCION.

       LINEA-ERRONEA.
           STRING "|SEGREGAERROR|LINEA|" DELIMITED BY SIZE
                  REG-REGLAS DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-LINEA-ERRONEA.

      *    LA TABLA DE USUARIOS ENTERA, ACTIVOS O NO: UNA CUENTA DADA
      *    DE BAJA CONSERVA SU PERFIL Y VUELVE CON EL SI SE REACTIVA.
       CARGA-USUARIOS.
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
              STRING "|SEGREGA|SINUSUARIOS|" DELIMITED BY SIZE
                     WS-USERTAB-PATH DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
              GO TO FIN-CARGA-USUARIOS
           END-IF.
       LEYENDO-USUARIOS.
           READ USERTAB
               AT END
                  GO TO CIERRA-USUARIOS
           END-READ.
           IF WS-NUSUARIOS >= 500
              DISPLAY "|SEGREGAERROR|TABLAUSUARIOS|" UT-USUARIO "|"
                      UPON SYSOUT
              GO TO CIERRA-USUARIOS
           END-IF.
           ADD 1 TO WS-NUSUARIOS.
           MOVE UT-USUARIO TO TB-USU-USUARIO(WS-NUSUARIOS).
           MOVE UT-USUARIO TO WS-CUENTA.
           PERFORM BUSCA-PERSONA THRU FIN-BUSCA-PERSONA.
           MOVE WS-PERSONA TO TB-USU-PERSONA(WS-NUSUARIOS).
           MOVE UT-ACTIVO TO TB-USU-ACTIVO(WS-NUSUARIOS).
      *    PERFIL EN BLANCO = TODO, IGUAL QUE AL AUTENTICAR EN SRU.
           IF UT-OPS = SPACES
              MOVE "*" TO TB-USU-OPS(WS-NUSUARIOS)
           ELSE
              MOVE UT-OPS TO TB-USU-OPS(WS-NUSUARIOS)
           END-IF.
           IF UT-PROGS = SPACES
              MOVE "*" TO TB-USU-PROGS(WS-NUSUARIOS)
           ELSE
              MOVE UT-PROGS TO TB-USU-PROGS(WS-NUSUARIOS)
           END-IF.
           GO TO LEYENDO-USUARIOS.
       CIERRA-USUARIOS.
           CLOSE USERTAB.
       FIN-CARGA-USUARIOS.

      *    PERSONA DE WS-CUENTA SEGUN LAS LINEAS CUENTA; SI NO TIENE,
      *    LA PROPIA CUENTA.
       BUSCA-PERSONA.
           MOVE WS-CUENTA TO WS-PERSONA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NCUENTAS
              IF TB-CTA-USUARIO(WS-C) = WS-CUENTA
                 MOVE TB-CTA-PERSONA(WS-C) TO WS-PERSONA
              END-IF
           END-PERFORM.
       FIN-BUSCA-PERSONA.

       PERFILES SECTION.
      *    CADA USUARIO CONTRA CADA REGLA: LA PRIMERA FUNCION EN SU
      *    PERFIL Y LA SEGUNDA EN EL SUYO O EN EL DE OTRA CUENTA DE
      *    LA MISMA PERSONA. UNA LINEA POR USUARIO, REGLA Y CUENTA
      *    DONDE ESTA LA SEGUNDA.
       REVISA-PERFILES.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-NUSUARIOS
              ADD 1 TO WS-USU-REVISADOS
              PERFORM VARYING WS-R FROM 1 BY 1
                      UNTIL WS-R > WS-NREGLAS
                 PERFORM REVISA-USUARIO-REGLA
                    THRU FIN-REVISA-USUARIO-REGLA
              END-PERFORM
           END-PERFORM.
       FIN-REVISA-PERFILES.

       REVISA-USUARIO-REGLA.
           MOVE TB-USU-OPS(WS-U) TO WS-PERFIL-OPS.
           MOVE TB-USU-PROGS(WS-U) TO WS-PERFIL-PROGS.
           MOVE TB-REG-OPE-A(WS-R) TO WS-BUSCA-OPE.
           MOVE TB-REG-PROG-A(WS-R) TO WS-BUSCA-PROG.
           PERFORM TIENE-FUNCION THRU FIN-TIENE-FUNCION.
           IF WS-TIENE = "N"
              GO TO FIN-REVISA-USUARIO-REGLA
           END-IF.
           MOVE "N" TO WS-REPORTADO.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-NUSUARIOS
              IF TB-USU-PERSONA(WS-V) = TB-USU-PERSONA(WS-U)
                 MOVE TB-USU-OPS(WS-V) TO WS-PERFIL-OPS
                 MOVE TB-USU-PROGS(WS-V) TO WS-PERFIL-PROGS
                 MOVE TB-REG-OPE-B(WS-R) TO WS-BUSCA-OPE
                 MOVE TB-REG-PROG-B(WS-R) TO WS-BUSCA-PROG
                 PERFORM TIENE-FUNCION THRU FIN-TIENE-FUNCION
                 IF WS-TIENE = "S"
                    PERFORM INFORMA-PERFIL THRU FIN-INFORMA-PERFIL
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-REPORTADO = "S"
              ADD 1 TO WS-PERFILES
           END-IF.
       FIN-REVISA-USUARIO-REGLA.

       INFORMA-PERFIL.
           MOVE "S" TO WS-REPORTADO.
           STRING "|SEGREGA|PERFIL|" DELIMITED BY SIZE
                  TB-USU-USUARIO(WS-U) DELIMITED BY SPACE
                  "|ACTIVO:" TB-USU-ACTIVO(WS-U)
                  "|REGLA:" DELIMITED BY SIZE
                  TB-REG-NOMBRE(WS-R) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-REG-OPE-A(WS-R) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  TB-REG-PROG-A(WS-R) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-REG-OPE-B(WS-R) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  TB-REG-PROG-B(WS-R) DELIMITED BY SPACE
                  "|CUENTA:" DELIMITED BY SIZE
                  TB-USU-USUARIO(WS-V) DELIMITED BY SPACE
                  "|PERSONA:" DELIMITED BY SIZE
                  TB-USU-PERSONA(WS-U) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-INFORMA-PERFIL.

      *    LA FUNCION (WS-BUSCA-OPE/WS-BUSCA-PROG) ESTA EN EL PERFIL
      *    (WS-PERFIL-OPS/WS-PERFIL-PROGS) SI LO ESTAN SUS DOS PARTES;
      *    UNA PARTE EN BLANCO NO SE MIRA.
       TIENE-FUNCION.
           MOVE "S" TO WS-TIENE.
           IF WS-BUSCA-OPE NOT = SPACES
              MOVE WS-BUSCA-OPE TO WS-AUT-BUSCA
              PERFORM CONTIENE-TOKEN-OPS THRU FIN-CONTIENE-TOKEN-OPS
              IF WS-AUT-HALLADO = "N"
                 MOVE "N" TO WS-TIENE
                 GO TO FIN-TIENE-FUNCION
              END-IF
           END-IF.
           IF WS-BUSCA-PROG NOT = SPACES
              MOVE WS-BUSCA-PROG TO WS-AUT-BUSCA
              PERFORM CONTIENE-TOKEN-PROGS THRU FIN-CONTIENE-TOKEN-PROGS
              IF WS-AUT-HALLADO = "N"
                 MOVE "N" TO WS-TIENE
              END-IF
           END-IF.
       FIN-TIENE-FUNCION.

       CONTIENE-TOKEN-OPS.
           MOVE "N" TO WS-AUT-HALLADO.
           INITIALIZE WS-AUT-TOKS-TABLA.
           UNSTRING WS-PERFIL-OPS DELIMITED BY "," INTO
                 WS-AUT-TOK(1) WS-AUT-TOK(2) WS-AUT-TOK(3)
                 WS-AUT-TOK(4) WS-AUT-TOK(5) WS-AUT-TOK(6)
                 WS-AUT-TOK(7) WS-AUT-TOK(8) WS-AUT-TOK(9)
                 WS-AUT-TOK(10) WS-AUT-TOK(11) WS-AUT-TOK(12)
                 WS-AUT-TOK(13) WS-AUT-TOK(14) WS-AUT-TOK(15)
                 WS-AUT-TOK(16)
           END-UNSTRING.
           PERFORM COMPARA-TOKENS THRU FIN-COMPARA-TOKENS.
       FIN-CONTIENE-TOKEN-OPS.

       CONTIENE-TOKEN-PROGS.
           MOVE "N" TO WS-AUT-HALLADO.
           INITIALIZE WS-AUT-TOKS-TABLA.
           UNSTRING WS-PERFIL-PROGS DELIMITED BY "," INTO
                 WS-AUT-TOK(1) WS-AUT-TOK(2) WS-AUT-TOK(3)
                 WS-AUT-TOK(4) WS-AUT-TOK(5) WS-AUT-TOK(6)
                 WS-AUT-TOK(7) WS-AUT-TOK(8) WS-AUT-TOK(9)
                 WS-AUT-TOK(10) WS-AUT-TOK(11) WS-AUT-TOK(12)
                 WS-AUT-TOK(13) WS-AUT-TOK(14) WS-AUT-TOK(15)
                 WS-AUT-TOK(16)
           END-UNSTRING.
           PERFORM COMPARA-TOKENS THRU FIN-COMPARA-TOKENS.
       FIN-CONTIENE-TOKEN-PROGS.

       COMPARA-TOKENS.
           PERFORM VARYING WS-AUT-N FROM 1 BY 1 UNTIL WS-AUT-N > 16
              IF WS-AUT-TOK(WS-AUT-N) = "*" OR
                 WS-AUT-TOK(WS-AUT-N) = WS-AUT-BUSCA
                 MOVE "S" TO WS-AUT-HALLADO
              END-IF
           END-PERFORM.
       FIN-COMPARA-TOKENS.

       HECHOS SECTION.
      *    EL CATALOGO DICE QUIEN CREO CADA FICHERO: EL DEL BANCO DE
      *    UNA REMESA LO CATALOGA PRUGENPAG A NOMBRE DE QUIEN LO LANZO.
       ABRE-CATALOGO.
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
           IF WS-CATALOGO-ESTADO = "00"
              SET CATALOGO-ABIERTO TO TRUE
           ELSE
              STRING "|SEGREGA|SINCATALOGO|" DELIMITED BY SIZE
                     WS-CATALOGO-PATH DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
           END-IF.
       FIN-ABRE-CATALOGO.

      *    CADA REMESA GENERADA, CON EL RECORRIDO DE PRUCOMIS: SU
      *    FICHERO LO DA CONSULTA Y SU AUTOR, EL CATALOGO.
       HECHOS-GENERACION.
           IF NOT CATALOGO-ABIERTO
              GO TO FIN-HECHOS-GENERACION
           END-IF.
           MOVE SPACES TO WS-REMESA.
       SIGUIENTE-GENERADA.
           MOVE "GENERADA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE.
           IF RETURN-CODE NOT = ZERO OR WS-REMESA = SPACES
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-HECHOS-GENERACION
           END-IF.
           MOVE "CONSULTA" TO WS-REM-ACCION.
           MOVE SPACES TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA
                                  WS-REM-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-REM-ENVIO WS-REM-REGS WS-REM-SUMA
                          WS-REM-FICHERO.
           UNSTRING WS-REM-DETALLE DELIMITED BY ";" INTO
                 WS-REM-ENVIO
                 WS-REM-REGS
                 WS-REM-SUMA
                 WS-REM-FICHERO
           END-UNSTRING.
           IF WS-REM-FICHERO = SPACES
              GO TO SIGUIENTE-GENERADA
           END-IF.
           MOVE SPACES TO REG-CAT-CLAVE.
           MOVE WS-REM-FICHERO TO REG-CAT-CLAVE.
           READ CATALOGO
               INVALID KEY
                  GO TO SIGUIENTE-GENERADA
           END-READ.
           IF REG-CAT-USUARIO = SPACES
              GO TO SIGUIENTE-GENERADA
           END-IF.
           IF WS-NREMESAS < 500
              ADD 1 TO WS-NREMESAS
              MOVE WS-REMESA TO TB-REM-ID(WS-NREMESAS)
              MOVE REG-CAT-USUARIO TO TB-REM-CUENTA(WS-NREMESAS)
           END-IF.
           MOVE SPACES TO WS-HEC-OBJETO.
           STRING "REMESA:" WS-REMESA
                  DELIMITED BY SIZE
                  INTO WS-HEC-OBJETO
           END-STRING.
           MOVE "PRUGENPAG" TO WS-HEC-PROG.
           MOVE REG-CAT-USUARIO TO WS-HEC-CUENTA.
           PERFORM ANOTA-HECHO THRU FIN-ANOTA-HECHO.
           GO TO SIGUIENTE-GENERADA.
       FIN-HECHOS-GENERACION.

      *    LA HISTORIA DE PAGOS DICE A QUE IBAN PAGO CADA REMESA: QUIEN
      *    GENERO LA REMESA HA MANDADO DINERO A ESE BENEFICIARIO.
       HECHOS-HISTORIA.
           IF WS-NREMESAS = ZEROES
              GO TO FIN-HECHOS-HISTORIA
           END-IF.
           MOVE SPACES TO WS-HIST-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/PAGOSHIST.DAT"
                     DELIMITED BY SPACE
                     INTO WS-HIST-PATH
              END-STRING
           ELSE
              MOVE "PAGOSHIST.DAT" TO WS-HIST-PATH
           END-IF.
           OPEN INPUT PAGOSHIST.
           IF WS-HIST-ESTADO NOT = "00"
              GO TO FIN-HECHOS-HISTORIA
           END-IF.
       LEYENDO-HISTORIA.
           READ PAGOSHIST
               AT END
                  GO TO CIERRA-HISTORIA
           END-READ.
           IF PH-REMESA = SPACES
              GO TO LEYENDO-HISTORIA
           END-IF.
           MOVE ZEROES TO WS-MH.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-NREMESAS OR WS-MH > ZERO
              IF TB-REM-ID(WS-M) = PH-REMESA
                 MOVE WS-M TO WS-MH
              END-IF
           END-PERFORM.
           IF WS-MH = ZERO
              GO TO LEYENDO-HISTORIA
           END-IF.
           MOVE SPACES TO WS-HEC-OBJETO.
           STRING "BENEF:" PH-IBAN
                  DELIMITED BY SIZE
                  INTO WS-HEC-OBJETO
           END-STRING.
           MOVE "PRUGENPAG" TO WS-HEC-PROG.
           MOVE TB-REM-CUENTA(WS-MH) TO WS-HEC-CUENTA.
           PERFORM ANOTA-HECHO THRU FIN-ANOTA-HECHO.
           GO TO LEYENDO-HISTORIA.
       CIERRA-HISTORIA.
           CLOSE PAGOSHIST.
       FIN-HECHOS-HISTORIA.

      *    CADA FIRMA DE UN RETENIDO ES UNA LIBERACION SOBRE SU
      *    REMESA Y SOBRE SU BENEFICIARIO.
       HECHOS-RETENIDOS.
           MOVE SPACES TO WS-RETEN-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/RETENIDOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-RETEN-PATH
              END-STRING
           ELSE
              MOVE "RETENIDOS.DAT" TO WS-RETEN-PATH
           END-IF.
           OPEN INPUT RETENIDOS.
           IF WS-RETEN-ESTADO NOT = "00"
              GO TO FIN-HECHOS-RETENIDOS
           END-IF.
       LEYENDO-RETENIDOS.
           READ RETENIDOS
               AT END
                  GO TO CIERRA-RETENIDOS
           END-READ.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
              IF RET-FIR-USUARIO(WS-F) NOT = SPACES
                 PERFORM HECHO-FIRMA THRU FIN-HECHO-FIRMA
              END-IF
           END-PERFORM.
           GO TO LEYENDO-RETENIDOS.
       CIERRA-RETENIDOS.
           CLOSE RETENIDOS.
       FIN-HECHOS-RETENIDOS.

       HECHO-FIRMA.
           MOVE "PRULIBERA" TO WS-HEC-PROG.
           MOVE RET-FIR-USUARIO(WS-F) TO WS-HEC-CUENTA.
           IF RET-REMESA NOT = SPACES
              MOVE SPACES TO WS-HEC-OBJETO
              STRING "REMESA:" RET-REMESA
                     DELIMITED BY SIZE
                     INTO WS-HEC-OBJETO
              END-STRING
              PERFORM ANOTA-HECHO THRU FIN-ANOTA-HECHO
           END-IF.
           MOVE SPACES TO WS-HEC-OBJETO.
           STRING "BENEF:" RET-IBAN
                  DELIMITED BY SIZE
                  INTO WS-HEC-OBJETO
           END-STRING.
           PERFORM ANOTA-HECHO THRU FIN-ANOTA-HECHO.
       FIN-HECHO-FIRMA.

      *    EL APROBADOR DE CADA BENEFICIARIO, Y EN CADA REMESA QUE LE
      *    PAGO, TAMBIEN SOBRE LA REMESA.
       HECHOS-BENEFICIARIOS.
           MOVE SPACES TO WS-BENEF-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/BENEFICIARIOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-BENEF-PATH
              END-STRING
           ELSE
              MOVE "BENEFICIARIOS.DAT" TO WS-BENEF-PATH
           END-IF.
           OPEN INPUT BENEFICIARIOS.
           IF WS-BENEF-ESTADO NOT = "00"
              GO TO FIN-HECHOS-BENEFICIARIOS
           END-IF.
       LEYENDO-BENEFICIARIOS.
           READ BENEFICIARIOS
               AT END
                  GO TO CIERRA-BENEFICIARIOS
           END-READ.
           IF BEN-APROBADOR = SPACES
              GO TO LEYENDO-BENEFICIARIOS
           END-IF.
           MOVE SPACES TO WS-HEC-OBJETO.
           STRING "BENEF:" BEN-IBAN
                  DELIMITED BY SIZE
                  INTO WS-HEC-OBJETO
           END-STRING.
           MOVE "PRUBENEF" TO WS-HEC-PROG.
           MOVE BEN-APROBADOR TO WS-HEC-CUENTA.
           PERFORM ANOTA-HECHO THRU FIN-ANOTA-HECHO.
           GO TO LEYENDO-BENEFICIARIOS.
       CIERRA-BENEFICIARIOS.
           CLOSE BENEFICIARIOS.
       FIN-HECHOS-BENEFICIARIOS.

      *    ALTA DE UN HECHO (WS-HEC-OBJETO/PROG/CUENTA) SI NO ESTABA;
      *    LO QUE NO CABE SE CUENTA Y SE AVISA AL FINAL.
       ANOTA-HECHO.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NHECHOS
              IF TB-HEC-OBJETO(WS-H) = WS-HEC-OBJETO AND
                 TB-HEC-PROG(WS-H) = WS-HEC-PROG AND
                 TB-HEC-CUENTA(WS-H) = WS-HEC-CUENTA
                 GO TO FIN-ANOTA-HECHO
              END-IF
           END-PERFORM.
           IF WS-NHECHOS >= WS-MAXHECHOS
              ADD 1 TO WS-HECHOS-FUERA
              GO TO FIN-ANOTA-HECHO
           END-IF.
           ADD 1 TO WS-NHECHOS.
           MOVE WS-HEC-OBJETO TO TB-HEC-OBJETO(WS-NHECHOS).
           MOVE WS-HEC-PROG TO TB-HEC-PROG(WS-NHECHOS).
           MOVE WS-HEC-CUENTA TO TB-HEC-CUENTA(WS-NHECHOS).
           MOVE WS-HEC-CUENTA TO WS-CUENTA.
           PERFORM BUSCA-PERSONA THRU FIN-BUSCA-PERSONA.
           MOVE WS-PERSONA TO TB-HEC-PERSONA(WS-NHECHOS).
       FIN-ANOTA-HECHO.

       CASOS SECTION.
      *    UN CASO REAL ES UNA PERSONA CON LAS DOS FUNCIONES DE UNA
      *    REGLA SOBRE EL MISMO OBJETO. SI LA REGLA ENFRENTA UN
      *    PROGRAMA CONSIGO MISMO (DOS FIRMAS DE LIBERACION), TIENEN
      *    QUE SER DOS CUENTAS DISTINTAS DE LA PERSONA.
       REVISA-HECHOS.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NREGLAS
              IF TB-REG-PROG-A(WS-R) NOT = SPACES AND
                 TB-REG-PROG-B(WS-R) NOT = SPACES
                 PERFORM VARYING WS-H FROM 1 BY 1
                         UNTIL WS-H > WS-NHECHOS
                    IF TB-HEC-PROG(WS-H) = TB-REG-PROG-A(WS-R)
                       PERFORM BUSCA-PAREJA THRU FIN-BUSCA-PAREJA
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       FIN-REVISA-HECHOS.

       BUSCA-PAREJA.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NHECHOS
              IF WS-J NOT = WS-H AND
                 TB-HEC-PROG(WS-J) = TB-REG-PROG-B(WS-R) AND
                 TB-HEC-OBJETO(WS-J) = TB-HEC-OBJETO(WS-H) AND
                 TB-HEC-PERSONA(WS-J) = TB-HEC-PERSONA(WS-H)
                 IF TB-REG-PROG-A(WS-R) NOT = TB-REG-PROG-B(WS-R)
                    OR WS-J > WS-H
                    PERFORM INFORMA-CASO THRU FIN-INFORMA-CASO
                 END-IF
              END-IF
           END-PERFORM.
       FIN-BUSCA-PAREJA.

       INFORMA-CASO.
           ADD 1 TO WS-CASOS.
           STRING "|SEGREGA|CASO|" DELIMITED BY SIZE
                  TB-HEC-OBJETO(WS-H) DELIMITED BY "  "
                  "|REGLA:" DELIMITED BY SIZE
                  TB-REG-NOMBRE(WS-R) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-HEC-PROG(WS-H) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  TB-HEC-CUENTA(WS-H) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-HEC-PROG(WS-J) DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  TB-HEC-CUENTA(WS-J) DELIMITED BY SPACE
                  "|PERSONA:" DELIMITED BY SIZE
                  TB-HEC-PERSONA(WS-H) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-INFORMA-CASO.

      *    PRUAPRU YA NO DEJA APROBAR CON LA MISMA CUENTA; AQUI SE VE
      *    LA APROBACION CONCEDIDA POR OTRA CUENTA DE LA MISMA PERSONA
      *    Y LA QUE RECAE SOBRE UN FICHERO QUE EL PROPIO APROBADOR
      *    CATALOGO.
       REVISA-APROBACIONES.
           MOVE SPACES TO WS-APRU-PATH.
           IF VALORDIR NOT = SPACES
              STRING VALORDIR "/APROBACIONES.DAT"
                     DELIMITED BY SPACE
                     INTO WS-APRU-PATH
              END-STRING
           ELSE
              MOVE "APROBACIONES.DAT" TO WS-APRU-PATH
           END-IF.
           OPEN INPUT APROBACIONES.
           IF WS-APRU-ESTADO NOT = "00"
              GO TO FIN-REVISA-APROBACIONES
           END-IF.
       LEYENDO-APROBACIONES.
           READ APROBACIONES
               AT END
                  GO TO CIERRA-APROBACIONES
           END-READ.
      *    EL REGISTRO 0 ES EL CONTADOR.
           IF APR-ID = ZEROES OR APR-APROBADOR = SPACES
              GO TO LEYENDO-APROBACIONES
           END-IF.
           IF NOT APR-APROBADA AND NOT APR-EJECUTADA
              GO TO LEYENDO-APROBACIONES
           END-IF.
           MOVE APR-SOLICITANTE TO WS-CUENTA.
           PERFORM BUSCA-PERSONA THRU FIN-BUSCA-PERSONA.
           MOVE WS-PERSONA TO WS-PERSONA-2.
           MOVE APR-APROBADOR TO WS-CUENTA.
           PERFORM BUSCA-PERSONA THRU FIN-BUSCA-PERSONA.
           IF WS-PERSONA = WS-PERSONA-2
              ADD 1 TO WS-CASOS
              STRING "|SEGREGA|CASO|APROBACION:" APR-ID
                     "|AUTOAPROBACION|PIDE:" DELIMITED BY SIZE
                     APR-SOLICITANTE DELIMITED BY SPACE
                     "|APRUEBA:" DELIMITED BY SIZE
                     APR-APROBADOR DELIMITED BY SPACE
                     "|PERSONA:" DELIMITED BY SIZE
                     WS-PERSONA DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     APR-ACCION DELIMITED BY "  "
                     "|" DELIMITED BY SIZE
                     INTO WS-LINEA
              END-STRING
              PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA
           END-IF.
           IF CATALOGO-ABIERTO
              PERFORM FICHEROS-APROBACION
                 THRU FIN-FICHEROS-APROBACION
           END-IF.
           GO TO LEYENDO-APROBACIONES.
       CIERRA-APROBACIONES.
           CLOSE APROBACIONES.
       FIN-REVISA-APROBACIONES.

      *    CADA PALABRA DEL TEXTO APROBADO QUE SEA UN FICHERO DEL
      *    CATALOGO; SI LO CREO LA PERSONA QUE APRUEBA, ES UN CASO.
       FICHEROS-APROBACION.
           INITIALIZE WS-PALABRAS.
           UNSTRING APR-ACCION DELIMITED BY ALL SPACES OR ";" INTO
                 WS-PALABRA(1) WS-PALABRA(2) WS-PALABRA(3)
                 WS-PALABRA(4) WS-PALABRA(5) WS-PALABRA(6)
                 WS-PALABRA(7) WS-PALABRA(8)
           END-UNSTRING.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 8
              IF WS-PALABRA(WS-P) NOT = SPACES
                 PERFORM FICHERO-APROBADO THRU FIN-FICHERO-APROBADO
              END-IF
           END-PERFORM.
       FIN-FICHEROS-APROBACION.

       FICHERO-APROBADO.
           MOVE SPACES TO REG-CAT-CLAVE.
           MOVE WS-PALABRA(WS-P) TO REG-CAT-CLAVE.
           READ CATALOGO
               INVALID KEY
                  GO TO FIN-FICHERO-APROBADO
           END-READ.
           IF REG-CAT-USUARIO = SPACES
              GO TO FIN-FICHERO-APROBADO
           END-IF.
           MOVE REG-CAT-USUARIO TO WS-CUENTA.
           PERFORM BUSCA-PERSONA THRU FIN-BUSCA-PERSONA.
           MOVE WS-PERSONA TO WS-PERSONA-2.
           MOVE APR-APROBADOR TO WS-CUENTA.
           PERFORM BUSCA-PERSONA THRU FIN-BUSCA-PERSONA.
           IF WS-PERSONA NOT = WS-PERSONA-2
              GO TO FIN-FICHERO-APROBADO
           END-IF.
           ADD 1 TO WS-CASOS.
           STRING "|SEGREGA|CASO|FICHERO:" DELIMITED BY SIZE
                  WS-PALABRA(WS-P) DELIMITED BY SPACE
                  "|APRUEBA-PROPIO|APROBACION:" APR-ID
                  "|CREA:" DELIMITED BY SIZE
                  REG-CAT-USUARIO DELIMITED BY SPACE
                  "|APRUEBA:" DELIMITED BY SIZE
                  APR-APROBADOR DELIMITED BY SPACE
                  "|PERSONA:" DELIMITED BY SIZE
                  WS-PERSONA DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-LINEA
           END-STRING.
           PERFORM ESCRIBE-LINEA THRU FIN-ESCRIBE-LINEA.
       FIN-FICHERO-APROBADO.

       SALIDA SECTION.
       ESCRIBE-LINEA.
           DISPLAY WS-LINEA UPON SYSOUT.
           IF INFORME-ABIERTO
              MOVE SPACES TO REG-INFORME
              MOVE WS-LINEA TO REG-INFORME
              WRITE REG-INFORME
           END-IF.
           MOVE SPACES TO WS-LINEA.
       FIN-ESCRIBE-LINEA.
