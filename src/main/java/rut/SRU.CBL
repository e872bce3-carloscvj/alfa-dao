
      ***************************************************************
      * MODIFICACIONES:
      * 15/10/2026 CVJ - Cierre de mes: nueva operacion CIE que pasa a
      *                  PRUCIERRE la accion en VALORES (en blanco,
      *                  REVISA) y en PALPRUPARJ "periodo;paso". FIRMA,
      *                  CIERRA y REABRE pasan por el filtro de
      *                  operaciones del perfil; el resto es consulta.
      * 15/10/2026 CVJ - Analisis de impacto: nueva operacion IMA que
      *                  pasa a PRUIMPACTO el fichero en PALPRUPARJ
      *                  (como en DSC) y en VALORES los dias de logs a
      *                  repasar (en blanco, los de PRUIMPACTODIAS). Es
      *                  de consulta.
      * 15/10/2026 CVJ - Cola de impresion: nueva operacion IMP sobre
      *                  PRUIMPCOLA ("IMP|@|RETIENE|@|id", LIBERA,
      *                  CANCELA, VER, "IMP|@|REPITE|@|id;desde-hasta;
      *                  impresora" para reimprimir unas paginas,
      *                  ENCOLA con "tipo;fichero;...", DESPACHA con la
      *                  impresora o en blanco, LISTA y RUTAS). LISTA,
      *                  VER y RUTAS son de consulta; el resto pide IMP
      *                  en el perfil.
      * 15/10/2026 CVJ - El log de auditoria gana dos lineas para el
      *                  informe de seguridad de PRUSOSPECHA: cada
      *                  login deja |LOGIN:OK| o |LOGIN:RECHAZADO| con
      *                  el usuario que lo intento y el nodo
      *                  (PRU14NODO), y cada DSC terminado deja |DSC:|
      *                  con sus trozos, sus bytes y la ruta. El
      *                  registro de USERTAB gana las fechas de
      *                  ausencia (UT-AUSENTE-DESDE y HASTA).
      * 15/10/2026 CVJ - Acceso de emergencia: nueva operacion EMG
      *                  sobre PRUEMERGE ("EMG|@|ABRE|@|motivo" da
      *                  por un tiempo el perfil elevado y avisa al
      *                  jefe de guardia; CIERRA, LISTA, y REVISA
      *                  con "id;nota"). Con la elevacion puesta,
      *                  cada vuelta del despachador le pregunta si
      *                  sigue en plazo (si no, se devuelve el perfil
      *                  propio con |EMERGENCIA|CADUCADA|) y le anota
      *                  la operacion que pasa la autorizacion. Un
      *                  login nuevo o el fin de la sesion la cierran.
      *                  REVISA pide EMG en el perfil.
      * 15/10/2026 CVJ - Cuotas de espacio en el CRG: el INICIO pregunta
      *                  a PRUCUOTA por la ruta bajo dd_tmp y, si el
      *                  usuario o el area ya estan por encima del
      *                  limite de CUOTAS.POL, contesta
      *                  |CRGERROR|CUOTA| sin abrir nada; si no, se
      *                  guarda el hueco que queda y el trozo que lo
      *                  pasa aborta la carga con el mismo error. Una
      *                  carga completa se da de alta en el catalogo a
      *                  nombre del usuario de la sesion, para que
      *                  cuente en su cuota.
      * 15/10/2026 CVJ - Control de acceso por ruta: antes de abrir el
      *                  fichero, DSC pide a PRUACL derecho de lectura
      *                  y el INICIO de un CRG derecho de escritura
      *                  sobre la ruta resuelta; si la zona de
      *                  ACCESOS.POL no se lo da al usuario de la
      *                  sesion se contesta |DSCERROR|NOACCESO| o
      *                  |CRGERROR|NOACCESO| con la zona, el |RESP| en
      *                  ERROR y la linea |NOAUT| en el log de
      *                  auditoria, ademas de la de PRUACL.
      * 15/10/2026 CVJ - DSC de un fichero enfriado: si no esta en
      *                  disco se le pide a PRUFRIO que lo recupere y
      *                  lo verifique antes de abrirlo; si no se puede,
      *                  sale el |DSCERROR|NOABRE| de siempre.
      * 15/10/2026 CVJ - El registro de USERTAB gana el departamento
      *                  del usuario (UT-DEPTO) que fija PRUUSR DEPTO.
      * 15/10/2026 CVJ - Prevuelo: nueva operacion PRE que pide a
      *                  PRUCHKPLAN la comprobacion de un plan sin
      *                  ejecutarlo ("PRE|@||@|ruta;HHMM", la ruta como
      *                  en PLA) o de la cola ("PRE|@|COLA|@|HHMM").
      *                  Es consulta y pasa siempre; si encuentra algun
      *                  problema la respuesta sale con ERROR.
      * 15/10/2026 CVJ - Pronostico de la noche: nueva operacion PRN
      *                  que pide a PRUPRONO la hora prevista de cada
      *                  hito de PRUSLA con lo que queda en cola y en
      *                  el lanzador ("PRN" o "PRN|@|HHMM" para fijar
      *                  la hora de corte de la noche). Es consulta y
      *                  pasa siempre, tambien en mantenimiento; los
      *                  hitos en riesgo salen como |PRONOAVISO|.
      * 15/10/2026 CVJ - Incidencias: nueva operacion INC sobre el
      *                  registro de PRUINCID ("INC|@|ABRE|@|programa;
      *                  titulo", "INC|@|RECONOCE|@|id;responsable",
      *                  ASIGNA, NOTA, VINCULA, RESUELVE y CIERRA con
      *                  "id;detalle", y LISTA, VER e INFORME, que son
      *                  de consulta; el resto pide INC en el perfil).
      *                  Cada paso de PLA que falla se vincula a la
      *                  incidencia viva de su programa, o abre una.
      * 15/10/2026 CVJ - Modo mantenimiento: en cada vuelta del
      *                  despachador la sesion consulta el
      *                  interruptor de PRUMANT y, encendido, rechaza
      *                  LLA, LLP, PLA, SUB, TRB y el INICIO de un CRG
      *                  con |MANTENIMIENTO|RECHAZADA| (mensaje 0011
      *                  del catalogo) y el |RESP| en ERROR; lo de
      *                  consulta sigue pasando. El aviso con motivo y
      *                  fin previsto sale al arrancar, en cada login
      *                  y cada vez que el interruptor cambia. Nueva
      *                  operacion MNT: "MNT|@|ACTIVA|@|motivo;fin",
      *                  "MNT|@|QUITA" y "MNT" o "MNT|@|ESTADO"; las
      *                  dos primeras piden MNT en el perfil.
      * 02/09/2026 CVJ - El troceo del comando logico va ahora sobre
      *                  campos de trabajo al ancho completo (4096) y
      *                  el desescapado se hace ahi, antes del recorte
           03 UT-FECHA-ULTLOGIN PIC X(8).
           03 UT-OPS            PIC X(64).
           03 UT-PROGS          PIC X(128).
           03 UT-DEPTO          PIC X(8).
           03 UT-AUSENTE-DESDE  PIC X(8).
           03 UT-AUSENTE-HASTA  PIC X(8).

       FD  CHKPT.
       01  REG-CHKPT.
       77  WS-FLOTA-PATH       PIC X(200).
       77  WS-FLOTA-ESTADO     PIC XX.
       77  WS-FLOTA-NODO       PIC X(8).
       77  WS-LOGIN-RESULTADO  PIC X(9).

       77  WS-TRF-ENV-PATH     PIC X(256).
       77  WS-TRF-ENV-ESTADO   PIC XX.
       77  WS-FRIO-ACCION      PIC X(10) VALUE "RECUPERA".
       77  WS-ACL-ACCION       PIC X(8).
       77  WS-ACL-DETALLE      PIC X(128).
       77  WS-CUO-ACCION       PIC X(8) VALUE "CONSULTA".
       77  WS-CUO-TAMANIO      PIC 9(15).
       77  WS-CUO-DETALLE      PIC X(128).
       77  WS-CAT-ALTA         PIC X(4) VALUE "ALTA".
       77  WS-TRF-REC-PATH     PIC X(256).
       77  WS-TRF-REC-ESTADO   PIC XX.
       77  WS-TRF-NOMBRDIR     PIC X(128).
       77  WS-CRG-NOMBRE       PIC X(32).
       77  WS-CRG-TROZOS       PIC 9(5).
       77  WS-CRG-SUMA-TOT     PIC 9(15).
       77  WS-CRG-HUECO        PIC 9(15).
       77  WS-CRG-BYTES        PIC 9(15).
       77  WS-CRG-TOK1         PIC X(16).
       77  WS-CRG-PTR          PIC 999.
       01  WS-CRG-CONTENIDO    PIC X(128).
       77  WS-DSC-TROZOS       PIC 9(5).
       77  WS-DSC-SUMA-TOT     PIC 9(15).
       77  WS-DSC-BYTES        PIC 9(15).
       01  WS-SUMA-BUF         PIC X(900).
       01  WS-SUMA-BUF-BYTES REDEFINES WS-SUMA-BUF.
           03 WS-SUMA-BYTE     PIC 9(2) COMP-X OCCURS 900.
       77  WS-VAL-GUARDADO   PIC X(32).
       01  WS-MNU-RESP       PIC X(300).

      *    INTERRUPTOR DE MANTENIMIENTO (PRUMANT). SE GUARDA LO
      *    ULTIMO VISTO PARA AVISAR SOLO CUANDO CAMBIA, NO EN CADA
      *    COMANDO.
       77  WS-MNT-ACCION     PIC X(8).
       77  WS-MNT-DETALLE    PIC X(160).
       77  WS-MNT-VISTO      PIC X(160) VALUE SPACES.
       77  WS-MNT-ACTIVO     PIC X VALUE "N".
           88 MANTENIMIENTO-ACTIVO   VALUE "S".
       77  WS-MNT-CALLADO    PIC X VALUE "N".
           88 MANTENIMIENTO-CALLADO  VALUE "S".
       77  WS-MNT-MOTIVO     PIC X(60).
       77  WS-MNT-FIN        PIC X(12).
       77  WS-MNT-USUARIO    PIC X(15).

      *    INCIDENCIAS (PRUINCID).
       77  WS-INC-ACCION     PIC X(8).
       77  WS-INC-ID         PIC X(9).
       77  WS-INC-DETALLE    PIC X(160).
       77  WS-INC-PTR        PIC 999.
       77  WS-INC-LINEA      PIC 9(5).
       77  WS-INC-RC         PIC 9(5)-.
       77  WS-EMG-ACCION     PIC X(8).
       77  WS-EMG-ID         PIC X(6).
       01  WS-EMG-DETALLE    PIC X(200).
       77  WS-EMG-PTR        PIC 999.
       77  WS-EMG-ACTIVA     PIC X(6) VALUE SPACES.
       77  WS-EMG-OPS-PROPIO PIC X(64).
       77  WS-EMG-PROGS-PROPIO PIC X(128).

      *    COLA DE IMPRESION (PRUIMPCOLA).
       77  WS-IMP-ACCION     PIC X(8).
       77  WS-IMP-ID         PIC X(9).
       01  WS-IMP-DETALLE    PIC X(200).
       77  WS-IMP-PTR        PIC 999.

       77  WS-OP-ESTADO      PIC X(5).
       77  WS-OP-RC          PIC S9(5) VALUE ZERO.
       01  WS-RESP-OP        PIC X(120).
           88 AUTORIZADO             VALUE "S".

       77  WS-PLAN-PATH      PIC X(200).
       77  WS-PRE-ACCION     PIC X(8).
       01  WS-PRE-DETALLE    PIC X(160).
       01  WS-IMA-DETALLE    PIC X(160).
       77  WS-CIE-ACCION     PIC X(8).
       77  WS-CIE-PERIODO    PIC X(6).
       01  WS-CIE-DETALLE    PIC X(160).
       77  WS-PLAN-ESTADO    PIC XX.
       77  WS-PLAN-PROG      PIC X(32).
       77  WS-PLAN-PARAMS    PIC X(128).
              WS-IDLEMAX-TXT NOT = LOW-VALUES
              MOVE WS-IDLEMAX-TXT TO WS-IDLEMAX
           END-IF.
           PERFORM MIRA-MANTENIMIENTO THRU FIN-MIRA-MANTENIMIENTO.

       PROCESOS.
      *    CON UNA CINTA EN REPRODUCCION LAS LINEAS ENTRAN DE ELLA EN
              END-IF
              GO TO PROCESOS
           END-IF.
      *    UNA ELEVACION DE EMERGENCIA SE MIRA ANTES DE AUTORIZAR:
      *    LA QUE HA CUMPLIDO SU TIEMPO YA NO DA DERECHOS A NADA.
           PERFORM MIRA-EMERGENCIA THRU FIN-MIRA-EMERGENCIA.
           PERFORM COMPRUEBA-AUTORIZACION THRU
                   FIN-COMPRUEBA-AUTORIZACION.
           IF NOT AUTORIZADO
              PERFORM ESCRIBIR-LOG-NOAUT THRU FIN-ESCRIBIR-LOG-NOAUT
              GO TO PROCESOS
           END-IF.
           PERFORM ANOTA-EMERGENCIA THRU FIN-ANOTA-EMERGENCIA.
      *    CON EL SISTEMA EN MANTENIMIENTO SOLO PASA LO DE CONSULTA:
      *    LO QUE LANZA PROGRAMAS O METE FICHEROS SE CONTESTA ERROR
      *    SIN DESPACHAR (Y PARA LA CINTA, COMO CUALQUIER ERROR).
           PERFORM MIRA-MANTENIMIENTO THRU FIN-MIRA-MANTENIMIENTO.
           IF MANTENIMIENTO-ACTIVO AND
              (OPERACION = "LLA" OR OPERACION = "LLP" OR
               OPERACION = "PLA" OR OPERACION = "SUB" OR
               OPERACION = "TRB" OR
               (OPERACION = "CRG" AND
                (PALPRUPARJ(1:7) = "INICIO " OR
                 PALPRUPARJ = "INICIO")))
              PERFORM RECHAZA-MANTENIMIENTO
                 THRU FIN-RECHAZA-MANTENIMIENTO
              MOVE "ERROR" TO WS-OP-ESTADO
              MOVE ZERO TO WS-OP-RC
              PERFORM RESPONDER-OPERACION
                 THRU FIN-RESPONDER-OPERACION
              IF REPRODUCIENDO
                 PERFORM PARA-CINTA-REP THRU FIN-PARA-CINTA-REP
              END-IF
              GO TO PROCESOS
           END-IF.
           MOVE "OK" TO WS-OP-ESTADO.
           MOVE ZERO TO WS-OP-RC.
           EVALUATE OPERACION
                    WHEN "STA"  PERFORM ESTADISTICAS
                    WHEN "ENV"  PERFORM VOLCAR-ENV
                    WHEN "VER"  PERFORM VERSION
                    WHEN "MNT"  PERFORM MANEJA-MANTENIMIENTO
                                   THRU FIN-MANEJA-MANTENIMIENTO
                    WHEN "INC"  PERFORM MANEJA-INCIDENCIA
                                   THRU FIN-MANEJA-INCIDENCIA
                    WHEN "EMG"  PERFORM MANEJA-EMERGENCIA
                                   THRU FIN-MANEJA-EMERGENCIA
                    WHEN "IMP"  PERFORM MANEJA-IMPRESION
                                   THRU FIN-MANEJA-IMPRESION
                    WHEN "PRN"  PERFORM PIDE-PRONOSTICO
                                   THRU FIN-PIDE-PRONOSTICO
                    WHEN "PRE"  PERFORM PIDE-PREVUELO
                                   THRU FIN-PIDE-PREVUELO
                    WHEN "IMA"  PERFORM PIDE-IMPACTO
                                   THRU FIN-PIDE-IMPACTO
                    WHEN "CIE"  PERFORM MANEJA-CIERRE
                                   THRU FIN-MANEJA-CIERRE
                    WHEN "login"
                         PERFORM TERMINA-EMERGENCIA
                            THRU FIN-TERMINA-EMERGENCIA
                         PERFORM AUTENTICAR
                    WHEN "dd_dir" 
                         DISPLAY "dd_dir" UPON ENVIRONMENT-NAME
           END-IF.
           GO TO PROCESOS.
       FIN-PROCESOS.
           PERFORM TERMINA-EMERGENCIA THRU FIN-TERMINA-EMERGENCIA.
           PERFORM BORRA-SESION THRU FIN-BORRA-SESION.
           IF GRABANDO-CINTA
              PERFORM CIERRA-CINTA-GRB THRU FIN-CIERRA-CINTA-GRB
           MOVE ZERO TO RETURN-CODE.
       FIN-TEXTO-CATALOGO.

       MANTENIMIENTO SECTION.
      *    EL INTERRUPTOR SE CONSULTA EN CADA COMANDO: UNA LINEA QUE
      *    LEER, Y ASI UNA SESION ABIERTA DESDE ANOCHE SE ENTERA EN
      *    CUANTO ALGUIEN LO ENCIENDE. SI PRUMANT NO ESTA, LA SESION
      *    SIGUE COMO SIEMPRE.
       MIRA-MANTENIMIENTO.
           MOVE "CONSULTA" TO WS-MNT-ACCION.
           MOVE SPACES TO WS-MNT-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUMANT" USING WS-MNT-ACCION WS-MNT-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE = 1
              MOVE "S" TO WS-MNT-ACTIVO
           ELSE
              MOVE "N" TO WS-MNT-ACTIVO
              MOVE SPACES TO WS-MNT-DETALLE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-MNT-MOTIVO WS-MNT-FIN WS-MNT-USUARIO.
           UNSTRING WS-MNT-DETALLE DELIMITED BY ";" INTO
                 WS-MNT-MOTIVO
                 WS-MNT-FIN
                 WS-MNT-USUARIO
           END-UNSTRING.
           IF WS-MNT-DETALLE = WS-MNT-VISTO
              GO TO FIN-MIRA-MANTENIMIENTO
           END-IF.
           MOVE WS-MNT-DETALLE TO WS-MNT-VISTO.
           IF MANTENIMIENTO-CALLADO
              GO TO FIN-MIRA-MANTENIMIENTO
           END-IF.
           PERFORM AVISA-MANTENIMIENTO THRU FIN-AVISA-MANTENIMIENTO.
       FIN-MIRA-MANTENIMIENTO.

       AVISA-MANTENIMIENTO.
           MOVE SPACES TO WS-TXT-RESP.
           IF MANTENIMIENTO-ACTIVO
              STRING "|MANTENIMIENTO|ACTIVO|" DELIMITED BY SIZE
                     WS-MNT-MOTIVO DELIMITED BY "  "
                     "|FIN:" DELIMITED BY SIZE
                     WS-MNT-FIN DELIMITED BY SPACE
                     "|POR:" DELIMITED BY SIZE
                     WS-MNT-USUARIO DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-TXT-RESP
              END-STRING
           ELSE
              MOVE "|MANTENIMIENTO|TERMINADO|" TO WS-TXT-RESP
           END-IF.
           DISPLAY WS-TXT-RESP UPON SYSOUT.
       FIN-AVISA-MANTENIMIENTO.

       RECHAZA-MANTENIMIENTO.
           MOVE "0011" TO WS-MSG-NUMERO.
           PERFORM TEXTO-CATALOGO THRU FIN-TEXTO-CATALOGO.
           MOVE SPACES TO WS-TXT-RESP.
           STRING "|MANTENIMIENTO|RECHAZADA|" DELIMITED BY SIZE
                  OPERACION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-MNT-MOTIVO DELIMITED BY "  "
                  "|FIN:" DELIMITED BY SIZE
                  WS-MNT-FIN DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-MSG-DETALLE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-TXT-RESP
           END-STRING.
           DISPLAY WS-TXT-RESP UPON SYSOUT.
       FIN-RECHAZA-MANTENIMIENTO.

      *    MNT: VALORES ES LA ACCION (ACTIVA, QUITA; EN BLANCO O
      *    ESTADO SOLO ENSEÑA) Y PALPRUPARJ EL "motivo;fin" DE ACTIVA.
      *    QUIEN PUEDE ENCENDERLO LO DECIDE PRUMANT CONTRA USERTAB;
      *    EL AVISO YA LO PINTA PRUMANT, ASI QUE LA SESION SOLO TOMA
      *    NOTA DEL NUEVO ESTADO SIN REPETIRLO.
       MANEJA-MANTENIMIENTO.
           MOVE SPACES TO WS-MNT-DETALLE.
           EVALUATE VALORES
               WHEN "ACTIVA"
                    MOVE "ACTIVA" TO WS-MNT-ACCION
                    MOVE PALPRUPARJ TO WS-MNT-DETALLE
               WHEN "QUITA"
                    MOVE "QUITA" TO WS-MNT-ACCION
               WHEN "ESTADO"
                    MOVE "ESTADO" TO WS-MNT-ACCION
               WHEN SPACES
                    MOVE "ESTADO" TO WS-MNT-ACCION
               WHEN OTHER
                    DISPLAY "|MANTERROR|ACCION|" VALORES "|"
                            UPON SYSOUT
                    MOVE "ERROR" TO WS-OP-ESTADO
                    GO TO FIN-MANEJA-MANTENIMIENTO
           END-EVALUATE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUMANT" USING WS-MNT-ACCION WS-MNT-DETALLE
               ON EXCEPTION
                  DISPLAY "|MANTERROR|NOPRUMANT|" UPON SYSOUT
                  MOVE "ERROR" TO WS-OP-ESTADO
                  GO TO FIN-MANEJA-MANTENIMIENTO
           END-CALL.
           MOVE RETURN-CODE TO WS-OP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-MNT-ACCION NOT = "ESTADO" AND WS-OP-RC NOT = ZERO
              MOVE "ERROR" TO WS-OP-ESTADO
           END-IF.
           MOVE "S" TO WS-MNT-CALLADO.
           PERFORM MIRA-MANTENIMIENTO THRU FIN-MIRA-MANTENIMIENTO.
           MOVE "N" TO WS-MNT-CALLADO.
       FIN-MANEJA-MANTENIMIENTO.

       INCIDENCIAS SECTION.
      *    INC: VALORES ES LA ACCION DE PRUINCID Y PALPRUPARJ SU
      *    DETALLE; MENOS EN ABRE, LISTA E INFORME, EL DETALLE EMPIEZA
      *    POR EL ID DE LA INCIDENCIA ("id;resto").
       MANEJA-INCIDENCIA.
           MOVE VALORES TO WS-INC-ACCION.
           IF VALORES = SPACES
              MOVE "LISTA" TO WS-INC-ACCION
           END-IF.
           MOVE SPACES TO WS-INC-ID WS-INC-DETALLE.
           IF WS-INC-ACCION = "ABRE" OR WS-INC-ACCION = "LISTA" OR
              WS-INC-ACCION = "INFORME"
              MOVE PALPRUPARJ TO WS-INC-DETALLE
           ELSE
              MOVE 1 TO WS-INC-PTR
              UNSTRING PALPRUPARJ DELIMITED BY ";" INTO WS-INC-ID
                       WITH POINTER WS-INC-PTR
              END-UNSTRING
              IF WS-INC-PTR <= 128
                 MOVE PALPRUPARJ(WS-INC-PTR:) TO WS-INC-DETALLE
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUINCID" USING WS-INC-ACCION WS-INC-ID
                                 WS-INC-DETALLE
               ON EXCEPTION
                  DISPLAY "|INCERROR|NOPRUINCID|" UPON SYSOUT
                  MOVE "ERROR" TO WS-OP-ESTADO
                  GO TO FIN-MANEJA-INCIDENCIA
           END-CALL.
           MOVE RETURN-CODE TO WS-OP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-OP-RC NOT = ZERO
              MOVE "ERROR" TO WS-OP-ESTADO
           END-IF.
       FIN-MANEJA-INCIDENCIA.

      *    UN PASO DE PLAN FALLIDO QUEDA EN LA INCIDENCIA VIVA DE SU
      *    PROGRAMA (O EN UNA NUEVA) CON EL PLAN, EL NUMERO DE PASO Y
      *    EL RC. NO AFECTA A COMO SIGUE EL PLAN.
       ANOTA-PASO-INCIDENCIA.
           MOVE "PASO" TO WS-INC-ACCION.
           MOVE SPACES TO WS-INC-ID WS-INC-DETALLE.
           MOVE WS-PLAN-LINEA TO WS-INC-LINEA.
           MOVE WS-PLAN-RC TO WS-INC-RC.
           STRING WS-PLAN-PROG DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-PLAN-PATH DELIMITED BY SPACE
                  ";" WS-INC-LINEA ";" WS-INC-RC
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

       EMERGENCIAS SECTION.
      *    EMG: VALORES ES LA ACCION DE PRUEMERGE Y PALPRUPARJ SU
      *    DETALLE; MENOS EN ABRE Y LISTA, EL DETALLE EMPIEZA POR EL
      *    ID DE LA ELEVACION ("id;resto"). CIERRA SIN ID CIERRA LA
      *    DE LA SESION.
       MANEJA-EMERGENCIA.
           MOVE VALORES TO WS-EMG-ACCION.
           IF VALORES = SPACES
              MOVE "LISTA" TO WS-EMG-ACCION
           END-IF.
           MOVE SPACES TO WS-EMG-ID WS-EMG-DETALLE.
           IF WS-EMG-ACCION = "ABRE" OR WS-EMG-ACCION = "LISTA"
              MOVE PALPRUPARJ TO WS-EMG-DETALLE
           ELSE
              MOVE 1 TO WS-EMG-PTR
              UNSTRING PALPRUPARJ DELIMITED BY ";" INTO WS-EMG-ID
                       WITH POINTER WS-EMG-PTR
              END-UNSTRING
              IF WS-EMG-PTR <= 128
                 MOVE PALPRUPARJ(WS-EMG-PTR:) TO WS-EMG-DETALLE
              END-IF
           END-IF.
           IF WS-EMG-ACCION = "ABRE" AND WS-EMG-ACTIVA NOT = SPACES
              DISPLAY "|EMGERROR|YAACTIVA|" WS-EMG-ACTIVA "|"
                      UPON SYSOUT
              MOVE "ERROR" TO WS-OP-ESTADO
              GO TO FIN-MANEJA-EMERGENCIA
           END-IF.
           IF WS-EMG-ACCION = "CIERRA" AND WS-EMG-ID = SPACES
              MOVE WS-EMG-ACTIVA TO WS-EMG-ID
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUEMERGE" USING WS-EMG-ACCION WS-EMG-ID
                                  WS-EMG-DETALLE
               ON EXCEPTION
                  DISPLAY "|EMGERROR|NOPRUEMERGE|" UPON SYSOUT
                  MOVE "ERROR" TO WS-OP-ESTADO
                  GO TO FIN-MANEJA-EMERGENCIA
           END-CALL.
           MOVE RETURN-CODE TO WS-OP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-OP-RC NOT = ZERO
              MOVE "ERROR" TO WS-OP-ESTADO
              GO TO FIN-MANEJA-EMERGENCIA
           END-IF.
      *    LA APERTURA DEVUELVE "ops;progs": EL PERFIL PROPIO SE
      *    GUARDA PARA DEVOLVERLO AL CERRAR O CADUCAR.
           IF WS-EMG-ACCION = "ABRE"
              MOVE WS-PERFIL-OPS TO WS-EMG-OPS-PROPIO
              MOVE WS-PERFIL-PROGS TO WS-EMG-PROGS-PROPIO
              MOVE SPACES TO WS-PERFIL-OPS WS-PERFIL-PROGS
              UNSTRING WS-EMG-DETALLE DELIMITED BY ";" INTO
                       WS-PERFIL-OPS WS-PERFIL-PROGS
              END-UNSTRING
              MOVE WS-EMG-ID TO WS-EMG-ACTIVA
           END-IF.
           IF WS-EMG-ACCION = "CIERRA" AND WS-EMG-ACTIVA NOT = SPACES
              AND WS-EMG-ID = WS-EMG-ACTIVA
              PERFORM DEVUELVE-PERFIL THRU FIN-DEVUELVE-PERFIL
           END-IF.
       FIN-MANEJA-EMERGENCIA.

      *    SI PRUEMERGE NO CONTESTA, LA ELEVACION SE DA POR CADUCADA:
      *    ANTE LA DUDA, CON EL PERFIL PROPIO.
       MIRA-EMERGENCIA.
           IF WS-EMG-ACTIVA = SPACES
              GO TO FIN-MIRA-EMERGENCIA
           END-IF.
           MOVE "VIGENTE" TO WS-EMG-ACCION.
           MOVE WS-EMG-ACTIVA TO WS-EMG-ID.
           MOVE SPACES TO WS-EMG-DETALLE.
           MOVE 1 TO RETURN-CODE.
           CALL "PRUEMERGE" USING WS-EMG-ACCION WS-EMG-ID
                                  WS-EMG-DETALLE
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              DISPLAY "|EMERGENCIA|CADUCADA|" WS-EMG-ACTIVA "|"
                      UPON SYSOUT
              PERFORM DEVUELVE-PERFIL THRU FIN-DEVUELVE-PERFIL
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-MIRA-EMERGENCIA.

       ANOTA-EMERGENCIA.
           IF WS-EMG-ACTIVA = SPACES
              GO TO FIN-ANOTA-EMERGENCIA
           END-IF.
           MOVE "ANOTA" TO WS-EMG-ACCION.
           MOVE WS-EMG-ACTIVA TO WS-EMG-ID.
           MOVE SPACES TO WS-EMG-DETALLE.
           STRING OPERACION DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  VALORES DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  PALPRUPARJ DELIMITED BY "  "
                  INTO WS-EMG-DETALLE
           END-STRING.
           CALL "PRUEMERGE" USING WS-EMG-ACCION WS-EMG-ID
                                  WS-EMG-DETALLE
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
       FIN-ANOTA-EMERGENCIA.

      *    LA ELEVACION NO SOBREVIVE A LA SESION NI A UN LOGIN NUEVO.
       TERMINA-EMERGENCIA.
           IF WS-EMG-ACTIVA = SPACES
              GO TO FIN-TERMINA-EMERGENCIA
           END-IF.
           MOVE "CIERRA" TO WS-EMG-ACCION.
           MOVE WS-EMG-ACTIVA TO WS-EMG-ID.
           MOVE SPACES TO WS-EMG-DETALLE.
           CALL "PRUEMERGE" USING WS-EMG-ACCION WS-EMG-ID
                                  WS-EMG-DETALLE
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           PERFORM DEVUELVE-PERFIL THRU FIN-DEVUELVE-PERFIL.
       FIN-TERMINA-EMERGENCIA.

       DEVUELVE-PERFIL.
           MOVE WS-EMG-OPS-PROPIO TO WS-PERFIL-OPS.
           MOVE WS-EMG-PROGS-PROPIO TO WS-PERFIL-PROGS.
           MOVE SPACES TO WS-EMG-ACTIVA.
       FIN-DEVUELVE-PERFIL.

       IMPRESION SECTION.
      *    IMP: VALORES ES LA ACCION DE PRUIMPCOLA Y PALPRUPARJ SU
      *    DETALLE; EN RETIENE, LIBERA, CANCELA, REPITE Y VER EL
      *    DETALLE EMPIEZA POR EL ID DEL TRABAJO ("id;resto").
       MANEJA-IMPRESION.
           MOVE VALORES TO WS-IMP-ACCION.
           IF VALORES = SPACES
              MOVE "LISTA" TO WS-IMP-ACCION
           END-IF.
           MOVE SPACES TO WS-IMP-ID WS-IMP-DETALLE.
           IF WS-IMP-ACCION = "RETIENE" OR WS-IMP-ACCION = "LIBERA" OR
              WS-IMP-ACCION = "CANCELA" OR WS-IMP-ACCION = "REPITE"
              OR WS-IMP-ACCION = "VER"
              MOVE 1 TO WS-IMP-PTR
              UNSTRING PALPRUPARJ DELIMITED BY ";" INTO WS-IMP-ID
                       WITH POINTER WS-IMP-PTR
              END-UNSTRING
              IF WS-IMP-PTR <= 128
                 MOVE PALPRUPARJ(WS-IMP-PTR:) TO WS-IMP-DETALLE
              END-IF
           ELSE
              MOVE PALPRUPARJ TO WS-IMP-DETALLE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUIMPCOLA" USING WS-IMP-ACCION WS-IMP-ID
                                   WS-IMP-DETALLE
               ON EXCEPTION
                  DISPLAY "|IMPERROR|NOPRUIMPCOLA|" UPON SYSOUT
                  MOVE "ERROR" TO WS-OP-ESTADO
                  GO TO FIN-MANEJA-IMPRESION
           END-CALL.
           MOVE RETURN-CODE TO WS-OP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-OP-RC NOT = ZERO
              MOVE "ERROR" TO WS-OP-ESTADO
           END-IF.
       FIN-MANEJA-IMPRESION.

       CIERRE-MES SECTION.
      *    CIE: VALORES ES LA ACCION DE PRUCIERRE Y PALPRUPARJ TRAE
      *    "periodo;detalle" (EN FIRMA EL DETALLE ES EL PASO).
       MANEJA-CIERRE.
           MOVE VALORES TO WS-CIE-ACCION.
           IF VALORES = SPACES
              MOVE "REVISA" TO WS-CIE-ACCION
           END-IF.
           MOVE SPACES TO WS-CIE-PERIODO WS-CIE-DETALLE.
           UNSTRING PALPRUPARJ DELIMITED BY ";" INTO
                 WS-CIE-PERIODO
                 WS-CIE-DETALLE
           END-UNSTRING.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCIERRE" USING WS-CIE-ACCION WS-CIE-PERIODO
                                  WS-CIE-DETALLE
               ON EXCEPTION
                  DISPLAY "|CIERREERROR|NOPRUCIERRE|" UPON SYSOUT
                  MOVE "ERROR" TO WS-OP-ESTADO
                  GO TO FIN-MANEJA-CIERRE
           END-CALL.
           MOVE RETURN-CODE TO WS-OP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-OP-RC NOT = ZERO
              MOVE "ERROR" TO WS-OP-ESTADO
           END-IF.
       FIN-MANEJA-CIERRE.

       PRONOSTICO SECTION.
      *    PRN: VALORES, SI VIENE, ES LA HORA DE CORTE DE LA NOCHE
      *    (HHMM) Y SE LE PASA A PRUPRONO POR EL ENTORNO, QUE SE
      *    LIMPIA AL VOLVER.
       PIDE-PRONOSTICO.
           IF VALORES NOT = SPACES
              IF VALORES(1:4) IS NOT NUMERIC
                 DISPLAY "|PRONOERROR|HORA|" VALORES "|" UPON SYSOUT
                 MOVE "ERROR" TO WS-OP-ESTADO
                 GO TO FIN-PIDE-PRONOSTICO
              END-IF
              DISPLAY "PRUPRONOHASTA" UPON ENVIRONMENT-NAME
              DISPLAY VALORES(1:4) UPON ENVIRONMENT-VALUE
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUPRONO"
               ON EXCEPTION
                  DISPLAY "|PRONOERROR|NOPRUPRONO|" UPON SYSOUT
                  MOVE "ERROR" TO WS-OP-ESTADO
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           IF VALORES NOT = SPACES
              DISPLAY "PRUPRONOHASTA" UPON ENVIRONMENT-NAME
              DISPLAY " " UPON ENVIRONMENT-VALUE
           END-IF.
       FIN-PIDE-PRONOSTICO.

      *    PRE: VALORES "COLA" REVISA LA COLA CON LA HORA DE ARRANQUE
      *    EN PALPRUPARJ; SI NO, PALPRUPARJ ES EL PLAN COMO EN PLA,
      *    CON ";HHMM" OPCIONAL DETRAS.
       PIDE-PREVUELO.
           MOVE SPACES TO WS-PRE-DETALLE.
           MOVE PALPRUPARJ TO WS-PRE-DETALLE.
           IF VALORES = "COLA"
              MOVE "COLA" TO WS-PRE-ACCION
           ELSE
              IF PALPRUPARJ = SPACES
                 DISPLAY "|PREVUELOERROR|SINPLAN|" UPON SYSOUT
                 MOVE "ERROR" TO WS-OP-ESTADO
                 GO TO FIN-PIDE-PREVUELO
              END-IF
              MOVE "PLAN" TO WS-PRE-ACCION
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCHKPLAN" USING WS-PRE-ACCION WS-PRE-DETALLE
               ON EXCEPTION
                  DISPLAY "|PREVUELOERROR|NOPRUCHKPLAN|" UPON SYSOUT
                  MOVE "ERROR" TO WS-OP-ESTADO
                  GO TO FIN-PIDE-PREVUELO
           END-CALL.
           MOVE RETURN-CODE TO WS-OP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-OP-RC NOT = ZERO
              MOVE "ERROR" TO WS-OP-ESTADO
           END-IF.
       FIN-PIDE-PREVUELO.

      *    IMA: PALPRUPARJ ES EL FICHERO ("dat/FICH" O LA RUTA YA
      *    RESUELTA) Y VALORES LOS DIAS DE HISTORIA, OPCIONALES.
       PIDE-IMPACTO.
           IF PALPRUPARJ = SPACES
              DISPLAY "|IMPACTOERROR|SINRUTA|" UPON SYSOUT
              MOVE "ERROR" TO WS-OP-ESTADO
              GO TO FIN-PIDE-IMPACTO
           END-IF.
           MOVE SPACES TO WS-IMA-DETALLE.
           STRING PALPRUPARJ DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  VALORES DELIMITED BY SPACE
                  INTO WS-IMA-DETALLE
           END-STRING.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUIMPACTO" USING WS-IMA-DETALLE
               ON EXCEPTION
                  DISPLAY "|IMPACTOERROR|NOPRUIMPACTO|" UPON SYSOUT
                  MOVE "ERROR" TO WS-OP-ESTADO
                  GO TO FIN-PIDE-IMPACTO
           END-CALL.
           MOVE RETURN-CODE TO WS-OP-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-OP-RC NOT = ZERO
              MOVE "ERROR" TO WS-OP-ESTADO
           END-IF.
       FIN-PIDE-IMPACTO.

       FLOTA-NODOS SECTION.
      *    EL LATIDO NO ES CRITICO: SI EL FICHERO DE FLOTA NO SE PUEDE
      *    ABRIR, LA SESION SIGUE COMO SI NADA. LOS CAMPOS DEL ULTIMO
      *    |FICHEROFIN| LLEVA EL NUMERO DE TROZOS Y LA SUMA TOTAL,
      *    PARA QUE EL CLIENTE DETECTE UNA TRANSFERENCIA TRUNCADA.
       DESCARGA-FICHERO.
           MOVE ZEROES TO WS-DSC-TROZOS WS-DSC-SUMA-TOT WS-DSC-BYTES.
           MOVE SPACES TO WS-TRF-VALORDIR WS-TRF-NOMBRDIR.
           STRING "dd_" PALPRUPARJ(1:3)
                  DELIMITED BY " "
           ELSE
              MOVE PALPRUPARJ TO WS-TRF-ENV-PATH
           END-IF.
      *    SIN DERECHO DE LECTURA EN SU ZONA NO SE ABRE (NI SE SACA
      *    DEL FRIO).
           MOVE "LEE" TO WS-ACL-ACCION.
           MOVE "SRU" TO WS-ACL-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUACL" USING WS-ACL-ACCION WS-TRF-ENV-PATH
                               WS-ACL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              MOVE SPACES TO WS-TXT-RESP
              STRING "|DSCERROR|NOACCESO|" DELIMITED BY SIZE
                     WS-TRF-ENV-PATH DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-ACL-DETALLE DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-TXT-RESP
              END-STRING
              DISPLAY WS-TXT-RESP UPON SYSOUT
              PERFORM ESCRIBIR-LOG-NOAUT THRU FIN-ESCRIBIR-LOG-NOAUT
              MOVE "ERROR" TO WS-OP-ESTADO
              GO TO FIN-DESCARGA-FICHERO
           END-IF.
      *    UN FICHERO ENFRIADO POR PRUFRIO NO ESTA EN SU RUTA: PRUFRIO
      *    LO DEVUELVE Y LO VERIFICA; SI YA ESTABA NO HACE NADA.
           CALL "PRUFRIO" USING WS-FRIO-ACCION WS-TRF-ENV-PATH
               ON EXCEPTION
                  CONTINUE
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           OPEN INPUT TRANSF-ENV.
           IF WS-TRF-ENV-ESTADO NOT = "00"
              MOVE "0009" TO WS-MSG-NUMERO
           MOVE REG-TRANSF-ENV TO WS-SUMA-BUF.
           PERFORM SUMA-TROZO THRU FIN-SUMA-TROZO.
           ADD WS-SUMA-VAL TO WS-DSC-SUMA-TOT.
           COMPUTE WS-DSC-BYTES = WS-DSC-BYTES + WS-SUMA-LON + 1.
           MOVE SPACES TO WS-TRF-RESP.
           IF WS-SUMA-LON = ZERO
              STRING "|TROZO|" WS-DSC-TROZOS "|" WS-SUMA-VAL "||"
                  INTO WS-TRF-RESP
           END-STRING.
           DISPLAY WS-TRF-RESP UPON SYSOUT.
           PERFORM ESCRIBIR-LOG-DSC THRU FIN-ESCRIBIR-LOG-DSC.
       FIN-DESCARGA-FICHERO.

      *    CRG: VALORES TRAE EL NOMBRE DEL FICHERO A MATERIALIZAR
           ELSE
              MOVE VALORES TO WS-TRF-REC-PATH
           END-IF.
           MOVE "ESCRIBE" TO WS-ACL-ACCION.
           MOVE "SRU" TO WS-ACL-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUACL" USING WS-ACL-ACCION WS-TRF-REC-PATH
                               WS-ACL-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              MOVE SPACES TO WS-TXT-RESP
              STRING "|CRGERROR|NOACCESO|" DELIMITED BY SIZE
                     WS-TRF-REC-PATH DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-ACL-DETALLE DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-TXT-RESP
              END-STRING
              DISPLAY WS-TXT-RESP UPON SYSOUT
              PERFORM ESCRIBIR-LOG-NOAUT THRU FIN-ESCRIBIR-LOG-NOAUT
              MOVE "ERROR" TO WS-OP-ESTADO
              GO TO FIN-ARRANCA-CARGA
           END-IF.
      *    EL TAMAÑO NO SE SABE HASTA EL FIN: SE PREGUNTA CON CERO Y SE
      *    GUARDA EL HUECO QUE QUEDA PARA IR CONTANDO LOS TROZOS.
           MOVE ZEROES TO WS-CUO-TAMANIO.
           MOVE "SRU" TO WS-CUO-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCUOTA" USING WS-CUO-ACCION WS-TRF-REC-PATH
                                 WS-CUO-TAMANIO WS-CUO-DETALLE
               ON EXCEPTION
                  MOVE ZERO TO RETURN-CODE
                  MOVE 999999999999999 TO WS-CUO-TAMANIO
           END-CALL.
           IF RETURN-CODE = 1
              MOVE ZERO TO RETURN-CODE
              MOVE SPACES TO WS-TXT-RESP
              STRING "|CRGERROR|CUOTA|" DELIMITED BY SIZE
                     WS-TRF-REC-PATH DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-CUO-DETALLE DELIMITED BY "  "
                     "|" DELIMITED BY SIZE
                     INTO WS-TXT-RESP
              END-STRING
              DISPLAY WS-TXT-RESP UPON SYSOUT
              MOVE "ERROR" TO WS-OP-ESTADO
              GO TO FIN-ARRANCA-CARGA
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE WS-CUO-TAMANIO TO WS-CRG-HUECO.
           OPEN OUTPUT TRANSF-REC.
           IF WS-TRF-REC-ESTADO NOT = "00"
              DISPLAY "|CRGERROR|NOABRE|" WS-TRF-REC-PATH "|"
           END-IF.
           SET CARGA-ACTIVA TO TRUE.
           MOVE VALORES TO WS-CRG-NOMBRE.
           MOVE ZEROES TO WS-CRG-TROZOS WS-CRG-SUMA-TOT WS-CRG-BYTES.
           DISPLAY "|CRG|RECIBIENDO|" WS-CRG-NOMBRE "|" UPON SYSOUT.
       FIN-ARRANCA-CARGA.

           WRITE REG-TRANSF-REC.
           ADD 1 TO WS-CRG-TROZOS.
           ADD WS-SUMA-VAL TO WS-CRG-SUMA-TOT.
           COMPUTE WS-CRG-BYTES = WS-CRG-BYTES + WS-SUMA-LON + 1.
           IF WS-CRG-BYTES > WS-CRG-HUECO
              MOVE SPACES TO WS-TRF-RESP
              STRING "|CRGERROR|CUOTA|" DELIMITED BY SIZE
                     WS-TRF-REC-PATH DELIMITED BY SPACE
                     "|BYTES:" WS-CRG-BYTES
                     "|HUECO:" WS-CRG-HUECO "|"
                     DELIMITED BY SIZE
                     INTO WS-TRF-RESP
              END-STRING
              DISPLAY WS-TRF-RESP UPON SYSOUT
              MOVE "ERROR" TO WS-OP-ESTADO
              PERFORM ABORTA-CARGA THRU FIN-ABORTA-CARGA
           END-IF.
       FIN-RECIBE-TROZO.

       TERMINA-CARGA.
                  INTO WS-TRF-RESP
           END-STRING.
           DISPLAY WS-TRF-RESP UPON SYSOUT.
           CALL "PRUCAT" USING WS-CAT-ALTA WS-TRF-REC-PATH.
           MOVE ZERO TO RETURN-CODE.
       FIN-TERMINA-CARGA.

       ABORTA-CARGA.
           END-IF.
           DISPLAY WS-PLAN-RESP UPON SYSOUT.
           PERFORM ESCRIBIR-LOG-PLAN THRU FIN-ESCRIBIR-LOG-PLAN.
           IF PLAN-FALLO
              PERFORM ANOTA-PASO-INCIDENCIA
                 THRU FIN-ANOTA-PASO-INCIDENCIA
           END-IF.

           IF PLAN-FALLO
              EVALUATE TRUE
           IF USUARIO = SPACES OR USUARIO = LOW-VALUES
              GO TO FIN-COMPRUEBA-AUTORIZACION
           END-IF.
      *    MNT SOLO SE FILTRA CUANDO CAMBIA EL INTERRUPTOR; MIRAR
      *    COMO ESTA ES CONSULTA COMO CUALQUIER OTRA.
           IF OPERACION = "MNT" AND
              (VALORES = SPACES OR VALORES = "ESTADO")
              GO TO FIN-COMPRUEBA-AUTORIZACION
           END-IF.
           IF OPERACION = "INC" AND
              (VALORES = SPACES OR VALORES = "LISTA" OR
               VALORES = "VER" OR VALORES = "INFORME")
              GO TO FIN-COMPRUEBA-AUTORIZACION
           END-IF.
      *    DE EMG SOLO SE FILTRA LA FIRMA DE REVISION: ROMPER EL
      *    CRISTAL TIENE QUE PODERLO CUALQUIERA QUE HAYA ENTRADO.
           IF OPERACION = "EMG" AND VALORES NOT = "REVISA"
              GO TO FIN-COMPRUEBA-AUTORIZACION
           END-IF.
           IF OPERACION = "IMP" AND
              (VALORES = SPACES OR VALORES = "LISTA" OR
               VALORES = "VER" OR VALORES = "RUTAS")
              GO TO FIN-COMPRUEBA-AUTORIZACION
           END-IF.
           IF OPERACION = "CIE" AND
              (VALORES = SPACES OR VALORES = "REVISA" OR
               VALORES = "CONSULTA" OR VALORES = "LISTA")
              GO TO FIN-COMPRUEBA-AUTORIZACION
           END-IF.
           IF OPERACION NOT = "LLA" AND OPERACION NOT = "LLP" AND
              OPERACION NOT = "PLA" AND OPERACION NOT = "CAN" AND
              OPERACION NOT = "SUB" AND OPERACION NOT = "TRB" AND
              OPERACION NOT = "MNT" AND OPERACION NOT = "INC" AND
              OPERACION NOT = "EMG" AND OPERACION NOT = "IMP" AND
              OPERACION NOT = "CIE" AND
              OPERACION(1:3) NOT = "dd_"
              GO TO FIN-COMPRUEBA-AUTORIZACION
           END-IF.
           WRITE REG-LOG-SRU.
       FIN-ESCRIBIR-LOG-NOAUT.

      *    EL RESULTADO DE CADA LOGIN, A NOMBRE DEL USUARIO QUE LO
      *    INTENTO (NO DEL DE LA SESION) Y CON EL NODO DESDE EL QUE
      *    ENTRA: ES LO QUE PRUSOSPECHA COMPARA CON SU COSTUMBRE.
       ESCRIBIR-LOG-LOGIN.
           IF NOT LOG-ABIERTO
              GO TO FIN-ESCRIBIR-LOG-LOGIN
           END-IF.
           MOVE SPACES TO WS-FLOTA-NODO.
           DISPLAY "PRU14NODO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FLOTA-NODO FROM ENVIRONMENT-VALUE.
           IF WS-FLOTA-NODO = SPACES OR WS-FLOTA-NODO = LOW-VALUES
              MOVE "0" TO WS-FLOTA-NODO
           END-IF.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE SPACES TO REG-LOG-SRU.
           STRING WS-FECHA-LOG "-" WS-HORA-LOG
                  " |USUARIO:" VALORES(1:15)
                  "|LOGIN:" DELIMITED BY SIZE
                  WS-LOGIN-RESULTADO DELIMITED BY SPACE
                  "|NODO:" DELIMITED BY SIZE
                  WS-FLOTA-NODO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-SRU
           END-STRING.
           WRITE REG-LOG-SRU.
       FIN-ESCRIBIR-LOG-LOGIN.

      *    EL VOLUMEN DE CADA DESCARGA TERMINADA (TROZOS Y BYTES).
       ESCRIBIR-LOG-DSC.
           IF NOT LOG-ABIERTO
              GO TO FIN-ESCRIBIR-LOG-DSC
           END-IF.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE SPACES TO REG-LOG-SRU.
           STRING WS-FECHA-LOG "-" WS-HORA-LOG
                  " |USUARIO:" USUARIO
                  "|DSC:" WS-DSC-TROZOS
                  "|BYTES:" WS-DSC-BYTES
                  "|" DELIMITED BY SIZE
                  WS-TRF-ENV-PATH DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO REG-LOG-SRU
           END-STRING.
           WRITE REG-LOG-SRU.
       FIN-ESCRIBIR-LOG-DSC.

       AUTENTICAR SECTION.
       VALIDANDO.
           MOVE "N" TO WS-USUARIO-VALIDO.
              MOVE VALORES TO USUARIO
              PERFORM LATIDO-FLOTA THRU FIN-LATIDO-FLOTA
              DISPLAY "|LOGINOK|" VALORES "|" UPON SYSOUT
              MOVE "OK" TO WS-LOGIN-RESULTADO
              PERFORM ESCRIBIR-LOG-LOGIN THRU FIN-ESCRIBIR-LOG-LOGIN
      *       EL RECIEN LLEGADO VE EL AVISO AUNQUE LA SESION YA LO
      *       HUBIERA ENSEÑADO ANTES DEL LOGIN.
              MOVE SPACES TO WS-MNT-VISTO
              PERFORM MIRA-MANTENIMIENTO THRU FIN-MIRA-MANTENIMIENTO
           ELSE
              MOVE "0002" TO WS-MSG-NUMERO
              PERFORM TEXTO-CATALOGO THRU FIN-TEXTO-CATALOGO
                     INTO WS-TXT-RESP
              END-STRING
              DISPLAY WS-TXT-RESP UPON SYSOUT
              MOVE "RECHAZADO" TO WS-LOGIN-RESULTADO
              PERFORM ESCRIBIR-LOG-LOGIN THRU FIN-ESCRIBIR-LOG-LOGIN
           END-IF.
       FIN-AUTENTICAR.

