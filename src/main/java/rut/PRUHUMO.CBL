       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUHUMO.
       AUTHOR.        CVJ.
       SECURITY.      PRUEBA DE HUMO DE LA MAÑANA: MONTA UN AREA DE
                      PRUEBAS AISLADA (dd_tmp/PRUHUMO, O PRUHUMODIR),
                      APUNTA A ELLA TODAS LAS RAICES dd_ MIENTRAS DURA
                      LA PASADA Y RECORRE CON TRANSACCIONES SINTETICAS
                      LOS SUBSISTEMAS DE LOS QUE VIVE LA NOCHE: VALIDA
                      UN FICHERO DE PAGOS CONOCIDO CON PRUIBANEUR (CON
                      LA COPIA DEL PAISES.DAT DE VERDAD), GENERA EL
                      FICHERO DEL BANCO CON PRUGENPAG Y CUADRA SUS
                      TOTALES, HACE IDA Y VUELTA DE UN INDEXADO POR
                      PRUEXPIX/PRUIMPIX, TOMA Y SUELTA UN CERROJO DE
                      PRUCERROJO, ENCOLA Y TERMINA UN TRABAJO EN LA
                      COLA DE SRU Y PASA UN MENSAJE ENTRE DOS SESIONES
                      DE PRUEBA. SALE UNA LISTA |HUMO|prueba|OK/ERROR|
                      EN SYSOUT Y EN PRUHUMO-YYYYMMDD.LOG BAJO dd_trz,
                      CADA ERROR DEJA SU ALERTA PENDIENTE EN
                      ALERTAS.DAT Y EL RETURN-CODE ES 1 SI FALLA
                      ALGUNA. HASTA AHORA UN PAISES.DAT ESTROPEADO, UN
                      NODO QUE NO RESPONDE O UNA COLA LLENA SE
                      DESCUBRIAN CUANDO FALLABA LA PASADA DE LA NOCHE
                      DE VERDAD.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. EL AREA DE
*********************               PRUEBAS ES SOLO DE ESTE PROGRAMA:
*********************               SE VACIA AL EMPEZAR CADA PASADA
*********************               (SI NO, LA HISTORIA DE PAGOS DE
*********************               AYER DARIA LOS DE HOY POR
*********************               DUPLICADOS) Y SE LLENA CON COPIAS
*********************               DE LOS MAESTROS QUE NECESITAN LAS
*********************               PRUEBAS. LAS VARIABLES DE MODO DE
*********************               LOS PROGRAMAS PROBADOS SE LIMPIAN
*********************               DURANTE LA PASADA Y TODO EL
*********************               ENTORNO SE DEJA COMO ESTABA AL
*********************               TERMINAR, PARA QUE PRUSOD PUEDA
*********************               LLAMARLO COMO UN PASO MAS. LAS
*********************               ALERTAS SON DE CODIGO "9K".

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT IXPRUEBA
                  ASSIGN TO DYNAMIC WS-IX-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IXP-CLAVE
                  FILE STATUS IS WS-IX-ESTADO.

           SELECT TEXTO
                  ASSIGN TO DYNAMIC WS-TXT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TXT-ESTADO.

           SELECT COLA
                  ASSIGN TO DYNAMIC WS-COLA-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS JOB-ID
                  FILE STATUS IS WS-COLA-ESTADO.

           SELECT MENSAJES
                  ASSIGN TO DYNAMIC WS-MENSAJES-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MSG-ID
                  FILE STATUS IS WS-MENSAJES-ESTADO.

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

           SELECT LOG-HUMO
                  ASSIGN TO DYNAMIC WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-ESTADO.

       DATA DIVISION.
       FILE SECTION.

      *    EL CONVENIO DE CLAVE DE 64 BYTES MAS 960 DE DATOS DE
      *    PRUEXPIX Y PRUIMPIX.
       FD  IXPRUEBA.
       01  REG-IXPRUEBA.
           03 IXP-CLAVE      PIC X(64).
           03 IXP-DATOS      PIC X(960).

       FD  TEXTO.
       01  REG-TEXTO         PIC X(256).

      *    MISMO LAYOUT DE COLA QUE MANTIENE SRU.
       FD  COLA.
       01  REG-COLA.
           03 JOB-ID         PIC 9(6).
           03 JOB-ESTADO     PIC X.
              88 JOB-EN-COLA     VALUE "Q".
              88 JOB-EJECUTANDO  VALUE "R".
              88 JOB-TERMINADO   VALUE "F".
              88 JOB-ABANDONADO  VALUE "X".
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

      *    MISMO LAYOUT DE MENSAJES QUE MANTIENE SRU.
       FD  MENSAJES.
       01  REG-MENSAJES.
           03 MSG-ID         PIC 9(9).
           03 MSG-ESTADO     PIC X.
              88 MSG-PENDIENTE   VALUE "P".
              88 MSG-LEIDO       VALUE "L".
           03 MSG-PARA       PIC X(15).
           03 MSG-DE         PIC X(15).
           03 MSG-FECHA      PIC X(8).
           03 MSG-HORA       PIC X(8).
           03 MSG-TEXTO      PIC X(120).
       01  REG-MENSAJES-CONTROL.
           03 MSC-ID         PIC 9(9).
           03 MSC-ULTIMO     PIC 9(9).
           03 FILLER         PIC X(158).

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

       FD  LOG-HUMO.
       01  REG-LOG-HUMO      PIC X(300).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUHUMO".
       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       01  WS-AREA           PIC X(200).
       01  WS-AREA-TXT       PIC X(200).
       01  WS-CMD            PIC X(300).
       01  WS-IX-PATH        PIC X(256).
       77  WS-IX-ESTADO      PIC XX.
       01  WS-TXT-PATH       PIC X(256).
       77  WS-TXT-ESTADO     PIC XX.
       01  WS-COLA-PATH      PIC X(256).
       77  WS-COLA-ESTADO    PIC XX.
       01  WS-MENSAJES-PATH  PIC X(256).
       77  WS-MENSAJES-ESTADO PIC XX.
       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-COD-HUMO       PIC XX VALUE "9K".
       77  WS-DD-TRZ         PIC X(128).
       77  WS-LOG-PATH       PIC X(200).
       77  WS-LOG-ESTADO     PIC XX.
       01  WS-HUMO-RESP      PIC X(300).

      *    ENTORNO QUE LA PASADA TOCA: LAS SIETE PRIMERAS SE APUNTAN
      *    AL AREA DE PRUEBAS Y EL RESTO SON VARIABLES DE MODO DE LOS
      *    PROGRAMAS PROBADOS, QUE SE LIMPIAN PARA QUE CADA PRUEBA
      *    CORRA EN SU MODO NORMAL. TODAS SE GUARDAN ANTES Y SE
      *    DEVUELVEN DESPUES.
       01  TB-ENTORNO-DATA.
           03 FILLER         PIC X(20) VALUE "dd_dir".
           03 FILLER         PIC X(20) VALUE "dd_rom".
           03 FILLER         PIC X(20) VALUE "dd_obj".
           03 FILLER         PIC X(20) VALUE "dd_trz".
           03 FILLER         PIC X(20) VALUE "dd_tmp".
           03 FILLER         PIC X(20) VALUE "dd_humo".
           03 FILLER         PIC X(20) VALUE "PRUIBANEURPAGOS".
           03 FILLER         PIC X(20) VALUE "PRUIBANEURLOTE".
           03 FILLER         PIC X(20) VALUE "PRUIBANEURMODO".
           03 FILLER         PIC X(20) VALUE "PRUIBANEURPAGOSMODO".
           03 FILLER         PIC X(20) VALUE "PRUIBANEURREMESA".
           03 FILLER         PIC X(20) VALUE "PRUIBANEURESTRICTO".
           03 FILLER         PIC X(20) VALUE "PRUIBANEURFECHA".
           03 FILLER         PIC X(20) VALUE "PRUTOKENPAGOS".
           03 FILLER         PIC X(20) VALUE "PRULIBERAUMBRAL".
           03 FILLER         PIC X(20) VALUE "PRUGENPAGREMESA".
           03 FILLER         PIC X(20) VALUE "PRUGENPAGFECHA".
           03 FILLER         PIC X(20) VALUE "PRUGENPAGCORTE".
           03 FILLER         PIC X(20) VALUE "PRUGENPAGAJUSTE".
           03 FILLER         PIC X(20) VALUE "PRUGENPAGDIAS".
           03 FILLER         PIC X(20) VALUE "PRUGENPAGURGENTE".
           03 FILLER         PIC X(20) VALUE "PRUGENPAGORDENANTE".
           03 FILLER         PIC X(20) VALUE "PRUEXPIXALT".
           03 FILLER         PIC X(20) VALUE "PRUEXPIXCHKPT".
           03 FILLER         PIC X(20) VALUE "PRUEXPIXCONTROL".
           03 FILLER         PIC X(20) VALUE "PRUEXPIXMASCARA".
           03 FILLER         PIC X(20) VALUE "PRUEXPIXMODO".
           03 FILLER         PIC X(20) VALUE "PRUEXPIXMUESTRA".
           03 FILLER         PIC X(20) VALUE "PRUEXPIXREINICIA".
           03 FILLER         PIC X(20) VALUE "PRUEXPIXSELECT".
           03 FILLER         PIC X(20) VALUE "PRUEXPIXTRAD".
           03 FILLER         PIC X(20) VALUE "PRUEXPIXSEP".
           03 FILLER         PIC X(20) VALUE "PRUIMPIXCHKPT".
           03 FILLER         PIC X(20) VALUE "PRUIMPIXCONTROL".
           03 FILLER         PIC X(20) VALUE "PRUIMPIXDUP".
           03 FILLER         PIC X(20) VALUE "PRUIMPIXJRNL".
           03 FILLER         PIC X(20) VALUE "PRUIMPIXTRAD".
           03 FILLER         PIC X(20) VALUE "PRUCOLAHORAS".
           03 FILLER         PIC X(20) VALUE "PRUCOLAREENCOLA".
       01  TB-ENTORNO REDEFINES TB-ENTORNO-DATA.
           03 TB-ENV-NOMBRE  PIC X(20) OCCURS 39.
       01  TB-ENTORNO-VALORES.
           03 TB-ENV-VALOR   PIC X(256) OCCURS 39.
       01  TB-ENTORNO-PRUEBA.
           03 TB-ENV-PRUEBA  PIC X(256) OCCURS 39.
       77  WS-NENTORNO       PIC 99 VALUE 39.
       77  WS-EI             PIC 99.

      *    MAESTROS QUE LAS PRUEBAS LEEN DE dd_dir; SE COPIAN LOS DE
      *    VERDAD (CON SU .idx SI LO TIENEN) PARA QUE UN MAESTRO
      *    ESTROPEADO SE VEA AQUI Y NO A MEDIANOCHE.
       01  TB-MAESTROS-DATA.
           03 FILLER         PIC X(20) VALUE "PAISES.DAT".
           03 FILLER         PIC X(20) VALUE "ENTIDADES.DAT".
           03 FILLER         PIC X(20) VALUE "CALENDARIO.DAT".
           03 FILLER         PIC X(20) VALUE "CAMBIOS.DAT".
           03 FILLER         PIC X(20) VALUE "FECHAPROC.CTL".
       01  TB-MAESTROS REDEFINES TB-MAESTROS-DATA.
           03 TB-MAESTRO     PIC X(20) OCCURS 5.
       77  WS-NMAESTROS      PIC 9 VALUE 5.
       77  WS-MI             PIC 9.
       01  WS-ORIGEN         PIC X(256).
       01  WS-DESTINO        PIC X(256).
       01  WS-AUX1           PIC X(256).
       01  WS-AUX2           PIC X(256).
       01  WS-CHK-DETALLE    PIC X(64).

      *    LA LISTA DE COMPROBACION, EN EL ORDEN EN QUE SE HACEN.
       01  TB-PRUEBAS-DATA.
           03 FILLER         PIC X(10) VALUE "AREA".
           03 FILLER         PIC X(10) VALUE "PAGOS".
           03 FILLER         PIC X(10) VALUE "GENPAG".
           03 FILLER         PIC X(10) VALUE "EXPIMP".
           03 FILLER         PIC X(10) VALUE "CERROJO".
           03 FILLER         PIC X(10) VALUE "COLA".
           03 FILLER         PIC X(10) VALUE "MENSAJE".
       01  TB-PRUEBAS REDEFINES TB-PRUEBAS-DATA.
           03 TB-PRU-NOMBRE  PIC X(10) OCCURS 7.
       01  TB-RESULTADOS.
           03 TB-PRU-FILA    OCCURS 7.
              05 TB-PRU-RESULT   PIC X(5).
              05 TB-PRU-DETALLE  PIC X(80).
       77  WS-NPRUEBAS       PIC 9 VALUE 7.
       77  WS-PI             PIC 9.
       77  WS-PRU-OK         PIC 9 VALUE ZERO.
       77  WS-PRU-MAL        PIC 9 VALUE ZERO.
       01  WS-DETALLE        PIC X(80).

      *    EL FICHERO DE PAGOS CONOCIDO: TRES BUENOS Y UNO CON EL DC
      *    CAMBIADO, QUE TIENE QUE IR A .MAL.
       01  TB-PAGOS-DATA.
           03 FILLER         PIC X(60) VALUE
              "ES9121000418450200051332;10000;HUMO1".
           03 FILLER         PIC X(60) VALUE
              "DE89370400440532013000;25050;HUMO2".
           03 FILLER         PIC X(60) VALUE
              "GB29NWBK60161331926819;7525;HUMO3".
           03 FILLER         PIC X(60) VALUE
              "ES9121000418450200051333;5000;HUMO4".
       01  TB-PAGOS REDEFINES TB-PAGOS-DATA.
           03 TB-PAGO        PIC X(60) OCCURS 4.
       77  WS-NPAGOS         PIC 9 VALUE 4.
       77  WS-PAGOS-BUENOS   PIC 9(7) VALUE 3.
       77  WS-PAGOS-MALOS    PIC 9(7) VALUE 1.
       77  WS-PAGOS-SUMA     PIC 9(15) VALUE 42575.
       77  WS-LINEAS         PIC 9(7).
       77  WS-LINEAS-OK      PIC 9(7).
       77  WS-LINEAS-MAL     PIC 9(7).

       01  WS-IB-CUENTA      PIC X(30).
       01  WS-IB-IBAN.
           03 WS-IB-P        PIC X(2).
           03 WS-IB-D        PIC 99.
           03 WS-IB-C        PIC X(30).
       01  WS-IB-PAIS        PIC X(2).
       01  WS-IB-FORMATEADO  PIC X(41).

       01  WS-ARG1           PIC X(256).
       01  WS-ARG2           PIC X(256).
       77  WS-PASO-RC        PIC S9(5).

      *    LAS LINEAS DEL FICHERO DEL BANCO QUE SE CUADRAN: DETALLE
      *    "02" Y COLA "03", CON EL LAYOUT DE PRUGENPAG.
       01  WS-ORD-LINEA      PIC X(256).
       01  WS-ORD-DETALLE REDEFINES WS-ORD-LINEA.
           03 WS-ORD-TIPO    PIC XX.
           03 FILLER         PIC X(41).
           03 WS-ORD-IMPORTE PIC 9(13).
           03 FILLER         PIC X(200).
       01  WS-ORD-COLA REDEFINES WS-ORD-LINEA.
           03 FILLER         PIC XX.
           03 WS-ORD-REGS    PIC 9(7).
           03 WS-ORD-SUMA    PIC 9(15).
           03 FILLER         PIC X(232).
       77  WS-DET-REGS       PIC 9(7).
       77  WS-DET-SUMA       PIC 9(15).
       77  WS-COL-REGS       PIC 9(7).
       77  WS-COL-SUMA       PIC 9(15).

       77  WS-NREGISTROS     PIC 9(6) VALUE 5.
       77  WS-RI             PIC 9(6).
       77  WS-IGUALES        PIC 9(6).
       77  WS-LEIDOS         PIC 9(6).
       01  WS-REG-ESPERADO.
           03 WS-ESP-CLAVE   PIC X(64).
           03 WS-ESP-DATOS   PIC X(960).

       77  WS-CER-ACCION     PIC X(8).
       01  WS-CER-RECURSO    PIC X(200).
       77  WS-CER-PROG       PIC X(20).
       77  WS-CER-RC1        PIC S9(5).
       77  WS-CER-RC2        PIC S9(5).
       77  WS-CER-RC3        PIC S9(5).

       77  WS-JOB-SIGUIENTE  PIC 9(6).
       01  WS-JOB-PROG       PIC X(32) VALUE "PRUCOLA".
       01  WS-JOB-PARAMS     PIC X(128).
       77  WS-JOB-FALLO      PIC X.
       77  WS-JOB-RC         PIC S9(5).

       77  WS-MSG-SIGUIENTE  PIC 9(9).
       01  WS-MSG-TEXTO      PIC X(120).
       77  WS-MSG-DE         PIC X(15) VALUE "HUMO1".
       77  WS-MSG-PARA       PIC X(15) VALUE "HUMO2".
       77  WS-MSG-RECIBIDOS  PIC 9(5).
       77  WS-MSG-BIEN       PIC 9(5).

       PROCEDURE DIVISION.

       PROGRAMA SECTION.
       INICIALES.
           ACCEPT WS-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA FROM TIME.
           MOVE ZEROES TO WS-PRU-OK WS-PRU-MAL.
           PERFORM VARYING WS-PI FROM 1 BY 1 UNTIL WS-PI > WS-NPRUEBAS
              MOVE "OK" TO TB-PRU-RESULT(WS-PI)
              MOVE SPACES TO TB-PRU-DETALLE(WS-PI)
           END-PERFORM.
           PERFORM GUARDA-ENTORNO THRU FIN-GUARDA-ENTORNO.
           PERFORM PREPARA-AREA THRU FIN-PREPARA-AREA.
      *    SIN AREA NO SE PRUEBA NADA: LAS DEMAS QUEDAN EN ERROR, QUE
      *    ES LO QUE HAY QUE MIRAR ANTES DE LA NOCHE.
           IF TB-PRU-RESULT(1) NOT = "OK"
              PERFORM VARYING WS-PI FROM 2 BY 1
                      UNTIL WS-PI > WS-NPRUEBAS
                 MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
                 MOVE "SIN AREA DE PRUEBAS" TO TB-PRU-DETALLE(WS-PI)
              END-PERFORM
              GO TO CIERRE
           END-IF.
           PERFORM FIJA-ENTORNO THRU FIN-FIJA-ENTORNO.
       PROCESOS.
           PERFORM PRUEBA-PAGOS THRU FIN-PRUEBA-PAGOS.
           PERFORM PRUEBA-GENPAG THRU FIN-PRUEBA-GENPAG.
           PERFORM PRUEBA-EXPIMP THRU FIN-PRUEBA-EXPIMP.
           PERFORM PRUEBA-CERROJO THRU FIN-PRUEBA-CERROJO.
           PERFORM PRUEBA-COLA THRU FIN-PRUEBA-COLA.
           PERFORM PRUEBA-MENSAJE THRU FIN-PRUEBA-MENSAJE.
           PERFORM RESTAURA-ENTORNO THRU FIN-RESTAURA-ENTORNO.
       CIERRE.
           PERFORM INFORMA-PRUEBAS THRU FIN-INFORMA-PRUEBAS.
           MOVE SPACES TO WS-HUMO-RESP.
           STRING "|HUMOFIN|PRUEBAS:" WS-NPRUEBAS
                  "|OK:" WS-PRU-OK
                  "|ERROR:" WS-PRU-MAL "|"
                  DELIMITED BY SIZE
                  INTO WS-HUMO-RESP
           END-STRING.
           DISPLAY WS-HUMO-RESP UPON SYSOUT.
           IF WS-PRU-MAL > ZERO
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ENTORNO SECTION.
      *    MISMA TECNICA QUE PRUCLON CON LAS VARIABLES DE MODO DE
      *    PRUEXPIX: SE FIJAN ANTES DE LAS LLAMADAS Y SE DEVUELVEN
      *    DESPUES. UNA VARIABLE QUE NO ESTABA QUEDA EN BLANCO, QUE
      *    PARA TODOS LOS PROGRAMAS ES LO MISMO QUE NO ESTAR.
       GUARDA-ENTORNO.
           PERFORM VARYING WS-EI FROM 1 BY 1 UNTIL WS-EI > WS-NENTORNO
              MOVE SPACES TO TB-ENV-VALOR(WS-EI)
              MOVE SPACES TO TB-ENV-PRUEBA(WS-EI)
              DISPLAY TB-ENV-NOMBRE(WS-EI) UPON ENVIRONMENT-NAME
              ACCEPT TB-ENV-VALOR(WS-EI) FROM ENVIRONMENT-VALUE
              IF TB-ENV-VALOR(WS-EI) = LOW-VALUES
                 MOVE SPACES TO TB-ENV-VALOR(WS-EI)
              END-IF
           END-PERFORM.
       FIN-GUARDA-ENTORNO.

       FIJA-ENTORNO.
           PERFORM VARYING WS-EI FROM 1 BY 1 UNTIL WS-EI > WS-NENTORNO
              DISPLAY TB-ENV-NOMBRE(WS-EI) UPON ENVIRONMENT-NAME
              DISPLAY TB-ENV-PRUEBA(WS-EI) UPON ENVIRONMENT-VALUE
           END-PERFORM.
       FIN-FIJA-ENTORNO.

       RESTAURA-ENTORNO.
           PERFORM VARYING WS-EI FROM 1 BY 1 UNTIL WS-EI > WS-NENTORNO
              DISPLAY TB-ENV-NOMBRE(WS-EI) UPON ENVIRONMENT-NAME
              DISPLAY TB-ENV-VALOR(WS-EI) UPON ENVIRONMENT-VALUE
           END-PERFORM.
       FIN-RESTAURA-ENTORNO.

       PREPARACION SECTION.
      *    EL AREA CUELGA DEL dd_tmp DE VERDAD (dd_tmp YA TRAE LA
      *    BARRA) SALVO QUE PRUHUMODIR DIGA OTRA COSA. SE VACIA CON EL
      *    MISMO find QUE USAN LOS BARRIDOS Y SE LLENA CON LOS
      *    MAESTROS; SIN PAISES.DAT NO HAY PRUEBA DE PAGOS POSIBLE.
       PREPARA-AREA.
           MOVE 1 TO WS-PI.
           MOVE SPACES TO WS-AREA.
           DISPLAY "PRUHUMODIR" UPON ENVIRONMENT-NAME.
           ACCEPT WS-AREA FROM ENVIRONMENT-VALUE.
           IF WS-AREA = SPACES OR WS-AREA = LOW-VALUES
              MOVE SPACES TO WS-AREA
              STRING TB-ENV-VALOR(5) DELIMITED BY SPACE
                     "PRUHUMO" DELIMITED BY SIZE
                     INTO WS-AREA
              END-STRING
           END-IF.
      *    SI EL DIRECTORIO YA EXISTE LA CREACION FALLA Y DA IGUAL.
           CALL "CBL_CREATE_DIR" USING WS-AREA.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO WS-CMD.
           STRING "find " DELIMITED BY SIZE
                  WS-AREA DELIMITED BY SPACE
                  " -maxdepth 1 -type f -exec rm -f {} +"
                  DELIMITED BY SIZE
                  INTO WS-CMD
           END-STRING.
           CALL "SYSTEM" USING WS-CMD.
           MOVE ZERO TO RETURN-CODE.

           PERFORM VARYING WS-MI FROM 1 BY 1 UNTIL WS-MI > WS-NMAESTROS
              PERFORM COPIA-MAESTRO THRU FIN-COPIA-MAESTRO
           END-PERFORM.
           MOVE SPACES TO WS-AUX1.
           STRING WS-AREA DELIMITED BY SPACE
                  "/PAISES.DAT" DELIMITED BY SIZE
                  INTO WS-AUX1
           END-STRING.
           MOVE SPACES TO WS-CHK-DETALLE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-AUX1 WS-CHK-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE SPACES TO TB-PRU-DETALLE(WS-PI)
              STRING "SIN COPIA DE PAISES.DAT EN " DELIMITED BY SIZE
                     WS-AREA DELIMITED BY SPACE
                     INTO TB-PRU-DETALLE(WS-PI)
              END-STRING
              GO TO FIN-PREPARA-AREA
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           MOVE WS-AREA TO TB-PRU-DETALLE(WS-PI).

      *    LOS VALORES DE PRUEBA DEL ENTORNO: TODAS LAS RAICES AL
      *    AREA, Y LA VARIABLE dd_ QUE PRUIBANEURPAGOS NOMBRA, AL
      *    FICHERO DE PAGOS CONOCIDO.
           MOVE WS-AREA TO TB-ENV-PRUEBA(1).
           MOVE WS-AREA TO TB-ENV-PRUEBA(2).
           MOVE WS-AREA TO TB-ENV-PRUEBA(3).
           MOVE WS-AREA TO TB-ENV-PRUEBA(4).
           STRING WS-AREA DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  INTO TB-ENV-PRUEBA(5)
           END-STRING.
           STRING WS-AREA DELIMITED BY SPACE
                  "/HUMOPAGOS.TXT" DELIMITED BY SIZE
                  INTO TB-ENV-PRUEBA(6)
           END-STRING.
           MOVE "dd_humo" TO TB-ENV-PRUEBA(7).
       FIN-PREPARA-AREA.

      *    EL .idx VIAJA AL LADO SI EXISTE, COMO EN PRUESPEJO.
       COPIA-MAESTRO.
           MOVE SPACES TO WS-ORIGEN WS-DESTINO.
           IF TB-ENV-VALOR(1) NOT = SPACES
              STRING TB-ENV-VALOR(1) DELIMITED BY SPACE
                     "/" DELIMITED BY SIZE
                     TB-MAESTRO(WS-MI) DELIMITED BY SPACE
                     INTO WS-ORIGEN
              END-STRING
           ELSE
              MOVE TB-MAESTRO(WS-MI) TO WS-ORIGEN
           END-IF.
           STRING WS-AREA DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  TB-MAESTRO(WS-MI) DELIMITED BY SPACE
                  INTO WS-DESTINO
           END-STRING.
           MOVE SPACES TO WS-CHK-DETALLE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ORIGEN WS-CHK-DETALLE.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-COPIA-MAESTRO
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-ORIGEN WS-DESTINO.
           MOVE SPACES TO WS-AUX1 WS-AUX2.
           STRING WS-ORIGEN ".idx"
                  DELIMITED BY " "
                  INTO WS-AUX1
           END-STRING.
           STRING WS-DESTINO ".idx"
                  DELIMITED BY " "
                  INTO WS-AUX2
           END-STRING.
           MOVE SPACES TO WS-CHK-DETALLE.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-AUX1 WS-CHK-DETALLE.
           IF RETURN-CODE = ZERO
              CALL "CBL_COPY_FILE" USING WS-AUX1 WS-AUX2
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-COPIA-MAESTRO.

       PAGOS SECTION.
      *    EL FICHERO CONOCIDO PASA POR EL MODO PAGOS DE PRUIBANEUR:
      *    LOS TRES BUENOS A .OK Y EL DEL DC CAMBIADO A .MAL. UN
      *    PAISES.DAT SIN ALGUNO DE LOS TRES PAISES, O ROTO, SE VE
      *    AQUI.
       PRUEBA-PAGOS.
           MOVE 2 TO WS-PI.
           MOVE TB-ENV-PRUEBA(6) TO WS-TXT-PATH.
           OPEN OUTPUT TEXTO.
           IF WS-TXT-ESTADO NOT = "00"
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE SPACES TO TB-PRU-DETALLE(WS-PI)
              STRING "NO SE PUEDE ESCRIBIR LA REMESA ESTADO "
                     WS-TXT-ESTADO
                     DELIMITED BY SIZE
                     INTO TB-PRU-DETALLE(WS-PI)
              END-STRING
              GO TO FIN-PRUEBA-PAGOS
           END-IF.
           PERFORM VARYING WS-RI FROM 1 BY 1 UNTIL WS-RI > WS-NPAGOS
              MOVE SPACES TO REG-TEXTO
              MOVE TB-PAGO(WS-RI) TO REG-TEXTO
              WRITE REG-TEXTO
           END-PERFORM.
           CLOSE TEXTO.

           MOVE SPACES TO WS-IB-CUENTA WS-IB-IBAN WS-IB-PAIS
                          WS-IB-FORMATEADO.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUIBANEUR" USING WS-IB-CUENTA WS-IB-IBAN WS-IB-PAIS
                                   WS-IB-FORMATEADO
               ON EXCEPTION
                  MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
                  MOVE "PRUIBANEUR NO DISPONIBLE"
                    TO TB-PRU-DETALLE(WS-PI)
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           IF TB-PRU-RESULT(WS-PI) NOT = "OK"
              GO TO FIN-PRUEBA-PAGOS
           END-IF.

           MOVE SPACES TO WS-TXT-PATH.
           STRING TB-ENV-PRUEBA(6) ".OK"
                  DELIMITED BY " "
                  INTO WS-TXT-PATH
           END-STRING.
           PERFORM CUENTA-LINEAS THRU FIN-CUENTA-LINEAS.
           MOVE WS-LINEAS TO WS-LINEAS-OK.
           MOVE SPACES TO WS-TXT-PATH.
           STRING TB-ENV-PRUEBA(6) ".MAL"
                  DELIMITED BY " "
                  INTO WS-TXT-PATH
           END-STRING.
           PERFORM CUENTA-LINEAS THRU FIN-CUENTA-LINEAS.
           MOVE WS-LINEAS TO WS-LINEAS-MAL.
           MOVE SPACES TO TB-PRU-DETALLE(WS-PI).
           STRING "ACEPTADOS:" WS-LINEAS-OK "/" WS-PAGOS-BUENOS
                  " RECHAZADOS:" WS-LINEAS-MAL "/" WS-PAGOS-MALOS
                  DELIMITED BY SIZE
                  INTO TB-PRU-DETALLE(WS-PI)
           END-STRING.
           IF WS-LINEAS-OK NOT = WS-PAGOS-BUENOS OR
              WS-LINEAS-MAL NOT = WS-PAGOS-MALOS
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
           END-IF.
       FIN-PRUEBA-PAGOS.

      *    LINEAS NO EN BLANCO DE WS-TXT-PATH; SI NO SE PUEDE ABRIR,
      *    CERO.
       CUENTA-LINEAS.
           MOVE ZEROES TO WS-LINEAS.
           OPEN INPUT TEXTO.
           IF WS-TXT-ESTADO NOT = "00"
              GO TO FIN-CUENTA-LINEAS
           END-IF.
       LEE-LINEA.
           READ TEXTO
               AT END
                  GO TO CIERRA-LINEAS
           END-READ.
           IF REG-TEXTO NOT = SPACES
              ADD 1 TO WS-LINEAS
           END-IF.
           GO TO LEE-LINEA.
       CIERRA-LINEAS.
           CLOSE TEXTO.
       FIN-CUENTA-LINEAS.

       GENERACION SECTION.
      *    EL .OK DE LA PRUEBA ANTERIOR SE CONVIERTE EN FICHERO DEL
      *    BANCO (SALE A dd_rom, QUE ES EL AREA) Y SE CUADRA TRES
      *    VECES: LOS DETALLES CONTRA LO ESPERADO Y LA COLA "03"
      *    CONTRA LOS DETALLES.
       PRUEBA-GENPAG.
           MOVE 3 TO WS-PI.
           MOVE SPACES TO WS-ARG1 WS-ARG2.
           MOVE "dir/HUMOPAGOS.TXT.OK" TO WS-ARG1.
           MOVE "HUMOORDENES.TXT" TO WS-ARG2.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUGENPAG" USING WS-ARG1 WS-ARG2
               ON EXCEPTION
                  MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
                  MOVE "PRUGENPAG NO DISPONIBLE"
                    TO TB-PRU-DETALLE(WS-PI)
           END-CALL.
           MOVE RETURN-CODE TO WS-PASO-RC.
           MOVE ZERO TO RETURN-CODE.
           IF TB-PRU-RESULT(WS-PI) NOT = "OK"
              GO TO FIN-PRUEBA-GENPAG
           END-IF.
           IF WS-PASO-RC NOT = ZERO
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE SPACES TO TB-PRU-DETALLE(WS-PI)
              STRING "PRUGENPAG RC:" WS-PASO-RC
                     DELIMITED BY SIZE
                     INTO TB-PRU-DETALLE(WS-PI)
              END-STRING
              GO TO FIN-PRUEBA-GENPAG
           END-IF.

           MOVE ZEROES TO WS-DET-REGS WS-DET-SUMA
                          WS-COL-REGS WS-COL-SUMA.
           MOVE SPACES TO WS-TXT-PATH.
           STRING WS-AREA DELIMITED BY SPACE
                  "/HUMOORDENES.TXT" DELIMITED BY SIZE
                  INTO WS-TXT-PATH
           END-STRING.
           OPEN INPUT TEXTO.
           IF WS-TXT-ESTADO NOT = "00"
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE "SIN FICHERO DEL BANCO" TO TB-PRU-DETALLE(WS-PI)
              GO TO FIN-PRUEBA-GENPAG
           END-IF.
       LEE-ORDEN.
           READ TEXTO
               AT END
                  GO TO CIERRA-ORDENES
           END-READ.
           MOVE REG-TEXTO TO WS-ORD-LINEA.
           IF WS-ORD-TIPO = "02" AND WS-ORD-IMPORTE IS NUMERIC
              ADD 1 TO WS-DET-REGS
              ADD WS-ORD-IMPORTE TO WS-DET-SUMA
           END-IF.
           IF WS-ORD-TIPO = "03" AND WS-ORD-REGS IS NUMERIC AND
              WS-ORD-SUMA IS NUMERIC
              MOVE WS-ORD-REGS TO WS-COL-REGS
              MOVE WS-ORD-SUMA TO WS-COL-SUMA
           END-IF.
           GO TO LEE-ORDEN.
       CIERRA-ORDENES.
           CLOSE TEXTO.
           MOVE SPACES TO TB-PRU-DETALLE(WS-PI).
           STRING "REGS:" WS-DET-REGS "/" WS-PAGOS-BUENOS
                  " SUMA:" WS-DET-SUMA "/" WS-PAGOS-SUMA
                  " COLA:" WS-COL-REGS "/" WS-COL-SUMA
                  DELIMITED BY SIZE
                  INTO TB-PRU-DETALLE(WS-PI)
           END-STRING.
           IF WS-DET-REGS NOT = WS-PAGOS-BUENOS OR
              WS-DET-SUMA NOT = WS-PAGOS-SUMA OR
              WS-COL-REGS NOT = WS-DET-REGS OR
              WS-COL-SUMA NOT = WS-DET-SUMA
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
           END-IF.
       FIN-PRUEBA-GENPAG.

       IDA-Y-VUELTA SECTION.
      *    UN INDEXADO DE CINCO REGISTROS CONOCIDOS SE EXPORTA CON
      *    PRUEXPIX, SE RECARGA CON PRUIMPIX EN OTRO FICHERO Y SE
      *    COMPARA REGISTRO A REGISTRO: TIENEN QUE VOLVER TODOS Y
      *    ENTEROS, HASTA LA ULTIMA POSICION DE LOS DATOS.
       PRUEBA-EXPIMP.
           MOVE 4 TO WS-PI.
           MOVE SPACES TO WS-IX-PATH.
           STRING WS-AREA DELIMITED BY SPACE
                  "/HUMORIG.DAT" DELIMITED BY SIZE
                  INTO WS-IX-PATH
           END-STRING.
           OPEN OUTPUT IXPRUEBA.
           IF WS-IX-ESTADO NOT = "00"
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE SPACES TO TB-PRU-DETALLE(WS-PI)
              STRING "NO SE PUEDE CREAR EL ORIGEN ESTADO "
                     WS-IX-ESTADO
                     DELIMITED BY SIZE
                     INTO TB-PRU-DETALLE(WS-PI)
              END-STRING
              GO TO FIN-PRUEBA-EXPIMP
           END-IF.
           PERFORM VARYING WS-RI FROM 1 BY 1
                   UNTIL WS-RI > WS-NREGISTROS
              PERFORM MONTA-REGISTRO THRU FIN-MONTA-REGISTRO
              MOVE WS-REG-ESPERADO TO REG-IXPRUEBA
              WRITE REG-IXPRUEBA
                  INVALID KEY
                     CONTINUE
              END-WRITE
           END-PERFORM.
           CLOSE IXPRUEBA.

           MOVE SPACES TO WS-ARG1 WS-ARG2.
           MOVE "dir/HUMORIG.DAT" TO WS-ARG1.
           MOVE "dir/HUMO.EXP" TO WS-ARG2.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUEXPIX" USING WS-ARG1 WS-ARG2
               ON EXCEPTION
                  MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
                  MOVE "PRUEXPIX NO DISPONIBLE"
                    TO TB-PRU-DETALLE(WS-PI)
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           IF TB-PRU-RESULT(WS-PI) NOT = "OK"
              GO TO FIN-PRUEBA-EXPIMP
           END-IF.
           MOVE SPACES TO WS-ARG1 WS-ARG2.
           MOVE "dir/HUMO.EXP" TO WS-ARG1.
           MOVE "dir/HUMOVUELTA.DAT" TO WS-ARG2.
           CALL "PRUIMPIX" USING WS-ARG1 WS-ARG2
               ON EXCEPTION
                  MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
                  MOVE "PRUIMPIX NO DISPONIBLE"
                    TO TB-PRU-DETALLE(WS-PI)
           END-CALL.
           MOVE ZERO TO RETURN-CODE.
           IF TB-PRU-RESULT(WS-PI) NOT = "OK"
              GO TO FIN-PRUEBA-EXPIMP
           END-IF.

           MOVE ZEROES TO WS-LEIDOS WS-IGUALES.
           MOVE SPACES TO WS-IX-PATH.
           STRING WS-AREA DELIMITED BY SPACE
                  "/HUMOVUELTA.DAT" DELIMITED BY SIZE
                  INTO WS-IX-PATH
           END-STRING.
           OPEN INPUT IXPRUEBA.
           IF WS-IX-ESTADO NOT = "00"
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE "SIN FICHERO RECARGADO" TO TB-PRU-DETALLE(WS-PI)
              GO TO FIN-PRUEBA-EXPIMP
           END-IF.
       LEE-VUELTA.
           READ IXPRUEBA NEXT
               AT END
                  GO TO CIERRA-VUELTA
           END-READ.
           ADD 1 TO WS-LEIDOS.
           MOVE WS-LEIDOS TO WS-RI.
           PERFORM MONTA-REGISTRO THRU FIN-MONTA-REGISTRO.
           IF REG-IXPRUEBA = WS-REG-ESPERADO
              ADD 1 TO WS-IGUALES
           END-IF.
           GO TO LEE-VUELTA.
       CIERRA-VUELTA.
           CLOSE IXPRUEBA.
           MOVE SPACES TO TB-PRU-DETALLE(WS-PI).
           STRING "VUELTOS:" WS-LEIDOS " IGUALES:" WS-IGUALES
                  "/" WS-NREGISTROS
                  DELIMITED BY SIZE
                  INTO TB-PRU-DETALLE(WS-PI)
           END-STRING.
           IF WS-LEIDOS NOT = WS-NREGISTROS OR
              WS-IGUALES NOT = WS-NREGISTROS
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
           END-IF.
       FIN-PRUEBA-EXPIMP.

      *    EL REGISTRO NUMERO WS-RI DE LA SERIE CONOCIDA, CON UNA
      *    MARCA EN LA ULTIMA POSICION PARA VER SI ALGO SE CORTA.
       MONTA-REGISTRO.
           MOVE SPACES TO WS-REG-ESPERADO.
           STRING "HUMO" WS-RI
                  DELIMITED BY SIZE
                  INTO WS-ESP-CLAVE
           END-STRING.
           STRING "REGISTRO " WS-RI " DE LA PRUEBA DE HUMO DEL "
                  WS-FECHA
                  DELIMITED BY SIZE
                  INTO WS-ESP-DATOS
           END-STRING.
           MOVE "*" TO WS-ESP-DATOS(960:1).
       FIN-MONTA-REGISTRO.

       CERROJOS SECTION.
      *    TOMA, UN SEGUNDO PROGRAMA QUE PIDE EL MISMO RECURSO TIENE
      *    QUE RECIBIR EL RECHAZO, Y SUELTA.
       PRUEBA-CERROJO.
           MOVE 5 TO WS-PI.
           MOVE SPACES TO WS-CER-RECURSO.
           STRING WS-AREA DELIMITED BY SPACE
                  "/HUMO.RECURSO" DELIMITED BY SIZE
                  INTO WS-CER-RECURSO
           END-STRING.
           MOVE "TOMA" TO WS-CER-ACCION.
           MOVE "PRUHUMO" TO WS-CER-PROG.
           PERFORM LLAMA-CERROJO THRU FIN-LLAMA-CERROJO.
           MOVE WS-PASO-RC TO WS-CER-RC1.
           MOVE "PRUHUMO2" TO WS-CER-PROG.
           PERFORM LLAMA-CERROJO THRU FIN-LLAMA-CERROJO.
           MOVE WS-PASO-RC TO WS-CER-RC2.
           MOVE "SUELTA" TO WS-CER-ACCION.
           MOVE "PRUHUMO" TO WS-CER-PROG.
           PERFORM LLAMA-CERROJO THRU FIN-LLAMA-CERROJO.
           MOVE WS-PASO-RC TO WS-CER-RC3.
           MOVE SPACES TO TB-PRU-DETALLE(WS-PI).
           STRING "TOMA RC:" WS-CER-RC1 " OCUPADO RC:" WS-CER-RC2
                  " SUELTA RC:" WS-CER-RC3
                  DELIMITED BY SIZE
                  INTO TB-PRU-DETALLE(WS-PI)
           END-STRING.
           IF WS-CER-RC1 NOT = ZERO OR WS-CER-RC2 NOT = 1 OR
              WS-CER-RC3 NOT = ZERO
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
           END-IF.
       FIN-PRUEBA-CERROJO.

       LLAMA-CERROJO.
           MOVE ZERO TO RETURN-CODE.
           CALL "PRUCERROJO" USING WS-CER-ACCION WS-CER-RECURSO
                                   WS-CER-PROG
               ON EXCEPTION
                  MOVE 99 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-PASO-RC.
           MOVE ZERO TO RETURN-CODE.
       FIN-LLAMA-CERROJO.

       TRABAJOS SECTION.
      *    UN TRABAJO DE PRUEBA (EL BARRIDO PRUCOLA SOBRE LA PROPIA
      *    COLA DEL AREA, QUE NO TIENE NADA QUE RECOGER) SE ENCOLA Y
      *    SE TRABAJA CON LOS MISMOS PASOS QUE SUB Y TRB DE SRU: EN
      *    COLA, EJECUTANDO Y TERMINADO CON SU RETURN-CODE.
       PRUEBA-COLA.
           MOVE 6 TO WS-PI.
           MOVE SPACES TO WS-COLA-PATH.
           STRING WS-AREA DELIMITED BY SPACE
                  "/SRU-COLA.DAT" DELIMITED BY SIZE
                  INTO WS-COLA-PATH
           END-STRING.
           PERFORM ABRE-COLA THRU FIN-ABRE-COLA.
           IF WS-COLA-ESTADO NOT = "00"
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE SPACES TO TB-PRU-DETALLE(WS-PI)
              STRING "NO SE PUEDE ABRIR LA COLA ESTADO "
                     WS-COLA-ESTADO
                     DELIMITED BY SIZE
                     INTO TB-PRU-DETALLE(WS-PI)
              END-STRING
              GO TO FIN-PRUEBA-COLA
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
           MOVE SPACES TO REG-COLA.
           MOVE WS-JOB-SIGUIENTE TO JOB-ID.
           MOVE "Q" TO JOB-ESTADO.
           MOVE ZEROES TO JOB-RC.
           MOVE WS-JOB-PROG TO JOB-PROGRAMA.
           MOVE SPACES TO JOB-PARAMS.
           ACCEPT JOB-FECHA FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA FROM TIME.
           MOVE ZEROES TO JOB-DEPENDE.
           WRITE REG-COLA
               INVALID KEY
                  CLOSE COLA
                  MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
                  MOVE "NO SE PUEDE ENCOLAR" TO TB-PRU-DETALLE(WS-PI)
                  GO TO FIN-PRUEBA-COLA
           END-WRITE.

      *    LA PASADA TRABAJADORA: SE RELEE POR CLAVE, TIENE QUE
      *    ESTAR EN COLA; SE MARCA EJECUTANDO Y LA COLA SE CIERRA
      *    MIENTRAS CORRE, PORQUE EL TRABAJO LA ABRE.
           MOVE WS-JOB-SIGUIENTE TO JOB-ID.
           READ COLA
               INVALID KEY
                  MOVE SPACES TO JOB-ESTADO
           END-READ.
           IF NOT JOB-EN-COLA
              CLOSE COLA
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE "EL TRABAJO NO QUEDO EN COLA"
                TO TB-PRU-DETALLE(WS-PI)
              GO TO FIN-PRUEBA-COLA
           END-IF.
           MOVE JOB-PARAMS TO WS-JOB-PARAMS.
           MOVE "R" TO JOB-ESTADO.
           ACCEPT JOB-FECHA FROM DATE YYYYMMDD.
           ACCEPT JOB-HORA FROM TIME.
           REWRITE REG-COLA.
           CLOSE COLA.
           MOVE "N" TO WS-JOB-FALLO.
           MOVE ZERO TO WS-JOB-RC.
           MOVE ZERO TO RETURN-CODE.
           CALL WS-JOB-PROG USING WS-JOB-PARAMS
               ON EXCEPTION
                  MOVE "S" TO WS-JOB-FALLO
           END-CALL.
           IF WS-JOB-FALLO NOT = "S"
              MOVE RETURN-CODE TO WS-JOB-RC
           END-IF.
           MOVE ZERO TO RETURN-CODE.

           OPEN I-O COLA.
           IF WS-COLA-ESTADO NOT = "00"
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE "NO SE PUEDE REABRIR LA COLA"
                TO TB-PRU-DETALLE(WS-PI)
              GO TO FIN-PRUEBA-COLA
           END-IF.
           MOVE WS-JOB-SIGUIENTE TO JOB-ID.
           READ COLA
               INVALID KEY
                  CLOSE COLA
                  MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
                  MOVE "EL TRABAJO DESAPARECIO DE LA COLA"
                    TO TB-PRU-DETALLE(WS-PI)
                  GO TO FIN-PRUEBA-COLA
           END-READ.
           MOVE "F" TO JOB-ESTADO.
           IF WS-JOB-RC < ZERO
              MOVE ZEROES TO JOB-RC
           ELSE
              MOVE WS-JOB-RC TO JOB-RC
           END-IF.
           IF WS-JOB-FALLO = "S"
              MOVE 99999 TO JOB-RC
           END-IF.
           REWRITE REG-COLA.
           MOVE WS-JOB-SIGUIENTE TO JOB-ID.
           READ COLA
               INVALID KEY
                  MOVE SPACES TO JOB-ESTADO
           END-READ.
           CLOSE COLA.
           MOVE SPACES TO TB-PRU-DETALLE(WS-PI).
           STRING "TRABAJO:" WS-JOB-SIGUIENTE " ESTADO:" JOB-ESTADO
                  " RC:" JOB-RC
                  DELIMITED BY SIZE
                  INTO TB-PRU-DETALLE(WS-PI)
           END-STRING.
           IF NOT JOB-TERMINADO OR JOB-RC NOT = ZEROES
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
           END-IF.
       FIN-PRUEBA-COLA.

      *    MISMO ABRE-O-CREA QUE SRU.
       ABRE-COLA.
           OPEN I-O COLA.
           IF WS-COLA-ESTADO = "00"
              GO TO FIN-ABRE-COLA
           END-IF.
           OPEN OUTPUT COLA.
           IF WS-COLA-ESTADO NOT = "00"
              GO TO FIN-ABRE-COLA
           END-IF.
           CLOSE COLA.
           OPEN I-O COLA.
       FIN-ABRE-COLA.

       MENSAJERIA SECTION.
      *    LA SESION HUMO1 DEJA UN MENSAJE A HUMO2 COMO EL MSG DE SRU
      *    Y LA SESION HUMO2 LO RECOGE COMO AL PEDIR SU RESPUESTA:
      *    TIENE QUE LLEGAR UNO, DE QUIEN TOCA Y CON EL MISMO TEXTO.
       PRUEBA-MENSAJE.
           MOVE 7 TO WS-PI.
           MOVE SPACES TO WS-MENSAJES-PATH.
           STRING WS-AREA DELIMITED BY SPACE
                  "/MENSAJES.DAT" DELIMITED BY SIZE
                  INTO WS-MENSAJES-PATH
           END-STRING.
           MOVE SPACES TO WS-MSG-TEXTO.
           STRING "PRUEBA DE HUMO " WS-FECHA "-" WS-HORA
                  DELIMITED BY SIZE
                  INTO WS-MSG-TEXTO
           END-STRING.
           PERFORM ABRE-MENSAJES THRU FIN-ABRE-MENSAJES.
           IF WS-MENSAJES-ESTADO NOT = "00"
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE SPACES TO TB-PRU-DETALLE(WS-PI)
              STRING "NO SE PUEDEN ABRIR LOS MENSAJES ESTADO "
                     WS-MENSAJES-ESTADO
                     DELIMITED BY SIZE
                     INTO TB-PRU-DETALLE(WS-PI)
              END-STRING
              GO TO FIN-PRUEBA-MENSAJE
           END-IF.
           MOVE ZEROES TO MSG-ID.
           READ MENSAJES
               INVALID KEY
                  MOVE SPACES TO REG-MENSAJES-CONTROL
                  MOVE ZEROES TO MSC-ID
                  MOVE ZEROES TO MSC-ULTIMO
                  WRITE REG-MENSAJES-CONTROL
           END-READ.
           MOVE MSC-ULTIMO TO WS-MSG-SIGUIENTE.
           ADD 1 TO WS-MSG-SIGUIENTE.
           MOVE WS-MSG-SIGUIENTE TO MSC-ULTIMO.
           REWRITE REG-MENSAJES-CONTROL.
           MOVE SPACES TO REG-MENSAJES.
           MOVE WS-MSG-SIGUIENTE TO MSG-ID.
           MOVE "P" TO MSG-ESTADO.
           MOVE WS-MSG-PARA TO MSG-PARA.
           MOVE WS-MSG-DE TO MSG-DE.
           MOVE WS-FECHA TO MSG-FECHA.
           ACCEPT MSG-HORA FROM TIME.
           MOVE WS-MSG-TEXTO TO MSG-TEXTO.
           WRITE REG-MENSAJES
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE MENSAJES.

           MOVE ZEROES TO WS-MSG-RECIBIDOS WS-MSG-BIEN.
           PERFORM ABRE-MENSAJES THRU FIN-ABRE-MENSAJES.
           IF WS-MENSAJES-ESTADO NOT = "00"
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
              MOVE "NO SE PUEDEN REABRIR LOS MENSAJES"
                TO TB-PRU-DETALLE(WS-PI)
              GO TO FIN-PRUEBA-MENSAJE
           END-IF.
           MOVE ZEROES TO MSG-ID.
           START MENSAJES KEY GREATER MSG-ID
               INVALID KEY
                  GO TO CIERRA-RECIBE
           END-START.
       LEE-RECIBE.
           READ MENSAJES NEXT
               AT END
                  GO TO CIERRA-RECIBE
           END-READ.
           IF NOT MSG-PENDIENTE OR MSG-PARA NOT = WS-MSG-PARA
              GO TO LEE-RECIBE
           END-IF.
           ADD 1 TO WS-MSG-RECIBIDOS.
           IF MSG-DE = WS-MSG-DE AND MSG-TEXTO = WS-MSG-TEXTO
              ADD 1 TO WS-MSG-BIEN
           END-IF.
           MOVE "L" TO MSG-ESTADO.
           REWRITE REG-MENSAJES.
           GO TO LEE-RECIBE.
       CIERRA-RECIBE.
           CLOSE MENSAJES.
           MOVE SPACES TO TB-PRU-DETALLE(WS-PI).
           STRING "DE:" WS-MSG-DE " PARA:" WS-MSG-PARA
                  " RECIBIDOS:" WS-MSG-RECIBIDOS
                  " IGUALES:" WS-MSG-BIEN
                  DELIMITED BY SIZE
                  INTO TB-PRU-DETALLE(WS-PI)
           END-STRING.
           IF WS-MSG-RECIBIDOS NOT = 1 OR WS-MSG-BIEN NOT = 1
              MOVE "ERROR" TO TB-PRU-RESULT(WS-PI)
           END-IF.
       FIN-PRUEBA-MENSAJE.

      *    MISMO ABRE-O-CREA QUE SRU.
       ABRE-MENSAJES.
           OPEN I-O MENSAJES.
           IF WS-MENSAJES-ESTADO = "00"
              GO TO FIN-ABRE-MENSAJES
           END-IF.
           OPEN OUTPUT MENSAJES.
           IF WS-MENSAJES-ESTADO NOT = "00"
              GO TO FIN-ABRE-MENSAJES
           END-IF.
           CLOSE MENSAJES.
           OPEN I-O MENSAJES.
       FIN-ABRE-MENSAJES.

       INFORME SECTION.
      *    CON EL ENTORNO YA DEVUELTO: LA LISTA SALE POR SYSOUT Y AL
      *    LOG FECHADO DEL dd_trz DE VERDAD, Y CADA ERROR DEJA SU
      *    ALERTA PENDIENTE EN LA COLA DE SIEMPRE.
       INFORMA-PRUEBAS.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-LOG-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/PRUHUMO-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           ELSE
              STRING "PRUHUMO-" WS-FECHA ".LOG"
                     DELIMITED BY SIZE
                     INTO WS-LOG-PATH
           END-IF.
           OPEN EXTEND LOG-HUMO.
           IF WS-LOG-ESTADO NOT = "00"
              OPEN OUTPUT LOG-HUMO
           END-IF.
           PERFORM VARYING WS-PI FROM 1 BY 1 UNTIL WS-PI > WS-NPRUEBAS
              PERFORM INFORMA-PRUEBA THRU FIN-INFORMA-PRUEBA
           END-PERFORM.
           IF WS-LOG-ESTADO = "00"
              CLOSE LOG-HUMO
           END-IF.
       FIN-INFORMA-PRUEBAS.

       INFORMA-PRUEBA.
           IF TB-PRU-RESULT(WS-PI) = "OK"
              ADD 1 TO WS-PRU-OK
           ELSE
              ADD 1 TO WS-PRU-MAL
           END-IF.
           MOVE SPACES TO WS-HUMO-RESP.
           STRING "|HUMO|" DELIMITED BY SIZE
                  TB-PRU-NOMBRE(WS-PI) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-PRU-RESULT(WS-PI) DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  TB-PRU-DETALLE(WS-PI) DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-HUMO-RESP
           END-STRING.
           DISPLAY WS-HUMO-RESP UPON SYSOUT.
           IF WS-LOG-ESTADO = "00"
              MOVE SPACES TO REG-LOG-HUMO
              STRING WS-FECHA "-" WS-HORA " " DELIMITED BY SIZE
                     WS-HUMO-RESP DELIMITED BY "  "
                     INTO REG-LOG-HUMO
              END-STRING
              WRITE REG-LOG-HUMO
           END-IF.
           IF TB-PRU-RESULT(WS-PI) NOT = "OK"
              PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA
           END-IF.
       FIN-INFORMA-PRUEBA.

       ALERTA SECTION.
      *    MISMO CONTADOR DE IDS (REGISTRO 0) Y MISMA COLA ALERTAS.DAT
      *    BAJO dd_trz QUE ALIMENTA PRUERR; SI LA COLA NO SE PUEDE
      *    ABRIR NO SE INSISTE.
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
           MOVE WS-FECHA TO ALR-FECHA.
           ACCEPT ALR-HORA FROM TIME.
           MOVE WS-COD-HUMO TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
           MOVE SPACES TO ALR-FICHERO.
           STRING "PRUEBA DE HUMO " DELIMITED BY SIZE
                  TB-PRU-NOMBRE(WS-PI) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TB-PRU-DETALLE(WS-PI) DELIMITED BY "  "
                  INTO ALR-FICHERO
           END-STRING.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
       FIN-ANOTA-ALERTA.
