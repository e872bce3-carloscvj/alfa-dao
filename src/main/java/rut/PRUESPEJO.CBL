       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUESPEJO.
       AUTHOR.        CVJ.
       SECURITY.      NODO DE RESERVA DEL JUEGO DE CONTROL: REPLICA
                      LLEVA AL DIRECTORIO DEL NODO DE RESERVA QUE
                      NOMBRA ESPEJO.POL BAJO dd_dir CADA MIEMBRO DEL
                      JUEGO DE PRUSALVA (MAS PAGOSHIST, FLOTA, LA COLA
                      DE SRU Y SRU.CFG) QUE HAYA CAMBIADO DESDE LA
                      ULTIMA PASADA, CON COPIA VERIFICADA; ESTADO SACA
                      EL RETRASO DE CADA MIEMBRO; VERIFICA COMPRUEBA
                      QUE LA COPIA DE RESERVA ESTA ENTERA Y CUADRA CON
                      LO APUNTADO AL COPIARLA; ACTIVA, SI LA COPIA ES
                      CONSISTENTE, LA CONVIERTE EN EL NODO CENTRAL
                      ACTIVO (CENTRAL.ACT, QUE CONSULTAN PRUDIST Y EL
                      PARQUE); Y SIMULACRO ENSAYA TODO ELLO SIN
                      CONMUTAR, DEJANDO LA EVIDENCIA FECHADA BAJO
                      dd_trz. HASTA AHORA PERDER EL NODO CENTRAL ERA
                      RESTAURAR LA SALVA DE ANOCHE Y PERDER EL DIA.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - WS-EVIDENCIA-PATH pasa a X(256),
*********************               el largo del nombre de fichero
*********************               que reciben PRUCAT y PRUERR.
********************* 15/10/2026 CVJ - CIERRES.DAT (cierres de mes y sus
*********************               firmas de PRUCIERRE) entra en el
*********************               espejo.
********************* 15/10/2026 CVJ - IMPRESORAS.POL (impresoras y
*********************               rutas de PRUIMPCOLA) e IMPHIST.DAT
*********************               (lo impreso de los informes
*********************               regulados) entran en el espejo.
********************* 15/10/2026 CVJ - SOSPECHA.POL (operaciones
*********************               destructivas de PRUSOSPECHA) entra
*********************               en el espejo.
********************* 15/10/2026 CVJ - EMERGENCIAS.DAT (accesos de
*********************               emergencia de PRUEMERGE) entra en
*********************               el espejo.
********************* 15/10/2026 CVJ - SEGREGA.POL (segregacion de
*********************               funciones de PRUSEGREGA) entra en
*********************               el espejo.
********************* 15/10/2026 CVJ - CUOTAS.POL (cuotas de espacio
*********************               de PRUCUOTA) entra en el espejo.
********************* 15/10/2026 CVJ - ACCESOS.POL (control de acceso
*********************               de PRUACL) entra en el espejo.
********************* 15/10/2026 CVJ - ENTRANTES.POL (registro de
*********************               PRUVIGIA) entra en el espejo.
********************* 15/10/2026 CVJ - CARGO.POL (tarifas de
*********************               PRUCARGO) entra en el espejo.
********************* 15/10/2026 CVJ - Version inicial. ESPEJO.POL
*********************               LLEVA UNA LINEA nodo;dirdatos;
*********************               dirrom (dirrom, EL dd_rom DEL
*********************               NODO DE RESERVA PARA PRUDIST; SI
*********************               NO VIENE, dirdatos). LO REPLICADO
*********************               SE APUNTA EN ESPEJO.DAT BAJO
*********************               dd_dir (TAMAÑO Y FECHA-HORA DEL
*********************               ORIGEN, REGISTROS Y SUMA DE BYTES
*********************               DE LA COPIA COMO PRUMETA). UN
*********************               MIEMBRO CAMBIA SI CAMBIA SU
*********************               TAMAÑO O SU FECHA-HORA. ACTIVA
*********************               SOBRE UNA COPIA INCONSISTENTE
*********************               EXIGE PRUESPEJOFUERZA=S.
*********************               RETURN-CODE 1 SI HAY FALLOS DE
*********************               COPIA, INCONSISTENCIAS O NO SE
*********************               PUEDE ACTIVAR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POLITICA
                  ASSIGN TO DYNAMIC WS-POLITICA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-POLITICA-ESTADO.

           SELECT ESPEJO
                  ASSIGN TO DYNAMIC WS-ESPEJO-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ESP-MIEMBRO
                  FILE STATUS IS WS-ESPEJO-ESTADO.

           SELECT CENTRAL
                  ASSIGN TO DYNAMIC WS-CENTRAL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CENTRAL-ESTADO.

           SELECT EVIDENCIA
                  ASSIGN TO DYNAMIC WS-EVIDENCIA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EVIDENCIA-ESTADO.

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

       DATA DIVISION.
       FILE SECTION.

       FD  POLITICA.
       01  REG-POLITICA      PIC X(300).

      *    UN REGISTRO POR MIEMBRO DEL JUEGO CON LO QUE SE REPLICO LA
      *    ULTIMA VEZ.
       FD  ESPEJO.
       01  REG-ESPEJO.
           03 ESP-MIEMBRO    PIC X(20).
           03 ESP-ESTADO     PIC X.
              88 ESP-COPIADO    VALUE "C".
              88 ESP-FALLIDO    VALUE "E".
           03 ESP-TAM        PIC 9(10).
           03 ESP-MOD-FECHA  PIC X(8).
           03 ESP-MOD-HORA   PIC X(6).
           03 ESP-REP-FECHA  PIC X(8).
           03 ESP-REP-HORA   PIC X(6).
           03 ESP-IDX        PIC X.
           03 ESP-REGS       PIC 9(9).
           03 ESP-SUMA       PIC 9(15).

      *    nodo;dirdatos;dirrom;fecha;hora;anterior
       FD  CENTRAL.
       01  REG-CENTRAL       PIC X(300).

       FD  EVIDENCIA.
       01  REG-EVIDENCIA     PIC X(400).

      *    EL FICHERO SE LEE COMO CONTENIDO GENERICO EN BLOQUES DE 1024
      *    O POR SU CLAVE SI ES INDEXADO, IGUAL QUE PRUMETA.
       FD  DATOS.
       01  REG-DATOS             PIC X(1024).

       FD  DATOS-IX.
       01  REG-DATOS-IX.
           03 REG-IX-CLAVE       PIC X(64).
           03 REG-IX-DATOS       PIC X(960).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUESPEJO".
       01  VALORDIR          PIC X(128).
       01  VALORTMP          PIC X(128).
       77  WS-DD-TRZ         PIC X(128).
       77  WS-POLITICA-PATH  PIC X(200).
       77  WS-POLITICA-ESTADO PIC XX.
       77  WS-ESPEJO-PATH    PIC X(200).
       77  WS-ESPEJO-ESTADO  PIC XX.
       77  WS-CENTRAL-PATH   PIC X(300).
       77  WS-CENTRAL-ESTADO PIC XX.
       77  WS-EVIDENCIA-PATH PIC X(256).
       77  WS-EVIDENCIA-ESTADO PIC XX.
       77  WS-EVIDENCIA-ABIERTA PIC X VALUE "N".
           88 EVIDENCIA-ABIERTA VALUE "S".
       77  WS-FUERZA         PIC X.
           88 FUERZA-SI      VALUE "S".
       77  WS-CONTEXTO       PIC X(64).

      *    EL NODO DE RESERVA.
       77  WS-RES-NODO       PIC X(8).
       01  WS-RES-DATOS      PIC X(128).
       01  WS-RES-ROM        PIC X(128).
       77  WS-NODO-LOCAL     PIC X(8).
       77  WS-ANTERIOR       PIC X(8).
       77  WS-C-NODO         PIC X(8).

      *    EL JUEGO: EL MISMO DE PRUSALVA (BAJO dd_dir) MAS LO QUE
      *    CAMBIA DURANTE EL DIA Y NO ESPERA A LA SALVA. ORIGEN D ES
      *    dd_dir, T dd_tmp Y C EL SRU.CFG DE SRUCONFIG.
       01  TB-MIEMBROS-DATA.
           03 FILLER PIC X(21) VALUE "DUSUARIOS".
           03 FILLER PIC X(21) VALUE "DFSTAB.DAT".
           03 FILLER PIC X(21) VALUE "DDICLAY.DAT".
           03 FILLER PIC X(21) VALUE "DPAISES.DAT".
           03 FILLER PIC X(21) VALUE "DPRUCAT.DAT".
           03 FILLER PIC X(21) VALUE "DPRUEOD.POL".
           03 FILLER PIC X(21) VALUE "DPRUDISCO.POL".
           03 FILLER PIC X(21) VALUE "DPROTEGIDOS.LST".
           03 FILLER PIC X(21) VALUE "DENTIDADES.DAT".
           03 FILLER PIC X(21) VALUE "DMANDATOS.DAT".
           03 FILLER PIC X(21) VALUE "DBENEFICIARIOS.DAT".
           03 FILLER PIC X(21) VALUE "DCALENDARIO.DAT".
           03 FILLER PIC X(21) VALUE "DLANZADOR.PLN".
           03 FILLER PIC X(21) VALUE "DPRUSLA.POL".
           03 FILLER PIC X(21) VALUE "DAPROBACIONES.DAT".
           03 FILLER PIC X(21) VALUE "DREMESAS.DAT".
           03 FILLER PIC X(21) VALUE "DVENTANAS.POL".
           03 FILLER PIC X(21) VALUE "DRETENCION.POL".
           03 FILLER PIC X(21) VALUE "DPRUSOD.POL".
           03 FILLER PIC X(21) VALUE "DRUTASAL.TAB".
           03 FILLER PIC X(21) VALUE "DNODOS.LST".
           03 FILLER PIC X(21) VALUE "DDISTRIB.DAT".
           03 FILLER PIC X(21) VALUE "DCATMSG.DAT".
           03 FILLER PIC X(21) VALUE "DREFERENCIAS.RGL".
           03 FILLER PIC X(21) VALUE "DCALIDAD.RGL".
           03 FILLER PIC X(21) VALUE "DPRUCLON.EXC".
           03 FILLER PIC X(21) VALUE "DREPARTO.POL".
           03 FILLER PIC X(21) VALUE "DCARGO.POL".
           03 FILLER PIC X(21) VALUE "DENTRANTES.POL".
           03 FILLER PIC X(21) VALUE "DACCESOS.POL".
           03 FILLER PIC X(21) VALUE "DCUOTAS.POL".
           03 FILLER PIC X(21) VALUE "DSEGREGA.POL".
           03 FILLER PIC X(21) VALUE "DEMERGENCIAS.DAT".
           03 FILLER PIC X(21) VALUE "DSOSPECHA.POL".
           03 FILLER PIC X(21) VALUE "DIMPRESORAS.POL".
           03 FILLER PIC X(21) VALUE "DIMPHIST.DAT".
           03 FILLER PIC X(21) VALUE "DCIERRES.DAT".
           03 FILLER PIC X(21) VALUE "DPAGOSHIST.DAT".
           03 FILLER PIC X(21) VALUE "DFLOTA.DAT".
           03 FILLER PIC X(21) VALUE "TSRU-COLA.DAT".
           03 FILLER PIC X(21) VALUE "CSRU.CFG".
       01  TB-MIEMBROS REDEFINES TB-MIEMBROS-DATA.
           03 TB-MIE-O       OCCURS 41.
              05 TB-MIE-ORIGEN PIC X.
              05 TB-MIE-NOMBRE PIC X(20).
       77  WS-NMIEMBROS      PIC 99 VALUE 41.
       77  WS-M              PIC 99.

       01  WS-ORIGEN         PIC X(300).
       01  WS-DESTINO        PIC X(300).
       01  WS-AUX1           PIC X(310).
       01  WS-AUX2           PIC X(310).
       01  WS-CHK-DETALLE1   PIC X(64).
       01  WS-CHK1 REDEFINES WS-CHK-DETALLE1.
           05 FILLER         PIC X(4).
           05 WS-TAM1        PIC 9(8) COMP-X.
           05 WS-DIA1        PIC 9(2) COMP-X.
           05 WS-MES1        PIC 9(2) COMP-X.
           05 WS-ANO1        PIC 9(4) COMP-X.
           05 WS-HH1         PIC 9(2) COMP-X.
           05 WS-MI1         PIC 9(2) COMP-X.
           05 WS-SS1         PIC 9(2) COMP-X.
       01  WS-CHK-DETALLE2   PIC X(64).
       01  WS-CHK2 REDEFINES WS-CHK-DETALLE2.
           05 FILLER         PIC X(4).
           05 WS-TAM2        PIC 9(8) COMP-X.
       77  WS-COPIA-BIEN     PIC X.
       77  WS-EXISTE         PIC X.
       77  WS-TAM-VIVO       PIC 9(10).
       01  WS-MOD-FECHA.
           03 WS-MOD-ANO     PIC 9(4).
           03 WS-MOD-MES     PIC 99.
           03 WS-MOD-DIA     PIC 99.
       01  WS-MOD-HORA.
           03 WS-MOD-HH      PIC 99.
           03 WS-MOD-MI      PIC 99.
           03 WS-MOD-SS      PIC 99.
       77  WS-TIENE-IDX      PIC X.

      *    SUMA DE COMPROBACION: LA MISMA CUENTA QUE PRUMETA.
       01  WS-DATOS-PATH     PIC X(300).
       01  REG-DATOS-BYTES REDEFINES REG-DATOS.
           03 REG-BYTE       PIC 9(2) COMP-X OCCURS 1024.
       01  WS-BUFFER-IX      PIC X(1024).
       01  WS-BUFFER-IX-BYTES REDEFINES WS-BUFFER-IX.
           03 WS-IX-BYTE     PIC 9(2) COMP-X OCCURS 1024.
       77  WS-II             PIC 9999.
       77  WS-META-REGS      PIC 9(9).
       77  WS-META-SUMA      PIC 9(15).
       77  WS-ORG            PIC X.
       01  WS-IDX-PATH       PIC X(310).
       01  WS-CHK-DETALLE    PIC X(64).
       77  WS-SUMA-OK        PIC X.
           88 SUMA-BIEN      VALUE "S".

      *    RELOJ Y RETRASOS EN MINUTOS, CON LA MISMA SERIE DE DIAS
      *    SIMPLE QUE PRUFLOTA.
       77  WS-HOY            PIC X(8).
       01  WS-AHORA.
           03 WS-HH-AHORA    PIC 99.
           03 WS-MI-AHORA    PIC 99.
           03 WS-SS-AHORA    PIC 99.
           03 FILLER         PIC XX.
       01  WS-FECHA-N.
           03 WS-ANO-N       PIC 9(4).
           03 WS-MES-N       PIC 9(2).
           03 WS-DIA-N       PIC 9(2).
       77  WS-SERIE          PIC 9(7).
       77  WS-MIN-AHORA      PIC 9(9).
       77  WS-MIN-COPIA      PIC 9(9).
       77  WS-RETRASO        PIC 9(7).
       77  WS-RETRASO-MAX    PIC 9(7) VALUE ZEROES.
       77  WS-HH-N           PIC 99.
       77  WS-MI-N           PIC 99.
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
       01  WS-HORA-INI.
           03 WS-HH-INI      PIC 99.
           03 WS-MI-INI      PIC 99.
           03 WS-SS-INI      PIC 99.
           03 FILLER         PIC XX.
       01  WS-HORA-FIN.
           03 WS-HH-FIN      PIC 99.
           03 WS-MI-FIN      PIC 99.
           03 WS-SS-FIN      PIC 99.
           03 FILLER         PIC XX.
       77  WS-SEGS-INI       PIC 9(5).
       77  WS-SEGS-FIN       PIC 9(5).
       77  WS-SEGUNDOS       PIC 9(5).

       77  WS-COPIADOS       PIC 9(3) VALUE ZEROES.
       77  WS-SIN-CAMBIO     PIC 9(3) VALUE ZEROES.
       77  WS-FALLADOS       PIC 9(3) VALUE ZEROES.
       77  WS-AUSENTES       PIC 9(3) VALUE ZEROES.
       77  WS-AL-DIA         PIC 9(3) VALUE ZEROES.
       77  WS-ATRASADOS      PIC 9(3) VALUE ZEROES.
       77  WS-SIN-COPIA      PIC 9(3) VALUE ZEROES.
       77  WS-CONSISTENTES   PIC 9(3) VALUE ZEROES.
       77  WS-INCONSISTENTES PIC 9(3) VALUE ZEROES.
       77  WS-PENDIENTES     PIC 9(3) VALUE ZEROES.
       77  WS-RPO            PIC 9(7) VALUE ZEROES.
       77  WS-V-MOTIVO       PIC X(12).
       77  WS-RESULTADO      PIC X(8).
       01  WS-ESP-RESP       PIC X(400).

       LINKAGE SECTION.

       77  ACCION            PIC X(10).

       PROCEDURE DIVISION USING ACCION.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZERO TO RETURN-CODE.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO VALORTMP.
           DISPLAY "dd_tmp" UPON ENVIRONMENT-NAME.
           ACCEPT VALORTMP FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-FUERZA.
           DISPLAY "PRUESPEJOFUERZA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-FUERZA FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-NODO-LOCAL.
           DISPLAY "PRU14NODO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-NODO-LOCAL FROM ENVIRONMENT-VALUE.
           IF WS-NODO-LOCAL = SPACES OR WS-NODO-LOCAL = LOW-VALUES
              MOVE "0" TO WS-NODO-LOCAL
           END-IF.
           PERFORM TOMA-RELOJ THRU FIN-TOMA-RELOJ.
           PERFORM LEE-POLITICA THRU FIN-LEE-POLITICA.
           IF WS-RES-DATOS = SPACES
              MOVE SPACES TO WS-ESP-RESP
              STRING "|ESPEJOERROR|SINRESERVA|" DELIMITED BY SIZE
                     WS-POLITICA-PATH DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-ESP-RESP
              END-STRING
              DISPLAY WS-ESP-RESP UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           MOVE SPACES TO WS-ESPEJO-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/ESPEJO.DAT"
                     DELIMITED BY SPACE
                     INTO WS-ESPEJO-PATH
              END-STRING
           ELSE
              MOVE "ESPEJO.DAT" TO WS-ESPEJO-PATH
           END-IF.
           OPEN I-O ESPEJO.
           IF WS-ESPEJO-ESTADO NOT = "00"
              OPEN OUTPUT ESPEJO
              IF WS-ESPEJO-ESTADO NOT = "00"
                 MOVE "ABRIENDO ESPEJO" TO WS-CONTEXTO
                 CALL "PRUERR" USING WS-ESPEJO-ESTADO WS-ESPEJO-PATH
                                     PROG WS-CONTEXTO
                 MOVE 1 TO RETURN-CODE
                 GO TO FIN-PROCESOS
              END-IF
              CLOSE ESPEJO
              OPEN I-O ESPEJO
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "REPLICA"
                    PERFORM REPLICA-JUEGO THRU FIN-REPLICA-JUEGO
               WHEN "ESTADO"
                    PERFORM ESTADO-JUEGO THRU FIN-ESTADO-JUEGO
               WHEN "VERIFICA"
                    PERFORM VERIFICA-JUEGO THRU FIN-VERIFICA-JUEGO
               WHEN "ACTIVA"
                    PERFORM ACTIVA-RESERVA THRU FIN-ACTIVA-RESERVA
               WHEN "SIMULACRO"
                    PERFORM SIMULACRO THRU FIN-SIMULACRO
               WHEN OTHER
                    DISPLAY "|ESPEJOERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           CLOSE ESPEJO.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       REPLICA SECTION.
      *    SOLO VIAJA LO QUE CAMBIO (TAMAÑO O FECHA-HORA DISTINTOS DE
      *    LO APUNTADO), ASI LA PASADA SE PUEDE LANZAR CADA POCOS
      *    MINUTOS DESDE EL HORARIO. UN MIEMBRO QUE NO EXISTE EN ESTE
      *    NODO NO ES UN FALLO, COMO EN PRUSALVA.
       REPLICA-JUEGO.
           MOVE ZEROES TO WS-COPIADOS WS-SIN-CAMBIO WS-FALLADOS
                          WS-AUSENTES.
           ACCEPT WS-HORA-INI FROM TIME.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NMIEMBROS
              PERFORM REPLICA-MIEMBRO THRU FIN-REPLICA-MIEMBRO
           END-PERFORM.
           ACCEPT WS-HORA-FIN FROM TIME.
           PERFORM CALCULA-SEGUNDOS THRU FIN-CALCULA-SEGUNDOS.
           MOVE SPACES TO WS-ESP-RESP.
           STRING "|ESPEJOFIN|REPLICA|RESERVA:" DELIMITED BY SIZE
                  WS-RES-NODO DELIMITED BY SPACE
                  "|COPIADOS:" WS-COPIADOS
                  "|SINCAMBIO:" WS-SIN-CAMBIO
                  "|AUSENTES:" WS-AUSENTES
                  "|FALLADOS:" WS-FALLADOS
                  "|SEGUNDOS:" WS-SEGUNDOS "|"
                  DELIMITED BY SIZE
                  INTO WS-ESP-RESP
           END-STRING.
           PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA.
           IF WS-FALLADOS > ZERO
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-REPLICA-JUEGO.

       REPLICA-MIEMBRO.
           PERFORM RESUELVE-MIEMBRO THRU FIN-RESUELVE-MIEMBRO.
           PERFORM MIRA-VIVO THRU FIN-MIRA-VIVO.
           IF WS-EXISTE = "N"
              ADD 1 TO WS-AUSENTES
              GO TO FIN-REPLICA-MIEMBRO
           END-IF.
           MOVE TB-MIE-NOMBRE(WS-M) TO ESP-MIEMBRO.
           READ ESPEJO
               INVALID KEY
                  MOVE SPACES TO REG-ESPEJO
                  MOVE TB-MIE-NOMBRE(WS-M) TO ESP-MIEMBRO
                  MOVE ZEROES TO ESP-TAM ESP-REGS ESP-SUMA
                  WRITE REG-ESPEJO
           END-READ.
           IF ESP-COPIADO AND ESP-TAM = WS-TAM-VIVO AND
              ESP-MOD-FECHA = WS-MOD-FECHA AND
              ESP-MOD-HORA = WS-MOD-HORA
              ADD 1 TO WS-SIN-CAMBIO
              GO TO FIN-REPLICA-MIEMBRO
           END-IF.
           PERFORM COPIA-VERIFICADA THRU FIN-COPIA-VERIFICADA.
           IF WS-COPIA-BIEN NOT = "S"
              ADD 1 TO WS-FALLADOS
              MOVE "E" TO ESP-ESTADO
              REWRITE REG-ESPEJO
              MOVE SPACES TO WS-ESP-RESP
              STRING "|ESPEJO|ERROR|" DELIMITED BY SIZE
                     TB-MIE-NOMBRE(WS-M) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-DESTINO DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-ESP-RESP
              END-STRING
              PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA
              GO TO FIN-REPLICA-MIEMBRO
           END-IF.
           PERFORM COPIA-IDX THRU FIN-COPIA-IDX.
           MOVE WS-DESTINO TO WS-DATOS-PATH.
           PERFORM CALCULA-SUMA THRU FIN-CALCULA-SUMA.
           MOVE "C" TO ESP-ESTADO.
           MOVE WS-TAM-VIVO TO ESP-TAM.
           MOVE WS-MOD-FECHA TO ESP-MOD-FECHA.
           MOVE WS-MOD-HORA TO ESP-MOD-HORA.
           MOVE WS-HOY TO ESP-REP-FECHA.
           MOVE WS-AHORA(1:6) TO ESP-REP-HORA.
           MOVE WS-TIENE-IDX TO ESP-IDX.
           MOVE WS-META-REGS TO ESP-REGS.
           MOVE WS-META-SUMA TO ESP-SUMA.
           REWRITE REG-ESPEJO.
           ADD 1 TO WS-COPIADOS.
           MOVE SPACES TO WS-ESP-RESP.
           STRING "|ESPEJO|COPIADO|" DELIMITED BY SIZE
                  TB-MIE-NOMBRE(WS-M) DELIMITED BY SPACE
                  "|TAM:" ESP-TAM
                  "|ORIGEN:" ESP-MOD-FECHA "-" ESP-MOD-HORA "|"
                  DELIMITED BY SIZE
                  INTO WS-ESP-RESP
           END-STRING.
           PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA.
       FIN-REPLICA-MIEMBRO.

      *    ORIGEN VIVO Y DESTINO EN LA RESERVA (PLANO, POR NOMBRE).
       RESUELVE-MIEMBRO.
           MOVE SPACES TO WS-ORIGEN WS-DESTINO.
           EVALUATE TB-MIE-ORIGEN(WS-M)
               WHEN "T"
                    IF VALORTMP NOT = SPACES AND
                       VALORTMP NOT = LOW-VALUES
                       STRING VALORTMP DELIMITED BY SPACE
                              TB-MIE-NOMBRE(WS-M) DELIMITED BY SPACE
                              INTO WS-ORIGEN
                       END-STRING
                    ELSE
                       MOVE TB-MIE-NOMBRE(WS-M) TO WS-ORIGEN
                    END-IF
               WHEN "C"
                    DISPLAY "SRUCONFIG" UPON ENVIRONMENT-NAME
                    ACCEPT WS-ORIGEN FROM ENVIRONMENT-VALUE
                    IF WS-ORIGEN = SPACES OR WS-ORIGEN = LOW-VALUES
                       MOVE "SRU.CFG" TO WS-ORIGEN
                    END-IF
               WHEN OTHER
                    IF VALORDIR NOT = SPACES AND
                       VALORDIR NOT = LOW-VALUES
                       STRING VALORDIR DELIMITED BY SPACE
                              "/" DELIMITED BY SIZE
                              TB-MIE-NOMBRE(WS-M) DELIMITED BY SPACE
                              INTO WS-ORIGEN
                       END-STRING
                    ELSE
                       MOVE TB-MIE-NOMBRE(WS-M) TO WS-ORIGEN
                    END-IF
           END-EVALUATE.
           STRING WS-RES-DATOS DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  TB-MIE-NOMBRE(WS-M) DELIMITED BY SPACE
                  INTO WS-DESTINO
           END-STRING.
       FIN-RESUELVE-MIEMBRO.

      *    TAMAÑO Y FECHA-HORA DEL VIVO SEGUN CBL_CHECK_FILE_EXIST.
       MIRA-VIVO.
           MOVE "N" TO WS-EXISTE.
           MOVE SPACES TO WS-CHK-DETALLE1.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-ORIGEN
                                             WS-CHK-DETALLE1.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-MIRA-VIVO
           END-IF.
           MOVE "S" TO WS-EXISTE.
           MOVE WS-TAM1 TO WS-TAM-VIVO.
           MOVE WS-ANO1 TO WS-MOD-ANO.
           MOVE WS-MES1 TO WS-MOD-MES.
           MOVE WS-DIA1 TO WS-MOD-DIA.
           MOVE WS-HH1 TO WS-MOD-HH.
           MOVE WS-MI1 TO WS-MOD-MI.
           MOVE WS-SS1 TO WS-MOD-SS.
       FIN-MIRA-VIVO.

      *    MISMA DESCONFIANZA QUE PRUCP: LA COPIA SOLO CUENTA SI EL
      *    DESTINO EXISTE CON EL MISMO TAMAÑO.
       COPIA-VERIFICADA.
           MOVE "N" TO WS-COPIA-BIEN.
           CALL "CBL_COPY_FILE" USING WS-ORIGEN WS-DESTINO.
           IF RETURN-CODE NOT = ZERO
              MOVE ZERO TO RETURN-CODE
              GO TO FIN-COPIA-VERIFICADA
           END-IF.
           MOVE SPACES TO WS-CHK-DETALLE2.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DESTINO
                                             WS-CHK-DETALLE2.
           MOVE ZERO TO RETURN-CODE.
           IF WS-TAM2 = WS-TAM-VIVO
              MOVE "S" TO WS-COPIA-BIEN
           END-IF.
       FIN-COPIA-VERIFICADA.

      *    EL .idx DE LOS INDEXADOS VIAJA AL LADO SI EXISTE, COMO EN
      *    PRUSALVA.
       COPIA-IDX.
           MOVE "N" TO WS-TIENE-IDX.
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
              MOVE "S" TO WS-TIENE-IDX
           END-IF.
           MOVE ZERO TO RETURN-CODE.
       FIN-COPIA-IDX.

       ESTADO SECTION.
      *    AL DIA SI EL VIVO NO HA CAMBIADO DESDE LA ULTIMA COPIA; SI
      *    HA CAMBIADO, EL RETRASO ES EL TIEMPO DESDE ESA COPIA, QUE ES
      *    LO QUE SE PERDERIA SI EL CENTRAL CAYERA AHORA.
       ESTADO-JUEGO.
           MOVE ZEROES TO WS-AL-DIA WS-ATRASADOS WS-SIN-COPIA
                          WS-RETRASO-MAX.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NMIEMBROS
              PERFORM ESTADO-MIEMBRO THRU FIN-ESTADO-MIEMBRO
           END-PERFORM.
           MOVE SPACES TO WS-ESP-RESP.
           STRING "|ESPEJOFIN|ESTADO|RESERVA:" DELIMITED BY SIZE
                  WS-RES-NODO DELIMITED BY SPACE
                  "|ALDIA:" WS-AL-DIA
                  "|ATRASADOS:" WS-ATRASADOS
                  "|SINCOPIA:" WS-SIN-COPIA
                  "|RETRASOMAX:" WS-RETRASO-MAX "|"
                  DELIMITED BY SIZE
                  INTO WS-ESP-RESP
           END-STRING.
           PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA.
       FIN-ESTADO-JUEGO.

       ESTADO-MIEMBRO.
           PERFORM RESUELVE-MIEMBRO THRU FIN-RESUELVE-MIEMBRO.
           PERFORM MIRA-VIVO THRU FIN-MIRA-VIVO.
           IF WS-EXISTE = "N"
              GO TO FIN-ESTADO-MIEMBRO
           END-IF.
           MOVE TB-MIE-NOMBRE(WS-M) TO ESP-MIEMBRO.
           READ ESPEJO
               INVALID KEY
                  MOVE SPACES TO ESP-ESTADO
           END-READ.
           IF NOT ESP-COPIADO
              ADD 1 TO WS-SIN-COPIA
              MOVE SPACES TO WS-ESP-RESP
              STRING "|ESPEJO|" DELIMITED BY SIZE
                     TB-MIE-NOMBRE(WS-M) DELIMITED BY SPACE
                     "|SINCOPIA|" DELIMITED BY SIZE
                     INTO WS-ESP-RESP
              END-STRING
              PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA
              GO TO FIN-ESTADO-MIEMBRO
           END-IF.
           IF ESP-TAM = WS-TAM-VIVO AND
              ESP-MOD-FECHA = WS-MOD-FECHA AND
              ESP-MOD-HORA = WS-MOD-HORA
              ADD 1 TO WS-AL-DIA
              MOVE SPACES TO WS-ESP-RESP
              STRING "|ESPEJO|" DELIMITED BY SIZE
                     TB-MIE-NOMBRE(WS-M) DELIMITED BY SPACE
                     "|ALDIA|COPIA:" ESP-REP-FECHA "-" ESP-REP-HORA
                     "|" DELIMITED BY SIZE
                     INTO WS-ESP-RESP
              END-STRING
              PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA
              GO TO FIN-ESTADO-MIEMBRO
           END-IF.
           ADD 1 TO WS-ATRASADOS.
           MOVE ESP-REP-FECHA TO WS-FECHA-N.
           MOVE ZEROES TO WS-HH-N WS-MI-N.
           IF ESP-REP-HORA(1:4) IS NUMERIC
              MOVE ESP-REP-HORA(1:2) TO WS-HH-N
              MOVE ESP-REP-HORA(3:2) TO WS-MI-N
           END-IF.
           MOVE ZEROES TO WS-RETRASO.
           IF ESP-REP-FECHA IS NUMERIC
              PERFORM CALCULA-SERIE THRU FIN-CALCULA-SERIE
              COMPUTE WS-MIN-COPIA =
                      WS-SERIE * 1440 + WS-HH-N * 60 + WS-MI-N
              IF WS-MIN-AHORA > WS-MIN-COPIA
                 COMPUTE WS-RETRASO = WS-MIN-AHORA - WS-MIN-COPIA
              END-IF
           END-IF.
           IF WS-RETRASO > WS-RETRASO-MAX
              MOVE WS-RETRASO TO WS-RETRASO-MAX
           END-IF.
           MOVE SPACES TO WS-ESP-RESP.
           STRING "|ESPEJO|" DELIMITED BY SIZE
                  TB-MIE-NOMBRE(WS-M) DELIMITED BY SPACE
                  "|ATRASADO|CAMBIO:" WS-MOD-FECHA "-" WS-MOD-HORA
                  "|COPIA:" ESP-REP-FECHA "-" ESP-REP-HORA
                  "|RETRASO:" WS-RETRASO "|"
                  DELIMITED BY SIZE
                  INTO WS-ESP-RESP
           END-STRING.
           PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA.
       FIN-ESTADO-MIEMBRO.

       VERIFICACION SECTION.
      *    LA COPIA DE RESERVA DE CADA MIEMBRO REPLICADO TIENE QUE
      *    ESTAR, CON EL TAMAÑO, EL .idx Y LOS REGISTROS Y SUMA QUE SE
      *    APUNTARON AL COPIARLA. LO QUE EL VIVO HA CAMBIADO DESPUES
      *    SE CUENTA APARTE COMO PENDIENTE: NO ROMPE LA CONSISTENCIA,
      *    PERO ES LO QUE SE PERDERIA AL ACTIVAR.
       VERIFICA-JUEGO.
           MOVE ZEROES TO WS-CONSISTENTES WS-INCONSISTENTES
                          WS-PENDIENTES.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NMIEMBROS
              PERFORM VERIFICA-MIEMBRO THRU FIN-VERIFICA-MIEMBRO
           END-PERFORM.
           IF WS-INCONSISTENTES = ZERO AND WS-CONSISTENTES > ZERO
              MOVE "APTA" TO WS-RESULTADO
           ELSE
              MOVE "NOAPTA" TO WS-RESULTADO
              MOVE 1 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO WS-ESP-RESP.
           STRING "|ESPEJOFIN|VERIFICA|RESERVA:" DELIMITED BY SIZE
                  WS-RES-NODO DELIMITED BY SPACE
                  "|CONSISTENTES:" WS-CONSISTENTES
                  "|INCONSISTENTES:" WS-INCONSISTENTES
                  "|PENDIENTES:" WS-PENDIENTES
                  "|" DELIMITED BY SIZE
                  WS-RESULTADO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-ESP-RESP
           END-STRING.
           PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA.
       FIN-VERIFICA-JUEGO.

       VERIFICA-MIEMBRO.
           MOVE TB-MIE-NOMBRE(WS-M) TO ESP-MIEMBRO.
           READ ESPEJO
               INVALID KEY
                  GO TO FIN-VERIFICA-MIEMBRO
           END-READ.
           IF NOT ESP-COPIADO
              GO TO FIN-VERIFICA-MIEMBRO
           END-IF.
           PERFORM RESUELVE-MIEMBRO THRU FIN-RESUELVE-MIEMBRO.
           MOVE SPACES TO WS-V-MOTIVO.
           MOVE SPACES TO WS-CHK-DETALLE2.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DESTINO
                                             WS-CHK-DETALLE2.
           IF RETURN-CODE NOT = ZERO
              MOVE "FALTA" TO WS-V-MOTIVO
           ELSE
              IF WS-TAM2 NOT = ESP-TAM
                 MOVE "TAMANIO" TO WS-V-MOTIVO
              END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF WS-V-MOTIVO = SPACES AND ESP-IDX = "S"
              MOVE SPACES TO WS-AUX2
              STRING WS-DESTINO ".idx"
                     DELIMITED BY " "
                     INTO WS-AUX2
              END-STRING
              MOVE SPACES TO WS-CHK-DETALLE
              CALL "CBL_CHECK_FILE_EXIST" USING WS-AUX2
                                                WS-CHK-DETALLE
              IF RETURN-CODE NOT = ZERO
                 MOVE "SINIDX" TO WS-V-MOTIVO
              END-IF
              MOVE ZERO TO RETURN-CODE
           END-IF.
           IF WS-V-MOTIVO = SPACES
              MOVE WS-DESTINO TO WS-DATOS-PATH
              PERFORM CALCULA-SUMA THRU FIN-CALCULA-SUMA
              IF NOT SUMA-BIEN OR WS-META-REGS NOT = ESP-REGS OR
                 WS-META-SUMA NOT = ESP-SUMA
                 MOVE "SUMA" TO WS-V-MOTIVO
              END-IF
           END-IF.
           IF WS-V-MOTIVO NOT = SPACES
              ADD 1 TO WS-INCONSISTENTES
              MOVE SPACES TO WS-ESP-RESP
              STRING "|ESPEJO|INCONSISTENTE|" DELIMITED BY SIZE
                     TB-MIE-NOMBRE(WS-M) DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-V-MOTIVO DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-ESP-RESP
              END-STRING
              PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA
              GO TO FIN-VERIFICA-MIEMBRO
           END-IF.
           ADD 1 TO WS-CONSISTENTES.
           PERFORM MIRA-VIVO THRU FIN-MIRA-VIVO.
           IF WS-EXISTE = "S" AND
              (ESP-TAM NOT = WS-TAM-VIVO OR
               ESP-MOD-FECHA NOT = WS-MOD-FECHA OR
               ESP-MOD-HORA NOT = WS-MOD-HORA)
              ADD 1 TO WS-PENDIENTES
              MOVE SPACES TO WS-ESP-RESP
              STRING "|ESPEJO|PENDIENTE|" DELIMITED BY SIZE
                     TB-MIE-NOMBRE(WS-M) DELIMITED BY SPACE
                     "|COPIA:" ESP-REP-FECHA "-" ESP-REP-HORA "|"
                     DELIMITED BY SIZE
                     INTO WS-ESP-RESP
              END-STRING
              PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA
           END-IF.
       FIN-VERIFICA-MIEMBRO.

       ACTIVACION SECTION.
      *    LA RESERVA SOLO SE ACTIVA SI LA VERIFICACION LA DA POR APTA
      *    (O SE FUERZA). CENTRAL.ACT SE ESCRIBE EN LA RESERVA, QUE
      *    PASA A SER EL dd_dir DEL PARQUE, Y SE INTENTA TAMBIEN EN EL
      *    dd_dir ACTUAL PARA QUE QUIEN SIGA MIRANDO AHI SE ENTERE.
       ACTIVA-RESERVA.
           PERFORM VERIFICA-JUEGO THRU FIN-VERIFICA-JUEGO.
           IF WS-RESULTADO NOT = "APTA" AND NOT FUERZA-SI
              DISPLAY "|ESPEJOERROR|NOAPTA|FUERZA PRUESPEJOFUERZA=S|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ACTIVA-RESERVA
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LEE-CENTRAL THRU FIN-LEE-CENTRAL.
           MOVE WS-C-NODO TO WS-ANTERIOR.
           MOVE SPACES TO REG-CENTRAL.
           STRING WS-RES-NODO DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-RES-DATOS DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WS-RES-ROM DELIMITED BY SPACE
                  ";" WS-HOY ";" WS-AHORA(1:6) ";"
                  DELIMITED BY SIZE
                  WS-ANTERIOR DELIMITED BY SPACE
                  INTO REG-CENTRAL
           END-STRING.
           MOVE SPACES TO WS-CENTRAL-PATH.
           STRING WS-RES-DATOS DELIMITED BY SPACE
                  "/CENTRAL.ACT" DELIMITED BY SIZE
                  INTO WS-CENTRAL-PATH
           END-STRING.
           OPEN OUTPUT CENTRAL.
           IF WS-CENTRAL-ESTADO NOT = "00"
              MOVE "ACTIVANDO RESERVA" TO WS-CONTEXTO
              CALL "PRUERR" USING WS-CENTRAL-ESTADO WS-CENTRAL-PATH
                                  PROG WS-CONTEXTO
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ACTIVA-RESERVA
           END-IF.
           WRITE REG-CENTRAL.
           CLOSE CENTRAL.
           PERFORM RUTA-CENTRAL-LOCAL THRU FIN-RUTA-CENTRAL-LOCAL.
           OPEN OUTPUT CENTRAL.
           IF WS-CENTRAL-ESTADO = "00"
              WRITE REG-CENTRAL
              CLOSE CENTRAL
           END-IF.
           MOVE SPACES TO WS-ESP-RESP.
           STRING "|ESPEJO|ACTIVADO|CENTRAL:" DELIMITED BY SIZE
                  WS-RES-NODO DELIMITED BY SPACE
                  "|ANTERIOR:" DELIMITED BY SIZE
                  WS-ANTERIOR DELIMITED BY SPACE
                  "|dd_dir:" DELIMITED BY SIZE
                  WS-RES-DATOS DELIMITED BY SPACE
                  "|dd_rom:" DELIMITED BY SIZE
                  WS-RES-ROM DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-ESP-RESP
           END-STRING.
           PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA.
       FIN-ACTIVA-RESERVA.

      *    EL CENTRAL ACTIVO HASTA AHORA, SI HAY CENTRAL.ACT.
       LEE-CENTRAL.
           MOVE "?" TO WS-C-NODO.
           PERFORM RUTA-CENTRAL-LOCAL THRU FIN-RUTA-CENTRAL-LOCAL.
           OPEN INPUT CENTRAL.
           IF WS-CENTRAL-ESTADO NOT = "00"
              GO TO FIN-LEE-CENTRAL
           END-IF.
           READ CENTRAL
               AT END
                  MOVE SPACES TO REG-CENTRAL
           END-READ.
           IF REG-CENTRAL NOT = SPACES
              UNSTRING REG-CENTRAL DELIMITED BY ";" INTO WS-C-NODO
              END-UNSTRING
           END-IF.
           CLOSE CENTRAL.
       FIN-LEE-CENTRAL.

       RUTA-CENTRAL-LOCAL.
           MOVE SPACES TO WS-CENTRAL-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/CENTRAL.ACT"
                     DELIMITED BY SPACE
                     INTO WS-CENTRAL-PATH
              END-STRING
           ELSE
              MOVE "CENTRAL.ACT" TO WS-CENTRAL-PATH
           END-IF.
       FIN-RUTA-CENTRAL-LOCAL.

       ENSAYO SECTION.
      *    EL ENSAYO: RETRASO ANTES DE REPLICAR (LO QUE SE HABRIA
      *    PERDIDO), PASADA DE REPLICA CRONOMETRADA, VERIFICACION Y
      *    VEREDICTO, SIN ESCRIBIR CENTRAL.ACT. TODO QUEDA ADEMAS EN
      *    ESPEJO-SIMULACRO-YYYYMMDD-HHMMSS.LOG BAJO dd_trz, ANOTADO
      *    EN EL CATALOGO, COMO EVIDENCIA PARA AUDITORIA.
       SIMULACRO.
           MOVE SPACES TO WS-EVIDENCIA-PATH.
           IF WS-DD-TRZ NOT = SPACES AND WS-DD-TRZ NOT = LOW-VALUES
              STRING WS-DD-TRZ DELIMITED BY SPACE
                     "/ESPEJO-SIMULACRO-" WS-HOY "-" WS-AHORA(1:6)
                     ".LOG" DELIMITED BY SIZE
                     INTO WS-EVIDENCIA-PATH
              END-STRING
           ELSE
              STRING "ESPEJO-SIMULACRO-" WS-HOY "-" WS-AHORA(1:6)
                     ".LOG" DELIMITED BY SIZE
                     INTO WS-EVIDENCIA-PATH
              END-STRING
           END-IF.
           OPEN OUTPUT EVIDENCIA.
           IF WS-EVIDENCIA-ESTADO = "00"
              SET EVIDENCIA-ABIERTA TO TRUE
           END-IF.
           PERFORM LEE-CENTRAL THRU FIN-LEE-CENTRAL.
           MOVE SPACES TO WS-ESP-RESP.
           STRING "|SIMULACRO|" WS-HOY "-" WS-AHORA(1:6)
                  "|NODO:" DELIMITED BY SIZE
                  WS-NODO-LOCAL DELIMITED BY SPACE
                  "|CENTRAL:" DELIMITED BY SIZE
                  WS-C-NODO DELIMITED BY SPACE
                  "|RESERVA:" DELIMITED BY SIZE
                  WS-RES-NODO DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-RES-DATOS DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-ESP-RESP
           END-STRING.
           PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA.
           PERFORM ESTADO-JUEGO THRU FIN-ESTADO-JUEGO.
           MOVE WS-RETRASO-MAX TO WS-RPO.
           PERFORM REPLICA-JUEGO THRU FIN-REPLICA-JUEGO.
           PERFORM VERIFICA-JUEGO THRU FIN-VERIFICA-JUEGO.
           IF WS-FALLADOS > ZERO
              MOVE "NOAPTA" TO WS-RESULTADO
           END-IF.
           MOVE SPACES TO WS-ESP-RESP.
           STRING "|SIMULACROFIN|" DELIMITED BY SIZE
                  WS-RESULTADO DELIMITED BY SPACE
                  "|RETRASOPREVIO:" WS-RPO
                  "|SEGUNDOSREPLICA:" WS-SEGUNDOS
                  "|CONSISTENTES:" WS-CONSISTENTES
                  "|INCONSISTENTES:" WS-INCONSISTENTES
                  "|SINCONMUTAR|" DELIMITED BY SIZE
                  INTO WS-ESP-RESP
           END-STRING.
           PERFORM EMITE-LINEA THRU FIN-EMITE-LINEA.
           IF EVIDENCIA-ABIERTA
              CLOSE EVIDENCIA
              MOVE "N" TO WS-EVIDENCIA-ABIERTA
              CALL "PRUCAT" USING "ALTA" WS-EVIDENCIA-PATH
              DISPLAY "|SIMULACRO|EVIDENCIA|" WS-EVIDENCIA-PATH "|"
                      UPON SYSOUT
           END-IF.
           IF WS-RESULTADO NOT = "APTA"
              MOVE 1 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.
       FIN-SIMULACRO.

       APOYO SECTION.
      *    LA LINEA SALE POR SYSOUT Y, EN UN SIMULACRO, TAMBIEN A LA
      *    EVIDENCIA.
       EMITE-LINEA.
           DISPLAY WS-ESP-RESP UPON SYSOUT.
           IF EVIDENCIA-ABIERTA
              MOVE WS-ESP-RESP TO REG-EVIDENCIA
              WRITE REG-EVIDENCIA
           END-IF.
       FIN-EMITE-LINEA.

       LEE-POLITICA.
           MOVE SPACES TO WS-RES-NODO WS-RES-DATOS WS-RES-ROM.
           MOVE SPACES TO WS-POLITICA-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/ESPEJO.POL"
                     DELIMITED BY SPACE
                     INTO WS-POLITICA-PATH
              END-STRING
           ELSE
              MOVE "ESPEJO.POL" TO WS-POLITICA-PATH
           END-IF.
           OPEN INPUT POLITICA.
           IF WS-POLITICA-ESTADO NOT = "00"
              GO TO FIN-LEE-POLITICA
           END-IF.
       LEYENDO-POLITICA.
           READ POLITICA
               AT END
                  GO TO CIERRA-POLITICA
           END-READ.
           IF REG-POLITICA = SPACES OR REG-POLITICA(1:1) = "*"
              GO TO LEYENDO-POLITICA
           END-IF.
           UNSTRING REG-POLITICA DELIMITED BY ";" INTO
                 WS-RES-NODO
                 WS-RES-DATOS
                 WS-RES-ROM
           END-UNSTRING.
           IF WS-RES-ROM = SPACES
              MOVE WS-RES-DATOS TO WS-RES-ROM
           END-IF.
       CIERRA-POLITICA.
           CLOSE POLITICA.
       FIN-LEE-POLITICA.

       TOMA-RELOJ.
           ACCEPT WS-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-AHORA FROM TIME.
           MOVE WS-HOY TO WS-FECHA-N.
           PERFORM CALCULA-SERIE THRU FIN-CALCULA-SERIE.
           COMPUTE WS-MIN-AHORA =
                   WS-SERIE * 1440 + WS-HH-AHORA * 60 + WS-MI-AHORA.
       FIN-TOMA-RELOJ.

       CALCULA-SERIE.
           COMPUTE WS-SERIE = WS-ANO-N * 365 + WS-ANO-N / 4
                   + TB-ACUM(WS-MES-N) + WS-DIA-N.
       FIN-CALCULA-SERIE.

       CALCULA-SEGUNDOS.
           COMPUTE WS-SEGS-INI =
                   WS-HH-INI * 3600 + WS-MI-INI * 60 + WS-SS-INI.
           COMPUTE WS-SEGS-FIN =
                   WS-HH-FIN * 3600 + WS-MI-FIN * 60 + WS-SS-FIN.
           IF WS-SEGS-FIN >= WS-SEGS-INI
              COMPUTE WS-SEGUNDOS = WS-SEGS-FIN - WS-SEGS-INI
           ELSE
              COMPUTE WS-SEGUNDOS = WS-SEGS-FIN - WS-SEGS-INI + 86400
           END-IF.
       FIN-CALCULA-SEGUNDOS.

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
