                      REGISTRO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - En una remesa de un mes cerrado
*********************               en PRUCIERRE, ETAPA no estampa lo
*********************               que cambia las cifras cerradas
*********************               (VALIDA, GENERA, DIVISA, RESUELVE
*********************               y RETIRA): REMESAERROR CERRADO y
*********************               RETURN-CODE 3. Lo que llega
*********************               despues por naturaleza
*********************               (devoluciones, extracto,
*********************               comisiones, acuses) se sigue
*********************               estampando. Una etapa que no se
*********************               estampa por cualquier otro motivo
*********************               deja RETURN-CODE 1.
********************* 15/10/2026 CVJ - Pagos aparcados de PRUAPARCA:
*********************               accion APARCADA (la siguiente
*********************               remesa con algo en .DUP o .PTE) y
*********************               etapa RESUELVE;origen;destino;
*********************               importe;divisa, que pasa un pago
*********************               de DUP (D) o PTE (P) a OK (O, solo
*********************               antes de generar, y a su divisa)
*********************               o a MAL (M). La entrada sigue
*********************               cuadrando con OK+MAL+DUP+PTE.
********************* 15/10/2026 CVJ - Empresas del grupo: ALTA trae un
*********************               cuarto campo con el codigo de
*********************               empresa de PRUEMPRESA (REM-EMPRESA,
*********************               blanco si no se usa), que tiene
*********************               que estar dado de alta. CONSULTA
*********************               y VALIDADA lo devuelven al final
*********************               del detalle y LISTA lo enseña.
*********************               LISTA y CONCILIA con un codigo en
*********************               el detalle se quedan con las
*********************               remesas de esa empresa. Accion
*********************               GRUPO: cuentas y sumas por empresa
*********************               y del grupo entero (con codigo en
*********************               el detalle, solo esa, y devuelve
*********************               "remesas;okregs;oksuma;genregs;
*********************               gensuma"). El registro crece: un
*********************               REMESAS.DAT anterior se reorganiza
*********************               con PRUREORG.
********************* 15/10/2026 CVJ - Accion VALIDADA para el control
*********************               de anomalias de PRUANOMA: la
*********************               siguiente remesa despues de
*********************               IDREMESA con algo aceptado en la
*********************               validacion, generada o no.
********************* 15/10/2026 CVJ - Comisiones del banco: la etapa
*********************               COMISION;importe;fecha (la
*********************               estampa PRUEXTRACTO) ACUMULA lo que
*********************               el banco cargo por la remesa
*********************               (REM-COM-REAL/REM-COM-FECHA) y la
*********************               etapa TARIFA;importe deja la
*********************               comision prevista que calcula
*********************               PRUCOMIS (REM-COM-PREVISTA); una
*********************               generacion nueva limpia las dos.
*********************               Accion GENERADA: la siguiente
*********************               remesa generada despues de
*********************               IDREMESA, vista o no en el
*********************               extracto. El registro crece: un
*********************               REMESAS.DAT anterior se reorganiza
*********************               con PRUREORG.
********************* 15/10/2026 CVJ - Accion VIVA para la prevision de
*********************               tesoreria de PRUPREVIS: la
*********************               siguiente remesa despues de
*********************               IDREMESA con dinero aun por mover,
*********************               validada sin generar (V) o generada
*********************               sin verse entera en el extracto
*********************               (G).
********************* 15/10/2026 CVJ - Extracto del banco: GENERA trae
*********************               un quinto campo con la clase de la
*********************               remesa (REM-CLASE, C para los
*********************               cobros de PRUGENADEU, blanco para
*********************               los pagos) y la nueva etapa
*********************               EXTRACTO;regs;suma;fecha (la
*********************               estampa PRUEXTRACTO) ACUMULA lo
*********************               visto en el extracto
*********************               (REM-EXT-REGS/REM-EXT-SUMA) y deja
*********************               en REM-EXT-FECHA el dia en que la
*********************               remesa se vio entera. Accion
*********************               PROXIMA: la siguiente remesa
*********************               generada despues de IDREMESA que
*********************               el extracto aun no ha visto
*********************               entera. CONSULTA devuelve la clase
*********************               detras del fichero. El registro
*********************               crece: un REMESAS.DAT anterior se
*********************               reorganiza con PRUREORG.
********************* 15/10/2026 CVJ - Acuses del banco: GENERA anota
*********************               su fecha (REM-GEN-FECHA) y la
*********************               nueva etapa RECHAZA;motivo deja
*********************               fecha y motivo del rechazo
*********************               (REM-RCH-FECHA/REM-RCH-MOTIVO)
*********************               que una generacion nueva limpia.
*********************               Accion BUSCA: con el nombre del
*********************               fichero de ordenes en el detalle
*********************               devuelve el id en IDREMESA y el
*********************               detalle de CONSULTA (la que aun no
*********************               salio si hay varias). Accion
*********************               SINACUSE: con una fecha en el
*********************               detalle devuelve "cuantas;id;id.."
*********************               de las generadas antes de ese dia
*********************               sin ENVIO, y RC 1 si hay alguna.
*********************               El registro crece: un REMESAS.DAT
*********************               anterior se reorganiza con
*********************               PRUREORG.
********************* 15/10/2026 CVJ - Retirada de pagos: la etapa
*********************               GENERA trae un cuarto campo con el
*********************               fichero de ordenes generado
*********************               (REM-GEN-FICHERO) y la nueva etapa
*********************               RETIRA;regs;suma;divisa;euros (la
*********************               estampa PRURETIRA) pasa lo retirado
*********************               de lo generado a REM-RET-REGS/
*********************               REM-RET-SUMA, tambien en la fila
*********************               de su divisa. La accion CONSULTA
*********************               devuelve en el detalle "envio;
*********************               genregs;gensuma;fichero" y RC 1 si
*********************               la remesa no existe. CONCILIA
*********************               prueba GEN + RET = OK. El registro
*********************               crece: un REMESAS.DAT anterior se
*********************               reorganiza con PRUREORG.
********************* 15/10/2026 CVJ - Fecha valor: la etapa GENERA
*********************               trae un tercer campo opcional con
*********************               la fecha de ejecucion calculada
*********************               por PRUGENPAG, que queda en
*********************               REM-FECHA-VALOR y sale en LISTA.
*********************               El registro crece: un REMESAS.DAT
*********************               anterior se reorganiza con
*********************               PRUREORG.
********************* 15/10/2026 CVJ - Totales por divisa: el
*********************               registro gana hasta cinco divisas
*********************               (REM-DIVISAS) con lo validado y lo
*********************               generado en cuenta, suma en la
*********************               divisa y contravalor en euros. La
*********************               etapa DIVISA;VALIDA|GENERA;div;
*********************               regs;suma;euros la estampan
*********************               PRUIBANEUR y PRUGENPAG detras de
*********************               su etapa; VALIDA y GENERA limpian
*********************               antes su mitad. LISTA y CONCILIA
*********************               las muestran y lo generado tiene
*********************               que ser lo validado tambien por
*********************               divisa. Las sumas de siempre
*********************               siguen siendo importes sin divisa
*********************               (la entrada no la sabe). El
*********************               registro crece: un REMESAS.DAT
*********************               anterior se reorganiza con
*********************               PRUREORG.
********************* 15/10/2026 CVJ - Devoluciones: el registro gana
*********************               REM-DEV-REGS/REM-DEV-SUMA al lado
*********************               de lo generado y la etapa
*********************               DEVUELVE;regs;suma (la estampa
*********************               PRUDEVOL) las ACUMULA, porque las
*********************               devoluciones de una remesa llegan
*********************               en varios ficheros del banco.
*********************               LISTA las enseña y CONCILIA da,
*********************               por remesa generada, lo enviado,
*********************               lo devuelto y lo liquidado (GEN -
*********************               DEV); devolver mas de lo generado
*********************               es descuadre. El registro crece:
*********************               un REMESAS.DAT anterior se
*********************               reorganiza con PRUREORG.
********************* 02/09/2026 CVJ - La etapa VALIDA acepta tambien
*********************               los dudosos (.DUP) y los
*********************               pendientes de vetar (.PTE) con
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
      *    EL REGISTRO CON ID 0 ES EL CONTADOR DE IDS.
       01  REG-REMESAS-CONTROL.
           03 RMC-ID         PIC 9(6).
           03 RMC-ULTIMO     PIC 9(6).
           03 FILLER         PIC X(1017).

       WORKING-STORAGE SECTION.

       77  WS-ABIERTO        PIC X VALUE "N".
           88 REMESAS-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-CIE-ACCION     PIC X(8) VALUE "VERIFICA".
       77  WS-CIE-PERIODO    PIC X(6).
       77  WS-CIE-DETALLE    PIC X(160).
       77  WS-SIGUIENTE      PIC 9(6).
       77  WS-ID-LONG        PIC 99.
       77  WS-ID-BUSCADO     PIC 9(6).
       77  WS-CUADRAN        PIC 9(5) VALUE ZEROES.
       77  WS-DESCUADRES     PIC 9(5) VALUE ZEROES.
       77  WS-CUADRA         PIC X.
       77  WS-LIQ-REGS       PIC 9(7).
       77  WS-LIQ-SUMA       PIC 9(15).
       01  WS-REM-RESP       PIC X(500).
       77  WS-RD-I           PIC 9.
       77  WS-RD-HUECO       PIC 9.
       77  WS-RD-ETAPA       PIC X(8).
       77  WS-RD-CODIGO      PIC X(3).
       77  WS-RET-EUROS      PIC 9(15).
       77  WS-RES-ORIGEN     PIC X.
       77  WS-RES-DESTINO    PIC X.
       77  WS-RES-FILA       PIC 9.
       01  WS-BASE-BUSCADA   PIC X(120).
       01  WS-BASE-NOMBRE    PIC X(120).
       01  WS-BASE-ENTRA     PIC X(120).
       77  WS-BASE-K         PIC 999.
       77  WS-BASE-BARRA     PIC 999.
       77  WS-HALLADA        PIC 9(6).
       77  WS-HALLADA-ENV    PIC 9(6).
       77  WS-SIN-ACUSE      PIC 9(5).
       77  WS-FECHA-CORTE    PIC X(8).
       77  WS-DET-PUNTERO    PIC 999.

       77  WS-EMP-ACCION     PIC X(8) VALUE "CONSULTA".
       77  WS-EMP-CODIGO     PIC X(3).
       01  WS-EMP-DETALLE    PIC X(160).
       77  WS-EMP-FILTRO     PIC X(3).
      *    TOTALES POR EMPRESA DE LA VISTA DE GRUPO; LA FILA 51 ES EL
      *    GRUPO ENTERO.
       01  TB-GRUPO.
           03 TB-GRP         OCCURS 51.
              05 TG-EMPRESA  PIC X(3).
              05 TG-REMESAS  PIC 9(6).
              05 TG-ENT-REGS PIC 9(9).
              05 TG-ENT-SUMA PIC 9(17).
              05 TG-OK-REGS  PIC 9(9).
              05 TG-OK-SUMA  PIC 9(17).
              05 TG-GEN-REGS PIC 9(9).
              05 TG-GEN-SUMA PIC 9(17).
              05 TG-DEV-REGS PIC 9(9).
              05 TG-DEV-SUMA PIC 9(17).
       77  WS-TG-N           PIC 99 VALUE ZEROES.
       77  WS-TG-I           PIC 99.
       77  WS-TG-HALLADA     PIC 99.

       LINKAGE SECTION.

       PROCESOS.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM ALTA-REMESA THRU FIN-ALTA-REMESA
               WHEN "ETAPA"
                    PERFORM ESTAMPA-ETAPA THRU FIN-ESTAMPA-ETAPA
               WHEN "CONSULTA"
                    PERFORM CONSULTA-REMESA THRU FIN-CONSULTA-REMESA
               WHEN "BUSCA"
                    PERFORM BUSCA-REMESA THRU FIN-BUSCA-REMESA
               WHEN "PROXIMA"
                    PERFORM SIGUIENTE-REMESA THRU FIN-SIGUIENTE-REMESA
               WHEN "VIVA"
                    PERFORM REMESA-VIVA THRU FIN-REMESA-VIVA
               WHEN "GENERADA"
                    PERFORM REMESA-GENERADA THRU FIN-REMESA-GENERADA
               WHEN "VALIDADA"
                    PERFORM REMESA-VALIDADA THRU FIN-REMESA-VALIDADA
               WHEN "APARCADA"
                    PERFORM REMESA-APARCADA THRU FIN-REMESA-APARCADA
               WHEN "SINACUSE"
                    PERFORM REMESAS-SIN-ACUSE
                       THRU FIN-REMESAS-SIN-ACUSE
               WHEN "LISTA"
                    PERFORM LISTA-REMESAS THRU FIN-LISTA-REMESAS
               WHEN "CONCILIA"
                    PERFORM CONCILIA-REMESAS THRU FIN-CONCILIA-REMESAS
               WHEN "GRUPO"
                    PERFORM VISTA-GRUPO THRU FIN-VISTA-GRUPO
               WHEN OTHER
                    DISPLAY "|REMESAERROR|ACCION|" ACCION "|"
                            UPON SYSOUT

       MANTENIMIENTO SECTION.
       ALTA-REMESA.
      *    LA EMPRESA, SI VIENE, TIENE QUE ESTAR EN EL REGISTRO ANTES
      *    DE GASTAR UN ID.
           MOVE SPACES TO WS-D-FICHERO WS-T1 WS-T2 WS-T3.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-FICHERO
                 WS-T1
                 WS-T2
                 WS-T3
           END-UNSTRING.
           MOVE WS-T3(1:3) TO WS-EMP-CODIGO.
           IF WS-EMP-CODIGO NOT = SPACES
              MOVE SPACES TO WS-EMP-DETALLE
              CALL "PRUEMPRESA" USING WS-EMP-ACCION WS-EMP-CODIGO
                                      WS-EMP-DETALLE
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "|REMESAERROR|EMPRESA|" WS-EMP-CODIGO "|"
                         UPON SYSOUT
                 MOVE 1 TO RETURN-CODE
                 GO TO FIN-ALTA-REMESA
              END-IF
           END-IF.
           MOVE ZEROES TO REM-ID.
           READ REMESAS
               INVALID KEY
           MOVE WS-SIGUIENTE TO RMC-ULTIMO.
           REWRITE REG-REMESAS-CONTROL.

           MOVE SPACES TO REG-REMESAS.
           MOVE WS-SIGUIENTE TO REM-ID.
           MOVE WS-D-FICHERO TO REM-FICHERO.
                          REM-MAL-REGS REM-MAL-SUMA
                          REM-DUP-REGS REM-DUP-SUMA
                          REM-PTE-REGS REM-PTE-SUMA
                          REM-GEN-REGS REM-GEN-SUMA
                          REM-DEV-REGS REM-DEV-SUMA
                          REM-RET-REGS REM-RET-SUMA
                          REM-EXT-REGS REM-EXT-SUMA
                          REM-COM-PREVISTA REM-COM-REAL.
           PERFORM VARYING WS-RD-I FROM 1 BY 1 UNTIL WS-RD-I > 5
              MOVE SPACES TO RD-CODIGO(WS-RD-I)
              MOVE ZEROES TO RD-OK-REGS(WS-RD-I) RD-OK-SUMA(WS-RD-I)
                             RD-OK-EUR(WS-RD-I) RD-GEN-REGS(WS-RD-I)
                             RD-GEN-SUMA(WS-RD-I) RD-GEN-EUR(WS-RD-I)
                             RD-RET-REGS(WS-RD-I) RD-RET-SUMA(WS-RD-I)
           END-PERFORM.
           PERFORM ENCAJA-NUMERO.
           MOVE WS-NUM-15 TO REM-ENT-REGS.
           MOVE WS-T2 TO WS-T1.
           PERFORM ENCAJA-NUMERO.
           MOVE WS-NUM-15 TO REM-ENT-SUMA.
           MOVE SPACES TO REM-ENV-FECHA REM-FECHA-VALOR
                          REM-GEN-FICHERO REM-GEN-FECHA
                          REM-RCH-FECHA REM-RCH-MOTIVO
                          REM-CLASE REM-EXT-FECHA REM-COM-FECHA.
           MOVE WS-EMP-CODIGO TO REM-EMPRESA.
           WRITE REG-REMESAS
               INVALID KEY
                  CONTINUE

       ETAPAS SECTION.
       ESTAMPA-ETAPA.
           MOVE ZERO TO RETURN-CODE.
           PERFORM LOCALIZA-REMESA THRU FIN-LOCALIZA-REMESA.
           IF REM-ID = ZEROES
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ESTAMPA-ETAPA
           END-IF.
           MOVE SPACES TO WS-ETAPA WS-T1 WS-T2 WS-T3 WS-T4
                    MOVE WS-T8 TO WS-T1
                    PERFORM ENCAJA-NUMERO
                    MOVE WS-NUM-15 TO REM-PTE-SUMA
                    PERFORM VARYING WS-RD-I FROM 1 BY 1
                            UNTIL WS-RD-I > 5
                       MOVE ZEROES TO RD-OK-REGS(WS-RD-I)
                                      RD-OK-SUMA(WS-RD-I)
                                      RD-OK-EUR(WS-RD-I)
                    END-PERFORM
               WHEN "GENERA"
                    PERFORM ENCAJA-NUMERO
                    MOVE WS-NUM-15 TO REM-GEN-REGS
                    MOVE WS-T2 TO WS-T1
                    PERFORM ENCAJA-NUMERO
                    MOVE WS-NUM-15 TO REM-GEN-SUMA
                    MOVE WS-T3(1:8) TO REM-FECHA-VALOR
      *             EL FICHERO NO CABE EN LOS CAMPOS DE 16 - SE SACA
      *             CON SU PROPIO UNSTRING, Y LA CLASE VA DETRAS.
      *             UNA GENERACION NUEVA EMPIEZA SIN RETIRADAS Y SIN
      *             NADA VISTO EN EL EXTRACTO NI COMISIONES.
                    MOVE SPACES TO WS-D-FICHERO WS-T4
                    UNSTRING DETALLE DELIMITED BY ";" INTO
                          WS-ETAPA WS-T1 WS-T2 WS-T3
                          WS-D-FICHERO WS-T4
                    END-UNSTRING
                    MOVE WS-D-FICHERO TO REM-GEN-FICHERO
                    MOVE WS-T4(1:1) TO REM-CLASE
                    MOVE ZEROES TO REM-RET-REGS REM-RET-SUMA
                                   REM-EXT-REGS REM-EXT-SUMA
                                   REM-COM-PREVISTA REM-COM-REAL
                    MOVE SPACES TO REM-EXT-FECHA REM-COM-FECHA
                    ACCEPT REM-GEN-FECHA FROM DATE YYYYMMDD
                    MOVE SPACES TO REM-RCH-FECHA REM-RCH-MOTIVO
                    PERFORM VARYING WS-RD-I FROM 1 BY 1
                            UNTIL WS-RD-I > 5
                       MOVE ZEROES TO RD-GEN-REGS(WS-RD-I)
                                      RD-GEN-SUMA(WS-RD-I)
                                      RD-GEN-EUR(WS-RD-I)
                                      RD-RET-REGS(WS-RD-I)
                                      RD-RET-SUMA(WS-RD-I)
                    END-PERFORM
      *        CADA DIVISA DE LA VALIDACION O DE LA GENERACION SE
      *        ESTAMPA EN SU FILA (LA PRIMERA LIBRE SI ES NUEVA).
               WHEN "DIVISA"
                    PERFORM ESTAMPA-DIVISA THRU FIN-ESTAMPA-DIVISA
                    IF WS-RD-HUECO = ZERO
                       MOVE 1 TO RETURN-CODE
                       GO TO FIN-ESTAMPA-ETAPA
                    END-IF
               WHEN "ENVIO"
                    ACCEPT REM-ENV-FECHA FROM DATE YYYYMMDD
      *        EL BANCO DEVOLVIO EL FICHERO ENTERO: QUEDA SIN ENVIO
      *        HASTA QUE SE GENERE DE NUEVO.
               WHEN "RECHAZA"
                    ACCEPT REM-RCH-FECHA FROM DATE YYYYMMDD
                    MOVE WS-T1(1:8) TO REM-RCH-MOTIVO
      *        UN PAGO RETIRADO DEL FICHERO ANTES DE ENVIARLO DEJA DE
      *        SER GENERADO Y PASA A RETIRADO, EN TOTAL Y EN SU DIVISA.
               WHEN "RETIRA"
                    PERFORM RETIRA-PAGO THRU FIN-RETIRA-PAGO
                    IF WS-RD-HUECO = ZERO
                       MOVE 1 TO RETURN-CODE
                       GO TO FIN-ESTAMPA-ETAPA
                    END-IF
      *        UN PAGO APARCADO EN .DUP O .PTE QUE SE LIBERA (A OK) O
      *        SE RECHAZA O CADUCA (A MAL), UNO A UNO.
               WHEN "RESUELVE"
                    PERFORM RESUELVE-PAGO THRU FIN-RESUELVE-PAGO
                    IF WS-RD-HUECO = ZERO
                       MOVE 1 TO RETURN-CODE
                       GO TO FIN-ESTAMPA-ETAPA
                    END-IF
      *        LO VISTO EN EL EXTRACTO SE SUMA DIA A DIA (EL BANCO
      *        PUEDE CARGAR LOS PAGOS SUELTOS Y EN VARIOS DIAS); LA
      *        REMESA QUEDA VISTA ENTERA CON LA FECHA DEL EXTRACTO EN
      *        QUE SE COMPLETA.
               WHEN "EXTRACTO"
                    PERFORM ENCAJA-NUMERO
                    ADD WS-NUM-15 TO REM-EXT-REGS
                    MOVE WS-T2 TO WS-T1
                    PERFORM ENCAJA-NUMERO
                    ADD WS-NUM-15 TO REM-EXT-SUMA
                    IF REM-EXT-FECHA = SPACES AND
                       REM-EXT-REGS NOT < REM-GEN-REGS AND
                       REM-EXT-SUMA NOT < REM-GEN-SUMA
                       MOVE WS-T3(1:8) TO REM-EXT-FECHA
                       IF REM-EXT-FECHA = SPACES
                          ACCEPT REM-EXT-FECHA FROM DATE YYYYMMDD
                       END-IF
                    END-IF
      *        LAS COMISIONES TAMBIEN SE SUMAN: EL BANCO PUEDE CARGAR
      *        UNA POR PAGO O UNA POR FICHERO, Y EN DIAS DISTINTOS. LA
      *        FECHA ES LA DEL ULTIMO CARGO.
               WHEN "COMISION"
                    PERFORM ENCAJA-NUMERO
                    ADD WS-NUM-15 TO REM-COM-REAL
                    MOVE WS-T2(1:8) TO REM-COM-FECHA
                    IF REM-COM-FECHA = SPACES
                       ACCEPT REM-COM-FECHA FROM DATE YYYYMMDD
                    END-IF
      *        LA PREVISTA SE RECALCULA ENTERA CADA VEZ QUE PASA
      *        PRUCOMIS (LA TARIFA PUEDE HABER CAMBIADO).
               WHEN "TARIFA"
                    PERFORM ENCAJA-NUMERO
                    MOVE WS-NUM-15 TO REM-COM-PREVISTA
      *        LAS DEVOLUCIONES SE SUMAN A LAS YA ESTAMPADAS: CADA
      *        FICHERO DEL BANCO TRAE SOLO LAS DE ESE DIA.
               WHEN "DEVUELVE"
                    PERFORM ENCAJA-NUMERO
                    ADD WS-NUM-15 TO REM-DEV-REGS
                    MOVE WS-T2 TO WS-T1
                    PERFORM ENCAJA-NUMERO
                    ADD WS-NUM-15 TO REM-DEV-SUMA
               WHEN OTHER
                    DISPLAY "|REMESAERROR|ETAPA|" WS-ETAPA "|"
                            UPON SYSOUT
                    MOVE 1 TO RETURN-CODE
                    GO TO FIN-ESTAMPA-ETAPA
           END-EVALUATE.
      *    UN MES CERRADO NO SE TOCA: UNA REPETICION TARDIA NO PUEDE
      *    CAMBIAR LO QUE YA SE FIRMO. SOLO CUENTAN LAS ETAPAS QUE
      *    MUEVEN LAS CIFRAS QUE REVISA EL CIERRE; LO QUE EL BANCO
      *    MANDA DESPUES (DEVOLUCIONES, EXTRACTO, COMISIONES, ACUSES)
      *    ES POSTERIOR POR NATURALEZA Y SE ESTAMPA. LO CALCULADO
      *    ARRIBA SE PIERDE.
           IF WS-ETAPA = "VALIDA" OR WS-ETAPA = "GENERA" OR
              WS-ETAPA = "DIVISA" OR WS-ETAPA = "RESUELVE" OR
              WS-ETAPA = "RETIRA"
              MOVE REM-FECHA(1:6) TO WS-CIE-PERIODO
              MOVE SPACES TO WS-CIE-DETALLE
              MOVE ZERO TO RETURN-CODE
              CALL "PRUCIERRE" USING WS-CIE-ACCION WS-CIE-PERIODO
                                     WS-CIE-DETALLE
                  ON EXCEPTION
                     MOVE ZERO TO RETURN-CODE
              END-CALL
              IF RETURN-CODE NOT = ZERO
                 DISPLAY "|REMESAERROR|CERRADO|" REM-ID "|" REM-FECHA
                         "|" UPON SYSOUT
                 MOVE 3 TO RETURN-CODE
                 GO TO FIN-ESTAMPA-ETAPA
              END-IF
           END-IF.
           REWRITE REG-REMESAS.
           DISPLAY "|REMESA|ETAPA|" REM-ID "|" WS-ETAPA "|"
                   UPON SYSOUT.
       FIN-ESTAMPA-ETAPA.

       ESTAMPA-DIVISA.
           MOVE WS-T1 TO WS-RD-ETAPA.
           MOVE WS-T2 TO WS-RD-CODIGO.
           MOVE ZERO TO WS-RD-HUECO.
           PERFORM VARYING WS-RD-I FROM 1 BY 1
                   UNTIL WS-RD-I > 5 OR WS-RD-HUECO > ZERO
              IF RD-CODIGO(WS-RD-I) = WS-RD-CODIGO
                 MOVE WS-RD-I TO WS-RD-HUECO
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RD-I FROM 1 BY 1
                   UNTIL WS-RD-I > 5 OR WS-RD-HUECO > ZERO
              IF RD-CODIGO(WS-RD-I) = SPACES
                 MOVE WS-RD-I TO WS-RD-HUECO
                 MOVE WS-RD-CODIGO TO RD-CODIGO(WS-RD-I)
                 MOVE ZEROES TO RD-OK-REGS(WS-RD-I)
                                RD-OK-SUMA(WS-RD-I)
                                RD-OK-EUR(WS-RD-I)
                                RD-GEN-REGS(WS-RD-I)
                                RD-GEN-SUMA(WS-RD-I)
                                RD-GEN-EUR(WS-RD-I)
                                RD-RET-REGS(WS-RD-I)
                                RD-RET-SUMA(WS-RD-I)
              END-IF
           END-PERFORM.
           IF WS-RD-HUECO = ZERO OR WS-RD-CODIGO = SPACES
              DISPLAY "|REMESAERROR|DIVISAS|" REM-ID "|" WS-RD-CODIGO
                      "|" UPON SYSOUT
              MOVE ZERO TO WS-RD-HUECO
              GO TO FIN-ESTAMPA-DIVISA
           END-IF.
           MOVE WS-RD-HUECO TO WS-RD-I.
           MOVE WS-T3 TO WS-T1.
           PERFORM ENCAJA-NUMERO.
           IF WS-RD-ETAPA = "GENERA"
              MOVE WS-NUM-15 TO RD-GEN-REGS(WS-RD-I)
           ELSE
              MOVE WS-NUM-15 TO RD-OK-REGS(WS-RD-I)
           END-IF.
           MOVE WS-T4 TO WS-T1.
           PERFORM ENCAJA-NUMERO.
           IF WS-RD-ETAPA = "GENERA"
              MOVE WS-NUM-15 TO RD-GEN-SUMA(WS-RD-I)
           ELSE
              MOVE WS-NUM-15 TO RD-OK-SUMA(WS-RD-I)
           END-IF.
           MOVE WS-T5 TO WS-T1.
           PERFORM ENCAJA-NUMERO.
           IF WS-RD-ETAPA = "GENERA"
              MOVE WS-NUM-15 TO RD-GEN-EUR(WS-RD-I)
           ELSE
              MOVE WS-NUM-15 TO RD-OK-EUR(WS-RD-I)
           END-IF.
       FIN-ESTAMPA-DIVISA.

       RETIRA-PAGO.
           MOVE 1 TO WS-RD-HUECO.
           IF REM-ENV-FECHA NOT = SPACES
              DISPLAY "|REMESAERROR|ENVIADA|" REM-ID "|" REM-ENV-FECHA
                      "|" UPON SYSOUT
              MOVE ZERO TO WS-RD-HUECO
              GO TO FIN-RETIRA-PAGO
           END-IF.
           PERFORM ENCAJA-NUMERO.
           IF WS-NUM-15 > REM-GEN-REGS
              DISPLAY "|REMESAERROR|RETIRA|" REM-ID "|" UPON SYSOUT
              MOVE ZERO TO WS-RD-HUECO
              GO TO FIN-RETIRA-PAGO
           END-IF.
           SUBTRACT WS-NUM-15 FROM REM-GEN-REGS.
           ADD WS-NUM-15 TO REM-RET-REGS.
           MOVE WS-NUM-15 TO WS-LIQ-REGS.
           MOVE WS-T2 TO WS-T1.
           PERFORM ENCAJA-NUMERO.
           IF WS-NUM-15 > REM-GEN-SUMA
              MOVE REM-GEN-SUMA TO WS-NUM-15
           END-IF.
           SUBTRACT WS-NUM-15 FROM REM-GEN-SUMA.
           ADD WS-NUM-15 TO REM-RET-SUMA.
           MOVE WS-NUM-15 TO WS-LIQ-SUMA.
           MOVE WS-T4 TO WS-T1.
           PERFORM ENCAJA-NUMERO.
           MOVE WS-NUM-15 TO WS-RET-EUROS.
      *    LA FILA DE LA DIVISA, SI LA GENERACION LA ESTAMPO.
           MOVE WS-T3 TO WS-RD-CODIGO.
           PERFORM VARYING WS-RD-I FROM 1 BY 1 UNTIL WS-RD-I > 5
              IF RD-CODIGO(WS-RD-I) = WS-RD-CODIGO AND
                 WS-RD-CODIGO NOT = SPACES
                 IF RD-GEN-REGS(WS-RD-I) NOT < WS-LIQ-REGS
                    SUBTRACT WS-LIQ-REGS FROM RD-GEN-REGS(WS-RD-I)
                 END-IF
                 IF RD-GEN-SUMA(WS-RD-I) NOT < WS-LIQ-SUMA
                    SUBTRACT WS-LIQ-SUMA FROM RD-GEN-SUMA(WS-RD-I)
                 END-IF
                 IF RD-GEN-EUR(WS-RD-I) NOT < WS-RET-EUROS
                    SUBTRACT WS-RET-EUROS FROM RD-GEN-EUR(WS-RD-I)
                 END-IF
                 ADD WS-LIQ-REGS TO RD-RET-REGS(WS-RD-I)
                 ADD WS-LIQ-SUMA TO RD-RET-SUMA(WS-RD-I)
              END-IF
           END-PERFORM.
       FIN-RETIRA-PAGO.

       RESUELVE-PAGO.
      *    ORIGEN D/P, DESTINO O/M, IMPORTE Y DIVISA. A OK SOLO SE
      *    PUEDE VOLVER MIENTRAS LA REMESA NO ESTE GENERADA (SI NO, LO
      *    GENERADO YA NO SERIA LO ACEPTADO); EL CONTRAVALOR EN EUROS
      *    DE LA FILA SOLO SE CONOCE SI LA DIVISA ES EL EURO.
           MOVE 1 TO WS-RD-HUECO.
           MOVE WS-T1(1:1) TO WS-RES-ORIGEN.
           MOVE WS-T2(1:1) TO WS-RES-DESTINO.
           MOVE WS-T4(1:3) TO WS-RD-CODIGO.
           MOVE WS-T3 TO WS-T1.
           PERFORM ENCAJA-NUMERO.
           MOVE WS-NUM-15 TO WS-LIQ-SUMA.
           IF (WS-RES-ORIGEN NOT = "D" AND WS-RES-ORIGEN NOT = "P")
              OR (WS-RES-DESTINO NOT = "O" AND WS-RES-DESTINO NOT = "M")
              DISPLAY "|REMESAERROR|RESUELVE|" REM-ID "|" UPON SYSOUT
              MOVE ZERO TO WS-RD-HUECO
              GO TO FIN-RESUELVE-PAGO
           END-IF.
           IF (WS-RES-ORIGEN = "D" AND (REM-DUP-REGS = ZEROES OR
                                       REM-DUP-SUMA < WS-LIQ-SUMA))
              OR (WS-RES-ORIGEN = "P" AND (REM-PTE-REGS = ZEROES OR
                                          REM-PTE-SUMA < WS-LIQ-SUMA))
              DISPLAY "|REMESAERROR|SINAPARCADOS|" REM-ID "|"
                      WS-RES-ORIGEN "|" UPON SYSOUT
              MOVE ZERO TO WS-RD-HUECO
              GO TO FIN-RESUELVE-PAGO
           END-IF.
           IF WS-RES-DESTINO = "O" AND
              REM-GEN-REGS + REM-RET-REGS > ZEROES
              DISPLAY "|REMESAERROR|GENERADA|" REM-ID "|" UPON SYSOUT
              MOVE ZERO TO WS-RD-HUECO
              GO TO FIN-RESUELVE-PAGO
           END-IF.
           IF WS-RES-ORIGEN = "D"
              SUBTRACT 1 FROM REM-DUP-REGS
              SUBTRACT WS-LIQ-SUMA FROM REM-DUP-SUMA
           ELSE
              SUBTRACT 1 FROM REM-PTE-REGS
              SUBTRACT WS-LIQ-SUMA FROM REM-PTE-SUMA
           END-IF.
           IF WS-RES-DESTINO = "M"
              ADD 1 TO REM-MAL-REGS
              ADD WS-LIQ-SUMA TO REM-MAL-SUMA
              GO TO FIN-RESUELVE-PAGO
           END-IF.
           ADD 1 TO REM-OK-REGS.
           ADD WS-LIQ-SUMA TO REM-OK-SUMA.
           IF WS-RD-CODIGO = SPACES
              MOVE "EUR" TO WS-RD-CODIGO
           END-IF.
           MOVE ZERO TO WS-RES-FILA.
           PERFORM VARYING WS-RD-I FROM 1 BY 1
                   UNTIL WS-RD-I > 5 OR WS-RES-FILA > ZERO
              IF RD-CODIGO(WS-RD-I) = WS-RD-CODIGO
                 MOVE WS-RD-I TO WS-RES-FILA
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-RD-I FROM 1 BY 1
                   UNTIL WS-RD-I > 5 OR WS-RES-FILA > ZERO
              IF RD-CODIGO(WS-RD-I) = SPACES
                 MOVE WS-RD-I TO WS-RES-FILA
                 MOVE WS-RD-CODIGO TO RD-CODIGO(WS-RD-I)
                 MOVE ZEROES TO RD-OK-REGS(WS-RD-I)
                                RD-OK-SUMA(WS-RD-I)
                                RD-OK-EUR(WS-RD-I)
                                RD-GEN-REGS(WS-RD-I)
                                RD-GEN-SUMA(WS-RD-I)
                                RD-GEN-EUR(WS-RD-I)
                                RD-RET-REGS(WS-RD-I)
                                RD-RET-SUMA(WS-RD-I)
              END-IF
           END-PERFORM.
           IF WS-RES-FILA = ZERO
              DISPLAY "|REMESAERROR|DIVISAS|" REM-ID "|" WS-RD-CODIGO
                      "|" UPON SYSOUT
              GO TO FIN-RESUELVE-PAGO
           END-IF.
           ADD 1 TO RD-OK-REGS(WS-RES-FILA).
           ADD WS-LIQ-SUMA TO RD-OK-SUMA(WS-RES-FILA).
           IF WS-RD-CODIGO = "EUR"
              ADD WS-LIQ-SUMA TO RD-OK-EUR(WS-RES-FILA)
           END-IF.
       FIN-RESUELVE-PAGO.

       CONSULTA-REMESA.
           PERFORM LOCALIZA-REMESA THRU FIN-LOCALIZA-REMESA.
           IF REM-ID = ZEROES
              MOVE 1 TO RETURN-CODE
              GO TO FIN-CONSULTA-REMESA
           END-IF.
           MOVE SPACES TO DETALLE.
           STRING REM-ENV-FECHA ";" REM-GEN-REGS ";" REM-GEN-SUMA ";"
                  DELIMITED BY SIZE
                  REM-GEN-FICHERO DELIMITED BY SPACE
                  ";" REM-CLASE ";" REM-EMPRESA DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
       FIN-CONSULTA-REMESA.

      *    RECORRIDO PARA EL EXTRACTO DEL BANCO: CON IDREMESA EN
      *    BLANCO EMPIEZA POR LA PRIMERA. DEVUELVE EN IDREMESA LA
      *    SIGUIENTE GENERADA QUE AUN NO SE HA VISTO ENTERA Y EN EL
      *    DETALLE "clase;fechavalor;generada;genregs;gensuma;extregs;
      *    extsuma" (EL FICHERO LO DA CONSULTA). RC 1 AL ACABAR.
       SIGUIENTE-REMESA.
           MOVE ZEROES TO WS-ID-BUSCADO.
           MOVE ZERO TO WS-ID-LONG.
           INSPECT IDREMESA TALLYING WS-ID-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-ID-LONG > ZERO
              MOVE IDREMESA(1:WS-ID-LONG)
                TO WS-ID-BUSCADO(7 - WS-ID-LONG:WS-ID-LONG)
           END-IF.
           IF WS-ID-BUSCADO IS NOT NUMERIC
              MOVE ZEROES TO WS-ID-BUSCADO
           END-IF.
           MOVE WS-ID-BUSCADO TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
                  GO TO FIN-BUSCANDO-SIGUIENTE
           END-START.
       BUSCANDO-SIGUIENTE.
           READ REMESAS NEXT
               AT END
                  GO TO FIN-BUSCANDO-SIGUIENTE
           END-READ.
           IF REM-GEN-FICHERO = SPACES OR REM-GEN-REGS = ZEROES OR
              REM-EXT-FECHA NOT = SPACES
              GO TO BUSCANDO-SIGUIENTE
           END-IF.
           MOVE REM-ID TO IDREMESA.
           MOVE SPACES TO DETALLE.
           STRING REM-CLASE ";" REM-FECHA-VALOR ";" REM-GEN-FECHA ";"
                  REM-GEN-REGS ";" REM-GEN-SUMA ";"
                  REM-EXT-REGS ";" REM-EXT-SUMA
                  DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
           GO TO FIN-SIGUIENTE-REMESA.
       FIN-BUSCANDO-SIGUIENTE.
           MOVE SPACES TO IDREMESA.
           MOVE 1 TO RETURN-CODE.
       FIN-SIGUIENTE-REMESA.

      *    RECORRIDO PARA LA PREVISION DE TESORERIA, COMO PROXIMA:
      *    LAS VALIDADAS CON ALGO ACEPTADO Y AUN SIN GENERAR (V) Y LAS
      *    GENERADAS QUE EL EXTRACTO NO HA ENSEÑADO ENTERAS (G).
      *    DETALLE "tipo;clase;fechavalor;generada;okregs;oksuma;
      *    genregs;gensuma;extregs;extsuma". RC 1 AL ACABAR.
       REMESA-VIVA.
           MOVE ZEROES TO WS-ID-BUSCADO.
           MOVE ZERO TO WS-ID-LONG.
           INSPECT IDREMESA TALLYING WS-ID-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-ID-LONG > ZERO
              MOVE IDREMESA(1:WS-ID-LONG)
                TO WS-ID-BUSCADO(7 - WS-ID-LONG:WS-ID-LONG)
           END-IF.
           IF WS-ID-BUSCADO IS NOT NUMERIC
              MOVE ZEROES TO WS-ID-BUSCADO
           END-IF.
           MOVE WS-ID-BUSCADO TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
                  GO TO FIN-BUSCANDO-VIVA
           END-START.
       BUSCANDO-VIVA.
           READ REMESAS NEXT
               AT END
                  GO TO FIN-BUSCANDO-VIVA
           END-READ.
           MOVE SPACES TO WS-ETAPA.
           IF REM-GEN-REGS = ZEROES AND REM-RET-REGS = ZEROES AND
              REM-GEN-FICHERO = SPACES AND REM-OK-REGS > ZEROES
              MOVE "V" TO WS-ETAPA
           END-IF.
           IF REM-GEN-REGS > ZEROES AND REM-EXT-FECHA = SPACES
              MOVE "G" TO WS-ETAPA
           END-IF.
           IF WS-ETAPA = SPACES
              GO TO BUSCANDO-VIVA
           END-IF.
           MOVE REM-ID TO IDREMESA.
           MOVE SPACES TO DETALLE.
           STRING WS-ETAPA(1:1) ";" REM-CLASE ";" REM-FECHA-VALOR ";"
                  REM-GEN-FECHA ";" REM-OK-REGS ";" REM-OK-SUMA ";"
                  REM-GEN-REGS ";" REM-GEN-SUMA ";"
                  REM-EXT-REGS ";" REM-EXT-SUMA
                  DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
           GO TO FIN-REMESA-VIVA.
       FIN-BUSCANDO-VIVA.
           MOVE SPACES TO IDREMESA.
           MOVE 1 TO RETURN-CODE.
       FIN-REMESA-VIVA.

      *    RECORRIDO PARA EL CONTROL DE ANOMALIAS DE PRUANOMA: TODAS
      *    LAS REMESAS CON ALGO ACEPTADO, GENERADAS O NO. DETALLE
      *    "clase;fecha;okregs;oksuma;generada". RC 1 AL ACABAR.
       REMESA-VALIDADA.
           MOVE ZEROES TO WS-ID-BUSCADO.
           MOVE ZERO TO WS-ID-LONG.
           INSPECT IDREMESA TALLYING WS-ID-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-ID-LONG > ZERO
              MOVE IDREMESA(1:WS-ID-LONG)
                TO WS-ID-BUSCADO(7 - WS-ID-LONG:WS-ID-LONG)
           END-IF.
           IF WS-ID-BUSCADO IS NOT NUMERIC
              MOVE ZEROES TO WS-ID-BUSCADO
           END-IF.
           MOVE WS-ID-BUSCADO TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
                  GO TO FIN-BUSCANDO-VALIDADA
           END-START.
       BUSCANDO-VALIDADA.
           READ REMESAS NEXT
               AT END
                  GO TO FIN-BUSCANDO-VALIDADA
           END-READ.
           IF REM-OK-REGS = ZEROES
              GO TO BUSCANDO-VALIDADA
           END-IF.
           MOVE REM-ID TO IDREMESA.
           MOVE SPACES TO DETALLE.
           STRING REM-CLASE ";" REM-FECHA ";"
                  REM-OK-REGS ";" REM-OK-SUMA ";" REM-GEN-FECHA
                  ";" REM-EMPRESA
                  DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
           GO TO FIN-REMESA-VALIDADA.
       FIN-BUSCANDO-VALIDADA.
           MOVE SPACES TO IDREMESA.
           MOVE 1 TO RETURN-CODE.
       FIN-REMESA-VALIDADA.

      *    RECORRIDO PARA LOS PAGOS APARCADOS DE PRUAPARCA: LAS
      *    REMESAS QUE AUN TIENEN ALGO EN .DUP O EN .PTE. DETALLE
      *    "fecha;dupregs;pteregs;generada(S/N);fichero". RC 1 AL
      *    ACABAR.
       REMESA-APARCADA.
           MOVE ZEROES TO WS-ID-BUSCADO.
           MOVE ZERO TO WS-ID-LONG.
           INSPECT IDREMESA TALLYING WS-ID-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-ID-LONG > ZERO
              MOVE IDREMESA(1:WS-ID-LONG)
                TO WS-ID-BUSCADO(7 - WS-ID-LONG:WS-ID-LONG)
           END-IF.
           IF WS-ID-BUSCADO IS NOT NUMERIC
              MOVE ZEROES TO WS-ID-BUSCADO
           END-IF.
           MOVE WS-ID-BUSCADO TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
                  GO TO FIN-BUSCANDO-APARCADA
           END-START.
       BUSCANDO-APARCADA.
           READ REMESAS NEXT
               AT END
                  GO TO FIN-BUSCANDO-APARCADA
           END-READ.
           IF REM-DUP-REGS = ZEROES AND REM-PTE-REGS = ZEROES
              GO TO BUSCANDO-APARCADA
           END-IF.
           MOVE REM-ID TO IDREMESA.
           IF REM-GEN-REGS + REM-RET-REGS > ZEROES
              MOVE "S" TO WS-CUADRA
           ELSE
              MOVE "N" TO WS-CUADRA
           END-IF.
           MOVE SPACES TO DETALLE.
           STRING REM-FECHA ";" REM-DUP-REGS ";" REM-PTE-REGS ";"
                  WS-CUADRA ";" DELIMITED BY SIZE
                  REM-FICHERO DELIMITED BY SPACE
                  INTO DETALLE
           END-STRING.
           GO TO FIN-REMESA-APARCADA.
       FIN-BUSCANDO-APARCADA.
           MOVE SPACES TO IDREMESA.
           MOVE 1 TO RETURN-CODE.
       FIN-REMESA-APARCADA.

      *    RECORRIDO PARA LAS COMISIONES DE PRUCOMIS, COMO PROXIMA
      *    PERO CON TODAS LAS GENERADAS, SE HAYAN VISTO O NO EN EL
      *    EXTRACTO. DETALLE "clase;generada;genregs;gensuma;
      *    extfecha;prevista;real;fechacargo" (EL FICHERO LO DA
      *    CONSULTA). RC 1 AL ACABAR.
       REMESA-GENERADA.
           MOVE ZEROES TO WS-ID-BUSCADO.
           MOVE ZERO TO WS-ID-LONG.
           INSPECT IDREMESA TALLYING WS-ID-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-ID-LONG > ZERO
              MOVE IDREMESA(1:WS-ID-LONG)
                TO WS-ID-BUSCADO(7 - WS-ID-LONG:WS-ID-LONG)
           END-IF.
           IF WS-ID-BUSCADO IS NOT NUMERIC
              MOVE ZEROES TO WS-ID-BUSCADO
           END-IF.
           MOVE WS-ID-BUSCADO TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
                  GO TO FIN-BUSCANDO-GENERADA
           END-START.
       BUSCANDO-GENERADA.
           READ REMESAS NEXT
               AT END
                  GO TO FIN-BUSCANDO-GENERADA
           END-READ.
           IF REM-GEN-FICHERO = SPACES OR REM-GEN-REGS = ZEROES
              GO TO BUSCANDO-GENERADA
           END-IF.
           MOVE REM-ID TO IDREMESA.
           MOVE SPACES TO DETALLE.
           STRING REM-CLASE ";" REM-GEN-FECHA ";"
                  REM-GEN-REGS ";" REM-GEN-SUMA ";"
                  REM-EXT-FECHA ";" REM-COM-PREVISTA ";"
                  REM-COM-REAL ";" REM-COM-FECHA
                  DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
           GO TO FIN-REMESA-GENERADA.
       FIN-BUSCANDO-GENERADA.
           MOVE SPACES TO IDREMESA.
           MOVE 1 TO RETURN-CODE.
       FIN-REMESA-GENERADA.

      *    EL ACUSE DEL BANCO TRAE SOLO EL NOMBRE DEL FICHERO, SIN
      *    RUTA: SE COMPARA CON LO QUE HAY DETRAS DE LA ULTIMA BARRA
      *    DE REM-GEN-FICHERO. SI EL NOMBRE SE REPITE MANDA LA MAS
      *    RECIENTE DE LAS QUE AUN NO SALIERON.
       BUSCA-REMESA.
           MOVE DETALLE(1:120) TO WS-BASE-ENTRA.
           PERFORM BASE-DEL-NOMBRE THRU FIN-BASE-DEL-NOMBRE.
           MOVE WS-BASE-NOMBRE TO WS-BASE-BUSCADA.
           MOVE ZEROES TO WS-HALLADA WS-HALLADA-ENV.
           IF WS-BASE-BUSCADA = SPACES
              GO TO FIN-BUSCANDO-REMESA
           END-IF.
           MOVE ZEROES TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
                  GO TO FIN-BUSCANDO-REMESA
           END-START.
       BUSCANDO-REMESA.
           READ REMESAS NEXT
               AT END
                  GO TO FIN-BUSCANDO-REMESA
           END-READ.
           IF REM-GEN-FICHERO = SPACES
              GO TO BUSCANDO-REMESA
           END-IF.
           MOVE REM-GEN-FICHERO TO WS-BASE-ENTRA.
           PERFORM BASE-DEL-NOMBRE THRU FIN-BASE-DEL-NOMBRE.
           IF WS-BASE-NOMBRE NOT = WS-BASE-BUSCADA
              GO TO BUSCANDO-REMESA
           END-IF.
           IF REM-ENV-FECHA = SPACES
              MOVE REM-ID TO WS-HALLADA
           ELSE
              MOVE REM-ID TO WS-HALLADA-ENV
           END-IF.
           GO TO BUSCANDO-REMESA.
       FIN-BUSCANDO-REMESA.
           IF WS-HALLADA = ZEROES
              MOVE WS-HALLADA-ENV TO WS-HALLADA
           END-IF.
           IF WS-HALLADA = ZEROES
              MOVE 1 TO RETURN-CODE
              GO TO FIN-BUSCA-REMESA
           END-IF.
           MOVE WS-HALLADA TO IDREMESA.
           PERFORM CONSULTA-REMESA THRU FIN-CONSULTA-REMESA.
       FIN-BUSCA-REMESA.

       BASE-DEL-NOMBRE.
           MOVE ZEROES TO WS-BASE-BARRA.
           PERFORM VARYING WS-BASE-K FROM 1 BY 1 UNTIL WS-BASE-K > 120
              IF WS-BASE-ENTRA(WS-BASE-K:1) = "/"
                 MOVE WS-BASE-K TO WS-BASE-BARRA
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BASE-NOMBRE.
           IF WS-BASE-BARRA < 120
              MOVE WS-BASE-ENTRA(WS-BASE-BARRA + 1:) TO WS-BASE-NOMBRE
           END-IF.
       FIN-BASE-DEL-NOMBRE.

      *    LAS GENERADAS ANTES DEL DIA DEL DETALLE (HOY SI NO VIENE)
      *    QUE NO TIENEN ENVIO: EL BANCO NO LAS HA ACUSADO, O LAS
      *    RECHAZO Y NADIE LAS HA VUELTO A GENERAR. CABEN VEINTE IDS
      *    EN EL DETALLE; LA CUENTA VA ENTERA.
       REMESAS-SIN-ACUSE.
           MOVE DETALLE(1:8) TO WS-FECHA-CORTE.
           IF WS-FECHA-CORTE = SPACES OR WS-FECHA-CORTE = LOW-VALUES
              ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF.
           MOVE ZEROES TO WS-SIN-ACUSE.
           MOVE SPACES TO DETALLE.
           MOVE 7 TO WS-DET-PUNTERO.
           MOVE ZEROES TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
                  GO TO FIN-LEYENDO-SIN-ACUSE
           END-START.
       LEYENDO-SIN-ACUSE.
           READ REMESAS NEXT
               AT END
                  GO TO FIN-LEYENDO-SIN-ACUSE
           END-READ.
           IF REM-GEN-FICHERO = SPACES OR REM-GEN-FECHA = SPACES OR
              REM-ENV-FECHA NOT = SPACES
              GO TO LEYENDO-SIN-ACUSE
           END-IF.
           IF REM-GEN-FECHA NOT < WS-FECHA-CORTE
              GO TO LEYENDO-SIN-ACUSE
           END-IF.
           ADD 1 TO WS-SIN-ACUSE.
           IF WS-SIN-ACUSE NOT > 20
              STRING REM-ID ";" DELIMITED BY SIZE
                     INTO DETALLE
                     WITH POINTER WS-DET-PUNTERO
              END-STRING
           END-IF.
           GO TO LEYENDO-SIN-ACUSE.
       FIN-LEYENDO-SIN-ACUSE.
           MOVE WS-SIN-ACUSE TO DETALLE(1:5).
           MOVE ";" TO DETALLE(6:1).
           IF WS-SIN-ACUSE > ZEROES
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-REMESAS-SIN-ACUSE.

       LOCALIZA-REMESA.
           MOVE ZEROES TO WS-ID-BUSCADO.
           MOVE ZERO TO WS-ID-LONG.

       LISTADO SECTION.
       LISTA-REMESAS.
           MOVE DETALLE(1:3) TO WS-EMP-FILTRO.
           MOVE ZEROES TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
               AT END
                  GO TO FIN-LEER-REMESAS
           END-READ.
           IF WS-EMP-FILTRO NOT = SPACES AND
              REM-EMPRESA NOT = WS-EMP-FILTRO
              GO TO LEER-REMESAS
           END-IF.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-REM-RESP.
           STRING "|REMESA|" REM-ID "|" REM-FECHA "|"
                  "|DUP:" REM-DUP-REGS "/" REM-DUP-SUMA
                  "|PTE:" REM-PTE-REGS "/" REM-PTE-SUMA
                  "|GEN:" REM-GEN-REGS "/" REM-GEN-SUMA
                  "|DEV:" REM-DEV-REGS "/" REM-DEV-SUMA
                  "|RET:" REM-RET-REGS "/" REM-RET-SUMA
                  "|ENVIO:" REM-ENV-FECHA
                  "|VALOR:" REM-FECHA-VALOR
                  "|GENERADA:" REM-GEN-FECHA
                  "|RECHAZO:" REM-RCH-FECHA "/" REM-RCH-MOTIVO
                  "|CLASE:" REM-CLASE
                  "|EXTRACTO:" REM-EXT-REGS "/" REM-EXT-SUMA "/"
                  REM-EXT-FECHA
                  "|COMISION:" REM-COM-PREVISTA "/" REM-COM-REAL "/"
                  REM-COM-FECHA "|EMPRESA:" REM-EMPRESA "|"
                  DELIMITED BY SIZE
                  INTO WS-REM-RESP
           END-STRING.
           DISPLAY WS-REM-RESP UPON SYSOUT.
           PERFORM LISTA-DIVISAS THRU FIN-LISTA-DIVISAS.
           GO TO LEER-REMESAS.
       FIN-LEER-REMESAS.
           MOVE SPACES TO WS-REM-RESP.
           DISPLAY WS-REM-RESP UPON SYSOUT.
       FIN-LISTA-REMESAS.

       LISTA-DIVISAS.
           PERFORM VARYING WS-RD-I FROM 1 BY 1 UNTIL WS-RD-I > 5
              IF RD-CODIGO(WS-RD-I) NOT = SPACES
                 MOVE SPACES TO WS-REM-RESP
                 STRING "|REMESADIV|" REM-ID "|" RD-CODIGO(WS-RD-I)
                        "|OK:" RD-OK-REGS(WS-RD-I) "/"
                        RD-OK-SUMA(WS-RD-I)
                        "|EUR:" RD-OK-EUR(WS-RD-I)
                        "|GEN:" RD-GEN-REGS(WS-RD-I) "/"
                        RD-GEN-SUMA(WS-RD-I)
                        "|EUR:" RD-GEN-EUR(WS-RD-I)
                        "|RET:" RD-RET-REGS(WS-RD-I) "/"
                        RD-RET-SUMA(WS-RD-I) "|"
                        DELIMITED BY SIZE
                        INTO WS-REM-RESP
                 END-STRING
                 DISPLAY WS-REM-RESP UPON SYSOUT
              END-IF
           END-PERFORM.
       FIN-LISTA-DIVISAS.

       CONCILIACION SECTION.
      *    LA PRUEBA POR REMESA: LO QUE ENTRO TIENE QUE ESTAR ENTERO
      *    EN ALGUNA SALIDA DE LA VALIDACION (ENT = OK + MAL + DUP +
      *    PTE, EN CUENTA Y EN SUMA) Y LO GENERADO TIENE QUE SER LO
      *    ACEPTADO (GEN = OK, CUANDO LA GENERACION YA PASO; CON
      *    PAGOS RETIRADOS ANTES DEL ENVIO, GEN + RET = OK). UNA
      *    REMESA SIN ETAPA DE VALIDACION TODAVIA NO SE JUZGA. DE LO
      *    GENERADO, LO LIQUIDADO ES LO QUE EL BANCO NO HA DEVUELTO
      *    (GEN - DEV), Y NO SE PUEDE DEVOLVER MAS DE LO ENVIADO.
       CONCILIA-REMESAS.
           MOVE DETALLE(1:3) TO WS-EMP-FILTRO.
           MOVE ZEROES TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
               AT END
                  GO TO FIN-CONCILIAR
           END-READ.
           IF WS-EMP-FILTRO NOT = SPACES AND
              REM-EMPRESA NOT = WS-EMP-FILTRO
              GO TO CONCILIA-UNA
           END-IF.
           ADD 1 TO WS-TOTAL.
           IF REM-OK-REGS = ZEROES AND REM-MAL-REGS = ZEROES AND
              REM-DUP-REGS = ZEROES AND REM-PTE-REGS = ZEROES
                                 + REM-DUP-SUMA + REM-PTE-SUMA
              MOVE "N" TO WS-CUADRA
           END-IF.
           IF REM-GEN-REGS + REM-RET-REGS > ZEROES
              IF REM-GEN-REGS + REM-RET-REGS NOT = REM-OK-REGS OR
                 REM-GEN-SUMA + REM-RET-SUMA NOT = REM-OK-SUMA
                 MOVE "N" TO WS-CUADRA
              END-IF
           END-IF.
      *    CON LA GENERACION HECHA, CADA DIVISA TIENE QUE CUADRAR
      *    TAMBIEN POR SEPARADO (EN LA DIVISA, NO EN EUROS: EL CAMBIO
      *    PUEDE HABER VARIADO ENTRE UNA ETAPA Y OTRA).
           IF REM-GEN-REGS + REM-RET-REGS > ZEROES
              PERFORM VARYING WS-RD-I FROM 1 BY 1 UNTIL WS-RD-I > 5
                 IF RD-GEN-REGS(WS-RD-I) + RD-RET-REGS(WS-RD-I)
                    NOT = RD-OK-REGS(WS-RD-I) OR
                    RD-GEN-SUMA(WS-RD-I) + RD-RET-SUMA(WS-RD-I)
                    NOT = RD-OK-SUMA(WS-RD-I)
                    MOVE "N" TO WS-CUADRA
                 END-IF
              END-PERFORM
           END-IF.
           IF REM-DEV-REGS > REM-GEN-REGS OR
              REM-DEV-SUMA > REM-GEN-SUMA
              MOVE "N" TO WS-CUADRA
              MOVE ZEROES TO WS-LIQ-REGS WS-LIQ-SUMA
           ELSE
              COMPUTE WS-LIQ-REGS = REM-GEN-REGS - REM-DEV-REGS
              COMPUTE WS-LIQ-SUMA = REM-GEN-SUMA - REM-DEV-SUMA
           END-IF.
           MOVE SPACES TO WS-REM-RESP.
           IF WS-CUADRA = "S"
              ADD 1 TO WS-CUADRAN
              IF REM-GEN-REGS > ZEROES
                 STRING "|CONCILIA|" REM-ID "|OK"
                        "|ENVIADO:" REM-GEN-REGS "/" REM-GEN-SUMA
                        "|DEVUELTO:" REM-DEV-REGS "/" REM-DEV-SUMA
                        "|LIQUIDADO:" WS-LIQ-REGS "/" WS-LIQ-SUMA "|"
                        DELIMITED BY SIZE
                        INTO WS-REM-RESP
                 END-STRING
              ELSE
                 STRING "|CONCILIA|" REM-ID "|OK|"
                        DELIMITED BY SIZE
                        INTO WS-REM-RESP
                 END-STRING
              END-IF
           ELSE
              ADD 1 TO WS-DESCUADRES
              STRING "|CONCILIA|" REM-ID "|DESCUADRE"
                     "|MAL:" REM-MAL-REGS "/" REM-MAL-SUMA
                     "|DUP:" REM-DUP-REGS "/" REM-DUP-SUMA
                     "|PTE:" REM-PTE-REGS "/" REM-PTE-SUMA
                     "|GEN:" REM-GEN-REGS "/" REM-GEN-SUMA
                     "|DEV:" REM-DEV-REGS "/" REM-DEV-SUMA
                     "|RET:" REM-RET-REGS "/" REM-RET-SUMA "|"
                     DELIMITED BY SIZE
                     INTO WS-REM-RESP
              END-STRING
           END-IF.
           DISPLAY WS-REM-RESP UPON SYSOUT.
           PERFORM LISTA-DIVISAS THRU FIN-LISTA-DIVISAS.
           GO TO CONCILIA-UNA.
       FIN-CONCILIAR.
           MOVE SPACES TO WS-REM-RESP.
           STRING "|CONCILIAFIN|REMESAS:" WS-TOTAL
                  "|CUADRAN:" WS-CUADRAN
                  "|DESCUADRES:" WS-DESCUADRES
                  "|EMPRESA:" WS-EMP-FILTRO "|"
                  DELIMITED BY SIZE
                  INTO WS-REM-RESP
           END-STRING.
              MOVE 1 TO RETURN-CODE
           END-IF.
       FIN-CONCILIA-REMESAS.

       GRUPO SECTION.
      *    VISTA CONSOLIDADA: UNA LINEA POR EMPRESA (LAS REMESAS SIN
      *    EMPRESA VAN JUNTAS CON EL CODIGO EN BLANCO) Y LA DEL GRUPO.
      *    MAS DE 50 EMPRESAS NO CABEN: LA SOBRANTE SOLO SUMA AL GRUPO.
       VISTA-GRUPO.
           MOVE DETALLE(1:3) TO WS-EMP-FILTRO.
           INITIALIZE TB-GRUPO.
           MOVE ZEROES TO WS-TG-N.
           MOVE ZEROES TO REM-ID.
           START REMESAS KEY GREATER REM-ID
               INVALID KEY
                  GO TO FIN-ACUMULA-GRUPO
           END-START.
       ACUMULA-GRUPO.
           READ REMESAS NEXT
               AT END
                  GO TO FIN-ACUMULA-GRUPO
           END-READ.
           IF WS-EMP-FILTRO NOT = SPACES AND
              REM-EMPRESA NOT = WS-EMP-FILTRO
              GO TO ACUMULA-GRUPO
           END-IF.
           MOVE ZEROES TO WS-TG-HALLADA.
           PERFORM VARYING WS-TG-I FROM 1 BY 1 UNTIL WS-TG-I > WS-TG-N
              IF TG-EMPRESA(WS-TG-I) = REM-EMPRESA
                 MOVE WS-TG-I TO WS-TG-HALLADA
              END-IF
           END-PERFORM.
           IF WS-TG-HALLADA = ZEROES AND WS-TG-N < 50
              ADD 1 TO WS-TG-N
              MOVE WS-TG-N TO WS-TG-HALLADA
              MOVE REM-EMPRESA TO TG-EMPRESA(WS-TG-N)
           END-IF.
           IF WS-TG-HALLADA > ZEROES
              MOVE WS-TG-HALLADA TO WS-TG-I
              PERFORM SUMA-GRUPO THRU FIN-SUMA-GRUPO
           END-IF.
           MOVE 51 TO WS-TG-I.
           PERFORM SUMA-GRUPO THRU FIN-SUMA-GRUPO.
           GO TO ACUMULA-GRUPO.
       FIN-ACUMULA-GRUPO.
           PERFORM VARYING WS-TG-I FROM 1 BY 1 UNTIL WS-TG-I > WS-TG-N
              MOVE SPACES TO WS-REM-RESP
              STRING "|REMESAGRUPO|" TG-EMPRESA(WS-TG-I)
                     "|REMESAS:" TG-REMESAS(WS-TG-I)
                     "|ENT:" TG-ENT-REGS(WS-TG-I) "/"
                     TG-ENT-SUMA(WS-TG-I)
                     "|OK:" TG-OK-REGS(WS-TG-I) "/"
                     TG-OK-SUMA(WS-TG-I)
                     "|GEN:" TG-GEN-REGS(WS-TG-I) "/"
                     TG-GEN-SUMA(WS-TG-I)
                     "|DEV:" TG-DEV-REGS(WS-TG-I) "/"
                     TG-DEV-SUMA(WS-TG-I) "|"
                     DELIMITED BY SIZE
                     INTO WS-REM-RESP
              END-STRING
              DISPLAY WS-REM-RESP UPON SYSOUT
           END-PERFORM.
           MOVE SPACES TO WS-REM-RESP.
           STRING "|REMESAGRUPOFIN|EMPRESAS:" WS-TG-N
                  "|REMESAS:" TG-REMESAS(51)
                  "|ENT:" TG-ENT-REGS(51) "/" TG-ENT-SUMA(51)
                  "|OK:" TG-OK-REGS(51) "/" TG-OK-SUMA(51)
                  "|GEN:" TG-GEN-REGS(51) "/" TG-GEN-SUMA(51)
                  "|DEV:" TG-DEV-REGS(51) "/" TG-DEV-SUMA(51) "|"
                  DELIMITED BY SIZE
                  INTO WS-REM-RESP
           END-STRING.
           DISPLAY WS-REM-RESP UPON SYSOUT.
           MOVE SPACES TO DETALLE.
           STRING TG-REMESAS(51) ";" TG-OK-REGS(51) ";" TG-OK-SUMA(51)
                  ";" TG-GEN-REGS(51) ";" TG-GEN-SUMA(51)
                  DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
       FIN-VISTA-GRUPO.

       SUMA-GRUPO.
           ADD 1 TO TG-REMESAS(WS-TG-I).
           ADD REM-ENT-REGS TO TG-ENT-REGS(WS-TG-I).
           ADD REM-ENT-SUMA TO TG-ENT-SUMA(WS-TG-I).
           ADD REM-OK-REGS TO TG-OK-REGS(WS-TG-I).
           ADD REM-OK-SUMA TO TG-OK-SUMA(WS-TG-I).
           ADD REM-GEN-REGS TO TG-GEN-REGS(WS-TG-I).
           ADD REM-GEN-SUMA TO TG-GEN-SUMA(WS-TG-I).
           ADD REM-DEV-REGS TO TG-DEV-REGS(WS-TG-I).
           ADD REM-DEV-SUMA TO TG-DEV-SUMA(WS-TG-I).
       FIN-SUMA-GRUPO.
