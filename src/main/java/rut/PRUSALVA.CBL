                      LA COPIA SALVO QUE SE FUERCE EXPRESAMENTE.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - CIERRES.DAT (cierres de mes y sus
*********************               firmas de PRUCIERRE) entra en el
*********************               juego de control.
********************* 15/10/2026 CVJ - IMPRESORAS.POL (impresoras y
*********************               rutas de PRUIMPCOLA) e IMPHIST.DAT
*********************               (lo impreso de los informes
*********************               regulados) entran en el juego de
*********************               control.
********************* 15/10/2026 CVJ - SOSPECHA.POL (operaciones
*********************               destructivas de PRUSOSPECHA) entra
*********************               en el juego de control.
********************* 15/10/2026 CVJ - EMERGENCIAS.DAT (accesos de
*********************               emergencia de PRUEMERGE y su
*********************               revision) entra en el juego de
*********************               control.
********************* 15/10/2026 CVJ - SEGREGA.POL (reglas de
*********************               segregacion de funciones de
*********************               PRUSEGREGA) entra en el juego de
*********************               control.
********************* 15/10/2026 CVJ - CUOTAS.POL (cuotas de espacio
*********************               de PRUCUOTA) entra en el juego de
*********************               control.
********************* 15/10/2026 CVJ - ACCESOS.POL (zonas y derechos
*********************               del control de acceso de PRUACL)
*********************               entra en el juego de control.
********************* 15/10/2026 CVJ - ENTRANTES.POL (registro de
*********************               ficheros entrantes de PRUVIGIA)
*********************               entra en el juego de control.
********************* 15/10/2026 CVJ - CARGO.POL (tarifas del reparto
*********************               de coste de PRUCARGO) entra en el
*********************               juego de control.
********************* 15/10/2026 CVJ - REPARTO.POL (listas de reparto
*********************               de informes de PRUREPARTO) entra
*********************               en el juego de control.
********************* 02/09/2026 CVJ - El juego de control crece con
*********************               los ficheros de las herramientas
*********************               nuevas: ventanas de lote,
           03 FILLER         PIC X(20) VALUE "REFERENCIAS.RGL".
           03 FILLER         PIC X(20) VALUE "CALIDAD.RGL".
           03 FILLER         PIC X(20) VALUE "PRUCLON.EXC".
           03 FILLER         PIC X(20) VALUE "REPARTO.POL".
           03 FILLER         PIC X(20) VALUE "CARGO.POL".
           03 FILLER         PIC X(20) VALUE "ENTRANTES.POL".
           03 FILLER         PIC X(20) VALUE "ACCESOS.POL".
           03 FILLER         PIC X(20) VALUE "CUOTAS.POL".
           03 FILLER         PIC X(20) VALUE "SEGREGA.POL".
           03 FILLER         PIC X(20) VALUE "EMERGENCIAS.DAT".
           03 FILLER         PIC X(20) VALUE "SOSPECHA.POL".
           03 FILLER         PIC X(20) VALUE "IMPRESORAS.POL".
           03 FILLER         PIC X(20) VALUE "IMPHIST.DAT".
           03 FILLER         PIC X(20) VALUE "CIERRES.DAT".
       01  TB-MIEMBROS REDEFINES TB-MIEMBROS-DATA.
           03 TB-MIEMBRO     PIC X(20) OCCURS 37.
       77  WS-M              PIC 99.
       77  WS-NOMBRE-ACT     PIC X(20).

              GO TO FIN-SALVA-JUEGO
           END-IF.

           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 37
              MOVE TB-MIEMBRO(WS-M) TO WS-NOMBRE-ACT
              PERFORM SALVA-MIEMBRO THRU FIN-SALVA-MIEMBRO
           END-PERFORM.
