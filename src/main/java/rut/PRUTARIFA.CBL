       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUTARIFA.
       AUTHOR.        CVJ.
       SECURITY.      MANTENIMIENTO DE LAS TARIFAS DE COMISIONES POR
                      ENTIDAD BANCARIA (TARIFAS.DAT BAJO dd_dir),
                      CON LA MISMA CLAVE DE CUATRO DIGITOS QUE EL
                      DIRECTORIO DE ENTIDADES DE PRUBIC: LO QUE COBRA
                      CADA BANCO POR TRANSFERENCIA NACIONAL, POR
                      TRANSFERENCIA SEPA TRANSFRONTERIZA Y POR
                      TRANSFERENCIA URGENTE, Y LA TOLERANCIA QUE
                      ACEPTAMOS ANTES DE RECLAMAR. ES LO QUE CONSULTA
                      PRUCOMIS PARA CALCULAR LA COMISION PREVISTA DE
                      CADA REMESA - HASTA AHORA NADIE MIRABA LO QUE
                      NOS CARGABA EL BANCO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. EL DETALLE DEL
*********************               ALTA TRAE
*********************               "nacional;sepa;urgente;tolerancia"
*********************               EN CENTIMOS POR TRANSFERENCIA (LA
*********************               TOLERANCIA EN CENTIMOS POR
*********************               REMESA); UN ALTA SOBRE UNA ENTIDAD
*********************               QUE YA EXISTE LA MACHACA, COMO EN
*********************               PRUBIC.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARIFAS
                  ASSIGN TO DYNAMIC WS-TARIFAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAR-ENTIDAD
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  TARIFAS.
       01  REG-TARIFAS.
           03 TAR-ENTIDAD    PIC X(4).
           03 TAR-NACIONAL   PIC 9(7).
           03 TAR-SEPA       PIC 9(7).
           03 TAR-URGENTE    PIC 9(7).
           03 TAR-TOLERANCIA PIC 9(7).
           03 TAR-FECHA      PIC X(8).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUTARIFA".
       01  VALORDIR          PIC X(128).
       01  WS-TARIFAS-PATH   PIC X(200).
       77  WS-ABIERTO        PIC X VALUE "N".
           88 TARIFAS-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       01  WS-TAR-RESP       PIC X(120).

       77  WS-T1             PIC X(10).
       77  WS-T2             PIC X(10).
       77  WS-T3             PIC X(10).
       77  WS-T4             PIC X(10).
       77  WS-TX             PIC X(10).
       77  WS-LONG           PIC 99.
       77  WS-NUM-7          PIC X(7).
       77  WS-N1             PIC 9(7).
       77  WS-N2             PIC 9(7).
       77  WS-N3             PIC 9(7).
       77  WS-N4             PIC 9(7).
       77  WS-MALO           PIC X VALUE "N".
           88 IMPORTE-MALO   VALUE "S".

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  CODIGO            PIC X(4).
       77  DETALLE           PIC X(60).

       PROCEDURE DIVISION USING ACCION CODIGO DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           MOVE ZERO TO RETURN-CODE.
           PERFORM ABRE-TARIFAS.
           IF NOT TARIFAS-ABIERTO
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM ALTA-TARIFA THRU FIN-ALTA-TARIFA
               WHEN "CAMBIA"
                    PERFORM ALTA-TARIFA THRU FIN-ALTA-TARIFA
               WHEN "BAJA"
                    PERFORM BAJA-TARIFA
               WHEN "CONSULTA"
                    PERFORM CONSULTA-TARIFA
               WHEN "LISTA"
                    PERFORM LISTA-TARIFAS THRU FIN-LISTA-TARIFAS
               WHEN OTHER
                    DISPLAY "|TARIFAERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
                    MOVE 2 TO RETURN-CODE
           END-EVALUATE.
           CLOSE TARIFAS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-TARIFAS SECTION.
      *    MISMO ABRE-O-CREA QUE EL FICHERO DE ENTIDADES DE PRUBIC.
       ABRIENDO-TARIFAS.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-TARIFAS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/TARIFAS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-TARIFAS-PATH
              END-STRING
           ELSE
              MOVE "TARIFAS.DAT" TO WS-TARIFAS-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O TARIFAS.
           IF ERRORES = "00"
              SET TARIFAS-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-TARIFAS
           END-IF.
           OPEN OUTPUT TARIFAS.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO TARIFAS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-TARIFAS-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-TARIFAS
           END-IF.
           CLOSE TARIFAS.
           OPEN I-O TARIFAS.
           IF ERRORES = "00"
              SET TARIFAS-ABIERTO TO TRUE
           END-IF.
       FIN-ABRIENDO-TARIFAS.

       MANTENIMIENTO SECTION.
       ALTA-TARIFA.
           MOVE SPACES TO WS-T1 WS-T2 WS-T3 WS-T4.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-T1
                 WS-T2
                 WS-T3
                 WS-T4
           END-UNSTRING.
      *    LOS IMPORTES VACIOS SON CERO; LO QUE NO SEA UN NUMERO SE
      *    RECHAZA ENTERO, QUE UNA TARIFA A MEDIAS SALE EN EL INFORME
      *    COMO UNA DIFERENCIA QUE NO ES.
           MOVE "N" TO WS-MALO.
           MOVE WS-T1 TO WS-TX.
           PERFORM ENCAJA-IMPORTE THRU FIN-ENCAJA-IMPORTE.
           MOVE WS-NUM-7 TO WS-N1.
           MOVE WS-T2 TO WS-TX.
           PERFORM ENCAJA-IMPORTE THRU FIN-ENCAJA-IMPORTE.
           MOVE WS-NUM-7 TO WS-N2.
           MOVE WS-T3 TO WS-TX.
           PERFORM ENCAJA-IMPORTE THRU FIN-ENCAJA-IMPORTE.
           MOVE WS-NUM-7 TO WS-N3.
           MOVE WS-T4 TO WS-TX.
           PERFORM ENCAJA-IMPORTE THRU FIN-ENCAJA-IMPORTE.
           MOVE WS-NUM-7 TO WS-N4.
           IF IMPORTE-MALO
              DISPLAY "|TARIFAERROR|IMPORTE|" CODIGO "|" DETALLE "|"
                      UPON SYSOUT
              MOVE 2 TO RETURN-CODE
              GO TO FIN-ALTA-TARIFA
           END-IF.
           MOVE SPACES TO REG-TARIFAS.
           MOVE CODIGO TO TAR-ENTIDAD.
           MOVE WS-N1 TO TAR-NACIONAL.
           MOVE WS-N2 TO TAR-SEPA.
           MOVE WS-N3 TO TAR-URGENTE.
           MOVE WS-N4 TO TAR-TOLERANCIA.
           ACCEPT TAR-FECHA FROM DATE YYYYMMDD.
           WRITE REG-TARIFAS
               INVALID KEY
                  REWRITE REG-TARIFAS
           END-WRITE.
           DISPLAY "|TARIFA|ALTA|" TAR-ENTIDAD "|" TAR-NACIONAL "|"
                   TAR-SEPA "|" TAR-URGENTE "|" TAR-TOLERANCIA "|"
                   UPON SYSOUT.
       FIN-ALTA-TARIFA.

      *    ENCAJA POR LA DERECHA SOBRE CEROS, COMO ENCAJA-NUMERO DE
      *    PRUREMESA; MAS DE SIETE CIFRAS O ALGO QUE NO SEA UNA CIFRA
      *    MARCA EL ALTA COMO MALA.
       ENCAJA-IMPORTE.
           MOVE ALL "0" TO WS-NUM-7.
           MOVE ZERO TO WS-LONG.
           INSPECT WS-TX TALLYING WS-LONG
                   FOR CHARACTERS BEFORE INITIAL " ".
           IF WS-LONG > 7
              MOVE "S" TO WS-MALO
              GO TO FIN-ENCAJA-IMPORTE
           END-IF.
           IF WS-LONG > ZERO
              MOVE WS-TX(1:WS-LONG)
                TO WS-NUM-7(8 - WS-LONG:WS-LONG)
           END-IF.
           IF WS-NUM-7 IS NOT NUMERIC
              MOVE "S" TO WS-MALO
              MOVE ALL "0" TO WS-NUM-7
           END-IF.
       FIN-ENCAJA-IMPORTE.

       BAJA-TARIFA.
           MOVE CODIGO TO TAR-ENTIDAD.
           READ TARIFAS
               INVALID KEY
                  DISPLAY "|TARIFAERROR|NOEXISTE|" CODIGO "|"
                          UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                  DELETE TARIFAS RECORD
                  DISPLAY "|TARIFA|BAJA|" CODIGO "|" UPON SYSOUT
           END-READ.
       FIN-BAJA-TARIFA.

      *    CONSULTA DEVUELVE EN EL DETALLE
      *    "nacional;sepa;urgente;tolerancia" PARA QUE PRUCOMIS NO
      *    TENGA QUE CONOCER EL FICHERO; RC 1 SI LA ENTIDAD NO TIENE
      *    TARIFA.
       CONSULTA-TARIFA.
           MOVE CODIGO TO TAR-ENTIDAD.
           MOVE SPACES TO DETALLE.
           READ TARIFAS
               INVALID KEY
                  MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                  STRING TAR-NACIONAL ";" TAR-SEPA ";" TAR-URGENTE ";"
                         TAR-TOLERANCIA
                         DELIMITED BY SIZE
                         INTO DETALLE
                  END-STRING
           END-READ.
       FIN-CONSULTA-TARIFA.

       LISTADO SECTION.
       LISTA-TARIFAS.
           MOVE LOW-VALUES TO TAR-ENTIDAD.
           START TARIFAS KEY NOT LESS TAR-ENTIDAD
               INVALID KEY
                  GO TO FIN-LEER-TARIFAS
           END-START.
       LEER-TARIFAS.
           READ TARIFAS NEXT
               AT END
                  GO TO FIN-LEER-TARIFAS
           END-READ.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-TAR-RESP.
           STRING "|TARIFA|" TAR-ENTIDAD "|NACIONAL:" TAR-NACIONAL
                  "|SEPA:" TAR-SEPA "|URGENTE:" TAR-URGENTE
                  "|TOLERANCIA:" TAR-TOLERANCIA "|" TAR-FECHA "|"
                  DELIMITED BY SIZE
                  INTO WS-TAR-RESP
           END-STRING.
           DISPLAY WS-TAR-RESP UPON SYSOUT.
           GO TO LEER-TARIFAS.
       FIN-LEER-TARIFAS.
           MOVE SPACES TO WS-TAR-RESP.
           STRING "|TARIFAFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-TAR-RESP
           END-STRING.
           DISPLAY WS-TAR-RESP UPON SYSOUT.
       FIN-LISTA-TARIFAS.
