       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PRUEMPRESA.
       AUTHOR.        CVJ.
       SECURITY.      REGISTRO DE EMPRESAS DEL GRUPO (EMPRESAS.DAT BAJO
                      dd_dir): CODIGO DE TRES CARACTERES, NOMBRE, NIF,
                      IBAN ORDENANTE E IDENTIFICADOR DE ACREEDOR SEPA,
                      MANTENIDO AL ESTILO DE PRUBENEF. EL CODIGO VA EN
                      LAS REMESAS DE PRUREMESA, LOS BENEFICIARIOS DE
                      PRUBENEF Y LOS MANDATOS DE PRUMANDATO, Y
                      PRUGENPAG Y PRUGENADEU SACAN DE AQUI EL ORDENANTE
                      Y EL ACREEDOR DE CADA FICHERO - HASTA AHORA HABIA
                      UN SOLO ORDENANTE Y CADA EMPRESA SE PASABA
                      CAMBIANDO VARIABLES DE ENTORNO A MANO.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Version inicial. ACCIONES: ALTA
*********************               (detalle "nombre;nif;iban;
*********************               acreedor", tambien para cambiar)
*********************               - BAJA (no si alguna remesa la
*********************               lleva) - CONSULTA (devuelve
*********************               "iban;acreedor;nif;nombre", RC 1
*********************               si no esta) - LISTA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPRESAS
                  ASSIGN TO DYNAMIC WS-EMPRESAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-CODIGO
                  FILE STATUS IS ERRORES.

       DATA DIVISION.
       FILE SECTION.

       FD  EMPRESAS.
       01  REG-EMPRESAS.
           03 EMP-CODIGO     PIC X(3).
           03 EMP-NOMBRE     PIC X(35).
           03 EMP-NIF        PIC X(9).
           03 EMP-IBAN       PIC X(34).
           03 EMP-ACREEDOR   PIC X(35).
           03 EMP-FECHA      PIC X(8).
           03 EMP-AUTOR      PIC X(15).

       WORKING-STORAGE SECTION.

           COPY "WO-ERRORES".

       77  PROG              PIC X(20) VALUE "PRUEMPRESA".
       77  USUARIO           PIC X(15) IS EXTERNAL.
       01  VALORDIR          PIC X(128).
       01  WS-EMPRESAS-PATH  PIC X(200).
       77  WS-ABIERTO        PIC X VALUE "N".
           88 EMPRESAS-ABIERTO VALUE "S".
       77  WS-CONTEXTO       PIC X(64).
       77  WS-FECHA-HOY      PIC X(8).
       77  WS-TOTAL          PIC 9(5) VALUE ZEROES.
       01  WS-EMP-RESP       PIC X(200).

       77  WS-D-NOMBRE       PIC X(35).
       77  WS-D-NIF          PIC X(9).
       77  WS-D-IBAN         PIC X(34).
       77  WS-D-ACREEDOR     PIC X(35).

      *    LA VISTA DE GRUPO DE PRUREMESA DEVUELVE LAS REMESAS DE LA
      *    EMPRESA EN LOS SEIS PRIMEROS CARACTERES DEL DETALLE.
       77  WS-REM-ACCION     PIC X(8) VALUE "GRUPO".
       77  WS-REM-ID         PIC X(6).
       01  WS-REM-DETALLE    PIC X(160).

       LINKAGE SECTION.

       77  ACCION            PIC X(8).
       77  CODEMPRESA        PIC X(3).
       77  DETALLE           PIC X(160).

       PROCEDURE DIVISION USING ACCION CODEMPRESA DETALLE.

       PROGRAMA SECTION.
       INICIALES.
           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           PERFORM ABRE-EMPRESAS.
           IF NOT EMPRESAS-ABIERTO
              MOVE 2 TO RETURN-CODE
              GO TO FIN-PROCESOS
           END-IF.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
       PROCESOS.
           EVALUATE ACCION
               WHEN "ALTA"
                    PERFORM ALTA-EMPRESA THRU FIN-ALTA-EMPRESA
               WHEN "BAJA"
                    PERFORM BAJA-EMPRESA THRU FIN-BAJA-EMPRESA
               WHEN "CONSULTA"
                    PERFORM CONSULTA-EMPRESA THRU FIN-CONSULTA-EMPRESA
               WHEN "LISTA"
                    PERFORM LISTA-EMPRESAS THRU FIN-LISTA-EMPRESAS
               WHEN OTHER
                    DISPLAY "|EMPRESAERROR|ACCION|" ACCION "|"
                            UPON SYSOUT
           END-EVALUATE.
           CLOSE EMPRESAS.
       FIN-PROCESOS.
           EXIT PROGRAM.
       FIN-PROGRAMA.
           STOP RUN.

       ABRE-EMPRESAS SECTION.
      *    MISMO ABRE-O-CREA QUE PRUBENEF.
       ABRIENDO-EMPRESAS.
           MOVE SPACES TO VALORDIR.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIR FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-EMPRESAS-PATH.
           IF VALORDIR NOT = SPACES AND VALORDIR NOT = LOW-VALUES
              STRING VALORDIR "/EMPRESAS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-EMPRESAS-PATH
              END-STRING
           ELSE
              MOVE "EMPRESAS.DAT" TO WS-EMPRESAS-PATH
           END-IF.

           MOVE "N" TO WS-ABIERTO.
           OPEN I-O EMPRESAS.
           IF ERRORES = "00"
              SET EMPRESAS-ABIERTO TO TRUE
              GO TO FIN-ABRIENDO-EMPRESAS
           END-IF.
           OPEN OUTPUT EMPRESAS.
           IF ERRORES NOT = "00"
              MOVE "ABRIENDO EMPRESAS" TO WS-CONTEXTO
              CALL "PRUERR" USING ERRORES WS-EMPRESAS-PATH PROG
                                  WS-CONTEXTO
              GO TO FIN-ABRIENDO-EMPRESAS
           END-IF.
           CLOSE EMPRESAS.
           OPEN I-O EMPRESAS.
           IF ERRORES = "00"
              SET EMPRESAS-ABIERTO TO TRUE
           END-IF.
       FIN-ABRIENDO-EMPRESAS.

       MANTENIMIENTO SECTION.
      *    SIN NOMBRE O SIN IBAN ORDENANTE NO HAY FICHERO QUE MONTAR.
       ALTA-EMPRESA.
           MOVE SPACES TO WS-D-NOMBRE WS-D-NIF WS-D-IBAN
                          WS-D-ACREEDOR.
           UNSTRING DETALLE DELIMITED BY ";" INTO
                 WS-D-NOMBRE
                 WS-D-NIF
                 WS-D-IBAN
                 WS-D-ACREEDOR
           END-UNSTRING.
           IF CODEMPRESA = SPACES OR WS-D-NOMBRE = SPACES
              OR WS-D-IBAN = SPACES
              DISPLAY "|EMPRESAERROR|DETALLE|" CODEMPRESA "|"
                      DETALLE(1:80) "|" UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-ALTA-EMPRESA
           END-IF.
           MOVE SPACES TO REG-EMPRESAS.
           MOVE CODEMPRESA TO EMP-CODIGO.
           MOVE WS-D-NOMBRE TO EMP-NOMBRE.
           MOVE WS-D-NIF TO EMP-NIF.
           MOVE WS-D-IBAN TO EMP-IBAN.
           MOVE WS-D-ACREEDOR TO EMP-ACREEDOR.
           MOVE WS-FECHA-HOY TO EMP-FECHA.
           MOVE USUARIO TO EMP-AUTOR.
           WRITE REG-EMPRESAS
               INVALID KEY
                  REWRITE REG-EMPRESAS
           END-WRITE.
           DISPLAY "|EMPRESA|ALTA|" EMP-CODIGO "|" UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-ALTA-EMPRESA.

      *    UNA EMPRESA CON REMESAS NO SE BORRA: SUS TOTALES DEJARIAN DE
      *    CUADRAR EN LA VISTA DE GRUPO.
       BAJA-EMPRESA.
           MOVE CODEMPRESA TO EMP-CODIGO.
           READ EMPRESAS
               INVALID KEY
                  DISPLAY "|EMPRESAERROR|NOEXISTE|" CODEMPRESA "|"
                          UPON SYSOUT
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-BAJA-EMPRESA
           END-READ.
           MOVE SPACES TO WS-REM-ID.
           MOVE SPACES TO WS-REM-DETALLE.
           MOVE CODEMPRESA TO WS-REM-DETALLE.
           CALL "PRUREMESA" USING WS-REM-ACCION WS-REM-ID
                                  WS-REM-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           IF WS-REM-DETALLE(1:6) IS NOT NUMERIC
              OR WS-REM-DETALLE(1:6) NOT = "000000"
              DISPLAY "|EMPRESAERROR|CONREMESAS|" CODEMPRESA "|"
                      UPON SYSOUT
              MOVE 1 TO RETURN-CODE
              GO TO FIN-BAJA-EMPRESA
           END-IF.
           DELETE EMPRESAS RECORD.
           DISPLAY "|EMPRESA|BAJA|" CODEMPRESA "|" UPON SYSOUT.
           MOVE ZERO TO RETURN-CODE.
       FIN-BAJA-EMPRESA.

      *    EL NOMBRE VA EL ULTIMO PORQUE PUEDE LLEVAR BLANCOS.
       CONSULTA-EMPRESA.
           MOVE CODEMPRESA TO EMP-CODIGO.
           READ EMPRESAS
               INVALID KEY
                  MOVE SPACES TO DETALLE
                  MOVE 1 TO RETURN-CODE
                  GO TO FIN-CONSULTA-EMPRESA
           END-READ.
           MOVE SPACES TO DETALLE.
           STRING EMP-IBAN DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  EMP-ACREEDOR DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  EMP-NIF DELIMITED BY SPACE
                  ";" EMP-NOMBRE DELIMITED BY SIZE
                  INTO DETALLE
           END-STRING.
           MOVE ZERO TO RETURN-CODE.
       FIN-CONSULTA-EMPRESA.

       LISTADO SECTION.
       LISTA-EMPRESAS.
           MOVE LOW-VALUES TO EMP-CODIGO.
           START EMPRESAS KEY NOT LESS EMP-CODIGO
               INVALID KEY
                  GO TO FIN-LEER-EMPRESAS
           END-START.
       LEER-EMPRESAS.
           READ EMPRESAS NEXT
               AT END
                  GO TO FIN-LEER-EMPRESAS
           END-READ.
           ADD 1 TO WS-TOTAL.
           MOVE SPACES TO WS-EMP-RESP.
           STRING "|EMPRESA|" EMP-CODIGO "|" EMP-NOMBRE "|"
                  EMP-NIF "|" DELIMITED BY SIZE
                  EMP-IBAN DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  EMP-ACREEDOR DELIMITED BY SPACE
                  "|" EMP-FECHA "|" DELIMITED BY SIZE
                  EMP-AUTOR DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-EMP-RESP
           END-STRING.
           DISPLAY WS-EMP-RESP UPON SYSOUT.
           GO TO LEER-EMPRESAS.
       FIN-LEER-EMPRESAS.
           MOVE SPACES TO WS-EMP-RESP.
           STRING "|EMPRESAFIN|TOTAL:" WS-TOTAL "|"
                  DELIMITED BY SIZE
                  INTO WS-EMP-RESP
           END-STRING.
           DISPLAY WS-EMP-RESP UPON SYSOUT.
       FIN-LISTA-EMPRESAS.
