                      REORGANIZACION SE PERDIA SIN MAS.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Cada entrada lleva ademas el
*********************               numero de expediente (EXPEDIENTE,
*********************               EXTERNAL como USUARIO) con el que
*********************               el programa llamador justifica el
*********************               cambio; en blanco si no lo hay.
********************* 02/09/2026 CVJ - Version inicial. TIPOS: ALTA
*********************               (SOLO IMAGEN POSTERIOR), REES
*********************               (LAS DOS) Y BORR (SOLO LA
           03 JR-CLAVE       PIC X(64).
           03 JR-ANTES       PIC X(960).
           03 JR-DESPUES     PIC X(960).
           03 JR-EXPEDIENTE  PIC X(20).

       WORKING-STORAGE SECTION.

       77  WS-FECHA          PIC X(8).
       77  WS-HORA           PIC X(8).
       77  USUARIO           PIC X(15) IS EXTERNAL.
       77  EXPEDIENTE        PIC X(20) IS EXTERNAL.

       LINKAGE SECTION.

           IF USUARIO = LOW-VALUES
              INITIALIZE USUARIO
           END-IF.
           IF EXPEDIENTE = LOW-VALUES
              INITIALIZE EXPEDIENTE
           END-IF.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
           MOVE CLAVE TO JR-CLAVE.
           MOVE ANTES TO JR-ANTES.
           MOVE DESPUES TO JR-DESPUES.
           MOVE EXPEDIENTE TO JR-EXPEDIENTE.
           WRITE REG-JORNAL.
           CLOSE JORNAL.
       FIN-PROCESOS.
