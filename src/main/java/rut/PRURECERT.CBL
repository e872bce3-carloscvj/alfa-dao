                      DEJABAN CUENTAS VIVAS DURANTE MESES.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               las fechas de ausencia del
*********************               usuario (UT-AUSENTE-DESDE y
*********************               UT-AUSENTE-HASTA) que fija PRUUSR
*********************               AUSENCIA.
********************* 15/10/2026 CVJ - El registro de USERTAB gana
*********************               el departamento del usuario
*********************               (UT-DEPTO) que fija PRUUSR DEPTO.
********************* 02/09/2026 CVJ - Version inicial. EL UMBRAL VIVE
*********************               EN PRURECERTDIAS (90 SI NO SE
*********************               FIJA); UNA CUENTA QUE NUNCA HIZO
           03 UT-FECHA-ULTLOGIN PIC X(8).
           03 UT-OPS            PIC X(64).
           03 UT-PROGS          PIC X(128).
           03 UT-DEPTO          PIC X(8).
           03 UT-AUSENTE-DESDE  PIC X(8).
           03 UT-AUSENTE-HASTA  PIC X(8).

       FD  LOG-RECERT.
       01  REG-LOG-RECERT    PIC X(200).
