                      REORGANIZACION.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Registro del diario al dia con
*********************               PRUJRNL (JR-EXPEDIENTE al final).
********************* 02/09/2026 CVJ - Version inicial. EL LIMITE
*********************               VIAJA COMO YYYYMMDD-HHMMSS (SE
*********************               COMPARA POR DELANTE CONTRA EL
           03 JR-CLAVE       PIC X(64).
           03 JR-ANTES       PIC X(960).
           03 JR-DESPUES     PIC X(960).
           03 JR-EXPEDIENTE  PIC X(20).

       WORKING-STORAGE SECTION.

