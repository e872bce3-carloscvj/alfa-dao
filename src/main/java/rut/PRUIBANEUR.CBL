       SECURITY. CALCULO DEL DC DEL IBAN DE CTAS EUROPEAS.

********************* MODIFICACIONES:
********************* 15/10/2026 CVJ - Corregido el comentario del BIC
*********************               en .OK: va en el quinto campo,
*********************               detras de la divisa.
********************* 15/10/2026 CVJ - El umbral de retencion de
*********************               PRULIBERA se mira contra el
*********************               contravalor en euros del pago, al
*********************               cambio cargado para la pasada, y
*********************               la retencion le pasa la divisa.
*********************               El acierto de sanciones lleva la
*********************               referencia entera, para que
*********************               PRUAPARCA encuentre el pago en el
*********************               .SAN al resolverlo.
********************* 15/10/2026 CVJ - Historia tokenizada: con
*********************               PRUTOKENPAGOS=S el IBAN de
*********************               PAGOSHIST.DAT es el token de
*********************               PRUTOKEN (accion HISTORIA), y el
*********************               duplicado se busca y se apunta
*********************               con el token del IBAN del pago.
********************* 15/10/2026 CVJ - Nombre del beneficiario: una
*********************               transferencia puede traer como
*********************               sexto campo el nombre a quien se
*********************               paga. En modo estricto, si el IBAN
*********************               esta aprobado, se compara con el
*********************               titular de PRUBENEF sin mirar
*********************               mayusculas, acentos, puntuacion ni
*********************               la forma juridica (S.L., S.A...):
*********************               COINCIDE sigue, PARECIDO sigue con
*********************               aviso |PAGOSNOMBRE| y DISTINTO va
*********************               a .PTE con NOMBREDISTINTO para que
*********************               lo revisen (el IBAN bueno con otro
*********************               nombre es el fraude de la factura
*********************               cambiada). |PAGOSFIN| cuenta
*********************               NOMBREPARECIDO y NOMBREDISTINTO, y
*********************               estos entran como pendientes en la
*********************               etapa VALIDA de PRUREMESA.
********************* 15/10/2026 CVJ - Empresas del grupo: con remesa
*********************               registrada se toma su empresa de
*********************               PRUREMESA. Un beneficiario
*********************               aprobado para otra empresa no
*********************               cuenta como aprobado (los de todo
*********************               el grupo, en blanco, si) y un
*********************               cobro con mandato de otra empresa
*********************               va a .ERR con MANDATOAJENO.
********************* 15/10/2026 CVJ - Modos de identificadores en
*********************               PRUIBANEURMODO: CALCACRE calcula
*********************               los digitos de control del
*********************               identificador de acreedor SEPA
*********************               (PAIS y, en CUENTA, sufijo de tres
*********************               y NIF), VERIFACR verifica uno ya
*********************               montado en CUENTA y VERIFNIF el
*********************               caracter de control de un NIF, NIE
*********************               o CIF español. Un acreedor
*********************               español exige ademas NIF valido.
*********************               Con PRUIBANEURLOTE los tres modos
*********************               repasan el fichero linea a linea
*********************               (|LOTE| con OK o ERROR y motivo,
*********************               |LOTEFIN| de siempre) - nos han
*********************               rechazado ficheros de adeudos
*********************               enteros por un identificador de
*********************               acreedor mal calculado.
********************* 15/10/2026 CVJ - Una transferencia puede traer
*********************               como quinto campo su codigo de
*********************               finalidad (cuatro letras, el de la
*********************               declaracion de PRUDECLA) y la
*********************               historia de pagos apunta la divisa
*********************               y la finalidad (PH-DIVISA,
*********************               PH-FINALIDAD). PAGOSHIST.DAT crece
*********************               y el anterior se reorganiza con
*********************               PRUREORG.
********************* 15/10/2026 CVJ - Divisas: una transferencia
*********************               trae la divisa como cuarto campo
*********************               (EUR si no viene) y se valida
*********************               contra el pais del IBAN con los
*********************               cambios vigentes de PRUDIVISA
*********************               (DIVISAMALA, DIVISAPAIS; mas de
*********************               cinco divisas en la pasada da
*********************               DIVISAEXCESO). El .OK de
*********************               transferencias sale siempre como
*********************               iban;importe;ref;divisa[;bic]: el
*********************               BIC pasa del cuarto al quinto
*********************               campo. Totales |PAGOSDIV| por
*********************               divisa con contravalor en euros,
*********************               estampados en PRUREMESA.
********************* 15/10/2026 CVJ - Cribado de sanciones en la
*********************               pasada de pagos contra la lista
*********************               de PRUSANCION (prefijo de IBAN,
*********************               pais, nombre en la referencia o
*********************               en el titular de PRUBENEF). Lo
*********************               que da en ella va a .SAN y queda
*********************               como acierto pendiente, con
*********************               alerta 9S; cuenta como pendiente
*********************               en la etapa VALIDA de PRUREMESA.
********************* 15/10/2026 CVJ - Un pago aceptado por encima de
*********************               PRULIBERAUMBRAL (si se fija) sale
*********************               a .OK como siempre pero queda
*********************               retenido en PRULIBERA hasta que
*********************               lo liberen; |PAGOSFIN| lleva
*********************               RETENIDOS. Los cobros del modo
*********************               ADEUDOS no se retienen.
********************* 15/10/2026 CVJ - En modo ADEUDOS la linea del
*********************               .OK lleva detras del mandato el
*********************               BIC (vacio si no se conoce) y el
*********************               tipo de adeudo FRST/RCUR, segun
*********************               el ultimo uso del mandato antes
*********************               de estamparlo: despues de la
*********************               pasada ya no se puede saber si
*********************               era el primero. Lo usa PRUGENADEU.
********************* 15/10/2026 CVJ - La historia de pagos apunta
*********************               tambien la remesa (PH-REMESA, de
*********************               PRUIBANEURREMESA, que ahora se lee
*********************               al abrir la pasada): es lo que
*********************               permite a PRUDEVOL devolver cada
*********************               devolucion del banco a su remesa.
*********************               PAGOSHIST.DAT crece y el anterior
*********************               se reorganiza con PRUREORG.
********************* 02/09/2026 CVJ - La historia de duplicados y el
*********************               ultimo uso del mandato se apuntan
*********************               ahora solo cuando el pago sale de
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGOS-PTE-ESTADO.

           SELECT PAGOS-SAN ASSIGN TO DYNAMIC WS-PAGOS-SAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGOS-SAN-ESTADO.

           SELECT BENEFICIARIOS
                  ASSIGN TO DYNAMIC WS-BENEF-PATH
                  ORGANIZATION IS INDEXED
                  RECORD KEY IS MAN-REF
                  FILE STATUS IS WS-MANDATOS-ESTADO.

           SELECT SANCIONES
                  ASSIGN TO DYNAMIC WS-SANCIONES-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SAN-CLAVE
                  FILE STATUS IS WS-SANCIONES-ESTADO.

           SELECT CAMBIOS
                  ASSIGN TO DYNAMIC WS-CAMBIOS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CAM-CLAVE
                  FILE STATUS IS WS-CAMBIOS-ESTADO.

           SELECT ALERTAS
                  ASSIGN TO DYNAMIC WS-ALERTAS-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ALR-ID
                  FILE STATUS IS WS-ALERTAS-ESTADO.

       DATA DIVISION.

       FILE SECTION.
       01  REG-LOTE-CTL      PIC X(256).

       FD  PAGOS-ENT.
       01  REG-PAGOS-ENT     PIC X(140).

       FD  PAGOS-OK.
       01  REG-PAGOS-OK      PIC X(130).

       FD  PAGOS-MAL.
       01  REG-PAGOS-MAL     PIC X(170).

       FD  PAGOS-DUP.
       01  REG-PAGOS-DUP     PIC X(170).

       FD  PAGOS-PTE.
       01  REG-PAGOS-PTE     PIC X(170).

       FD  PAGOS-SAN.
       01  REG-PAGOS-SAN     PIC X(170).

      *    REGISTRO DE BENEFICIARIOS APROBADOS QUE MANTIENE PRUBENEF.
       FD  BENEFICIARIOS.
           03 BEN-TITULAR    PIC X(40).
           03 BEN-FECHA      PIC X(8).
           03 BEN-APROBADOR  PIC X(15).
           03 BEN-EMPRESA    PIC X(3).

      *    HISTORIA DE PAGOS ACEPTADOS PARA LA DETECCION DE
      *    DUPLICADOS ENTRE DIAS: LA CLAVE ES EL PAGO ENTERO.
              05 PH-IMPORTE  PIC 9(13).
              05 PH-REF      PIC X(20).
           03 PH-FECHA       PIC X(8).
           03 PH-REMESA      PIC X(6).
           03 PH-DIVISA      PIC X(3).
           03 PH-FINALIDAD   PIC X(4).

      *    REGLAS POR PAIS CON FECHA DE EFECTO, COMO LAS MANTIENE
      *    PRUPAIS.
           03 MAN-ESTADO     PIC X.
              88 MAN-ACTIVO     VALUE "A".
           03 MAN-ULTUSO     PIC X(8).
           03 MAN-EMPRESA    PIC X(3).

      *    LISTA DE CRIBADO DE SANCIONES QUE MANTIENE PRUSANCION.
       FD  SANCIONES.
       01  REG-SANCIONES.
           03 SAN-CLAVE.
              05 SAN-TIPO    PIC X.
              05 SAN-VALOR   PIC X(40).
           03 SAN-MOTIVO     PIC X(40).
           03 SAN-FECHA      PIC X(8).
           03 SAN-AUTOR      PIC X(15).

      *    CAMBIOS DE DIVISA CON FECHA DE EFECTO QUE MANTIENE
      *    PRUDIVISA.
       FD  CAMBIOS.
       01  REG-CAMBIOS.
           03 CAM-CLAVE.
              05 CAM-DIVISA  PIC X(3).
              05 CAM-DESDE   PIC X(8).
           03 CAM-CAMBIO     PIC 9(5)V9(6).
           03 CAM-PAISES     PIC X(20).
           03 CAM-FECHA      PIC X(8).
           03 CAM-AUTOR      PIC X(15).

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

       WORKING-STORAGE SECTION.
       77 PROG  PIC X(10) VALUE "PRUIBANEUR".
       77  WS-ENT-BIC        PIC X(11).

       77  WS-MODO           PIC X(8).
           88 MODO-IDENTIFICADOR VALUE "CALCACRE" "VERIFACR"
                                       "VERIFNIF".
       01  WS-IBAN-CALC.
           03 WS-TEXT-P PIC X(2).
           03 WS-TEXT-D PIC 99.
           88 IBAN-VALIDO    VALUE "S".
       01  WS-MSG            PIC X(80).

      *    IDENTIFICADOR DE ACREEDOR SEPA (PAIS, DC, SUFIJO DE TRES Y
      *    IDENTIFICACION NACIONAL) Y NIF/NIE/CIF ESPAÑOL.
       01  WS-IDENT-ENTRADA  PIC X(35).
       01  WS-IDENT-COMPACTO PIC X(35).
       77  WS-IDENT-LON      PIC 99.
       01  WS-IDENT-VALOR    PIC X(35).
       77  WS-IDENT-DETALLE  PIC X(10).
       77  WS-IDENT-VALIDO   PIC X VALUE "N".
           88 IDENT-VALIDO   VALUE "S".
       77  WS-IDENT-I        PIC 99.
       77  WS-IDENT-CAR      PIC X.
       77  WS-ACR-PAIS       PIC XX.
       77  WS-ACR-DC         PIC XX.
       77  WS-ACR-SUFIJO     PIC X(3).
       01  WS-ACR-NACIONAL   PIC X(28).
       77  WS-ACR-DIGITOS    PIC 99.
       77  WS-ACR-DC-CALC    PIC 99.
       01  WS-CUENTA-ORIG    PIC X(30).
       77  WS-PAIS-ORIG      PIC XX.
       01  WS-NIF.
           03 WS-NIF-INICIAL PIC X.
              88 NIE-INICIAL      VALUE "X" "Y" "Z".
              88 NIF-ESPECIAL     VALUE "K" "L" "M".
              88 CIF-INICIAL      VALUE "A" "B" "C" "D" "E" "F" "G"
                                        "H" "J" "N" "P" "Q" "R" "S"
                                        "U" "V" "W".
              88 CIF-CON-LETRA    VALUE "N" "P" "Q" "R" "S" "W".
              88 CIF-CON-DIGITO   VALUE "A" "B" "E" "H".
           03 WS-NIF-CUERPO  PIC X(7).
           03 WS-NIF-CONTROL PIC X.
       77  WS-NIF-VALIDO     PIC X VALUE "N".
           88 NIF-VALIDO     VALUE "S".
       77  WS-NIF-TIPO       PIC X(3).
       77  WS-NIF-NUM        PIC 9(8).
       77  WS-NIF-7          PIC 9(7).
       77  WS-NIF-RESTO      PIC 99.
       77  WS-NIF-SUMA       PIC 999.
       77  WS-NIF-D          PIC 99.
       77  WS-NIF-DC         PIC 9.
       77  WS-LETRAS-NIF     PIC X(23)
                             VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       77  WS-LETRAS-CIF     PIC X(10) VALUE "JABCDEFGHI".

       01  WS-LOTE-DD        PIC X(128).
       01  WS-LOTE-PATH      PIC X(128).
       77  WS-LOTE-ESTADO    PIC XX.
       77  WS-PAGO-IMPORTE   PIC X(13).
       77  WS-PAGO-REF       PIC X(20).
       77  WS-PAGO-MANDATO   PIC X(35).
       77  WS-PAGO-FINALIDAD PIC X(4).
       77  WS-PAGO-NOMBRE    PIC X(40).
       01  WS-PAGOS-DUP-PATH PIC X(140).
       77  WS-PAGOS-DUP-ESTADO PIC XX.
       01  WS-PAGOS-PTE-PATH PIC X(140).
       77  WS-REMESA-ID      PIC X(6).
       77  WS-REM-ACCION     PIC X(8) VALUE "ETAPA".
       01  WS-REM-DETALLE    PIC X(160).
      *    EMPRESA DEL GRUPO DE LA REMESA (PRUREMESA CONSULTA, SEXTO
      *    CAMPO). EN BLANCO SI NO HAY REMESA O NO LLEVA EMPRESA.
       77  WS-RCN-ACCION     PIC X(8) VALUE "CONSULTA".
       01  WS-RCN-DETALLE    PIC X(160).
       77  WS-RCN-CAMPO      PIC X(120).
       77  WS-EMPRESA        PIC X(3).
       77  WS-LIB-UMBRAL-TXT PIC X(15).
       77  WS-LIB-UMBRAL     PIC 9(13) VALUE ZEROES.
       77  WS-LIB-LON        PIC 99.
       77  WS-LIB-NUM        PIC X(13).
       77  WS-LIB-ACCION     PIC X(8) VALUE "RETIENE".
       01  WS-LIB-DETALLE    PIC X(160).
       77  WS-PAGO-EUROS     PIC 9(13).
       77  WS-PAGOS-RETENIDOS PIC 9(7) VALUE ZEROES.
      *    CRIBADO DE SANCIONES: LA LISTA ENTERA SE CARGA EN MEMORIA
      *    AL ABRIR LA PASADA, COMO LAS REGLAS DE PAISES.
       01  WS-PAGOS-SAN-PATH PIC X(140).
       77  WS-PAGOS-SAN-ESTADO PIC XX.
       77  WS-SANCIONES-PATH PIC X(200).
       77  WS-SANCIONES-ESTADO PIC XX.
       77  WS-SAN-CARGA      PIC X VALUE "N".
           88 SANCIONES-CARGADAS VALUE "S".
       01  TB-SANCIONES.
           03 TB-SAN-O       OCCURS 500.
              05 TB-SAN-TIPO  PIC X.
              05 TB-SAN-VALOR PIC X(40).
              05 TB-SAN-LON   PIC 99.
       77  WS-NSANCIONES     PIC 999 VALUE ZERO.
       77  WS-SAN-I          PIC 999.
       77  WS-SAN-NOMBRES    PIC 999 VALUE ZERO.
       77  WS-SAN-LON        PIC 99.
       77  WS-SAN-CUENTA     PIC 99.
       01  WS-SAN-TEXTO      PIC X(61).
       77  WS-SAN-HALLADO    PIC X.
           88 PAGO-SANCIONADO VALUE "S".
       77  WS-SAN-HIT-TIPO   PIC X.
       01  WS-SAN-HIT-VALOR  PIC X(40).
       77  WS-BENEF-CRIBA    PIC X VALUE "N".
           88 BENEF-ABIERTO-CRIBA VALUE "S".
       77  WS-PAGOS-CRIBADOS PIC 9(7) VALUE ZEROES.
       77  WS-PAGOS-SANCION  PIC 9(7) VALUE ZEROES.
       77  WS-SUMA-SANCION   PIC 9(15) VALUE ZEROES.
       77  WS-PTE-REGS       PIC 9(7).
       77  WS-PTE-SUMA       PIC 9(15).
       77  WS-SANC-ACIERTO   PIC X(8) VALUE "ACIERTO".
       77  WS-SANC-CUENTA    PIC X(8) VALUE "CUENTA".
       01  WS-SANC-DETALLE   PIC X(160).
       01  MINUSCULAS        PIC X(26)
                             VALUE "abcdefghijklmnopqrstuvwxyz".
       01  MAYUSCULAS        PIC X(26)
                             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-DD-TRZ         PIC X(128).
       77  WS-ALERTAS-PATH   PIC X(200).
       77  WS-ALERTAS-ESTADO PIC XX.
       77  WS-ALR-SIGUIENTE  PIC 9(9).
       77  WS-COD-SANCION    PIC XX VALUE "9S".
      *    DIVISAS: LOS CAMBIOS VIGENTES EN LA FECHA DE PROCESO SE
      *    CARGAN EN MEMORIA Y LO ACEPTADO SE ACUMULA POR DIVISA (LAS
      *    MISMAS CINCO QUE CABEN EN EL REGISTRO DE PRUREMESA).
       77  WS-CAMBIOS-PATH   PIC X(200).
       77  WS-CAMBIOS-ESTADO PIC XX.
       01  TB-CAMBIOS.
           03 TB-CAM-O       OCCURS 30.
              05 TB-CAM-DIVISA PIC X(3).
              05 TB-CAM-CAMBIO PIC 9(5)V9(6).
              05 TB-CAM-PAISES PIC X(20).
       77  WS-NCAMBIOS       PIC 99 VALUE ZERO.
       77  WS-CAM-I          PIC 99.
       77  WS-CAM-HALLADO    PIC 99.
       77  WS-CAM-PAIS       PIC 99.
       77  WS-PAGO-DIVISA    PIC X(3).
       01  TB-DIVISAS-PAGO.
           03 TB-DP-O        OCCURS 5.
              05 TB-DP-DIVISA PIC X(3).
              05 TB-DP-REGS   PIC 9(7).
              05 TB-DP-SUMA   PIC 9(15).
       77  WS-NDIVISAS       PIC 9 VALUE ZERO.
       77  WS-DP-I           PIC 9.
       77  WS-DP-HALLADO     PIC 9.
       77  WS-DP-EUR         PIC 9(15).
       77  WS-HIST-PATH      PIC X(200).
       77  WS-HIST-ESTADO    PIC XX.
       77  WS-HIST-ABIERTA   PIC X VALUE "N".
           88 HISTORIA-DISPONIBLE VALUE "S".
       77  WS-TOKEN-PAGOS    PIC X VALUE "N".
           88 HISTORIA-TOKENIZADA VALUE "S".
       77  WS-TOK-ACCION     PIC X(8) VALUE "TOKEN".
       77  WS-TOK-FICHERO    PIC X(256).
       77  WS-TOK-DETALLE    PIC X(128).
       77  WS-TOK-RC         PIC S9(9).
       77  WS-HIST-IBAN      PIC X(34).
       77  WS-HIST-IBAN-CLARO PIC X(34).
       77  WS-DUP-DIAS-TXT   PIC X(4).
       77  WS-DUP-DIAS       PIC 9(4) VALUE 7.
       77  WS-DD             PIC 9(4).
       77  WS-PAGOS-DUDOSOS  PIC 9(7) VALUE ZEROES.
       77  WS-SUMA-DUDOSOS   PIC 9(15) VALUE ZEROES.
       77  WS-SUMA-NOVETADOS PIC 9(15) VALUE ZEROES.
      *    COMPROBACION DEL NOMBRE DEL BENEFICIARIO CONTRA EL TITULAR
      *    APROBADO: LAS LETRAS ACENTUADAS (SEGUNDO BYTE EN UTF-8, O
      *    EL UNICO EN LATIN-1) SE QUEDAN EN SU LETRA BASE.
       77  WS-NOM-RESULTADO  PIC X.
           88 NOMBRE-COINCIDE VALUE "C".
           88 NOMBRE-PARECIDO VALUE "P".
           88 NOMBRE-DISTINTO VALUE "N".
       77  WS-PAGOS-PARECIDOS PIC 9(7) VALUE ZEROES.
       77  WS-PAGOS-NOMBRE-MAL PIC 9(7) VALUE ZEROES.
       77  WS-SUMA-NOMBRE-MAL PIC 9(15) VALUE ZEROES.
       01  WS-NOM-ENTRA      PIC X(40).
       01  WS-NOM-LIMPIO     PIC X(40).
       01  WS-NOM-SALE       PIC X(40).
       01  WS-NOM-JUNTO      PIC X(40).
       01  WS-NOM-PAGO       PIC X(40).
       01  WS-NOM-PAGO-JUNTO PIC X(40).
       01  WS-NOM-TITULAR    PIC X(40).
       01  WS-NOM-BUSCA      PIC X(42).
       01  WS-NOM-PATRON     PIC X(42).
       01  WS-NOM-PALABRA    PIC X(40).
           88 NOM-FORMA-LEGAL VALUE "SL" "SA" "SLU" "SAU" "SLL" "SLNE"
                                    "SC" "SCOOP" "SCP" "SCA" "CB"
                                    "SOCIEDAD" "LIMITADA" "ANONIMA"
                                    "UNIPERSONAL" "COOPERATIVA"
                                    "LTD" "LIMITED" "PLC" "LLC" "INC"
                                    "GMBH" "AG" "BV" "NV" "SARL" "SAS"
                                    "SPA" "SRL".
       77  WS-NOM-CAR        PIC X.
       77  WS-NOM-I          PIC 99.
       77  WS-NOM-LON        PIC 99.
       77  WS-NOM-PUNTERO    PIC 99.
       77  WS-NOM-P-SALE     PIC 99.
       77  WS-NOM-P-JUNTO    PIC 99.
       77  WS-NOM-PALABRAS   PIC 99.
       77  WS-NOM-NPAGO      PIC 99.
       77  WS-NOM-NTIT       PIC 99.
       77  WS-NOM-COMUNES    PIC 99.
       77  WS-NOM-MAYOR      PIC 99.
       77  WS-NOM-CUENTA     PIC 99.
       01  NOM-ACENTOS-UTF.
           03 FILLER         PIC X(26) VALUE
              X"8081828384858788898A8B8C8D8E8F919293949596999A9B9C9D".
           03 FILLER         PIC X(26) VALUE
              X"A0A1A2A3A4A5A7A8A9AAABACADAEAFB1B2B3B4B5B6B9BABBBCBD".
       01  NOM-ACENTOS-LAT.
           03 FILLER         PIC X(26) VALUE
              X"C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD".
           03 FILLER         PIC X(26) VALUE
              X"E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFD".
       01  NOM-LETRAS.
           03 FILLER         PIC X(26)
                             VALUE "AAAAAACEEEEIIIINOOOOOUUUUY".
           03 FILLER         PIC X(26)
                             VALUE "AAAAAACEEEEIIIINOOOOOUUUUY".
       01  WS-FECHA-CORTE.
           03 WS-FC-ANO      PIC 9(4).
           03 WS-FC-MES      PIC 9(2).
       77  WS-MESES-TOT      PIC 9(6).
       77  WS-MAN-USO-REF    PIC X(8).
       77  WS-MANDATO-LEIDO  PIC X VALUE "N".
       77  WS-MAN-SECUENCIA  PIC X(4).
       77  WS-OK-BIC         PIC X(11).
       77  WS-PAGO-IMP-NUM   PIC X(13).
       77  WS-PAGO-IMP-LON   PIC 99.
       77  WS-PAGO-IMPORTE-9 PIC 9(13).
           IF PAGOS-ABIERTO
              GO TO PROCESA-PAGOS
           END-IF.
      *    EL MODO SE LEE ANTES DEL LOTE: LOS MODOS DE IDENTIFICADORES
      *    TAMBIEN VALEN PARA REPASAR UN FICHERO.
           MOVE SPACES TO WS-MODO.
           DISPLAY "PRUIBANEURMODO" UPON ENVIRONMENT-NAME.
           ACCEPT WS-MODO FROM ENVIRONMENT-VALUE.
           IF LOTE-ABIERTO
              GO TO PROCESA-LOTE
           END-IF.

           EVALUATE WS-MODO
              WHEN "VERIFICA"
                 END-IF
              WHEN "IBANACCC"
                 PERFORM IBAN-A-CCC
              WHEN "CALCACRE"
                 PERFORM CALCULA-ACREEDOR
                 PERFORM RESPUESTA-IDENTIFICADOR
              WHEN "VERIFACR"
                 PERFORM VERIFICA-ACREEDOR
                 PERFORM RESPUESTA-IDENTIFICADOR
              WHEN "VERIFNIF"
                 PERFORM VERIFICA-NIF
                 PERFORM RESPUESTA-IDENTIFICADOR
              WHEN OTHER
                 PERFORM CALCULA-IBAN
                 MOVE TEXT-P TO WS-TEXT-P
           END-IF.
       FIN-CALCULA-DC-CCC.

       CALCULA-ACREEDOR SECTION.
      *    MONTA EL IDENTIFICADOR DE ACREEDOR SEPA CON PAIS EN PAIS Y,
      *    EN CUENTA, EL SUFIJO DE TRES (ZZZ SI VIENE EN BLANCO)
      *    SEGUIDO DE LA IDENTIFICACION NACIONAL. EL DC ES EL DEL IBAN
      *    (MODULO 97 SOBRE IDENTIFICACION + PAIS + 00) CALCULADO SOLO
      *    SOBRE LA IDENTIFICACION: EL SUFIJO NO ENTRA EN EL CALCULO.
      *    EL RESULTADO QUEDA EN IBAN (PAIS, DC, SUFIJO+NIF) Y, SEGUIDO,
      *    EN IBANFORMATEADO.
       INICIO-CALCULA-ACREEDOR.
           MOVE "N" TO WS-IDENT-VALIDO.
           MOVE SPACES TO WS-IDENT-VALOR WS-IDENT-DETALLE.
           MOVE PAIS TO WS-ACR-PAIS.
           INSPECT WS-ACR-PAIS CONVERTING MINUSCULAS TO MAYUSCULAS.
           MOVE CUENTA(1:3) TO WS-ACR-SUFIJO.
           INSPECT WS-ACR-SUFIJO CONVERTING MINUSCULAS TO MAYUSCULAS.
           IF WS-ACR-SUFIJO = SPACES
              MOVE "ZZZ" TO WS-ACR-SUFIJO
           END-IF.
           MOVE CUENTA(4:27) TO WS-IDENT-ENTRADA.
           PERFORM COMPACTA-IDENTIFICADOR.
           MOVE WS-IDENT-COMPACTO TO WS-IDENT-VALOR.
           IF WS-ACR-PAIS IS NOT ALPHABETIC OR WS-ACR-PAIS(1:1) = " "
              OR WS-ACR-PAIS(2:1) = " " OR WS-IDENT-LON = ZEROES
              OR WS-IDENT-LON > 28
              MOVE "FORMATO" TO WS-IDENT-DETALLE
              GO TO FIN-CALCULA-ACREEDOR
           END-IF.
           MOVE WS-IDENT-COMPACTO TO WS-ACR-NACIONAL.
      *    UN ACREEDOR ESPAÑOL SE IDENTIFICA POR SU NIF.
           IF WS-ACR-PAIS = "ES"
              MOVE WS-ACR-NACIONAL(1:9) TO WS-NIF
              PERFORM VALIDA-NIF
              IF NOT NIF-VALIDO OR WS-IDENT-LON NOT = 9
                 MOVE "NIF" TO WS-IDENT-DETALLE
                 GO TO FIN-CALCULA-ACREEDOR
              END-IF
           END-IF.
           PERFORM DC-ACREEDOR.
           IF WS-IDENT-DETALLE NOT = SPACES
              GO TO FIN-CALCULA-ACREEDOR
           END-IF.
           MOVE WS-ACR-DC-CALC TO WS-ACR-DC.
           MOVE SPACES TO WS-IDENT-VALOR.
           STRING WS-ACR-PAIS WS-ACR-DC WS-ACR-SUFIJO
                  DELIMITED BY SIZE
                  WS-ACR-NACIONAL DELIMITED BY SPACE
                  INTO WS-IDENT-VALOR
           END-STRING.
           MOVE WS-ACR-PAIS TO TEXT-P.
           MOVE WS-ACR-DC-CALC TO TEXT-D.
           MOVE SPACES TO TEXT-C.
           STRING WS-ACR-SUFIJO DELIMITED BY SIZE
                  WS-ACR-NACIONAL DELIMITED BY SPACE
                  INTO TEXT-C
           END-STRING.
           MOVE WS-IDENT-VALOR TO IBANFORMATEADO.
           SET IDENT-VALIDO TO TRUE.
       FIN-CALCULA-ACREEDOR.

       VERIFICA-ACREEDOR SECTION.
      *    VERIFICA EL IDENTIFICADOR DE ACREEDOR QUE VIENE EN CUENTA
      *    (CON O SIN BLANCOS): PAIS, DC NUMERICO, SUFIJO DE TRES E
      *    IDENTIFICACION NACIONAL CUYO DC RECALCULADO TIENE QUE SER
      *    EL QUE TRAE. EL MOTIVO DEL RECHAZO QUEDA EN
      *    WS-IDENT-DETALLE (FORMATO, DC O NIF).
       INICIO-VERIFICA-ACREEDOR.
           MOVE "N" TO WS-IDENT-VALIDO.
           MOVE SPACES TO WS-IDENT-VALOR WS-IDENT-DETALLE.
           MOVE CUENTA TO WS-IDENT-ENTRADA.
           PERFORM COMPACTA-IDENTIFICADOR.
           MOVE WS-IDENT-COMPACTO TO WS-IDENT-VALOR.
           MOVE WS-IDENT-COMPACTO(1:2) TO WS-ACR-PAIS.
           MOVE WS-IDENT-COMPACTO(3:2) TO WS-ACR-DC.
           MOVE WS-IDENT-COMPACTO(5:3) TO WS-ACR-SUFIJO.
           IF WS-IDENT-LON < 8 OR WS-IDENT-LON > 35
              OR WS-ACR-PAIS IS NOT ALPHABETIC
              OR WS-ACR-DC IS NOT NUMERIC
              MOVE "FORMATO" TO WS-IDENT-DETALLE
              GO TO FIN-VERIFICA-ACREEDOR
           END-IF.
           MOVE WS-IDENT-COMPACTO(8:28) TO WS-ACR-NACIONAL.
           PERFORM DC-ACREEDOR.
           IF WS-IDENT-DETALLE NOT = SPACES
              GO TO FIN-VERIFICA-ACREEDOR
           END-IF.
           IF WS-ACR-DC NOT = WS-ACR-DC-CALC
              MOVE "DC" TO WS-IDENT-DETALLE
              GO TO FIN-VERIFICA-ACREEDOR
           END-IF.
           IF WS-ACR-PAIS = "ES"
              MOVE WS-ACR-NACIONAL(1:9) TO WS-NIF
              PERFORM VALIDA-NIF
              IF NOT NIF-VALIDO OR WS-ACR-NACIONAL(10:1) NOT = " "
                 MOVE "NIF" TO WS-IDENT-DETALLE
                 GO TO FIN-VERIFICA-ACREEDOR
              END-IF
           END-IF.
           SET IDENT-VALIDO TO TRUE.
       FIN-VERIFICA-ACREEDOR.

       DC-ACREEDOR SECTION.
      *    DC DE WS-ACR-NACIONAL PARA WS-ACR-PAIS CON EL CALCULO DE
      *    CALCULA-IBAN, QUE TRABAJA SOBRE CUENTA Y PAIS: SE GUARDAN
      *    Y SE RESTAURAN. CADA LETRA OCUPA DOS DIGITOS Y EL CALCULO
      *    ADMITE VEINTIOCHO, ASI QUE UNA IDENTIFICACION MAS LARGA SE
      *    RECHAZA POR FORMATO.
       INICIO-DC-ACREEDOR.
           MOVE ZEROES TO WS-ACR-DC-CALC WS-ACR-DIGITOS.
           PERFORM VARYING WS-IDENT-I FROM 1 BY 1 UNTIL WS-IDENT-I > 28
              IF WS-ACR-NACIONAL(WS-IDENT-I:1) IS NUMERIC
                 ADD 1 TO WS-ACR-DIGITOS
              ELSE
                 IF WS-ACR-NACIONAL(WS-IDENT-I:1) NOT = SPACE
                    ADD 2 TO WS-ACR-DIGITOS
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ACR-DIGITOS = ZEROES OR WS-ACR-DIGITOS > 28
              MOVE "FORMATO" TO WS-IDENT-DETALLE
              GO TO FIN-DC-ACREEDOR
           END-IF.
           MOVE CUENTA TO WS-CUENTA-ORIG.
           MOVE PAIS TO WS-PAIS-ORIG.
           MOVE SPACES TO CUENTA.
           MOVE WS-ACR-NACIONAL TO CTA1.
           MOVE WS-ACR-PAIS TO PAIS.
           PERFORM CALCULA-IBAN.
           MOVE RSTDO TO WS-ACR-DC-CALC.
           MOVE WS-CUENTA-ORIG TO CUENTA.
           MOVE WS-PAIS-ORIG TO PAIS.
       FIN-DC-ACREEDOR.

       VERIFICA-NIF SECTION.
      *    VERIFICA EL NIF, NIE O CIF QUE VIENE EN CUENTA (SE QUITAN
      *    BLANCOS, GUIONES Y PUNTOS). EL TIPO QUEDA EN
      *    WS-IDENT-DETALLE SI VALE; SI NO, EL MOTIVO (FORMATO O NIF).
       INICIO-VERIFICA-NIF.
           MOVE "N" TO WS-IDENT-VALIDO.
           MOVE SPACES TO WS-IDENT-VALOR WS-IDENT-DETALLE.
           MOVE CUENTA TO WS-IDENT-ENTRADA.
           PERFORM COMPACTA-IDENTIFICADOR.
           MOVE WS-IDENT-COMPACTO TO WS-IDENT-VALOR.
           IF WS-IDENT-LON NOT = 9
              MOVE "FORMATO" TO WS-IDENT-DETALLE
              GO TO FIN-VERIFICA-NIF
           END-IF.
           MOVE WS-IDENT-COMPACTO(1:9) TO WS-NIF.
           PERFORM VALIDA-NIF.
           IF NOT NIF-VALIDO
              MOVE "NIF" TO WS-IDENT-DETALLE
              GO TO FIN-VERIFICA-NIF
           END-IF.
           MOVE WS-NIF-TIPO TO WS-IDENT-DETALLE.
           SET IDENT-VALIDO TO TRUE.
       FIN-VERIFICA-NIF.

       VALIDA-NIF SECTION.
      *    CARACTER DE CONTROL DE WS-NIF:
      *    - NIF: OCHO DIGITOS Y LA LETRA DEL RESTO MODULO 23.
      *    - NIE: X, Y O Z (QUE VALEN 0, 1 Y 2 DELANTE DE LOS SIETE
      *      DIGITOS) Y LA MISMA LETRA; K, L Y M SON NIF ESPECIALES
      *      DE SIETE DIGITOS CON LA MISMA LETRA.
      *    - CIF: LETRA DE ORGANIZACION, SIETE DIGITOS Y CONTROL: LAS
      *      POSICIONES PARES SE SUMAN Y LAS IMPARES SE DOBLAN SUMANDO
      *      SUS CIFRAS; EL CONTROL ES 10 MENOS LAS UNIDADES (0 SI DA
      *      10), EN DIGITO O EN LETRA (J=0, A=1 ... I=9) SEGUN LA
      *      ORGANIZACION.
       INICIO-VALIDA-NIF.
           MOVE "N" TO WS-NIF-VALIDO.
           MOVE SPACES TO WS-NIF-TIPO.
           IF WS-NIF(1:8) IS NUMERIC
              MOVE "NIF" TO WS-NIF-TIPO
              MOVE WS-NIF(1:8) TO WS-NIF-NUM
              GO TO LETRA-NIF
           END-IF.
           IF WS-NIF-CUERPO IS NOT NUMERIC
              GO TO FIN-VALIDA-NIF
           END-IF.
           MOVE WS-NIF-CUERPO TO WS-NIF-7.
           IF NIE-INICIAL
              MOVE "NIE" TO WS-NIF-TIPO
              EVALUATE WS-NIF-INICIAL
                 WHEN "X"
                    MOVE WS-NIF-7 TO WS-NIF-NUM
                 WHEN "Y"
                    COMPUTE WS-NIF-NUM = 10000000 + WS-NIF-7
                 WHEN "Z"
                    COMPUTE WS-NIF-NUM = 20000000 + WS-NIF-7
              END-EVALUATE
              GO TO LETRA-NIF
           END-IF.
           IF NIF-ESPECIAL
              MOVE "NIF" TO WS-NIF-TIPO
              MOVE WS-NIF-7 TO WS-NIF-NUM
              GO TO LETRA-NIF
           END-IF.
           IF NOT CIF-INICIAL
              GO TO FIN-VALIDA-NIF
           END-IF.
           MOVE "CIF" TO WS-NIF-TIPO.
           MOVE ZEROES TO WS-NIF-SUMA.
           PERFORM VARYING WS-IDENT-I FROM 1 BY 1 UNTIL WS-IDENT-I > 7
              MOVE WS-NIF-CUERPO(WS-IDENT-I:1) TO WS-NIF-DC
              IF WS-IDENT-I = 2 OR WS-IDENT-I = 4 OR WS-IDENT-I = 6
                 ADD WS-NIF-DC TO WS-NIF-SUMA
              ELSE
                 COMPUTE WS-NIF-D = WS-NIF-DC * 2
                 IF WS-NIF-D > 9
                    SUBTRACT 9 FROM WS-NIF-D
                 END-IF
                 ADD WS-NIF-D TO WS-NIF-SUMA
              END-IF
           END-PERFORM.
           DIVIDE WS-NIF-SUMA BY 10
                  GIVING COCIENTE
                  REMAINDER WS-NIF-RESTO.
           COMPUTE WS-NIF-DC = 10 - WS-NIF-RESTO.
           IF WS-NIF-RESTO = ZERO
              MOVE ZERO TO WS-NIF-DC
           END-IF.
           IF WS-NIF-CONTROL = WS-LETRAS-CIF(WS-NIF-DC + 1:1)
              AND NOT CIF-CON-DIGITO
              SET NIF-VALIDO TO TRUE
           END-IF.
           IF WS-NIF-CONTROL = WS-NIF-DC
              AND NOT CIF-CON-LETRA
              SET NIF-VALIDO TO TRUE
           END-IF.
           GO TO FIN-VALIDA-NIF.
       LETRA-NIF.
           DIVIDE WS-NIF-NUM BY 23
                  GIVING COCIENTE
                  REMAINDER WS-NIF-RESTO.
           IF WS-NIF-CONTROL = WS-LETRAS-NIF(WS-NIF-RESTO + 1:1)
              SET NIF-VALIDO TO TRUE
           END-IF.
       FIN-VALIDA-NIF.

       COMPACTA-IDENTIFICADOR SECTION.
      *    DEJA EN WS-IDENT-COMPACTO SOLO LAS LETRAS (EN MAYUSCULAS) Y
      *    LOS DIGITOS DE WS-IDENT-ENTRADA, Y SU LONGITUD EN
      *    WS-IDENT-LON. CUALQUIER OTRO CARACTER QUE NO SEA BLANCO,
      *    GUION, PUNTO O BARRA LO HACE INVALIDO (LONGITUD 99).
       INICIO-COMPACTA.
           INSPECT WS-IDENT-ENTRADA
                   CONVERTING MINUSCULAS TO MAYUSCULAS.
           MOVE SPACES TO WS-IDENT-COMPACTO.
           MOVE ZEROES TO WS-IDENT-LON.
           PERFORM VARYING WS-IDENT-I FROM 1 BY 1
                   UNTIL WS-IDENT-I > 35 OR WS-IDENT-LON = 99
              MOVE WS-IDENT-ENTRADA(WS-IDENT-I:1) TO WS-IDENT-CAR
              IF (WS-IDENT-CAR >= "A" AND WS-IDENT-CAR <= "Z")
                 OR WS-IDENT-CAR IS NUMERIC
                 ADD 1 TO WS-IDENT-LON
                 MOVE WS-IDENT-CAR TO WS-IDENT-COMPACTO(WS-IDENT-LON:1)
              ELSE
                 IF WS-IDENT-CAR NOT = " " AND WS-IDENT-CAR NOT = "-"
                    AND WS-IDENT-CAR NOT = "."
                    AND WS-IDENT-CAR NOT = "/"
                    MOVE 99 TO WS-IDENT-LON
                 END-IF
              END-IF
           END-PERFORM.
       FIN-COMPACTA.

       RESPUESTA-IDENTIFICADOR SECTION.
      *    RESPUESTA DE LOS MODOS DE IDENTIFICADORES SUELTOS: RC 0 Y
      *    |OK| CON EL IDENTIFICADOR Y SU TIPO, O RC 1 Y |ERROR| CON
      *    EL MOTIVO.
       INICIO-RESPUESTA-IDENT.
           MOVE SPACES TO WS-MSG.
           IF IDENT-VALIDO
              MOVE 0 TO RETURN-CODE
              STRING "|PRUIBANEUR|" WS-MODO "|OK|" DELIMITED BY SIZE
                     WS-IDENT-VALOR DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-IDENT-DETALLE DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
           ELSE
              MOVE 1 TO RETURN-CODE
              STRING "|PRUIBANEUR|" WS-MODO "|ERROR|"
                     DELIMITED BY SIZE
                     WS-IDENT-VALOR DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     WS-IDENT-DETALLE DELIMITED BY SPACE
                     "|" DELIMITED BY SIZE
                     INTO WS-MSG
              END-STRING
           END-IF.
           DISPLAY WS-MSG UPON SYSOUT.
       FIN-RESPUESTA-IDENT.

       DIRECTORIO-ENTIDADES SECTION.
      *    EL DIRECTORIO SE ABRE UNA SOLA VEZ Y SE CONSULTA POR CLAVE;
      *    SI NO EXISTE (NODOS SIN PRUBIC TODAVIA) NO SE AVISA NI SE
           END-IF.
           SET PAGOS-ABIERTO TO TRUE.
           ACCEPT WS-FECHA-PAGO FROM DATE YYYYMMDD.
      *    LA REMESA SE CONOCE DESDE EL PRINCIPIO PORQUE CADA PAGO
      *    ACEPTADO LA DEJA APUNTADA EN LA HISTORIA.
           MOVE SPACES TO WS-REMESA-ID.
           DISPLAY "PRUIBANEURREMESA" UPON ENVIRONMENT-NAME.
           ACCEPT WS-REMESA-ID FROM ENVIRONMENT-VALUE.
           IF WS-REMESA-ID = LOW-VALUES
              MOVE SPACES TO WS-REMESA-ID
           END-IF.
           MOVE SPACES TO WS-EMPRESA.
           IF WS-REMESA-ID NOT = SPACES
              MOVE SPACES TO WS-RCN-DETALLE
              CALL "PRUREMESA" USING WS-RCN-ACCION WS-REMESA-ID
                                     WS-RCN-DETALLE
              IF RETURN-CODE = ZERO
                 UNSTRING WS-RCN-DETALLE DELIMITED BY ";" INTO
                       WS-RCN-CAMPO WS-RCN-CAMPO WS-RCN-CAMPO
                       WS-RCN-CAMPO WS-RCN-CAMPO WS-EMPRESA
                 END-UNSTRING
              END-IF
              MOVE ZERO TO RETURN-CODE
           END-IF.
           PERFORM ABRE-HISTORIA-PAGOS THRU FIN-ABRE-HISTORIA-PAGOS.

      *    UMBRAL DE RETENCION DE PRULIBERA: SIN FIJAR NO SE RETIENE
      *    NADA, COMO HASTA AHORA.
           MOVE ZEROES TO WS-LIB-UMBRAL.
           MOVE SPACES TO WS-LIB-UMBRAL-TXT.
           DISPLAY "PRULIBERAUMBRAL" UPON ENVIRONMENT-NAME.
           ACCEPT WS-LIB-UMBRAL-TXT FROM ENVIRONMENT-VALUE.
           IF WS-LIB-UMBRAL-TXT NOT = SPACES AND
              WS-LIB-UMBRAL-TXT NOT = LOW-VALUES
              MOVE ZERO TO WS-LIB-LON
              INSPECT WS-LIB-UMBRAL-TXT TALLYING WS-LIB-LON
                      FOR CHARACTERS BEFORE INITIAL " "
              IF WS-LIB-LON > ZERO AND WS-LIB-LON < 14
                 MOVE ALL "0" TO WS-LIB-NUM
                 MOVE WS-LIB-UMBRAL-TXT(1:WS-LIB-LON)
                   TO WS-LIB-NUM(14 - WS-LIB-LON:WS-LIB-LON)
                 IF WS-LIB-NUM IS NUMERIC
                    MOVE WS-LIB-NUM TO WS-LIB-UMBRAL
                 END-IF
              END-IF
           END-IF.

      *    EN MODO ESTRICTO SOLO PASA A .OK LO QUE FIGURA EN EL
      *    REGISTRO DE BENEFICIARIOS DE PRUBENEF; EL RESTO QUEDA
      *    PENDIENTE DE APROBACION EN .PTE.
              END-IF
           END-IF.

      *    CRIBADO DE SANCIONES: SIN LISTA NO SE CRIBA NADA.
           PERFORM CARGA-SANCIONES THRU FIN-CARGA-SANCIONES.
           PERFORM CARGA-CAMBIOS THRU FIN-CARGA-CAMBIOS.

      *    EN MODO ADEUDOS CADA COBRO TIENE QUE VENIR AMPARADO POR UN
      *    MANDATO VIVO DEL REGISTRO DE PRUMANDATO; LA FECHA DE CORTE
      *    DE CADUCIDAD SE CALCULA UNA VEZ AQUI (HOY MENOS
              GO TO PROCESA-PAGOS
           END-IF.
           MOVE SPACES TO WS-PAGO-IBAN WS-PAGO-IMPORTE WS-PAGO-REF
                          WS-PAGO-MANDATO WS-PAGO-FINALIDAD
                          WS-PAGO-NOMBRE.
           UNSTRING REG-PAGOS-ENT DELIMITED BY ";" INTO
                 WS-PAGO-IBAN
                 WS-PAGO-IMPORTE
                 WS-PAGO-REF
                 WS-PAGO-MANDATO
                 WS-PAGO-FINALIDAD
                 WS-PAGO-NOMBRE
           END-UNSTRING.
      *    LA FINALIDAD (QUINTO CAMPO) Y EL NOMBRE DEL BENEFICIARIO
      *    (SEXTO) SOLO LOS TRAE UNA TRANSFERENCIA.
           IF PAGOS-ADEUDOS
              MOVE SPACES TO WS-PAGO-FINALIDAD WS-PAGO-NOMBRE
           END-IF.
           INSPECT WS-PAGO-FINALIDAD
                   CONVERTING MINUSCULAS TO MAYUSCULAS.
           PERFORM VALIDA-PAGO THRU FIN-VALIDA-PAGO.
      *    UN PAGO VALIDO QUE DA EN LA LISTA DE SANCIONES NO SIGUE:
      *    QUEDA APARTADO EN .SAN PARA CUMPLIMIENTO, ANTES QUE NADA.
           IF WS-PAGO-MOTIVO = SPACES AND SANCIONES-CARGADAS
              PERFORM CRIBA-PAGO THRU FIN-CRIBA-PAGO
              IF PAGO-SANCIONADO
                 PERFORM APARTA-SANCIONADO THRU FIN-APARTA-SANCIONADO
                 GO TO PROCESA-PAGOS
              END-IF
           END-IF.
      *    UN PAGO VALIDO PERO IGUAL A UNO ACEPTADO EN LA VENTANA DE
      *    DUPLICADOS NO VA A .OK: CAE EN .DUP PARA REVISION HUMANA.
           IF WS-PAGO-MOTIVO = SPACES
           END-IF.
      *    EN MODO ESTRICTO, UN PAGO VALIDO HACIA UN IBAN SIN VETAR
      *    QUEDA PENDIENTE DE APROBACION EN .PTE.
      *    UN IBAN VETADO CON UN NOMBRE QUE NO ES EL DE SU TITULAR
      *    TAMBIEN QUEDA PENDIENTE, COMO NOMBREDISTINTO.
           IF WS-PAGO-MOTIVO = SPACES AND PAGOS-ESTRICTO
              PERFORM COMPRUEBA-BENEFICIARIO
                 THRU FIN-COMPRUEBA-BENEFICIARIO
              IF PAGO-VETADO AND WS-PAGO-NOMBRE NOT = SPACES
                 PERFORM COMPRUEBA-NOMBRE THRU FIN-COMPRUEBA-NOMBRE
                 IF NOMBRE-DISTINTO
                    GO TO PROCESA-PAGOS
                 END-IF
              END-IF
              IF PAGO-VETADO
                 ADD 1 TO WS-PAGOS-VETADOS
              ELSE
              ADD 1 TO WS-PAGOS-ACEPT
              ADD WS-PAGO-IMPORTE-9 TO WS-SUMA-ACEPT
              MOVE REG-PAGOS-ENT TO REG-PAGOS-OK
              MOVE SPACES TO WS-OK-BIC
      *       UN IBAN ESPAÑOL SALE ENRIQUECIDO CON EL BIC DE SU
      *       ENTIDAD (POSICIONES 5-8 DEL IBAN) COMO QUINTO CAMPO,
      *       CUANDO EL DIRECTORIO DE PRUBIC LA CONOCE.
              IF WS-PAGO-IBAN(1:2) = "ES"
                 MOVE WS-PAGO-IBAN(5:4) TO WS-ENT-BUSCA
                 PERFORM BUSCA-ENTIDAD THRU FIN-BUSCA-ENTIDAD
                 IF ENTIDAD-HALLADA
                    MOVE WS-ENT-BIC TO WS-OK-BIC
                 END-IF
              END-IF
      *       UNA TRANSFERENCIA SALE SIEMPRE CON SU DIVISA EN EL
      *       CUARTO CAMPO Y EL BIC, SI SE CONOCE, DETRAS.
              IF NOT PAGOS-ADEUDOS
                 MOVE SPACES TO REG-PAGOS-OK
                 STRING WS-PAGO-IBAN DELIMITED BY SPACE
                        ";" DELIMITED BY SIZE
                        WS-PAGO-IMPORTE DELIMITED BY SPACE
                        ";" DELIMITED BY SIZE
                        WS-PAGO-REF DELIMITED BY "  "
                        ";" WS-PAGO-DIVISA DELIMITED BY SIZE
                        INTO REG-PAGOS-OK
                 END-STRING
                 IF WS-OK-BIC NOT = SPACES
                    MOVE SPACES TO WS-PAGOS-RESP
                    STRING REG-PAGOS-OK DELIMITED BY "  "
                           ";" DELIMITED BY SIZE
                           WS-OK-BIC DELIMITED BY SPACE
                           INTO WS-PAGOS-RESP
                    END-STRING
                    MOVE WS-PAGOS-RESP TO REG-PAGOS-OK
                 END-IF
              END-IF
      *       UN COBRO LLEVA SIEMPRE LOS DOS CAMPOS, CON EL BIC VACIO
      *       SI NO SE CONOCE, PARA QUE EL TIPO NO CAMBIE DE SITIO.
              IF PAGOS-ADEUDOS
                 MOVE SPACES TO REG-PAGOS-OK
                 STRING REG-PAGOS-ENT DELIMITED BY "  "
                        ";" DELIMITED BY SIZE
                        WS-OK-BIC DELIMITED BY SPACE
                        ";" WS-MAN-SECUENCIA DELIMITED BY SIZE
                        INTO REG-PAGOS-OK
                 END-STRING
              END-IF
              WRITE REG-PAGOS-OK
              PERFORM ACUMULA-DIVISA THRU FIN-ACUMULA-DIVISA
      *       SOLO EL PAGO QUE DE VERDAD HA SALIDO POR .OK QUEDA EN
      *       LA HISTORIA DE DUPLICADOS Y RENUEVA SU MANDATO; LOS
      *       DESVIADOS A .DUP O .PTE NO DEJAN RASTRO DE ACEPTADO.
                 PERFORM ESTAMPA-USO-MANDATO
                    THRU FIN-ESTAMPA-USO-MANDATO
              END-IF
              IF NOT PAGOS-ADEUDOS AND WS-LIB-UMBRAL > ZEROES
                 PERFORM EUROS-PAGO THRU FIN-EUROS-PAGO
                 IF WS-PAGO-EUROS > WS-LIB-UMBRAL
                    PERFORM RETIENE-PAGO THRU FIN-RETIENE-PAGO
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-PAGOS-RECH
              ADD WS-PAGO-IMPORTE-9 TO WS-SUMA-RECH
                 CLOSE BENEFICIARIOS
              END-IF
           END-IF.
           IF SANCIONES-CARGADAS
              PERFORM CIERRA-CRIBADO THRU FIN-CIERRA-CRIBADO
           END-IF.
           MOVE SPACES TO WS-PAGOS-RESP.
           IF PAGOS-ESTRICTO
              STRING "|PAGOSFIN|ACEPTADOS:" WS-PAGOS-ACEPT
                     "|IMPORTERECHAZADO:" WS-SUMA-RECH
                     "|DUDOSOS:" WS-PAGOS-DUDOSOS
                     "|VETADOS:" WS-PAGOS-VETADOS
                     "|NOVETADOS:" WS-PAGOS-NOVETADOS
                     "|NOMBREPARECIDO:" WS-PAGOS-PARECIDOS
                     "|NOMBREDISTINTO:" WS-PAGOS-NOMBRE-MAL
                     "|RETENIDOS:" WS-PAGOS-RETENIDOS
                     "|CRIBADOS:" WS-PAGOS-CRIBADOS
                     "|SANCIONES:" WS-PAGOS-SANCION "|"
                     DELIMITED BY SIZE
                     INTO WS-PAGOS-RESP
              END-STRING
                     "|IMPORTEACEPTADO:" WS-SUMA-ACEPT
                     "|RECHAZADOS:" WS-PAGOS-RECH
                     "|IMPORTERECHAZADO:" WS-SUMA-RECH
                     "|DUDOSOS:" WS-PAGOS-DUDOSOS
                     "|RETENIDOS:" WS-PAGOS-RETENIDOS
                     "|CRIBADOS:" WS-PAGOS-CRIBADOS
                     "|SANCIONES:" WS-PAGOS-SANCION "|"
                     DELIMITED BY SIZE
                     INTO WS-PAGOS-RESP
              END-STRING
           END-IF.
           DISPLAY WS-PAGOS-RESP UPON SYSOUT.
           PERFORM TOTALES-DIVISA THRU FIN-TOTALES-DIVISA.
      *    SI LA REMESA VIENE REGISTRADA (PRUIBANEURREMESA TRAE SU
      *    ID), LA ETAPA DE VALIDACION QUEDA ESTAMPADA EN EL REGISTRO
      *    DE PRUREMESA PARA LA CONCILIACION DE PUNTA A PUNTA.
      *    LOS APARTADOS POR SANCIONES CUENTAN COMO PENDIENTES: NO
      *    SALEN, PERO TAMPOCO ESTAN RECHAZADOS, Y ASI LA REMESA SIGUE
      *    CUADRANDO EN PRUREMESA. LO MISMO LOS DE NOMBRE DISTINTO.
           IF WS-REMESA-ID NOT = SPACES
              COMPUTE WS-PTE-REGS = WS-PAGOS-NOVETADOS
                                  + WS-PAGOS-SANCION
                                  + WS-PAGOS-NOMBRE-MAL
              COMPUTE WS-PTE-SUMA = WS-SUMA-NOVETADOS
                                  + WS-SUMA-SANCION
                                  + WS-SUMA-NOMBRE-MAL
              MOVE SPACES TO WS-REM-DETALLE
              STRING "VALIDA;" WS-PAGOS-ACEPT ";" WS-SUMA-ACEPT
                     ";" WS-PAGOS-RECH ";" WS-SUMA-RECH
                     ";" WS-PAGOS-DUDOSOS ";" WS-SUMA-DUDOSOS
                     ";" WS-PTE-REGS ";" WS-PTE-SUMA
                     DELIMITED BY SIZE
                     INTO WS-REM-DETALLE
              END-STRING
              CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA-ID
                                     WS-REM-DETALLE
              PERFORM ESTAMPA-DIVISAS THRU FIN-ESTAMPA-DIVISAS
           END-IF.
           GO TO FIN-PROCESOS.
       FIN-PROCESA-PAGOS.
           IF PAGOS-ADEUDOS AND WS-PAGO-MOTIVO = SPACES
              PERFORM VALIDA-MANDATO THRU FIN-VALIDA-MANDATO
           END-IF.
           IF WS-PAGO-MOTIVO = SPACES
              PERFORM VALIDA-DIVISA THRU FIN-VALIDA-DIVISA
           END-IF.
       FIN-VALIDA-PAGO.

       ABRE-HISTORIA-PAGOS.
                   UNTIL WS-DD > WS-DUP-DIAS
              PERFORM RETROCEDE-CORTE
           END-PERFORM.
           MOVE SPACES TO WS-TOKEN-PAGOS WS-HIST-IBAN-CLARO.
           DISPLAY "PRUTOKENPAGOS" UPON ENVIRONMENT-NAME.
           ACCEPT WS-TOKEN-PAGOS FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO VALORDIRP.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIRP FROM ENVIRONMENT-VALUE.
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF BEN-EMPRESA = SPACES OR WS-EMPRESA = SPACES
                     OR BEN-EMPRESA = WS-EMPRESA
                     SET PAGO-VETADO TO TRUE
                  END-IF
           END-READ.
       FIN-COMPRUEBA-BENEFICIARIO.

       COMPRUEBA-NOMBRE.
      *    EL REGISTRO DEL BENEFICIARIO YA ESTA LEIDO (VETADO). UN
      *    PARECIDO SIGUE SU CAMINO CON AVISO; UN DISTINTO SE APARCA
      *    AQUI MISMO EN .PTE.
           PERFORM COMPARA-TITULAR THRU FIN-COMPARA-TITULAR.
           IF NOMBRE-COINCIDE
              GO TO FIN-COMPRUEBA-NOMBRE
           END-IF.
           MOVE SPACES TO WS-PAGOS-RESP.
           IF NOMBRE-PARECIDO
              ADD 1 TO WS-PAGOS-PARECIDOS
              STRING "|PAGOSNOMBRE|PARECIDO|" DELIMITED BY SIZE
                     INTO WS-PAGOS-RESP
              END-STRING
           ELSE
              ADD 1 TO WS-PAGOS-NOMBRE-MAL
              ADD WS-PAGO-IMPORTE-9 TO WS-SUMA-NOMBRE-MAL
              STRING "|PAGOSNOMBRE|DISTINTO|" DELIMITED BY SIZE
                     INTO WS-PAGOS-RESP
              END-STRING
              MOVE SPACES TO REG-PAGOS-PTE
              STRING REG-PAGOS-ENT DELIMITED BY "  "
                     ";NOMBREDISTINTO" DELIMITED BY SIZE
                     INTO REG-PAGOS-PTE
              END-STRING
              WRITE REG-PAGOS-PTE
           END-IF.
           MOVE SPACES TO WS-PAGOS-RESP(23:).
           STRING WS-PAGO-REF DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  WS-PAGO-IBAN DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-PAGO-NOMBRE DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  BEN-TITULAR DELIMITED BY "  "
                  "|" DELIMITED BY SIZE
                  INTO WS-PAGOS-RESP(23:)
           END-STRING.
           DISPLAY WS-PAGOS-RESP UPON SYSOUT.
       FIN-COMPRUEBA-NOMBRE.

       COMPRUEBA-DUPLICADO.
      *    LA CLAVE ES EL PAGO ENTERO (IBAN, IMPORTE ENCAJADO Y
      *    REFERENCIA). UNO YA VISTO DENTRO DE LA VENTANA ES
           IF NOT HISTORIA-DISPONIBLE
              GO TO FIN-COMPRUEBA-DUPLICADO
           END-IF.
           PERFORM IBAN-DE-HISTORIA THRU FIN-IBAN-DE-HISTORIA.
           MOVE SPACES TO PH-CLAVE.
           MOVE WS-HIST-IBAN TO PH-IBAN.
           MOVE WS-PAGO-IMPORTE-9 TO PH-IMPORTE.
           MOVE WS-PAGO-REF TO PH-REF.
           READ PAGOSHIST
           IF NOT HISTORIA-DISPONIBLE
              GO TO FIN-ANOTA-HISTORIA-PAGO
           END-IF.
           PERFORM IBAN-DE-HISTORIA THRU FIN-IBAN-DE-HISTORIA.
           MOVE SPACES TO PH-CLAVE.
           MOVE WS-HIST-IBAN TO PH-IBAN.
           MOVE WS-PAGO-IMPORTE-9 TO PH-IMPORTE.
           MOVE WS-PAGO-REF TO PH-REF.
           MOVE WS-FECHA-PAGO TO PH-FECHA.
           MOVE WS-REMESA-ID TO PH-REMESA.
           MOVE WS-PAGO-DIVISA TO PH-DIVISA.
           MOVE WS-PAGO-FINALIDAD TO PH-FINALIDAD.
           WRITE REG-PAGOSHIST
               INVALID KEY
                  REWRITE REG-PAGOSHIST
           END-WRITE.
       FIN-ANOTA-HISTORIA-PAGO.

       IBAN-DE-HISTORIA.
      *    CON LA HISTORIA TOKENIZADA SE BUSCA Y SE APUNTA POR EL
      *    TOKEN DEL IBAN (EL MISMO SIEMPRE PARA EL MISMO IBAN); EL
      *    ULTIMO SE GUARDA, QUE EL MISMO PAGO SE MIRA Y SE APUNTA.
           MOVE WS-PAGO-IBAN TO WS-HIST-IBAN.
           IF NOT HISTORIA-TOKENIZADA
              GO TO FIN-IBAN-DE-HISTORIA
           END-IF.
           IF WS-PAGO-IBAN = WS-HIST-IBAN-CLARO
              MOVE WS-TOK-DETALLE(1:34) TO WS-HIST-IBAN
              GO TO FIN-IBAN-DE-HISTORIA
           END-IF.
           MOVE RETURN-CODE TO WS-TOK-RC.
           MOVE SPACES TO WS-TOK-FICHERO WS-TOK-DETALLE.
           MOVE WS-PAGO-IBAN TO WS-TOK-DETALLE.
           CALL "PRUTOKEN" USING WS-TOK-ACCION WS-TOK-FICHERO
                                 WS-TOK-DETALLE
               ON EXCEPTION
                  MOVE WS-PAGO-IBAN TO WS-TOK-DETALLE
           END-CALL.
           MOVE WS-TOK-RC TO RETURN-CODE.
           MOVE WS-PAGO-IBAN TO WS-HIST-IBAN-CLARO.
           MOVE WS-TOK-DETALLE(1:34) TO WS-HIST-IBAN.
       FIN-IBAN-DE-HISTORIA.

       VALIDA-MANDATO.
      *    EL COBRO SOLO PASA SI SU MANDATO EXISTE, ESTA ACTIVO Y SE
      *    HA USADO (O FIRMADO, SI NUNCA SE USO) DESPUES DE LA FECHA
      *    DE VERDAD POR .OK - UNO DESVIADO DESPUES A .DUP O .PTE NO
      *    DEBE RENOVAR EL MANDATO.
           MOVE "N" TO WS-MANDATO-LEIDO.
           MOVE SPACES TO WS-MAN-SECUENCIA.
           IF NOT MANDATOS-DISPONIBLES
              MOVE "MANDATOFALTA" TO WS-PAGO-MOTIVO
              GO TO FIN-VALIDA-MANDATO
              MOVE "MANDATOCANCEL" TO WS-PAGO-MOTIVO
              GO TO FIN-VALIDA-MANDATO
           END-IF.
           IF MAN-EMPRESA NOT = SPACES AND WS-EMPRESA NOT = SPACES
              AND MAN-EMPRESA NOT = WS-EMPRESA
              MOVE "MANDATOAJENO" TO WS-PAGO-MOTIVO
              GO TO FIN-VALIDA-MANDATO
           END-IF.
           IF MAN-ULTUSO IS NUMERIC AND MAN-ULTUSO NOT = ZEROES
              MOVE MAN-ULTUSO TO WS-MAN-USO-REF
              MOVE "RCUR" TO WS-MAN-SECUENCIA
           ELSE
              MOVE MAN-FIRMA TO WS-MAN-USO-REF
              MOVE "FRST" TO WS-MAN-SECUENCIA
           END-IF.
           IF WS-MAN-USO-REF(1:6) < WS-MESES-CORTE
              MOVE "MANDATOCADUCO" TO WS-PAGO-MOTIVO
           MOVE "S" TO WS-MANDATO-LEIDO.
       FIN-VALIDA-MANDATO.

      *    EL UMBRAL ESTA EN EUROS: EL PAGO SE PASA AL MISMO CAMBIO
      *    CARGADO QUE USA CONTRAVALOR. VALIDA-DIVISA YA HA EXIGIDO
      *    CAMBIO PARA TODA DIVISA QUE NO SEA EL EURO; SI AUN ASI NO
      *    LO HAY, EL PAGO SE MIRA POR SU IMPORTE.
       EUROS-PAGO.
           MOVE WS-PAGO-IMPORTE-9 TO WS-PAGO-EUROS.
           IF WS-PAGO-DIVISA = "EUR"
              GO TO FIN-EUROS-PAGO
           END-IF.
           PERFORM VARYING WS-CAM-I FROM 1 BY 1
                   UNTIL WS-CAM-I > WS-NCAMBIOS
              IF TB-CAM-DIVISA(WS-CAM-I) = WS-PAGO-DIVISA
                 AND TB-CAM-CAMBIO(WS-CAM-I) > ZEROES
                 COMPUTE WS-PAGO-EUROS ROUNDED =
                         WS-PAGO-IMPORTE-9 / TB-CAM-CAMBIO(WS-CAM-I)
              END-IF
           END-PERFORM.
       FIN-EUROS-PAGO.

       RETIENE-PAGO.
      *    EL PAGO YA ESTA EN .OK Y EN LA HISTORIA; AQUI SOLO QUEDA
      *    APUNTADO COMO RETENIDO, Y PRUGENPAG NO LO DEJA SALIR HASTA
      *    QUE PRULIBERA LO DE POR LIBERADO.
           MOVE SPACES TO WS-LIB-DETALLE.
           STRING WS-PAGO-IBAN DELIMITED BY SPACE
                  ";" WS-PAGO-IMPORTE-9 ";" DELIMITED BY SIZE
                  WS-PAGO-REF DELIMITED BY SPACE
                  ";" WS-PAGO-DIVISA DELIMITED BY SIZE
                  INTO WS-LIB-DETALLE
           END-STRING.
           CALL "PRULIBERA" USING WS-LIB-ACCION WS-REMESA-ID
                                  WS-LIB-DETALLE.
           ADD 1 TO WS-PAGOS-RETENIDOS.
           MOVE ZERO TO RETURN-CODE.
       FIN-RETIENE-PAGO.

       ESTAMPA-USO-MANDATO.
      *    EL MANDATO LEIDO Y VALIDADO POR VALIDA-MANDATO SIGUE EN
      *    REG-MANDATOS (NADA MAS TOCA ESE FICHERO ENTRE MEDIAS): LA
           REWRITE REG-MANDATOS.
       FIN-ESTAMPA-USO-MANDATO.

       DIVISAS SECTION.
      *    PARA CADA DIVISA GANA LA VERSION CON LA FECHA-DESDE MAS
      *    ALTA QUE NO SUPERE LA FECHA DE PROCESO, COMO EN LAS REGLAS
      *    DE PAISES. SIN FICHERO DE CAMBIOS SOLO SE ACEPTA EL EURO.
       CARGA-CAMBIOS.
           MOVE ZERO TO WS-NCAMBIOS.
           MOVE SPACES TO VALORDIRP.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIRP FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-CAMBIOS-PATH.
           IF VALORDIRP NOT = SPACES AND VALORDIRP NOT = LOW-VALUES
              STRING VALORDIRP "/CAMBIOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-CAMBIOS-PATH
              END-STRING
           ELSE
              MOVE "CAMBIOS.DAT" TO WS-CAMBIOS-PATH
           END-IF.
           OPEN INPUT CAMBIOS.
           IF WS-CAMBIOS-ESTADO NOT = "00"
              GO TO FIN-CARGA-CAMBIOS
           END-IF.
           MOVE LOW-VALUES TO CAM-CLAVE.
           START CAMBIOS KEY NOT LESS CAM-CLAVE
               INVALID KEY
                  GO TO CIERRA-CAMBIOS
           END-START.
       LEER-CAMBIOS.
           READ CAMBIOS NEXT
               AT END
                  GO TO CIERRA-CAMBIOS
           END-READ.
           IF CAM-DESDE > WS-FECHA-PAGO
              GO TO LEER-CAMBIOS
           END-IF.
      *    LAS VERSIONES LLEGAN EN ORDEN DE CLAVE (DIVISA, DESDE):
      *    LA ULTIMA VIGENTE DE CADA DIVISA MACHACA A LA ANTERIOR.
           IF WS-NCAMBIOS > ZERO
              IF TB-CAM-DIVISA(WS-NCAMBIOS) = CAM-DIVISA
                 MOVE CAM-CAMBIO TO TB-CAM-CAMBIO(WS-NCAMBIOS)
                 MOVE CAM-PAISES TO TB-CAM-PAISES(WS-NCAMBIOS)
                 GO TO LEER-CAMBIOS
              END-IF
           END-IF.
           IF WS-NCAMBIOS = 30
              DISPLAY "|PAGOSERROR|CAMBIOSLLENA|" UPON SYSOUT
              GO TO CIERRA-CAMBIOS
           END-IF.
           ADD 1 TO WS-NCAMBIOS.
           MOVE CAM-DIVISA TO TB-CAM-DIVISA(WS-NCAMBIOS).
           MOVE CAM-CAMBIO TO TB-CAM-CAMBIO(WS-NCAMBIOS).
           MOVE CAM-PAISES TO TB-CAM-PAISES(WS-NCAMBIOS).
           GO TO LEER-CAMBIOS.
       CIERRA-CAMBIOS.
           CLOSE CAMBIOS.
       FIN-CARGA-CAMBIOS.

       VALIDA-DIVISA.
      *    UN COBRO DEL MODO ADEUDOS ES SIEMPRE EN EUROS (EL CUARTO
      *    CAMPO ES SU MANDATO); UNA TRANSFERENCIA LLEVA LA DIVISA EN
      *    EL CUARTO CAMPO. EL EURO VALE PARA CUALQUIER PAIS; OTRA
      *    DIVISA NECESITA CAMBIO VIGENTE Y QUE EL PAIS DEL IBAN
      *    ESTE ENTRE LOS SUYOS.
           MOVE "EUR" TO WS-PAGO-DIVISA.
           IF NOT PAGOS-ADEUDOS AND WS-PAGO-MANDATO NOT = SPACES
              MOVE WS-PAGO-MANDATO(1:3) TO WS-PAGO-DIVISA
              INSPECT WS-PAGO-DIVISA
                      CONVERTING MINUSCULAS TO MAYUSCULAS
           END-IF.
           IF WS-PAGO-DIVISA NOT = "EUR"
              MOVE ZERO TO WS-CAM-HALLADO
              PERFORM VARYING WS-CAM-I FROM 1 BY 1
                      UNTIL WS-CAM-I > WS-NCAMBIOS
                         OR WS-CAM-HALLADO > ZERO
                 IF TB-CAM-DIVISA(WS-CAM-I) = WS-PAGO-DIVISA
                    MOVE WS-CAM-I TO WS-CAM-HALLADO
                 END-IF
              END-PERFORM
              IF WS-CAM-HALLADO = ZERO
                 MOVE "DIVISAMALA" TO WS-PAGO-MOTIVO
                 GO TO FIN-VALIDA-DIVISA
              END-IF
              MOVE ZERO TO WS-CAM-PAIS
              INSPECT TB-CAM-PAISES(WS-CAM-HALLADO)
                      TALLYING WS-CAM-PAIS
                      FOR ALL WS-PAGO-IBAN(1:2)
              IF WS-CAM-PAIS = ZERO
                 MOVE "DIVISAPAIS" TO WS-PAGO-MOTIVO
                 GO TO FIN-VALIDA-DIVISA
              END-IF
           END-IF.
           PERFORM BUSCA-DIVISA-PAGO THRU FIN-BUSCA-DIVISA-PAGO.
           IF WS-DP-HALLADO = ZERO AND WS-NDIVISAS = 5
              MOVE "DIVISAEXCESO" TO WS-PAGO-MOTIVO
           END-IF.
       FIN-VALIDA-DIVISA.

       BUSCA-DIVISA-PAGO.
           MOVE ZERO TO WS-DP-HALLADO.
           PERFORM VARYING WS-DP-I FROM 1 BY 1
                   UNTIL WS-DP-I > WS-NDIVISAS OR WS-DP-HALLADO > ZERO
              IF TB-DP-DIVISA(WS-DP-I) = WS-PAGO-DIVISA
                 MOVE WS-DP-I TO WS-DP-HALLADO
              END-IF
           END-PERFORM.
       FIN-BUSCA-DIVISA-PAGO.

       ACUMULA-DIVISA.
           PERFORM BUSCA-DIVISA-PAGO THRU FIN-BUSCA-DIVISA-PAGO.
           IF WS-DP-HALLADO = ZERO
              ADD 1 TO WS-NDIVISAS
              MOVE WS-NDIVISAS TO WS-DP-HALLADO
              MOVE WS-PAGO-DIVISA TO TB-DP-DIVISA(WS-DP-HALLADO)
              MOVE ZEROES TO TB-DP-REGS(WS-DP-HALLADO)
                             TB-DP-SUMA(WS-DP-HALLADO)
           END-IF.
           ADD 1 TO TB-DP-REGS(WS-DP-HALLADO).
           ADD WS-PAGO-IMPORTE-9 TO TB-DP-SUMA(WS-DP-HALLADO).
       FIN-ACUMULA-DIVISA.

      *    CONTRAVALOR EN EUROS DE LO ACEPTADO EN CADA DIVISA, AL
      *    CAMBIO CARGADO PARA LA PASADA.
       CONTRAVALOR.
           MOVE TB-DP-SUMA(WS-DP-I) TO WS-DP-EUR.
           IF TB-DP-DIVISA(WS-DP-I) = "EUR"
              GO TO FIN-CONTRAVALOR
           END-IF.
           MOVE ZEROES TO WS-DP-EUR.
           PERFORM VARYING WS-CAM-I FROM 1 BY 1
                   UNTIL WS-CAM-I > WS-NCAMBIOS
              IF TB-CAM-DIVISA(WS-CAM-I) = TB-DP-DIVISA(WS-DP-I)
                 AND TB-CAM-CAMBIO(WS-CAM-I) > ZEROES
                 COMPUTE WS-DP-EUR ROUNDED =
                         TB-DP-SUMA(WS-DP-I) / TB-CAM-CAMBIO(WS-CAM-I)
              END-IF
           END-PERFORM.
       FIN-CONTRAVALOR.

       TOTALES-DIVISA.
           PERFORM VARYING WS-DP-I FROM 1 BY 1
                   UNTIL WS-DP-I > WS-NDIVISAS
              PERFORM CONTRAVALOR THRU FIN-CONTRAVALOR
              MOVE SPACES TO WS-PAGOS-RESP
              STRING "|PAGOSDIV|" TB-DP-DIVISA(WS-DP-I)
                     "|ACEPTADOS:" TB-DP-REGS(WS-DP-I)
                     "|IMPORTE:" TB-DP-SUMA(WS-DP-I)
                     "|EUROS:" WS-DP-EUR "|"
                     DELIMITED BY SIZE
                     INTO WS-PAGOS-RESP
              END-STRING
              DISPLAY WS-PAGOS-RESP UPON SYSOUT
           END-PERFORM.
       FIN-TOTALES-DIVISA.

       ESTAMPA-DIVISAS.
           PERFORM VARYING WS-DP-I FROM 1 BY 1
                   UNTIL WS-DP-I > WS-NDIVISAS
              PERFORM CONTRAVALOR THRU FIN-CONTRAVALOR
              MOVE SPACES TO WS-REM-DETALLE
              STRING "DIVISA;VALIDA;" TB-DP-DIVISA(WS-DP-I)
                     ";" TB-DP-REGS(WS-DP-I) ";" TB-DP-SUMA(WS-DP-I)
                     ";" WS-DP-EUR
                     DELIMITED BY SIZE
                     INTO WS-REM-DETALLE
              END-STRING
              CALL "PRUREMESA" USING WS-REM-ACCION WS-REMESA-ID
                                     WS-REM-DETALLE
           END-PERFORM.
       FIN-ESTAMPA-DIVISAS.

       NOMBRES SECTION.
      *    COMPARACION TOLERANTE DEL NOMBRE QUE TRAE LA TRANSFERENCIA
      *    CON EL TITULAR APROBADO EN PRUBENEF. LOS DOS SE NORMALIZAN
      *    (MAYUSCULAS, SIN ACENTOS, SIN PUNTUACION Y SIN LA FORMA
      *    JURIDICA). IGUALES ES COINCIDE; IGUALES SIN BLANCOS, UNO CON
      *    TODAS SUS PALABRAS EN EL OTRO, O MAS DE LA MITAD DE LAS
      *    PALABRAS EN COMUN ES PARECIDO; LO DEMAS ES DISTINTO.
       COMPARA-TITULAR.
           SET NOMBRE-COINCIDE TO TRUE.
           MOVE WS-PAGO-NOMBRE TO WS-NOM-ENTRA.
           PERFORM NORMALIZA-NOMBRE THRU FIN-NORMALIZA-NOMBRE.
           MOVE WS-NOM-SALE TO WS-NOM-PAGO.
           MOVE WS-NOM-JUNTO TO WS-NOM-PAGO-JUNTO.
           MOVE WS-NOM-PALABRAS TO WS-NOM-NPAGO.
           MOVE BEN-TITULAR TO WS-NOM-ENTRA.
           PERFORM NORMALIZA-NOMBRE THRU FIN-NORMALIZA-NOMBRE.
           MOVE WS-NOM-SALE TO WS-NOM-TITULAR.
           MOVE WS-NOM-PALABRAS TO WS-NOM-NTIT.
      *    SIN NADA QUE COMPARAR (TITULAR SIN NOMBRE EN EL REGISTRO, O
      *    UN NOMBRE QUE ERA SOLO LA FORMA JURIDICA) NO SE JUZGA.
           IF WS-NOM-PAGO = SPACES OR WS-NOM-TITULAR = SPACES
              GO TO FIN-COMPARA-TITULAR
           END-IF.
           IF WS-NOM-PAGO = WS-NOM-TITULAR
              GO TO FIN-COMPARA-TITULAR
           END-IF.
           SET NOMBRE-PARECIDO TO TRUE.
           IF WS-NOM-PAGO-JUNTO = WS-NOM-JUNTO
              GO TO FIN-COMPARA-TITULAR
           END-IF.
           MOVE SPACES TO WS-NOM-BUSCA.
           MOVE WS-NOM-TITULAR TO WS-NOM-BUSCA(2:40).
           MOVE ZERO TO WS-NOM-COMUNES.
           MOVE 1 TO WS-NOM-PUNTERO.
       COMPARA-PALABRA.
      *    CADA PALABRA DEL NOMBRE DEL PAGO SE BUSCA ENTERA (ENTRE
      *    BLANCOS) EN EL TITULAR.
           IF WS-NOM-PUNTERO > 40
              GO TO COMPARA-RESULTADO
           END-IF.
           MOVE SPACES TO WS-NOM-PALABRA.
           UNSTRING WS-NOM-PAGO DELIMITED BY ALL SPACE
                    INTO WS-NOM-PALABRA
                    WITH POINTER WS-NOM-PUNTERO
           END-UNSTRING.
           IF WS-NOM-PALABRA = SPACES
              GO TO COMPARA-RESULTADO
           END-IF.
           MOVE ZERO TO WS-NOM-LON.
           INSPECT WS-NOM-PALABRA TALLYING WS-NOM-LON
                   FOR CHARACTERS BEFORE INITIAL " ".
           MOVE SPACES TO WS-NOM-PATRON.
           STRING " " WS-NOM-PALABRA(1:WS-NOM-LON) " "
                  DELIMITED BY SIZE
                  INTO WS-NOM-PATRON
           END-STRING.
           ADD 2 TO WS-NOM-LON.
           MOVE ZERO TO WS-NOM-CUENTA.
           INSPECT WS-NOM-BUSCA TALLYING WS-NOM-CUENTA
                   FOR ALL WS-NOM-PATRON(1:WS-NOM-LON).
           IF WS-NOM-CUENTA > ZERO
              ADD 1 TO WS-NOM-COMUNES
           END-IF.
           GO TO COMPARA-PALABRA.
       COMPARA-RESULTADO.
           IF WS-NOM-COMUNES = WS-NOM-NPAGO OR
              WS-NOM-COMUNES = WS-NOM-NTIT
              GO TO FIN-COMPARA-TITULAR
           END-IF.
           MOVE WS-NOM-NPAGO TO WS-NOM-MAYOR.
           IF WS-NOM-NTIT > WS-NOM-MAYOR
              MOVE WS-NOM-NTIT TO WS-NOM-MAYOR
           END-IF.
           IF WS-NOM-COMUNES * 2 > WS-NOM-MAYOR
              GO TO FIN-COMPARA-TITULAR
           END-IF.
           SET NOMBRE-DISTINTO TO TRUE.
       FIN-COMPARA-TITULAR.

       NORMALIZA-NOMBRE.
      *    DE WS-NOM-ENTRA SALEN WS-NOM-SALE (LAS PALABRAS QUE
      *    CUENTAN, A UN BLANCO), WS-NOM-JUNTO (LAS MISMAS SIN
      *    BLANCOS) Y WS-NOM-PALABRAS (CUANTAS SON).
           INSPECT WS-NOM-ENTRA CONVERTING MINUSCULAS TO MAYUSCULAS.
           MOVE SPACES TO WS-NOM-LIMPIO.
           MOVE ZERO TO WS-NOM-LON.
           MOVE 1 TO WS-NOM-I.
       NORMALIZA-CARACTER.
           IF WS-NOM-I > 40
              GO TO NORMALIZA-PALABRAS
           END-IF.
           MOVE WS-NOM-ENTRA(WS-NOM-I:1) TO WS-NOM-CAR.
           ADD 1 TO WS-NOM-I.
      *    UNA LETRA ACENTUADA EN UTF-8 SON DOS BYTES, EL SEGUNDO
      *    ENTRE X"80" Y X"BF"; SOLO LAS QUE EMPIEZAN POR X"C3" SON
      *    LAS NUESTRAS (LAS DEMAS NO DAN LETRA). UN BYTE SUELTO ES
      *    LATIN-1.
           IF WS-NOM-CAR >= X"C0" AND WS-NOM-I NOT > 40
              AND WS-NOM-ENTRA(WS-NOM-I:1) >= X"80"
              AND WS-NOM-ENTRA(WS-NOM-I:1) <= X"BF"
              IF WS-NOM-CAR = X"C3"
                 MOVE WS-NOM-ENTRA(WS-NOM-I:1) TO WS-NOM-CAR
                 INSPECT WS-NOM-CAR
                         CONVERTING NOM-ACENTOS-UTF TO NOM-LETRAS
              ELSE
                 MOVE "." TO WS-NOM-CAR
              END-IF
              ADD 1 TO WS-NOM-I
           ELSE
              INSPECT WS-NOM-CAR
                      CONVERTING NOM-ACENTOS-LAT TO NOM-LETRAS
           END-IF.
           IF (WS-NOM-CAR >= "A" AND WS-NOM-CAR <= "Z")
              OR WS-NOM-CAR IS NUMERIC
              ADD 1 TO WS-NOM-LON
              MOVE WS-NOM-CAR TO WS-NOM-LIMPIO(WS-NOM-LON:1)
              GO TO NORMALIZA-CARACTER
           END-IF.
      *    EL PUNTO Y EL APOSTROFO NO SEPARAN (S.L. QUEDA SL); LOS
      *    DEMAS SIGNOS VALEN COMO UN BLANCO.
           IF WS-NOM-CAR = "." OR WS-NOM-CAR = "'"
              GO TO NORMALIZA-CARACTER
           END-IF.
           IF WS-NOM-LON > ZERO
              IF WS-NOM-LIMPIO(WS-NOM-LON:1) NOT = SPACE
                 ADD 1 TO WS-NOM-LON
              END-IF
           END-IF.
           GO TO NORMALIZA-CARACTER.
       NORMALIZA-PALABRAS.
           MOVE SPACES TO WS-NOM-SALE WS-NOM-JUNTO.
           MOVE ZERO TO WS-NOM-PALABRAS.
           MOVE 1 TO WS-NOM-PUNTERO WS-NOM-P-SALE WS-NOM-P-JUNTO.
       NORMALIZA-SIGUIENTE.
           IF WS-NOM-PUNTERO > 40
              GO TO FIN-NORMALIZA-NOMBRE
           END-IF.
           MOVE SPACES TO WS-NOM-PALABRA.
           UNSTRING WS-NOM-LIMPIO DELIMITED BY ALL SPACE
                    INTO WS-NOM-PALABRA
                    WITH POINTER WS-NOM-PUNTERO
           END-UNSTRING.
           IF WS-NOM-PALABRA = SPACES
              GO TO FIN-NORMALIZA-NOMBRE
           END-IF.
           IF NOM-FORMA-LEGAL
              GO TO NORMALIZA-SIGUIENTE
           END-IF.
           IF WS-NOM-PALABRAS > ZERO
              STRING " " DELIMITED BY SIZE
                     INTO WS-NOM-SALE
                     WITH POINTER WS-NOM-P-SALE
              END-STRING
           END-IF.
           STRING WS-NOM-PALABRA DELIMITED BY SPACE
                  INTO WS-NOM-SALE
                  WITH POINTER WS-NOM-P-SALE
           END-STRING.
           STRING WS-NOM-PALABRA DELIMITED BY SPACE
                  INTO WS-NOM-JUNTO
                  WITH POINTER WS-NOM-P-JUNTO
           END-STRING.
           ADD 1 TO WS-NOM-PALABRAS.
           GO TO NORMALIZA-SIGUIENTE.
       FIN-NORMALIZA-NOMBRE.

       CRIBADO SECTION.
      *    CRIBADO DE CADA PAGO CONTRA LA LISTA DE PRUSANCION: UN
      *    PREFIJO DE IBAN (I), EL PAIS DEL IBAN (P) O UN NOMBRE (N)
      *    QUE APAREZCA EN LA REFERENCIA O EN EL TITULAR QUE PRUBENEF
      *    TIENE PARA ESE IBAN.
       CARGA-SANCIONES.
           MOVE SPACES TO VALORDIRP.
           DISPLAY "dd_dir" UPON ENVIRONMENT-NAME.
           ACCEPT VALORDIRP FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-SANCIONES-PATH.
           IF VALORDIRP NOT = SPACES AND VALORDIRP NOT = LOW-VALUES
              STRING VALORDIRP "/SANCIONES.DAT"
                     DELIMITED BY SPACE
                     INTO WS-SANCIONES-PATH
              END-STRING
           ELSE
              MOVE "SANCIONES.DAT" TO WS-SANCIONES-PATH
           END-IF.
           OPEN INPUT SANCIONES.
           IF WS-SANCIONES-ESTADO NOT = "00"
              GO TO FIN-CARGA-SANCIONES
           END-IF.
           MOVE ZERO TO WS-NSANCIONES WS-SAN-NOMBRES.
       LEER-SANCIONES.
           READ SANCIONES NEXT
               AT END
                  GO TO CIERRA-SANCIONES
           END-READ.
           IF WS-NSANCIONES = 500
              DISPLAY "|PAGOSERROR|SANCIONESLLENA|" UPON SYSOUT
              GO TO CIERRA-SANCIONES
           END-IF.
           ADD 1 TO WS-NSANCIONES.
           MOVE SAN-TIPO TO TB-SAN-TIPO(WS-NSANCIONES).
           MOVE SAN-VALOR TO TB-SAN-VALOR(WS-NSANCIONES).
           MOVE ZERO TO WS-SAN-LON.
           INSPECT SAN-VALOR TALLYING WS-SAN-LON
                   FOR CHARACTERS BEFORE INITIAL "  ".
           MOVE WS-SAN-LON TO TB-SAN-LON(WS-NSANCIONES).
           IF SAN-TIPO = "N"
              ADD 1 TO WS-SAN-NOMBRES
           END-IF.
           GO TO LEER-SANCIONES.
       CIERRA-SANCIONES.
           CLOSE SANCIONES.
           IF WS-NSANCIONES = ZERO
              GO TO FIN-CARGA-SANCIONES
           END-IF.
           MOVE SPACES TO WS-PAGOS-SAN-PATH.
           STRING WS-PAGOS-PATH ".SAN"
                  DELIMITED BY " "
                  INTO WS-PAGOS-SAN-PATH
           END-STRING.
           OPEN OUTPUT PAGOS-SAN.
           IF WS-PAGOS-SAN-ESTADO NOT = "00"
              DISPLAY "|PAGOSERROR|NOSALIDAS|" WS-PAGOS-SAN-PATH "|"
                      UPON SYSOUT
              GO TO FIN-CARGA-SANCIONES
           END-IF.
           SET SANCIONES-CARGADAS TO TRUE.
      *    LOS NOMBRES TAMBIEN SE BUSCAN EN EL TITULAR: FUERA DEL
      *    MODO ESTRICTO EL REGISTRO DE PRUBENEF SE ABRE SOLO PARA
      *    ESO.
           IF WS-SAN-NOMBRES = ZERO OR BENEF-DISPONIBLES
              GO TO FIN-CARGA-SANCIONES
           END-IF.
           MOVE SPACES TO WS-BENEF-PATH.
           IF VALORDIRP NOT = SPACES AND VALORDIRP NOT = LOW-VALUES
              STRING VALORDIRP "/BENEFICIARIOS.DAT"
                     DELIMITED BY SPACE
                     INTO WS-BENEF-PATH
              END-STRING
           ELSE
              MOVE "BENEFICIARIOS.DAT" TO WS-BENEF-PATH
           END-IF.
           OPEN INPUT BENEFICIARIOS.
           IF WS-BENEF-ESTADO = "00"
              SET BENEF-ABIERTO-CRIBA TO TRUE
           END-IF.
       FIN-CARGA-SANCIONES.

       CRIBA-PAGO.
           ADD 1 TO WS-PAGOS-CRIBADOS.
           MOVE "N" TO WS-SAN-HALLADO.
           MOVE SPACES TO WS-SAN-TEXTO.
           IF WS-SAN-NOMBRES > ZERO
              MOVE WS-PAGO-REF TO WS-SAN-TEXTO(1:20)
              IF BENEF-DISPONIBLES OR BENEF-ABIERTO-CRIBA
                 MOVE SPACES TO BEN-IBAN
                 MOVE WS-PAGO-IBAN TO BEN-IBAN
                 READ BENEFICIARIOS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE BEN-TITULAR TO WS-SAN-TEXTO(22:40)
                 END-READ
              END-IF
              INSPECT WS-SAN-TEXTO
                      CONVERTING MINUSCULAS TO MAYUSCULAS
           END-IF.
           MOVE ZERO TO WS-SAN-I.
       CRIBA-SIGUIENTE.
           ADD 1 TO WS-SAN-I.
           IF WS-SAN-I > WS-NSANCIONES
              GO TO FIN-CRIBA-PAGO
           END-IF.
           MOVE TB-SAN-LON(WS-SAN-I) TO WS-SAN-LON.
           IF WS-SAN-LON = ZERO
              GO TO CRIBA-SIGUIENTE
           END-IF.
           MOVE ZERO TO WS-SAN-CUENTA.
           EVALUATE TB-SAN-TIPO(WS-SAN-I)
               WHEN "I"
                    IF WS-SAN-LON < 35 AND WS-PAGO-IBAN(1:WS-SAN-LON)
                       = TB-SAN-VALOR(WS-SAN-I)(1:WS-SAN-LON)
                       MOVE 1 TO WS-SAN-CUENTA
                    END-IF
               WHEN "P"
                    IF WS-PAGO-IBAN(1:2) = TB-SAN-VALOR(WS-SAN-I)(1:2)
                       MOVE 1 TO WS-SAN-CUENTA
                    END-IF
               WHEN "N"
                    INSPECT WS-SAN-TEXTO TALLYING WS-SAN-CUENTA
                            FOR ALL TB-SAN-VALOR(WS-SAN-I)
                                    (1:WS-SAN-LON)
           END-EVALUATE.
           IF WS-SAN-CUENTA = ZERO
              GO TO CRIBA-SIGUIENTE
           END-IF.
           SET PAGO-SANCIONADO TO TRUE.
           MOVE TB-SAN-TIPO(WS-SAN-I) TO WS-SAN-HIT-TIPO.
           MOVE TB-SAN-VALOR(WS-SAN-I) TO WS-SAN-HIT-VALOR.
       FIN-CRIBA-PAGO.

       APARTA-SANCIONADO.
      *    EL PAGO QUEDA EN .SAN CON LO QUE HA DADO EN LA LISTA Y
      *    COMO ACIERTO PENDIENTE EN EL REGISTRO DE PRUSANCION.
           ADD 1 TO WS-PAGOS-SANCION.
           ADD WS-PAGO-IMPORTE-9 TO WS-SUMA-SANCION.
           MOVE SPACES TO REG-PAGOS-SAN.
           STRING REG-PAGOS-ENT DELIMITED BY "  "
                  ";SANCION;" WS-SAN-HIT-TIPO ";" DELIMITED BY SIZE
                  WS-SAN-HIT-VALOR DELIMITED BY "  "
                  INTO REG-PAGOS-SAN
           END-STRING.
           WRITE REG-PAGOS-SAN.
           MOVE SPACES TO WS-SANC-DETALLE.
           STRING WS-SAN-HIT-TIPO ";" DELIMITED BY SIZE
                  WS-PAGO-IBAN DELIMITED BY SPACE
                  ";" WS-PAGO-IMPORTE-9 ";" DELIMITED BY SIZE
                  WS-PAGO-REF DELIMITED BY "  "
                  ";" WS-REMESA-ID DELIMITED BY SIZE
                  INTO WS-SANC-DETALLE
           END-STRING.
           CALL "PRUSANCION" USING WS-SANC-ACIERTO WS-SAN-HIT-VALOR
                                   WS-SANC-DETALLE.
           MOVE ZERO TO RETURN-CODE.
       FIN-APARTA-SANCIONADO.

       CIERRA-CRIBADO.
      *    LOS TOTALES DEL DIA VAN AL REGISTRO DE PRUSANCION PARA SU
      *    INFORME, Y SI HA HABIDO ACIERTOS CUMPLIMIENTO SE ENTERA
      *    POR LA COLA DE ALERTAS.
           CLOSE PAGOS-SAN.
           IF BENEF-ABIERTO-CRIBA
              CLOSE BENEFICIARIOS
           END-IF.
           MOVE SPACES TO WS-SANC-DETALLE WS-SAN-HIT-VALOR.
           STRING WS-PAGOS-CRIBADOS ";" WS-PAGOS-SANCION
                  DELIMITED BY SIZE
                  INTO WS-SANC-DETALLE
           END-STRING.
           CALL "PRUSANCION" USING WS-SANC-CUENTA WS-SAN-HIT-VALOR
                                   WS-SANC-DETALLE.
           MOVE ZERO TO RETURN-CODE.
           IF WS-PAGOS-SANCION > ZERO
              PERFORM ANOTA-ALERTA THRU FIN-ANOTA-ALERTA
           END-IF.
       FIN-CIERRA-CRIBADO.

       ANOTA-ALERTA.
      *    MISMO CONTADOR DE IDS Y MISMA COLA QUE ALIMENTAN PRUERR Y
      *    PRUCOLA; SI NO SE PUEDE ABRIR NO SE INSISTE.
           MOVE SPACES TO WS-DD-TRZ.
           DISPLAY "dd_trz" UPON ENVIRONMENT-NAME.
           ACCEPT WS-DD-TRZ FROM ENVIRONMENT-VALUE.
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
           MOVE WS-FECHA-PAGO TO ALR-FECHA.
           ACCEPT ALR-HORA FROM TIME.
           MOVE WS-COD-SANCION TO ALR-CODIGO.
           MOVE PROG TO ALR-PROGRAMA.
           MOVE WS-PAGOS-SAN-PATH TO ALR-FICHERO.
           WRITE REG-ALERTAS
               INVALID KEY
                  CONTINUE
           END-WRITE.
           CLOSE ALERTAS.
       FIN-ANOTA-ALERTA.

       LOTE SECTION.
       PROCESA-LOTE.
           READ LOTE-CTL INTO REG-LOTE-CTL
              GO TO PROCESA-LOTE
           END-IF.
           ADD 1 TO WS-LOTE-TOTAL.
           IF MODO-IDENTIFICADOR
              PERFORM LOTE-IDENTIFICADOR THRU FIN-LOTE-IDENTIFICADOR
              GO TO PROCESA-LOTE
           END-IF.
           MOVE REG-LOTE-CTL(1:2) TO WS-LOTE-PAIS.
           MOVE REG-LOTE-CTL(3:30) TO WS-LOTE-CTA1.
           MOVE WS-LOTE-PAIS TO PAIS.
           DISPLAY WS-LOTE-RESP UPON SYSOUT.
           GO TO FIN-PROCESOS.
       FIN-PROCESA-LOTE.

      *    EN LOS MODOS DE IDENTIFICADORES CADA LINEA ES PAIS+CUENTA
      *    (CALCACRE, COMO EL LOTE DE IBAN) O EL IDENTIFICADOR ENTERO
      *    (VERIFACR, VERIFNIF), Y LO QUE NO VALE CUENTA COMO ERROR.
       LOTE-IDENTIFICADOR.
           MOVE SPACES TO CUENTA.
           IF WS-MODO = "CALCACRE"
              MOVE REG-LOTE-CTL(1:2) TO PAIS
              MOVE REG-LOTE-CTL(3:30) TO CTA1
              PERFORM CALCULA-ACREEDOR
           ELSE
              MOVE REG-LOTE-CTL(1:30) TO CTA1
              IF WS-MODO = "VERIFACR"
                 PERFORM VERIFICA-ACREEDOR
              ELSE
                 PERFORM VERIFICA-NIF
              END-IF
           END-IF.
           MOVE SPACES TO WS-LOTE-RESP WS-RES-ITEM WS-RES-DET.
           IF IDENT-VALIDO
              ADD 1 TO WS-LOTE-OK
              MOVE "OK" TO WS-RES-RESULT
           ELSE
              ADD 1 TO WS-LOTE-MAL
              MOVE "ERROR" TO WS-RES-RESULT
           END-IF.
           STRING "|LOTE|" WS-LOTE-TOTAL "|" DELIMITED BY SIZE
                  WS-RES-RESULT DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-IDENT-VALOR DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  WS-IDENT-DETALLE DELIMITED BY SPACE
                  "|" DELIMITED BY SIZE
                  INTO WS-LOTE-RESP
           END-STRING.
           DISPLAY WS-LOTE-RESP UPON SYSOUT.
           MOVE REG-LOTE-CTL(1:32) TO WS-RES-ITEM.
           STRING WS-MODO " " DELIMITED BY SIZE
                  WS-IDENT-VALOR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-IDENT-DETALLE DELIMITED BY SPACE
                  INTO WS-RES-DET
           END-STRING.
           CALL "PRURES" USING WS-RES-PROG WS-RES-ITEM WS-RES-RESULT
                               WS-RES-DET.
           CALL "PRUCHKPT" USING WS-CHK-ANOT WS-CHK-PROG
                                 WS-CHK-CONTROL WS-LINEA-ACT.
       FIN-LOTE-IDENTIFICADOR.
