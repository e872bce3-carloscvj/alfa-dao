
      ***************************************************************
      * MODIFICACIONES:
      * 15/10/2026 CVJ - Tipo E en PARAMDEF.LST: fichero de entrada
      *                  (ruta dd_). Aqui se valida como A, no vacio;
      *                  el prevuelo de PRUCHKPLAN comprueba ademas que
      *                  este en el catalogo. Una quinta columna con la
      *                  clase de ventana del programa la usa solo el
      *                  prevuelo; aqui se ignora.
      * 22/08/2026 CVJ - Captura por invocacion en el modo lote
      *                  (PRUPARJCAPTURA=S): lo que cada programa
      *                  llamado escribe ya no se mezcla con las lineas
      *    DEFINICION DEL PROGRAMA, SI LA HAY: NUMERO DE PARAMETROS
      *    DENTRO DEL RANGO Y CADA POSICION DE SU TIPO (N NUMERICO - Y
      *    SE DEJA ENCAJADO A LA DERECHA SOBRE CEROS EN 18 DIGITOS
      *    PARA EL LLAMADO -, A ALFANUMERICO NO VACIO, E FICHERO DE
      *    ENTRADA, TAMBIEN NO VACIO, F BANDERA S/N, O LIBRE).
           MOVE "S" TO WS-PAR-VALIDO.
           MOVE ZERO TO WS-DEF-IDX.
           PERFORM VARYING II FROM 1 BY 1 UNTIL II > WS-NDEFS
               WHEN "N"
                    PERFORM CONVIERTE-NUMERICO
               WHEN "A"
               WHEN "E"
                    IF REAL-PAR(WS-PAR-POS) = SPACES
                       PERFORM RECHAZA-POSICION
                    END-IF
