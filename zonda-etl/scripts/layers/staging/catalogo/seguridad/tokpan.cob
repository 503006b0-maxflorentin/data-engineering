      *               TOKEN TODAVIA SALE ENMASCARADO (BIN +            *
      *               ASTERISCOS + ULTIMOS CUATRO) CON LA MARCA        *
      *               SIN-TOKEN: NUNCA SE DEVUELVE EL PAN EN CLARO.    *
      *               DEVUELVE APARTE LOS ULTIMOS CUATRO DIGITOS PARA  *
      *               LAS CARTAS AL CLIENTE.                           *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 02/09/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  DEVUELVE LOS ULTIMOS CUATRO DIGITOS (ULT4)    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TOKPAN.
       2000-ENMASCARA.
           PERFORM 2100-LARGO-PAN THRU 2100-EXIT
           MOVE SPACES TO TOKPAN-TOKEN
           MOVE SPACES TO TOKPAN-ULT4
           IF WS-LARGO-PAN > 3
               COMPUTE WS-POS-ULT4 = WS-LARGO-PAN - 3
               MOVE TOKPAN-PAN(WS-POS-ULT4:4) TO TOKPAN-ULT4
           END-IF
           IF WS-LARGO-PAN < 11
               IF WS-LARGO-PAN > ZERO
                   MOVE ALL '*' TO TOKPAN-TOKEN(1:WS-LARGO-PAN)
