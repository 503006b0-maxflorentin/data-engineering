      *                  CON PIC ZZZ9 PERDIA EL DIGITO DE MAYOR ORDEN  *
      *                  CUANDO WS-PCT-VARIACION (9(05)) LLEGABA A     *
      *                  10000 O MAS                                   *
      * 15/10/2026  EQP  LAS FILAS POR ENTIDAD DEL RUNLOG (MARCA NO    *
      *                  BLANCA) NO SON CORRIDAS: SE CUENTAN APARTE Y  *
      *                  NO ENTRAN A LA COMPARACION DE VOLUMEN         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET048.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-OK            PIC 9(09) COMP.
           05  WS-CANT-SIN-MEDIR     PIC 9(09) COMP.
           05  WS-CANT-FILAS-ENTIDAD PIC 9(09) COMP.
           05  WS-CANT-BREACH-DURAC  PIC 9(09) COMP.
           05  WS-CANT-BREACH-VOL    PIC 9(09) COMP.

               AT END
                   SET EOF-RUNLOG TO TRUE
               NOT AT END
                   IF NOT RUNLOG-FILA-COMBINADA OF W-RUNLOG-REGISTRO
                       ADD 1 TO WS-CANT-FILAS-ENTIDAD
                   ELSE
                       ADD 1 TO WS-CANT-LEIDOS
                       PERFORM 2100-BUSCAR-VENTANA-SLA THRU 2100-EXIT
                       PERFORM 2200-CALCULAR-VARIACION-VOLUMEN
                           THRU 2200-EXIT
                       PERFORM 2300-CLASIFICAR-CORRIDA THRU 2300-EXIT
                       PERFORM 2400-EMITIR-FILA THRU 2400-EXIT

                       MOVE RUNLOG-JOB-ID OF W-RUNLOG-REGISTRO
                           TO WS-JOB-ID-ANT
                       MOVE RUNLOG-CANT-SALIDA OF W-RUNLOG-REGISTRO
                           TO WS-CANT-SALIDA-ANT
                       MOVE 'N' TO WS-SW-PRIMERA
                   END-IF
           END-READ
           .
       2000-EXIT.
               WS-CANT-BREACH-DURAC
           DISPLAY 'INCUMPLEN TOLERANCIA DE VOLUMEN. . . : '
               WS-CANT-BREACH-VOL
           DISPLAY 'FILAS POR ENTIDAD (NO EVALUADAS) . . : '
               WS-CANT-FILAS-ENTIDAD
           .
