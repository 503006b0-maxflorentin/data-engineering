      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 22/08/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  CTRCFACT LLEVA EL ESTABLECIMIENTO (NUMEST)    *
      *                  DEL PRIMER EVENTO QUE LO INFORMA, PARA EL     *
      *                  MONITOREO DE CONTRACARGOS POR COMERCIO        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET059.
           05  CTRC-IMPORTE-ULT      PIC S9(08)V99.
           05  CTRC-DIAS-ABIERTA     PIC 9(05).
           05  CTRC-IND-VENCIDA      PIC X(01).
           05  CTRC-NUMEST           PIC 9(10).
           05  FILLER                PIC X(05).

       FD  REPORTE-VENC.
               MOVE FORIG OF FD-NOVEDAD-ORD   TO CTRC-FORIG
               MOVE FEVENTO OF FD-NOVEDAD-ORD TO CTRC-FEC-PRIMER-EVT
               MOVE ZERO TO CTRC-CANT-EVENTOS
               MOVE ZERO TO CTRC-NUMEST
           END-IF

           IF CTRC-NUMEST = ZERO
               MOVE NUMEST OF FD-NOVEDAD-ORD TO CTRC-NUMEST
           END-IF

           ADD 1 TO CTRC-CANT-EVENTOS
