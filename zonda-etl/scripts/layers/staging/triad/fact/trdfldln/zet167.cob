      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET167                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - TRIAD                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONCILIACION MENSUAL DE PRESTAMOS ENTRE LO QUE   *
      *               SE LE INFORMA A TRIAD (TRDFLDLN) Y EL SISTEMA    *
      *               DE PRESTAMOS UG (UGDTDRB Y LOS RECIBOS ABIERTOS  *
      *               DE CUOTASQ).  CRUZA POR CUENTA (ENTIDAD +        *
      *               OFICINA + CUENTA) CON EL ACCOUNT-ID DE TRIAD     *
      *               RESUELTO CONTRA EL CRUCE DE RENUMERACIONES       *
      *               (RUTINA TRIADRK) Y LISTA EN RPLNREC LOS          *
      *               PRESTAMOS QUE FALTAN DE UN LADO O DEL OTRO Y     *
      *               LAS DIFERENCIAS FUERA DE TOLERANCIA EN PLAZO     *
      *               ORIGINAL Y REMANENTE, MONTO ORIGINAL, SALDO,     *
      *               CUOTA Y FECHA DE INICIO DE MORA.  LAS            *
      *               TOLERANCIAS VIENEN DE LA TARJETA PARMLNR.        *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET167.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - TRIAD.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESTAMOS-LN   ASSIGN TO TRDFLDLN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-LN.

           SELECT PRESTAMOS-DRB  ASSIGN TO UGDTDRB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DRB.

           SELECT CUOTAS-SQ      ASSIGN TO CUOTASQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SQ.

           SELECT PARAMETROS     ASSIGN TO PARMLNR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT SORT-LN        ASSIGN TO SRTLNRA.
           SELECT LN-ORD         ASSIGN TO WLNRTRI
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-DRB       ASSIGN TO SRTLNRB.
           SELECT DRB-ORD        ASSIGN TO WLNRDRB
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-CUO       ASSIGN TO SRTLNRC.
           SELECT CUO-ORD        ASSIGN TO WLNRCUO
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE        ASSIGN TO RPLNREC
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESTAMOS-LN
           RECORDING MODE IS F.
       01  FD-LN.
           COPY "trdfldln.cob"
               REPLACING ==LENGTH== BY ==REC-LENGTH==.

       FD  PRESTAMOS-DRB
           RECORDING MODE IS F.
       01  FD-DRB.
           COPY "../../../malug/ugdtdrb/ugdtdrb.cob".

       FD  CUOTAS-SQ
           RECORDING MODE IS F.
           COPY "../../../malug/cuotasq/cuotasq.cob".

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-LNR-REGISTRO.
      *        DIFERENCIA ADMITIDA EN MONTO, SALDO Y CUOTA
           05  PARM-LNR-TOL-IMPORTE   PIC 9(07)V99.
      *        DIFERENCIA ADMITIDA EN CANTIDAD DE CUOTAS
           05  PARM-LNR-TOL-PLAZO     PIC 9(03).
      *        DIFERENCIA ADMITIDA EN DIAS DE LA FECHA DE MORA
           05  PARM-LNR-TOL-DIAS      PIC 9(03).
           05  PARM-LNR-FILLER        PIC X(05).

      * LADO TRIAD, UNA FILA POR CUENTA RESUELTA
       SD  SORT-LN.
       01  SD-LN-REGISTRO.
           05  S-LN-CLAVE             PIC X(20).
           05  S-LN-CUSTOMER-ID       PIC X(20).
           05  S-LN-PLAZO-ORIG        PIC S9(05).
           05  S-LN-PLAZO-REST        PIC S9(05).
           05  S-LN-MONTO-ORIG        PIC S9(09).
           05  S-LN-CUOTA             PIC S9(09).
           05  S-LN-SALDO             PIC S9(09).
           05  S-LN-FEC-MORA          PIC 9(08).
           05  S-LN-FEC-CIERRE        PIC 9(08).
           05  FILLER                 PIC X(07).

       FD  LN-ORD
           RECORDING MODE IS F.
       01  W-LN-REGISTRO.
           05  W-LN-CLAVE             PIC X(20).
           05  W-LN-CUSTOMER-ID       PIC X(20).
           05  W-LN-PLAZO-ORIG        PIC S9(05).
           05  W-LN-PLAZO-REST        PIC S9(05).
           05  W-LN-MONTO-ORIG        PIC S9(09).
           05  W-LN-CUOTA             PIC S9(09).
           05  W-LN-SALDO             PIC S9(09).
           05  W-LN-FEC-MORA          PIC 9(08).
           05  W-LN-FEC-CIERRE        PIC 9(08).
           05  FILLER                 PIC X(07).

      * LADO UG, UNA FILA POR PRESTAMO DE UGDTDRB
       SD  SORT-DRB.
       01  SD-DRB-REGISTRO.
           05  S-DRB-CLAVE            PIC X(20).
           05  S-DRB-PLAZO-ORIG       PIC S9(05).
           05  S-DRB-PLAZO-REST       PIC S9(09).
           05  S-DRB-MONTO-ORIG       PIC S9(13)V99.
           05  S-DRB-CUOTA            PIC S9(13)V99.
           05  S-DRB-SALDO            PIC S9(13)V99.
           05  FILLER                 PIC X(06).

       FD  DRB-ORD
           RECORDING MODE IS F.
       01  W-DRB-REGISTRO.
           05  W-DRB-CLAVE            PIC X(20).
           05  W-DRB-PLAZO-ORIG       PIC S9(05).
           05  W-DRB-PLAZO-REST       PIC S9(09).
           05  W-DRB-MONTO-ORIG       PIC S9(13)V99.
           05  W-DRB-CUOTA            PIC S9(13)V99.
           05  W-DRB-SALDO            PIC S9(13)V99.
           05  FILLER                 PIC X(06).

      * RECIBOS ABIERTOS YA VENCIDOS, EL MAS VIEJO PRIMERO
       SD  SORT-CUO.
       01  SD-CUO-REGISTRO.
           05  S-CUO-CLAVE            PIC X(20).
           05  S-CUO-FEC-VTO          PIC 9(08).
           05  FILLER                 PIC X(02).

       FD  CUO-ORD
           RECORDING MODE IS F.
       01  W-CUO-REGISTRO.
           05  W-CUO-CLAVE            PIC X(20).
           05  W-CUO-FEC-VTO          PIC 9(08).
           05  FILLER                 PIC X(02).

       FD  REPORTE
           RECORDING MODE IS F.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../trfrrcc/triadrlk.cob"
               REPLACING ==:TRIADRK:== BY ==TRIADRK==.

      * TOLERANCIAS (PARMLNR LAS REEMPLAZA SI VIENE INFORMADO)
       01  WS-TOL-IMPORTE            PIC 9(07)V99 VALUE 1.
       01  WS-TOL-PLAZO              PIC 9(03) VALUE ZERO.
       01  WS-TOL-DIAS               PIC 9(03) VALUE 5.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FEC-VTO-NUM            PIC 9(08).
       01  WS-CAP-PENDIENTE          PIC S9(13)V9(4) COMP-3.
       01  WS-INT-PENDIENTE          PIC S9(13)V9(4) COMP-3.
       01  WS-FEC-MORA-UG            PIC 9(08).

       01  WS-FS-LN                  PIC XX.
           88  FS-LN-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-DRB                 PIC XX.
           88  FS-DRB-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-SQ                  PIC XX.
           88  FS-SQ-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-LN          PIC X(01) VALUE 'N'.
               88  EOF-PRESTAMOS-LN      VALUE 'S'.
           05  WS-SW-EOF-DRB         PIC X(01) VALUE 'N'.
               88  EOF-PRESTAMOS-DRB     VALUE 'S'.
           05  WS-SW-EOF-SQ          PIC X(01) VALUE 'N'.
               88  EOF-CUOTAS-SQ         VALUE 'S'.

       01  WS-CLAVE-LN               PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-LN-ANT           PIC X(20).
       01  WS-CLAVE-DRB              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-CUO              PIC X(20) VALUE LOW-VALUES.

       01  WS-DIFERENCIA             PIC S9(13)V99.
       01  WS-DIAS-DIF               PIC S9(07).
       01  WS-CANT-DIF-CUENTA        PIC 9(02) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-LN            PIC 9(09) COMP.
           05  WS-CANT-LN-DUPLIC     PIC 9(09) COMP.
           05  WS-CANT-DRB           PIC 9(09) COMP.
           05  WS-CANT-RECIBOS       PIC 9(09) COMP.
           05  WS-CANT-VENCIDOS      PIC 9(09) COMP.
           05  WS-CANT-CONCILIADOS   PIC 9(09) COMP.
           05  WS-CANT-CON-DIFER     PIC 9(09) COMP.
           05  WS-CANT-SOLO-TRIAD    PIC 9(09) COMP.
           05  WS-CANT-SOLO-UG       PIC 9(09) COMP.
           05  WS-CANT-CERR-TRIAD    PIC 9(09) COMP.
           05  WS-CANT-CANC-UG       PIC 9(09) COMP.
           05  WS-CANT-DIF-PLAZO     PIC 9(09) COMP.
           05  WS-CANT-DIF-IMPORTE   PIC 9(09) COMP.
           05  WS-CANT-DIF-MORA      PIC 9(09) COMP.

       01  RL-FALTA-UG.
           05  FILLER                PIC X(21)
               VALUE 'FALTA EN UGDTDRB CTA '.
           05  RL-FU-CUENTA          PIC X(20).
           05  FILLER                PIC X(10) VALUE ' CLIENTE '.
           05  RL-FU-CUSTOMER        PIC X(20).
           05  FILLER                PIC X(08) VALUE ' SALDO '.
           05  RL-FU-SALDO           PIC ---.---.---.--9.
           05  FILLER                PIC X(38) VALUE SPACE.

       01  RL-FALTA-TRIAD.
           05  FILLER                PIC X(21)
               VALUE 'FALTA EN TRDFLDLN CTA'.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RL-FT-CUENTA          PIC X(20).
           05  FILLER                PIC X(08) VALUE ' SALDO '.
           05  RL-FT-SALDO           PIC ---.---.---.--9,99.
           05  FILLER                PIC X(64) VALUE SPACE.

       01  RL-DIFERENCIA.
           05  FILLER                PIC X(15)
               VALUE 'DIFERENCIA CTA '.
           05  RL-DF-CUENTA          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RL-DF-CAMPO           PIC X(14).
           05  FILLER                PIC X(07) VALUE ' TRIAD '.
           05  RL-DF-TRIAD           PIC ---.---.---.--9,99.
           05  FILLER                PIC X(04) VALUE ' UG '.
           05  RL-DF-UG              PIC ---.---.---.--9,99.
           05  FILLER                PIC X(05) VALUE ' DIF '.
           05  RL-DF-DIF             PIC ---.---.---.--9,99.
           05  FILLER                PIC X(12) VALUE SPACE.

       01  RL-DIF-FECHA.
           05  FILLER                PIC X(15)
               VALUE 'DIFERENCIA CTA '.
           05  RL-DD-CUENTA          PIC X(20).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  RL-DD-CAMPO           PIC X(14).
           05  FILLER                PIC X(07) VALUE ' TRIAD '.
           05  RL-DD-TRIAD           PIC 9(08).
           05  FILLER                PIC X(04) VALUE ' UG '.
           05  RL-DD-UG              PIC 9(08).
           05  FILLER                PIC X(06) VALUE ' DIAS '.
           05  RL-DD-DIAS            PIC -----9.
           05  FILLER                PIC X(43) VALUE SPACE.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-MATCH-MERGE THRU 3000-EXIT
               UNTIL WS-CLAVE-LN = HIGH-VALUES
                 AND WS-CLAVE-DRB = HIGH-VALUES
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  TOLERANCIAS Y LOS TRES LADOS ORDENADOS    *
      *  POR CUENTA                                                    *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT PRESTAMOS-LN
           IF WS-FS-LN NOT = '00'
               DISPLAY 'ZET167 - NO SE PUDO ABRIR TRDFLDLN - '
                   'FILE STATUS ' WS-FS-LN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRESTAMOS-LN
           OPEN INPUT PRESTAMOS-DRB
           IF WS-FS-DRB NOT = '00'
               DISPLAY 'ZET167 - NO SE PUDO ABRIR UGDTDRB - '
                   'FILE STATUS ' WS-FS-DRB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRESTAMOS-DRB
           OPEN INPUT CUOTAS-SQ
           IF WS-FS-SQ NOT = '00'
               DISPLAY 'ZET167 - NO SE PUDO ABRIR CUOTASQ - '
                   'FILE STATUS ' WS-FS-SQ
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CUOTAS-SQ

           SORT SORT-LN
               ON ASCENDING KEY S-LN-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-TRIAD
               GIVING LN-ORD

           SORT SORT-DRB
               ON ASCENDING KEY S-DRB-CLAVE
               INPUT PROCEDURE IS 1600-EXTRAE-DRB
               GIVING DRB-ORD

           SORT SORT-CUO
               ON ASCENDING KEY S-CUO-CLAVE
                                S-CUO-FEC-VTO
               INPUT PROCEDURE IS 1700-EXTRAE-RECIBOS
               GIVING CUO-ORD

           OPEN INPUT  LN-ORD
           OPEN INPUT  DRB-ORD
           OPEN INPUT  CUO-ORD
           OPEN OUTPUT REPORTE

           PERFORM 2000-LEER-TRIAD THRU 2000-EXIT
           PERFORM 2100-LEER-DRB THRU 2100-EXIT
           PERFORM 2200-LEER-RECIBO THRU 2200-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-LNR-TOL-IMPORTE IS NUMERIC
               MOVE PARM-LNR-TOL-IMPORTE TO WS-TOL-IMPORTE
           END-IF
           IF PARM-LNR-TOL-PLAZO IS NUMERIC
               MOVE PARM-LNR-TOL-PLAZO TO WS-TOL-PLAZO
           END-IF
           IF PARM-LNR-TOL-DIAS IS NUMERIC
               MOVE PARM-LNR-TOL-DIAS TO WS-TOL-DIAS
           END-IF
           .
       1050-EXIT.
           EXIT.

      * EL SALDO DEL MES ES EL DEL PRIMER SEGMENTO MENSUAL
       1500-EXTRAE-TRIAD SECTION.
           OPEN INPUT PRESTAMOS-LN
           PERFORM 1510-LEER-LN THRU 1510-EXIT
               UNTIL EOF-PRESTAMOS-LN
           CLOSE PRESTAMOS-LN
           GO TO 1500-FIN
           .

       1510-LEER-LN.
           READ PRESTAMOS-LN
               AT END
                   SET EOF-PRESTAMOS-LN TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-LN-ERROR-LECTURA
               DISPLAY 'ZET167 - ERROR DE LECTURA '
                   'EN TRDFLDLN - FILE STATUS ' WS-FS-LN
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LN

           MOVE SPACES TO SD-LN-REGISTRO
           MOVE 'A' TO TRIADRK-TIPO
           MOVE ACCOUNT-ID OF FD-LN TO TRIADRK-ID-ENTRADA
           CALL 'TRIADRK' USING TRIADRK-AREA
           MOVE TRIADRK-ID-RESUELTO TO S-LN-CLAVE
           MOVE CUSTOMER-ID OF FD-LN           TO S-LN-CUSTOMER-ID
           MOVE ORIGINAL-TERM OF FD-LN         TO S-LN-PLAZO-ORIG
           MOVE REMAINING-TERM OF FD-LN        TO S-LN-PLAZO-REST
           MOVE ORIGINAL-LOAN-AMOUNT OF FD-LN  TO S-LN-MONTO-ORIG
           MOVE STNDRD-INSTALLMENT-AMT OF FD-LN TO S-LN-CUOTA
           MOVE BALANCE OF FD-LN(1)            TO S-LN-SALDO
           MOVE DATE-START-ARREARS OF FD-LN    TO S-LN-FEC-MORA
           MOVE DATE-CLOSED OF FD-LN           TO S-LN-FEC-CIERRE
           RELEASE SD-LN-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.

       1600-EXTRAE-DRB SECTION.
           OPEN INPUT PRESTAMOS-DRB
           PERFORM 1610-LEER-DRB THRU 1610-EXIT
               UNTIL EOF-PRESTAMOS-DRB
           CLOSE PRESTAMOS-DRB
           GO TO 1600-FIN
           .

       1610-LEER-DRB.
           READ PRESTAMOS-DRB
               AT END
                   SET EOF-PRESTAMOS-DRB TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF FS-DRB-ERROR-LECTURA
               DISPLAY 'ZET167 - ERROR DE LECTURA '
                   'EN UGDTDRB - FILE STATUS ' WS-FS-DRB
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-DRB

           MOVE SPACES TO SD-DRB-REGISTRO
           STRING ENTIDAD OF FD-DRB
                  OFICINA OF FD-DRB
                  CUENTA OF FD-DRB
               DELIMITED BY SIZE
               INTO S-DRB-CLAVE
           END-STRING
           MOVE UGNPLINI OF FD-DRB  TO S-DRB-PLAZO-ORIG
           MOVE UGNPLPEN OF FD-DRB  TO S-DRB-PLAZO-REST
           MOVE UGISBINI OF FD-DRB  TO S-DRB-MONTO-ORIG
           MOVE UGIQUOTA OF FD-DRB  TO S-DRB-CUOTA
           MOVE UGISBACT OF FD-DRB  TO S-DRB-SALDO
           RELEASE SD-DRB-REGISTRO
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.

      * SOLO LOS RECIBOS CON CAPITAL O INTERES PENDIENTE Y VENCIMIENTO
      * ANTERIOR AL PROCESO: EL MAS VIEJO DE CADA PRESTAMO ES SU INICIO
      * DE MORA DEL LADO UG
       1700-EXTRAE-RECIBOS SECTION.
           OPEN INPUT CUOTAS-SQ
           PERFORM 1710-LEER-RECIBO THRU 1710-EXIT
               UNTIL EOF-CUOTAS-SQ
           CLOSE CUOTAS-SQ
           GO TO 1700-FIN
           .

       1710-LEER-RECIBO.
           READ CUOTAS-SQ
               AT END
                   SET EOF-CUOTAS-SQ TO TRUE
                   GO TO 1710-EXIT
           END-READ
           IF FS-SQ-ERROR-LECTURA
               DISPLAY 'ZET167 - ERROR DE LECTURA '
                   'EN CUOTASQ - FILE STATUS ' WS-FS-SQ
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-RECIBOS

      *    UN RECIBO YA PAGADO NO MARCA MORA
           COMPUTE WS-CAP-PENDIENTE =
               REC_CAPINIRE - REC_CAPRECRE
           COMPUTE WS-INT-PENDIENTE =
               REC_INTINIRE - REC_INTRECRE
           IF WS-CAP-PENDIENTE NOT > ZERO
               AND WS-INT-PENDIENTE NOT > ZERO
               GO TO 1710-EXIT
           END-IF

           IF REC_FEC_ESPEPAGO(1:4) IS NOT NUMERIC
               OR REC_FEC_ESPEPAGO(6:2) IS NOT NUMERIC
               OR REC_FEC_ESPEPAGO(9:2) IS NOT NUMERIC
               GO TO 1710-EXIT
           END-IF
           MOVE REC_FEC_ESPEPAGO(1:4) TO WS-FEC-VTO-NUM(1:4)
           MOVE REC_FEC_ESPEPAGO(6:2) TO WS-FEC-VTO-NUM(5:2)
           MOVE REC_FEC_ESPEPAGO(9:2) TO WS-FEC-VTO-NUM(7:2)
           IF WS-FEC-VTO-NUM NOT < WS-FECHA-PROCESO
               GO TO 1710-EXIT
           END-IF
           ADD 1 TO WS-CANT-VENCIDOS

           MOVE SPACES TO SD-CUO-REGISTRO
           STRING REC_ENTIDAD
                  REC_OFICINA
                  REC_CUENTA
               DELIMITED BY SIZE
               INTO S-CUO-CLAVE
           END-STRING
           MOVE WS-FEC-VTO-NUM TO S-CUO-FEC-VTO
           RELEASE SD-CUO-REGISTRO
           .
       1710-EXIT.
           EXIT.
       1700-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

      * UNA CUENTA REPETIDA EN TRDFLDLN SE CONCILIA UNA SOLA VEZ
       2000-LEER-TRIAD.
           MOVE WS-CLAVE-LN TO WS-CLAVE-LN-ANT
           PERFORM 2010-LEER-LN-ORD THRU 2010-EXIT
           PERFORM 2010-LEER-LN-ORD THRU 2010-EXIT
               UNTIL WS-CLAVE-LN NOT = WS-CLAVE-LN-ANT
           .
       2000-EXIT.
           EXIT.

       2010-LEER-LN-ORD.
           READ LN-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-LN
               NOT AT END
                   IF W-LN-CLAVE = WS-CLAVE-LN-ANT
                       ADD 1 TO WS-CANT-LN-DUPLIC
                   END-IF
                   MOVE W-LN-CLAVE TO WS-CLAVE-LN
           END-READ
           .
       2010-EXIT.
           EXIT.

       2100-LEER-DRB.
           READ DRB-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-DRB
               NOT AT END
                   MOVE W-DRB-CLAVE TO WS-CLAVE-DRB
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-LEER-RECIBO.
           READ CUO-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CUO
               NOT AT END
                   MOVE W-CUO-CLAVE TO WS-CLAVE-CUO
           END-READ
           .
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-MATCH-MERGE  -  CRUCE POR CUENTA TRIAD / UG              *
      ******************************************************************
       3000-MATCH-MERGE.
           EVALUATE TRUE
               WHEN WS-CLAVE-LN = WS-CLAVE-DRB
                   PERFORM 3100-CONCILIA THRU 3100-EXIT
                   PERFORM 2000-LEER-TRIAD THRU 2000-EXIT
                   PERFORM 2100-LEER-DRB THRU 2100-EXIT
               WHEN WS-CLAVE-LN < WS-CLAVE-DRB
                   PERFORM 3200-SOLO-TRIAD THRU 3200-EXIT
                   PERFORM 2000-LEER-TRIAD THRU 2000-EXIT
               WHEN OTHER
                   PERFORM 3300-SOLO-UG THRU 3300-EXIT
                   PERFORM 2100-LEER-DRB THRU 2100-EXIT
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-CONCILIA  -  UNA LINEA POR CAMPO FUERA DE TOLERANCIA     *
      ******************************************************************
       3100-CONCILIA.
           ADD 1 TO WS-CANT-CONCILIADOS
           MOVE ZERO TO WS-CANT-DIF-CUENTA

           PERFORM 2200-LEER-RECIBO THRU 2200-EXIT
               UNTIL WS-CLAVE-CUO NOT < WS-CLAVE-DRB
           MOVE ZERO TO WS-FEC-MORA-UG
           IF WS-CLAVE-CUO = WS-CLAVE-DRB
               MOVE W-CUO-FEC-VTO TO WS-FEC-MORA-UG
           END-IF

           COMPUTE WS-DIFERENCIA = W-LN-PLAZO-ORIG - W-DRB-PLAZO-ORIG
           IF WS-DIFERENCIA < ZERO
               MULTIPLY -1 BY WS-DIFERENCIA
           END-IF
           IF WS-DIFERENCIA > WS-TOL-PLAZO
               MOVE 'PLAZO ORIGINAL' TO RL-DF-CAMPO
               MOVE W-LN-PLAZO-ORIG  TO RL-DF-TRIAD
               MOVE W-DRB-PLAZO-ORIG TO RL-DF-UG
               PERFORM 3150-GRABA-DIFERENCIA THRU 3150-EXIT
               ADD 1 TO WS-CANT-DIF-PLAZO
           END-IF

           COMPUTE WS-DIFERENCIA = W-LN-PLAZO-REST - W-DRB-PLAZO-REST
           IF WS-DIFERENCIA < ZERO
               MULTIPLY -1 BY WS-DIFERENCIA
           END-IF
           IF WS-DIFERENCIA > WS-TOL-PLAZO
               MOVE 'PLAZO RESTANTE' TO RL-DF-CAMPO
               MOVE W-LN-PLAZO-REST  TO RL-DF-TRIAD
               MOVE W-DRB-PLAZO-REST TO RL-DF-UG
               PERFORM 3150-GRABA-DIFERENCIA THRU 3150-EXIT
               ADD 1 TO WS-CANT-DIF-PLAZO
           END-IF

           COMPUTE WS-DIFERENCIA = W-LN-MONTO-ORIG - W-DRB-MONTO-ORIG
           IF WS-DIFERENCIA < ZERO
               MULTIPLY -1 BY WS-DIFERENCIA
           END-IF
           IF WS-DIFERENCIA > WS-TOL-IMPORTE
               MOVE 'MONTO ORIGINAL' TO RL-DF-CAMPO
               MOVE W-LN-MONTO-ORIG  TO RL-DF-TRIAD
               MOVE W-DRB-MONTO-ORIG TO RL-DF-UG
               PERFORM 3150-GRABA-DIFERENCIA THRU 3150-EXIT
               ADD 1 TO WS-CANT-DIF-IMPORTE
           END-IF

           COMPUTE WS-DIFERENCIA = W-LN-SALDO - W-DRB-SALDO
           IF WS-DIFERENCIA < ZERO
               MULTIPLY -1 BY WS-DIFERENCIA
           END-IF
           IF WS-DIFERENCIA > WS-TOL-IMPORTE
               MOVE 'SALDO'          TO RL-DF-CAMPO
               MOVE W-LN-SALDO       TO RL-DF-TRIAD
               MOVE W-DRB-SALDO      TO RL-DF-UG
               PERFORM 3150-GRABA-DIFERENCIA THRU 3150-EXIT
               ADD 1 TO WS-CANT-DIF-IMPORTE
           END-IF

           COMPUTE WS-DIFERENCIA = W-LN-CUOTA - W-DRB-CUOTA
           IF WS-DIFERENCIA < ZERO
               MULTIPLY -1 BY WS-DIFERENCIA
           END-IF
           IF WS-DIFERENCIA > WS-TOL-IMPORTE
               MOVE 'CUOTA'          TO RL-DF-CAMPO
               MOVE W-LN-CUOTA       TO RL-DF-TRIAD
               MOVE W-DRB-CUOTA      TO RL-DF-UG
               PERFORM 3150-GRABA-DIFERENCIA THRU 3150-EXIT
               ADD 1 TO WS-CANT-DIF-IMPORTE
           END-IF

           PERFORM 3160-COMPARA-MORA THRU 3160-EXIT

           IF WS-CANT-DIF-CUENTA > ZERO
               ADD 1 TO WS-CANT-CON-DIFER
           END-IF
           .
       3100-EXIT.
           EXIT.

       3150-GRABA-DIFERENCIA.
           MOVE WS-CLAVE-LN TO RL-DF-CUENTA
           MOVE WS-DIFERENCIA TO RL-DF-DIF
           WRITE LINEA-REPORTE FROM RL-DIFERENCIA
           ADD 1 TO WS-CANT-DIF-CUENTA
           .
       3150-EXIT.
           EXIT.

      * SIN MORA DE UN LADO Y CON MORA DEL OTRO ES DIFERENCIA; CON
      * MORA DE AMBOS, CUANDO LAS FECHAS SE SEPARAN MAS DE WS-TOL-DIAS
       3160-COMPARA-MORA.
           IF W-LN-FEC-MORA = ZERO AND WS-FEC-MORA-UG = ZERO
               GO TO 3160-EXIT
           END-IF
           MOVE ZERO TO WS-DIAS-DIF
           IF W-LN-FEC-MORA NOT = ZERO AND WS-FEC-MORA-UG NOT = ZERO
               COMPUTE WS-DIAS-DIF =
                   FUNCTION INTEGER-OF-DATE(W-LN-FEC-MORA)
                 - FUNCTION INTEGER-OF-DATE(WS-FEC-MORA-UG)
               IF WS-DIAS-DIF NOT > WS-TOL-DIAS
                   AND WS-DIAS-DIF NOT < ZERO - WS-TOL-DIAS
                   GO TO 3160-EXIT
               END-IF
           END-IF

           MOVE WS-CLAVE-LN     TO RL-DD-CUENTA
           MOVE 'INICIO MORA'   TO RL-DD-CAMPO
           MOVE W-LN-FEC-MORA   TO RL-DD-TRIAD
           MOVE WS-FEC-MORA-UG  TO RL-DD-UG
           MOVE WS-DIAS-DIF     TO RL-DD-DIAS
           WRITE LINEA-REPORTE FROM RL-DIF-FECHA
           ADD 1 TO WS-CANT-DIF-CUENTA
           ADD 1 TO WS-CANT-DIF-MORA
           .
       3160-EXIT.
           EXIT.

      * UNA CUENTA CERRADA EN TRIAD NO TIENE POR QUE SEGUIR EN UG
       3200-SOLO-TRIAD.
           IF W-LN-FEC-CIERRE NOT = ZERO
               ADD 1 TO WS-CANT-CERR-TRIAD
               GO TO 3200-EXIT
           END-IF
           MOVE W-LN-CLAVE       TO RL-FU-CUENTA
           MOVE W-LN-CUSTOMER-ID TO RL-FU-CUSTOMER
           MOVE W-LN-SALDO       TO RL-FU-SALDO
           WRITE LINEA-REPORTE FROM RL-FALTA-UG
           ADD 1 TO WS-CANT-SOLO-TRIAD
           .
       3200-EXIT.
           EXIT.

      * UN PRESTAMO CANCELADO (SIN SALDO NI CUOTAS PENDIENTES) PUEDE
      * YA NO INFORMARSE A TRIAD
       3300-SOLO-UG.
           IF W-DRB-SALDO = ZERO AND W-DRB-PLAZO-REST = ZERO
               ADD 1 TO WS-CANT-CANC-UG
               GO TO 3300-EXIT
           END-IF
           MOVE W-DRB-CLAVE TO RL-FT-CUENTA
           MOVE W-DRB-SALDO TO RL-FT-SALDO
           WRITE LINEA-REPORTE FROM RL-FALTA-TRIAD
           ADD 1 TO WS-CANT-SOLO-UG
           .
       3300-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE LN-ORD
           CLOSE DRB-ORD
           CLOSE CUO-ORD
           CLOSE REPORTE
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET167' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LN TO RUNLOG-CANT-ENTRADA
           COMPUTE RUNLOG-CANT-SALIDA = WS-CANT-CON-DIFER
               + WS-CANT-SOLO-TRIAD + WS-CANT-SOLO-UG
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET167 - CONCILIACION TRDFLDLN / UGDTDRB-CUOTASQ'
           DISPLAY 'PRESTAMOS TRDFLDLN . . . . : ' WS-CANT-LN
           DISPLAY 'CUENTAS REPETIDAS TRIAD  . : ' WS-CANT-LN-DUPLIC
           DISPLAY 'PRESTAMOS UGDTDRB  . . . . : ' WS-CANT-DRB
           DISPLAY 'RECIBOS CUOTASQ  . . . . . : ' WS-CANT-RECIBOS
           DISPLAY 'RECIBOS VENCIDOS . . . . . : ' WS-CANT-VENCIDOS
           DISPLAY 'CONCILIADOS  . . . . . . . : ' WS-CANT-CONCILIADOS
           DISPLAY 'CON DIFERENCIAS  . . . . . : ' WS-CANT-CON-DIFER
           DISPLAY '  DIFERENCIAS DE PLAZO . . : ' WS-CANT-DIF-PLAZO
           DISPLAY '  DIFERENCIAS DE IMPORTE . : ' WS-CANT-DIF-IMPORTE
           DISPLAY '  DIFERENCIAS FECHA MORA . : ' WS-CANT-DIF-MORA
           DISPLAY 'FALTAN EN UGDTDRB  . . . . : ' WS-CANT-SOLO-TRIAD
           DISPLAY 'CERRADAS EN TRIAD SIN UG . : ' WS-CANT-CERR-TRIAD
           DISPLAY 'FALTAN EN TRDFLDLN . . . . : ' WS-CANT-SOLO-UG
           DISPLAY 'CANCELADOS EN UG SIN TRIAD : ' WS-CANT-CANC-UG
           .
