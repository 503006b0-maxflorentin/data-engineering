      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 09/08/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  CARTAS DE PERIODO CERRADO A POSTCIE (PERCIE)  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET008.
           SELECT CARTAS-HIST    ASSIGN TO WASDO20H
               ORGANIZATION IS SEQUENTIAL.

           SELECT POSTCIE-SAL    ASSIGN TO POSTCIE
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

           RECORDING MODE IS F.
           COPY "wasdo20h.cob".

       FD  POSTCIE-SAL
           RECORDING MODE IS F.
           COPY "../../catalogo/control/postcie.cob".

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".
       WORKING-STORAGE SECTION.
       77  WS-IDX                    PIC 9(02) COMP.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).

       01  WS-FS-D20                 PIC XX.
           88  FS-D20-ERROR-LECTURA     VALUE '01' THRU '99'.

           05  WS-CANT-CUENTAS       PIC 9(09) COMP.
           05  WS-CANT-CARTAS        PIC 9(09) COMP.
           05  WS-CANT-DESBORDES     PIC 9(09) COMP.
           05  WS-CANT-POSTCIERRE    PIC 9(09) COMP.

      * CONSULTA AL CALENDARIO DE CIERRE: LAS CARTAS CUYA FECHA CAE
      * EN UN PERIODO CERRADO DE CUPONES VAN A AJUSTES POST-CIERRE
           COPY "../../catalogo/control/percielk.cob"
               REPLACING ==:PERCIE:== BY ==WS-PCI==.

       PROCEDURE DIVISION.

           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO
           OPEN INPUT  CUENTAS
           OPEN OUTPUT CARTAS-HIST
           OPEN EXTEND POSTCIE-SAL
           MOVE 'CUPONES' TO WS-PCI-AREA-NEGOCIO
           .

       2000-LEER-CUENTA.
                   END-IF
                   ADD 1 TO WS-CANT-CUENTAS
                   IF CANT-CARTAS-INH OF O20 > 0
                       MOVE FECHA-ULT-CARTA OF O20 TO WS-PCI-FECHA
                       CALL 'PERCIE' USING WS-PCI-AREA
                       PERFORM 2100-EXPLOTAR-CARTA THRU 2100-EXIT
                           VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > CANT-CARTAS-INH OF O20
               SET WASDO20H-SIN-DESBORDE TO TRUE
           END-IF

           IF WS-PCI-PERIODO-CERRADO
               PERFORM 2150-DESVIA-POSTCIERRE THRU 2150-EXIT
           ELSE
               WRITE WASDO20H-REGISTRO
               ADD 1 TO WS-CANT-CARTAS
           END-IF
           .
       2100-EXIT.
           EXIT.

       2150-DESVIA-POSTCIERRE.
           MOVE SPACES                 TO POSTCIE-REGISTRO
           MOVE 'ZET008'               TO POSTCIE-JOB-ID
           MOVE 'CUPONES'              TO POSTCIE-AREA
           MOVE 'WASDO20H'             TO POSTCIE-HECHO
           MOVE WASDO20H-FECHA-ULT-CARTA TO POSTCIE-FEC-NEGOCIO
           MOVE WS-FECHA-PROCESO       TO POSTCIE-FEC-ARRIBO
           MOVE WS-HORA-PROCESO        TO POSTCIE-HORA-ARRIBO
           MOVE WASDO20H-NRO-CUENTA    TO POSTCIE-CLAVE(1:14)
           MOVE WASDO20H-NRO-SECUENCIA TO POSTCIE-CLAVE(15:2)
           MOVE ZERO                   TO POSTCIE-IMPORTE
           MOVE WASDO20H-REGISTRO      TO POSTCIE-DATOS
           WRITE POSTCIE-REGISTRO
           ADD 1 TO WS-CANT-POSTCIERRE
           .
       2150-EXIT.
           EXIT.

       9000-FINALIZE.
           CLOSE CUENTAS
           CLOSE CARTAS-HIST
           CLOSE POSTCIE-SAL
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET008' TO RUNLOG-JOB-ID
           ACCEPT RUNLOG-FECHA-PROCESO FROM DATE YYYYMMDD
           DISPLAY 'CUENTAS LEIDAS  . . . . . . : ' WS-CANT-CUENTAS
           DISPLAY 'CARTAS EXPLOTADAS . . . . . : ' WS-CANT-CARTAS
           DISPLAY 'CUENTAS CON DESBORDE  . . . : ' WS-CANT-DESBORDES
           DISPLAY 'CARTAS A AJUSTE POST-CIERRE : ' WS-CANT-POSTCIERRE
           .
