      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 22/08/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  CORTE DE PERIODO CERRADO A POSTCIE (PERCIE)   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET094.
           SELECT DELTA-SAL    ASSIGN TO SALDELTA
               ORGANIZATION IS SEQUENTIAL.

           SELECT POSTCIE-SAL  ASSIGN TO POSTCIE
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       01  PARM-REGISTRO.
      *        TIPO DE CORTE: P = PRELIMINAR T+0, F = FINAL
           05  PARM-TIPO-CORTE       PIC X(01).
      *        FECHA DE NEGOCIO DEL CORTE AAAAMMDD; CERO O EN BLANCO
      *        = FECHA DE PROCESO
           05  PARM-FECHA-CORTE      PIC 9(08).
           05  FILLER                PIC X(11).

       FD  ALMACEN-ANT
           RECORDING MODE IS F.
           05  DELTA-SALDO-NVO       PIC S9(15)V99.
           05  FILLER                PIC X(06).

       FD  POSTCIE-SAL
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/postcie.cob".

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).
       01  WS-TIPO-CORTE             PIC X(01).
       01  WS-FECHA-CORTE            PIC 9(08).

       01  WS-FS-ODS                 PIC XX.
       01  WS-FS-PAR                 PIC XX.

       01  WS-CLAVE-CORTE            PIC X(115).
       01  WS-CLAVE-ALMACEN          PIC X(115).
       01  WS-SALDO-ANT-ML           PIC S9(15)V99 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-CORTE         PIC 9(09) COMP.
           05  WS-CANT-CAMBIADAS     PIC 9(09) COMP.
           05  WS-CANT-SIN-CAMBIO    PIC 9(09) COMP.
           05  WS-CANT-PROTEGIDAS    PIC 9(09) COMP.
           05  WS-CANT-POSTCIERRE    PIC 9(09) COMP.

      * CONSULTA AL CALENDARIO DE CIERRE: SI EL CORTE ES DE UN
      * PERIODO CERRADO DE MORIA, LAS ALTAS Y CAMBIOS NO ENTRAN AL
      * ALMACEN Y VAN A AJUSTES POST-CIERRE
           COPY "../../../catalogo/control/percielk.cob"
               REPLACING ==:PERCIE:== BY ==WS-PCI==.

       PROCEDURE DIVISION.

      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-CORTE

           OPEN INPUT PARAMETRO
           IF WS-FS-PAR NOT = '00'
                   STOP RUN
               NOT AT END
                   MOVE PARM-TIPO-CORTE TO WS-TIPO-CORTE
                   IF PARM-FECHA-CORTE IS NUMERIC
                       AND PARM-FECHA-CORTE > ZERO
                       MOVE PARM-FECHA-CORTE TO WS-FECHA-CORTE
                   END-IF
           END-READ
           CLOSE PARAMETRO

           OPEN INPUT  ALMACEN-ANT
           OPEN OUTPUT ALMACEN-NVO
           OPEN OUTPUT DELTA-SAL
           OPEN EXTEND POSTCIE-SAL

           MOVE 'MORIA'        TO WS-PCI-AREA-NEGOCIO
           MOVE WS-FECHA-CORTE TO WS-PCI-FECHA
           CALL 'PERCIE' USING WS-PCI-AREA
           IF WS-PCI-PERIODO-CERRADO
               DISPLAY 'ZET094 - CORTE DEL ' WS-FECHA-CORTE
                   ' EN PERIODO CERRADO - ALTAS Y CAMBIOS A POSTCIE'
           END-IF

           PERFORM 2000-LEER-CORTE THRU 2000-EXIT
           PERFORM 2100-LEER-ALMACEN THRU 2100-EXIT
                   PERFORM 2100-LEER-ALMACEN THRU 2100-EXIT

      * CUENTA NUEVA EN EL CORTE
               WHEN WS-CLAVE-CORTE < WS-CLAVE-ALMACEN
                       AND WS-PCI-PERIODO-CERRADO
                   MOVE ZERO TO WS-SALDO-ANT-ML
                   PERFORM 3500-DESVIA-POSTCIERRE THRU 3500-EXIT
                   PERFORM 2000-LEER-CORTE THRU 2000-EXIT

               WHEN WS-CLAVE-CORTE < WS-CLAVE-ALMACEN
                   ADD 1 TO WS-CANT-ALTAS
                   MOVE SPACES TO ALMN-REGISTRO
                           MOVE WS-TIPO-CORTE TO ALMN-CORTE
                           WRITE ALMN-REGISTRO
                       ELSE
                           IF WS-PCI-PERIODO-CERRADO
                               MOVE ALM-SALDO-ML TO WS-SALDO-ANT-ML
                               MOVE ALM-REGISTRO TO ALMN-REGISTRO
                               WRITE ALMN-REGISTRO
                               PERFORM 3500-DESVIA-POSTCIERRE
                                   THRU 3500-EXIT
                           ELSE
                               ADD 1 TO WS-CANT-CAMBIADAS
                               MOVE SPACES TO ALMN-REGISTRO
                               MOVE WS-CLAVE-CORTE TO ALMN-LLAVE
                               MOVE WS-TIPO-CORTE  TO ALMN-CORTE
                               COMPUTE ALMN-VERSION = ALM-VERSION + 1
                               MOVE W-ODSSAL-IMPOR-SALDO-MO
                                   TO ALMN-SALDO-MO
                               MOVE W-ODSSAL-IMPOR-SALDO-ML
                                   TO ALMN-SALDO-ML
                               WRITE ALMN-REGISTRO
                               MOVE SPACES TO DELTA-REGISTRO
                               MOVE WS-CLAVE-CORTE TO DELTA-LLAVE
                               MOVE 'M' TO DELTA-TIPO
                               MOVE ALM-SALDO-MO
                                   TO DELTA-SALDO-ANT
                               MOVE W-ODSSAL-IMPOR-SALDO-MO
                                   TO DELTA-SALDO-NVO
                               WRITE DELTA-REGISTRO
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 2000-LEER-CORTE THRU 2000-EXIT
       3000-EXIT.
           EXIT.

      * ALTA O CAMBIO DE SALDO DE UN PERIODO CERRADO: EL IMPORTE ES
      * LO QUE HUBIERA MOVIDO EL SALDO EN MONEDA LOCAL
       3500-DESVIA-POSTCIERRE.
           MOVE SPACES                TO POSTCIE-REGISTRO
           MOVE 'ZET094'              TO POSTCIE-JOB-ID
           MOVE 'MORIA'               TO POSTCIE-AREA
           MOVE 'SALVERS'             TO POSTCIE-HECHO
           MOVE WS-FECHA-CORTE        TO POSTCIE-FEC-NEGOCIO
           MOVE WS-FECHA-PROCESO      TO POSTCIE-FEC-ARRIBO
           MOVE WS-HORA-PROCESO       TO POSTCIE-HORA-ARRIBO
           MOVE WS-CLAVE-CORTE        TO POSTCIE-CLAVE
           COMPUTE POSTCIE-IMPORTE = W-ODSSAL-IMPOR-SALDO-ML
               - WS-SALDO-ANT-ML
           MOVE W-REGISTRO            TO POSTCIE-DATOS
           WRITE POSTCIE-REGISTRO
           ADD 1 TO WS-CANT-POSTCIERRE
           .
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
           CLOSE ALMACEN-ANT
           CLOSE ALMACEN-NVO
           CLOSE DELTA-SAL
           CLOSE POSTCIE-SAL
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET094' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           DISPLAY 'SIN CAMBIO . . . . . . . . : ' WS-CANT-SIN-CAMBIO
           DISPLAY 'FINALES PROTEGIDAS . . . . : '
               WS-CANT-PROTEGIDAS
           DISPLAY 'A AJUSTE POST-CIERRE . . . : '
               WS-CANT-POSTCIERRE
           .
