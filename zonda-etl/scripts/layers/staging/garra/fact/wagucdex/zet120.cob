      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 02/09/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  EVENTOS DE PERIODO CERRADO A POSTCIE (PERCIE) *
      * 15/10/2026  EQP  SE CONSERVA EL TIPO DE EVENTO EN CASTLED      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET120.
           SELECT LIBRO-SAL      ASSIGN TO CASTLED
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMCAS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT POSTCIE-SAL    ASSIGN TO POSTCIE
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-MOV    ASSIGN TO RPCASTMV
               ORGANIZATION IS LINE SEQUENTIAL.

           05  CASTLED-IMPORTE        PIC S9(13)V9(4).
           05  FILLER                 PIC X(02).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-CAS-REGISTRO.
      *        FECHA DE NEGOCIO DEL EXTRACTO AAAAMMDD; CERO O EN
      *        BLANCO = FECHA DE PROCESO
           05  PARM-CAS-FEC-NEGOCIO   PIC 9(08).
           05  FILLER                 PIC X(72).

       FD  POSTCIE-SAL
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/postcie.cob".

       FD  REPORTE-MOV.
       01  LINEA-REPORTE             PIC X(080).


       WORKING-STORAGE SECTION.
       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).
       01  WS-FECHA-NEGOCIO          PIC 9(08).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-HOY                 PIC XX.
           88  FS-HOY-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-ANT                 PIC XX.
       01  WS-CAST-ANTES             PIC 9(13)V9(4).
       01  WS-QUIT-ANTES             PIC 9(13)V9(4).
       01  WS-DIFERENCIA             PIC S9(13)V9(4) COMP-3.
       01  WS-TIPO-EVENTO            PIC X(01).

      * CUADRO DE MOVIMIENTOS DEL PERIODO
       01  WS-STOCK-INICIAL          PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-CANT-HOY           PIC 9(09) COMP.
           05  WS-CANT-ANT           PIC 9(09) COMP.
           05  WS-CANT-EVENTOS       PIC 9(09) COMP.
           05  WS-CANT-POSTCIERRE    PIC 9(09) COMP.

      * CONSULTA AL CALENDARIO DE CIERRE: SI LA FECHA DE NEGOCIO CAE
      * EN UN PERIODO CERRADO DE GARRA, LOS EVENTOS NO ENTRAN AL
      * LIBRO Y VAN A AJUSTES POST-CIERRE
           COPY "../../../catalogo/control/percielk.cob"
               REPLACING ==:PERCIE:== BY ==WS-PCI==.

       01  WS-LINEA-CUADRO.
           05  WSL-CONCEPTO          PIC X(20).
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO
           MOVE WS-FECHA-PROCESO TO WS-FECHA-NEGOCIO

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           MOVE 'GARRA'          TO WS-PCI-AREA-NEGOCIO
           MOVE WS-FECHA-NEGOCIO TO WS-PCI-FECHA
           CALL 'PERCIE' USING WS-PCI-AREA
           IF WS-PCI-PERIODO-CERRADO
               DISPLAY 'ZET120 - FECHA DE NEGOCIO ' WS-FECHA-NEGOCIO
                   ' EN PERIODO CERRADO - EVENTOS A POSTCIE'
           END-IF

           SORT SORT-HOY
               ON ASCENDING KEY S-HOY-CONTRATO
           OPEN INPUT  CONTRAT-ORD
           OPEN INPUT  ANTERIOR-ORD
           OPEN EXTEND LIBRO-SAL
           OPEN EXTEND POSTCIE-SAL
           OPEN OUTPUT REPORTE-MOV

           PERFORM 2000-LEER-HOY THRU 2000-EXIT
           PERFORM 2100-LEER-ANTERIOR THRU 2100-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-CAS-FEC-NEGOCIO IS NUMERIC
               AND PARM-CAS-FEC-NEGOCIO > ZERO
               MOVE PARM-CAS-FEC-NEGOCIO TO WS-FECHA-NEGOCIO
           END-IF
           .
       1050-EXIT.
           EXIT.

       1500-EXTRAE-HOY SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1510-SUELTA-HOY THRU 1510-EXIT

           COMPUTE WS-DIFERENCIA = W-HOY-CASTIGO - WS-CAST-ANTES
           IF WS-DIFERENCIA > ZERO
               MOVE 'C' TO WS-TIPO-EVENTO
               ADD WS-DIFERENCIA TO WS-ALTAS-CASTIGO
               PERFORM 3100-ASIENTA-EVENTO THRU 3100-EXIT
           END-IF
           IF WS-DIFERENCIA < ZERO
               MOVE 'R' TO WS-TIPO-EVENTO
               COMPUTE WS-DIFERENCIA = ZERO - WS-DIFERENCIA
               ADD WS-DIFERENCIA TO WS-RECUPEROS
               PERFORM 3100-ASIENTA-EVENTO THRU 3100-EXIT

           COMPUTE WS-DIFERENCIA = W-HOY-QUITA - WS-QUIT-ANTES
           IF WS-DIFERENCIA > ZERO
               MOVE 'Q' TO WS-TIPO-EVENTO
               ADD WS-DIFERENCIA TO WS-ALTAS-QUITA
               PERFORM 3100-ASIENTA-EVENTO THRU 3100-EXIT
           END-IF
           IF WS-DIFERENCIA < ZERO
               MOVE 'R' TO WS-TIPO-EVENTO
               COMPUTE WS-DIFERENCIA = ZERO - WS-DIFERENCIA
               ADD WS-DIFERENCIA TO WS-RECUPEROS
               PERFORM 3100-ASIENTA-EVENTO THRU 3100-EXIT

       3100-ASIENTA-EVENTO.
           MOVE SPACES TO CASTLED-REGISTRO
           MOVE WS-TIPO-EVENTO   TO CASTLED-TIPO
           MOVE WS-FECHA-NEGOCIO TO CASTLED-FEC-EVENTO
           MOVE W-HOY-CONTRATO   TO CASTLED-NUM-CONTRATO
           MOVE WS-DIFERENCIA    TO CASTLED-IMPORTE
           IF WS-PCI-PERIODO-CERRADO
               PERFORM 3150-DESVIA-POSTCIERRE THRU 3150-EXIT
           ELSE
               WRITE CASTLED-REGISTRO
               ADD 1 TO WS-CANT-EVENTOS
           END-IF
           .
       3100-EXIT.
           EXIT.

      * EL IMPORTE VA CON SIGNO: EL RECUPERO BAJA EL STOCK CERRADO
       3150-DESVIA-POSTCIERRE.
           MOVE SPACES               TO POSTCIE-REGISTRO
           MOVE 'ZET120'             TO POSTCIE-JOB-ID
           MOVE 'GARRA'              TO POSTCIE-AREA
           MOVE 'CASTLED'            TO POSTCIE-HECHO
           MOVE WS-FECHA-NEGOCIO     TO POSTCIE-FEC-NEGOCIO
           MOVE WS-FECHA-PROCESO     TO POSTCIE-FEC-ARRIBO
           MOVE WS-HORA-PROCESO      TO POSTCIE-HORA-ARRIBO
           MOVE CASTLED-NUM-CONTRATO TO POSTCIE-CLAVE(1:12)
           MOVE CASTLED-TIPO         TO POSTCIE-CLAVE(13:1)
           IF CASTLED-TIPO = 'R'
               COMPUTE POSTCIE-IMPORTE = ZERO - WS-DIFERENCIA
           ELSE
               MOVE WS-DIFERENCIA    TO POSTCIE-IMPORTE
           END-IF
           MOVE CASTLED-REGISTRO     TO POSTCIE-DATOS
           WRITE POSTCIE-REGISTRO
           ADD 1 TO WS-CANT-POSTCIERRE
           .
       3150-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITIR-CUADRO  -  CUADRO DE MOVIMIENTOS DEL PERIODO      *
      ******************************************************************
           CLOSE CONTRAT-ORD
           CLOSE ANTERIOR-ORD
           CLOSE LIBRO-SAL
           CLOSE POSTCIE-SAL
           CLOSE REPORTE-MOV
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET120' TO RUNLOG-JOB-ID
           DISPLAY 'CONTRATOS DE HOY . . . . . : ' WS-CANT-HOY
           DISPLAY 'CONTRATOS ANTERIORES . . . : ' WS-CANT-ANT
           DISPLAY 'EVENTOS ASENTADOS  . . . . : ' WS-CANT-EVENTOS
           DISPLAY 'EVENTOS A POST-CIERRE  . . : ' WS-CANT-POSTCIERRE
           .
