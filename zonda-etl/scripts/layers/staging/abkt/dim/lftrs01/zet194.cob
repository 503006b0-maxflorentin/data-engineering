      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET194                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - ABKT                        *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : GENERACION DEL ARCHIVO DIARIO DE PRESENTACION    *
      *               AL BCRA DE TRANSFERENCIAS AL EXTERIOR POR        *
      *               CONCEPTO DE CAMBIO.  TOMA LOS PAGOS SALIENTES    *
      *               DE LFTRS01 LIBERADOS EN LA FECHA DE INFORME,     *
      *               LOS CRUZA CON LFTRS00 (DOCUMENTO DEL ORDENANTE   *
      *               Y PAIS DEL BENEFICIARIO) Y LES ASIGNA EL         *
      *               CONCEPTO DE CAMBIO DE LA TABLA MANTENIDA         *
      *               PRODCONC POR PRODUCT-CODE.  APLICA LOS CONTROLES *
      *               DE DOMINIO DEL REGIMEN (CONCEPTO, TIPO Y NUMERO  *
      *               DE DOCUMENTO CON LA RUTINA COMUN VALDOC, PAIS,   *
      *               DIVISA, IMPORTE Y FECHA VALOR); LOS RECHAZOS VAN *
      *               AL SUSPENSO FXSUSP Y, SI HAY AL MENOS UNO, EL    *
      *               ARCHIVO FINAL NO SE GENERA (TERMINA CON          *
      *               RETURN-CODE 8), IGUAL QUE LA PRESENTACION DE     *
      *               DEUDA (ZET069).  CON TODO LIMPIO SE GRABA FXOUT  *
      *               CON EL REGISTRO DE CONTROL AL FINAL (CANTIDAD,   *
      *               SUMA DE IMPORTES Y HASH DE DOCUMENTOS).          *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET194.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - ABKT.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMFXR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT CONCEPTOS      ASSIGN TO PRODCONC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.

           SELECT PAGOS          ASSIGN TO LFTRS01
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TS1.
           SELECT SORT-PAG       ASSIGN TO SRTFXRA.
           SELECT PAGOS-ORD      ASSIGN TO WFXRPAG
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUTEOS         ASSIGN TO LFTRS00
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TS0.
           SELECT SORT-RUT       ASSIGN TO SRTFXRB.
           SELECT RUTEOS-ORD     ASSIGN TO WFXRRUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT TRABAJO-SAL    ASSIGN TO FXRWRK
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRABAJO-ENT    ASSIGN TO FXRWRK
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRESENTACION   ASSIGN TO FXOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUSPENSO-SAL   ASSIGN TO FXSUSP
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-FXR-REGISTRO.
      *        FECHA DE LIBERACION A INFORMAR (CERO = FECHA DE PROCESO)
           05  PARM-FXR-FECHA         PIC 9(08).
           05  PARM-FXR-FILLER        PIC X(22).

      * TABLA MANTENIDA PRODUCTO DE PAGO -> CONCEPTO DE CAMBIO
       FD  CONCEPTOS
           RECORDING MODE IS F.
       01  CON-REGISTRO.
           05  CON-PRODUCTO           PIC X(03).
           05  CON-CONCEPTO           PIC X(03).
           05  CON-DESCRIPCION        PIC X(30).
           05  FILLER                 PIC X(04).

       FD  PAGOS
           RECORDING MODE IS F.
           COPY "lftrs01.cob".

      * PAGOS LIBERADOS EN LA FECHA DE INFORME POR CLAVE DE MENSAJE
       SD  SORT-PAG.
       01  SD-PAG-REGISTRO.
           05  S-PAG-CLAVE            PIC X(15).
           05  FILLER                 PIC X(45).

       FD  PAGOS-ORD
           RECORDING MODE IS F.
       01  W-PAG-REGISTRO.
           05  W-PAG-CLAVE.
               10  W-PAG-LOCATION     PIC X(06).
               10  W-PAG-GROUP-NUMBER PIC 9(06).
               10  W-PAG-SEQUENCE     PIC 9(03).
           05  W-PAG-PRODUCTO         PIC X(03).
           05  W-PAG-CONTRATO         PIC X(15).
           05  W-PAG-DIVISA           PIC X(03).
           05  W-PAG-IMPORTE          PIC S9(11)V99 COMP-3.
           05  W-PAG-FECHA-VALOR      PIC 9(08).
           05  FILLER                 PIC X(09).

       FD  RUTEOS
           RECORDING MODE IS F.
           COPY "../lftrs00/lftrs00.cob".

      * ORDENANTE Y PAIS BENEFICIARIO DE CADA MENSAJE
       SD  SORT-RUT.
       01  SD-RUT-REGISTRO.
           05  S-RUT-CLAVE            PIC X(15).
           05  FILLER                 PIC X(45).

       FD  RUTEOS-ORD
           RECORDING MODE IS F.
       01  W-RUT-REGISTRO.
           05  W-RUT-CLAVE            PIC X(15).
           05  W-RUT-TIPO-DOC         PIC X(02).
           05  W-RUT-DOCUMENTO        PIC X(34).
           05  W-RUT-PAIS             PIC X(05).
           05  FILLER                 PIC X(04).

       FD  TRABAJO-SAL
           RECORDING MODE IS F.
       01  WRK-REGISTRO              PIC X(100).

       FD  TRABAJO-ENT
           RECORDING MODE IS F.
       01  WRKE-REGISTRO             PIC X(100).

       FD  PRESENTACION
           RECORDING MODE IS F.
       01  FX-REGISTRO               PIC X(100).

       FD  SUSPENSO-SAL
           RECORDING MODE IS F.
       01  FXSUSP-REGISTRO.
           05  FXSUSP-MOTIVO         PIC X(30).
           05  FXSUSP-LOCATION       PIC X(06).
           05  FXSUSP-GROUP-NUMBER   PIC 9(06).
           05  FXSUSP-SEQUENCE       PIC 9(03).
           05  FXSUSP-PRODUCTO       PIC X(03).
           05  FXSUSP-TIPO-DOC       PIC X(02).
           05  FXSUSP-DOCUMENTO      PIC X(11).
           05  FXSUSP-DIVISA         PIC X(03).
           05  FXSUSP-IMPORTE        PIC S9(11)V99.
           05  FILLER                PIC X(03).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-CONCEPTOS          PIC 9(04) COMP VALUE 500.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-INFORME          PIC 9(08).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-CON                 PIC XX.
       01  WS-FS-TS1                 PIC XX.
           88  FS-TS1-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-TS0                 PIC XX.
           88  FS-TS0-ERROR-LECTURA     VALUE '01' THRU '99'.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-PAG         PIC X(01) VALUE 'N'.
               88  EOF-PAGOS             VALUE 'S'.
           05  WS-SW-EOF-WRK         PIC X(01) VALUE 'N'.
               88  EOF-TRABAJO           VALUE 'S'.
           05  WS-SW-RECHAZO         PIC X(01) VALUE 'N'.
               88  REGISTRO-RECHAZADO    VALUE 'S'.
           05  WS-SW-RUTEO           PIC X(01).
               88  RUTEO-HALLADO         VALUE 'S'.

       01  WS-CLAVE-RUT              PIC X(15).

      * FECHAS CYYMMDD DE LFTRS01 A AAAAMMDD
       01  WS-FEC-CYY                PIC 9(07).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-FECHA-LIBERACION       PIC 9(08).

      * CONCEPTO ASIGNADO AL PAGO
       01  WS-CONCEPTO               PIC X(03).
       01  WS-CONCEPTO-R REDEFINES WS-CONCEPTO.
           05  WS-CONCEPTO-LETRA     PIC X(01).
           05  WS-CONCEPTO-NUMERO    PIC X(02).

      * DOCUMENTO DEL ORDENANTE NORMALIZADO A 11 POSICIONES
       01  WS-DOC-TEXTO              PIC X(34).
       01  WS-DOC-LARGO              PIC 9(02) COMP.
       01  WS-DOC-NUMERO             PIC X(11).
       01  WS-DOC-POS                PIC 9(02) COMP.
       01  WS-PAIS                   PIC X(05).

           COPY "../../../catalogo/control/valdoclk.cob"
               REPLACING ==:VALDOC:== BY ==VALDOC==.

       01  TABLA-CONCEPTOS.
           05  TB-CON-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CON-ENTRY OCCURS 500 TIMES
                   INDEXED BY TB-CON-IDX.
               10  TB-CON-PRODUCTO   PIC X(03).
               10  TB-CON-CONCEPTO   PIC X(03).

      * REGISTRO DE DETALLE DEL REGIMEN (100 BYTES FIJOS)
       01  WS-FX-DETALLE.
           05  WSF-TIPO-REG          PIC X(01) VALUE '1'.
           05  WSF-FECHA-INFORME     PIC 9(08).
           05  WSF-REFERENCIA        PIC X(15).
           05  WSF-CONCEPTO          PIC X(03).
           05  WSF-TIPO-DOC          PIC X(02).
           05  WSF-DOCUMENTO         PIC X(11).
           05  WSF-PAIS              PIC X(05).
           05  WSF-DIVISA            PIC X(03).
           05  WSF-IMPORTE           PIC 9(13)V99.
           05  WSF-FECHA-VALOR       PIC 9(08).
           05  WSF-PRODUCTO          PIC X(03).
           05  WSF-CONTRATO          PIC X(15).
           05  FILLER                PIC X(11) VALUE SPACES.

      * REGISTRO DE CONTROL OBLIGATORIO (ULTIMA FILA DEL ARCHIVO)
       01  WS-FX-CONTROL.
           05  WSC-TIPO-REG          PIC X(01) VALUE '9'.
           05  WSC-CANTIDAD          PIC 9(09).
           05  WSC-SUMA-IMPORTES     PIC 9(15)V99.
           05  WSC-HASH-DOCUM        PIC 9(15).
           05  FILLER                PIC X(58) VALUE SPACES.

       01  WS-ACUMULADORES.
           05  WS-SUMA-IMPORTES      PIC 9(15)V99 VALUE ZERO.
           05  WS-HASH-DOCUM         PIC 9(15)    VALUE ZERO.
       01  WS-DOCUM-NUM              PIC 9(11).

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-INFORMAR      PIC 9(09) COMP.
           05  WS-CANT-VALIDOS       PIC 9(09) COMP.
           05  WS-CANT-RECHAZOS      PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-VALIDA-Y-FORMATEA THRU 3000-EXIT
               UNTIL EOF-PAGOS
           PERFORM 4000-GENERA-PRESENTACION
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARMFXR, TABLA DE CONCEPTOS Y PAGOS Y     *
      *  RUTEOS ORDENADOS POR LOCATION / GROUP-NUMBER / SEQUENCE       *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE WS-FECHA-PROCESO TO WS-FECHA-INFORME
           INITIALIZE WS-CONTADORES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT CONCEPTOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET194 - NO SE PUDO ABRIR PRODCONC - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-CARGA-CONCEPTO THRU 1500-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONCEPTOS
           MOVE 'N' TO WS-SW-EOF-AUX
           IF TB-CON-CANT = ZERO
               DISPLAY 'ZET194 - TABLA DE CONCEPTOS PRODCONC VACIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PAGOS
           IF WS-FS-TS1 NOT = '00'
               DISPLAY 'ZET194 - NO SE PUDO ABRIR LFTRS01 - '
                   'FILE STATUS ' WS-FS-TS1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PAGOS
           OPEN INPUT RUTEOS
           IF WS-FS-TS0 NOT = '00'
               DISPLAY 'ZET194 - NO SE PUDO ABRIR LFTRS00 - '
                   'FILE STATUS ' WS-FS-TS0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUTEOS

           SORT SORT-PAG
               ON ASCENDING KEY S-PAG-CLAVE
               INPUT PROCEDURE IS 1100-EXTRAE-PAGOS
               GIVING PAGOS-ORD

           SORT SORT-RUT
               ON ASCENDING KEY S-RUT-CLAVE
               INPUT PROCEDURE IS 1200-EXTRAE-RUTEOS
               GIVING RUTEOS-ORD

           OPEN INPUT  PAGOS-ORD
           OPEN INPUT  RUTEOS-ORD
           OPEN OUTPUT TRABAJO-SAL
           OPEN OUTPUT SUSPENSO-SAL
           PERFORM 2000-LEER-PAGO THRU 2000-EXIT
           PERFORM 2100-LEER-RUTEO THRU 2100-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-FXR-FECHA IS NUMERIC
               AND PARM-FXR-FECHA > 0
               MOVE PARM-FXR-FECHA TO WS-FECHA-INFORME
           END-IF
           .
       1050-EXIT.
           EXIT.

       1500-CARGA-CONCEPTO.
           READ CONCEPTOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1500-EXIT
           END-READ
           IF TB-CON-CANT NOT < WS-MAX-CONCEPTOS
               DISPLAY 'ZET194 - TABLA DE CONCEPTOS DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-CON-CANT
           SET TB-CON-IDX TO TB-CON-CANT
           MOVE CON-PRODUCTO TO TB-CON-PRODUCTO(TB-CON-IDX)
           MOVE CON-CONCEPTO TO TB-CON-CONCEPTO(TB-CON-IDX)
           .
       1500-EXIT.
           EXIT.

      ******************************************************************
      *  1900-CONVIERTE-FECHA  -  WS-FEC-CYY (CYYMMDD) A WS-FEC-NUM;   *
      *  CERO O INVALIDA DEVUELVE CERO                                 *
      ******************************************************************
       1900-CONVIERTE-FECHA.
           MOVE ZERO TO WS-FEC-NUM
           IF WS-FEC-CYY = ZERO
               GO TO 1900-EXIT
           END-IF
           COMPUTE WS-FEC-NUM = WS-FEC-CYY + 19000000
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEC-NUM) NOT = 0
               MOVE ZERO TO WS-FEC-NUM
           END-IF
           .
       1900-EXIT.
           EXIT.

      * PAGOS CUYA LIBERACION FINAL CAE EN LA FECHA DE INFORME
       1100-EXTRAE-PAGOS SECTION.
           OPEN INPUT PAGOS
           PERFORM 1110-SUELTA-PAGO THRU 1110-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PAGOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1100-FIN
           .

       1110-SUELTA-PAGO.
           READ PAGOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1110-EXIT
           END-READ
           IF FS-TS1-ERROR-LECTURA
               DISPLAY 'ZET194 - ERROR DE LECTURA '
                   'EN LFTRS01 - FILE STATUS ' WS-FS-TS1
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDAS
           IF RELEASE-DATE2 > ZERO
               MOVE RELEASE-DATE2 TO WS-FEC-CYY
           ELSE
               MOVE RELEASE-DATE1 TO WS-FEC-CYY
           END-IF
           PERFORM 1900-CONVIERTE-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM TO WS-FECHA-LIBERACION
           IF WS-FECHA-LIBERACION NOT = WS-FECHA-INFORME
               GO TO 1110-EXIT
           END-IF
           MOVE SPACES TO W-PAG-REGISTRO
           MOVE LOCATION OF TS1     TO W-PAG-LOCATION
           MOVE GROUP-NUMBER OF TS1 TO W-PAG-GROUP-NUMBER
           MOVE TS1-SEQUENCE OF TS1 TO W-PAG-SEQUENCE
           MOVE PRODUCT-CODE        TO W-PAG-PRODUCTO
           MOVE PY-CONTRACT         TO W-PAG-CONTRATO
           MOVE CURR-CODE           TO W-PAG-DIVISA
           MOVE PY-AMT              TO W-PAG-IMPORTE
           MOVE PY-VALUE-DATE       TO WS-FEC-CYY
           PERFORM 1900-CONVIERTE-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM          TO W-PAG-FECHA-VALOR
           MOVE W-PAG-REGISTRO TO SD-PAG-REGISTRO
           RELEASE SD-PAG-REGISTRO
           .
       1110-EXIT.
           EXIT.
       1100-FIN.
           EXIT.


       1200-EXTRAE-RUTEOS SECTION.
           OPEN INPUT RUTEOS
           PERFORM 1210-SUELTA-RUTEO THRU 1210-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE RUTEOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1200-FIN
           .

       1210-SUELTA-RUTEO.
           READ RUTEOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1210-EXIT
           END-READ
           IF FS-TS0-ERROR-LECTURA
               DISPLAY 'ZET194 - ERROR DE LECTURA '
                   'EN LFTRS00 - FILE STATUS ' WS-FS-TS0
               STOP RUN
           END-IF
           MOVE SPACES TO W-RUT-REGISTRO
           MOVE LOCATION OF TS0     TO W-RUT-CLAVE(1:6)
           MOVE GROUP-NUMBER OF TS0 TO W-RUT-CLAVE(7:6)
           MOVE TS0-SEQUENCE OF TS0 TO W-RUT-CLAVE(13:3)
           MOVE CUST-SEND-ID-TYPE   TO W-RUT-TIPO-DOC
           MOVE CUST-SEND-ID        TO W-RUT-DOCUMENTO
           MOVE BENE-RECV-COUNTRY   TO W-RUT-PAIS
           MOVE W-RUT-REGISTRO TO SD-RUT-REGISTRO
           RELEASE SD-RUT-REGISTRO
           .
       1210-EXIT.
           EXIT.
       1200-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-PAGO.
           READ PAGOS-ORD
               AT END
                   SET EOF-PAGOS TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-RUTEO.
           READ RUTEOS-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-RUT
               NOT AT END
                   MOVE W-RUT-CLAVE TO WS-CLAVE-RUT
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-VALIDA-Y-FORMATEA  -  CONTROLES DE DOMINIO DEL REGIMEN.  *
      *  EL PAGO LIMPIO SE FORMATEA AL LAYOUT BCRA EN EL ARCHIVO DE    *
      *  TRABAJO; EL SUCIO VA AL SUSPENSO CON SU MOTIVO                *
      ******************************************************************
       3000-VALIDA-Y-FORMATEA.
           ADD 1 TO WS-CANT-INFORMAR
           MOVE 'N' TO WS-SW-RECHAZO
           MOVE SPACES TO FXSUSP-REGISTRO

           PERFORM 2100-LEER-RUTEO THRU 2100-EXIT
               UNTIL WS-CLAVE-RUT NOT < W-PAG-CLAVE
           MOVE 'N' TO WS-SW-RUTEO
           MOVE SPACES TO WS-PAIS
           MOVE SPACES TO WS-DOC-NUMERO
           IF WS-CLAVE-RUT = W-PAG-CLAVE
               SET RUTEO-HALLADO TO TRUE
               MOVE W-RUT-PAIS TO WS-PAIS
               PERFORM 3200-VALIDA-DOCUMENTO THRU 3200-EXIT
           END-IF
           PERFORM 3100-BUSCA-CONCEPTO THRU 3100-EXIT

           EVALUATE TRUE
               WHEN NOT RUTEO-HALLADO
                   MOVE 'SIN RUTEO EN LFTRS00         ' TO
                       FXSUSP-MOTIVO
                   SET REGISTRO-RECHAZADO TO TRUE
               WHEN WS-CONCEPTO = SPACES
                   MOVE 'PRODUCTO SIN CONCEPTO        ' TO
                       FXSUSP-MOTIVO
                   SET REGISTRO-RECHAZADO TO TRUE
               WHEN WS-CONCEPTO-LETRA NOT ALPHABETIC
                   OR WS-CONCEPTO-LETRA = SPACE
                   OR WS-CONCEPTO-NUMERO NOT NUMERIC
                   MOVE 'CONCEPTO FUERA DE DOMINIO    ' TO
                       FXSUSP-MOTIVO
                   SET REGISTRO-RECHAZADO TO TRUE
               WHEN W-RUT-TIPO-DOC NOT = '80' AND '86' AND '87'
                                    AND '96'
                   MOVE 'TIPO DE DOCUMENTO INVALIDO   ' TO
                       FXSUSP-MOTIVO
                   SET REGISTRO-RECHAZADO TO TRUE
               WHEN WS-DOC-NUMERO = SPACES
                   MOVE 'DOCUMENTO FALTANTE           ' TO
                       FXSUSP-MOTIVO
                   SET REGISTRO-RECHAZADO TO TRUE
               WHEN NOT VALDOC-VALIDO
                   MOVE 'DOCUMENTO INVALIDO           ' TO
                       FXSUSP-MOTIVO
                   SET REGISTRO-RECHAZADO TO TRUE
               WHEN WS-PAIS(1:2) NOT ALPHABETIC
                   OR WS-PAIS(1:2) = SPACES
                   MOVE 'PAIS BENEFICIARIO INVALIDO   ' TO
                       FXSUSP-MOTIVO
                   SET REGISTRO-RECHAZADO TO TRUE
               WHEN W-PAG-DIVISA NOT ALPHABETIC
                   OR W-PAG-DIVISA = SPACES
                   MOVE 'DIVISA INVALIDA              ' TO
                       FXSUSP-MOTIVO
                   SET REGISTRO-RECHAZADO TO TRUE
               WHEN W-PAG-IMPORTE NOT > ZERO
                   MOVE 'IMPORTE NO POSITIVO          ' TO
                       FXSUSP-MOTIVO
                   SET REGISTRO-RECHAZADO TO TRUE
               WHEN W-PAG-FECHA-VALOR = ZERO
                   MOVE 'FECHA VALOR INVALIDA         ' TO
                       FXSUSP-MOTIVO
                   SET REGISTRO-RECHAZADO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF REGISTRO-RECHAZADO
               ADD 1 TO WS-CANT-RECHAZOS
               MOVE W-PAG-LOCATION     TO FXSUSP-LOCATION
               MOVE W-PAG-GROUP-NUMBER TO FXSUSP-GROUP-NUMBER
               MOVE W-PAG-SEQUENCE     TO FXSUSP-SEQUENCE
               MOVE W-PAG-PRODUCTO     TO FXSUSP-PRODUCTO
               MOVE W-RUT-TIPO-DOC     TO FXSUSP-TIPO-DOC
               MOVE W-RUT-DOCUMENTO    TO FXSUSP-DOCUMENTO
               IF NOT RUTEO-HALLADO
                   MOVE SPACES TO FXSUSP-TIPO-DOC
                   MOVE SPACES TO FXSUSP-DOCUMENTO
               END-IF
               MOVE W-PAG-DIVISA       TO FXSUSP-DIVISA
               MOVE W-PAG-IMPORTE      TO FXSUSP-IMPORTE
               WRITE FXSUSP-REGISTRO
           ELSE
               ADD 1 TO WS-CANT-VALIDOS
               MOVE WS-FECHA-INFORME   TO WSF-FECHA-INFORME
               MOVE W-PAG-CLAVE        TO WSF-REFERENCIA
               MOVE WS-CONCEPTO        TO WSF-CONCEPTO
               MOVE W-RUT-TIPO-DOC     TO WSF-TIPO-DOC
               MOVE WS-DOC-NUMERO      TO WSF-DOCUMENTO
               MOVE WS-PAIS            TO WSF-PAIS
               MOVE W-PAG-DIVISA       TO WSF-DIVISA
               MOVE W-PAG-IMPORTE      TO WSF-IMPORTE
               MOVE W-PAG-FECHA-VALOR  TO WSF-FECHA-VALOR
               MOVE W-PAG-PRODUCTO     TO WSF-PRODUCTO
               MOVE W-PAG-CONTRATO     TO WSF-CONTRATO
               MOVE WS-FX-DETALLE TO WRK-REGISTRO
               WRITE WRK-REGISTRO

               ADD W-PAG-IMPORTE TO WS-SUMA-IMPORTES
               MOVE WS-DOC-NUMERO TO WS-DOCUM-NUM
               COMPUTE WS-HASH-DOCUM = FUNCTION MOD
                   (WS-HASH-DOCUM + WS-DOCUM-NUM, 1000000000000000)
           END-IF

           PERFORM 2000-LEER-PAGO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-BUSCA-CONCEPTO.
           MOVE SPACES TO WS-CONCEPTO
           SET TB-CON-IDX TO 1
           SEARCH TB-CON-ENTRY
               AT END
                   CONTINUE
               WHEN TB-CON-IDX > TB-CON-CANT
                   CONTINUE
               WHEN TB-CON-PRODUCTO(TB-CON-IDX) = W-PAG-PRODUCTO
                   MOVE TB-CON-CONCEPTO(TB-CON-IDX) TO WS-CONCEPTO
           END-SEARCH
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  3200-VALIDA-DOCUMENTO  -  CUST-SEND-ID ALINEADO A DERECHA EN  *
      *  11 POSICIONES CON CEROS.  CUIT/CUIL/CDI (80/86/87) VERIFICAN  *
      *  DIGITO CON VALDOC; DNI (96) RANGO.  MAS DE 11 POSICIONES ES   *
      *  INVALIDO                                                      *
      ******************************************************************
       3200-VALIDA-DOCUMENTO.
           MOVE 'I' TO VALDOC-RESULTADO
           MOVE SPACES TO WS-DOC-TEXTO
           MOVE ZERO TO WS-DOC-LARGO
           UNSTRING W-RUT-DOCUMENTO DELIMITED BY ALL SPACES
               INTO WS-DOC-TEXTO COUNT IN WS-DOC-LARGO
           END-UNSTRING
           IF WS-DOC-LARGO = ZERO
               GO TO 3200-EXIT
           END-IF
           IF WS-DOC-LARGO > 11
               MOVE WS-DOC-TEXTO(1:11) TO WS-DOC-NUMERO
               GO TO 3200-EXIT
           END-IF
           MOVE ALL '0' TO WS-DOC-NUMERO
           COMPUTE WS-DOC-POS = 12 - WS-DOC-LARGO
           MOVE WS-DOC-TEXTO(1:WS-DOC-LARGO)
               TO WS-DOC-NUMERO(WS-DOC-POS:WS-DOC-LARGO)

           IF W-RUT-TIPO-DOC = '96'
               MOVE 'N ' TO VALDOC-TIPO-DOC
           ELSE
               MOVE 'CU' TO VALDOC-TIPO-DOC
           END-IF
           MOVE WS-DOC-NUMERO TO VALDOC-NUMERO
           CALL 'VALDOC' USING VALDOC-AREA
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  4000-GENERA-PRESENTACION  -  CON RECHAZOS EL ARCHIVO FINAL    *
      *  NO SE GENERA. LIMPIO, SE COPIA EL TRABAJO Y SE AGREGA EL      *
      *  REGISTRO DE CONTROL                                           *
      ******************************************************************
       4000-GENERA-PRESENTACION.
           CLOSE TRABAJO-SAL

           IF WS-CANT-RECHAZOS > ZERO
               DISPLAY 'ZET194 - ' WS-CANT-RECHAZOS ' RECHAZOS EN '
                   'FXSUSP - NO SE GENERA LA PRESENTACION'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT  TRABAJO-ENT
               OPEN OUTPUT PRESENTACION
               PERFORM 4100-COPIA-DETALLE THRU 4100-EXIT
                   UNTIL EOF-TRABAJO
               MOVE WS-CANT-VALIDOS  TO WSC-CANTIDAD
               MOVE WS-SUMA-IMPORTES TO WSC-SUMA-IMPORTES
               MOVE WS-HASH-DOCUM    TO WSC-HASH-DOCUM
               MOVE WS-FX-CONTROL TO FX-REGISTRO
               WRITE FX-REGISTRO
               CLOSE PRESENTACION
               CLOSE TRABAJO-ENT
           END-IF
           .

       4100-COPIA-DETALLE.
           READ TRABAJO-ENT
               AT END
                   SET EOF-TRABAJO TO TRUE
               NOT AT END
                   MOVE WRKE-REGISTRO TO FX-REGISTRO
                   WRITE FX-REGISTRO
           END-READ
           .
       4100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE PAGOS-ORD
           CLOSE RUTEOS-ORD
           CLOSE SUSPENSO-SAL
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET194' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-VALIDOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET194 - PRESENTACION BCRA DE TRANSFERENCIAS'
           DISPLAY 'FECHA DE INFORME . . . . . : ' WS-FECHA-INFORME
           DISPLAY 'PAGOS LEIDOS . . . . . . . : ' WS-CANT-LEIDAS
           DISPLAY 'LIBERADOS A INFORMAR . . . : ' WS-CANT-INFORMAR
           DISPLAY 'VALIDOS  . . . . . . . . . : ' WS-CANT-VALIDOS
           DISPLAY 'RECHAZADOS A SUSPENSO  . . : ' WS-CANT-RECHAZOS
           .
