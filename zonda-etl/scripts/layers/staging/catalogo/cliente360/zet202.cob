      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET202                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CLIENTE 360                 *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : MANTENIMIENTO DEL REGISTRO DE PREFERENCIAS DE    *
      *               CONTACTO Y CONSENTIMIENTO POR NUP (CONSENT).     *
      *               CADA FILA ES NUP + CANAL + PROPOSITO (MARKETING  *
      *               O SERVICIO) CON EL ESTADO, LA FECHA DESDE LA QUE *
      *               RIGE Y EL ORIGEN.  SE SIEMBRA DESDE LOS          *
      *               INDICADORES DE CONTACTO DEL CLIENTE TRIAD        *
      *               (TRDFLDCU, PROPOSITO MARKETING) Y SE ACTUALIZA   *
      *               CON LAS DECLARACIONES QUE EL CLIENTE HACE EN LA  *
      *               SUCURSAL (CONSUC).  LA DECLARACION DE SUCURSAL   *
      *               PREVALECE: UNA VEZ QUE EXISTE, LA SIEMBRA TRIAD  *
      *               YA NO PISA ESA FILA.  CADA CAMBIO REAL QUEDA EN  *
      *               EL DIARIO CONSHIS.  EL REGISTRO NUEVO (CONSENTN) *
      *               SALE ORDENADO POR CLAVE, QUE ES COMO LO BUSCA    *
      *               LA RUTINA CONSEN DESDE LAS SALIDAS AL CLIENTE.   *
      *               EL PROPOSITO LEGAL NO SE REGISTRA: NO ADMITE     *
      *               OPOSICION.                                       *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET202.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CLIENTE 360.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRO-ANT   ASSIGN TO CONSENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.

           SELECT CLIENTES-TRIAD ASSIGN TO TRDFLDCU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DCU.

           SELECT DECLARACIONES  ASSIGN TO CONSUC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SUC.

           SELECT SORT-CON       ASSIGN TO SRTCONS.
           SELECT REGISTRO-NVO   ASSIGN TO CONSENTN
               ORGANIZATION IS SEQUENTIAL.

           SELECT DIARIO-SAL     ASSIGN TO CONSHIS
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-CON    ASSIGN TO RPCONSEN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRO-ANT
           RECORDING MODE IS F.
           COPY "consent.cob" REPLACING ==:CONSENT:== BY ==CONSENT==.

       FD  CLIENTES-TRIAD
           RECORDING MODE IS F.
       01  FD-CU.
           COPY "../../triad/fact/monthly/trdfldcu/trdfldcu.cob"
               REPLACING ==LENGTH== BY ==REC-LENGTH==
                         ==LIMIT== BY ==CU-LIMIT==.

       FD  DECLARACIONES
           RECORDING MODE IS F.
       01  SUC-REGISTRO.
           05  SUC-NUP               PIC X(08).
           05  SUC-CANAL             PIC X(01).
      *        PROPOSITO: M = MARKETING, S = SERVICIO
           05  SUC-PROPOSITO         PIC X(01).
      *        ESTADO: S = CONSIENTE, N = SE OPONE
           05  SUC-ESTADO            PIC X(01).
           05  SUC-FEC-DECLARACION   PIC 9(08).
           05  SUC-SUCURSAL          PIC 9(04).
           05  SUC-USUARIO           PIC X(08).
           05  FILLER                PIC X(09).

      * TIPO ORDENA DENTRO DE LA CLAVE: 0 REGISTRO VIGENTE, 1 SIEMBRA
      * TRIAD, 2 DECLARACION DE SUCURSAL (POR FECHA)
       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-CLAVE.
               10  S-CON-NUP         PIC X(08).
               10  S-CON-CANAL       PIC X(01).
               10  S-CON-PROPOSITO   PIC X(01).
           05  S-CON-TIPO            PIC 9(01).
           05  S-CON-FECHA           PIC 9(08).
           05  S-CON-ESTADO          PIC X(01).
           05  S-CON-ORIGEN          PIC X(01).
           05  S-CON-SUCURSAL        PIC 9(04).
           05  S-CON-USUARIO         PIC X(08).
           05  S-CON-FEC-ACTUALIZ    PIC 9(08).
           05  FILLER                PIC X(09).

       FD  REGISTRO-NVO
           RECORDING MODE IS F.
           COPY "consent.cob" REPLACING ==:CONSENT:== BY ==CONSN==.

       FD  DIARIO-SAL
           RECORDING MODE IS F.
       01  CONSHIS-REGISTRO.
           05  CONSHIS-FECHA-PROCESO PIC 9(08).
           05  CONSHIS-HORA          PIC 9(06).
           05  CONSHIS-NUP           PIC X(08).
           05  CONSHIS-CANAL         PIC X(01).
           05  CONSHIS-PROPOSITO     PIC X(01).
      *        ESTADO ANTERIOR EN BLANCO = ALTA DE LA PREFERENCIA
           05  CONSHIS-ESTADO-ANT    PIC X(01).
           05  CONSHIS-ESTADO-NVO    PIC X(01).
           05  CONSHIS-ORIGEN        PIC X(01).
           05  CONSHIS-SUCURSAL      PIC 9(04).
           05  CONSHIS-USUARIO       PIC X(08).
           05  CONSHIS-FEC-VIGENCIA  PIC 9(08).
           05  FILLER                PIC X(13).

       FD  REPORTE-CON.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../triad/fact/trfrrcc/triadrlk.cob"
               REPLACING ==:TRIADRK:== BY ==TRIADRK==.

           COPY "consent.cob" REPLACING ==:CONSENT:== BY ==WS-CON==.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).

       01  WS-FS-CON                 PIC XX.
       01  WS-FS-DCU                 PIC XX.
       01  WS-FS-SUC                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUXILIAR    PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-SORT        PIC X(01) VALUE 'N'.
               88  EOF-SORT              VALUE 'S'.
           05  WS-SW-EXISTE          PIC X(01).
               88  FILA-EXISTE           VALUE 'S'.
           05  WS-SW-CON-ANT         PIC X(01) VALUE 'N'.
               88  HAY-REGISTRO-ANT      VALUE 'S'.
           05  WS-SW-DCU             PIC X(01) VALUE 'N'.
               88  HAY-TRIAD             VALUE 'S'.
           05  WS-SW-SUC             PIC X(01) VALUE 'N'.
               88  HAY-DECLARACIONES     VALUE 'S'.

       01  WS-MOTIVO-RECHAZO         PIC X(30).
       01  WS-CLAVE-ACT              PIC X(10).
       01  WS-ESTADO-ANT             PIC X(01).
       01  WS-ORIGEN-ANT             PIC X(01).

      * INDICADORES TRIAD DEL CLIENTE EN CURSO, EN EL ORDEN DE LOS
      * CANALES DE WS-CANALES-TRIAD; EL CORREO POSTAL VIENE COMO
      * MARCA DE NO ENVIAR, LOS DEMAS COMO MARCA DE CONTACTABLE
       01  WS-CANALES-TRIAD.
           05  FILLER                PIC X(02) VALUE 'CN'.
           05  FILLER                PIC X(02) VALUE 'ES'.
           05  FILLER                PIC X(02) VALUE 'TS'.
           05  FILLER                PIC X(02) VALUE 'HS'.
           05  FILLER                PIC X(02) VALUE 'PS'.
       01  WS-CANALES-TRIAD-R REDEFINES WS-CANALES-TRIAD.
           05  WS-CTR-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-CANAL      PIC X(01).
      *            ESTADO QUE CORRESPONDE AL INDICADOR EN 1
               10  WS-CTR-ESTADO-1   PIC X(01).

       01  WS-INDICADORES.
           05  WS-IND-CANAL          PIC X(01) OCCURS 5 TIMES.

      * FILA VIGENTE DE LA CLAVE EN CURSO
       01  WS-VIGENTE.
           05  WS-VIG-ESTADO         PIC X(01).
           05  WS-VIG-ORIGEN         PIC X(01).
           05  WS-VIG-FECHA          PIC 9(08).
           05  WS-VIG-SUCURSAL       PIC 9(04).
           05  WS-VIG-USUARIO        PIC X(08).
           05  WS-VIG-FEC-ACTUALIZ   PIC 9(08).

       01  WS-CONTADORES.
           05  WS-CANT-ANTERIOR      PIC 9(09) COMP.
           05  WS-CANT-CLIENTES-TRD  PIC 9(09) COMP.
           05  WS-CANT-TRIAD-SIN-ID  PIC 9(09) COMP.
           05  WS-CANT-DECLARACIONES PIC 9(09) COMP.
           05  WS-CANT-RECHAZADAS    PIC 9(09) COMP.
           05  WS-CANT-ALTAS         PIC 9(09) COMP.
           05  WS-CANT-CAMBIOS       PIC 9(09) COMP.
           05  WS-CANT-TRIAD-OMITIDA PIC 9(09) COMP.
           05  WS-CANT-DECL-VENCIDAS PIC 9(09) COMP.
           05  WS-CANT-GRABADOS      PIC 9(09) COMP.

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(45) VALUE
               'NUP       CAN PRO ANT NVO OR SUC   USUARIO   '.
           05  FILLER                PIC X(21) VALUE
               'VIGENCIA  OBSERVACION'.

       01  WS-LINEA-DETALLE.
           05  WSL-NUP               PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CANAL             PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-PROPOSITO         PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-ESTADO-ANT        PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-ESTADO-NVO        PIC X(01).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSL-ORIGEN            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-SUCURSAL          PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-USUARIO           PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-FEC-VIGENCIA      PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-TEXTO             PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE

           SORT SORT-CON
               ON ASCENDING KEY S-CON-CLAVE
                                S-CON-TIPO
                                S-CON-FECHA
               INPUT PROCEDURE IS 2000-CARGA-SORT
               OUTPUT PROCEDURE IS 5000-APLICA-PREFERENCIAS

           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  LAS TRES FUENTES SON OPCIONALES: LA       *
      *  PRIMERA VEZ NO HAY REGISTRO Y NO TODOS LOS DIAS LLEGA         *
      *  SIEMBRA TRIAD O NOVEDADES DE SUCURSAL                         *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO

           OPEN INPUT REGISTRO-ANT
           IF WS-FS-CON = '00'
               SET HAY-REGISTRO-ANT TO TRUE
           ELSE
               DISPLAY 'ZET202 - SIN REGISTRO CONSENT - SE INICIA '
                   'UNO NUEVO'
           END-IF

           OPEN INPUT CLIENTES-TRIAD
           IF WS-FS-DCU = '00'
               SET HAY-TRIAD TO TRUE
           ELSE
               DISPLAY 'ZET202 - SIN TRDFLDCU - NO SE SIEMBRA DESDE '
                   'TRIAD'
           END-IF

           OPEN INPUT DECLARACIONES
           IF WS-FS-SUC = '00'
               SET HAY-DECLARACIONES TO TRUE
           ELSE
               DISPLAY 'ZET202 - SIN CONSUC - NO HAY DECLARACIONES '
                   'DE SUCURSAL'
           END-IF

           OPEN EXTEND DIARIO-SAL
           OPEN OUTPUT REGISTRO-NVO
           OPEN OUTPUT REPORTE-CON

           MOVE 'CAMBIOS EN EL REGISTRO DE PREFERENCIAS DE CONTACTO'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  CIERRES, RUNLOG Y RESUMEN.  RC 4 SI HUBO    *
      *  DECLARACIONES DE SUCURSAL RECHAZADAS                          *
      ******************************************************************
       9000-FINALIZE.
           CLOSE DIARIO-SAL
           CLOSE REGISTRO-NVO
           CLOSE REPORTE-CON

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET202' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           COMPUTE RUNLOG-CANT-ENTRADA = WS-CANT-ANTERIOR
               + WS-CANT-CLIENTES-TRD + WS-CANT-DECLARACIONES
           MOVE WS-CANT-GRABADOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET202 - REGISTRO DE PREFERENCIAS DE CONTACTO'
           DISPLAY 'PREFERENCIAS ANTERIORES  . : ' WS-CANT-ANTERIOR
           DISPLAY 'CLIENTES TRIAD LEIDOS  . . : ' WS-CANT-CLIENTES-TRD
           DISPLAY 'CLIENTES TRIAD SIN ID  . . : ' WS-CANT-TRIAD-SIN-ID
           DISPLAY 'DECLARACIONES SUCURSAL . . : '
               WS-CANT-DECLARACIONES
           DISPLAY 'DECLARACIONES RECHAZADAS . : ' WS-CANT-RECHAZADAS
           DISPLAY 'DECLARACIONES SUPERADAS  . : '
               WS-CANT-DECL-VENCIDAS
           DISPLAY 'TRIAD NO APLICADO (SUCUR.) : '
               WS-CANT-TRIAD-OMITIDA
           DISPLAY 'PREFERENCIAS NUEVAS  . . . : ' WS-CANT-ALTAS
           DISPLAY 'PREFERENCIAS MODIFICADAS . : ' WS-CANT-CAMBIOS
           DISPLAY 'PREFERENCIAS EN EL REGISTRO: ' WS-CANT-GRABADOS

           IF WS-CANT-RECHAZADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      *  2000-CARGA-SORT  -  SUELTA AL SORT EL REGISTRO VIGENTE, LA    *
      *  SIEMBRA TRIAD Y LAS DECLARACIONES DE SUCURSAL VALIDAS         *
      ******************************************************************
       2000-CARGA-SORT SECTION.
           IF HAY-REGISTRO-ANT
               MOVE 'N' TO WS-SW-EOF-AUXILIAR
               PERFORM 2100-SUELTA-VIGENTE THRU 2100-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE REGISTRO-ANT
           END-IF

           IF HAY-TRIAD
               MOVE 'N' TO WS-SW-EOF-AUXILIAR
               PERFORM 2200-SUELTA-TRIAD THRU 2200-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE CLIENTES-TRIAD
           END-IF

           IF HAY-DECLARACIONES
               MOVE 'N' TO WS-SW-EOF-AUXILIAR
               PERFORM 2300-SUELTA-DECLARACION THRU 2300-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE DECLARACIONES
           END-IF
           GO TO 2000-FIN
           .

       2100-SUELTA-VIGENTE.
           READ REGISTRO-ANT
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-ANTERIOR
                   MOVE SPACES               TO SD-CON-REGISTRO
                   MOVE CONSENT-CLAVE        TO S-CON-CLAVE
                   MOVE 0                    TO S-CON-TIPO
                   MOVE CONSENT-FEC-VIGENCIA TO S-CON-FECHA
                   MOVE CONSENT-ESTADO       TO S-CON-ESTADO
                   MOVE CONSENT-ORIGEN       TO S-CON-ORIGEN
                   MOVE CONSENT-SUCURSAL     TO S-CON-SUCURSAL
                   MOVE CONSENT-USUARIO      TO S-CON-USUARIO
                   MOVE CONSENT-FEC-ACTUALIZ TO S-CON-FEC-ACTUALIZ
                   RELEASE SD-CON-REGISTRO
           END-READ
           .
       2100-EXIT.
           EXIT.

      * EL CUSTOMER-ID SE RESUELVE POR TRIADRK Y EL RESUELTO ES EL
      * NUP (VER ZET168).  UNA FILA DE MARKETING POR CANAL
       2200-SUELTA-TRIAD.
           READ CLIENTES-TRIAD
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-CLIENTES-TRD
                   PERFORM 2210-SIEMBRA-CLIENTE THRU 2210-EXIT
           END-READ
           .
       2200-EXIT.
           EXIT.

       2210-SIEMBRA-CLIENTE.
           IF CUSTOMER-ID OF FD-CU = SPACES
               ADD 1 TO WS-CANT-TRIAD-SIN-ID
               GO TO 2210-EXIT
           END-IF
           MOVE 'C' TO TRIADRK-TIPO
           MOVE CUSTOMER-ID OF FD-CU TO TRIADRK-ID-ENTRADA
           CALL 'TRIADRK' USING TRIADRK-AREA

           MOVE NO-MAIL-IND          OF FD-CU TO WS-IND-CANAL(1)
           MOVE EMAIL-IND            OF FD-CU TO WS-IND-CANAL(2)
           MOVE PHONE-ADDR-IND       OF FD-CU TO WS-IND-CANAL(3)
           MOVE INTERNET-BANKING-IND OF FD-CU TO WS-IND-CANAL(4)
           MOVE MOBILE-BANKING-IND   OF FD-CU TO WS-IND-CANAL(5)

           PERFORM 2220-SIEMBRA-CANAL THRU 2220-EXIT
               VARYING WS-CTR-IDX FROM 1 BY 1
               UNTIL WS-CTR-IDX > 5
           .
       2210-EXIT.
           EXIT.

      * INDICADOR NO NUMERICO O FUERA DE 0/1: EL CANAL NO SE SIEMBRA
       2220-SIEMBRA-CANAL.
           IF WS-IND-CANAL(WS-CTR-IDX) NOT = '0'
               AND WS-IND-CANAL(WS-CTR-IDX) NOT = '1'
               GO TO 2220-EXIT
           END-IF
           MOVE SPACES                   TO SD-CON-REGISTRO
           MOVE TRIADRK-ID-RESUELTO(1:8) TO S-CON-NUP
           MOVE WS-CTR-CANAL(WS-CTR-IDX) TO S-CON-CANAL
           MOVE 'M'                      TO S-CON-PROPOSITO
           MOVE 1                        TO S-CON-TIPO
           MOVE WS-FECHA-PROCESO         TO S-CON-FECHA
           IF WS-IND-CANAL(WS-CTR-IDX) = '1'
               MOVE WS-CTR-ESTADO-1(WS-CTR-IDX) TO S-CON-ESTADO
           ELSE
               IF WS-CTR-ESTADO-1(WS-CTR-IDX) = 'S'
                   MOVE 'N' TO S-CON-ESTADO
               ELSE
                   MOVE 'S' TO S-CON-ESTADO
               END-IF
           END-IF
           MOVE 'T'                      TO S-CON-ORIGEN
           MOVE ZERO                     TO S-CON-SUCURSAL
           MOVE 'TRIAD'                  TO S-CON-USUARIO
           MOVE WS-FECHA-PROCESO         TO S-CON-FEC-ACTUALIZ
           RELEASE SD-CON-REGISTRO
           .
       2220-EXIT.
           EXIT.

       2300-SUELTA-DECLARACION.
           READ DECLARACIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   ADD 1 TO WS-CANT-DECLARACIONES
                   PERFORM 2310-VALIDA-DECLARACION THRU 2310-EXIT
                   IF WS-MOTIVO-RECHAZO NOT = SPACES
                       PERFORM 2320-RECHAZA THRU 2320-EXIT
                   ELSE
                       MOVE SPACES              TO SD-CON-REGISTRO
                       MOVE SUC-NUP             TO S-CON-NUP
                       MOVE SUC-CANAL           TO S-CON-CANAL
                       MOVE SUC-PROPOSITO       TO S-CON-PROPOSITO
                       MOVE 2                   TO S-CON-TIPO
                       MOVE SUC-FEC-DECLARACION TO S-CON-FECHA
                       MOVE SUC-ESTADO          TO S-CON-ESTADO
                       MOVE 'S'                 TO S-CON-ORIGEN
                       MOVE SUC-SUCURSAL        TO S-CON-SUCURSAL
                       MOVE SUC-USUARIO         TO S-CON-USUARIO
                       MOVE WS-FECHA-PROCESO    TO S-CON-FEC-ACTUALIZ
                       RELEASE SD-CON-REGISTRO
                   END-IF
           END-READ
           .
       2300-EXIT.
           EXIT.

      * EL PROPOSITO LEGAL NO SE ACEPTA: LAS COMUNICACIONES LEGALES
      * Y REGULATORIAS SALEN AUNQUE EL CLIENTE SE OPONGA
       2310-VALIDA-DECLARACION.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SUC-CANAL     TO WS-CON-CANAL
           MOVE SUC-PROPOSITO TO WS-CON-PROPOSITO
           MOVE SUC-ESTADO    TO WS-CON-ESTADO

           IF SUC-NUP = SPACES
               MOVE 'NUP EN BLANCO' TO WS-MOTIVO-RECHAZO
               GO TO 2310-EXIT
           END-IF
           IF NOT WS-CON-CANAL-VALIDO
               MOVE 'CANAL INVALIDO' TO WS-MOTIVO-RECHAZO
               GO TO 2310-EXIT
           END-IF
           IF NOT WS-CON-PROP-VALIDO
               MOVE 'PROPOSITO INVALIDO' TO WS-MOTIVO-RECHAZO
               GO TO 2310-EXIT
           END-IF
           IF NOT WS-CON-CONSIENTE AND NOT WS-CON-SE-OPONE
               MOVE 'ESTADO INVALIDO' TO WS-MOTIVO-RECHAZO
               GO TO 2310-EXIT
           END-IF
           IF SUC-FEC-DECLARACION NOT NUMERIC
               OR SUC-FEC-DECLARACION = ZERO
               MOVE 'FECHA DE DECLARACION INVALIDA'
                   TO WS-MOTIVO-RECHAZO
               GO TO 2310-EXIT
           END-IF
           IF SUC-FEC-DECLARACION > WS-FECHA-PROCESO
               MOVE 'FECHA DE DECLARACION FUTURA'
                   TO WS-MOTIVO-RECHAZO
           END-IF
           .
       2310-EXIT.
           EXIT.

       2320-RECHAZA.
           ADD 1 TO WS-CANT-RECHAZADAS
           MOVE SUC-NUP       TO WSL-NUP
           MOVE SUC-CANAL     TO WSL-CANAL
           MOVE SUC-PROPOSITO TO WSL-PROPOSITO
           MOVE SPACE         TO WSL-ESTADO-ANT
           MOVE SUC-ESTADO    TO WSL-ESTADO-NVO
           MOVE 'S'           TO WSL-ORIGEN
           MOVE ZERO          TO WSL-SUCURSAL
           IF SUC-SUCURSAL NUMERIC
               MOVE SUC-SUCURSAL TO WSL-SUCURSAL
           END-IF
           MOVE SUC-USUARIO   TO WSL-USUARIO
           MOVE ZERO          TO WSL-FEC-VIGENCIA
           IF SUC-FEC-DECLARACION NUMERIC
               MOVE SUC-FEC-DECLARACION TO WSL-FEC-VIGENCIA
           END-IF
           MOVE SPACES TO WSL-TEXTO
           STRING 'RECHAZADA: ' WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WSL-TEXTO
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       2320-EXIT.
           EXIT.
       2000-FIN.
           EXIT.


      ******************************************************************
      *  5000-APLICA-PREFERENCIAS  -  POR CLAVE NUP/CANAL/PROPOSITO    *
      *  PARTE DE LA FILA VIGENTE, APLICA LA SIEMBRA TRIAD (SOLO SI LA *
      *  FILA NO EXISTE O VINO DE TRIAD) Y LUEGO LAS DECLARACIONES DE  *
      *  SUCURSAL EN ORDEN DE FECHA (SIEMPRE SOBRE UNA FILA TRIAD Y    *
      *  SOBRE UNA DE SUCURSAL SOLO SI NO ES ANTERIOR A SU VIGENCIA),  *
      *  Y GRABA LA FILA RESULTANTE                                    *
      ******************************************************************
       5000-APLICA-PREFERENCIAS SECTION.
           PERFORM 5100-RETORNA THRU 5100-EXIT
           PERFORM 5200-PROCESA-CLAVE THRU 5200-EXIT
               UNTIL EOF-SORT
           GO TO 5000-FIN
           .

       5100-RETORNA.
           RETURN SORT-CON
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       5100-EXIT.
           EXIT.

       5200-PROCESA-CLAVE.
           MOVE S-CON-CLAVE TO WS-CLAVE-ACT
           MOVE 'N'         TO WS-SW-EXISTE
           INITIALIZE WS-VIGENTE

           PERFORM 5300-APLICA-FILA THRU 5300-EXIT
               UNTIL EOF-SORT
                  OR S-CON-CLAVE NOT = WS-CLAVE-ACT

           IF FILA-EXISTE
               PERFORM 5600-GRABA-FILA THRU 5600-EXIT
           END-IF
           .
       5200-EXIT.
           EXIT.

       5300-APLICA-FILA.
           EVALUATE S-CON-TIPO
               WHEN 0
                   SET FILA-EXISTE TO TRUE
                   MOVE S-CON-ESTADO       TO WS-VIG-ESTADO
                   MOVE S-CON-ORIGEN       TO WS-VIG-ORIGEN
                   MOVE S-CON-FECHA        TO WS-VIG-FECHA
                   MOVE S-CON-SUCURSAL     TO WS-VIG-SUCURSAL
                   MOVE S-CON-USUARIO      TO WS-VIG-USUARIO
                   MOVE S-CON-FEC-ACTUALIZ TO WS-VIG-FEC-ACTUALIZ
               WHEN 1
                   IF FILA-EXISTE AND WS-VIG-ORIGEN NOT = 'T'
                       ADD 1 TO WS-CANT-TRIAD-OMITIDA
                   ELSE
                       IF NOT FILA-EXISTE
                           OR S-CON-ESTADO NOT = WS-VIG-ESTADO
                           PERFORM 5500-APLICA-CAMBIO THRU 5500-EXIT
                       END-IF
                   END-IF
               WHEN 2
                   IF FILA-EXISTE AND WS-VIG-ORIGEN NOT = 'T'
                      AND S-CON-FECHA < WS-VIG-FECHA
                       ADD 1 TO WS-CANT-DECL-VENCIDAS
                   ELSE
                       PERFORM 5500-APLICA-CAMBIO THRU 5500-EXIT
                   END-IF
           END-EVALUATE

           PERFORM 5100-RETORNA THRU 5100-EXIT
           .
       5300-EXIT.
           EXIT.

      * LA FILA TOMA LOS DATOS DE LA NOVEDAD; AL DIARIO Y AL REPORTE
      * VA SOLO SI CAMBIA EL ESTADO O EL ORIGEN (UNA DECLARACION QUE
      * RATIFICA LO VIGENTE SOLO RENUEVA LA FECHA)
       5500-APLICA-CAMBIO.
           MOVE SPACES        TO WS-ESTADO-ANT
                                 WS-ORIGEN-ANT
           IF FILA-EXISTE
               MOVE WS-VIG-ESTADO TO WS-ESTADO-ANT
               MOVE WS-VIG-ORIGEN TO WS-ORIGEN-ANT
           END-IF

           MOVE S-CON-ESTADO       TO WS-VIG-ESTADO
           MOVE S-CON-ORIGEN       TO WS-VIG-ORIGEN
           MOVE S-CON-FECHA        TO WS-VIG-FECHA
           MOVE S-CON-SUCURSAL     TO WS-VIG-SUCURSAL
           MOVE S-CON-USUARIO      TO WS-VIG-USUARIO
           MOVE S-CON-FEC-ACTUALIZ TO WS-VIG-FEC-ACTUALIZ

           IF FILA-EXISTE
               AND WS-ESTADO-ANT = WS-VIG-ESTADO
               AND WS-ORIGEN-ANT = WS-VIG-ORIGEN
               GO TO 5500-EXIT
           END-IF

           IF FILA-EXISTE
               ADD 1 TO WS-CANT-CAMBIOS
               MOVE SPACES TO WSL-TEXTO
           ELSE
               ADD 1 TO WS-CANT-ALTAS
               MOVE 'ALTA' TO WSL-TEXTO
           END-IF
           SET FILA-EXISTE TO TRUE

           MOVE SPACES            TO CONSHIS-REGISTRO
           MOVE WS-FECHA-PROCESO  TO CONSHIS-FECHA-PROCESO
           MOVE WS-HORA-PROCESO   TO CONSHIS-HORA
           MOVE WS-CLAVE-ACT(1:8) TO CONSHIS-NUP
           MOVE WS-CLAVE-ACT(9:1) TO CONSHIS-CANAL
           MOVE WS-CLAVE-ACT(10:1) TO CONSHIS-PROPOSITO
           MOVE WS-ESTADO-ANT     TO CONSHIS-ESTADO-ANT
           MOVE WS-VIG-ESTADO     TO CONSHIS-ESTADO-NVO
           MOVE WS-VIG-ORIGEN     TO CONSHIS-ORIGEN
           MOVE WS-VIG-SUCURSAL   TO CONSHIS-SUCURSAL
           MOVE WS-VIG-USUARIO    TO CONSHIS-USUARIO
           MOVE WS-VIG-FECHA      TO CONSHIS-FEC-VIGENCIA
           WRITE CONSHIS-REGISTRO

           MOVE CONSHIS-NUP        TO WSL-NUP
           MOVE CONSHIS-CANAL      TO WSL-CANAL
           MOVE CONSHIS-PROPOSITO  TO WSL-PROPOSITO
           MOVE WS-ESTADO-ANT      TO WSL-ESTADO-ANT
           MOVE WS-VIG-ESTADO      TO WSL-ESTADO-NVO
           MOVE WS-VIG-ORIGEN      TO WSL-ORIGEN
           MOVE WS-VIG-SUCURSAL    TO WSL-SUCURSAL
           MOVE WS-VIG-USUARIO     TO WSL-USUARIO
           MOVE WS-VIG-FECHA       TO WSL-FEC-VIGENCIA
           MOVE WS-LINEA-DETALLE   TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       5500-EXIT.
           EXIT.

       5600-GRABA-FILA.
           MOVE SPACES              TO CONSN-REGISTRO
           MOVE WS-CLAVE-ACT        TO CONSN-CLAVE
           MOVE WS-VIG-ESTADO       TO CONSN-ESTADO
           MOVE WS-VIG-FECHA        TO CONSN-FEC-VIGENCIA
           MOVE WS-VIG-ORIGEN       TO CONSN-ORIGEN
           MOVE WS-VIG-SUCURSAL     TO CONSN-SUCURSAL
           MOVE WS-VIG-USUARIO      TO CONSN-USUARIO
           MOVE WS-VIG-FEC-ACTUALIZ TO CONSN-FEC-ACTUALIZ
           WRITE CONSN-REGISTRO
           ADD 1 TO WS-CANT-GRABADOS
           .
       5600-EXIT.
           EXIT.
       5000-FIN.
           EXIT.
