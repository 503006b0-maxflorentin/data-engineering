      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET160                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CUPONES                     *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : PRONOSTICO DE EFECTIVO POR CAJERO.  LA CARGA DE  *
      *               LOS CAJEROS SE PIDE POR TELEFONO DESDE LAS       *
      *               SUCURSALES; EL TLF DEPURADO (ZET056) YA TRAE     *
      *               CADA EXTRACCION CON SEMCOD-TERM, TIPO-CAJERO,    *
      *               FECHA Y HORA.  ESTE JOB ARRASTRA LA HISTORIA     *
      *               ATMHIST POR TERMINAL Y MONEDA (PROMEDIO POR DIA  *
      *               DE LA SEMANA, EFECTO COBRO DE HABERES Y EFECTO   *
      *               FERIADO SEGUN EL CALENDARIO DE DIAS HABILES),    *
      *               PRONOSTICA LA NECESIDAD DE LOS PROXIMOS SIETE    *
      *               DIAS Y EMITE LA PROPUESTA DE CARGA ATMREPO PARA  *
      *               LA TRANSPORTADORA DE CAUDALES.  LOS DIAS EN QUE  *
      *               LAS EXTRACCIONES SE CORTAN A MITAD DE JORNADA    *
      *               SE INFORMAN COMO AGOTAMIENTOS EN ATMAGOT.        *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET160.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CUPONES.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS    ASSIGN TO TLFDEDUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TLF.
           SELECT SORT-ATM       ASSIGN TO SRTATM.
           SELECT MOVIM-ORD      ASSIGN TO WATMORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARAMETROS     ASSIGN TO PARMATM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT HIST-ANT       ASSIGN TO ATMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIS.

           SELECT HIST-NVO       ASSIGN TO ATMHISTN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PROPUESTA-SAL  ASSIGN TO ATMREPO
               ORGANIZATION IS SEQUENTIAL.

           SELECT AGOTAM-SAL     ASSIGN TO ATMAGOT
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENVIOS-SALIDA  ASSIGN TO FEEDENV
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS
           RECORDING MODE IS F.
           COPY "tlf_visa.cob".

       SD  SORT-ATM.
       01  SD-ATM-REGISTRO.
           05  S-ATM-CLAVE.
               10  S-ATM-COD-TERM     PIC X(04).
               10  S-ATM-MONEDA       PIC X(03).
           05  S-ATM-FECHA            PIC 9(08).
           05  S-ATM-HORA             PIC 9(06).
           05  S-ATM-TIPO-CAJERO      PIC X(01).
           05  S-ATM-IMPORTE          PIC S9(13)V99 COMP-3.
           05  FILLER                 PIC X(10).

       FD  MOVIM-ORD
           RECORDING MODE IS F.
       01  W-ATM-REGISTRO.
           05  W-ATM-CLAVE.
               10  W-ATM-COD-TERM     PIC X(04).
               10  W-ATM-MONEDA       PIC X(03).
           05  W-ATM-FECHA            PIC 9(08).
           05  W-ATM-HORA             PIC 9(06).
           05  W-ATM-TIPO-CAJERO      PIC X(01).
           05  W-ATM-IMPORTE          PIC S9(13)V99 COMP-3.
           05  FILLER                 PIC X(10).

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-ATM-REGISTRO.
      *        MARGEN DE SEGURIDAD SOBRE LO PRONOSTICADO, EN %
           05  PARM-ATM-MARGEN        PIC 9(03).
      *        MODULO DE CARGA (LA PROPUESTA SE REDONDEA HACIA ARRIBA)
           05  PARM-ATM-MODULO-ARS    PIC 9(07).
           05  PARM-ATM-MODULO-USD    PIC 9(07).
      *        PRIMEROS N DIAS HABILES DEL MES = COBRO DE HABERES
           05  PARM-ATM-DIAS-SUELDO   PIC 9(02).
      *        MINUTOS DE CORTE ANTICIPADO QUE MARCAN AGOTAMIENTO
           05  PARM-ATM-BRECHA-MIN    PIC 9(04).
           05  PARM-ATM-FILLER        PIC X(07).

       FD  HIST-ANT
           RECORDING MODE IS F.
           COPY "atmhist.cob" REPLACING ==:ATMHIST:== BY ==A-ATMHIST==.

       FD  HIST-NVO
           RECORDING MODE IS F.
           COPY "atmhist.cob" REPLACING ==:ATMHIST:== BY ==N-ATMHIST==.

       FD  PROPUESTA-SAL
           RECORDING MODE IS F.
       01  ATMREPO-REGISTRO.
           05  ATMREPO-COD-TERM       PIC X(04).
           05  ATMREPO-TIPO-CAJERO    PIC X(01).
      *        032 PESOS / 840 DOLARES
           05  ATMREPO-MONEDA         PIC X(03).
           05  ATMREPO-FEC-PROCESO    PIC 9(08).
           05  ATMREPO-FEC-DESDE      PIC 9(08).
           05  ATMREPO-FEC-HASTA      PIC 9(08).
           05  ATMREPO-IMP-DIA        PIC 9(11) OCCURS 7 TIMES.
           05  ATMREPO-TOTAL          PIC 9(13).
           05  ATMREPO-MARGEN         PIC 9(03).
           05  ATMREPO-CARGA          PIC 9(13).
      *        S SI TUVO AGOTAMIENTO EN LOS ULTIMOS SIETE DIAS
           05  ATMREPO-MARCA-AGOT     PIC X(01).
           05  ATMREPO-FEC-ULT-AGOT   PIC 9(08).
           05  FILLER                 PIC X(05).

       FD  AGOTAM-SAL
           RECORDING MODE IS F.
       01  ATMAGOT-REGISTRO.
           05  ATMAGOT-COD-TERM       PIC X(04).
           05  ATMAGOT-MONEDA         PIC X(03).
           05  ATMAGOT-TIPO-CAJERO    PIC X(01).
           05  ATMAGOT-FECHA          PIC 9(08).
           05  ATMAGOT-HORA-ULTIMA    PIC 9(06).
           05  ATMAGOT-MIN-ULTIMA     PIC 9(04).
           05  ATMAGOT-MIN-HABITUAL   PIC 9(04).
           05  ATMAGOT-CANT-EXTRAC    PIC 9(07).
           05  ATMAGOT-IMPORTE-DIA    PIC 9(13)V99.
           05  ATMAGOT-IMP-ESPERADO   PIC 9(13)V99.
           05  ATMAGOT-FEC-PROCESO    PIC 9(08).
           05  FILLER                 PIC X(05).

       FD  ENVIOS-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/feedenv.cob"
               REPLACING ==:FEEDENV:== BY ==FENV==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../catalogo/control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.
           COPY "../../catalogo/calendario/diaslk.cob"
               REPLACING ==:DIASHAB:== BY ==DIASHAB==.

      * HISTORIA DEL CAJERO EN CURSO
           COPY "atmhist.cob" REPLACING ==:ATMHIST:== BY ==WH-ATMHIST==.

      * PROMEDIO MOVIL: CADA DIA PESA 1/N CON N TOPE EN LA VENTANA
       77  WS-VENTANA                PIC 9(03) COMP VALUE 8.
       77  WS-MIN-OBS-EFECTO         PIC 9(03) COMP VALUE 2.
       77  WS-MIN-OBS-HORA           PIC 9(03) COMP VALUE 4.
       77  WS-DIAS-INACTIVO          PIC 9(03) COMP VALUE 30.
       77  WS-DIAS-AGOT-RECIENTE     PIC 9(03) COMP VALUE 7.
       77  WS-MAX-DIAS-CACHE         PIC 9(03) COMP VALUE 100.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PROC-ANIO          PIC 9(04).
           05  WS-PROC-MMDD          PIC 9(04).
       01  WS-DIA-PROCESO-INT        PIC S9(09) COMP.

      * FECHA DEL MOVIMIENTO: SEMTRDAT ES MMDD, EL ANIO SE DEDUCE
       01  WS-MOV-FECHA              PIC 9(08).
       01  WS-MOV-FECHA-R REDEFINES WS-MOV-FECHA.
           05  WS-MOV-ANIO           PIC 9(04).
           05  WS-MOV-MMDD           PIC 9(04).

       01  WS-FS-TLF                 PIC XX.
           88  FS-TLF-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-HIS                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-TLF         PIC X(01) VALUE 'N'.
               88  EOF-TLF               VALUE 'S'.
           05  WS-SW-EOF-MOV         PIC X(01) VALUE 'N'.
               88  EOF-MOVIMIENTOS       VALUE 'S'.
           05  WS-SW-EOF-HIS         PIC X(01) VALUE 'N'.
               88  EOF-HISTORICO         VALUE 'S'.
           05  WS-SW-AGOTADO         PIC X(01).
               88  DIA-AGOTADO           VALUE 'S'.

      * PARAMETROS (PARMATM LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-MARGEN                 PIC 9(03) VALUE 15.
       01  WS-MODULO-ARS             PIC 9(07) VALUE 100000.
       01  WS-MODULO-USD             PIC 9(07) VALUE 1000.
       01  WS-DIAS-SUELDO            PIC 9(02) VALUE 4.
       01  WS-BRECHA-MIN             PIC 9(04) VALUE 180.

       01  WS-CLAVE-MOV              PIC X(07).
       01  WS-CLAVE-HIS              PIC X(07).
       01  WS-CLAVE-ACTUAL           PIC X(07).

      * ACUMULADO DEL DIA DEL CAJERO EN CURSO
       01  WS-DIA-FECHA              PIC 9(08).
       01  WS-DIA-IMPORTE            PIC S9(13)V99 COMP-3.
       01  WS-DIA-CANT               PIC 9(07) COMP.
       01  WS-DIA-HORA-ULT           PIC 9(06).
       01  WS-DIA-HORA-ULT-R REDEFINES WS-DIA-HORA-ULT.
           05  WS-DIA-HH             PIC 9(02).
           05  WS-DIA-MM             PIC 9(02).
           05  WS-DIA-SS             PIC 9(02).
       01  WS-DIA-MIN-ULT            PIC 9(04) COMP.

      * CLASIFICACION DE UNA FECHA: DIA DE LA SEMANA Y TIPO DE DIA
      *   TIPO: N NORMAL / S COBRO DE HABERES / F FERIADO EN SEMANA
       01  WS-CLAS-FECHA             PIC 9(08).
       01  WS-CLAS-FECHA-R REDEFINES WS-CLAS-FECHA.
           05  WS-CLAS-ANIO-MES      PIC 9(06).
           05  WS-CLAS-DIA           PIC 9(02).
       01  WS-CLAS-INT               PIC S9(09) COMP.
       01  WS-CLAS-COCIENTE          PIC S9(09) COMP.
       01  WS-CLAS-DOW               PIC 9(01).
       01  WS-CLAS-TIPO              PIC X(01).
       01  WS-PRIMERO-MES            PIC 9(08).
       01  WS-PRIMERO-MES-R REDEFINES WS-PRIMERO-MES.
           05  WS-PRI-ANIO-MES       PIC 9(06).
           05  WS-PRI-DIA            PIC 9(02).

      * FECHAS YA CLASIFICADAS (UNA LLAMADA A DIASHAB POR FECHA)
       01  TABLA-DIAS.
           05  TB-DIA-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-DIA-ENTRY OCCURS 100 TIMES
                   INDEXED BY TB-DIA-IDX.
               10  TB-DIA-FECHA      PIC 9(08).
               10  TB-DIA-DOW        PIC 9(01).
               10  TB-DIA-TIPO       PIC X(01).

      * LOS SIETE DIAS DEL PRONOSTICO (DESDE MANIANA)
       01  TABLA-PRONOSTICO.
           05  TB-PRO-ENTRY OCCURS 7 TIMES.
               10  TB-PRO-FECHA      PIC 9(08).
               10  TB-PRO-DOW        PIC 9(01).
               10  TB-PRO-TIPO       PIC X(01).
       01  WS-PRO-IDX                PIC 9(02) COMP.

      * CALCULO DEL ESPERADO PARA UN DIA DE LA SEMANA Y TIPO
       01  WS-CALC-DOW               PIC 9(01).
       01  WS-CALC-TIPO              PIC X(01).
       01  WS-BASE                   PIC S9(13)V99 COMP-3.
       01  WS-ESPERADO               PIC S9(13)V99 COMP-3.
       01  WS-OBSERVADO              PIC S9(13)V99 COMP-3.

      * PROMEDIO MOVIL GENERICO
       01  WS-SUAV-PROM              PIC S9(11)V99 COMP-3.
       01  WS-SUAV-OBS               PIC 9(03) COMP-3.
       01  WS-SUAV-VALOR             PIC S9(13)V99 COMP-3.

      * PROPUESTA DEL CAJERO
       01  WS-TOTAL                  PIC S9(13)V99 COMP-3.
       01  WS-TOTAL-MARGEN           PIC S9(13)V99 COMP-3.
       01  WS-MODULO                 PIC 9(07).
       01  WS-MODULOS                PIC 9(09) COMP.
       01  WS-CARGA                  PIC S9(13)V99 COMP-3.
       01  WS-ULTIMO-INT             PIC S9(09) COMP.
       01  WS-HASH-PROPUESTA         PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-EXTRACCIONES  PIC 9(09) COMP.
           05  WS-CANT-HIST-ANT      PIC 9(09) COMP.
           05  WS-CANT-TERM-NUEVAS   PIC 9(09) COMP.
           05  WS-CANT-DIAS          PIC 9(09) COMP.
           05  WS-CANT-AGOTAMIENTOS  PIC 9(09) COMP.
           05  WS-CANT-INACTIVOS     PIC 9(09) COMP.
           05  WS-CANT-PROPUESTAS    PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-CAJERO THRU 3000-EXIT
               UNTIL EOF-MOVIMIENTOS AND EOF-HISTORICO
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, DIAS DEL PRONOSTICO, ORDEN    *
      *  DE LAS EXTRACCIONES DEL DIA POR TERMINAL Y MONEDA, Y CEBADO   *
      *  DE LAS LECTURAS (ATMHIST YA SE GRABO EN ESE ORDEN)            *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           COMPUTE WS-DIA-PROCESO-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           PERFORM 1100-ARMA-PRONOSTICO THRU 1100-EXIT
               VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > 7

           OPEN INPUT MOVIMIENTOS
           IF WS-FS-TLF NOT = '00'
               DISPLAY 'ZET160 - NO SE PUDO ABRIR TLFDEDUP - '
                   'FILE STATUS ' WS-FS-TLF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MOVIMIENTOS

           SORT SORT-ATM
               ON ASCENDING KEY S-ATM-CLAVE
                                S-ATM-FECHA
                                S-ATM-HORA
               INPUT PROCEDURE IS 1500-EXTRAE-EXTRACCIONES
               GIVING MOVIM-ORD

           OPEN INPUT  MOVIM-ORD
           OPEN INPUT  HIST-ANT
           OPEN OUTPUT HIST-NVO
           OPEN OUTPUT PROPUESTA-SAL
           OPEN OUTPUT AGOTAM-SAL
           OPEN EXTEND ENVIOS-SALIDA

           IF WS-FS-HIS NOT = '00'
               DISPLAY 'ZET160 - SIN HISTORIA ATMHIST ANTERIOR - '
                   'SE CONSTRUYE DESDE CERO'
               SET EOF-HISTORICO TO TRUE
               MOVE HIGH-VALUES TO WS-CLAVE-HIS
           ELSE
               PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT
           END-IF

           PERFORM 2000-LEER-MOVIM THRU 2000-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-ATM-MARGEN IS NUMERIC
               MOVE PARM-ATM-MARGEN TO WS-MARGEN
           END-IF
           IF PARM-ATM-MODULO-ARS IS NUMERIC
               AND PARM-ATM-MODULO-ARS > 0
               MOVE PARM-ATM-MODULO-ARS TO WS-MODULO-ARS
           END-IF
           IF PARM-ATM-MODULO-USD IS NUMERIC
               AND PARM-ATM-MODULO-USD > 0
               MOVE PARM-ATM-MODULO-USD TO WS-MODULO-USD
           END-IF
           IF PARM-ATM-DIAS-SUELDO IS NUMERIC
               AND PARM-ATM-DIAS-SUELDO > 0
               MOVE PARM-ATM-DIAS-SUELDO TO WS-DIAS-SUELDO
           END-IF
           IF PARM-ATM-BRECHA-MIN IS NUMERIC
               AND PARM-ATM-BRECHA-MIN > 0
               MOVE PARM-ATM-BRECHA-MIN TO WS-BRECHA-MIN
           END-IF
           .
       1050-EXIT.
           EXIT.

       1100-ARMA-PRONOSTICO.
           COMPUTE WS-CLAS-FECHA = FUNCTION DATE-OF-INTEGER
               (WS-DIA-PROCESO-INT + WS-PRO-IDX)
           PERFORM 6000-CLASIFICA-DIA THRU 6000-EXIT
           MOVE WS-CLAS-FECHA TO TB-PRO-FECHA(WS-PRO-IDX)
           MOVE WS-CLAS-DOW   TO TB-PRO-DOW(WS-PRO-IDX)
           MOVE WS-CLAS-TIPO  TO TB-PRO-TIPO(WS-PRO-IDX)
           .
       1100-EXIT.
           EXIT.

      * SOLO EXTRACCIONES (SEMTCODE 10) NO REVERSADAS, EN PESOS O
      * DOLARES, DE CAJEROS PROPIOS O DE LOBBY COMPARTIDO: LOS
      * NEUTRALES Y LOS DE LA RED LOS ABASTECE LA RED
       1500-EXTRAE-EXTRACCIONES SECTION.
           OPEN INPUT MOVIMIENTOS
           PERFORM 1510-SUELTA-EXTRACCION THRU 1510-EXIT
               UNTIL EOF-TLF
           CLOSE MOVIMIENTOS
           GO TO 1500-FIN
           .

       1510-SUELTA-EXTRACCION.
           READ MOVIMIENTOS
               AT END
                   SET EOF-TLF TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-TLF-ERROR-LECTURA
               DISPLAY 'ZET160 - ERROR DE LECTURA '
                   'EN TLFDEDUP - FILE STATUS ' WS-FS-TLF
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDOS

           IF SEMTCODE NOT = 10
               OR SEMRREV NOT = ZERO
               OR SEMCOD_TERM = SPACES
               GO TO 1510-EXIT
           END-IF
           IF TIPO_CAJERO NOT = 'C' AND TIPO_CAJERO NOT = 'D'
               GO TO 1510-EXIT
           END-IF
           IF SEMCCODE NOT = '032' AND SEMCCODE NOT = '840'
               GO TO 1510-EXIT
           END-IF

           MOVE WS-PROC-ANIO TO WS-MOV-ANIO
           MOVE SEMTRDAT     TO WS-MOV-MMDD
           IF SEMTRDAT > WS-PROC-MMDD
               SUBTRACT 1 FROM WS-MOV-ANIO
           END-IF

           ADD 1 TO WS-CANT-EXTRACCIONES
           MOVE SPACES TO SD-ATM-REGISTRO
           MOVE SEMCOD_TERM   TO S-ATM-COD-TERM
           MOVE SEMCCODE      TO S-ATM-MONEDA
           MOVE WS-MOV-FECHA  TO S-ATM-FECHA
           MOVE SEMTRTIM      TO S-ATM-HORA
           MOVE TIPO_CAJERO   TO S-ATM-TIPO-CAJERO
           MOVE SEMAMT1       TO S-ATM-IMPORTE
           RELEASE SD-ATM-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-MOVIM.
           READ MOVIM-ORD
               AT END
                   SET EOF-MOVIMIENTOS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-MOV
               NOT AT END
                   MOVE W-ATM-CLAVE TO WS-CLAVE-MOV
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-HISTORICO.
           READ HIST-ANT
               AT END
                   SET EOF-HISTORICO TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-HIS
               NOT AT END
                   MOVE A-ATMHIST-CLAVE TO WS-CLAVE-HIS
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-CAJERO  -  APAREO POR TERMINAL Y MONEDA.  TOMA   *
      *  LA HISTORIA ANTERIOR (O ABRE UNA NUEVA), LE APLICA CADA DIA   *
      *  DE EXTRACCIONES, PRONOSTICA Y GRABA LA NUEVA GENERACION.      *
      *  UN CAJERO SIN EXTRACCIONES HOY PASA SIN CAMBIOS: UN DIA SIN   *
      *  MOVIMIENTO PUEDE SER UN CAJERO FUERA DE SERVICIO Y NO SE      *
      *  TOMA COMO DEMANDA CERO                                        *
      ******************************************************************
       3000-PROCESA-CAJERO.
           IF WS-CLAVE-MOV < WS-CLAVE-HIS
               MOVE WS-CLAVE-MOV TO WS-CLAVE-ACTUAL
           ELSE
               MOVE WS-CLAVE-HIS TO WS-CLAVE-ACTUAL
           END-IF

           IF WS-CLAVE-HIS = WS-CLAVE-ACTUAL
               ADD 1 TO WS-CANT-HIST-ANT
               MOVE A-ATMHIST-REGISTRO TO WH-ATMHIST-REGISTRO
               PERFORM 2100-LEER-HISTORICO THRU 2100-EXIT
           ELSE
               ADD 1 TO WS-CANT-TERM-NUEVAS
               INITIALIZE WH-ATMHIST-REGISTRO
               MOVE WS-CLAVE-ACTUAL TO WH-ATMHIST-CLAVE
           END-IF

           PERFORM 3100-PROCESA-DIA THRU 3100-EXIT
               UNTIL EOF-MOVIMIENTOS
               OR WS-CLAVE-MOV NOT = WS-CLAVE-ACTUAL

           PERFORM 5000-PRONOSTICA THRU 5000-EXIT

           MOVE WH-ATMHIST-REGISTRO TO N-ATMHIST-REGISTRO
           WRITE N-ATMHIST-REGISTRO
           .
       3000-EXIT.
           EXIT.

       3100-PROCESA-DIA.
           MOVE W-ATM-FECHA       TO WS-DIA-FECHA
           MOVE W-ATM-TIPO-CAJERO TO WH-ATMHIST-TIPO-CAJERO
           MOVE ZERO TO WS-DIA-IMPORTE
           MOVE ZERO TO WS-DIA-CANT
           PERFORM 3200-ACUMULA-EXTRACCION THRU 3200-EXIT
               UNTIL EOF-MOVIMIENTOS
               OR WS-CLAVE-MOV NOT = WS-CLAVE-ACTUAL
               OR W-ATM-FECHA NOT = WS-DIA-FECHA
           PERFORM 3300-CIERRA-DIA THRU 3300-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-ACUMULA-EXTRACCION.
           ADD W-ATM-IMPORTE TO WS-DIA-IMPORTE
           ADD 1 TO WS-DIA-CANT
           MOVE W-ATM-HORA TO WS-DIA-HORA-ULT
           PERFORM 2000-LEER-MOVIM THRU 2000-EXIT
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-CIERRA-DIA  -  COMPARA EL DIA CONTRA LO ESPERADO PARA    *
      *  DETECTAR EL AGOTAMIENTO Y ACTUALIZA EL PROMEDIO QUE CORRESPON-*
      *  DE AL TIPO DE DIA.  EN UN DIA AGOTADO LA DEMANDA REAL FUE AL  *
      *  MENOS LA ESPERADA, ASI QUE SE PROMEDIA LA MAYOR DE LAS DOS    *
      ******************************************************************
       3300-CIERRA-DIA.
           ADD 1 TO WS-CANT-DIAS
           MOVE WS-DIA-FECHA TO WS-CLAS-FECHA
           PERFORM 6000-CLASIFICA-DIA THRU 6000-EXIT

           IF WH-ATMHIST-FEC-PRIMERA = ZERO
               MOVE WS-DIA-FECHA TO WH-ATMHIST-FEC-PRIMERA
           END-IF
           IF WS-DIA-FECHA > WH-ATMHIST-FEC-ULTIMA
               MOVE WS-DIA-FECHA TO WH-ATMHIST-FEC-ULTIMA
           END-IF

           MOVE WS-CLAS-DOW  TO WS-CALC-DOW
           MOVE WS-CLAS-TIPO TO WS-CALC-TIPO
           PERFORM 5500-CALCULA-ESPERADO THRU 5500-EXIT

           COMPUTE WS-DIA-MIN-ULT = WS-DIA-HH * 60 + WS-DIA-MM

      * LA HORA DE CORTE SOLO SE MIRA EN DIAS HABILES COMPLETOS
           MOVE 'N' TO WS-SW-AGOTADO
           IF WS-DIA-FECHA < WS-FECHA-PROCESO
               AND WS-CLAS-DOW < 6
               AND WS-CLAS-TIPO NOT = 'F'
               AND WH-ATMHIST-OBS-MIN-ULTIMA NOT < WS-MIN-OBS-HORA
               AND WS-DIA-MIN-ULT + WS-BRECHA-MIN
                   < WH-ATMHIST-MIN-ULTIMA
               AND WS-ESPERADO > ZERO
               AND WS-DIA-IMPORTE * 2 NOT < WS-ESPERADO
               SET DIA-AGOTADO TO TRUE
               PERFORM 3400-GRABA-AGOTAMIENTO THRU 3400-EXIT
           END-IF

           MOVE WS-DIA-IMPORTE TO WS-OBSERVADO
           IF DIA-AGOTADO
               AND WS-ESPERADO > WS-DIA-IMPORTE
               MOVE WS-ESPERADO TO WS-OBSERVADO
           END-IF
           MOVE WS-OBSERVADO TO WS-SUAV-VALOR

           EVALUATE WS-CLAS-TIPO
               WHEN 'S'
                   MOVE WH-ATMHIST-PROM-SUELDO TO WS-SUAV-PROM
                   MOVE WH-ATMHIST-OBS-SUELDO  TO WS-SUAV-OBS
                   PERFORM 3500-PROMEDIA THRU 3500-EXIT
                   MOVE WS-SUAV-PROM TO WH-ATMHIST-PROM-SUELDO
                   MOVE WS-SUAV-OBS  TO WH-ATMHIST-OBS-SUELDO
               WHEN 'F'
                   MOVE WH-ATMHIST-PROM-FERIADO TO WS-SUAV-PROM
                   MOVE WH-ATMHIST-OBS-FERIADO  TO WS-SUAV-OBS
                   PERFORM 3500-PROMEDIA THRU 3500-EXIT
                   MOVE WS-SUAV-PROM TO WH-ATMHIST-PROM-FERIADO
                   MOVE WS-SUAV-OBS  TO WH-ATMHIST-OBS-FERIADO
               WHEN OTHER
                   MOVE WH-ATMHIST-PROM-DIA(WS-CLAS-DOW)
                       TO WS-SUAV-PROM
                   MOVE WH-ATMHIST-OBS-DIA(WS-CLAS-DOW)
                       TO WS-SUAV-OBS
                   PERFORM 3500-PROMEDIA THRU 3500-EXIT
                   MOVE WS-SUAV-PROM
                       TO WH-ATMHIST-PROM-DIA(WS-CLAS-DOW)
                   MOVE WS-SUAV-OBS
                       TO WH-ATMHIST-OBS-DIA(WS-CLAS-DOW)
                   MOVE WH-ATMHIST-PROM-NORMAL TO WS-SUAV-PROM
                   MOVE WH-ATMHIST-OBS-NORMAL  TO WS-SUAV-OBS
                   PERFORM 3500-PROMEDIA THRU 3500-EXIT
                   MOVE WS-SUAV-PROM TO WH-ATMHIST-PROM-NORMAL
                   MOVE WS-SUAV-OBS  TO WH-ATMHIST-OBS-NORMAL
           END-EVALUATE

      * HORA HABITUAL DE LA ULTIMA EXTRACCION, DE DIAS HABILES
      * COMPLETOS SIN AGOTAMIENTO
           IF WS-DIA-FECHA < WS-FECHA-PROCESO
               AND WS-CLAS-DOW < 6
               AND WS-CLAS-TIPO NOT = 'F'
               AND NOT DIA-AGOTADO
               MOVE WH-ATMHIST-MIN-ULTIMA     TO WS-SUAV-PROM
               MOVE WH-ATMHIST-OBS-MIN-ULTIMA TO WS-SUAV-OBS
               MOVE WS-DIA-MIN-ULT            TO WS-SUAV-VALOR
               PERFORM 3500-PROMEDIA THRU 3500-EXIT
               COMPUTE WH-ATMHIST-MIN-ULTIMA ROUNDED = WS-SUAV-PROM
               MOVE WS-SUAV-OBS TO WH-ATMHIST-OBS-MIN-ULTIMA
           END-IF
           .
       3300-EXIT.
           EXIT.

       3400-GRABA-AGOTAMIENTO.
           ADD 1 TO WS-CANT-AGOTAMIENTOS
           ADD 1 TO WH-ATMHIST-CANT-AGOTAMIENTOS
           IF WS-DIA-FECHA > WH-ATMHIST-FEC-ULT-AGOT
               MOVE WS-DIA-FECHA TO WH-ATMHIST-FEC-ULT-AGOT
           END-IF

           MOVE SPACES TO ATMAGOT-REGISTRO
           MOVE WH-ATMHIST-COD-TERM      TO ATMAGOT-COD-TERM
           MOVE WH-ATMHIST-MONEDA        TO ATMAGOT-MONEDA
           MOVE WH-ATMHIST-TIPO-CAJERO   TO ATMAGOT-TIPO-CAJERO
           MOVE WS-DIA-FECHA             TO ATMAGOT-FECHA
           MOVE WS-DIA-HORA-ULT          TO ATMAGOT-HORA-ULTIMA
           MOVE WS-DIA-MIN-ULT           TO ATMAGOT-MIN-ULTIMA
           MOVE WH-ATMHIST-MIN-ULTIMA    TO ATMAGOT-MIN-HABITUAL
           MOVE WS-DIA-CANT              TO ATMAGOT-CANT-EXTRAC
           MOVE WS-DIA-IMPORTE           TO ATMAGOT-IMPORTE-DIA
           MOVE WS-ESPERADO              TO ATMAGOT-IMP-ESPERADO
           MOVE WS-FECHA-PROCESO         TO ATMAGOT-FEC-PROCESO
           WRITE ATMAGOT-REGISTRO
           .
       3400-EXIT.
           EXIT.

      * CADA OBSERVACION PESA 1/N, CON N TOPE EN WS-VENTANA: LAS
      * PRIMERAS SEMANAS ES EL PROMEDIO SIMPLE, DESPUES UN PROMEDIO
      * MOVIL QUE SIGUE LOS CAMBIOS DE DEMANDA DEL CAJERO
       3500-PROMEDIA.
           IF WS-SUAV-OBS < WS-VENTANA
               ADD 1 TO WS-SUAV-OBS
           END-IF
           COMPUTE WS-SUAV-PROM ROUNDED = WS-SUAV-PROM
               + (WS-SUAV-VALOR - WS-SUAV-PROM) / WS-SUAV-OBS
           .
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  5000-PRONOSTICA  -  NECESIDAD DE LOS PROXIMOS SIETE DIAS MAS  *
      *  EL MARGEN, REDONDEADA AL MODULO DE CARGA DE LA MONEDA.  LOS   *
      *  CAJEROS SIN EXTRACCIONES EN WS-DIAS-INACTIVO NO SE PROPONEN   *
      ******************************************************************
       5000-PRONOSTICA.
           COMPUTE WS-ULTIMO-INT =
               FUNCTION INTEGER-OF-DATE(WH-ATMHIST-FEC-ULTIMA)
           IF WS-ULTIMO-INT < WS-DIA-PROCESO-INT - WS-DIAS-INACTIVO
               ADD 1 TO WS-CANT-INACTIVOS
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO ATMREPO-REGISTRO
           MOVE ZERO TO WS-TOTAL
           PERFORM 5100-PRONOSTICA-DIA THRU 5100-EXIT
               VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > 7
           IF WS-TOTAL NOT > ZERO
               GO TO 5000-EXIT
           END-IF

           IF WH-ATMHIST-MONEDA = '840'
               MOVE WS-MODULO-USD TO WS-MODULO
           ELSE
               MOVE WS-MODULO-ARS TO WS-MODULO
           END-IF
           COMPUTE WS-TOTAL-MARGEN ROUNDED =
               WS-TOTAL * (100 + WS-MARGEN) / 100
           COMPUTE WS-MODULOS = WS-TOTAL-MARGEN / WS-MODULO
           IF WS-MODULOS * WS-MODULO < WS-TOTAL-MARGEN
               ADD 1 TO WS-MODULOS
           END-IF
           COMPUTE WS-CARGA = WS-MODULOS * WS-MODULO

           MOVE WH-ATMHIST-COD-TERM      TO ATMREPO-COD-TERM
           MOVE WH-ATMHIST-TIPO-CAJERO   TO ATMREPO-TIPO-CAJERO
           MOVE WH-ATMHIST-MONEDA        TO ATMREPO-MONEDA
           MOVE WS-FECHA-PROCESO         TO ATMREPO-FEC-PROCESO
           MOVE TB-PRO-FECHA(1)          TO ATMREPO-FEC-DESDE
           MOVE TB-PRO-FECHA(7)          TO ATMREPO-FEC-HASTA
           COMPUTE ATMREPO-TOTAL ROUNDED = WS-TOTAL
           MOVE WS-MARGEN                TO ATMREPO-MARGEN
           MOVE WS-CARGA                 TO ATMREPO-CARGA
           MOVE WH-ATMHIST-FEC-ULT-AGOT  TO ATMREPO-FEC-ULT-AGOT
           MOVE 'N' TO ATMREPO-MARCA-AGOT
           IF WH-ATMHIST-FEC-ULT-AGOT NOT = ZERO
               COMPUTE WS-ULTIMO-INT =
                   FUNCTION INTEGER-OF-DATE(WH-ATMHIST-FEC-ULT-AGOT)
               IF WS-ULTIMO-INT NOT <
                   WS-DIA-PROCESO-INT - WS-DIAS-AGOT-RECIENTE
                   MOVE 'S' TO ATMREPO-MARCA-AGOT
               END-IF
           END-IF
           WRITE ATMREPO-REGISTRO
           ADD 1 TO WS-CANT-PROPUESTAS
           ADD WS-CARGA TO WS-HASH-PROPUESTA
           PERFORM 7100-REGISTRA-ENVIO THRU 7100-EXIT
           .
       5000-EXIT.
           EXIT.

       5100-PRONOSTICA-DIA.
           MOVE TB-PRO-DOW(WS-PRO-IDX)  TO WS-CALC-DOW
           MOVE TB-PRO-TIPO(WS-PRO-IDX) TO WS-CALC-TIPO
           PERFORM 5500-CALCULA-ESPERADO THRU 5500-EXIT
           COMPUTE ATMREPO-IMP-DIA(WS-PRO-IDX) ROUNDED = WS-ESPERADO
           ADD WS-ESPERADO TO WS-TOTAL
           .
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  5500-CALCULA-ESPERADO  -  BASE DEL DIA DE LA SEMANA (O EL     *
      *  PROMEDIO NORMAL SI TODAVIA NO HAY ESE DIA) POR EL EFECTO DEL  *
      *  TIPO DE DIA.  UN FERIADO SIN HISTORIA PROPIA SE ESTIMA COMO   *
      *  UN DOMINGO                                                    *
      ******************************************************************
       5500-CALCULA-ESPERADO.
           IF WH-ATMHIST-OBS-DIA(WS-CALC-DOW) > ZERO
               MOVE WH-ATMHIST-PROM-DIA(WS-CALC-DOW) TO WS-BASE
           ELSE
               MOVE WH-ATMHIST-PROM-NORMAL TO WS-BASE
           END-IF
           MOVE WS-BASE TO WS-ESPERADO

           EVALUATE WS-CALC-TIPO
               WHEN 'S'
                   IF WH-ATMHIST-OBS-SUELDO NOT < WS-MIN-OBS-EFECTO
                       AND WH-ATMHIST-PROM-NORMAL > ZERO
                       COMPUTE WS-ESPERADO ROUNDED = WS-BASE
                           * WH-ATMHIST-PROM-SUELDO
                           / WH-ATMHIST-PROM-NORMAL
                   END-IF
               WHEN 'F'
                   IF WH-ATMHIST-OBS-FERIADO NOT < WS-MIN-OBS-EFECTO
                       AND WH-ATMHIST-PROM-NORMAL > ZERO
                       COMPUTE WS-ESPERADO ROUNDED = WS-BASE
                           * WH-ATMHIST-PROM-FERIADO
                           / WH-ATMHIST-PROM-NORMAL
                   ELSE
                       IF WH-ATMHIST-OBS-DIA(7) > ZERO
                           MOVE WH-ATMHIST-PROM-DIA(7) TO WS-ESPERADO
                       END-IF
                   END-IF
           END-EVALUATE
           .
       5500-EXIT.
           EXIT.

      ******************************************************************
      *  6000-CLASIFICA-DIA  -  DIA DE LA SEMANA (1 = LUNES) Y TIPO    *
      *  DE DIA DE WS-CLAS-FECHA SEGUN EL CALENDARIO NACIONAL.  UN DIA *
      *  DE SEMANA NO HABIL ES FERIADO; UN DIA HABIL ENTRE LOS         *
      *  PRIMEROS WS-DIAS-SUELDO HABILES DEL MES ES COBRO DE HABERES   *
      ******************************************************************
       6000-CLASIFICA-DIA.
           SET TB-DIA-IDX TO 1
           SEARCH TB-DIA-ENTRY
               AT END
                   CONTINUE
               WHEN TB-DIA-IDX > TB-DIA-CANT
                   CONTINUE
               WHEN TB-DIA-FECHA(TB-DIA-IDX) = WS-CLAS-FECHA
                   MOVE TB-DIA-DOW(TB-DIA-IDX)  TO WS-CLAS-DOW
                   MOVE TB-DIA-TIPO(TB-DIA-IDX) TO WS-CLAS-TIPO
                   GO TO 6000-EXIT
           END-SEARCH

      * EL DIA 1 (1601-01-01) DE INTEGER-OF-DATE FUE LUNES
           COMPUTE WS-CLAS-INT =
               FUNCTION INTEGER-OF-DATE(WS-CLAS-FECHA)
           DIVIDE WS-CLAS-INT BY 7 GIVING WS-CLAS-COCIENTE
               REMAINDER WS-CLAS-DOW
           IF WS-CLAS-DOW = ZERO
               MOVE 7 TO WS-CLAS-DOW
           END-IF
           MOVE 'N' TO WS-CLAS-TIPO

           COMPUTE DIASHAB-FECHA-DESDE =
               FUNCTION DATE-OF-INTEGER(WS-CLAS-INT - 1)
           MOVE WS-CLAS-FECHA TO DIASHAB-FECHA-HASTA
           MOVE '**' TO DIASHAB-JURISDICCION
           CALL 'DIASHAB' USING DIASHAB-AREA
           IF DIASHAB-FECHAS-INVALIDAS
               GO TO 6000-GUARDA
           END-IF

           IF DIASHAB-DIAS-HABILES = ZERO
               IF WS-CLAS-DOW < 6
                   MOVE 'F' TO WS-CLAS-TIPO
               END-IF
               GO TO 6000-GUARDA
           END-IF

           MOVE WS-CLAS-ANIO-MES TO WS-PRI-ANIO-MES
           MOVE 1 TO WS-PRI-DIA
           COMPUTE DIASHAB-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-PRIMERO-MES) - 1)
           MOVE WS-CLAS-FECHA TO DIASHAB-FECHA-HASTA
           CALL 'DIASHAB' USING DIASHAB-AREA
           IF NOT DIASHAB-FECHAS-INVALIDAS
               AND DIASHAB-DIAS-HABILES NOT > WS-DIAS-SUELDO
               MOVE 'S' TO WS-CLAS-TIPO
           END-IF
           .
       6000-GUARDA.
           IF TB-DIA-CANT < WS-MAX-DIAS-CACHE
               ADD 1 TO TB-DIA-CANT
               SET TB-DIA-IDX TO TB-DIA-CANT
               MOVE WS-CLAS-FECHA TO TB-DIA-FECHA(TB-DIA-IDX)
               MOVE WS-CLAS-DOW   TO TB-DIA-DOW(TB-DIA-IDX)
               MOVE WS-CLAS-TIPO  TO TB-DIA-TIPO(TB-DIA-IDX)
           END-IF
           .
       6000-EXIT.
           EXIT.

      ******************************************************************
      *  7100-REGISTRA-ENVIO  -  FILA FEEDENV DE LA PROPUESTA ENVIADA  *
      *  A LA TRANSPORTADORA (TERMINAL, TIPO Y MONEDA)                 *
      ******************************************************************
       7100-REGISTRA-ENVIO.
           MOVE SPACES TO FENV-REGISTRO
           MOVE 'ATMREPO' TO FENV-FEED
           MOVE ATMREPO-REGISTRO(1:8) TO FENV-NEGOCIO
           MOVE WS-FECHA-PROCESO TO FENV-FEC-ENVIO
           WRITE FENV-REGISTRO
           .
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  TRAILER DE ATMREPO, CIERRE, RUNLOG Y        *
      *  RESUMEN                                                       *
      ******************************************************************
       9000-FINALIZE.
      * TRAILER ESTANDAR DE CONTROL AL PIE DEL ARCHIVO ATMREPO
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL' TO TRLCTL-MARCA
           MOVE WS-CANT-PROPUESTAS TO TRLCTL-CANT-REGISTROS
           MOVE WS-HASH-PROPUESTA TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO TRLCTL-FEC-GENERACION
           MOVE 'ZET160' TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO ATMREPO-REGISTRO
           MOVE TRLCTL-REGISTRO TO ATMREPO-REGISTRO(1:46)
           WRITE ATMREPO-REGISTRO

           CLOSE MOVIM-ORD
           CLOSE HIST-ANT
           CLOSE HIST-NVO
           CLOSE PROPUESTA-SAL
           CLOSE AGOTAM-SAL
           CLOSE ENVIOS-SALIDA
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET160' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-PROPUESTAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET160 - PRONOSTICO DE EFECTIVO POR CAJERO'
           DISPLAY 'MOVIMIENTOS LEIDOS . . . . : ' WS-CANT-LEIDOS
           DISPLAY 'EXTRACCIONES TOMADAS . . . : ' WS-CANT-EXTRACCIONES
           DISPLAY 'CAJEROS CON HISTORIA . . . : ' WS-CANT-HIST-ANT
           DISPLAY 'CAJEROS NUEVOS . . . . . . : ' WS-CANT-TERM-NUEVAS
           DISPLAY 'DIAS-CAJERO PROCESADOS . . : ' WS-CANT-DIAS
           DISPLAY 'AGOTAMIENTOS DETECTADOS  . : ' WS-CANT-AGOTAMIENTOS
           DISPLAY 'CAJEROS INACTIVOS  . . . . : ' WS-CANT-INACTIVOS
           DISPLAY 'PROPUESTAS DE CARGA  . . . : ' WS-CANT-PROPUESTAS
           DISPLAY 'TOTAL PROPUESTO  . . . . . : ' WS-HASH-PROPUESTA
           .
