      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET165                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - TRIAD                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : INFORME MENSUAL DE PROMESAS DE PAGO SOBRE LOS    *
      *               RESULTADOS DE GESTION DE COBRANZA TRFRREO.       *
      *               PTPRES TRAE, POR ESCENARIO (SCEN-ID), ESTRATEGIA *
      *               (STGY-ID / STGY-ROW) Y SECUENCIA DE ACCIONES     *
      *               TEMPORIZADAS (TIMED-ACTION-1 A 5), LAS PROMESAS  *
      *               CUMPLIDAS Y ROTAS, LA TASA DE CUMPLIMIENTO Y EL  *
      *               IMPORTE COBRADO; Y LAS MISMAS CIFRAS POR TRAMO   *
      *               DE DIAS EN COBRANZA.  PTPREIN LISTA LAS CUENTAS  *
      *               CON PROMESAS ROTAS REPETIDAS EN EL MES, PARA     *
      *               PASARLAS A UN TRATAMIENTO MAS DURO.  EL PERIODO  *
      *               Y EL MINIMO DE ROTAS VIENEN DE LA TARJETA        *
      *               PARMPTP (POR OMISION, EL MES ANTERIOR Y 2).      *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET165.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - TRIAD.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-EO     ASSIGN TO TRFRREO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EO.

           SELECT PARAMETROS     ASSIGN TO PARMPTP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT SORT-CTA       ASSIGN TO SRTPTPA.
           SELECT CUENTAS-ORD    ASSIGN TO WPTPORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT RESUMEN-SAL    ASSIGN TO PTPRES
               ORGANIZATION IS SEQUENTIAL.

           SELECT REINCID-SAL    ASSIGN TO PTPREIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-EO
           RECORDING MODE IS F.
       01  FD-EO.
           COPY "trfrreo.cob"
               REPLACING ==LENGTH== BY ==REC-LENGTH==
                 ==EO-OUTCOMES-DATA.
               10  SUBJECT-CODE            PIC X(01).== BY
                 ==EO-OUTCOMES-DATA.
               10  EOD-SUBJECT-CODE        PIC X(01).==
                 ==RDG-UPLMT            PIC S9(04) BINARY.
               10  SPID                    PIC S9(03) BINARY.== BY
                 ==RDG-UPLMT            PIC S9(04) BINARY.
               10  EOD-SPID                PIC S9(03) BINARY.==.

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-PTP-REGISTRO.
      *        PERIODO AAAAMM A INFORMAR
           05  PARM-PTP-PERIODO       PIC 9(06).
      *        PROMESAS ROTAS EN EL MES PARA PASAR A REINCIDENTE
           05  PARM-PTP-MIN-ROTAS     PIC 9(02).
           05  PARM-PTP-FILLER        PIC X(12).

      * UN RESULTADO DE GESTION CON PROMESA, ORDENADO POR CUENTA
       SD  SORT-CTA.
       01  SD-CTA-REGISTRO.
           05  S-CTA-ACCOUNT-ID       PIC X(20).
           05  S-CTA-FECHA            PIC 9(08).
           05  S-CTA-CUSTOMER-ID      PIC X(20).
           05  S-CTA-CUMPLIDA         PIC 9(01).
           05  S-CTA-ROTA             PIC 9(01).
           05  S-CTA-SCEN-ID          PIC S9(04).
           05  S-CTA-STGY-ID          PIC S9(03).
           05  S-CTA-STGY-ROW         PIC S9(08).
           05  S-CTA-DIAS-COBRANZA    PIC S9(03).
           05  S-CTA-SALDO-COBRANZA   PIC S9(09).
           05  FILLER                 PIC X(03).

       FD  CUENTAS-ORD
           RECORDING MODE IS F.
       01  W-CTA-REGISTRO.
           05  W-CTA-ACCOUNT-ID       PIC X(20).
           05  W-CTA-FECHA            PIC 9(08).
           05  W-CTA-CUSTOMER-ID      PIC X(20).
           05  W-CTA-CUMPLIDA         PIC 9(01).
           05  W-CTA-ROTA             PIC 9(01).
           05  W-CTA-SCEN-ID          PIC S9(04).
           05  W-CTA-STGY-ID          PIC S9(03).
           05  W-CTA-STGY-ROW         PIC S9(08).
           05  W-CTA-DIAS-COBRANZA    PIC S9(03).
           05  W-CTA-SALDO-COBRANZA   PIC S9(09).
           05  FILLER                 PIC X(03).

      * FILA DEL INFORME: TIPO E POR ESTRATEGIA / T POR TRAMO DE DIAS
       FD  RESUMEN-SAL
           RECORDING MODE IS F.
       01  PTPRES-REGISTRO.
           05  PTPRES-TIPO            PIC X(01).
           05  PTPRES-PERIODO         PIC 9(06).
           05  PTPRES-SCEN-ID         PIC S9(04).
           05  PTPRES-STGY-ID         PIC S9(03).
           05  PTPRES-STGY-ROW        PIC S9(08).
           05  PTPRES-SECUENCIA       PIC X(25).
           05  PTPRES-TRAMO           PIC X(07).
           05  PTPRES-CANT-RESULTADOS PIC 9(09).
           05  PTPRES-CANT-CUMPLIDAS  PIC 9(09).
           05  PTPRES-CANT-ROTAS      PIC 9(09).
      *        CUMPLIDAS / (CUMPLIDAS + ROTAS) EN PORCENTAJE
           05  PTPRES-TASA-CUMPL      PIC 9(03)V99.
           05  PTPRES-IMP-COBRADO     PIC S9(13).
           05  PTPRES-IMP-SALDO-INIC  PIC S9(13).
           05  PTPRES-FEC-PROCESO     PIC 9(08).
           05  FILLER                 PIC X(10).

       FD  REINCID-SAL
           RECORDING MODE IS F.
       01  PTPREIN-REGISTRO.
           05  PTPREIN-ACCOUNT-ID     PIC X(20).
           05  PTPREIN-CUSTOMER-ID    PIC X(20).
           05  PTPREIN-PERIODO        PIC 9(06).
           05  PTPREIN-CANT-ROTAS     PIC 9(03).
           05  PTPREIN-CANT-CUMPLIDAS PIC 9(03).
      *        ULTIMO RESULTADO DEL MES: DONDE ESTA HOY LA CUENTA
           05  PTPREIN-ULT-SCEN-ID    PIC S9(04).
           05  PTPREIN-ULT-STGY-ID    PIC S9(03).
           05  PTPREIN-ULT-STGY-ROW   PIC S9(08).
           05  PTPREIN-ULT-DIAS-COBR  PIC S9(03).
           05  PTPREIN-ULT-SALDO      PIC S9(11).
           05  PTPREIN-FEC-ULT        PIC 9(08).
           05  PTPREIN-FEC-PROCESO    PIC 9(08).
           05  FILLER                 PIC X(03).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../trfrrcc/triadrlk.cob"
               REPLACING ==:TRIADRK:== BY ==TRIADRK==.
           COPY "../../../catalogo/control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.

      * PARAMETROS (PARMPTP LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-PERIODO                PIC 9(06).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-ANIO           PIC 9(04).
           05  WS-PER-MES            PIC 9(02).
       01  WS-MIN-ROTAS              PIC 9(02) VALUE 2.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-FPR-ANIO           PIC 9(04).
           05  WS-FPR-MES            PIC 9(02).
           05  WS-FPR-DIA            PIC 9(02).

       01  WS-FECHA-REG              PIC 9(08).
       01  WS-FECHA-REG-R REDEFINES WS-FECHA-REG.
           05  WS-FRG-PERIODO        PIC 9(06).
           05  WS-FRG-DIA            PIC 9(02).

       01  WS-FS-EO                  PIC XX.
           88  FS-EO-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-EO          PIC X(01) VALUE 'N'.
               88  EOF-RESULTADOS        VALUE 'S'.
           05  WS-SW-EOF-CTA         PIC X(01) VALUE 'N'.
               88  EOF-CUENTAS           VALUE 'S'.

      * CLAVE DE ESTRATEGIA DEL RESULTADO EN CURSO
       01  WS-CLAVE-EST.
           05  WS-EST-SCEN-ID        PIC S9(04).
           05  WS-EST-STGY-ID        PIC S9(03).
           05  WS-EST-STGY-ROW       PIC S9(08).
           05  WS-EST-SECUENCIA.
               10  WS-EST-ACCION-1   PIC X(06).
               10  WS-EST-ACCION-2   PIC X(04).
               10  WS-EST-ACCION-3   PIC X(05).
               10  WS-EST-ACCION-4   PIC X(05).
               10  WS-EST-ACCION-5   PIC X(05).
       01  WS-DIAS-COBRANZA          PIC S9(05).
       01  WS-TASA                   PIC 9(03)V99.

      * ACUMULADOS POR ESCENARIO / FILA DE ESTRATEGIA / SECUENCIA
       01  TABLA-ESTRATEGIAS.
           05  TB-EST-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-EST-ENTRY OCCURS 1000 TIMES
                   INDEXED BY TB-EST-IDX.
               10  TB-EST-CLAVE.
                   15  TB-EST-SCEN-ID    PIC S9(04).
                   15  TB-EST-STGY-ID    PIC S9(03).
                   15  TB-EST-STGY-ROW   PIC S9(08).
                   15  TB-EST-SECUENCIA  PIC X(25).
               10  TB-EST-CANT-RES   PIC 9(09) COMP.
               10  TB-EST-CUMPLIDAS  PIC 9(09) COMP.
               10  TB-EST-ROTAS      PIC 9(09) COMP.
               10  TB-EST-COBRADO    PIC S9(13) COMP-3.
               10  TB-EST-SALDO-INI  PIC S9(13) COMP-3.

      * TRAMOS DE DIAS EN COBRANZA (LIMITE SUPERIOR INCLUSIVE)
       01  TABLA-TRAMOS-VAL.
           05  FILLER                PIC X(12) VALUE '00030000-030'.
           05  FILLER                PIC X(12) VALUE '00060031-060'.
           05  FILLER                PIC X(12) VALUE '00090061-090'.
           05  FILLER                PIC X(12) VALUE '00120091-120'.
           05  FILLER                PIC X(12) VALUE '00180121-180'.
           05  FILLER                PIC X(12) VALUE '99999181 Y +'.
       01  TABLA-TRAMOS REDEFINES TABLA-TRAMOS-VAL.
           05  TB-TRA-ENTRY OCCURS 6 TIMES
                   INDEXED BY TB-TRA-IDX.
               10  TB-TRA-HASTA      PIC 9(05).
               10  TB-TRA-DESC       PIC X(07).
       01  TABLA-TRAMOS-ACUM.
           05  TB-TAC-ENTRY OCCURS 6 TIMES.
               10  TB-TAC-CANT-RES   PIC 9(09) COMP.
               10  TB-TAC-CUMPLIDAS  PIC 9(09) COMP.
               10  TB-TAC-ROTAS      PIC 9(09) COMP.
               10  TB-TAC-COBRADO    PIC S9(13) COMP-3.
               10  TB-TAC-SALDO-INI  PIC S9(13) COMP-3.

      * CUENTA EN CURSO (CORTE POR ACCOUNT-ID)
       01  WS-CUENTA.
           05  WS-CTA-ACCOUNT-ID     PIC X(20).
           05  WS-CTA-CUSTOMER-ID    PIC X(20).
           05  WS-CTA-CUMPLIDAS      PIC 9(03) COMP.
           05  WS-CTA-ROTAS          PIC 9(03) COMP.
           05  WS-CTA-ULT-SCEN-ID    PIC S9(04).
           05  WS-CTA-ULT-STGY-ID    PIC S9(03).
           05  WS-CTA-ULT-STGY-ROW   PIC S9(08).
           05  WS-CTA-ULT-DIAS       PIC S9(03).
           05  WS-CTA-ULT-SALDO      PIC S9(09).
           05  WS-CTA-ULT-FECHA      PIC 9(08).

       01  WS-HASH-REINCID           PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-FUERA-PERIODO PIC 9(09) COMP.
           05  WS-CANT-DEL-PERIODO   PIC 9(09) COMP.
           05  WS-CANT-CON-PROMESA   PIC 9(09) COMP.
           05  WS-CANT-CUMPLIDAS     PIC 9(09) COMP.
           05  WS-CANT-ROTAS         PIC 9(09) COMP.
           05  WS-CANT-CUENTAS       PIC 9(09) COMP.
           05  WS-CANT-REINCIDENTES  PIC 9(09) COMP.
           05  WS-CANT-FILAS-RES     PIC 9(09) COMP.
           05  WS-CANT-TABLA-LLENA   PIC 9(09) COMP.
           05  WS-TOT-COBRADO        PIC S9(13) COMP-3.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-CUENTA THRU 3000-EXIT
               UNTIL EOF-CUENTAS
           PERFORM 8000-GRABA-RESUMEN
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, ACUMULADOS POR ESTRATEGIA Y   *
      *  TRAMO, Y ORDEN POR CUENTA DE LOS RESULTADOS CON PROMESA       *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE TABLA-TRAMOS-ACUM

      * POR OMISION SE INFORMA EL MES CERRADO ANTERIOR AL PROCESO
           MOVE WS-FPR-ANIO TO WS-PER-ANIO
           MOVE WS-FPR-MES  TO WS-PER-MES
           IF WS-PER-MES = 1
               SUBTRACT 1 FROM WS-PER-ANIO
               MOVE 12 TO WS-PER-MES
           ELSE
               SUBTRACT 1 FROM WS-PER-MES
           END-IF

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF
           DISPLAY 'ZET165 - PERIODO INFORMADO: ' WS-PERIODO

           OPEN INPUT ENTRADA-EO
           IF WS-FS-EO NOT = '00'
               DISPLAY 'ZET165 - NO SE PUDO ABRIR TRFRREO - '
                   'FILE STATUS ' WS-FS-EO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ENTRADA-EO

           SORT SORT-CTA
               ON ASCENDING KEY S-CTA-ACCOUNT-ID
                                S-CTA-FECHA
               INPUT PROCEDURE IS 1500-EXTRAE-RESULTADOS
               GIVING CUENTAS-ORD

           OPEN INPUT  CUENTAS-ORD
           OPEN OUTPUT REINCID-SAL
           PERFORM 2000-LEER-CUENTA THRU 2000-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-PTP-PERIODO IS NUMERIC
               AND PARM-PTP-PERIODO > 0
               MOVE PARM-PTP-PERIODO TO WS-PERIODO
           END-IF
           IF PARM-PTP-MIN-ROTAS IS NUMERIC
               AND PARM-PTP-MIN-ROTAS > 0
               MOVE PARM-PTP-MIN-ROTAS TO WS-MIN-ROTAS
           END-IF
           .
       1050-EXIT.
           EXIT.

      * LEE TRFRREO UNA SOLA VEZ: ACUMULA POR ESTRATEGIA Y POR TRAMO
      * Y SUELTA AL SORT SOLO LOS RESULTADOS CON PROMESA
       1500-EXTRAE-RESULTADOS SECTION.
           OPEN INPUT ENTRADA-EO
           PERFORM 1510-LEER-RESULTADO THRU 1510-EXIT
               UNTIL EOF-RESULTADOS
           CLOSE ENTRADA-EO
           GO TO 1500-FIN
           .

       1510-LEER-RESULTADO.
           READ ENTRADA-EO
               AT END
                   SET EOF-RESULTADOS TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-EO-ERROR-LECTURA
               DISPLAY 'ZET165 - ERROR DE LECTURA '
                   'EN TRFRREO - FILE STATUS ' WS-FS-EO
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDOS

           MOVE PROC-DATE-CYMD OF FD-EO TO WS-FECHA-REG
           IF WS-FRG-PERIODO NOT = WS-PERIODO
               ADD 1 TO WS-CANT-FUERA-PERIODO
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO WS-CANT-DEL-PERIODO
           ADD BALANCE-COLLECTED OF FD-EO TO WS-TOT-COBRADO

           MOVE SCEN-ID OF FD-EO        TO WS-EST-SCEN-ID
           MOVE STGY-ID OF FD-EO        TO WS-EST-STGY-ID
           MOVE STGY-ROW OF FD-EO       TO WS-EST-STGY-ROW
           MOVE TIMED-ACTION-1 OF FD-EO TO WS-EST-ACCION-1
           MOVE TIMED-ACTION-2 OF FD-EO TO WS-EST-ACCION-2
           MOVE TIMED-ACTION-3 OF FD-EO TO WS-EST-ACCION-3
           MOVE TIMED-ACTION-4 OF FD-EO TO WS-EST-ACCION-4
           MOVE TIMED-ACTION-5 OF FD-EO TO WS-EST-ACCION-5
           PERFORM 1520-ACUMULA-ESTRATEGIA THRU 1520-EXIT
           PERFORM 1530-ACUMULA-TRAMO THRU 1530-EXIT

           IF PROMISE-KEPT-IND OF FD-EO NOT = 1
               AND PROMISE-BROKEN-IND OF FD-EO NOT = 1
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO WS-CANT-CON-PROMESA

           MOVE SPACES TO SD-CTA-REGISTRO
           MOVE 'A' TO TRIADRK-TIPO
           MOVE ACCOUNT-ID OF FD-EO TO TRIADRK-ID-ENTRADA
           CALL 'TRIADRK' USING TRIADRK-AREA
           MOVE TRIADRK-ID-RESUELTO TO S-CTA-ACCOUNT-ID
           MOVE 'C' TO TRIADRK-TIPO
           MOVE CUSTOMER-ID OF FD-EO TO TRIADRK-ID-ENTRADA
           CALL 'TRIADRK' USING TRIADRK-AREA
           MOVE TRIADRK-ID-RESUELTO TO S-CTA-CUSTOMER-ID
           MOVE WS-FECHA-REG             TO S-CTA-FECHA
           MOVE ZERO TO S-CTA-CUMPLIDA S-CTA-ROTA
           IF PROMISE-KEPT-IND OF FD-EO = 1
               MOVE 1 TO S-CTA-CUMPLIDA
           END-IF
           IF PROMISE-BROKEN-IND OF FD-EO = 1
               MOVE 1 TO S-CTA-ROTA
           END-IF
           MOVE WS-EST-SCEN-ID           TO S-CTA-SCEN-ID
           MOVE WS-EST-STGY-ID           TO S-CTA-STGY-ID
           MOVE WS-EST-STGY-ROW          TO S-CTA-STGY-ROW
           MOVE DAYS-IN-COLL OF FD-EO    TO S-CTA-DIAS-COBRANZA
           MOVE COLL-BALANCE OF FD-EO    TO S-CTA-SALDO-COBRANZA
           RELEASE SD-CTA-REGISTRO
           .
       1510-EXIT.
           EXIT.

       1520-ACUMULA-ESTRATEGIA.
           SET TB-EST-IDX TO 1
           SEARCH TB-EST-ENTRY
               AT END
                   ADD 1 TO WS-CANT-TABLA-LLENA
                   GO TO 1520-EXIT
               WHEN TB-EST-IDX > TB-EST-CANT
                   ADD 1 TO TB-EST-CANT
                   SET TB-EST-IDX TO TB-EST-CANT
                   MOVE WS-CLAVE-EST TO TB-EST-CLAVE(TB-EST-IDX)
                   MOVE ZERO TO TB-EST-CANT-RES(TB-EST-IDX)
                                TB-EST-CUMPLIDAS(TB-EST-IDX)
                                TB-EST-ROTAS(TB-EST-IDX)
                                TB-EST-COBRADO(TB-EST-IDX)
                                TB-EST-SALDO-INI(TB-EST-IDX)
               WHEN TB-EST-CLAVE(TB-EST-IDX) = WS-CLAVE-EST
                   CONTINUE
           END-SEARCH

           ADD 1 TO TB-EST-CANT-RES(TB-EST-IDX)
           IF PROMISE-KEPT-IND OF FD-EO = 1
               ADD 1 TO TB-EST-CUMPLIDAS(TB-EST-IDX)
           END-IF
           IF PROMISE-BROKEN-IND OF FD-EO = 1
               ADD 1 TO TB-EST-ROTAS(TB-EST-IDX)
           END-IF
           ADD BALANCE-COLLECTED OF FD-EO
               TO TB-EST-COBRADO(TB-EST-IDX)
           ADD INIT-COLL-BALANCE OF FD-EO
               TO TB-EST-SALDO-INI(TB-EST-IDX)
           .
       1520-EXIT.
           EXIT.

       1530-ACUMULA-TRAMO.
           MOVE DAYS-IN-COLL OF FD-EO TO WS-DIAS-COBRANZA
           IF WS-DIAS-COBRANZA < ZERO
               MOVE ZERO TO WS-DIAS-COBRANZA
           END-IF
           SET TB-TRA-IDX TO 1
           SEARCH TB-TRA-ENTRY
               AT END
                   SET TB-TRA-IDX TO 6
               WHEN WS-DIAS-COBRANZA NOT > TB-TRA-HASTA(TB-TRA-IDX)
                   CONTINUE
           END-SEARCH

           ADD 1 TO TB-TAC-CANT-RES(TB-TRA-IDX)
           IF PROMISE-KEPT-IND OF FD-EO = 1
               ADD 1 TO TB-TAC-CUMPLIDAS(TB-TRA-IDX)
               ADD 1 TO WS-CANT-CUMPLIDAS
           END-IF
           IF PROMISE-BROKEN-IND OF FD-EO = 1
               ADD 1 TO TB-TAC-ROTAS(TB-TRA-IDX)
               ADD 1 TO WS-CANT-ROTAS
           END-IF
           ADD BALANCE-COLLECTED OF FD-EO
               TO TB-TAC-COBRADO(TB-TRA-IDX)
           ADD INIT-COLL-BALANCE OF FD-EO
               TO TB-TAC-SALDO-INI(TB-TRA-IDX)
           .
       1530-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-CUENTA.
           READ CUENTAS-ORD
               AT END
                   SET EOF-CUENTAS TO TRUE
                   MOVE HIGH-VALUES TO W-CTA-ACCOUNT-ID
           END-READ
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-CUENTA  -  CUENTA LAS PROMESAS CUMPLIDAS Y ROTAS *
      *  DEL MES DE LA CUENTA; CON WS-MIN-ROTAS O MAS ROTAS PASA A     *
      *  PTPREIN CON SU ULTIMA UBICACION EN LA ESTRATEGIA              *
      ******************************************************************
       3000-PROCESA-CUENTA.
           INITIALIZE WS-CUENTA
           MOVE W-CTA-ACCOUNT-ID TO WS-CTA-ACCOUNT-ID
           ADD 1 TO WS-CANT-CUENTAS
           PERFORM 3100-ACUMULA-PROMESA THRU 3100-EXIT
               UNTIL EOF-CUENTAS
               OR W-CTA-ACCOUNT-ID NOT = WS-CTA-ACCOUNT-ID

           IF WS-CTA-ROTAS < WS-MIN-ROTAS
               GO TO 3000-EXIT
           END-IF

           MOVE SPACES TO PTPREIN-REGISTRO
           MOVE WS-CTA-ACCOUNT-ID   TO PTPREIN-ACCOUNT-ID
           MOVE WS-CTA-CUSTOMER-ID  TO PTPREIN-CUSTOMER-ID
           MOVE WS-PERIODO          TO PTPREIN-PERIODO
           MOVE WS-CTA-ROTAS        TO PTPREIN-CANT-ROTAS
           MOVE WS-CTA-CUMPLIDAS    TO PTPREIN-CANT-CUMPLIDAS
           MOVE WS-CTA-ULT-SCEN-ID  TO PTPREIN-ULT-SCEN-ID
           MOVE WS-CTA-ULT-STGY-ID  TO PTPREIN-ULT-STGY-ID
           MOVE WS-CTA-ULT-STGY-ROW TO PTPREIN-ULT-STGY-ROW
           MOVE WS-CTA-ULT-DIAS     TO PTPREIN-ULT-DIAS-COBR
           MOVE WS-CTA-ULT-SALDO    TO PTPREIN-ULT-SALDO
           MOVE WS-CTA-ULT-FECHA    TO PTPREIN-FEC-ULT
           MOVE WS-FECHA-PROCESO    TO PTPREIN-FEC-PROCESO
           WRITE PTPREIN-REGISTRO
           ADD 1 TO WS-CANT-REINCIDENTES
           ADD WS-CTA-ULT-SALDO TO WS-HASH-REINCID
           .
       3000-EXIT.
           EXIT.

      * LOS RESULTADOS LLEGAN POR FECHA: EL ULTIMO LEIDO ES EL VIGENTE
       3100-ACUMULA-PROMESA.
           ADD W-CTA-CUMPLIDA TO WS-CTA-CUMPLIDAS
           ADD W-CTA-ROTA     TO WS-CTA-ROTAS
           MOVE W-CTA-CUSTOMER-ID    TO WS-CTA-CUSTOMER-ID
           MOVE W-CTA-SCEN-ID        TO WS-CTA-ULT-SCEN-ID
           MOVE W-CTA-STGY-ID        TO WS-CTA-ULT-STGY-ID
           MOVE W-CTA-STGY-ROW       TO WS-CTA-ULT-STGY-ROW
           MOVE W-CTA-DIAS-COBRANZA  TO WS-CTA-ULT-DIAS
           MOVE W-CTA-SALDO-COBRANZA TO WS-CTA-ULT-SALDO
           MOVE W-CTA-FECHA          TO WS-CTA-ULT-FECHA
           PERFORM 2000-LEER-CUENTA THRU 2000-EXIT
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-GRABA-RESUMEN  -  UNA FILA POR ESTRATEGIA Y UNA POR      *
      *  TRAMO DE DIAS; TRAILER DE CONTROL EN PTPREIN                  *
      ******************************************************************
       8000-GRABA-RESUMEN.
           OPEN OUTPUT RESUMEN-SAL
           PERFORM 8100-GRABA-ESTRATEGIA THRU 8100-EXIT
               VARYING TB-EST-IDX FROM 1 BY 1
               UNTIL TB-EST-IDX > TB-EST-CANT
           PERFORM 8200-GRABA-TRAMO THRU 8200-EXIT
               VARYING TB-TRA-IDX FROM 1 BY 1
               UNTIL TB-TRA-IDX > 6
           CLOSE RESUMEN-SAL

           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL' TO TRLCTL-MARCA
           MOVE WS-CANT-REINCIDENTES TO TRLCTL-CANT-REGISTROS
           MOVE WS-HASH-REINCID TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO TRLCTL-FEC-GENERACION
           MOVE 'ZET165' TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO PTPREIN-REGISTRO
           MOVE TRLCTL-REGISTRO TO PTPREIN-REGISTRO(1:46)
           WRITE PTPREIN-REGISTRO
           .

       8100-GRABA-ESTRATEGIA.
           MOVE SPACES TO PTPRES-REGISTRO
           MOVE 'E'                         TO PTPRES-TIPO
           MOVE WS-PERIODO                  TO PTPRES-PERIODO
           MOVE TB-EST-SCEN-ID(TB-EST-IDX)  TO PTPRES-SCEN-ID
           MOVE TB-EST-STGY-ID(TB-EST-IDX)  TO PTPRES-STGY-ID
           MOVE TB-EST-STGY-ROW(TB-EST-IDX) TO PTPRES-STGY-ROW
           MOVE TB-EST-SECUENCIA(TB-EST-IDX)
               TO PTPRES-SECUENCIA
           MOVE TB-EST-CANT-RES(TB-EST-IDX) TO PTPRES-CANT-RESULTADOS
           MOVE TB-EST-CUMPLIDAS(TB-EST-IDX) TO PTPRES-CANT-CUMPLIDAS
           MOVE TB-EST-ROTAS(TB-EST-IDX)    TO PTPRES-CANT-ROTAS
           MOVE ZERO TO WS-TASA
           IF TB-EST-CUMPLIDAS(TB-EST-IDX) + TB-EST-ROTAS(TB-EST-IDX)
                   > ZERO
               COMPUTE WS-TASA ROUNDED =
                   TB-EST-CUMPLIDAS(TB-EST-IDX) * 100 /
                   (TB-EST-CUMPLIDAS(TB-EST-IDX) +
                    TB-EST-ROTAS(TB-EST-IDX))
           END-IF
           MOVE WS-TASA                     TO PTPRES-TASA-CUMPL
           MOVE TB-EST-COBRADO(TB-EST-IDX)  TO PTPRES-IMP-COBRADO
           MOVE TB-EST-SALDO-INI(TB-EST-IDX) TO PTPRES-IMP-SALDO-INIC
           MOVE WS-FECHA-PROCESO            TO PTPRES-FEC-PROCESO
           WRITE PTPRES-REGISTRO
           ADD 1 TO WS-CANT-FILAS-RES
           .
       8100-EXIT.
           EXIT.

       8200-GRABA-TRAMO.
           MOVE SPACES TO PTPRES-REGISTRO
           MOVE 'T'                         TO PTPRES-TIPO
           MOVE WS-PERIODO                  TO PTPRES-PERIODO
           MOVE ZERO TO PTPRES-SCEN-ID
                        PTPRES-STGY-ID
                        PTPRES-STGY-ROW
           MOVE TB-TRA-DESC(TB-TRA-IDX)     TO PTPRES-TRAMO
           MOVE TB-TAC-CANT-RES(TB-TRA-IDX) TO PTPRES-CANT-RESULTADOS
           MOVE TB-TAC-CUMPLIDAS(TB-TRA-IDX) TO PTPRES-CANT-CUMPLIDAS
           MOVE TB-TAC-ROTAS(TB-TRA-IDX)    TO PTPRES-CANT-ROTAS
           MOVE ZERO TO WS-TASA
           IF TB-TAC-CUMPLIDAS(TB-TRA-IDX) + TB-TAC-ROTAS(TB-TRA-IDX)
                   > ZERO
               COMPUTE WS-TASA ROUNDED =
                   TB-TAC-CUMPLIDAS(TB-TRA-IDX) * 100 /
                   (TB-TAC-CUMPLIDAS(TB-TRA-IDX) +
                    TB-TAC-ROTAS(TB-TRA-IDX))
           END-IF
           MOVE WS-TASA                     TO PTPRES-TASA-CUMPL
           MOVE TB-TAC-COBRADO(TB-TRA-IDX)  TO PTPRES-IMP-COBRADO
           MOVE TB-TAC-SALDO-INI(TB-TRA-IDX) TO PTPRES-IMP-SALDO-INIC
           MOVE WS-FECHA-PROCESO            TO PTPRES-FEC-PROCESO
           WRITE PTPRES-REGISTRO
           ADD 1 TO WS-CANT-FILAS-RES

           DISPLAY 'ZET165 - TRAMO ' TB-TRA-DESC(TB-TRA-IDX)
               ' RESULTADOS ' TB-TAC-CANT-RES(TB-TRA-IDX)
               ' CUMPLIDAS ' TB-TAC-CUMPLIDAS(TB-TRA-IDX)
               ' ROTAS ' TB-TAC-ROTAS(TB-TRA-IDX)
               ' TASA ' WS-TASA
           .
       8200-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE CUENTAS-ORD
           CLOSE REINCID-SAL
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET165' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-FILAS-RES TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           IF WS-CANT-TABLA-LLENA > ZERO
               DISPLAY 'ZET165 - TABLA DE ESTRATEGIAS LLENA - '
                   WS-CANT-TABLA-LLENA ' RESULTADOS SIN RESUMIR'
           END-IF
           DISPLAY 'ZET165 - PROMESAS DE PAGO POR ESTRATEGIA'
           DISPLAY 'PERIODO  . . . . . . . . . : ' WS-PERIODO
           DISPLAY 'RESULTADOS TRFRREO LEIDOS  : ' WS-CANT-LEIDOS
           DISPLAY 'FUERA DEL PERIODO  . . . . : ' WS-CANT-FUERA-PERIODO
           DISPLAY 'RESULTADOS DEL PERIODO . . : ' WS-CANT-DEL-PERIODO
           DISPLAY 'CON PROMESA  . . . . . . . : ' WS-CANT-CON-PROMESA
           DISPLAY 'PROMESAS CUMPLIDAS . . . . : ' WS-CANT-CUMPLIDAS
           DISPLAY 'PROMESAS ROTAS . . . . . . : ' WS-CANT-ROTAS
           DISPLAY 'IMPORTE COBRADO  . . . . . : ' WS-TOT-COBRADO
           DISPLAY 'ESTRATEGIAS INFORMADAS . . : ' TB-EST-CANT
           DISPLAY 'CUENTAS CON PROMESA  . . . : ' WS-CANT-CUENTAS
           DISPLAY 'CUENTAS REINCIDENTES . . . : ' WS-CANT-REINCIDENTES
           .
