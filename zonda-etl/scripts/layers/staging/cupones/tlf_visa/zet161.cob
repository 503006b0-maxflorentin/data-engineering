      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET161                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CUPONES                     *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : DETECCION DE ESTRUCTURACION (PITUFEO) EN LAS     *
      *               TRANSFERENCIAS DEL TLF.  ARRASTRA UNA VENTANA    *
      *               MOVIL DE TRANSFERENCIAS (TRFVENT) Y BUSCA TRES   *
      *               PATRONES: TRANSFERENCIAS REPETIDAS APENAS POR    *
      *               DEBAJO DEL UMBRAL DE REPORTE DESDE UN MISMO      *
      *               CLIENTE O TARJETA ('E'), MUCHOS REMITENTES       *
      *               DISTINTOS HACIA UN MISMO CBU-DESTINO ('C') Y UN  *
      *               REMITENTE HACIA MUCHOS BENEFICIARIOS EN POCOS    *
      *               DIAS ('D').  CADA CASO SALE CON PUNTAJE Y LA     *
      *               LISTA DE TRANSFERENCIAS AL ARCHIVO CASOSAML DE   *
      *               LA UNIDAD DE CUMPLIMIENTO.  UMBRAL, VENTANAS Y   *
      *               MINIMOS VIENEN DE LA TARJETA PARMAML.            *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET161.
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

           SELECT PARAMETROS     ASSIGN TO PARMAML
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT VENTANA-ANT    ASSIGN TO TRFVENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VEN.

           SELECT VENTANA-NVA    ASSIGN TO TRFVENTN
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-VEN       ASSIGN TO SRTAML.
           SELECT VENTANA-ORD    ASSIGN TO WAMLORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT CASOS-SAL      ASSIGN TO CASOSAML
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

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-AML-REGISTRO.
      *        UMBRAL DE REPORTE POR TRANSFERENCIA, EN PESOS
           05  PARM-AML-UMBRAL        PIC 9(11)V99.
      *        % POR DEBAJO DEL UMBRAL QUE SE CONSIDERA "APENAS"
           05  PARM-AML-BANDA-PCT     PIC 9(02).
      *        DIAS DE LA VENTANA (PATRONES E Y C) Y VENTANA CORTA (D)
           05  PARM-AML-VENTANA-DIAS  PIC 9(03).
           05  PARM-AML-VENTANA-CORTA PIC 9(03).
      *        MINIMOS PARA ABRIR CASO
           05  PARM-AML-MIN-REPET     PIC 9(03).
           05  PARM-AML-MIN-REMIT     PIC 9(03).
           05  PARM-AML-MIN-BENEF     PIC 9(03).
           05  PARM-AML-FILLER        PIC X(10).

       FD  VENTANA-ANT
           RECORDING MODE IS F.
           COPY "trfvent.cob" REPLACING ==:TRFVENT:== BY ==A-TRFVENT==.

       FD  VENTANA-NVA
           RECORDING MODE IS F.
           COPY "trfvent.cob" REPLACING ==:TRFVENT:== BY ==N-TRFVENT==.

       SD  SORT-VEN.
           COPY "trfvent.cob" REPLACING ==:TRFVENT:== BY ==S-TRFVENT==.

       FD  VENTANA-ORD
           RECORDING MODE IS F.
           COPY "trfvent.cob" REPLACING ==:TRFVENT:== BY ==W-TRFVENT==.

       FD  CASOS-SAL
           RECORDING MODE IS F.
      * CABECERA DEL CASO
       01  CASOC-REGISTRO.
           05  CASOC-TIPO-REG         PIC X(01).
               88  CASOC-ES-CABECERA      VALUE 'C'.
           05  CASOC-FEC-PROCESO      PIC 9(08).
           05  CASOC-SECUENCIA        PIC 9(05).
      *        E ESTRUCTURACION / C CONCENTRACION EN CBU /
      *        D DISPERSION A MUCHOS BENEFICIARIOS
           05  CASOC-PATRON           PIC X(01).
      *        REMITENTE (E, D) O CBU-DESTINO (C)
           05  CASOC-CLAVE            PIC X(22).
           05  CASOC-PUNTAJE          PIC 9(03).
           05  CASOC-CANT-MOV         PIC 9(05).
      *        REMITENTES (C) O BENEFICIARIOS (D) DISTINTOS
           05  CASOC-CANT-CONTRAP     PIC 9(05).
           05  CASOC-IMPORTE-TOTAL    PIC 9(13)V99.
           05  CASOC-FEC-DESDE        PIC 9(08).
           05  CASOC-FEC-HASTA        PIC 9(08).
           05  FILLER                 PIC X(69).
      * UNA LINEA POR TRANSFERENCIA DEL CASO
       01  CASOD-REGISTRO.
           05  CASOD-TIPO-REG         PIC X(01).
               88  CASOD-ES-DETALLE       VALUE 'D'.
           05  CASOD-FEC-PROCESO      PIC 9(08).
           05  CASOD-SECUENCIA        PIC 9(05).
           05  CASOD-REMITENTE        PIC X(20).
           05  CASOD-TOKEN            PIC X(19).
           05  CASOD-DNI-CUIL         PIC X(12).
           05  CASOD-CBU-DESTINO      PIC X(22).
           05  CASOD-MAND-DOC-BENEF   PIC X(01).
           05  CASOD-MAND-NUM-BENEF   PIC X(12).
           05  CASOD-CONCEPTO         PIC X(01).
           05  CASOD-FECHA            PIC 9(08).
           05  CASOD-HORA             PIC 9(06).
           05  CASOD-IMPORTE          PIC 9(13)V99.
           05  FILLER                 PIC X(20).

       FD  ENVIOS-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/feedenv.cob"
               REPLACING ==:FEEDENV:== BY ==FENV==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../catalogo/seguridad/toklk.cob"
               REPLACING ==:TOKPAN:== BY ==TOKPAN==.
           COPY "../../catalogo/control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.

      * TRANSFERENCIA DEL GRUPO EN CURSO, TOMADA DE LA TABLA
           COPY "trfvent.cob" REPLACING ==:TRFVENT:== BY ==WT-TRFVENT==.

       77  WS-MAX-GRUPO              PIC 9(05) COMP VALUE 500.
       77  WS-TOPE-PUNTAJE           PIC 9(03) COMP VALUE 999.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PROC-ANIO          PIC 9(04).
           05  WS-PROC-MMDD          PIC 9(04).
       01  WS-DIA-PROCESO-INT        PIC S9(09) COMP.
       01  WS-FEC-VENTANA            PIC 9(08).
       01  WS-FEC-CORTA              PIC 9(08).

      * FECHA DEL MOVIMIENTO: SEMTRDAT ES MMDD, EL ANIO SE DEDUCE
       01  WS-MOV-FECHA              PIC 9(08).
       01  WS-MOV-FECHA-R REDEFINES WS-MOV-FECHA.
           05  WS-MOV-ANIO           PIC 9(04).
           05  WS-MOV-MMDD           PIC 9(04).

       01  WS-FS-TLF                 PIC XX.
           88  FS-TLF-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-VEN                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-TLF         PIC X(01) VALUE 'N'.
               88  EOF-TLF               VALUE 'S'.
           05  WS-SW-EOF-VEN         PIC X(01) VALUE 'N'.
               88  EOF-VENTANA           VALUE 'S'.
           05  WS-SW-EOF-ORD         PIC X(01) VALUE 'N'.
               88  EOF-ORDENADO          VALUE 'S'.
      *        EL GRUPO TIENE AL MENOS UNA TRANSFERENCIA NUEVA: UN
      *        CASO SOLO SE ABRE (O REABRE) CUANDO ENTRA MOVIMIENTO
           05  WS-SW-NOVEDAD         PIC X(01).
               88  GRUPO-CON-NOVEDAD     VALUE 'S'.
           05  WS-SW-EN-TABLA        PIC X(01).
               88  FILA-EN-TABLA         VALUE 'S'.
           05  WS-SW-SELECCION       PIC X(01).
               88  FILA-DEL-CASO         VALUE 'S'.

      * PARAMETROS (PARMAML LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-UMBRAL                 PIC 9(11)V99 VALUE 1000000.
       01  WS-BANDA-PCT              PIC 9(02) VALUE 10.
       01  WS-VENTANA-DIAS           PIC 9(03) VALUE 7.
       01  WS-VENTANA-CORTA          PIC 9(03) VALUE 2.
       01  WS-MIN-REPET              PIC 9(03) VALUE 3.
       01  WS-MIN-REMIT              PIC 9(03) VALUE 5.
       01  WS-MIN-BENEF              PIC 9(03) VALUE 5.
       01  WS-PISO-BANDA             PIC S9(13)V99 COMP-3.

      * ACUMULADOS DEL GRUPO (REMITENTE O CBU)
       01  WS-GRUPO-CLAVE            PIC X(22).
       01  WS-GRUPO-CANT             PIC 9(07) COMP.
       01  WS-GRUPO-TOTAL            PIC S9(13)V99 COMP-3.
       01  WS-BANDA-CANT             PIC 9(07) COMP.
       01  WS-BANDA-TOTAL            PIC S9(13)V99 COMP-3.
       01  WS-CORTA-CANT             PIC 9(07) COMP.
       01  WS-CORTA-TOTAL            PIC S9(13)V99 COMP-3.
       01  WS-CONTRAP-CANT           PIC 9(07) COMP.
       01  WS-CBU-ANT                PIC X(22).
       01  WS-REMITENTE-ANT          PIC X(20).

      * TRANSFERENCIAS DEL GRUPO (PARA LA LISTA DEL CASO)
       01  TABLA-GRUPO.
           05  TB-GRP-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-GRP-ENTRY OCCURS 500 TIMES
                   INDEXED BY TB-GRP-IDX.
               10  TB-GRP-MOVIM      PIC X(120).
               10  TB-GRP-EN-BANDA   PIC X(01).
               10  TB-GRP-EN-CORTA   PIC X(01).

      * CASO EN EMISION
       01  WS-PATRON                 PIC X(01).
       01  WS-CASO-CANT-MOV          PIC 9(07) COMP.
       01  WS-CASO-TOTAL             PIC S9(13)V99 COMP-3.
       01  WS-CASO-DESDE             PIC 9(08).
       01  WS-CASO-HASTA             PIC 9(08).
       01  WS-SECUENCIA              PIC 9(05) VALUE ZERO.
       01  WS-PUNTAJE                PIC 9(07) COMP.
       01  WS-HASH-CASOS             PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-TRANSF-HOY    PIC 9(09) COMP.
           05  WS-CANT-VENTANA-ANT   PIC 9(09) COMP.
           05  WS-CANT-VENCIDAS      PIC 9(09) COMP.
           05  WS-CANT-VENTANA       PIC 9(09) COMP.
           05  WS-CANT-CASOS-E       PIC 9(09) COMP.
           05  WS-CANT-CASOS-C       PIC 9(09) COMP.
           05  WS-CANT-CASOS-D       PIC 9(09) COMP.
           05  WS-CANT-LISTAS-TRUNC  PIC 9(09) COMP.
           05  WS-CANT-REG-CASOS     PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ARMA-VENTANA THRU 2000-EXIT

      * PATRONES POR REMITENTE (E Y D)
           SORT SORT-VEN
               ON ASCENDING KEY S-TRFVENT-REMITENTE
                                S-TRFVENT-CBU-DESTINO
                                S-TRFVENT-FECHA
                                S-TRFVENT-HORA
               USING VENTANA-NVA
               GIVING VENTANA-ORD
           OPEN INPUT VENTANA-ORD
           MOVE 'N' TO WS-SW-EOF-ORD
           PERFORM 3900-LEER-ORDENADO THRU 3900-EXIT
           PERFORM 4000-PROCESA-REMITENTE THRU 4000-EXIT
               UNTIL EOF-ORDENADO
           CLOSE VENTANA-ORD

      * PATRON POR CBU DESTINO (C)
           SORT SORT-VEN
               ON ASCENDING KEY S-TRFVENT-CBU-DESTINO
                                S-TRFVENT-REMITENTE
                                S-TRFVENT-FECHA
                                S-TRFVENT-HORA
               USING VENTANA-NVA
               GIVING VENTANA-ORD
           OPEN INPUT VENTANA-ORD
           MOVE 'N' TO WS-SW-EOF-ORD
           PERFORM 3900-LEER-ORDENADO THRU 3900-EXIT
           PERFORM 5000-PROCESA-CBU THRU 5000-EXIT
               UNTIL EOF-ORDENADO
           CLOSE VENTANA-ORD

           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS Y LIMITES DE LAS VENTANAS      *
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

           COMPUTE WS-PISO-BANDA =
               WS-UMBRAL * (100 - WS-BANDA-PCT) / 100
           COMPUTE WS-FEC-VENTANA = FUNCTION DATE-OF-INTEGER
               (WS-DIA-PROCESO-INT - WS-VENTANA-DIAS)
           COMPUTE WS-FEC-CORTA = FUNCTION DATE-OF-INTEGER
               (WS-DIA-PROCESO-INT - WS-VENTANA-CORTA)

           OPEN INPUT MOVIMIENTOS
           IF WS-FS-TLF NOT = '00'
               DISPLAY 'ZET161 - NO SE PUDO ABRIR TLFDEDUP - '
                   'FILE STATUS ' WS-FS-TLF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CASOS-SAL
           OPEN EXTEND ENVIOS-SALIDA
           .

       1050-TOMA-PARAMETROS.
           IF PARM-AML-UMBRAL IS NUMERIC
               AND PARM-AML-UMBRAL > 0
               MOVE PARM-AML-UMBRAL TO WS-UMBRAL
           END-IF
           IF PARM-AML-BANDA-PCT IS NUMERIC
               AND PARM-AML-BANDA-PCT > 0
               MOVE PARM-AML-BANDA-PCT TO WS-BANDA-PCT
           END-IF
           IF PARM-AML-VENTANA-DIAS IS NUMERIC
               AND PARM-AML-VENTANA-DIAS > 0
               MOVE PARM-AML-VENTANA-DIAS TO WS-VENTANA-DIAS
           END-IF
           IF PARM-AML-VENTANA-CORTA IS NUMERIC
               AND PARM-AML-VENTANA-CORTA > 0
               MOVE PARM-AML-VENTANA-CORTA TO WS-VENTANA-CORTA
           END-IF
           IF PARM-AML-MIN-REPET IS NUMERIC
               AND PARM-AML-MIN-REPET > 0
               MOVE PARM-AML-MIN-REPET TO WS-MIN-REPET
           END-IF
           IF PARM-AML-MIN-REMIT IS NUMERIC
               AND PARM-AML-MIN-REMIT > 0
               MOVE PARM-AML-MIN-REMIT TO WS-MIN-REMIT
           END-IF
           IF PARM-AML-MIN-BENEF IS NUMERIC
               AND PARM-AML-MIN-BENEF > 0
               MOVE PARM-AML-MIN-BENEF TO WS-MIN-BENEF
           END-IF
      * LA VENTANA CORTA NUNCA EXCEDE LA VENTANA
           IF WS-VENTANA-CORTA > WS-VENTANA-DIAS
               MOVE WS-VENTANA-DIAS TO WS-VENTANA-CORTA
           END-IF
           .
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  2000-ARMA-VENTANA  -  NUEVA GENERACION DE TRFVENT: LO QUE     *
      *  QUEDA DENTRO DE LA VENTANA MAS LAS TRANSFERENCIAS DE HOY      *
      ******************************************************************
       2000-ARMA-VENTANA.
           OPEN OUTPUT VENTANA-NVA
           OPEN INPUT VENTANA-ANT
           IF WS-FS-VEN = '00'
               PERFORM 2100-ARRASTRA-VENTANA THRU 2100-EXIT
                   UNTIL EOF-VENTANA
               CLOSE VENTANA-ANT
           ELSE
               DISPLAY 'ZET161 - SIN VENTANA TRFVENT ANTERIOR - '
                   'SE ARMA DESDE HOY'
           END-IF

           PERFORM 2200-CARGA-TRANSFERENCIA THRU 2200-EXIT
               UNTIL EOF-TLF
           CLOSE MOVIMIENTOS
           CLOSE VENTANA-NVA
           .
       2000-EXIT.
           EXIT.

       2100-ARRASTRA-VENTANA.
           READ VENTANA-ANT
               AT END
                   SET EOF-VENTANA TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CANT-VENTANA-ANT
           IF A-TRFVENT-FECHA < WS-FEC-VENTANA
               ADD 1 TO WS-CANT-VENCIDAS
               GO TO 2100-EXIT
           END-IF
           MOVE A-TRFVENT-REGISTRO TO N-TRFVENT-REGISTRO
           WRITE N-TRFVENT-REGISTRO
           ADD 1 TO WS-CANT-VENTANA
           .
       2100-EXIT.
           EXIT.

      * TRANSFERENCIA: CBU DESTINO INFORMADO, NO REVERSADA, CON IMPORTE
       2200-CARGA-TRANSFERENCIA.
           READ MOVIMIENTOS
               AT END
                   SET EOF-TLF TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF FS-TLF-ERROR-LECTURA
               DISPLAY 'ZET161 - ERROR DE LECTURA '
                   'EN TLFDEDUP - FILE STATUS ' WS-FS-TLF
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDOS

           IF CBU_DESTINO = SPACES OR CBU_DESTINO = ZEROS
               OR SEMRREV NOT = ZERO
               OR SEMAMT1 NOT > ZERO
               GO TO 2200-EXIT
           END-IF

           MOVE WS-PROC-ANIO TO WS-MOV-ANIO
           MOVE SEMTRDAT     TO WS-MOV-MMDD
           IF SEMTRDAT > WS-PROC-MMDD
               SUBTRACT 1 FROM WS-MOV-ANIO
           END-IF
           IF WS-MOV-FECHA < WS-FEC-VENTANA
               GO TO 2200-EXIT
           END-IF

           MOVE SEMCACCT TO TOKPAN-PAN
           CALL 'TOKPAN' USING TOKPAN-AREA

           MOVE SPACES TO N-TRFVENT-REGISTRO
           IF T72_DNI_CUIL NOT = SPACES AND T72_DNI_CUIL NOT = ZEROS
               SET N-TRFVENT-REM-CLIENTE TO TRUE
               MOVE T72_DNI_CUIL TO N-TRFVENT-REM-ID
           ELSE
               SET N-TRFVENT-REM-TARJETA TO TRUE
               MOVE TOKPAN-TOKEN TO N-TRFVENT-REM-ID
           END-IF
           MOVE CBU_DESTINO           TO N-TRFVENT-CBU-DESTINO
           MOVE TOKPAN-TOKEN          TO N-TRFVENT-TOKEN
           MOVE T72_DNI_CUIL          TO N-TRFVENT-DNI-CUIL
           MOVE MAND_DOC_BENEF        TO N-TRFVENT-MAND-DOC-BENEF
           MOVE MAND_NUM_BENEF        TO N-TRFVENT-MAND-NUM-BENEF
           MOVE TRANS_CODIGO_CONCEPTO TO N-TRFVENT-CONCEPTO
           MOVE WS-MOV-FECHA          TO N-TRFVENT-FECHA
           MOVE SEMTRTIM              TO N-TRFVENT-HORA
           MOVE SEMAMT1               TO N-TRFVENT-IMPORTE
           MOVE WS-FECHA-PROCESO      TO N-TRFVENT-FEC-CARGA
           WRITE N-TRFVENT-REGISTRO
           ADD 1 TO WS-CANT-TRANSF-HOY
           ADD 1 TO WS-CANT-VENTANA
           .
       2200-EXIT.
           EXIT.

       3900-LEER-ORDENADO.
           READ VENTANA-ORD
               AT END
                   SET EOF-ORDENADO TO TRUE
           END-READ
           .
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  4000-PROCESA-REMITENTE  -  CORTE POR REMITENTE.  CUENTA LAS   *
      *  TRANSFERENCIAS EN LA BANDA BAJO EL UMBRAL (PATRON E) Y LOS    *
      *  CBU DISTINTOS DENTRO DE LA VENTANA CORTA (PATRON D)           *
      ******************************************************************
       4000-PROCESA-REMITENTE.
           MOVE SPACES TO WS-GRUPO-CLAVE
           MOVE W-TRFVENT-REMITENTE TO WS-GRUPO-CLAVE
           MOVE W-TRFVENT-REMITENTE TO WS-REMITENTE-ANT
           PERFORM 4050-INICIA-GRUPO THRU 4050-EXIT

           PERFORM 4100-ACUMULA-REMITENTE THRU 4100-EXIT
               UNTIL EOF-ORDENADO
               OR W-TRFVENT-REMITENTE NOT = WS-REMITENTE-ANT

           IF NOT GRUPO-CON-NOVEDAD
               GO TO 4000-EXIT
           END-IF

           IF WS-BANDA-CANT NOT < WS-MIN-REPET
               ADD 1 TO WS-CANT-CASOS-E
               MOVE 'E' TO WS-PATRON
               MOVE WS-BANDA-CANT TO WS-CASO-CANT-MOV
               MOVE WS-BANDA-TOTAL TO WS-CASO-TOTAL
               COMPUTE WS-PUNTAJE =
                   100 * WS-BANDA-CANT / WS-MIN-REPET
                   + 100 * WS-BANDA-TOTAL / WS-UMBRAL
               PERFORM 7000-EMITE-CASO THRU 7000-EXIT
           END-IF

           IF WS-CORTA-CANT > ZERO
               AND WS-CONTRAP-CANT NOT < WS-MIN-BENEF
               ADD 1 TO WS-CANT-CASOS-D
               MOVE 'D' TO WS-PATRON
               MOVE WS-CORTA-CANT TO WS-CASO-CANT-MOV
               MOVE WS-CORTA-TOTAL TO WS-CASO-TOTAL
               COMPUTE WS-PUNTAJE =
                   100 * WS-CONTRAP-CANT / WS-MIN-BENEF
                   + 100 * WS-CORTA-TOTAL / WS-UMBRAL
               PERFORM 7000-EMITE-CASO THRU 7000-EXIT
           END-IF
           .
       4000-EXIT.
           EXIT.

       4050-INICIA-GRUPO.
           MOVE 'N' TO WS-SW-NOVEDAD
           MOVE ZERO TO TB-GRP-CANT
           MOVE ZERO TO WS-GRUPO-CANT
           MOVE ZERO TO WS-GRUPO-TOTAL
           MOVE ZERO TO WS-BANDA-CANT
           MOVE ZERO TO WS-BANDA-TOTAL
           MOVE ZERO TO WS-CORTA-CANT
           MOVE ZERO TO WS-CORTA-TOTAL
           MOVE ZERO TO WS-CONTRAP-CANT
           MOVE LOW-VALUES TO WS-CBU-ANT
           .
       4050-EXIT.
           EXIT.

      * LA VENTANA VIENE ORDENADA POR CBU DENTRO DEL REMITENTE, ASI QUE
      * CADA CAMBIO DE CBU EN LA VENTANA CORTA ES UN BENEFICIARIO MAS
       4100-ACUMULA-REMITENTE.
           PERFORM 4200-GUARDA-EN-GRUPO THRU 4200-EXIT

           IF W-TRFVENT-IMPORTE NOT < WS-PISO-BANDA
               AND W-TRFVENT-IMPORTE < WS-UMBRAL
               ADD 1 TO WS-BANDA-CANT
               ADD W-TRFVENT-IMPORTE TO WS-BANDA-TOTAL
               IF FILA-EN-TABLA
                   MOVE 'S' TO TB-GRP-EN-BANDA(TB-GRP-IDX)
               END-IF
           END-IF

           IF W-TRFVENT-FECHA NOT < WS-FEC-CORTA
               ADD 1 TO WS-CORTA-CANT
               ADD W-TRFVENT-IMPORTE TO WS-CORTA-TOTAL
               IF FILA-EN-TABLA
                   MOVE 'S' TO TB-GRP-EN-CORTA(TB-GRP-IDX)
               END-IF
               IF W-TRFVENT-CBU-DESTINO NOT = WS-CBU-ANT
                   ADD 1 TO WS-CONTRAP-CANT
                   MOVE W-TRFVENT-CBU-DESTINO TO WS-CBU-ANT
               END-IF
           END-IF

           PERFORM 3900-LEER-ORDENADO THRU 3900-EXIT
           .
       4100-EXIT.
           EXIT.

      * GUARDA LA TRANSFERENCIA PARA LA LISTA DEL CASO.  SI EL GRUPO
      * EXCEDE LA TABLA LOS CONTEOS SIGUEN Y LA LISTA SALE TRUNCA
       4200-GUARDA-EN-GRUPO.
           ADD 1 TO WS-GRUPO-CANT
           ADD W-TRFVENT-IMPORTE TO WS-GRUPO-TOTAL
           IF W-TRFVENT-FEC-CARGA = WS-FECHA-PROCESO
               SET GRUPO-CON-NOVEDAD TO TRUE
           END-IF
           MOVE 'N' TO WS-SW-EN-TABLA
           IF TB-GRP-CANT < WS-MAX-GRUPO
               SET FILA-EN-TABLA TO TRUE
               ADD 1 TO TB-GRP-CANT
               SET TB-GRP-IDX TO TB-GRP-CANT
               MOVE W-TRFVENT-REGISTRO TO TB-GRP-MOVIM(TB-GRP-IDX)
               MOVE 'N' TO TB-GRP-EN-BANDA(TB-GRP-IDX)
               MOVE 'N' TO TB-GRP-EN-CORTA(TB-GRP-IDX)
           ELSE
               IF WS-GRUPO-CANT = WS-MAX-GRUPO + 1
                   ADD 1 TO WS-CANT-LISTAS-TRUNC
               END-IF
           END-IF
           .
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  5000-PROCESA-CBU  -  CORTE POR CBU DESTINO: CUENTA LOS        *
      *  REMITENTES DISTINTOS EN TODA LA VENTANA (PATRON C)            *
      ******************************************************************
       5000-PROCESA-CBU.
           MOVE W-TRFVENT-CBU-DESTINO TO WS-GRUPO-CLAVE
           PERFORM 4050-INICIA-GRUPO THRU 4050-EXIT
           MOVE LOW-VALUES TO WS-REMITENTE-ANT

           PERFORM 5100-ACUMULA-CBU THRU 5100-EXIT
               UNTIL EOF-ORDENADO
               OR W-TRFVENT-CBU-DESTINO NOT = WS-GRUPO-CLAVE

           IF GRUPO-CON-NOVEDAD
               AND WS-CONTRAP-CANT NOT < WS-MIN-REMIT
               ADD 1 TO WS-CANT-CASOS-C
               MOVE 'C' TO WS-PATRON
               MOVE WS-GRUPO-CANT TO WS-CASO-CANT-MOV
               MOVE WS-GRUPO-TOTAL TO WS-CASO-TOTAL
               COMPUTE WS-PUNTAJE =
                   100 * WS-CONTRAP-CANT / WS-MIN-REMIT
                   + 100 * WS-GRUPO-TOTAL / WS-UMBRAL
               PERFORM 7000-EMITE-CASO THRU 7000-EXIT
           END-IF
           .
       5000-EXIT.
           EXIT.

       5100-ACUMULA-CBU.
           PERFORM 4200-GUARDA-EN-GRUPO THRU 4200-EXIT
           IF W-TRFVENT-REMITENTE NOT = WS-REMITENTE-ANT
               ADD 1 TO WS-CONTRAP-CANT
               MOVE W-TRFVENT-REMITENTE TO WS-REMITENTE-ANT
           END-IF
           PERFORM 3900-LEER-ORDENADO THRU 3900-EXIT
           .
       5100-EXIT.
           EXIT.

      ******************************************************************
      *  7000-EMITE-CASO  -  CABECERA DEL CASO Y UNA LINEA POR CADA    *
      *  TRANSFERENCIA QUE LO SOSTIENE (E: LAS DE LA BANDA, D: LAS DE  *
      *  LA VENTANA CORTA, C: TODAS LAS DEL CBU)                       *
      ******************************************************************
       7000-EMITE-CASO.
           ADD 1 TO WS-SECUENCIA
           IF WS-PUNTAJE > WS-TOPE-PUNTAJE
               MOVE WS-TOPE-PUNTAJE TO WS-PUNTAJE
           END-IF

           MOVE 99999999 TO WS-CASO-DESDE
           MOVE ZERO TO WS-CASO-HASTA
           PERFORM 7050-RANGO-FECHAS THRU 7050-EXIT
               VARYING TB-GRP-IDX FROM 1 BY 1
               UNTIL TB-GRP-IDX > TB-GRP-CANT

           MOVE SPACES TO CASOC-REGISTRO
           SET CASOC-ES-CABECERA TO TRUE
           MOVE WS-FECHA-PROCESO TO CASOC-FEC-PROCESO
           MOVE WS-SECUENCIA     TO CASOC-SECUENCIA
           MOVE WS-PATRON        TO CASOC-PATRON
           MOVE WS-GRUPO-CLAVE   TO CASOC-CLAVE
           MOVE WS-PUNTAJE       TO CASOC-PUNTAJE
           MOVE WS-CASO-CANT-MOV TO CASOC-CANT-MOV
           MOVE WS-CONTRAP-CANT  TO CASOC-CANT-CONTRAP
           MOVE WS-CASO-TOTAL    TO CASOC-IMPORTE-TOTAL
           MOVE WS-CASO-DESDE    TO CASOC-FEC-DESDE
           MOVE WS-CASO-HASTA    TO CASOC-FEC-HASTA
           WRITE CASOC-REGISTRO
           ADD 1 TO WS-CANT-REG-CASOS
           ADD WS-CASO-TOTAL TO WS-HASH-CASOS

           PERFORM 7100-EMITE-DETALLE THRU 7100-EXIT
               VARYING TB-GRP-IDX FROM 1 BY 1
               UNTIL TB-GRP-IDX > TB-GRP-CANT

           PERFORM 7200-REGISTRA-ENVIO THRU 7200-EXIT
           .
       7000-EXIT.
           EXIT.

       7050-RANGO-FECHAS.
           PERFORM 7060-SELECCIONA THRU 7060-EXIT
           IF NOT FILA-DEL-CASO
               GO TO 7050-EXIT
           END-IF
           IF WT-TRFVENT-FECHA < WS-CASO-DESDE
               MOVE WT-TRFVENT-FECHA TO WS-CASO-DESDE
           END-IF
           IF WT-TRFVENT-FECHA > WS-CASO-HASTA
               MOVE WT-TRFVENT-FECHA TO WS-CASO-HASTA
           END-IF
           .
       7050-EXIT.
           EXIT.

      * DEJA LA FILA DE LA TABLA EN WT-TRFVENT E INDICA SI SOSTIENE
      * EL PATRON DEL CASO
       7060-SELECCIONA.
           MOVE 'N' TO WS-SW-SELECCION
           EVALUATE WS-PATRON
               WHEN 'E'
                   IF TB-GRP-EN-BANDA(TB-GRP-IDX) = 'S'
                       SET FILA-DEL-CASO TO TRUE
                   END-IF
               WHEN 'D'
                   IF TB-GRP-EN-CORTA(TB-GRP-IDX) = 'S'
                       SET FILA-DEL-CASO TO TRUE
                   END-IF
               WHEN OTHER
                   SET FILA-DEL-CASO TO TRUE
           END-EVALUATE
           IF FILA-DEL-CASO
               MOVE TB-GRP-MOVIM(TB-GRP-IDX) TO WT-TRFVENT-REGISTRO
           END-IF
           .
       7060-EXIT.
           EXIT.

       7100-EMITE-DETALLE.
           PERFORM 7060-SELECCIONA THRU 7060-EXIT
           IF NOT FILA-DEL-CASO
               GO TO 7100-EXIT
           END-IF
           MOVE SPACES TO CASOD-REGISTRO
           SET CASOD-ES-DETALLE TO TRUE
           MOVE WS-FECHA-PROCESO           TO CASOD-FEC-PROCESO
           MOVE WS-SECUENCIA               TO CASOD-SECUENCIA
           MOVE WT-TRFVENT-REMITENTE       TO CASOD-REMITENTE
           MOVE WT-TRFVENT-TOKEN           TO CASOD-TOKEN
           MOVE WT-TRFVENT-DNI-CUIL        TO CASOD-DNI-CUIL
           MOVE WT-TRFVENT-CBU-DESTINO     TO CASOD-CBU-DESTINO
           MOVE WT-TRFVENT-MAND-DOC-BENEF  TO CASOD-MAND-DOC-BENEF
           MOVE WT-TRFVENT-MAND-NUM-BENEF  TO CASOD-MAND-NUM-BENEF
           MOVE WT-TRFVENT-CONCEPTO        TO CASOD-CONCEPTO
           MOVE WT-TRFVENT-FECHA           TO CASOD-FECHA
           MOVE WT-TRFVENT-HORA            TO CASOD-HORA
           MOVE WT-TRFVENT-IMPORTE         TO CASOD-IMPORTE
           WRITE CASOD-REGISTRO
           ADD 1 TO WS-CANT-REG-CASOS
           .
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  7200-REGISTRA-ENVIO  -  FILA FEEDENV DEL CASO ENVIADO A LA    *
      *  UNIDAD DE CUMPLIMIENTO                                        *
      ******************************************************************
       7200-REGISTRA-ENVIO.
           MOVE SPACES TO FENV-REGISTRO
           MOVE 'CASOSAML' TO FENV-FEED
           MOVE CASOC-REGISTRO(2:13) TO FENV-NEGOCIO
           MOVE WS-FECHA-PROCESO TO FENV-FEC-ENVIO
           WRITE FENV-REGISTRO
           .
       7200-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  TRAILER DE CASOSAML, CIERRE, RUNLOG Y       *
      *  RESUMEN                                                       *
      ******************************************************************
       9000-FINALIZE.
      * TRAILER ESTANDAR DE CONTROL AL PIE DEL ARCHIVO CASOSAML
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL' TO TRLCTL-MARCA
           MOVE WS-CANT-REG-CASOS TO TRLCTL-CANT-REGISTROS
           MOVE WS-HASH-CASOS TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO TRLCTL-FEC-GENERACION
           MOVE 'ZET161' TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO CASOC-REGISTRO
           MOVE TRLCTL-REGISTRO TO CASOC-REGISTRO(1:46)
           WRITE CASOC-REGISTRO

           CLOSE CASOS-SAL
           CLOSE ENVIOS-SALIDA
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET161' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-REG-CASOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET161 - ESTRUCTURACION EN TRANSFERENCIAS'
           DISPLAY 'MOVIMIENTOS LEIDOS . . . . : ' WS-CANT-LEIDOS
           DISPLAY 'TRANSFERENCIAS DE HOY  . . : ' WS-CANT-TRANSF-HOY
           DISPLAY 'VENTANA ANTERIOR . . . . . : ' WS-CANT-VENTANA-ANT
           DISPLAY 'VENCIDAS DE LA VENTANA . . : ' WS-CANT-VENCIDAS
           DISPLAY 'TRANSFERENCIAS EN VENTANA  : ' WS-CANT-VENTANA
           DISPLAY 'CASOS ESTRUCTURACION (E) . : ' WS-CANT-CASOS-E
           DISPLAY 'CASOS CONCENTRACION (C)  . : ' WS-CANT-CASOS-C
           DISPLAY 'CASOS DISPERSION (D) . . . : ' WS-CANT-CASOS-D
           DISPLAY 'LISTAS TRUNCADAS . . . . . : ' WS-CANT-LISTAS-TRUNC
           DISPLAY 'REGISTROS EN CASOSAML  . . : ' WS-CANT-REG-CASOS
           .
