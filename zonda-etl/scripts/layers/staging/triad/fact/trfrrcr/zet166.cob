      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET166                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - TRIAD                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : AVISO PREVIO AL TARJETAHABIENTE DE LAS BAJAS DE  *
      *               LIMITE DECIDIDAS POR TRIAD.  TOMA DE TRFRRCR     *
      *               CADA LIMITE CON CR-NEW-LIMIT MENOR QUE           *
      *               CR-OLD-LIMIT, RESUELVE LA CUENTA (CRUCE DE       *
      *               RENUMERACIONES TRIADRK Y PUENTE CTANUP A NUP) Y  *
      *               TOMA NOMBRE Y DOMICILIO DE MAESCRED VIA ZOECRLK. *
      *               GRABA AVLIMCR PARA EL CANAL CORREO / EMAIL CON   *
      *               LA FECHA EFECTIVA CORRIDA EN EL PLAZO LEGAL DE   *
      *               PREAVISO.  LAS BAJAS CUYA FECHA EFECTIVA LLEGA   *
      *               ANTES DE QUE EL AVISO PUEDA SALIR, Y LAS QUE NO  *
      *               SE PUEDEN RESOLVER A UN TITULAR CON DOMICILIO,   *
      *               VAN A LA LISTA DE EXCEPCIONES AVLIMEX.  LOS      *
      *               PLAZOS VIENEN DE LA TARJETA PARMCRD.             *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  CADA AVISO DEJA SU PIEZA LEGAL EN CORRPZA     *
      *                  PARA LA ETAPA UNICA DE CORRESPONDENCIA        *
      *                  (ZET206), CON LA FECHA DE SALIDA COMO LIMITE  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET166.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - TRIAD.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-CR     ASSIGN TO TRFRRCR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CR.

           SELECT PARAMETROS     ASSIGN TO PARMCRD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT PUENTE-NUP     ASSIGN TO CTANUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NUP.

           SELECT VINCULOS       ASSIGN TO ZOECRLK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RLK.

           SELECT CREDENCIALES   ASSIGN TO MAESCRED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRE.

           SELECT SORT-BAJ       ASSIGN TO SRTCRDA.
           SELECT BAJAS-ORD      ASSIGN TO WCRDBAJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-DOM       ASSIGN TO SRTCRDB.
           SELECT DOMIC-ORD      ASSIGN TO WCRDDOM
               ORGANIZATION IS SEQUENTIAL.

           SELECT AVISOS-SAL     ASSIGN TO AVLIMCR
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPCION-SAL  ASSIGN TO AVLIMEX
               ORGANIZATION IS SEQUENTIAL.

           SELECT PIEZAS-CORRESP ASSIGN TO CORRPZA
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENVIOS-SALIDA  ASSIGN TO FEEDENV
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-CR
           RECORDING MODE IS F.
       01  FD-CR.
           COPY "trfrrcr.cob"
               REPLACING ==LENGTH== BY ==REC-LENGTH==.

       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-CRD-REGISTRO.
      *        DIAS CORRIDOS DE PREAVISO LEGAL ANTES DE LA BAJA
           05  PARM-CRD-DIAS-PREAVISO PIC 9(03).
      *        DIAS QUE TARDA EL AVISO EN SALIR POR EL CANAL
           05  PARM-CRD-DIAS-DESPACHO PIC 9(02).
           05  PARM-CRD-FILLER        PIC X(15).

       FD  PUENTE-NUP
           RECORDING MODE IS F.
       01  CTANUP-REGISTRO.
           05  CTANUP-NUP             PIC X(08).
      *        CUENTA TARJETA (WASDO20) Y CCC (ENTIDAD/CENTRO/CTA)
           05  CTANUP-CTA-TARJETA     PIC 9(14).
           05  CTANUP-CCC             PIC X(20).
           05  FILLER                 PIC X(06).

       FD  VINCULOS
           RECORDING MODE IS F.
           COPY "../../../abae/fact/maescred/zoecrlk.cob"
               REPLACING ==:ZOECRLK:== BY ==ZOECRLK==.

       FD  CREDENCIALES
           RECORDING MODE IS F.
       01  FD-CREDENCIAL.
           COPY "../../../abae/fact/maescred/maescred.cob"
               REPLACING ==:ZOECCRE:== BY ==ZOECCRE==.

      * UNA BAJA DE LIMITE RESUELTA A TITULAR, ORDENADA POR NUP
       SD  SORT-BAJ.
       01  SD-BAJ-REGISTRO.
           05  S-BAJ-NUP              PIC X(08).
           05  S-BAJ-ACCOUNT-ID       PIC X(20).
           05  S-BAJ-LIMIT-ID         PIC 9(02).
           05  S-BAJ-CUSTOMER-ID      PIC X(20).
           05  S-BAJ-REVIEW-TYPE      PIC 9(02).
           05  S-BAJ-LIMITE-ANT       PIC S9(09).
           05  S-BAJ-LIMITE-NVO       PIC S9(09).
           05  S-BAJ-FEC-DECISION     PIC 9(08).
           05  S-BAJ-FEC-EFECTIVA     PIC 9(08).
           05  FILLER                 PIC X(04).

       FD  BAJAS-ORD
           RECORDING MODE IS F.
       01  W-BAJ-REGISTRO.
           05  W-BAJ-NUP              PIC X(08).
           05  W-BAJ-ACCOUNT-ID       PIC X(20).
           05  W-BAJ-LIMIT-ID         PIC 9(02).
           05  W-BAJ-CUSTOMER-ID      PIC X(20).
           05  W-BAJ-REVIEW-TYPE      PIC 9(02).
           05  W-BAJ-LIMITE-ANT       PIC S9(09).
           05  W-BAJ-LIMITE-NVO       PIC S9(09).
           05  W-BAJ-FEC-DECISION     PIC 9(08).
           05  W-BAJ-FEC-EFECTIVA     PIC 9(08).
           05  FILLER                 PIC X(04).

      * NOMBRE Y DOMICILIO POR NUP: PRIMERO LA CREDENCIAL ACTIVA
       SD  SORT-DOM.
       01  SD-DOM-REGISTRO.
           05  S-DOM-NUP              PIC X(08).
           05  S-DOM-PRIORIDAD        PIC 9(01).
           05  S-DOM-TARJETA          PIC X(19).
           05  S-DOM-DATOS            PIC X(163).
           05  FILLER                 PIC X(09).

       FD  DOMIC-ORD
           RECORDING MODE IS F.
       01  W-DOM-REGISTRO.
           05  W-DOM-NUP              PIC X(08).
           05  W-DOM-PRIORIDAD        PIC 9(01).
           05  W-DOM-TARJETA          PIC X(19).
           05  W-DOM-DATOS.
               10  W-DOM-APELLIDO     PIC X(20).
               10  W-DOM-NOMBRE       PIC X(40).
               10  W-DOM-CALLE        PIC X(50).
               10  W-DOM-NUMERO       PIC X(05).
               10  W-DOM-PISO         PIC X(04).
               10  W-DOM-DPTO         PIC X(04).
               10  W-DOM-LOCALIDAD    PIC X(30).
               10  W-DOM-CODPOS       PIC X(08).
               10  W-DOM-PROVINCIA    PIC X(02).
           05  FILLER                 PIC X(09).

       FD  AVISOS-SAL
           RECORDING MODE IS F.
       01  AVLIMCR-REGISTRO.
           05  AVLIMCR-FEC-AVISO      PIC 9(08).
           05  AVLIMCR-ACCOUNT-ID     PIC X(20).
           05  AVLIMCR-CUSTOMER-ID    PIC X(20).
           05  AVLIMCR-NUP            PIC X(08).
           05  AVLIMCR-LIMIT-ID       PIC 9(02).
           05  AVLIMCR-REVIEW-TYPE    PIC 9(02).
           05  AVLIMCR-LIMITE-ANT     PIC S9(11).
           05  AVLIMCR-LIMITE-NVO     PIC S9(11).
           05  AVLIMCR-FEC-DECISION   PIC 9(08).
           05  AVLIMCR-FEC-EFECTIVA   PIC 9(08).
           05  AVLIMCR-DOMICILIO.
               10  AVLIMCR-APELLIDO   PIC X(20).
               10  AVLIMCR-NOMBRE     PIC X(40).
               10  AVLIMCR-CALLE      PIC X(50).
               10  AVLIMCR-NUMERO     PIC X(05).
               10  AVLIMCR-PISO       PIC X(04).
               10  AVLIMCR-DPTO       PIC X(04).
               10  AVLIMCR-LOCALIDAD  PIC X(30).
               10  AVLIMCR-CODPOS     PIC X(08).
               10  AVLIMCR-PROVINCIA  PIC X(02).
           05  FILLER                 PIC X(09).

       FD  EXCEPCION-SAL
           RECORDING MODE IS F.
       01  AVLIMEX-REGISTRO.
      *        MOTIVO: V LA FECHA EFECTIVA LLEGA ANTES DEL AVISO /
      *        C CUENTA SIN TITULAR EN CTANUP / D TITULAR SIN DOMICILIO
           05  AVLIMEX-MOTIVO         PIC X(01).
           05  AVLIMEX-ACCOUNT-ID     PIC X(20).
           05  AVLIMEX-CUSTOMER-ID    PIC X(20).
           05  AVLIMEX-NUP            PIC X(08).
           05  AVLIMEX-LIMIT-ID       PIC 9(02).
           05  AVLIMEX-LIMITE-ANT     PIC S9(11).
           05  AVLIMEX-LIMITE-NVO     PIC S9(11).
           05  AVLIMEX-FEC-DECISION   PIC 9(08).
           05  AVLIMEX-FEC-EFECTIVA   PIC 9(08).
           05  AVLIMEX-FEC-PROCESO    PIC 9(08).
           05  FILLER                 PIC X(03).

       FD  PIEZAS-CORRESP
           RECORDING MODE IS F.
           COPY "../../../catalogo/cliente360/corpza.cob"
               REPLACING ==:CORPZA:== BY ==CORPZA==.

       FD  ENVIOS-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/feedenv.cob"
               REPLACING ==:FEEDENV:== BY ==FENV==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../trfrrcc/triadrlk.cob"
               REPLACING ==:TRIADRK:== BY ==TRIADRK==.
           COPY "../../../catalogo/control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.

       77  WS-MAX-PUENTE             PIC 9(07) COMP VALUE 200000.

      * PARAMETROS (PARMCRD LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-DIAS-PREAVISO          PIC 9(03) VALUE 60.
       01  WS-DIAS-DESPACHO          PIC 9(02) VALUE 2.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-AVISO            PIC 9(08).
       01  WS-FECHA-DECISION         PIC 9(08).
       01  WS-FECHA-EFECTIVA         PIC 9(08).

       01  WS-FS-CR                  PIC XX.
           88  FS-CR-ERROR-LECTURA      VALUE '01' THRU '99'.
       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-NUP                 PIC XX.
       01  WS-FS-RLK                 PIC XX.
           88  FS-RLK-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CRE                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-CR          PIC X(01) VALUE 'N'.
               88  EOF-DECISIONES        VALUE 'S'.
           05  WS-SW-EOF-NUP         PIC X(01) VALUE 'N'.
               88  EOF-PUENTE            VALUE 'S'.
           05  WS-SW-EOF-RLK         PIC X(01) VALUE 'N'.
               88  EOF-VINCULOS          VALUE 'S'.
           05  WS-SW-EOF-CRE         PIC X(01) VALUE 'N'.
               88  EOF-CREDENCIALES      VALUE 'S'.
           05  WS-SW-EOF-BAJ         PIC X(01) VALUE 'N'.
               88  EOF-BAJAS             VALUE 'S'.
           05  WS-SW-EOF-DOM         PIC X(01) VALUE 'N'.
               88  EOF-DOMICILIOS        VALUE 'S'.

      * PUENTE CUENTA TARJETA -> NUP, EN MEMORIA (COMO ZET138)
       01  TABLA-PUENTE.
           05  TB-PTE-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-PTE-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON TB-PTE-CANT
                   INDEXED BY TB-PTE-IDX.
               10  TB-PTE-NUP        PIC X(08).
               10  TB-PTE-CTA-TARJ   PIC 9(14).

      * EL ACCOUNT-ID DE TRIAD ES LA CUENTA TARJETA DE WASDO20
      * (VER ZET064)
       01  WS-CUENTA-TRIAD           PIC X(20).
       01  WS-CUENTA-TRIAD-R REDEFINES WS-CUENTA-TRIAD.
           05  WS-CTA-TRIAD-NUM      PIC X(14).
           05  FILLER                PIC X(06).
       01  WS-CTA-BUSCADA            PIC 9(14).
       01  WS-CUSTOMER-TRIAD         PIC X(20).
       01  WS-NUP-BAJA               PIC X(08).
       01  WS-CLAVE-DOM              PIC X(08).

       01  WS-DOMICILIO.
           05  WS-DOM-APELLIDO       PIC X(20).
           05  WS-DOM-NOMBRE         PIC X(40).
           05  WS-DOM-CALLE          PIC X(50).
           05  WS-DOM-NUMERO         PIC X(05).
           05  WS-DOM-PISO           PIC X(04).
           05  WS-DOM-DPTO           PIC X(04).
           05  WS-DOM-LOCALIDAD      PIC X(30).
           05  WS-DOM-CODPOS         PIC X(08).
           05  WS-DOM-PROVINCIA      PIC X(02).

       01  WS-HASH-AVISOS            PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-CONTADORES.
           05  WS-CANT-DECISIONES    PIC 9(09) COMP.
           05  WS-CANT-LIMITES       PIC 9(09) COMP.
           05  WS-CANT-BAJAS         PIC 9(09) COMP.
           05  WS-CANT-CREDENCIALES  PIC 9(09) COMP.
           05  WS-CANT-AVISOS        PIC 9(09) COMP.
           05  WS-CANT-EXC-VENCIDA   PIC 9(09) COMP.
           05  WS-CANT-EXC-SIN-CTA   PIC 9(09) COMP.
           05  WS-CANT-EXC-SIN-DOM   PIC 9(09) COMP.
           05  WS-CANT-PIEZAS        PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-BAJA THRU 3000-EXIT
               UNTIL EOF-BAJAS
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PLAZOS, PUENTE A NUP, BAJAS DE LIMITE Y   *
      *  DOMICILIOS, AMBOS ORDENADOS POR NUP                           *
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

      * EL AVISO SALE WS-DIAS-DESPACHO DIAS DESPUES DEL PROCESO
           COMPUTE WS-FECHA-AVISO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                + WS-DIAS-DESPACHO)

           OPEN INPUT ENTRADA-CR
           IF WS-FS-CR NOT = '00'
               DISPLAY 'ZET166 - NO SE PUDO ABRIR TRFRRCR - '
                   'FILE STATUS ' WS-FS-CR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ENTRADA-CR

           OPEN INPUT PUENTE-NUP
           IF WS-FS-NUP NOT = '00'
               DISPLAY 'ZET166 - NO SE PUDO ABRIR CTANUP - '
                   'FILE STATUS ' WS-FS-NUP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARGA-PUENTE THRU 1200-EXIT
               UNTIL EOF-PUENTE
           CLOSE PUENTE-NUP

           OPEN INPUT VINCULOS
           IF WS-FS-RLK NOT = '00'
               DISPLAY 'ZET166 - NO SE PUDO ABRIR ZOECRLK - '
                   'FILE STATUS ' WS-FS-RLK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE VINCULOS
           OPEN INPUT CREDENCIALES
           IF WS-FS-CRE NOT = '00'
               DISPLAY 'ZET166 - NO SE PUDO ABRIR MAESCRED - '
                   'FILE STATUS ' WS-FS-CRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CREDENCIALES

           OPEN OUTPUT EXCEPCION-SAL
           SORT SORT-BAJ
               ON ASCENDING KEY S-BAJ-NUP
                                S-BAJ-ACCOUNT-ID
                                S-BAJ-LIMIT-ID
               INPUT PROCEDURE IS 1500-EXTRAE-BAJAS
               GIVING BAJAS-ORD

           SORT SORT-DOM
               ON ASCENDING KEY S-DOM-NUP
                                S-DOM-PRIORIDAD
                                S-DOM-TARJETA
               INPUT PROCEDURE IS 1600-EXTRAE-DOMICILIOS
               GIVING DOMIC-ORD

           OPEN INPUT  BAJAS-ORD
           OPEN INPUT  DOMIC-ORD
           OPEN OUTPUT AVISOS-SAL
           OPEN EXTEND PIEZAS-CORRESP

           PERFORM 2100-LEER-DOMICILIO THRU 2100-EXIT
           PERFORM 2000-LEER-BAJA THRU 2000-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-CRD-DIAS-PREAVISO IS NUMERIC
               AND PARM-CRD-DIAS-PREAVISO > 0
               MOVE PARM-CRD-DIAS-PREAVISO TO WS-DIAS-PREAVISO
           END-IF
           IF PARM-CRD-DIAS-DESPACHO IS NUMERIC
               MOVE PARM-CRD-DIAS-DESPACHO TO WS-DIAS-DESPACHO
           END-IF
           .
       1050-EXIT.
           EXIT.

       1200-CARGA-PUENTE.
           READ PUENTE-NUP
               AT END
                   SET EOF-PUENTE TO TRUE
               NOT AT END
                   IF TB-PTE-CANT < WS-MAX-PUENTE
                       ADD 1 TO TB-PTE-CANT
                       SET TB-PTE-IDX TO TB-PTE-CANT
                       MOVE CTANUP-NUP
                           TO TB-PTE-NUP(TB-PTE-IDX)
                       MOVE CTANUP-CTA-TARJETA
                           TO TB-PTE-CTA-TARJ(TB-PTE-IDX)
                   END-IF
           END-READ
           .
       1200-EXIT.
           EXIT.

      * CADA LIMITE DE LA DECISION CON NUEVO MENOR QUE EL ANTERIOR ES
      * UNA BAJA.  LA FECHA EFECTIVA ES LA DE DECISION MAS EL
      * PREAVISO; SI CAE ANTES DE QUE EL AVISO SALGA, ES EXCEPCION
       1500-EXTRAE-BAJAS SECTION.
           OPEN INPUT ENTRADA-CR
           PERFORM 1510-LEER-DECISION THRU 1510-EXIT
               UNTIL EOF-DECISIONES
           CLOSE ENTRADA-CR
           GO TO 1500-FIN
           .

       1510-LEER-DECISION.
           READ ENTRADA-CR
               AT END
                   SET EOF-DECISIONES TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-CR-ERROR-LECTURA
               DISPLAY 'ZET166 - ERROR DE LECTURA '
                   'EN TRFRRCR - FILE STATUS ' WS-FS-CR
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-DECISIONES
           IF CR-NUM-LMT < 1 OR CR-NUM-LMT > 3
               GO TO 1510-EXIT
           END-IF

           MOVE 'A' TO TRIADRK-TIPO
           MOVE ACCOUNT-ID TO TRIADRK-ID-ENTRADA
           CALL 'TRIADRK' USING TRIADRK-AREA
           MOVE TRIADRK-ID-RESUELTO TO WS-CUENTA-TRIAD
           MOVE 'C' TO TRIADRK-TIPO
           MOVE CUSTOMER-ID TO TRIADRK-ID-ENTRADA
           CALL 'TRIADRK' USING TRIADRK-AREA
           MOVE TRIADRK-ID-RESUELTO TO WS-CUSTOMER-TRIAD

           MOVE PROC-DATE-CYMD TO WS-FECHA-DECISION
           COMPUTE WS-FECHA-EFECTIVA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-DECISION)
                + WS-DIAS-PREAVISO)

           MOVE SPACES TO WS-NUP-BAJA
           IF WS-CTA-TRIAD-NUM IS NUMERIC
               MOVE WS-CTA-TRIAD-NUM TO WS-CTA-BUSCADA
               SET TB-PTE-IDX TO 1
               SEARCH TB-PTE-ENTRY
                   AT END
                       CONTINUE
                   WHEN TB-PTE-CTA-TARJ(TB-PTE-IDX) = WS-CTA-BUSCADA
                       MOVE TB-PTE-NUP(TB-PTE-IDX) TO WS-NUP-BAJA
               END-SEARCH
           END-IF

           PERFORM 1520-EXTRAE-LIMITE THRU 1520-EXIT
               VARYING CR-LMT-IDX FROM 1 BY 1
               UNTIL CR-LMT-IDX > CR-NUM-LMT
           .
       1510-EXIT.
           EXIT.

       1520-EXTRAE-LIMITE.
           ADD 1 TO WS-CANT-LIMITES
           IF CR-NEW-LIMIT(CR-LMT-IDX) NOT < CR-OLD-LIMIT(CR-LMT-IDX)
               GO TO 1520-EXIT
           END-IF
           ADD 1 TO WS-CANT-BAJAS

           MOVE SPACES TO SD-BAJ-REGISTRO
           MOVE WS-NUP-BAJA               TO S-BAJ-NUP
           MOVE WS-CUENTA-TRIAD           TO S-BAJ-ACCOUNT-ID
           MOVE CR-LIMIT-ID(CR-LMT-IDX)   TO S-BAJ-LIMIT-ID
           MOVE WS-CUSTOMER-TRIAD         TO S-BAJ-CUSTOMER-ID
           MOVE CR-REVIEW-TYPE(CR-LMT-IDX) TO S-BAJ-REVIEW-TYPE
           MOVE CR-OLD-LIMIT(CR-LMT-IDX)  TO S-BAJ-LIMITE-ANT
           MOVE CR-NEW-LIMIT(CR-LMT-IDX)  TO S-BAJ-LIMITE-NVO
           MOVE WS-FECHA-DECISION         TO S-BAJ-FEC-DECISION
           MOVE WS-FECHA-EFECTIVA         TO S-BAJ-FEC-EFECTIVA

           MOVE SPACES TO AVLIMEX-REGISTRO
           IF WS-FECHA-EFECTIVA < WS-FECHA-AVISO
               MOVE 'V' TO AVLIMEX-MOTIVO
               PERFORM 1590-GRABA-EXCEPCION THRU 1590-EXIT
               ADD 1 TO WS-CANT-EXC-VENCIDA
               GO TO 1520-EXIT
           END-IF
           IF WS-NUP-BAJA = SPACES
               MOVE 'C' TO AVLIMEX-MOTIVO
               PERFORM 1590-GRABA-EXCEPCION THRU 1590-EXIT
               ADD 1 TO WS-CANT-EXC-SIN-CTA
               GO TO 1520-EXIT
           END-IF
           RELEASE SD-BAJ-REGISTRO
           .
       1520-EXIT.
           EXIT.

       1590-GRABA-EXCEPCION.
           MOVE S-BAJ-ACCOUNT-ID    TO AVLIMEX-ACCOUNT-ID
           MOVE S-BAJ-CUSTOMER-ID   TO AVLIMEX-CUSTOMER-ID
           MOVE S-BAJ-NUP           TO AVLIMEX-NUP
           MOVE S-BAJ-LIMIT-ID      TO AVLIMEX-LIMIT-ID
           MOVE S-BAJ-LIMITE-ANT    TO AVLIMEX-LIMITE-ANT
           MOVE S-BAJ-LIMITE-NVO    TO AVLIMEX-LIMITE-NVO
           MOVE S-BAJ-FEC-DECISION  TO AVLIMEX-FEC-DECISION
           MOVE S-BAJ-FEC-EFECTIVA  TO AVLIMEX-FEC-EFECTIVA
           MOVE WS-FECHA-PROCESO    TO AVLIMEX-FEC-PROCESO
           WRITE AVLIMEX-REGISTRO
           .
       1590-EXIT.
           EXIT.
       1500-FIN.
           EXIT.

      * ZOECRLK SALE DE ZET000 EN EL ORDEN DE MAESCRED: SE APAREAN
      * POR NUMERO DE TARJETA PARA TOMAR EL DOMICILIO DE LA PERSONA
       1600-EXTRAE-DOMICILIOS SECTION.
           OPEN INPUT VINCULOS
           OPEN INPUT CREDENCIALES
           PERFORM 1620-LEER-CREDENCIAL THRU 1620-EXIT
           PERFORM 1610-SUELTA-DOMICILIO THRU 1610-EXIT
               UNTIL EOF-VINCULOS
           CLOSE VINCULOS
           CLOSE CREDENCIALES
           GO TO 1600-FIN
           .

       1610-SUELTA-DOMICILIO.
           READ VINCULOS
               AT END
                   SET EOF-VINCULOS TO TRUE
                   GO TO 1610-EXIT
           END-READ
           IF FS-RLK-ERROR-LECTURA
               DISPLAY 'ZET166 - ERROR DE LECTURA '
                   'EN ZOECRLK - FILE STATUS ' WS-FS-RLK
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-CREDENCIALES

           PERFORM 1620-LEER-CREDENCIAL THRU 1620-EXIT
               UNTIL EOF-CREDENCIALES
               OR ZOECCRE-NUMERO-TARJETA NOT < ZOECRLK-NUMERO-TARJETA
           IF EOF-CREDENCIALES
               OR ZOECCRE-NUMERO-TARJETA NOT = ZOECRLK-NUMERO-TARJETA
               GO TO 1610-EXIT
           END-IF

           MOVE SPACES TO SD-DOM-REGISTRO
           IF ZOECRLK-NUP NOT = SPACES
               MOVE ZOECRLK-NUP TO S-DOM-NUP
           ELSE
               MOVE ZOECRLK-PENUMPER TO S-DOM-NUP
           END-IF
           IF S-DOM-NUP = SPACES
               GO TO 1610-EXIT
           END-IF
           MOVE 1 TO S-DOM-PRIORIDAD
           IF ZOECCRE-ACTIVA
               MOVE 0 TO S-DOM-PRIORIDAD
           END-IF
           MOVE ZOECRLK-NUMERO-TARJETA TO S-DOM-TARJETA
           MOVE SPACES TO WS-DOMICILIO
           MOVE ZOECCRE-PEPRIAPE   TO WS-DOM-APELLIDO
           MOVE ZOECCRE-PENOMPER   TO WS-DOM-NOMBRE
           MOVE ZOECCRE-PENOMCAL   TO WS-DOM-CALLE
           MOVE ZOECCRE-PENUMBL2   TO WS-DOM-NUMERO
           MOVE ZOECCRE-PEOBSPIS   TO WS-DOM-PISO
           MOVE ZOECCRE-PEOBSDTO   TO WS-DOM-DPTO
           MOVE ZOECCRE-PEDESLOC   TO WS-DOM-LOCALIDAD
           MOVE ZOECCRE-PECODPOS   TO WS-DOM-CODPOS
           MOVE ZOECCRE-PECODPRO   TO WS-DOM-PROVINCIA
           MOVE WS-DOMICILIO        TO S-DOM-DATOS
           RELEASE SD-DOM-REGISTRO
           .
       1610-EXIT.
           EXIT.

       1620-LEER-CREDENCIAL.
           READ CREDENCIALES
               AT END
                   SET EOF-CREDENCIALES TO TRUE
           END-READ
           .
       1620-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-BAJA.
           READ BAJAS-ORD
               AT END
                   SET EOF-BAJAS TO TRUE
                   MOVE HIGH-VALUES TO W-BAJ-NUP
           END-READ
           .
       2000-EXIT.
           EXIT.

      * POR NUP QUEDA EL PRIMER DOMICILIO (CREDENCIAL ACTIVA SI HAY)
       2100-LEER-DOMICILIO.
           READ DOMIC-ORD
               AT END
                   SET EOF-DOMICILIOS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-DOM
               NOT AT END
                   MOVE W-DOM-NUP TO WS-CLAVE-DOM
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-BAJA  -  APAREA LA BAJA CON EL DOMICILIO DEL     *
      *  TITULAR Y GRABA EL AVISO, O LA EXCEPCION SI NO HAY DOMICILIO  *
      ******************************************************************
       3000-PROCESA-BAJA.
           PERFORM 2100-LEER-DOMICILIO THRU 2100-EXIT
               UNTIL WS-CLAVE-DOM NOT < W-BAJ-NUP

           IF WS-CLAVE-DOM NOT = W-BAJ-NUP
               MOVE SPACES TO AVLIMEX-REGISTRO
               MOVE 'D'                 TO AVLIMEX-MOTIVO
               MOVE W-BAJ-ACCOUNT-ID    TO AVLIMEX-ACCOUNT-ID
               MOVE W-BAJ-CUSTOMER-ID   TO AVLIMEX-CUSTOMER-ID
               MOVE W-BAJ-NUP           TO AVLIMEX-NUP
               MOVE W-BAJ-LIMIT-ID      TO AVLIMEX-LIMIT-ID
               MOVE W-BAJ-LIMITE-ANT    TO AVLIMEX-LIMITE-ANT
               MOVE W-BAJ-LIMITE-NVO    TO AVLIMEX-LIMITE-NVO
               MOVE W-BAJ-FEC-DECISION  TO AVLIMEX-FEC-DECISION
               MOVE W-BAJ-FEC-EFECTIVA  TO AVLIMEX-FEC-EFECTIVA
               MOVE WS-FECHA-PROCESO    TO AVLIMEX-FEC-PROCESO
               WRITE AVLIMEX-REGISTRO
               ADD 1 TO WS-CANT-EXC-SIN-DOM
               GO TO 3000-CONTINUA
           END-IF

           MOVE SPACES TO AVLIMCR-REGISTRO
           MOVE WS-FECHA-AVISO      TO AVLIMCR-FEC-AVISO
           MOVE W-BAJ-ACCOUNT-ID    TO AVLIMCR-ACCOUNT-ID
           MOVE W-BAJ-CUSTOMER-ID   TO AVLIMCR-CUSTOMER-ID
           MOVE W-BAJ-NUP           TO AVLIMCR-NUP
           MOVE W-BAJ-LIMIT-ID      TO AVLIMCR-LIMIT-ID
           MOVE W-BAJ-REVIEW-TYPE   TO AVLIMCR-REVIEW-TYPE
           MOVE W-BAJ-LIMITE-ANT    TO AVLIMCR-LIMITE-ANT
           MOVE W-BAJ-LIMITE-NVO    TO AVLIMCR-LIMITE-NVO
           MOVE W-BAJ-FEC-DECISION  TO AVLIMCR-FEC-DECISION
           MOVE W-BAJ-FEC-EFECTIVA  TO AVLIMCR-FEC-EFECTIVA
           MOVE W-DOM-DATOS         TO AVLIMCR-DOMICILIO
           ADD W-BAJ-LIMITE-NVO TO WS-HASH-AVISOS
           WRITE AVLIMCR-REGISTRO
           ADD 1 TO WS-CANT-AVISOS
           PERFORM 3100-GRABA-PIEZA THRU 3100-EXIT
           .
       3000-CONTINUA.
           PERFORM 2000-LEER-BAJA THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * PIEZA LEGAL DEL AVISO: TIENE QUE SALIR A MAS TARDAR EN LA
      * FECHA DE SALIDA DEL AVISO, PARA RESPETAR EL PREAVISO
       3100-GRABA-PIEZA.
           MOVE SPACES               TO CORPZA-REGISTRO
           MOVE WS-FECHA-PROCESO     TO CORPZA-FECHA
           MOVE 'ZET166'             TO CORPZA-JOB-ID
           MOVE 'AVLIMCR'            TO CORPZA-FUENTE
           MOVE W-BAJ-NUP            TO CORPZA-NUP
           MOVE W-BAJ-ACCOUNT-ID     TO CORPZA-CLAVE
           MOVE 'LIMBAJ'             TO CORPZA-COD-CARTA
           MOVE 1                    TO CORPZA-PRIORIDAD
           SET CORPZA-LEGAL          TO TRUE
           MOVE 'L'                  TO CORPZA-PROPOSITO
           SET CORPZA-CANAL-CORREO   TO TRUE
           MOVE WS-FECHA-AVISO       TO CORPZA-FEC-LIMITE
           MOVE W-BAJ-FEC-DECISION   TO CORPZA-DAT-FECHA-1
           MOVE W-BAJ-FEC-EFECTIVA   TO CORPZA-DAT-FECHA-2
           MOVE W-BAJ-LIMITE-ANT     TO CORPZA-DAT-IMPORTE-1
           MOVE W-BAJ-LIMITE-NVO     TO CORPZA-DAT-IMPORTE-2
           MOVE W-BAJ-LIMIT-ID       TO CORPZA-DAT-CODIGO
           WRITE CORPZA-REGISTRO
           ADD 1 TO WS-CANT-PIEZAS
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  TRAILER, AVISO DE ENVIO, RUNLOG Y RESUMEN   *
      ******************************************************************
       9000-FINALIZE.
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL' TO TRLCTL-MARCA
           MOVE WS-CANT-AVISOS TO TRLCTL-CANT-REGISTROS
           MOVE WS-HASH-AVISOS TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO TRLCTL-FEC-GENERACION
           MOVE 'ZET166' TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO AVLIMCR-REGISTRO
           MOVE TRLCTL-REGISTRO TO AVLIMCR-REGISTRO(1:46)
           WRITE AVLIMCR-REGISTRO

           CLOSE BAJAS-ORD
           CLOSE DOMIC-ORD
           CLOSE AVISOS-SAL
           CLOSE PIEZAS-CORRESP
           CLOSE EXCEPCION-SAL

           OPEN EXTEND ENVIOS-SALIDA
           MOVE SPACES TO FENV-REGISTRO
           MOVE 'AVLIMCR' TO FENV-FEED
           MOVE WS-CANT-AVISOS TO FENV-NEGOCIO(1:9)
           MOVE WS-FECHA-PROCESO TO FENV-FEC-ENVIO
           WRITE FENV-REGISTRO
           CLOSE ENVIOS-SALIDA

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET166' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-DECISIONES TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-AVISOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET166 - AVISO PREVIO DE BAJAS DE LIMITE'
           DISPLAY 'DIAS DE PREAVISO . . . . . : ' WS-DIAS-PREAVISO
           DISPLAY 'FECHA DE SALIDA DEL AVISO  : ' WS-FECHA-AVISO
           DISPLAY 'DECISIONES TRFRRCR LEIDAS  : ' WS-CANT-DECISIONES
           DISPLAY 'LIMITES EVALUADOS  . . . . : ' WS-CANT-LIMITES
           DISPLAY 'BAJAS DE LIMITE  . . . . . : ' WS-CANT-BAJAS
           DISPLAY 'AVISOS A AVLIMCR . . . . . : ' WS-CANT-AVISOS
           DISPLAY 'PIEZAS A CORRPZA . . . . . : ' WS-CANT-PIEZAS
           DISPLAY 'EXC. EFECTIVA ANTES AVISO  : ' WS-CANT-EXC-VENCIDA
           DISPLAY 'EXC. CUENTA SIN TITULAR  . : ' WS-CANT-EXC-SIN-CTA
           DISPLAY 'EXC. TITULAR SIN DOMICILIO : ' WS-CANT-EXC-SIN-DOM
           .
