      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET164                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MEDIOS DE PAGO              *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : LISTA SEMANAL DE ELEGIBLES POR CAMPANIA PARA EL  *
      *               CANAL PUSH / EMAIL.  CADA CAMPANIA VIGENTE DE    *
      *               PROMOCIONES-RA DEFINE A QUIEN VA DIRIGIDA        *
      *               (SEGM-USU, SEGM-USU-TIPO, SEGM-USU-VALOR01-10,   *
      *               PROD-CRED/DEB/AMEX Y SEGM-DEBITO).  ESTE JOB     *
      *               RESUELVE ESAS REGLAS CONTRA LA CARTERA DE        *
      *               TARJETAHABIENTES (VINCULO ZOECRLK, TIPO-PLAS DE  *
      *               MAESCRED Y SEGMENTO DEL CLIENTE 360) Y EMITE     *
      *               PROMELIG ORDENADO POR CAMPANIA.  LOS TITULARES   *
      *               SIN TARJETA ACTIVA (CERRADAS O BLOQUEADAS) O EN  *
      *               MORA (WASDO20 VIA EL PUENTE CTANUP, COMO EN      *
      *               ZET138) QUEDAN FUERA, EN PROMEXC, CON CONTEO     *
      *               POR MOTIVO.  TAMBIEN QUEDAN FUERA (MOTIVO P) LOS *
      *               QUE SE OPUSIERON AL MARKETING POR EMAIL Y POR    *
      *               PUSH (RUTINA CONSEN), CON REGISTRO EN EL DIARIO  *
      *               DE SUPRESIONES CONSUP.                           *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      * 15/10/2026  EQP  EXCLUSION POR PREFERENCIAS DE CONTACTO        *
      *                  (CONSEN, MOTIVO P) CON REGISTRO EN CONSUP     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET164.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MEDIOS DE PAGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOCIONES    ASSIGN TO PROMORA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRO.

           SELECT VINCULOS       ASSIGN TO ZOECRLK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RLK.

           SELECT CREDENCIALES   ASSIGN TO MAESCRED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRE.

           SELECT SORT-TIT       ASSIGN TO SRTPRMA.
           SELECT TITUL-ORD      ASSIGN TO WPRMTIT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLIENTE360     ASSIGN TO ZOEC360
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-360.
           SELECT SORT-360       ASSIGN TO SRTPRMB.
           SELECT CLIENTE-ORD    ASSIGN TO WPRM360
               ORGANIZATION IS SEQUENTIAL.

           SELECT PUENTE-NUP     ASSIGN TO CTANUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NUP.

           SELECT CUENTAS-O20    ASSIGN TO WASDO20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-O20.

           SELECT ELEGIB-WORK    ASSIGN TO WPRMELI
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-ELI       ASSIGN TO SRTPRMC.

           SELECT ELEGIBLES-SAL  ASSIGN TO PROMELIG
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCLUIDOS-SAL  ASSIGN TO PROMEXC
               ORGANIZATION IS SEQUENTIAL.

           SELECT ENVIOS-SALIDA  ASSIGN TO FEEDENV
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUPRESIONES    ASSIGN TO CONSUP
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOCIONES
           RECORDING MODE IS F.
           COPY "promociones_ra.cob".

       FD  VINCULOS
           RECORDING MODE IS F.
           COPY "../../abae/fact/maescred/zoecrlk.cob"
               REPLACING ==:ZOECRLK:== BY ==ZOECRLK==.

       FD  CREDENCIALES
           RECORDING MODE IS F.
       01  FD-CREDENCIAL.
           COPY "../../abae/fact/maescred/maescred.cob"
               REPLACING ==:ZOECCRE:== BY ==ZOECCRE==.

      * UNA FILA POR TARJETA, ORDENADA POR TITULAR
       SD  SORT-TIT.
       01  SD-TIT-REGISTRO.
           05  S-TIT-NUP              PIC X(08).
           05  S-TIT-TARJETA          PIC X(19).
           05  S-TIT-ESTADO           PIC 9(01).
           05  S-TIT-TIPO-PLAS        PIC X(03).
           05  S-TIT-VINCULO          PIC X(01).
           05  FILLER                 PIC X(08).

       FD  TITUL-ORD
           RECORDING MODE IS F.
       01  W-TIT-REGISTRO.
           05  W-TIT-NUP              PIC X(08).
           05  W-TIT-TARJETA          PIC X(19).
      *        ESTADO DE LA CREDENCIAL: 1 ACTIVA / 9 CERRADA /
      *        CUALQUIER OTRO, BLOQUEADA O SIN HABILITAR
           05  W-TIT-ESTADO           PIC 9(01).
           05  W-TIT-TIPO-PLAS        PIC X(03).
      *        TIPO-VINCULO DE ZOECRLK: 1 CON CUENTA / 2 SOLO
      *        CREDENCIAL
           05  W-TIT-VINCULO          PIC X(01).
           05  FILLER                 PIC X(08).

       FD  CLIENTE360
           RECORDING MODE IS F.
           COPY "../../catalogo/cliente360/zoec360.cob"
               REPLACING ==:ZOEC360:== BY ==ZOEC360==.

       SD  SORT-360.
           COPY "../../catalogo/cliente360/zoec360.cob"
               REPLACING ==:ZOEC360:== BY ==S-ZOEC360==.

       FD  CLIENTE-ORD
           RECORDING MODE IS F.
           COPY "../../catalogo/cliente360/zoec360.cob"
               REPLACING ==:ZOEC360:== BY ==W-ZOEC360==.

       FD  PUENTE-NUP
           RECORDING MODE IS F.
       01  CTANUP-REGISTRO.
           05  CTANUP-NUP             PIC X(08).
      *        CUENTA TARJETA (WASDO20) Y CCC (ENTIDAD/CENTRO/CTA)
           05  CTANUP-CTA-TARJETA     PIC 9(14).
           05  CTANUP-CCC             PIC X(20).
           05  FILLER                 PIC X(06).

       FD  CUENTAS-O20
           RECORDING MODE IS F.
           COPY "../../cupones/wasdo20/wasdo20.cob".

      * ELEGIBLE DE UNA CAMPANIA (MISMO DISENIO PARA EL TRABAJO, EL
      * SORT Y PROMELIG)
       FD  ELEGIB-WORK
           RECORDING MODE IS F.
       01  PROMELIG-REGISTRO.
           05  PROMELIG-CAMPANIA.
               10  PROMELIG-COD-BANCO PIC X(04).
               10  PROMELIG-DESDE     PIC X(08).
               10  PROMELIG-DESC      PIC X(30).
           05  PROMELIG-NUP           PIC X(08).
           05  PROMELIG-APELLIDO      PIC X(40).
           05  PROMELIG-NOMBRE        PIC X(40).
           05  PROMELIG-SEGMENTO      PIC X(03).
           05  PROMELIG-SUBSEGMENTO   PIC X(03).
           05  PROMELIG-PROVINCIA     PIC X(02).
           05  PROMELIG-CANT-TARJ     PIC 9(02).
           05  PROMELIG-FEC-PROCESO   PIC 9(08).
           05  FILLER                 PIC X(02).

       SD  SORT-ELI.
       01  SD-ELI-REGISTRO.
           05  S-ELI-CAMPANIA         PIC X(42).
           05  S-ELI-NUP              PIC X(08).
           05  FILLER                 PIC X(100).

       FD  ELEGIBLES-SAL
           RECORDING MODE IS F.
       01  W-ELI-REGISTRO            PIC X(150).

       FD  EXCLUIDOS-SAL
           RECORDING MODE IS F.
       01  PROMEXC-REGISTRO.
           05  PROMEXC-NUP            PIC X(08).
      *        MOTIVO: C TODAS LAS TARJETAS CERRADAS / B BLOQUEADA
      *        O SIN HABILITAR / M MORA / P OPOSICION AL CONTACTO
           05  PROMEXC-MOTIVO         PIC X(01).
           05  PROMEXC-CANT-TARJ      PIC 9(02).
           05  PROMEXC-FEC-PROCESO    PIC 9(08).
           05  FILLER                 PIC X(11).

       FD  ENVIOS-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/feedenv.cob"
               REPLACING ==:FEEDENV:== BY ==FENV==.

       FD  SUPRESIONES
           RECORDING MODE IS F.
           COPY "../../catalogo/cliente360/consup.cob"
               REPLACING ==:CONSUP:== BY ==CONSUP==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../catalogo/cliente360/conslk.cob"
               REPLACING ==:CONSEN:== BY ==CONSEN==.

           COPY "../../catalogo/control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.

       77  WS-MAX-CAMPANIAS          PIC 9(04) COMP VALUE 200.
       77  WS-MAX-PUENTE             PIC 9(07) COMP VALUE 200000.
       77  WS-MAX-MORA               PIC 9(07) COMP VALUE 200000.
       77  WS-MAX-TARJ-PERSONA       PIC 9(02) COMP VALUE 10.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-X REDEFINES WS-FECHA-PROCESO
                                     PIC X(08).

       01  WS-FS-PRO                 PIC XX.
           88  FS-PRO-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-RLK                 PIC XX.
           88  FS-RLK-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CRE                 PIC XX.
       01  WS-FS-360                 PIC XX.
       01  WS-FS-NUP                 PIC XX.
       01  WS-FS-O20                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-PRO         PIC X(01) VALUE 'N'.
               88  EOF-PROMOCIONES       VALUE 'S'.
           05  WS-SW-EOF-RLK         PIC X(01) VALUE 'N'.
               88  EOF-VINCULOS          VALUE 'S'.
           05  WS-SW-EOF-CRE         PIC X(01) VALUE 'N'.
               88  EOF-CREDENCIALES      VALUE 'S'.
           05  WS-SW-EOF-TIT         PIC X(01) VALUE 'N'.
               88  EOF-TITULARES         VALUE 'S'.
           05  WS-SW-EOF-360         PIC X(01) VALUE 'N'.
               88  EOF-CLIENTE360        VALUE 'S'.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-HAY-360         PIC X(01) VALUE 'N'.
               88  HAY-CLIENTE360        VALUE 'S'.
           05  WS-SW-NUP-HALLADO     PIC X(01).
               88  NUP-HALLADO           VALUE 'S'.
           05  WS-SW-EN-360          PIC X(01).
               88  PERSONA-EN-360        VALUE 'S'.
           05  WS-SW-CUMPLE          PIC X(01).
               88  CUMPLE-CAMPANIA       VALUE 'S'.
           05  WS-SW-VALOR           PIC X(01).
               88  VALOR-HALLADO         VALUE 'S'.

      * CAMPANIAS VIGENTES CON SUS REGLAS DE SEGMENTO (UNA FILA POR
      * CAMPANIA AUNQUE PROMOCIONES-RA TRAE UNA POR ESTABLECIMIENTO)
       01  TABLA-CAMPANIAS.
           05  TB-CMP-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CMP-ENTRY OCCURS 200 TIMES
                   INDEXED BY TB-CMP-IDX.
               10  TB-CMP-CLAVE.
                   15  TB-CMP-COD-BANCO  PIC X(04).
                   15  TB-CMP-DESDE      PIC X(08).
                   15  TB-CMP-DESC       PIC X(30).
      *            SEGM-USU 'S': LA CAMPANIA ESTA SEGMENTADA SEGUN
      *            SEGM-USU-TIPO: 1 SEGMENTO / 2 SUBSEGMENTO DEL
      *            CLIENTE 360, 3 TIPO-PLAS DE LA TARJETA, 4 PROVINCIA
               10  TB-CMP-SEGM-USU       PIC X(01).
               10  TB-CMP-SEGM-TIPO      PIC 9(01).
               10  TB-CMP-VALOR OCCURS 10 TIMES
                       INDEXED BY TB-VAL-IDX
                                         PIC X(04).
      *            SEGM-DEBITO: 1 SOLO TARJETAS CON CUENTA / 2 SOLO
      *            CREDENCIALES SIN CUENTA / OTRO, TODAS
               10  TB-CMP-SEGM-DEBITO    PIC 9(01).
               10  TB-CMP-CANT-ELIG      PIC 9(09) COMP.

      * PUENTE CUENTA -> NUP Y NUP EN MORA, EN MEMORIA (COMO ZET138)
       01  TABLA-PUENTE.
           05  TB-PTE-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-PTE-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON TB-PTE-CANT
                   INDEXED BY TB-PTE-IDX.
               10  TB-PTE-NUP        PIC X(08).
               10  TB-PTE-CTA-TARJ   PIC 9(14).

       01  TABLA-MORA.
           05  TB-MOR-CANT           PIC 9(07) COMP VALUE ZERO.
           05  TB-MOR-ENTRY OCCURS 1 TO 200000 TIMES
                   DEPENDING ON TB-MOR-CANT
                   INDEXED BY TB-MOR-IDX.
               10  TB-MOR-NUP        PIC X(08).

       01  WS-CTA-BUSCADA            PIC 9(14).
       01  WS-NUP-BUSCADO            PIC X(08).
       01  WS-VALOR-BUSCADO          PIC X(04).

      * TITULAR EN CURSO: SUS TARJETAS ACTIVAS Y SUS DATOS DEL 360
       01  WS-PERSONA.
           05  WS-PER-NUP            PIC X(08).
           05  WS-PER-CANT-TARJ      PIC 9(02) COMP.
           05  WS-PER-CANT-CERRADAS  PIC 9(02) COMP.
           05  WS-PER-CANT-BLOQ      PIC 9(02) COMP.
           05  WS-PER-CANT-ACTIVAS   PIC 9(02) COMP.
           05  WS-PER-ACTIVA OCCURS 10 TIMES
                   INDEXED BY WS-ACT-IDX.
               10  WS-ACT-TIPO-PLAS  PIC X(03).
               10  WS-ACT-VINCULO    PIC X(01).
           05  WS-PER-APELLIDO       PIC X(40).
           05  WS-PER-NOMBRE         PIC X(40).
           05  WS-PER-SEGMENTO       PIC X(03).
           05  WS-PER-SUBSEGMENTO    PIC X(03).
           05  WS-PER-PROVINCIA      PIC X(02).
       01  WS-MOTIVO                 PIC X(01).

       01  WS-CONTADORES.
           05  WS-CANT-PROMOS        PIC 9(09) COMP.
           05  WS-CANT-CMP-OTRO-PROD PIC 9(09) COMP.
           05  WS-CANT-VINCULOS      PIC 9(09) COMP.
           05  WS-CANT-SIN-PERSONA   PIC 9(09) COMP.
           05  WS-CANT-TITULARES     PIC 9(09) COMP.
           05  WS-CANT-HABILITADOS   PIC 9(09) COMP.
           05  WS-CANT-EXC-CERRADA   PIC 9(09) COMP.
           05  WS-CANT-EXC-BLOQUEADA PIC 9(09) COMP.
           05  WS-CANT-EXC-MORA      PIC 9(09) COMP.
           05  WS-CANT-EXC-PREF      PIC 9(09) COMP.
           05  WS-CANT-ELEGIBLES     PIC 9(09) COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-PROCESA-TITULAR THRU 3000-EXIT
               UNTIL EOF-TITULARES
           PERFORM 8000-EMITE-ELEGIBLES
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  CAMPANIAS VIGENTES, LISTA DE MORA,        *
      *  TARJETAS ORDENADAS POR TITULAR Y CLIENTE 360 POR NUP          *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN INPUT PROMOCIONES
           IF WS-FS-PRO NOT = '00'
               DISPLAY 'ZET164 - NO SE PUDO ABRIR PROMORA - '
                   'FILE STATUS ' WS-FS-PRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-CARGA-CAMPANIA THRU 1100-EXIT
               UNTIL EOF-PROMOCIONES
           CLOSE PROMOCIONES

           OPEN INPUT PUENTE-NUP
           IF WS-FS-NUP = '00'
               PERFORM 1200-CARGA-PUENTE THRU 1200-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE PUENTE-NUP
           ELSE
               DISPLAY 'ZET164 - SIN PUENTE CTANUP - LA '
                   'EXCLUSION POR MORA QUEDA SIN APLICAR'
           END-IF
           MOVE 'N' TO WS-SW-EOF-AUX

           OPEN INPUT CUENTAS-O20
           IF WS-FS-O20 = '00'
               PERFORM 1300-CARGA-MORA THRU 1300-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE CUENTAS-O20
           END-IF
           MOVE 'N' TO WS-SW-EOF-AUX

           OPEN INPUT VINCULOS
           IF WS-FS-RLK NOT = '00'
               DISPLAY 'ZET164 - NO SE PUDO ABRIR ZOECRLK - '
                   'FILE STATUS ' WS-FS-RLK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE VINCULOS
           OPEN INPUT CREDENCIALES
           IF WS-FS-CRE NOT = '00'
               DISPLAY 'ZET164 - NO SE PUDO ABRIR MAESCRED - '
                   'FILE STATUS ' WS-FS-CRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CREDENCIALES

           SORT SORT-TIT
               ON ASCENDING KEY S-TIT-NUP
                                S-TIT-TARJETA
               INPUT PROCEDURE IS 1500-EXTRAE-TARJETAS
               GIVING TITUL-ORD

           OPEN INPUT CLIENTE360
           IF WS-FS-360 = '00'
               CLOSE CLIENTE360
               SET HAY-CLIENTE360 TO TRUE
               SORT SORT-360
                   ON ASCENDING KEY S-ZOEC360-CLAVE-PERSONA
                   USING CLIENTE360
                   GIVING CLIENTE-ORD
               OPEN INPUT CLIENTE-ORD
               PERFORM 2100-LEER-360 THRU 2100-EXIT
           ELSE
               DISPLAY 'ZET164 - SIN CLIENTE 360 - LAS CAMPANIAS '
                   'SEGMENTADAS POR CLIENTE NO TENDRAN ELEGIBLES'
               SET EOF-CLIENTE360 TO TRUE
           END-IF

           OPEN INPUT  TITUL-ORD
           OPEN OUTPUT ELEGIB-WORK
           OPEN OUTPUT EXCLUIDOS-SAL
           OPEN EXTEND SUPRESIONES

      * SIN EL REGISTRO DE PREFERENCIAS NO SALEN LOS ELEGIBLES
           MOVE SPACES TO CONSEN-AREA
           MOVE 'E'    TO CONSEN-CANAL
           MOVE 'M'    TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF CONSEN-NO-DISPONIBLE
               DISPLAY 'ZET164 - REGISTRO DE PREFERENCIAS CONSENT '
                   'NO DISPONIBLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2000-LEER-TITULAR THRU 2000-EXIT
           .

      * VIGENTE A LA FECHA DE PROCESO Y APLICABLE A LA CARTERA DE
      * DEBITO; SIN NINGUNA MARCA DE PRODUCTO VALE PARA TODAS
       1100-CARGA-CAMPANIA.
           READ PROMOCIONES
               AT END
                   SET EOF-PROMOCIONES TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF FS-PRO-ERROR-LECTURA
               DISPLAY 'ZET164 - ERROR DE LECTURA '
                   'EN PROMORA - FILE STATUS ' WS-FS-PRO
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-PROMOS

           IF WS-FECHA-PROCESO-X < DESDE-CAMPANA
               OR WS-FECHA-PROCESO-X > HASTA-CAMPANA
               GO TO 1100-EXIT
           END-IF

           SET TB-CMP-IDX TO 1
           SEARCH TB-CMP-ENTRY
               AT END
                   GO TO 1100-EXIT
               WHEN TB-CMP-IDX > TB-CMP-CANT
                   CONTINUE
               WHEN TB-CMP-COD-BANCO(TB-CMP-IDX) = COD-BANCO
                   AND TB-CMP-DESDE(TB-CMP-IDX) = DESDE-CAMPANA
                   AND TB-CMP-DESC(TB-CMP-IDX) = DESC-CAMPANA
                   GO TO 1100-EXIT
           END-SEARCH

           IF PROD-DEB NOT = 'S'
               AND (PROD-CRED = 'S' OR PROD-AMEX = 'S')
               ADD 1 TO WS-CANT-CMP-OTRO-PROD
               GO TO 1100-EXIT
           END-IF
           IF TB-CMP-CANT NOT < WS-MAX-CAMPANIAS
               GO TO 1100-EXIT
           END-IF

           ADD 1 TO TB-CMP-CANT
           SET TB-CMP-IDX TO TB-CMP-CANT
           MOVE COD-BANCO     TO TB-CMP-COD-BANCO(TB-CMP-IDX)
           MOVE DESDE-CAMPANA TO TB-CMP-DESDE(TB-CMP-IDX)
           MOVE DESC-CAMPANA  TO TB-CMP-DESC(TB-CMP-IDX)
           MOVE SEGM-USU      TO TB-CMP-SEGM-USU(TB-CMP-IDX)
           MOVE ZERO TO TB-CMP-SEGM-TIPO(TB-CMP-IDX)
                        TB-CMP-SEGM-DEBITO(TB-CMP-IDX)
                        TB-CMP-CANT-ELIG(TB-CMP-IDX)
           IF SEGM-USU-TIPO IS NUMERIC
               MOVE SEGM-USU-TIPO TO TB-CMP-SEGM-TIPO(TB-CMP-IDX)
           END-IF
           IF SEGM-DEBITO IS NUMERIC
               MOVE SEGM-DEBITO TO TB-CMP-SEGM-DEBITO(TB-CMP-IDX)
           END-IF
           MOVE SEGM-USU-VALOR01 TO TB-CMP-VALOR(TB-CMP-IDX, 1)
           MOVE SEGM-USU-VALOR02 TO TB-CMP-VALOR(TB-CMP-IDX, 2)
           MOVE SEGM-USU-VALOR03 TO TB-CMP-VALOR(TB-CMP-IDX, 3)
           MOVE SEGM-USU-VALOR04 TO TB-CMP-VALOR(TB-CMP-IDX, 4)
           MOVE SEGM-USU-VALOR05 TO TB-CMP-VALOR(TB-CMP-IDX, 5)
           MOVE SEGM-USU-VALOR06 TO TB-CMP-VALOR(TB-CMP-IDX, 6)
           MOVE SEGM-USU-VALOR07 TO TB-CMP-VALOR(TB-CMP-IDX, 7)
           MOVE SEGM-USU-VALOR08 TO TB-CMP-VALOR(TB-CMP-IDX, 8)
           MOVE SEGM-USU-VALOR09 TO TB-CMP-VALOR(TB-CMP-IDX, 9)
           MOVE SEGM-USU-VALOR10 TO TB-CMP-VALOR(TB-CMP-IDX, 10)
           .
       1100-EXIT.
           EXIT.

       1200-CARGA-PUENTE.
           READ PUENTE-NUP
               AT END
                   SET EOF-AUXILIAR TO TRUE
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

       1300-CARGA-MORA.
           READ CUENTAS-O20
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1300-EXIT
           END-READ
           IF INICIO-MORA-NM = ZERO
               GO TO 1300-EXIT
           END-IF
           MOVE NRO-CUENTA OF o20 TO WS-CTA-BUSCADA
           MOVE 'N' TO WS-SW-NUP-HALLADO
           SET TB-PTE-IDX TO 1
           SEARCH TB-PTE-ENTRY
               AT END
                   CONTINUE
               WHEN TB-PTE-CTA-TARJ(TB-PTE-IDX) = WS-CTA-BUSCADA
                   SET NUP-HALLADO TO TRUE
                   MOVE TB-PTE-NUP(TB-PTE-IDX) TO WS-NUP-BUSCADO
           END-SEARCH
           IF NOT NUP-HALLADO
               GO TO 1300-EXIT
           END-IF
           PERFORM 1950-BUSCA-MORA THRU 1950-EXIT
           IF NOT NUP-HALLADO
               AND TB-MOR-CANT < WS-MAX-MORA
               ADD 1 TO TB-MOR-CANT
               SET TB-MOR-IDX TO TB-MOR-CANT
               MOVE WS-NUP-BUSCADO TO TB-MOR-NUP(TB-MOR-IDX)
           END-IF
           .
       1300-EXIT.
           EXIT.

       1950-BUSCA-MORA.
           MOVE 'N' TO WS-SW-NUP-HALLADO
           IF TB-MOR-CANT = ZERO
               GO TO 1950-EXIT
           END-IF
           SET TB-MOR-IDX TO 1
           SEARCH TB-MOR-ENTRY
               AT END
                   CONTINUE
               WHEN TB-MOR-NUP(TB-MOR-IDX) = WS-NUP-BUSCADO
                   SET NUP-HALLADO TO TRUE
           END-SEARCH
           .
       1950-EXIT.
           EXIT.

      * ZOECRLK SALE DE ZET000 EN EL ORDEN DE MAESCRED, ASI QUE EL
      * TIPO-PLAS SE TOMA APAREANDO AMBOS POR NUMERO DE TARJETA
       1500-EXTRAE-TARJETAS SECTION.
           OPEN INPUT VINCULOS
           OPEN INPUT CREDENCIALES
           PERFORM 1520-LEER-CREDENCIAL THRU 1520-EXIT
           PERFORM 1510-SUELTA-TARJETA THRU 1510-EXIT
               UNTIL EOF-VINCULOS
           CLOSE VINCULOS
           CLOSE CREDENCIALES
           GO TO 1500-FIN
           .

       1510-SUELTA-TARJETA.
           READ VINCULOS
               AT END
                   SET EOF-VINCULOS TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-RLK-ERROR-LECTURA
               DISPLAY 'ZET164 - ERROR DE LECTURA '
                   'EN ZOECRLK - FILE STATUS ' WS-FS-RLK
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-VINCULOS

           PERFORM 1520-LEER-CREDENCIAL THRU 1520-EXIT
               UNTIL EOF-CREDENCIALES
               OR ZOECCRE-NUMERO-TARJETA NOT < ZOECRLK-NUMERO-TARJETA

           MOVE SPACES TO SD-TIT-REGISTRO
           IF ZOECRLK-NUP NOT = SPACES
               MOVE ZOECRLK-NUP TO S-TIT-NUP
           ELSE
               MOVE ZOECRLK-PENUMPER TO S-TIT-NUP
           END-IF
           IF S-TIT-NUP = SPACES
               ADD 1 TO WS-CANT-SIN-PERSONA
               GO TO 1510-EXIT
           END-IF
           MOVE ZOECRLK-NUMERO-TARJETA TO S-TIT-TARJETA
           MOVE ZOECRLK-ESTADO-TARJETA TO S-TIT-ESTADO
           MOVE ZOECRLK-TIPO-VINCULO   TO S-TIT-VINCULO
           IF NOT EOF-CREDENCIALES
               AND ZOECCRE-NUMERO-TARJETA = ZOECRLK-NUMERO-TARJETA
               MOVE ZOECCRE-TIPO-PLAS TO S-TIT-TIPO-PLAS
           END-IF
           RELEASE SD-TIT-REGISTRO
           .
       1510-EXIT.
           EXIT.

       1520-LEER-CREDENCIAL.
           READ CREDENCIALES
               AT END
                   SET EOF-CREDENCIALES TO TRUE
           END-READ
           .
       1520-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-TITULAR.
           READ TITUL-ORD
               AT END
                   SET EOF-TITULARES TO TRUE
                   MOVE HIGH-VALUES TO W-TIT-NUP
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-360.
           READ CLIENTE-ORD
               AT END
                   SET EOF-CLIENTE360 TO TRUE
                   MOVE HIGH-VALUES TO W-ZOEC360-CLAVE-PERSONA
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-PROCESA-TITULAR  -  JUNTA LAS TARJETAS DEL TITULAR, LO   *
      *  UBICA EN EL CLIENTE 360 Y DECIDE: EXCLUIDO CON MOTIVO O       *
      *  EVALUADO CONTRA CADA CAMPANIA                                 *
      ******************************************************************
       3000-PROCESA-TITULAR.
           INITIALIZE WS-PERSONA
           MOVE W-TIT-NUP TO WS-PER-NUP
           ADD 1 TO WS-CANT-TITULARES
           PERFORM 3100-ACUMULA-TARJETA THRU 3100-EXIT
               UNTIL EOF-TITULARES
               OR W-TIT-NUP NOT = WS-PER-NUP

           PERFORM 2100-LEER-360 THRU 2100-EXIT
               UNTIL EOF-CLIENTE360
               OR W-ZOEC360-CLAVE-PERSONA NOT < WS-PER-NUP
           MOVE 'N' TO WS-SW-EN-360
           IF NOT EOF-CLIENTE360
               AND W-ZOEC360-CLAVE-PERSONA = WS-PER-NUP
               SET PERSONA-EN-360 TO TRUE
               MOVE W-ZOEC360-PRIM-APELLIDO TO WS-PER-APELLIDO
               MOVE W-ZOEC360-NOMBRE        TO WS-PER-NOMBRE
               MOVE W-ZOEC360-SEGMENTO      TO WS-PER-SEGMENTO
               MOVE W-ZOEC360-SUBSEGMENTO   TO WS-PER-SUBSEGMENTO
               MOVE W-ZOEC360-PROVINCIA     TO WS-PER-PROVINCIA
           END-IF

      * SIN TARJETA ACTIVA: BLOQUEADA SI ALGUNA LO ESTA, SI NO CERRADA
           MOVE SPACE TO WS-MOTIVO
           IF WS-PER-CANT-ACTIVAS = ZERO
               IF WS-PER-CANT-BLOQ > ZERO
                   MOVE 'B' TO WS-MOTIVO
                   ADD 1 TO WS-CANT-EXC-BLOQUEADA
               ELSE
                   MOVE 'C' TO WS-MOTIVO
                   ADD 1 TO WS-CANT-EXC-CERRADA
               END-IF
           ELSE
               MOVE WS-PER-NUP TO WS-NUP-BUSCADO
               PERFORM 1950-BUSCA-MORA THRU 1950-EXIT
               IF NUP-HALLADO
                   MOVE 'M' TO WS-MOTIVO
                   ADD 1 TO WS-CANT-EXC-MORA
               END-IF
           END-IF

           IF WS-MOTIVO = SPACE
               PERFORM 3200-CONSULTA-PREFERENCIA THRU 3200-EXIT
           END-IF

           IF WS-MOTIVO NOT = SPACE
               MOVE SPACES TO PROMEXC-REGISTRO
               MOVE WS-PER-NUP       TO PROMEXC-NUP
               MOVE WS-MOTIVO        TO PROMEXC-MOTIVO
               MOVE WS-PER-CANT-TARJ TO PROMEXC-CANT-TARJ
               MOVE WS-FECHA-PROCESO TO PROMEXC-FEC-PROCESO
               WRITE PROMEXC-REGISTRO
               GO TO 3000-EXIT
           END-IF

           ADD 1 TO WS-CANT-HABILITADOS
           PERFORM 5000-EVALUA-CAMPANIA THRU 5000-EXIT
               VARYING TB-CMP-IDX FROM 1 BY 1
               UNTIL TB-CMP-IDX > TB-CMP-CANT
           .
       3000-EXIT.
           EXIT.

       3100-ACUMULA-TARJETA.
           ADD 1 TO WS-PER-CANT-TARJ
           EVALUATE W-TIT-ESTADO
               WHEN 1
                   IF WS-PER-CANT-ACTIVAS < WS-MAX-TARJ-PERSONA
                       ADD 1 TO WS-PER-CANT-ACTIVAS
                       SET WS-ACT-IDX TO WS-PER-CANT-ACTIVAS
                       MOVE W-TIT-TIPO-PLAS
                           TO WS-ACT-TIPO-PLAS(WS-ACT-IDX)
                       MOVE W-TIT-VINCULO
                           TO WS-ACT-VINCULO(WS-ACT-IDX)
                   END-IF
               WHEN 9
                   ADD 1 TO WS-PER-CANT-CERRADAS
               WHEN OTHER
                   ADD 1 TO WS-PER-CANT-BLOQ
           END-EVALUATE
           PERFORM 2000-LEER-TITULAR THRU 2000-EXIT
           .
       3100-EXIT.
           EXIT.

      * LA CAMPANIA SALE POR EMAIL O POR PUSH: SE EXCLUYE SOLO AL QUE
      * SE OPUSO EN LOS DOS CANALES
       3200-CONSULTA-PREFERENCIA.
           MOVE SPACES TO CONSEN-AREA
           MOVE WS-PER-NUP TO CONSEN-NUP
           MOVE 'P' TO CONSEN-CANAL
           MOVE 'M' TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF NOT CONSEN-SUPRIMIDO
               GO TO 3200-EXIT
           END-IF

           MOVE SPACES TO CONSEN-AREA
           MOVE WS-PER-NUP TO CONSEN-NUP
           MOVE 'E' TO CONSEN-CANAL
           MOVE 'M' TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF NOT CONSEN-SUPRIMIDO
               GO TO 3200-EXIT
           END-IF

           MOVE 'P' TO WS-MOTIVO
           ADD 1 TO WS-CANT-EXC-PREF
           MOVE SPACES                TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO      TO CONSUP-FECHA
           MOVE 'ZET164'              TO CONSUP-JOB-ID
           MOVE 'PROMELIG'            TO CONSUP-SALIDA
           SET CONSUP-SUPRIMIDO       TO TRUE
           MOVE CONSEN-NUP            TO CONSUP-NUP
           MOVE CONSEN-CANAL          TO CONSUP-CANAL
           MOVE CONSEN-PROPOSITO      TO CONSUP-PROPOSITO
           MOVE CONSEN-CANAL-APLICADO TO CONSUP-CANAL-APLICADO
           MOVE CONSEN-ORIGEN         TO CONSUP-ORIGEN
           MOVE CONSEN-FEC-VIGENCIA   TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  5000-EVALUA-CAMPANIA  -  LAS REGLAS DEL CLIENTE 360 SE MIRAN  *
      *  UNA VEZ POR TITULAR; LAS DE TARJETA (SEGM-DEBITO Y TIPO-PLAS) *
      *  LAS TIENE QUE CUMPLIR ALGUNA TARJETA ACTIVA                   *
      ******************************************************************
       5000-EVALUA-CAMPANIA.
           MOVE 'N' TO WS-SW-CUMPLE
           IF TB-CMP-SEGM-USU(TB-CMP-IDX) = 'S'
               AND TB-CMP-SEGM-TIPO(TB-CMP-IDX) NOT = 3
               AND TB-CMP-SEGM-TIPO(TB-CMP-IDX) NOT = ZERO
               IF NOT PERSONA-EN-360
                   GO TO 5000-EXIT
               END-IF
               EVALUATE TB-CMP-SEGM-TIPO(TB-CMP-IDX)
                   WHEN 1
                       MOVE WS-PER-SEGMENTO TO WS-VALOR-BUSCADO
                   WHEN 2
                       MOVE WS-PER-SUBSEGMENTO TO WS-VALOR-BUSCADO
                   WHEN 4
                       MOVE WS-PER-PROVINCIA TO WS-VALOR-BUSCADO
                   WHEN OTHER
                       GO TO 5000-EXIT
               END-EVALUATE
               PERFORM 5200-BUSCA-VALOR THRU 5200-EXIT
               IF NOT VALOR-HALLADO
                   GO TO 5000-EXIT
               END-IF
           END-IF

           PERFORM 5100-EVALUA-TARJETA THRU 5100-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-PER-CANT-ACTIVAS
               OR CUMPLE-CAMPANIA
           IF NOT CUMPLE-CAMPANIA
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO PROMELIG-REGISTRO
           MOVE TB-CMP-CLAVE(TB-CMP-IDX) TO PROMELIG-CAMPANIA
           MOVE WS-PER-NUP          TO PROMELIG-NUP
           MOVE WS-PER-APELLIDO     TO PROMELIG-APELLIDO
           MOVE WS-PER-NOMBRE       TO PROMELIG-NOMBRE
           MOVE WS-PER-SEGMENTO     TO PROMELIG-SEGMENTO
           MOVE WS-PER-SUBSEGMENTO  TO PROMELIG-SUBSEGMENTO
           MOVE WS-PER-PROVINCIA    TO PROMELIG-PROVINCIA
           MOVE WS-PER-CANT-ACTIVAS TO PROMELIG-CANT-TARJ
           MOVE WS-FECHA-PROCESO    TO PROMELIG-FEC-PROCESO
           WRITE PROMELIG-REGISTRO
           ADD 1 TO TB-CMP-CANT-ELIG(TB-CMP-IDX)
           ADD 1 TO WS-CANT-ELEGIBLES
           .
       5000-EXIT.
           EXIT.

       5100-EVALUA-TARJETA.
           EVALUATE TB-CMP-SEGM-DEBITO(TB-CMP-IDX)
               WHEN 1
                   IF WS-ACT-VINCULO(WS-ACT-IDX) NOT = '1'
                       GO TO 5100-EXIT
                   END-IF
               WHEN 2
                   IF WS-ACT-VINCULO(WS-ACT-IDX) NOT = '2'
                       GO TO 5100-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF TB-CMP-SEGM-USU(TB-CMP-IDX) = 'S'
               AND TB-CMP-SEGM-TIPO(TB-CMP-IDX) = 3
               MOVE WS-ACT-TIPO-PLAS(WS-ACT-IDX) TO WS-VALOR-BUSCADO
               PERFORM 5200-BUSCA-VALOR THRU 5200-EXIT
               IF NOT VALOR-HALLADO
                   GO TO 5100-EXIT
               END-IF
           END-IF
           SET CUMPLE-CAMPANIA TO TRUE
           .
       5100-EXIT.
           EXIT.

       5200-BUSCA-VALOR.
           MOVE 'N' TO WS-SW-VALOR
           IF WS-VALOR-BUSCADO = SPACES
               GO TO 5200-EXIT
           END-IF
           SET TB-VAL-IDX TO 1
           SEARCH TB-CMP-VALOR
               AT END
                   CONTINUE
               WHEN TB-CMP-VALOR(TB-CMP-IDX, TB-VAL-IDX)
                       = WS-VALOR-BUSCADO
                   SET VALOR-HALLADO TO TRUE
           END-SEARCH
           .
       5200-EXIT.
           EXIT.

      ******************************************************************
      *  8000-EMITE-ELEGIBLES  -  ORDENA LOS ELEGIBLES POR CAMPANIA Y  *
      *  TITULAR, AGREGA EL TRAILER DE CONTROL Y AVISA UN ENVIO POR    *
      *  CAMPANIA CON ELEGIBLES                                        *
      ******************************************************************
       8000-EMITE-ELEGIBLES.
           CLOSE ELEGIB-WORK
           SORT SORT-ELI
               ON ASCENDING KEY S-ELI-CAMPANIA
                                S-ELI-NUP
               USING ELEGIB-WORK
               GIVING ELEGIBLES-SAL

           OPEN EXTEND ELEGIBLES-SAL
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL' TO TRLCTL-MARCA
           MOVE WS-CANT-ELEGIBLES TO TRLCTL-CANT-REGISTROS
           MOVE ZERO TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO TRLCTL-FEC-GENERACION
           MOVE 'ZET164' TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO W-ELI-REGISTRO
           MOVE TRLCTL-REGISTRO TO W-ELI-REGISTRO(1:46)
           WRITE W-ELI-REGISTRO
           CLOSE ELEGIBLES-SAL

           OPEN EXTEND ENVIOS-SALIDA
           PERFORM 8100-REGISTRA-ENVIO THRU 8100-EXIT
               VARYING TB-CMP-IDX FROM 1 BY 1
               UNTIL TB-CMP-IDX > TB-CMP-CANT
           CLOSE ENVIOS-SALIDA
           .

       8100-REGISTRA-ENVIO.
           DISPLAY 'ZET164 - CAMPANIA ' TB-CMP-DESC(TB-CMP-IDX)
               ' DESDE ' TB-CMP-DESDE(TB-CMP-IDX)
               ' ELEGIBLES ' TB-CMP-CANT-ELIG(TB-CMP-IDX)
           IF TB-CMP-CANT-ELIG(TB-CMP-IDX) = ZERO
               GO TO 8100-EXIT
           END-IF
           MOVE SPACES TO FENV-REGISTRO
           MOVE 'PROMELIG' TO FENV-FEED
           MOVE TB-CMP-DESC(TB-CMP-IDX) TO FENV-NEGOCIO
           MOVE WS-FECHA-PROCESO TO FENV-FEC-ENVIO
           WRITE FENV-REGISTRO
           .
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE TITUL-ORD
           CLOSE EXCLUIDOS-SAL
           IF HAY-CLIENTE360
               CLOSE CLIENTE-ORD
           END-IF

      * RESUMEN DE LA CORRIDA PARA EL REPORTE DE SUPRESIONES, EN
      * TITULARES QUE PASARON LAS EXCLUSIONES DE CARTERA Y MORA
           MOVE SPACES              TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO    TO CONSUP-FECHA
           MOVE 'ZET164'            TO CONSUP-JOB-ID
           MOVE 'PROMELIG'          TO CONSUP-SALIDA
           SET CONSUP-RESUMEN       TO TRUE
           COMPUTE CONSUP-CANT-EVALUADOS = WS-CANT-HABILITADOS
               + WS-CANT-EXC-PREF
           MOVE WS-CANT-HABILITADOS TO CONSUP-CANT-EMITIDOS
           MOVE 'E'                 TO CONSUP-CANAL
           MOVE 'M'                 TO CONSUP-PROPOSITO
           MOVE ZERO                TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           CLOSE SUPRESIONES

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET164' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-VINCULOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-ELEGIBLES TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET164 - ELEGIBLES DE PROMOCIONES POR SEGMENTO'
           DISPLAY 'FILAS DE PROMORA LEIDAS  . : ' WS-CANT-PROMOS
           DISPLAY 'CAMPANIAS VIGENTES . . . . : ' TB-CMP-CANT
           DISPLAY 'CAMPANIAS SOLO CREDITO/AMEX: ' WS-CANT-CMP-OTRO-PROD
           DISPLAY 'TARJETAS DE ZOECRLK  . . . : ' WS-CANT-VINCULOS
           DISPLAY 'TARJETAS SIN TITULAR . . . : ' WS-CANT-SIN-PERSONA
           DISPLAY 'TITULARES  . . . . . . . . : ' WS-CANT-TITULARES
           DISPLAY 'EXCLUIDOS TARJ. CERRADAS . : ' WS-CANT-EXC-CERRADA
           DISPLAY 'EXCLUIDOS TARJ. BLOQUEADAS : ' WS-CANT-EXC-BLOQUEADA
           DISPLAY 'EXCLUIDOS POR MORA . . . . : ' WS-CANT-EXC-MORA
           DISPLAY 'EXCLUIDOS POR PREFERENCIA  : ' WS-CANT-EXC-PREF
           DISPLAY 'TITULARES HABILITADOS  . . : ' WS-CANT-HABILITADOS
           DISPLAY 'FILAS ELEGIBLES A PROMELIG : ' WS-CANT-ELEGIBLES
           .
