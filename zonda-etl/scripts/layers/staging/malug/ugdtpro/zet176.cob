      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET176                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALUG                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : AUDITORIA DE CUMPLIMIENTO DE LAS REGLAS DE       *
      *               PRODUCTO EN LOS PRESTAMOS UG.  CADA PRESTAMO DE  *
      *               UGDTDRB SE LLEVA A SU CONTRATO EN WAGUCDEX       *
      *               (ENTIDAD + OFICINA + CUENTA) PARA TENER EL NUP,  *
      *               EL PRODUCTO/SUBPRODUCTO Y LA FECHA DE ALTA, Y SE *
      *               CONTROLA CONTRA EL CATALOGO UGDTPRO A ESA FECHA: *
      *               MONTO MINIMO Y MAXIMO, PLAZO MINIMO Y MAXIMO (EL *
      *               DE RENOVACION SI EL CONTRATO ES REESTRUCTURADO), *
      *               EDAD DEL TITULAR AL ALTA, CUOTA SOBRE INGRESO,   *
      *               INGRESO MINIMO (NACIMIENTO E INGRESO DE          *
      *               IBEC3070), VIGENCIA Y ESTADO DEL PRODUCTO.  LOS  *
      *               PRESTAMOS QUE NO CUMPLEN SALEN EN PROINC Y EN EL *
      *               LISTADO RPPROINC POR PRODUCTO Y SUCURSAL DE      *
      *               ORIGEN (UGENTINI/OFICINA) PARA EL COMITE DE      *
      *               POLITICA CREDITICIA.                             *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET176.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALUG.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCTOS      ASSIGN TO UGDTPRO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PRO.
           SELECT SORT-PRO       ASSIGN TO SRTPROA.
           SELECT PRO-ORD        ASSIGN TO WPROCAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRESTAMOS-DRB  ASSIGN TO UGDTDRB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DRB.
           SELECT SORT-DRB       ASSIGN TO SRTPROB.
           SELECT DRB-ORD        ASSIGN TO WPRODRB
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CON.
           SELECT SORT-CON       ASSIGN TO SRTPROC.
           SELECT CON-ORD        ASSIGN TO WPROCON
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-PRE       ASSIGN TO SRTPROD.
           SELECT PRESTAMOS-ORD  ASSIGN TO WPROPRE
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLIENTES       ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SORT-CLI       ASSIGN TO SRTPROE.
           SELECT CLIENTES-ORD   ASSIGN TO WPROCLI
               ORGANIZATION IS SEQUENTIAL.

           SELECT INCUMPL-WRK    ASSIGN TO WPROINC
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-INC       ASSIGN TO SRTPROF.
           SELECT INCUMPL-SAL    ASSIGN TO PROINC
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-PRO    ASSIGN TO RPPROINC
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCTOS
           RECORDING MODE IS F.
       01  FD-PRO.
           COPY "ugdtpro.cob".

      * REGLAS DEL PRODUCTO YA PASADAS A DISPLAY, POR CLAVE
       SD  SORT-PRO.
       01  SD-PRO-REGISTRO.
           05  S-PRO-CLAVE            PIC X(10).
           05  S-PRO-FEC-DESDE        PIC 9(08).
           05  S-PRO-FEC-HASTA        PIC 9(08).
           05  S-PRO-ESTADO           PIC X(01).
           05  S-PRO-TEXTO            PIC X(15).
           05  S-PRO-IMP-MIN          PIC S9(13)V99.
           05  S-PRO-IMP-MAX          PIC S9(13)V99.
           05  S-PRO-MAX-CUOTA        PIC S9(03)V9(06).
           05  S-PRO-MIN-INGRESO      PIC S9(13)V99.
           05  S-PRO-EDAD-MIN         PIC 9(03).
           05  S-PRO-EDAD-MAX         PIC 9(03).
           05  S-PRO-PLAZO-MIN        PIC 9(05).
           05  S-PRO-PLAZO-MAX        PIC 9(05).
           05  S-PRO-PLAZO-RENOV      PIC 9(05).
           05  FILLER                 PIC X(03).

       FD  PRO-ORD
           RECORDING MODE IS F.
       01  W-PRO-REGISTRO.
           05  W-PRO-CLAVE            PIC X(10).
           05  W-PRO-FEC-DESDE        PIC 9(08).
           05  W-PRO-FEC-HASTA        PIC 9(08).
           05  W-PRO-ESTADO           PIC X(01).
           05  W-PRO-TEXTO            PIC X(15).
           05  W-PRO-IMP-MIN          PIC S9(13)V99.
           05  W-PRO-IMP-MAX          PIC S9(13)V99.
           05  W-PRO-MAX-CUOTA        PIC S9(03)V9(06).
           05  W-PRO-MIN-INGRESO      PIC S9(13)V99.
           05  W-PRO-EDAD-MIN         PIC 9(03).
           05  W-PRO-EDAD-MAX         PIC 9(03).
           05  W-PRO-PLAZO-MIN        PIC 9(05).
           05  W-PRO-PLAZO-MAX        PIC 9(05).
           05  W-PRO-PLAZO-RENOV      PIC 9(05).
           05  FILLER                 PIC X(03).

       FD  PRESTAMOS-DRB
           RECORDING MODE IS F.
       01  FD-DRB.
           COPY "../ugdtdrb/ugdtdrb.cob".

      * LADO UG: CONDICIONES DE ORIGEN DEL PRESTAMO
       SD  SORT-DRB.
       01  SD-DRB-REGISTRO.
           05  S-DRB-CLAVE            PIC X(20).
           05  S-DRB-ENT-INI          PIC X(04).
           05  S-DRB-OFICINA          PIC X(04).
           05  S-DRB-MONTO            PIC S9(13)V99.
           05  S-DRB-PLAZO            PIC S9(05).
           05  S-DRB-CUOTA            PIC S9(13)V99.
           05  FILLER                 PIC X(07).

       FD  DRB-ORD
           RECORDING MODE IS F.
       01  W-DRB-REGISTRO.
           05  W-DRB-CLAVE            PIC X(20).
           05  W-DRB-ENT-INI          PIC X(04).
           05  W-DRB-OFICINA          PIC X(04).
           05  W-DRB-MONTO            PIC S9(13)V99.
           05  W-DRB-PLAZO            PIC S9(05).
           05  W-DRB-CUOTA            PIC S9(13)V99.
           05  FILLER                 PIC X(07).

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "../../garra/fact/wagucdex/wagucdex.cob".

      * CONTRATO: TITULAR, PRODUCTO Y FECHA DE ALTA
       SD  SORT-CON.
       01  SD-CON-REGISTRO.
           05  S-CON-CLAVE            PIC X(20).
           05  S-CON-NUP              PIC X(08).
           05  S-CON-PRODUCTO         PIC X(02).
           05  S-CON-SUBPRO           PIC X(04).
           05  S-CON-FEC-ALTA         PIC X(10).
           05  S-CON-REESTRUCT        PIC X(01).
           05  FILLER                 PIC X(05).

       FD  CON-ORD
           RECORDING MODE IS F.
       01  W-CON-REGISTRO.
           05  W-CON-CLAVE            PIC X(20).
           05  W-CON-NUP              PIC X(08).
           05  W-CON-PRODUCTO         PIC X(02).
           05  W-CON-SUBPRO           PIC X(04).
           05  W-CON-FEC-ALTA         PIC X(10).
           05  W-CON-REESTRUCT        PIC X(01).
           05  FILLER                 PIC X(05).

      * PRESTAMO CON SU CONTRATO, ORDENADO POR NUP
       SD  SORT-PRE.
       01  SD-PRE-REGISTRO.
           05  S-PRE-NUP              PIC X(08).
           05  S-PRE-CLAVE            PIC X(20).
           05  S-PRE-PRODUCTO         PIC X(02).
           05  S-PRE-SUBPRO           PIC X(04).
           05  S-PRE-FEC-ALTA         PIC X(10).
           05  S-PRE-REESTRUCT        PIC X(01).
           05  S-PRE-ENT-INI          PIC X(04).
           05  S-PRE-OFICINA          PIC X(04).
           05  S-PRE-MONTO            PIC S9(13)V99.
           05  S-PRE-PLAZO            PIC S9(05).
           05  S-PRE-CUOTA            PIC S9(13)V99.
           05  FILLER                 PIC X(12).

       FD  PRESTAMOS-ORD
           RECORDING MODE IS F.
       01  W-PRE-REGISTRO.
           05  W-PRE-NUP              PIC X(08).
           05  W-PRE-CLAVE            PIC X(20).
           05  W-PRE-PRODUCTO         PIC X(02).
           05  W-PRE-SUBPRO           PIC X(04).
           05  W-PRE-FEC-ALTA         PIC X(10).
           05  W-PRE-REESTRUCT        PIC X(01).
           05  W-PRE-ENT-INI          PIC X(04).
           05  W-PRE-OFICINA          PIC X(04).
           05  W-PRE-MONTO            PIC S9(13)V99.
           05  W-PRE-PLAZO            PIC S9(05).
           05  W-PRE-CUOTA            PIC S9(13)V99.
           05  FILLER                 PIC X(12).

       FD  CLIENTES
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "../../garra/fact/clientes_en_mora/IBEC3070.cob"
               REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       SD  SORT-CLI.
       01  SD-CLI-REGISTRO.
           05  S-CLI-NUM-PERSONA      PIC X(08).
           05  S-CLI-FEC-NACIM        PIC X(10).
           05  S-CLI-IMP-INGRESO      PIC X(20).
           05  S-CLI-MON-INGR-BRUTOS  PIC X(17).
           05  FILLER                 PIC X(05).

       FD  CLIENTES-ORD
           RECORDING MODE IS F.
       01  W-CLI-REGISTRO.
           05  W-CLI-NUM-PERSONA      PIC X(08).
           05  W-CLI-FEC-NACIM        PIC X(10).
           05  W-CLI-IMP-INGRESO      PIC X(20).
           05  W-CLI-MON-INGR-BRUTOS  PIC X(17).
           05  FILLER                 PIC X(05).

       FD  INCUMPL-WRK
           RECORDING MODE IS F.
       01  INC-REGISTRO.
           05  INC-PRODUCTO           PIC X(02).
           05  INC-SUBPRO             PIC X(04).
           05  INC-ENT-INI            PIC X(04).
           05  INC-OFICINA            PIC X(04).
           05  INC-CLAVE              PIC X(20).
           05  INC-NUP                PIC X(08).
           05  INC-TEXTO              PIC X(15).
           05  INC-FEC-ALTA           PIC 9(08).
           05  INC-MONTO              PIC S9(13)V99.
           05  INC-PLAZO              PIC 9(05).
           05  INC-EDAD               PIC 9(03).
           05  INC-INGRESO            PIC S9(13)V99.
           05  INC-CUOTA              PIC S9(13)V99.
           05  INC-REL-CUOTA          PIC 9(03)V99.
           05  INC-CANT-MOTIVOS       PIC 9(02).
      *        CODIGOS DE REGLA INCUMPLIDA, DE A TRES POSICIONES
           05  INC-MOTIVOS            PIC X(33).
           05  FILLER                 PIC X(02).

       SD  SORT-INC.
       01  SD-INC-REGISTRO.
           05  S-INC-PRODUCTO         PIC X(02).
           05  S-INC-SUBPRO           PIC X(04).
           05  S-INC-ENT-INI          PIC X(04).
           05  S-INC-OFICINA          PIC X(04).
           05  S-INC-CLAVE            PIC X(20).
           05  FILLER                 PIC X(126).

      * PRESTAMOS FUERA DE REGLA, POR PRODUCTO Y SUCURSAL DE ORIGEN
       FD  INCUMPL-SAL
           RECORDING MODE IS F.
       01  PROINC-REGISTRO           PIC X(160).

       FD  REPORTE-PRO.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-PRODUCTOS          PIC 9(05) COMP VALUE 3000.
       77  WS-IX-MOT                 PIC 9(02) COMP.
       77  WS-POS-MOT                PIC 9(02) COMP.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.

       01  WS-FS-PRO                 PIC XX.
           88  FS-PRO-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-DRB                 PIC XX.
           88  FS-DRB-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CON                 PIC XX.
           88  FS-CON-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CLI                 PIC XX.
           88  FS-CLI-ERROR-LECTURA     VALUE '01' THRU '99'.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-PRE         PIC X(01) VALUE 'N'.
               88  EOF-PRESTAMOS         VALUE 'S'.
           05  WS-SW-PRODUCTO        PIC X(01).
               88  PRODUCTO-CATALOGADO   VALUE 'S'.
           05  WS-SW-ALTA            PIC X(01).
               88  ALTA-CONOCIDA         VALUE 'S'.

       01  WS-CLAVE-DRB              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-CON              PIC X(20) VALUE LOW-VALUES.
       01  WS-CLAVE-CLI              PIC X(08) VALUE LOW-VALUES.
       01  WS-PRO-BUSCADO            PIC X(10).
       01  WS-PRODUCTO-ANT           PIC X(06) VALUE LOW-VALUES.
       01  WS-SUCURSAL-ANT           PIC X(08) VALUE LOW-VALUES.

      * DEL PRESTAMO EN CURSO
       01  WS-PRESTAMO.
           05  WS-PRE-FEC-ALTA       PIC 9(08).
           05  WS-PRE-FEC-NACIM      PIC 9(08).
           05  WS-PRE-EDAD           PIC 9(03).
           05  WS-PRE-INGRESO        PIC S9(13)V99.
           05  WS-PRE-REL-CUOTA      PIC 9(03)V99.
           05  WS-PRE-PLAZO-TOPE     PIC 9(05).

      * CATALOGO DE PRODUCTOS, ORDENADO PARA SEARCH ALL
       01  TABLA-PRODUCTOS.
           05  TB-PRO-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-PRO-ENTRY OCCURS 1 TO 3000 TIMES
                   DEPENDING ON TB-PRO-CANT
                   ASCENDING KEY IS TB-PRO-CLAVE
                   INDEXED BY TB-PRO-IDX.
               10  TB-PRO-CLAVE      PIC X(10).
               10  TB-PRO-FEC-DESDE  PIC 9(08).
               10  TB-PRO-FEC-HASTA  PIC 9(08).
               10  TB-PRO-ESTADO     PIC X(01).
               10  TB-PRO-TEXTO      PIC X(15).
               10  TB-PRO-IMP-MIN    PIC S9(13)V99.
               10  TB-PRO-IMP-MAX    PIC S9(13)V99.
               10  TB-PRO-MAX-CUOTA  PIC S9(03)V9(06).
               10  TB-PRO-MIN-INGR   PIC S9(13)V99.
               10  TB-PRO-EDAD-MIN   PIC 9(03).
               10  TB-PRO-EDAD-MAX   PIC 9(03).
               10  TB-PRO-PLAZO-MIN  PIC 9(05).
               10  TB-PRO-PLAZO-MAX  PIC 9(05).
               10  TB-PRO-PLAZO-REN  PIC 9(05).

      * REGLAS DEL CATALOGO: CODIGO, DESCRIPCION Y PRESTAMOS QUE LA
      * INCUMPLEN
       01  WS-MOTIVOS-VALORES.
           05  FILLER  PIC X(32) VALUE
               'MNMONTO MENOR AL MINIMO         '.
           05  FILLER  PIC X(32) VALUE
               'MXMONTO MAYOR AL MAXIMO         '.
           05  FILLER  PIC X(32) VALUE
               'PNPLAZO MENOR AL MINIMO         '.
           05  FILLER  PIC X(32) VALUE
               'PXPLAZO MAYOR AL MAXIMO         '.
           05  FILLER  PIC X(32) VALUE
               'ENEDAD MENOR A LA MINIMA        '.
           05  FILLER  PIC X(32) VALUE
               'EXEDAD MAYOR A LA MAXIMA        '.
           05  FILLER  PIC X(32) VALUE
               'CICUOTA/INGRESO SOBRE EL MAXIMO '.
           05  FILLER  PIC X(32) VALUE
               'ININGRESO MENOR AL MINIMO       '.
           05  FILLER  PIC X(32) VALUE
               'VFALTA FUERA DE VIGENCIA        '.
           05  FILLER  PIC X(32) VALUE
               'EPPRODUCTO NO APROBADO          '.
           05  FILLER  PIC X(32) VALUE
               'NCPRODUCTO FUERA DE CATALOGO    '.
       01  WS-MOTIVOS-TABLA REDEFINES WS-MOTIVOS-VALORES.
           05  TB-MOT-ENTRY OCCURS 11 TIMES.
               10  TB-MOT-COD        PIC X(02).
               10  TB-MOT-DESC       PIC X(30).
       01  WS-MOTIVOS-CANT.
           05  TB-MOT-CANT           PIC 9(09) COMP OCCURS 11 TIMES.

       01  WS-CONTADORES.
           05  WS-CANT-PRODUCTOS     PIC 9(09) COMP.
           05  WS-CANT-DRB           PIC 9(09) COMP.
           05  WS-CANT-SIN-CONTRATO  PIC 9(09) COMP.
           05  WS-CANT-AUDITADOS     PIC 9(09) COMP.
           05  WS-CANT-SIN-ALTA      PIC 9(09) COMP.
           05  WS-CANT-SIN-NACIM     PIC 9(09) COMP.
           05  WS-CANT-SIN-INGRESO   PIC 9(09) COMP.
           05  WS-CANT-INCUMPLEN     PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.

       01  WS-TOTALES.
           05  WS-SUC-CANT           PIC 9(07) COMP.
           05  WS-SUC-MONTO          PIC S9(15)V99 COMP-3.
           05  WS-PRD-CANT           PIC 9(07) COMP.
           05  WS-PRD-MONTO          PIC S9(15)V99 COMP-3.
           05  WS-GRL-MONTO          PIC S9(15)V99 COMP-3.

       01  WS-LINEA-TITULO.
           05  FILLER                PIC X(50) VALUE
               'PRESTAMOS OTORGADOS FUERA DE LAS REGLAS DEL PRODUC'.
           05  FILLER                PIC X(22) VALUE
               'TO (UGDTPRO) - FECHA '.
           05  WSL-FECHA             PIC 9(08).

       01  WS-LINEA-PRODUCTO.
           05  FILLER                PIC X(09) VALUE 'PRODUCTO '.
           05  WSL-PRODUCTO          PIC X(02).
           05  FILLER                PIC X(01) VALUE '-'.
           05  WSL-SUBPRO            PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-TEXTO             PIC X(15).

       01  WS-LINEA-SUCURSAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(17) VALUE
               'SUCURSAL ORIGEN '.
           05  WSL-ENT-INI           PIC X(04).
           05  FILLER                PIC X(01) VALUE '-'.
           05  WSL-OFICINA           PIC X(04).

       01  WS-LINEA-COLUMNAS.
           05  FILLER                PIC X(50) VALUE
               '    CUENTA       NUP      F.ALTA                 M'.
           05  FILLER                PIC X(50) VALUE
               'ONTO PLAZO EDAD         INGRESO  C/ING MOTIVOS    '.

       01  WS-LINEA-DETALLE.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-CUENTA            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-NUP               PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-FEC-ALTA          PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-MONTO             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-PLAZO             PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-EDAD              PIC ZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-INGRESO           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-REL-CUOTA         PIC ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-MOTIVOS           PIC X(33).

       01  WS-LINEA-TOTAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-T-NIVEL           PIC X(22).
           05  WSL-T-CANT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(11) VALUE ' PRESTAMOS '.
           05  WSL-T-MONTO           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-MOTIVO.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-M-COD             PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-M-DESC            PIC X(30).
           05  WSL-M-CANT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-AUDITA-PRESTAMO THRU 3000-EXIT
               UNTIL EOF-PRESTAMOS
           PERFORM 4000-LISTA-INCUMPLIMIENTOS
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  CATALOGO DE PRODUCTOS EN TABLA, PRESTAMOS *
      *  CRUZADOS CON SU CONTRATO Y CLIENTES, AMBOS POR NUP            *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES WS-MOTIVOS-CANT

           OPEN INPUT PRODUCTOS
           IF WS-FS-PRO NOT = '00'
               DISPLAY 'ZET176 - NO SE PUDO ABRIR UGDTPRO - '
                   'FILE STATUS ' WS-FS-PRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRODUCTOS
           OPEN INPUT PRESTAMOS-DRB
           IF WS-FS-DRB NOT = '00'
               DISPLAY 'ZET176 - NO SE PUDO ABRIR UGDTDRB - '
                   'FILE STATUS ' WS-FS-DRB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PRESTAMOS-DRB
           OPEN INPUT CONTRATOS
           IF WS-FS-CON NOT = '00'
               DISPLAY 'ZET176 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-CON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS
           OPEN INPUT CLIENTES
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'ZET176 - NO SE PUDO ABRIR IBEC3070 - '
                   'FILE STATUS ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CLIENTES

           SORT SORT-PRO
               ON ASCENDING KEY S-PRO-CLAVE
               INPUT PROCEDURE IS 1300-EXTRAE-PRODUCTOS
               GIVING PRO-ORD
           OPEN INPUT PRO-ORD
           PERFORM 1100-CARGA-PRODUCTO THRU 1100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PRO-ORD
           MOVE 'N' TO WS-SW-EOF-AUX
           IF WS-CANT-DESBORDE > ZERO
               DISPLAY 'ZET176 - ADVERTENCIA: TABLA DE PRODUCTOS '
                   'DESBORDADA - FILAS NO CARGADAS: ' WS-CANT-DESBORDE
           END-IF

           SORT SORT-DRB
               ON ASCENDING KEY S-DRB-CLAVE
               INPUT PROCEDURE IS 1400-EXTRAE-PRESTAMOS
               GIVING DRB-ORD

           SORT SORT-CON
               ON ASCENDING KEY S-CON-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-CONTRATOS
               GIVING CON-ORD

           SORT SORT-PRE
               ON ASCENDING KEY S-PRE-NUP
               ON ASCENDING KEY S-PRE-CLAVE
               INPUT PROCEDURE IS 1600-CRUZA-CONTRATOS
               GIVING PRESTAMOS-ORD

           SORT SORT-CLI
               ON ASCENDING KEY S-CLI-NUM-PERSONA
               INPUT PROCEDURE IS 1700-EXTRAE-CLIENTES
               GIVING CLIENTES-ORD

           OPEN INPUT  PRESTAMOS-ORD
           OPEN INPUT  CLIENTES-ORD
           OPEN OUTPUT INCUMPL-WRK

           PERFORM 2000-LEER-PRESTAMO THRU 2000-EXIT
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           .

       1100-CARGA-PRODUCTO.
           READ PRO-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF TB-PRO-CANT > ZERO
               AND W-PRO-CLAVE = TB-PRO-CLAVE(TB-PRO-CANT)
               GO TO 1100-EXIT
           END-IF
           IF TB-PRO-CANT NOT < WS-MAX-PRODUCTOS
               ADD 1 TO WS-CANT-DESBORDE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO TB-PRO-CANT
           SET TB-PRO-IDX TO TB-PRO-CANT
           MOVE W-PRO-CLAVE       TO TB-PRO-CLAVE(TB-PRO-IDX)
           MOVE W-PRO-FEC-DESDE   TO TB-PRO-FEC-DESDE(TB-PRO-IDX)
           MOVE W-PRO-FEC-HASTA   TO TB-PRO-FEC-HASTA(TB-PRO-IDX)
           MOVE W-PRO-ESTADO      TO TB-PRO-ESTADO(TB-PRO-IDX)
           MOVE W-PRO-TEXTO       TO TB-PRO-TEXTO(TB-PRO-IDX)
           MOVE W-PRO-IMP-MIN     TO TB-PRO-IMP-MIN(TB-PRO-IDX)
           MOVE W-PRO-IMP-MAX     TO TB-PRO-IMP-MAX(TB-PRO-IDX)
           MOVE W-PRO-MAX-CUOTA   TO TB-PRO-MAX-CUOTA(TB-PRO-IDX)
           MOVE W-PRO-MIN-INGRESO TO TB-PRO-MIN-INGR(TB-PRO-IDX)
           MOVE W-PRO-EDAD-MIN    TO TB-PRO-EDAD-MIN(TB-PRO-IDX)
           MOVE W-PRO-EDAD-MAX    TO TB-PRO-EDAD-MAX(TB-PRO-IDX)
           MOVE W-PRO-PLAZO-MIN   TO TB-PRO-PLAZO-MIN(TB-PRO-IDX)
           MOVE W-PRO-PLAZO-MAX   TO TB-PRO-PLAZO-MAX(TB-PRO-IDX)
           MOVE W-PRO-PLAZO-RENOV TO TB-PRO-PLAZO-REN(TB-PRO-IDX)
           .
       1100-EXIT.
           EXIT.

      * LAS FECHAS DE VIGENCIA NO INFORMADAS DEJAN LA VENTANA ABIERTA
      * Y LOS LIMITES EN CERO NO SE CONTROLAN
       1300-EXTRAE-PRODUCTOS SECTION.
           OPEN INPUT PRODUCTOS
           PERFORM 1310-SUELTA-PRODUCTO THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PRODUCTOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-PRODUCTO.
           READ PRODUCTOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF FS-PRO-ERROR-LECTURA
               DISPLAY 'ZET176 - ERROR DE LECTURA '
                   'EN UGDTPRO - FILE STATUS ' WS-FS-PRO
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-PRODUCTOS
           MOVE SPACES TO SD-PRO-REGISTRO
           MOVE PRO-CLAVE       TO S-PRO-CLAVE
           MOVE PRO-FECOVALI    TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF FECHA-VALIDA
               MOVE WS-FEC-NUM TO S-PRO-FEC-DESDE
           ELSE
               MOVE ZERO TO S-PRO-FEC-DESDE
           END-IF
           MOVE PRO-FEFIVALI    TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF FECHA-VALIDA
               MOVE WS-FEC-NUM TO S-PRO-FEC-HASTA
           ELSE
               MOVE 99999999 TO S-PRO-FEC-HASTA
           END-IF
           MOVE PRO-COD-ESTPROD TO S-PRO-ESTADO
           MOVE PRO-TEXTORED    TO S-PRO-TEXTO
           MOVE PRO-IMP-MINGEN  TO S-PRO-IMP-MIN
           MOVE PRO-IMPMAXGE    TO S-PRO-IMP-MAX
           MOVE PRO-POR-MAXCUOT TO S-PRO-MAX-CUOTA
           MOVE PRO-IMP-MININGR TO S-PRO-MIN-INGRESO
           MOVE ZERO TO S-PRO-EDAD-MIN S-PRO-EDAD-MAX
                        S-PRO-PLAZO-MIN S-PRO-PLAZO-MAX
                        S-PRO-PLAZO-RENOV
           IF PRO-NUM-EDADMIN > ZERO
               MOVE PRO-NUM-EDADMIN TO S-PRO-EDAD-MIN
           END-IF
           IF PRO-NUM-EDADMAX > ZERO
               MOVE PRO-NUM-EDADMAX TO S-PRO-EDAD-MAX
           END-IF
           IF PRO-PLAZOMIN IS NUMERIC
               MOVE PRO-PLAZOMIN TO S-PRO-PLAZO-MIN
           END-IF
           IF PRO-PLAZOMAX IS NUMERIC
               MOVE PRO-PLAZOMAX TO S-PRO-PLAZO-MAX
           END-IF
           IF PRO-PLAZOMAX-RENOV IS NUMERIC
               MOVE PRO-PLAZOMAX-RENOV TO S-PRO-PLAZO-RENOV
           END-IF
           RELEASE SD-PRO-REGISTRO
           .
       1310-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


       1400-EXTRAE-PRESTAMOS SECTION.
           OPEN INPUT PRESTAMOS-DRB
           PERFORM 1410-SUELTA-PRESTAMO THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PRESTAMOS-DRB
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-PRESTAMO.
           READ PRESTAMOS-DRB
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF FS-DRB-ERROR-LECTURA
               DISPLAY 'ZET176 - ERROR DE LECTURA '
                   'EN UGDTDRB - FILE STATUS ' WS-FS-DRB
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-DRB
           MOVE SPACES TO SD-DRB-REGISTRO
           STRING ENTIDAD OF FD-DRB
                  OFICINA OF FD-DRB
                  CUENTA OF FD-DRB
               DELIMITED BY SIZE
               INTO S-DRB-CLAVE
           END-STRING
           MOVE UGENTINI     OF FD-DRB TO S-DRB-ENT-INI
           MOVE OFICINA      OF FD-DRB TO S-DRB-OFICINA
           MOVE UGISBINI     OF FD-DRB TO S-DRB-MONTO
           MOVE UGNPLINI     OF FD-DRB TO S-DRB-PLAZO
           MOVE UGIQUOTA_INI OF FD-DRB TO S-DRB-CUOTA
           IF S-DRB-ENT-INI = SPACES
               MOVE ENTIDAD OF FD-DRB TO S-DRB-ENT-INI
           END-IF
           RELEASE SD-DRB-REGISTRO
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


       1500-EXTRAE-CONTRATOS SECTION.
           OPEN INPUT CONTRATOS
           PERFORM 1510-SUELTA-CONTRATO THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CONTRATOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-CONTRATO.
           READ CONTRATOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-CON-ERROR-LECTURA
               DISPLAY 'ZET176 - ERROR DE LECTURA '
                   'EN WAGUCDEX - FILE STATUS ' WS-FS-CON
               STOP RUN
           END-IF
           MOVE SPACES TO SD-CON-REGISTRO
           STRING COD_ENTIDAD
                  COD_CENTRO
                  NUM_CONTRATO
               DELIMITED BY SIZE
               INTO S-CON-CLAVE
           END-STRING
           MOVE NUM_PERSONA    TO S-CON-NUP
           MOVE COD_PRODUCTO   TO S-CON-PRODUCTO
           MOVE COD_SUBPRODU   TO S-CON-SUBPRO
           MOVE FEC_ALT_PROD   TO S-CON-FEC-ALTA
           MOVE TIP_REESTRUCT  TO S-CON-REESTRUCT
           RELEASE SD-CON-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      * APAREO PRESTAMO / CONTRATO POR CUENTA.  EL PRESTAMO SIN
      * CONTRATO NO TIENE PRODUCTO NI TITULAR Y SOLO SE CUENTA
       1600-CRUZA-CONTRATOS SECTION.
           OPEN INPUT DRB-ORD
           OPEN INPUT CON-ORD
           PERFORM 1620-LEER-DRB-ORD THRU 1620-EXIT
           PERFORM 1630-LEER-CON-ORD THRU 1630-EXIT
           PERFORM 1610-APAREA-PRESTAMO THRU 1610-EXIT
               UNTIL WS-CLAVE-DRB = HIGH-VALUES
           CLOSE DRB-ORD
           CLOSE CON-ORD
           GO TO 1600-FIN
           .

       1610-APAREA-PRESTAMO.
           EVALUATE TRUE
               WHEN WS-CLAVE-CON < WS-CLAVE-DRB
                   PERFORM 1630-LEER-CON-ORD THRU 1630-EXIT
               WHEN WS-CLAVE-CON > WS-CLAVE-DRB
                   ADD 1 TO WS-CANT-SIN-CONTRATO
                   PERFORM 1620-LEER-DRB-ORD THRU 1620-EXIT
               WHEN OTHER
                   MOVE SPACES TO SD-PRE-REGISTRO
                   MOVE W-CON-NUP       TO S-PRE-NUP
                   MOVE W-DRB-CLAVE     TO S-PRE-CLAVE
                   MOVE W-CON-PRODUCTO  TO S-PRE-PRODUCTO
                   MOVE W-CON-SUBPRO    TO S-PRE-SUBPRO
                   MOVE W-CON-FEC-ALTA  TO S-PRE-FEC-ALTA
                   MOVE W-CON-REESTRUCT TO S-PRE-REESTRUCT
                   MOVE W-DRB-ENT-INI   TO S-PRE-ENT-INI
                   MOVE W-DRB-OFICINA   TO S-PRE-OFICINA
                   MOVE W-DRB-MONTO     TO S-PRE-MONTO
                   MOVE W-DRB-PLAZO     TO S-PRE-PLAZO
                   MOVE W-DRB-CUOTA     TO S-PRE-CUOTA
                   RELEASE SD-PRE-REGISTRO
                   PERFORM 1620-LEER-DRB-ORD THRU 1620-EXIT
           END-EVALUATE
           .
       1610-EXIT.
           EXIT.

       1620-LEER-DRB-ORD.
           READ DRB-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-DRB
               NOT AT END
                   MOVE W-DRB-CLAVE TO WS-CLAVE-DRB
           END-READ
           .
       1620-EXIT.
           EXIT.

       1630-LEER-CON-ORD.
           READ CON-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CON
               NOT AT END
                   MOVE W-CON-CLAVE TO WS-CLAVE-CON
           END-READ
           .
       1630-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       1700-EXTRAE-CLIENTES SECTION.
           OPEN INPUT CLIENTES
           PERFORM 1710-SUELTA-CLIENTE THRU 1710-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CLIENTES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1700-FIN
           .

       1710-SUELTA-CLIENTE.
           READ CLIENTES
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF FS-CLI-ERROR-LECTURA
                       DISPLAY 'ZET176 - ERROR DE LECTURA '
                           'EN IBEC3070 - FILE STATUS ' WS-FS-CLI
                       STOP RUN
                   END-IF
                   IF IBEC3070-NUM-PERSONA NOT = SPACES
                       MOVE SPACES TO SD-CLI-REGISTRO
                       MOVE IBEC3070-NUM-PERSONA TO S-CLI-NUM-PERSONA
                       MOVE IBEC3070-FEC-NACIM   TO S-CLI-FEC-NACIM
                       MOVE IBEC3070-IMP-INGRESO TO S-CLI-IMP-INGRESO
                       MOVE IBEC3070-MON-INGR-BRUTOS
                           TO S-CLI-MON-INGR-BRUTOS
                       RELEASE SD-CLI-REGISTRO
                   END-IF
           END-READ
           .
       1710-EXIT.
           EXIT.
       1700-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

      * FECHA AAAA-MM-DD DE WS-FEC-ALFA A AAAAMMDD EN WS-FEC-NUM
       1900-VALIDA-FECHA.
           MOVE 'N' TO WS-SW-FECHA
           MOVE ZERO TO WS-FEC-NUM
           IF WS-FEC-ALFA(1:4) IS NOT NUMERIC
               OR WS-FEC-ALFA(6:2) IS NOT NUMERIC
               OR WS-FEC-ALFA(9:2) IS NOT NUMERIC
               GO TO 1900-EXIT
           END-IF
           MOVE WS-FEC-ALFA(1:4) TO WS-FEC-NUM(1:4)
           MOVE WS-FEC-ALFA(6:2) TO WS-FEC-NUM(5:2)
           MOVE WS-FEC-ALFA(9:2) TO WS-FEC-NUM(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEC-NUM) NOT = 0
               MOVE ZERO TO WS-FEC-NUM
               GO TO 1900-EXIT
           END-IF
           MOVE 'S' TO WS-SW-FECHA
           .
       1900-EXIT.
           EXIT.

       2000-LEER-PRESTAMO.
           READ PRESTAMOS-ORD
               AT END
                   SET EOF-PRESTAMOS TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-CLIENTE.
           READ CLIENTES-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CLI
               NOT AT END
                   MOVE W-CLI-NUM-PERSONA TO WS-CLAVE-CLI
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-AUDITA-PRESTAMO  -  UN PRESTAMO CONTRA LAS REGLAS DE SU  *
      *  PRODUCTO A LA FECHA DE ALTA, CON LOS DATOS DEL TITULAR        *
      ******************************************************************
       3000-AUDITA-PRESTAMO.
           ADD 1 TO WS-CANT-AUDITADOS
           MOVE SPACES TO INC-REGISTRO
           MOVE ZERO   TO INC-CANT-MOTIVOS
           INITIALIZE WS-PRESTAMO

           MOVE W-PRE-FEC-ALTA TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           MOVE WS-SW-FECHA TO WS-SW-ALTA
           IF ALTA-CONOCIDA
               MOVE WS-FEC-NUM TO WS-PRE-FEC-ALTA
           ELSE
               ADD 1 TO WS-CANT-SIN-ALTA
           END-IF

           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
               UNTIL WS-CLAVE-CLI NOT < W-PRE-NUP
           IF WS-CLAVE-CLI = W-PRE-NUP
               PERFORM 3100-DATOS-TITULAR THRU 3100-EXIT
           ELSE
               ADD 1 TO WS-CANT-SIN-NACIM
               ADD 1 TO WS-CANT-SIN-INGRESO
           END-IF

           MOVE SPACES TO WS-PRO-BUSCADO
           STRING W-PRE-CLAVE(1:4)
                  W-PRE-PRODUCTO
                  W-PRE-SUBPRO
               DELIMITED BY SIZE
               INTO WS-PRO-BUSCADO
           END-STRING
           MOVE 'N' TO WS-SW-PRODUCTO
           IF TB-PRO-CANT > ZERO
               SEARCH ALL TB-PRO-ENTRY
                   AT END
                       CONTINUE
                   WHEN TB-PRO-CLAVE(TB-PRO-IDX) = WS-PRO-BUSCADO
                       SET PRODUCTO-CATALOGADO TO TRUE
               END-SEARCH
           END-IF
           IF PRODUCTO-CATALOGADO
               MOVE TB-PRO-TEXTO(TB-PRO-IDX) TO INC-TEXTO
               PERFORM 3200-APLICA-REGLAS THRU 3200-EXIT
           ELSE
               MOVE 11 TO WS-IX-MOT
               PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
           END-IF

           IF INC-CANT-MOTIVOS > ZERO
               ADD 1 TO WS-CANT-INCUMPLEN
               MOVE W-PRE-PRODUCTO   TO INC-PRODUCTO
               MOVE W-PRE-SUBPRO     TO INC-SUBPRO
               MOVE W-PRE-ENT-INI    TO INC-ENT-INI
               MOVE W-PRE-OFICINA    TO INC-OFICINA
               MOVE W-PRE-CLAVE      TO INC-CLAVE
               MOVE W-PRE-NUP        TO INC-NUP
               MOVE WS-PRE-FEC-ALTA  TO INC-FEC-ALTA
               MOVE W-PRE-MONTO      TO INC-MONTO
               MOVE ZERO             TO INC-PLAZO
               IF W-PRE-PLAZO > ZERO
                   MOVE W-PRE-PLAZO  TO INC-PLAZO
               END-IF
               MOVE WS-PRE-EDAD      TO INC-EDAD
               MOVE WS-PRE-INGRESO   TO INC-INGRESO
               MOVE W-PRE-CUOTA      TO INC-CUOTA
               MOVE WS-PRE-REL-CUOTA TO INC-REL-CUOTA
               WRITE INC-REGISTRO
           END-IF

           PERFORM 2000-LEER-PRESTAMO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * EDAD AL ALTA E INGRESO DECLARADO (IMP-INGRESO, Y SI NO VIENE,
      * INGRESOS BRUTOS) CON SU RELACION CUOTA / INGRESO
       3100-DATOS-TITULAR.
           MOVE W-CLI-FEC-NACIM TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           IF FECHA-VALIDA
               AND ALTA-CONOCIDA
               AND WS-FEC-NUM < WS-PRE-FEC-ALTA
               MOVE WS-FEC-NUM TO WS-PRE-FEC-NACIM
               COMPUTE WS-PRE-EDAD =
                   (WS-PRE-FEC-ALTA - WS-PRE-FEC-NACIM) / 10000
           ELSE
               ADD 1 TO WS-CANT-SIN-NACIM
           END-IF

           COMPUTE WS-PRE-INGRESO =
               FUNCTION NUMVAL(W-CLI-IMP-INGRESO)
           IF WS-PRE-INGRESO NOT > ZERO
               COMPUTE WS-PRE-INGRESO =
                   FUNCTION NUMVAL(W-CLI-MON-INGR-BRUTOS)
           END-IF
           IF WS-PRE-INGRESO > ZERO
               COMPUTE WS-PRE-REL-CUOTA ROUNDED =
                   W-PRE-CUOTA * 100 / WS-PRE-INGRESO
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PRE-REL-CUOTA
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-PRE-INGRESO
               ADD 1 TO WS-CANT-SIN-INGRESO
           END-IF
           .
       3100-EXIT.
           EXIT.

      * LIMITES EN CERO NO SE CONTROLAN.  EL CONTRATO REESTRUCTURADO
      * TOMA EL PLAZO MAXIMO DE RENOVACION CUANDO EL PRODUCTO LO TRAE
       3200-APLICA-REGLAS.
           IF TB-PRO-IMP-MIN(TB-PRO-IDX) > ZERO
               AND W-PRE-MONTO < TB-PRO-IMP-MIN(TB-PRO-IDX)
               MOVE 1 TO WS-IX-MOT
               PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
           END-IF
           IF TB-PRO-IMP-MAX(TB-PRO-IDX) > ZERO
               AND W-PRE-MONTO > TB-PRO-IMP-MAX(TB-PRO-IDX)
               MOVE 2 TO WS-IX-MOT
               PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
           END-IF

           IF TB-PRO-PLAZO-MIN(TB-PRO-IDX) > ZERO
               AND W-PRE-PLAZO < TB-PRO-PLAZO-MIN(TB-PRO-IDX)
               MOVE 3 TO WS-IX-MOT
               PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
           END-IF
           MOVE TB-PRO-PLAZO-MAX(TB-PRO-IDX) TO WS-PRE-PLAZO-TOPE
           IF W-PRE-REESTRUCT NOT = SPACE
               AND TB-PRO-PLAZO-REN(TB-PRO-IDX) > ZERO
               MOVE TB-PRO-PLAZO-REN(TB-PRO-IDX) TO WS-PRE-PLAZO-TOPE
           END-IF
           IF WS-PRE-PLAZO-TOPE > ZERO
               AND W-PRE-PLAZO > WS-PRE-PLAZO-TOPE
               MOVE 4 TO WS-IX-MOT
               PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
           END-IF

           IF WS-PRE-FEC-NACIM > ZERO
               IF TB-PRO-EDAD-MIN(TB-PRO-IDX) > ZERO
                   AND WS-PRE-EDAD < TB-PRO-EDAD-MIN(TB-PRO-IDX)
                   MOVE 5 TO WS-IX-MOT
                   PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
               END-IF
               IF TB-PRO-EDAD-MAX(TB-PRO-IDX) > ZERO
                   AND WS-PRE-EDAD > TB-PRO-EDAD-MAX(TB-PRO-IDX)
                   MOVE 6 TO WS-IX-MOT
                   PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
               END-IF
           END-IF

           IF WS-PRE-INGRESO > ZERO
               AND TB-PRO-MAX-CUOTA(TB-PRO-IDX) > ZERO
               AND WS-PRE-REL-CUOTA > TB-PRO-MAX-CUOTA(TB-PRO-IDX)
               MOVE 7 TO WS-IX-MOT
               PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
           END-IF
           IF TB-PRO-MIN-INGR(TB-PRO-IDX) > ZERO
               AND WS-PRE-INGRESO < TB-PRO-MIN-INGR(TB-PRO-IDX)
               MOVE 8 TO WS-IX-MOT
               PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
           END-IF

           IF ALTA-CONOCIDA
               IF WS-PRE-FEC-ALTA < TB-PRO-FEC-DESDE(TB-PRO-IDX)
                   OR WS-PRE-FEC-ALTA > TB-PRO-FEC-HASTA(TB-PRO-IDX)
                   MOVE 9 TO WS-IX-MOT
                   PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
               END-IF
           END-IF
           IF TB-PRO-ESTADO(TB-PRO-IDX) NOT = 'A'
               AND TB-PRO-ESTADO(TB-PRO-IDX) NOT = 'O'
               MOVE 10 TO WS-IX-MOT
               PERFORM 3900-ANOTA-MOTIVO THRU 3900-EXIT
           END-IF
           .
       3200-EXIT.
           EXIT.

       3900-ANOTA-MOTIVO.
           COMPUTE WS-POS-MOT = INC-CANT-MOTIVOS * 3 + 1
           MOVE TB-MOT-COD(WS-IX-MOT) TO INC-MOTIVOS(WS-POS-MOT:2)
           ADD 1 TO INC-CANT-MOTIVOS
           ADD 1 TO TB-MOT-CANT(WS-IX-MOT)
           .
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  4000-LISTA-INCUMPLIMIENTOS  -  PROINC POR PRODUCTO Y SUCURSAL *
      *  DE ORIGEN, Y SU LISTADO CON CORTES Y RESUMEN POR REGLA        *
      ******************************************************************
       4000-LISTA-INCUMPLIMIENTOS.
           CLOSE PRESTAMOS-ORD
           CLOSE CLIENTES-ORD
           CLOSE INCUMPL-WRK

           SORT SORT-INC
               ON ASCENDING KEY S-INC-PRODUCTO
               ON ASCENDING KEY S-INC-SUBPRO
               ON ASCENDING KEY S-INC-ENT-INI
               ON ASCENDING KEY S-INC-OFICINA
               ON ASCENDING KEY S-INC-CLAVE
               USING INCUMPL-WRK
               GIVING INCUMPL-SAL

           OPEN INPUT  INCUMPL-SAL
           OPEN OUTPUT REPORTE-PRO
           MOVE WS-FECHA-PROCESO TO WSL-FECHA
           MOVE WS-LINEA-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           INITIALIZE WS-TOTALES
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 4100-LINEA-INCUMPLIMIENTO THRU 4100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE INCUMPL-SAL
           IF WS-PRODUCTO-ANT NOT = LOW-VALUES
               PERFORM 4200-TOTAL-SUCURSAL
               PERFORM 4300-TOTAL-PRODUCTO
           END-IF

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'TOTAL GENERAL'   TO WSL-T-NIVEL
           MOVE WS-CANT-INCUMPLEN TO WSL-T-CANT
           MOVE WS-GRL-MONTO      TO WSL-T-MONTO
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'PRESTAMOS POR REGLA INCUMPLIDA' TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 4400-LINEA-MOTIVO THRU 4400-EXIT
               VARYING WS-IX-MOT FROM 1 BY 1
               UNTIL WS-IX-MOT > 11
           .

       4100-LINEA-INCUMPLIMIENTO.
           READ INCUMPL-SAL
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 4100-EXIT
           END-READ
           MOVE PROINC-REGISTRO TO INC-REGISTRO
           IF INC-PRODUCTO NOT = WS-PRODUCTO-ANT(1:2)
               OR INC-SUBPRO NOT = WS-PRODUCTO-ANT(3:4)
               IF WS-PRODUCTO-ANT NOT = LOW-VALUES
                   PERFORM 4200-TOTAL-SUCURSAL
                   PERFORM 4300-TOTAL-PRODUCTO
               END-IF
               MOVE INC-PRODUCTO TO WS-PRODUCTO-ANT(1:2)
               MOVE INC-SUBPRO   TO WS-PRODUCTO-ANT(3:4)
               MOVE LOW-VALUES TO WS-SUCURSAL-ANT
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE INC-PRODUCTO TO WSL-PRODUCTO
               MOVE INC-SUBPRO   TO WSL-SUBPRO
               MOVE INC-TEXTO    TO WSL-TEXTO
               MOVE WS-LINEA-PRODUCTO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           IF INC-ENT-INI NOT = WS-SUCURSAL-ANT(1:4)
               OR INC-OFICINA NOT = WS-SUCURSAL-ANT(5:4)
               IF WS-SUCURSAL-ANT NOT = LOW-VALUES
                   PERFORM 4200-TOTAL-SUCURSAL
               END-IF
               MOVE INC-ENT-INI TO WS-SUCURSAL-ANT(1:4)
               MOVE INC-OFICINA TO WS-SUCURSAL-ANT(5:4)
               MOVE INC-ENT-INI TO WSL-ENT-INI
               MOVE INC-OFICINA TO WSL-OFICINA
               MOVE WS-LINEA-SUCURSAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-LINEA-COLUMNAS TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           MOVE INC-CLAVE(9:12)  TO WSL-CUENTA
           MOVE INC-NUP          TO WSL-NUP
           MOVE INC-FEC-ALTA     TO WSL-FEC-ALTA
           MOVE INC-MONTO        TO WSL-MONTO
           MOVE INC-PLAZO        TO WSL-PLAZO
           MOVE INC-EDAD         TO WSL-EDAD
           MOVE INC-INGRESO      TO WSL-INGRESO
           MOVE INC-REL-CUOTA    TO WSL-REL-CUOTA
           MOVE INC-MOTIVOS      TO WSL-MOTIVOS
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD 1 TO WS-SUC-CANT
           ADD INC-MONTO TO WS-SUC-MONTO
           .
       4100-EXIT.
           EXIT.

       4200-TOTAL-SUCURSAL.
           MOVE '  TOTAL SUCURSAL'  TO WSL-T-NIVEL
           MOVE WS-SUC-CANT        TO WSL-T-CANT
           MOVE WS-SUC-MONTO       TO WSL-T-MONTO
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD WS-SUC-CANT  TO WS-PRD-CANT
           ADD WS-SUC-MONTO TO WS-PRD-MONTO
           MOVE ZERO TO WS-SUC-CANT WS-SUC-MONTO
           .

       4300-TOTAL-PRODUCTO.
           MOVE 'TOTAL PRODUCTO'    TO WSL-T-NIVEL
           MOVE WS-PRD-CANT        TO WSL-T-CANT
           MOVE WS-PRD-MONTO       TO WSL-T-MONTO
           MOVE WS-LINEA-TOTAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           ADD WS-PRD-MONTO TO WS-GRL-MONTO
           MOVE ZERO TO WS-PRD-CANT WS-PRD-MONTO
           .

       4400-LINEA-MOTIVO.
           MOVE TB-MOT-COD(WS-IX-MOT)  TO WSL-M-COD
           MOVE TB-MOT-DESC(WS-IX-MOT) TO WSL-M-DESC
           MOVE TB-MOT-CANT(WS-IX-MOT) TO WSL-M-CANT
           MOVE WS-LINEA-MOTIVO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       4400-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE REPORTE-PRO
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET176' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-DRB TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-INCUMPLEN TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET176 - CUMPLIMIENTO DE REGLAS DE PRODUCTO'
           DISPLAY 'PRODUCTOS UGDTPRO  . . . . : ' WS-CANT-PRODUCTOS
           DISPLAY 'PRESTAMOS UGDTDRB  . . . . : ' WS-CANT-DRB
           DISPLAY 'PRESTAMOS SIN CONTRATO . . : ' WS-CANT-SIN-CONTRATO
           DISPLAY 'PRESTAMOS AUDITADOS  . . . : ' WS-CANT-AUDITADOS
           DISPLAY 'SIN FECHA DE ALTA  . . . . : ' WS-CANT-SIN-ALTA
           DISPLAY 'SIN EDAD DEL TITULAR . . . : ' WS-CANT-SIN-NACIM
           DISPLAY 'SIN INGRESO DECLARADO  . . : ' WS-CANT-SIN-INGRESO
           DISPLAY 'PRESTAMOS FUERA DE REGLA . : ' WS-CANT-INCUMPLEN
           .
