      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET184                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALPE                       *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : VALIDACION CRUZADA DEL CODIGO DE ACTIVIDAD       *
      *               CLANAE.  CADA CLIENTE DE WAAPE684O SE CONTRASTA  *
      *               CONTRA LA TABLA OFICIAL DE ACTIVIDADES CLANAETB  *
      *               (CODIGO Y SECTOR AL QUE PERTENECE): EL CODIGO    *
      *               WAAPEPYM-PECODACT DEBE EXISTIR Y COINCIDIR CON   *
      *               SU GRUPO WAAPEPYM-CLANAE10, CON EL COD-ACTIVIDAD *
      *               DE IBEC3070 Y SU SECTOR CON EL DECLARADO EN      *
      *               WAAPEPYM-SECTOR.  CON LOS TOPES POR SECTOR DE    *
      *               PYMSECUM RECALCULA LA CATEGORIA MIPYME CON LA    *
      *               VENTA ANUAL BAJO EL SECTOR DECLARADO Y BAJO EL   *
      *               CORREGIDO.  LOS HALLAZGOS (CODIGO INVALIDO,      *
      *               SECTOR DISTINTO, CATEGORIA QUE CAMBIARIA) VAN A  *
      *               CLAREV Y AL LISTADO RPCLANAE PARA EL EQUIPO DE   *
      *               DATOS DE BANCA EMPRESAS.                         *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET184.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALPE.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIPYME-684     ASSIGN TO WAAPE684O
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-684.
           SELECT SORT-PYM       ASSIGN TO SRTCLAA.
           SELECT PYM-ORD        ASSIGN TO WCLAPYM
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLIENTES       ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.
           SELECT SORT-CLI       ASSIGN TO SRTCLAB.
           SELECT CLI-ORD        ASSIGN TO WCLACLI
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACTIVIDADES    ASSIGN TO CLANAETB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACT.
           SELECT SORT-ACT       ASSIGN TO SRTCLAC.
           SELECT ACT-ORD        ASSIGN TO WCLAACT
               ORGANIZATION IS SEQUENTIAL.

           SELECT TOPES          ASSIGN TO PYMSECUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TOP.

           SELECT REVISION-SAL   ASSIGN TO CLAREV
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-CLA    ASSIGN TO RPCLANAE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MIPYME-684
           RECORDING MODE IS F.
       01  FD-WAAPE684O.
           COPY "waape684o_daily.cob".

       SD  SORT-PYM.
       01  SD-PYM-REGISTRO.
           05  S-PYM-PENUMPER         PIC X(08).
           05  S-PYM-NOMBRE           PIC X(40).
           05  S-PYM-CODACT           PIC X(08).
           05  S-PYM-CLANAE10         PIC X(03).
           05  S-PYM-SECTOR           PIC X(02).
           05  S-PYM-CATEGORIA        PIC X(02).
           05  S-PYM-VENTAS           PIC S9(13).
           05  FILLER                 PIC X(04).

       FD  PYM-ORD
           RECORDING MODE IS F.
       01  W-PYM-REGISTRO.
           05  W-PYM-PENUMPER         PIC X(08).
           05  W-PYM-NOMBRE           PIC X(40).
           05  W-PYM-CODACT           PIC X(08).
           05  W-PYM-CLANAE10         PIC X(03).
           05  W-PYM-SECTOR           PIC X(02).
           05  W-PYM-CATEGORIA        PIC X(02).
           05  W-PYM-VENTAS           PIC S9(13).
           05  FILLER                 PIC X(04).

       FD  CLIENTES
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "../../../garra/fact/clientes_en_mora/IBEC3070.cob"
               REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       SD  SORT-CLI.
       01  SD-CLI-REGISTRO.
           05  S-CLI-NUM-PERSONA      PIC X(08).
           05  S-CLI-ACTIVIDAD        PIC X(08).
           05  FILLER                 PIC X(04).

       FD  CLI-ORD
           RECORDING MODE IS F.
       01  W-CLI-REGISTRO.
           05  W-CLI-NUM-PERSONA      PIC X(08).
           05  W-CLI-ACTIVIDAD        PIC X(08).
           05  FILLER                 PIC X(04).

      * TABLA OFICIAL DE ACTIVIDADES CLANAE, MANTENIDA POR NEGOCIO
       FD  ACTIVIDADES
           RECORDING MODE IS F.
       01  CLANAETB-REGISTRO.
           05  CLANAETB-CODIGO        PIC X(08).
           05  CLANAETB-SECTOR        PIC X(02).
           05  CLANAETB-DESCRIPCION   PIC X(40).
           05  FILLER                 PIC X(10).

       SD  SORT-ACT.
       01  SD-ACT-REGISTRO.
           05  S-ACT-CODIGO           PIC X(08).
           05  S-ACT-SECTOR           PIC X(02).
           05  FILLER                 PIC X(10).

       FD  ACT-ORD
           RECORDING MODE IS F.
       01  W-ACT-REGISTRO.
           05  W-ACT-CODIGO           PIC X(08).
           05  W-ACT-SECTOR           PIC X(02).
           05  FILLER                 PIC X(10).

       FD  TOPES
           RECORDING MODE IS F.
       01  PYMSECUM-REGISTRO.
      *        POR SECTOR, DE MENOR A MAYOR TOPE DE VENTA ANUAL: LA
      *        PRIMERA CATEGORIA CUYO TOPE CUBRE LA VENTA GANA
           05  PYMSECUM-SECTOR        PIC X(02).
           05  PYMSECUM-CATEGORIA     PIC X(02).
           05  PYMSECUM-TOPE          PIC 9(15)V99.
           05  FILLER                 PIC X(03).

       FD  REVISION-SAL
           RECORDING MODE IS F.
       01  CLAREV-REGISTRO.
           05  CLAREV-PENUMPER        PIC X(08).
           05  CLAREV-NOMBRE          PIC X(40).
      *        CI = PECODACT FUERA DE TABLA
      *        CG = CLANAE10 NO ES EL GRUPO DEL PECODACT
      *        SM = CLIENTE SIN FILA EN IBEC3070
      *        II = COD-ACTIVIDAD DE IBEC3070 FUERA DE TABLA
      *        DA = PECODACT DISTINTO DE IBEC3070
      *        SE = SECTOR DECLARADO DISTINTO DEL OFICIAL
      *        CC = LA CATEGORIA CAMBIA CON EL SECTOR CORREGIDO
           05  CLAREV-HALLAZGO        PIC X(02).
           05  CLAREV-CODACT          PIC X(08).
           05  CLAREV-CLANAE10        PIC X(03).
           05  CLAREV-ACT-IBEC        PIC X(08).
           05  CLAREV-SECTOR-DECL     PIC X(02).
           05  CLAREV-SECTOR-OFIC     PIC X(02).
           05  CLAREV-CAT-ACTUAL      PIC X(02).
           05  CLAREV-CAT-DECL        PIC X(02).
           05  CLAREV-CAT-CORREG      PIC X(02).
           05  CLAREV-VENTAS          PIC S9(13).
           05  CLAREV-FEC-PROCESO     PIC 9(08).
           05  FILLER                 PIC X(20).

       FD  REPORTE-CLA.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-ACTIVIDADES        PIC 9(05) COMP VALUE 5000.
       77  WS-MAX-TOPES              PIC 9(03) COMP VALUE 100.

       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-684                 PIC XX.
           88  FS-684-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CLI                 PIC XX.
           88  FS-CLI-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-ACT                 PIC XX.
       01  WS-FS-TOP                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-PYM         PIC X(01) VALUE 'N'.
               88  EOF-MIPYME            VALUE 'S'.
           05  WS-SW-EOF-TOP         PIC X(01) VALUE 'N'.
               88  EOF-TOPES             VALUE 'S'.

       01  WS-CLAVE-CLI              PIC X(08) VALUE LOW-VALUES.

      * ACTIVIDADES OFICIALES CON SU SECTOR
       01  TABLA-ACTIVIDADES.
           05  TB-ACT-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-ACT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TB-ACT-CANT
                   ASCENDING KEY IS TB-ACT-CODIGO
                   INDEXED BY TB-ACT-IDX.
               10  TB-ACT-CODIGO     PIC X(08).
               10  TB-ACT-SECTOR     PIC X(02).

      * TOPES DE CATEGORIA POR SECTOR, EN EL ORDEN DE PYMSECUM
       01  TABLA-TOPES.
           05  TB-TOP-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-TOP-ENTRY OCCURS 100 TIMES
                   INDEXED BY TB-TOP-IDX.
               10  TB-TOP-SECTOR     PIC X(02).
               10  TB-TOP-CATEGORIA  PIC X(02).
               10  TB-TOP-TOPE       PIC 9(15)V99 COMP-3.

      * EVALUACION DEL CLIENTE EN CURSO
       01  WS-EVALUACION.
           05  WS-ACT-IBEC           PIC X(08).
           05  WS-SECTOR-OFIC        PIC X(02).
           05  WS-SECTOR-IBEC        PIC X(02).
           05  WS-CAT-DECL           PIC X(02).
           05  WS-CAT-CORREG         PIC X(02).
           05  WS-SW-CODACT          PIC X(01).
               88  CODACT-VALIDO         VALUE 'S'.
           05  WS-SW-IBEC            PIC X(01).
               88  HAY-IBEC              VALUE 'S'.
           05  WS-SW-ACT-IBEC        PIC X(01).
               88  ACT-IBEC-VALIDA       VALUE 'S'.
           05  WS-SW-HALLAZGO        PIC X(01).
               88  CLIENTE-CON-HALLAZGO  VALUE 'S'.

      * DATOS DE LA BUSQUEDA DE CATEGORIA
       01  WS-CAT-SECTOR             PIC X(02).
       01  WS-CAT-VENTAS             PIC 9(15)V99.
       01  WS-CAT-RESULTADO          PIC X(02).
       01  WS-SW-CAT                 PIC X(01).
           88  CATEGORIA-HALLADA         VALUE 'S'.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.
           05  WS-CANT-CON-HALLAZGO  PIC 9(09) COMP.
           05  WS-CANT-HALLAZGOS     PIC 9(09) COMP.
           05  WS-CANT-CI            PIC 9(09) COMP.
           05  WS-CANT-CG            PIC 9(09) COMP.
           05  WS-CANT-SM            PIC 9(09) COMP.
           05  WS-CANT-II            PIC 9(09) COMP.
           05  WS-CANT-DA            PIC 9(09) COMP.
           05  WS-CANT-SE            PIC 9(09) COMP.
           05  WS-CANT-CC            PIC 9(09) COMP.
           05  WS-CANT-DESBORDE      PIC 9(09) COMP.

       01  WS-TITULO.
           05  FILLER                PIC X(49) VALUE
               'ZET184 - VALIDACION CRUZADA DE ACTIVIDAD CLANAE'.
           05  FILLER                PIC X(08) VALUE ' FECHA: '.
           05  WST-FEC-PROCESO       PIC 9(08).

       01  WS-ENCAB-REVISION.
           05  FILLER                PIC X(50) VALUE
               'PERSONA   NOMBRE                          HZ  COD.'.
           05  FILLER                PIC X(50) VALUE
               'ACT   GRP  ACT.IBEC  SD  SO  CA  CD  CC         VE'.
           05  FILLER                PIC X(09) VALUE
               'NTA ANUAL'.

       01  WS-LINEA-REVISION.
           05  WSL-PENUMPER          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-NOMBRE            PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-HALLAZGO          PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CODACT            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CLANAE10          PIC X(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-ACT-IBEC          PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-SECTOR-DECL       PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-SECTOR-OFIC       PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CAT-ACTUAL        PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CAT-DECL          PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CAT-CORREG        PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-VENTAS            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-R-CONCEPTO        PIC X(44).
           05  WSL-R-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-VALIDA-CLIENTE THRU 3000-EXIT
               UNTIL EOF-MIPYME
           PERFORM 8000-RESUMEN
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  TABLAS DE ACTIVIDADES Y TOPES, Y ARCHIVOS *
      *  MIPYME E IBEC3070 ORDENADOS POR PERSONA                       *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES

           OPEN INPUT MIPYME-684
           IF WS-FS-684 NOT = '00'
               DISPLAY 'ZET184 - NO SE PUDO ABRIR WAAPE684O - '
                   'FILE STATUS ' WS-FS-684
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MIPYME-684
           OPEN INPUT CLIENTES
           IF WS-FS-CLI NOT = '00'
               DISPLAY 'ZET184 - NO SE PUDO ABRIR IBEC3070 - '
                   'FILE STATUS ' WS-FS-CLI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CLIENTES
           OPEN INPUT ACTIVIDADES
           IF WS-FS-ACT NOT = '00'
               DISPLAY 'ZET184 - FALTA LA TABLA CLANAETB - '
                   'FILE STATUS ' WS-FS-ACT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ACTIVIDADES

           OPEN INPUT TOPES
           IF WS-FS-TOP NOT = '00'
               DISPLAY 'ZET184 - FALTA LA TABLA PYMSECUM - '
                   'FILE STATUS ' WS-FS-TOP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-CARGA-TOPE THRU 1150-EXIT
               UNTIL EOF-TOPES
           CLOSE TOPES

           SORT SORT-ACT
               ON ASCENDING KEY S-ACT-CODIGO
               INPUT PROCEDURE IS 1300-EXTRAE-ACTIVIDADES
               GIVING ACT-ORD
           OPEN INPUT ACT-ORD
           PERFORM 1100-CARGA-ACTIVIDAD THRU 1100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE ACT-ORD
           MOVE 'N' TO WS-SW-EOF-AUX
           IF TB-ACT-CANT = ZERO
               DISPLAY 'ZET184 - TABLA CLANAETB VACIA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CANT-DESBORDE > ZERO
               DISPLAY 'ZET184 - ADVERTENCIA: TABLA DE ACTIVIDADES '
                   'DESBORDADA - FILAS NO CARGADAS: ' WS-CANT-DESBORDE
           END-IF

           SORT SORT-PYM
               ON ASCENDING KEY S-PYM-PENUMPER
               INPUT PROCEDURE IS 1400-EXTRAE-MIPYME
               GIVING PYM-ORD

           SORT SORT-CLI
               ON ASCENDING KEY S-CLI-NUM-PERSONA
               INPUT PROCEDURE IS 1500-EXTRAE-CLIENTES
               GIVING CLI-ORD

           OPEN INPUT  PYM-ORD
           OPEN INPUT  CLI-ORD
           OPEN OUTPUT REVISION-SAL
           OPEN OUTPUT REPORTE-CLA

           MOVE WS-FECHA-PROCESO TO WST-FEC-PROCESO
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-REVISION TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2000-LEER-MIPYME THRU 2000-EXIT
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
           .

      * UNA FILA POR CODIGO
       1100-CARGA-ACTIVIDAD.
           READ ACT-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF TB-ACT-CANT > ZERO
               AND W-ACT-CODIGO = TB-ACT-CODIGO(TB-ACT-CANT)
               GO TO 1100-EXIT
           END-IF
           IF TB-ACT-CANT NOT < WS-MAX-ACTIVIDADES
               ADD 1 TO WS-CANT-DESBORDE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO TB-ACT-CANT
           SET TB-ACT-IDX TO TB-ACT-CANT
           MOVE W-ACT-CODIGO TO TB-ACT-CODIGO(TB-ACT-IDX)
           MOVE W-ACT-SECTOR TO TB-ACT-SECTOR(TB-ACT-IDX)
           .
       1100-EXIT.
           EXIT.

       1150-CARGA-TOPE.
           READ TOPES
               AT END
                   SET EOF-TOPES TO TRUE
               NOT AT END
                   IF TB-TOP-CANT < WS-MAX-TOPES
                       ADD 1 TO TB-TOP-CANT
                       SET TB-TOP-IDX TO TB-TOP-CANT
                       MOVE PYMSECUM-SECTOR
                           TO TB-TOP-SECTOR(TB-TOP-IDX)
                       MOVE PYMSECUM-CATEGORIA
                           TO TB-TOP-CATEGORIA(TB-TOP-IDX)
                       MOVE PYMSECUM-TOPE
                           TO TB-TOP-TOPE(TB-TOP-IDX)
                   END-IF
           END-READ
           .
       1150-EXIT.
           EXIT.

       1300-EXTRAE-ACTIVIDADES SECTION.
           OPEN INPUT ACTIVIDADES
           PERFORM 1310-SUELTA-ACTIVIDAD THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE ACTIVIDADES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

       1310-SUELTA-ACTIVIDAD.
           READ ACTIVIDADES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF CLANAETB-CODIGO = SPACES
               GO TO 1310-EXIT
           END-IF
           MOVE SPACES TO SD-ACT-REGISTRO
           MOVE CLANAETB-CODIGO TO S-ACT-CODIGO
           MOVE CLANAETB-SECTOR TO S-ACT-SECTOR
           RELEASE SD-ACT-REGISTRO
           .
       1310-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


       1400-EXTRAE-MIPYME SECTION.
           OPEN INPUT MIPYME-684
           PERFORM 1410-SUELTA-MIPYME THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE MIPYME-684
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-MIPYME.
           READ MIPYME-684
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF FS-684-ERROR-LECTURA
               DISPLAY 'ZET184 - ERROR DE LECTURA '
                   'EN WAAPE684O - FILE STATUS ' WS-FS-684
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDOS
           MOVE SPACES TO SD-PYM-REGISTRO
           MOVE WAAPEPYM-PENUMPER OF FD-WAAPE684O TO S-PYM-PENUMPER
           MOVE WAAPEPYM-APEYNOMB OF FD-WAAPE684O TO S-PYM-NOMBRE
           MOVE WAAPEPYM-PECODACT OF FD-WAAPE684O TO S-PYM-CODACT
           MOVE WAAPEPYM-CLANAE10 OF FD-WAAPE684O TO S-PYM-CLANAE10
           MOVE WAAPEPYM-SECTOR OF FD-WAAPE684O TO S-PYM-SECTOR
           MOVE WAAPEPYM-COD-MIPYME-REAL OF FD-WAAPE684O
               TO S-PYM-CATEGORIA
           MOVE ZERO TO S-PYM-VENTAS
           IF WAAPEPYM-VTA-TOT-ANUAL OF FD-WAAPE684O IS NUMERIC
               MOVE WAAPEPYM-VTA-TOT-ANUAL OF FD-WAAPE684O
                   TO S-PYM-VENTAS
           END-IF
           RELEASE SD-PYM-REGISTRO
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


       1500-EXTRAE-CLIENTES SECTION.
           OPEN INPUT CLIENTES
           PERFORM 1510-SUELTA-CLIENTE THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE CLIENTES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-CLIENTE.
           READ CLIENTES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1510-EXIT
           END-READ
           IF FS-CLI-ERROR-LECTURA
               DISPLAY 'ZET184 - ERROR DE LECTURA '
                   'EN IBEC3070 - FILE STATUS ' WS-FS-CLI
               STOP RUN
           END-IF
           IF IBEC3070-NUM-PERSONA = SPACES
               GO TO 1510-EXIT
           END-IF
           MOVE SPACES TO SD-CLI-REGISTRO
           MOVE IBEC3070-NUM-PERSONA  TO S-CLI-NUM-PERSONA
           MOVE IBEC3070-COD-ACTIVIDAD TO S-CLI-ACTIVIDAD
           RELEASE SD-CLI-REGISTRO
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-MIPYME.
           READ PYM-ORD
               AT END
                   SET EOF-MIPYME TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-CLIENTE.
           READ CLI-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-CLI
               NOT AT END
                   MOVE W-CLI-NUM-PERSONA TO WS-CLAVE-CLI
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-VALIDA-CLIENTE  -  CODIGO CONTRA TABLA, CONTRA SU GRUPO  *
      *  Y CONTRA IBEC3070; SECTOR OFICIAL CONTRA EL DECLARADO Y       *
      *  CATEGORIA CON CADA UNO DE LOS DOS SECTORES                    *
      ******************************************************************
       3000-VALIDA-CLIENTE.
           INITIALIZE WS-EVALUACION
           PERFORM 2100-LEER-CLIENTE THRU 2100-EXIT
               UNTIL WS-CLAVE-CLI NOT < W-PYM-PENUMPER
           IF WS-CLAVE-CLI = W-PYM-PENUMPER
               SET HAY-IBEC TO TRUE
               MOVE W-CLI-ACTIVIDAD TO WS-ACT-IBEC
           END-IF

           SEARCH ALL TB-ACT-ENTRY
               WHEN TB-ACT-CODIGO(TB-ACT-IDX) = W-PYM-CODACT
                   SET CODACT-VALIDO TO TRUE
                   MOVE TB-ACT-SECTOR(TB-ACT-IDX) TO WS-SECTOR-OFIC
           END-SEARCH
           IF HAY-IBEC
               SEARCH ALL TB-ACT-ENTRY
                   WHEN TB-ACT-CODIGO(TB-ACT-IDX) = WS-ACT-IBEC
                       SET ACT-IBEC-VALIDA TO TRUE
                       MOVE TB-ACT-SECTOR(TB-ACT-IDX)
                           TO WS-SECTOR-IBEC
               END-SEARCH
           END-IF
      * SIN CODIGO VALIDO EN EL ARCHIVO MIPYME, EL SECTOR OFICIAL
      * SALE DEL CODIGO DEL MAESTRO DE CLIENTES
           IF NOT CODACT-VALIDO
               AND ACT-IBEC-VALIDA
               MOVE WS-SECTOR-IBEC TO WS-SECTOR-OFIC
           END-IF

           IF NOT CODACT-VALIDO
               MOVE 'CI' TO CLAREV-HALLAZGO
               PERFORM 3500-GRABA-HALLAZGO THRU 3500-EXIT
           ELSE
               IF W-PYM-CLANAE10 NOT = W-PYM-CODACT(1:3)
                   MOVE 'CG' TO CLAREV-HALLAZGO
                   PERFORM 3500-GRABA-HALLAZGO THRU 3500-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT HAY-IBEC
                   MOVE 'SM' TO CLAREV-HALLAZGO
                   PERFORM 3500-GRABA-HALLAZGO THRU 3500-EXIT
               WHEN NOT ACT-IBEC-VALIDA
                   MOVE 'II' TO CLAREV-HALLAZGO
                   PERFORM 3500-GRABA-HALLAZGO THRU 3500-EXIT
               WHEN WS-ACT-IBEC NOT = W-PYM-CODACT
                   MOVE 'DA' TO CLAREV-HALLAZGO
                   PERFORM 3500-GRABA-HALLAZGO THRU 3500-EXIT
           END-EVALUATE

           IF WS-SECTOR-OFIC NOT = SPACES
               AND WS-SECTOR-OFIC NOT = W-PYM-SECTOR
               MOVE 'SE' TO CLAREV-HALLAZGO
               PERFORM 3500-GRABA-HALLAZGO THRU 3500-EXIT
               MOVE W-PYM-SECTOR TO WS-CAT-SECTOR
               PERFORM 3100-CALCULA-CATEGORIA THRU 3100-EXIT
               MOVE WS-CAT-RESULTADO TO WS-CAT-DECL
               MOVE WS-SECTOR-OFIC TO WS-CAT-SECTOR
               PERFORM 3100-CALCULA-CATEGORIA THRU 3100-EXIT
               MOVE WS-CAT-RESULTADO TO WS-CAT-CORREG
               IF WS-CAT-CORREG NOT = WS-CAT-DECL
                   MOVE 'CC' TO CLAREV-HALLAZGO
                   PERFORM 3500-GRABA-HALLAZGO THRU 3500-EXIT
               END-IF
           END-IF

           IF CLIENTE-CON-HALLAZGO
               ADD 1 TO WS-CANT-CON-HALLAZGO
           END-IF
           PERFORM 2000-LEER-MIPYME THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  3100-CALCULA-CATEGORIA  -  CATEGORIA DE LA VENTA ANUAL CON LOS*
      *  TOPES DEL SECTOR WS-CAT-SECTOR.  SI NINGUN TOPE LA CUBRE      *
      *  QUEDA LA ULTIMA CATEGORIA DEL SECTOR; SIN TOPES, EN BLANCO    *
      ******************************************************************
       3100-CALCULA-CATEGORIA.
           MOVE SPACES TO WS-CAT-RESULTADO
           MOVE 'N' TO WS-SW-CAT
           MOVE ZERO TO WS-CAT-VENTAS
           IF W-PYM-VENTAS > ZERO
               MOVE W-PYM-VENTAS TO WS-CAT-VENTAS
           END-IF
           IF TB-TOP-CANT > ZERO
               PERFORM 3110-EVALUA-TOPE THRU 3110-EXIT
                   VARYING TB-TOP-IDX FROM 1 BY 1
                   UNTIL TB-TOP-IDX > TB-TOP-CANT
                      OR CATEGORIA-HALLADA
           END-IF
           .
       3100-EXIT.
           EXIT.

       3110-EVALUA-TOPE.
           IF TB-TOP-SECTOR(TB-TOP-IDX) NOT = WS-CAT-SECTOR
               GO TO 3110-EXIT
           END-IF
           MOVE TB-TOP-CATEGORIA(TB-TOP-IDX) TO WS-CAT-RESULTADO
           IF WS-CAT-VENTAS NOT > TB-TOP-TOPE(TB-TOP-IDX)
               SET CATEGORIA-HALLADA TO TRUE
           END-IF
           .
       3110-EXIT.
           EXIT.

       3500-GRABA-HALLAZGO.
           MOVE W-PYM-PENUMPER   TO CLAREV-PENUMPER
           MOVE W-PYM-NOMBRE     TO CLAREV-NOMBRE
           MOVE W-PYM-CODACT     TO CLAREV-CODACT
           MOVE W-PYM-CLANAE10   TO CLAREV-CLANAE10
           MOVE WS-ACT-IBEC      TO CLAREV-ACT-IBEC
           MOVE W-PYM-SECTOR     TO CLAREV-SECTOR-DECL
           MOVE WS-SECTOR-OFIC   TO CLAREV-SECTOR-OFIC
           MOVE W-PYM-CATEGORIA  TO CLAREV-CAT-ACTUAL
           MOVE WS-CAT-DECL      TO CLAREV-CAT-DECL
           MOVE WS-CAT-CORREG    TO CLAREV-CAT-CORREG
           MOVE W-PYM-VENTAS     TO CLAREV-VENTAS
           MOVE WS-FECHA-PROCESO TO CLAREV-FEC-PROCESO
           WRITE CLAREV-REGISTRO
           SET CLIENTE-CON-HALLAZGO TO TRUE
           ADD 1 TO WS-CANT-HALLAZGOS
           EVALUATE CLAREV-HALLAZGO
               WHEN 'CI'  ADD 1 TO WS-CANT-CI
               WHEN 'CG'  ADD 1 TO WS-CANT-CG
               WHEN 'SM'  ADD 1 TO WS-CANT-SM
               WHEN 'II'  ADD 1 TO WS-CANT-II
               WHEN 'DA'  ADD 1 TO WS-CANT-DA
               WHEN 'SE'  ADD 1 TO WS-CANT-SE
               WHEN 'CC'  ADD 1 TO WS-CANT-CC
           END-EVALUATE

           MOVE CLAREV-PENUMPER    TO WSL-PENUMPER
           MOVE CLAREV-NOMBRE      TO WSL-NOMBRE
           MOVE CLAREV-HALLAZGO    TO WSL-HALLAZGO
           MOVE CLAREV-CODACT      TO WSL-CODACT
           MOVE CLAREV-CLANAE10    TO WSL-CLANAE10
           MOVE CLAREV-ACT-IBEC    TO WSL-ACT-IBEC
           MOVE CLAREV-SECTOR-DECL TO WSL-SECTOR-DECL
           MOVE CLAREV-SECTOR-OFIC TO WSL-SECTOR-OFIC
           MOVE CLAREV-CAT-ACTUAL  TO WSL-CAT-ACTUAL
           MOVE CLAREV-CAT-DECL    TO WSL-CAT-DECL
           MOVE CLAREV-CAT-CORREG  TO WSL-CAT-CORREG
           MOVE CLAREV-VENTAS      TO WSL-VENTAS
           MOVE WS-LINEA-REVISION TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3500-EXIT.
           EXIT.

      ******************************************************************
      *  8000-RESUMEN  -  CANTIDAD DE HALLAZGOS POR TIPO               *
      ******************************************************************
       8000-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'CLIENTES EVALUADOS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-LEIDOS TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'CLIENTES CON HALLAZGOS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-CON-HALLAZGO TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'CI - CODIGO FUERA DE LA TABLA OFICIAL'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-CI TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'CG - CLANAE10 DISTINTO DEL GRUPO DEL CODIGO'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-CG TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'SM - SIN FILA EN IBEC3070' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SM TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'II - ACTIVIDAD DE IBEC3070 FUERA DE TABLA'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-II TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'DA - CODIGO DISTINTO DEL DE IBEC3070'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-DA TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'SE - SECTOR DECLARADO DISTINTO DEL OFICIAL'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-SE TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           MOVE 'CC - CATEGORIA QUE CAMBIA CON EL SECTOR'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-CC TO WSL-R-CANTIDAD
           PERFORM 8100-LINEA-RESUMEN
           .

       8100-LINEA-RESUMEN.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN        *
      ******************************************************************
       9000-FINALIZE.
           CLOSE PYM-ORD
           CLOSE CLI-ORD
           CLOSE REVISION-SAL
           CLOSE REPORTE-CLA
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET184' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-HALLAZGOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET184 - VALIDACION DE ACTIVIDAD CLANAE'
           DISPLAY 'CLIENTES EVALUADOS . . . . : ' WS-CANT-LEIDOS
           DISPLAY 'CLIENTES CON HALLAZGOS . . : ' WS-CANT-CON-HALLAZGO
           DISPLAY 'HALLAZGOS GRABADOS . . . . : ' WS-CANT-HALLAZGOS
           DISPLAY 'SECTOR DISTINTO  . . . . . : ' WS-CANT-SE
           DISPLAY 'CATEGORIA QUE CAMBIA . . . : ' WS-CANT-CC
           .
