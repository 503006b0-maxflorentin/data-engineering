      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET209                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - ABAE                        *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : INVENTARIO MENSUAL DE CERTIFICADOS FISICOS DE    *
      *               PLAZO FIJO EN CUSTODIA.  CADA IMPOSICION DE      *
      *               BGTCIPF MARCADA EN CUSTODIA (IPF-IND-CUSTODIA)   *
      *               Y SIN EGRESO DEBE ESTAR EN EL TESORO DE SU       *
      *               SUCURSAL DE INGRESO (IPF-SUC-ING-CUSTOD, LLEVADA *
      *               A LA VIGENTE CON LA RUTINA SUCMAP).  EMITE EL    *
      *               INVENTARIO CUSINV Y EL LISTADO RPCUSINV POR      *
      *               SUCURSAL PARA EL CONTEO DEL TESORO, Y MARCA:     *
      *               CN CERTIFICADO CANCELADO (IPF-FECHA-CANCEL) QUE  *
      *               NUNCA EGRESO DE CUSTODIA, ES EGRESO REGISTRADO   *
      *               EN OTRA SUCURSAL QUE LA QUE LO GUARDABA Y SA     *
      *               CUSTODIA DE UN CERTIFICADO NO ACTIVO (ANULADO).  *
      *               LAS SUCURSALES DEVUELVEN EL CONTEO EN CUSCONF    *
      *               (CANTIDAD CONTADA, FALTANTES, SOBRANTES Y        *
      *               RESOLUCIONES).  LAS DIFERENCIAS SE ARRASTRAN DE  *
      *               GENERACION EN GENERACION (CUSPEN -> CUSPENN)     *
      *               HASTA QUE SE RESUELVEN Y AL CERRARSE PASAN AL    *
      *               HISTORICO CUSDIFH.  LAS CONFIRMACIONES QUE NO SE *
      *               PUEDEN APLICAR VAN A CUSREJ.  RC 4 SI QUEDAN     *
      *               DIFERENCIAS ABIERTAS O HAY RECHAZOS (EL CONTEO   *
      *               DEL PERIODO EN CURSO NO CUENTA COMO DIFERENCIA). *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET209.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - ABAE.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMCUS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT IMPOSICIONES   ASSIGN TO BGTCIPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-IPF.

           SELECT SORT-INV       ASSIGN TO SRTCUSA.
           SELECT INVENTARIO     ASSIGN TO CUSINV
               ORGANIZATION IS SEQUENTIAL.
           SELECT DETECCIONES    ASSIGN TO WCUSDET
               ORGANIZATION IS SEQUENTIAL.

           SELECT PENDIENTES-ANT ASSIGN TO CUSPEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PEN.
           SELECT CONFIRMACIONES ASSIGN TO CUSCONF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CNF.

           SELECT SORT-MOV       ASSIGN TO SRTCUSB.
           SELECT PENDIENTES-NVA ASSIGN TO CUSPENN
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTORICO      ASSIGN TO CUSDIFH
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECHAZOS       ASSIGN TO CUSREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-CUS    ASSIGN TO RPCUSINV
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-CUS-REGISTRO.
      *        PERIODO AAAAMM DEL INVENTARIO; CERO = MES DEL PROCESO
           05  PARM-CUS-PERIODO       PIC 9(06).
           05  FILLER                 PIC X(34).

       FD  IMPOSICIONES
           RECORDING MODE IS F.
       01  FD-IMPOSICION.
           COPY "bgtcipf.cob".

      * CERTIFICADOS EN CUSTODIA, POR SUCURSAL Y CERTIFICADO
       SD  SORT-INV.
       01  SD-INV-REGISTRO.
           05  FILLER                 PIC X(06).
           05  S-INV-CLAVE            PIC X(29).
           05  FILLER                 PIC X(65).

       FD  INVENTARIO
           RECORDING MODE IS F.
           COPY "cusinv.cob".

      * DIFERENCIAS DETECTADAS EN BGTCIPF Y CONTEOS A CONFIRMAR
       FD  DETECCIONES
           RECORDING MODE IS F.
       01  DETECCION-REGISTRO         PIC X(180).

       FD  PENDIENTES-ANT
           RECORDING MODE IS F.
       01  PENDIENTE-ANT-REGISTRO     PIC X(180).

       FD  CONFIRMACIONES
           RECORDING MODE IS F.
           COPY "cuscnf.cob".

      * MOVIMIENTOS POR DIFERENCIA: 1 ARRASTRE / 2 DETECCION /
      * 3 CONFIRMACION DE LA SUCURSAL, EN ORDEN DE LLEGADA
       SD  SORT-MOV.
       01  SD-MOV-REGISTRO.
           05  S-MOV-CLAVE            PIC X(31).
           05  S-MOV-ORIGEN           PIC 9(01).
           05  S-MOV-SEC              PIC 9(07).
           05  FILLER                 PIC X(260).

       FD  PENDIENTES-NVA
           RECORDING MODE IS F.
           COPY "cusdif.cob".

       FD  HISTORICO
           RECORDING MODE IS F.
           COPY "cusdif.cob"
               REPLACING LEADING ==CUSDIF== BY ==DIFH==.

       FD  RECHAZOS
           RECORDING MODE IS F.
       01  REJ-REGISTRO.
           05  REJ-MOTIVO             PIC X(30).
           05  REJ-CONFIRMACION       PIC X(80).

       FD  REPORTE-CUS.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../../../catalogo/control/sucmaplk.cob"
               REPLACING ==:SUCMAP:== BY ==SUCMAP==.

       77  WS-SEC-MOV                PIC 9(07) COMP VALUE ZERO.
       77  WS-DIAS-ABIERTA           PIC S9(09) COMP.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-PERIODO                PIC 9(06).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-IPF                 PIC XX.
           88  FS-IPF-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PEN                 PIC XX.
       01  WS-FS-CNF                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-IPF         PIC X(01) VALUE 'N'.
               88  EOF-IMPOSICIONES      VALUE 'S'.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-SORT        PIC X(01) VALUE 'N'.
               88  EOF-SORT              VALUE 'S'.
           05  WS-SW-ITEM            PIC X(01) VALUE 'N'.
               88  HAY-ITEM              VALUE 'S'.
           05  WS-SW-VISTO           PIC X(01) VALUE 'N'.
               88  ITEM-VISTO            VALUE 'S'.
           05  WS-SW-CNF             PIC X(01) VALUE 'N'.
               88  CONFIRMACION-VALIDA   VALUE 'S'.

      * FECHAS
       01  WS-FEC-ALFA               PIC X(10).
       01  WS-FEC-NUM                PIC 9(08).
       01  WS-SW-FECHA               PIC X(01).
           88  FECHA-VALIDA              VALUE 'S'.
       01  WS-FEC-INGRESO            PIC 9(08).
       01  WS-FEC-EGRESO             PIC 9(08).
       01  WS-FEC-CANCEL             PIC 9(08).
       01  WS-FEC-ANULA              PIC 9(08).

      * SUCURSALES DE CUSTODIA LLEVADAS A LA VIGENTE
       01  WS-SUC-ORIGEN             PIC X(04).
       01  WS-SUC-VIGENTE            PIC X(04).
       01  WS-SUC-TESORO             PIC X(04).
       01  WS-SUC-EGRESO             PIC X(04).

       01  WS-CLAVE-GRUPO            PIC X(31).
       01  WS-MOTIVO-RECHAZO         PIC X(30).

      * CORTES DE LOS LISTADOS
       01  WS-SUC-ANT                PIC X(04) VALUE LOW-VALUES.
       01  WS-CANT-SUCURSAL          PIC 9(07) COMP.
       01  WS-CANT-SUC-CN            PIC 9(07) COMP.
       01  WS-CANT-SUC-SA            PIC 9(07) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-EN-CUSTODIA   PIC 9(09) COMP.
           05  WS-CANT-SIN-SUC-ING   PIC 9(09) COMP.
           05  WS-CANT-SUCURSALES    PIC 9(09) COMP.
           05  WS-CANT-DET-CN        PIC 9(09) COMP.
           05  WS-CANT-DET-ES        PIC 9(09) COMP.
           05  WS-CANT-DET-SA        PIC 9(09) COMP.
           05  WS-CANT-ARRASTRADAS   PIC 9(09) COMP.
           05  WS-CANT-CONFIRMACIONES PIC 9(09) COMP.
           05  WS-CANT-RECHAZOS      PIC 9(09) COMP.
           05  WS-CANT-NUEVAS        PIC 9(09) COMP.
           05  WS-CANT-CONTEOS-OK    PIC 9(09) COMP.
           05  WS-CANT-CONTEOS-DIF   PIC 9(09) COMP.
           05  WS-CANT-RESUELTAS-SUC PIC 9(09) COMP.
           05  WS-CANT-CERRADAS      PIC 9(09) COMP.
           05  WS-CANT-REGULARIZADAS PIC 9(09) COMP.
           05  WS-CANT-ABIERTAS      PIC 9(09) COMP.
           05  WS-CANT-PEND-REGUL    PIC 9(09) COMP.
           05  WS-CANT-SIN-CONFIRMAR PIC 9(09) COMP.
           05  WS-CANT-CONTEO-VENCIDO PIC 9(09) COMP.

      * DIFERENCIA EN CURSO Y DETECCION QUE LA REFRESCA
           COPY "cusdif.cob"
               REPLACING LEADING ==CUSDIF== BY ==W-DIF==.
           COPY "cusdif.cob"
               REPLACING LEADING ==CUSDIF== BY ==W-DET==.
           COPY "cuscnf.cob"
               REPLACING LEADING ==CUSCNF== BY ==W-CNF==.
           COPY "cusinv.cob"
               REPLACING LEADING ==CUSINV== BY ==W-INV==.

       01  W-MOV-REGISTRO.
           05  W-MOV-CLAVE.
               10  W-MOV-SUCURSAL    PIC X(04).
               10  W-MOV-TIPO        PIC X(02).
               10  W-MOV-REFERENCIA  PIC X(25).
           05  W-MOV-ORIGEN          PIC 9(01).
               88  MOV-ARRASTRE          VALUE 1.
               88  MOV-DETECCION         VALUE 2.
               88  MOV-CONFIRMACION      VALUE 3.
           05  W-MOV-SEC             PIC 9(07).
           05  W-MOV-DIF             PIC X(180).
           05  W-MOV-CNF             PIC X(80).

       01  WS-TITULO.
           05  FILLER                PIC X(50) VALUE
               'ZET209 - INVENTARIO DE CERTIFICADOS DE PLAZO FIJO '.
           05  FILLER                PIC X(23) VALUE
               'EN CUSTODIA - PERIODO '.
           05  WST-PERIODO           PIC 9(06).
           05  FILLER                PIC X(09) VALUE ' PROCESO '.
           05  WST-FEC-PROCESO       PIC 9(08).

       01  WS-LEYENDA.
           05  FILLER                PIC X(50) VALUE
               'MARCA: CN CANCELADO SIN EGRESO / ES EGRESO EN OTRA'.
           05  FILLER                PIC X(50) VALUE
               ' SUCURSAL / SA CUSTODIA SIN CERTIFICADO ACTIVO / N'.
           05  FILLER                PIC X(31) VALUE
               'C SIN CONFIRMAR / DC CONTEO'.

       01  WS-LEYENDA-2.
           05  FILLER                PIC X(50) VALUE
               '       DISTINTO / FA FALTANTE / SO SOBRANTE.  ESTA'.
           05  FILLER                PIC X(50) VALUE
               'DO: A ABIERTA / R RESUELTA POR LA SUCURSAL / C CER'.
           05  FILLER                PIC X(05) VALUE
               'RADA'.

       01  WS-LINEA-SECCION.
           05  FILLER                PIC X(04) VALUE '*** '.
           05  WSL-SECCION           PIC X(60).

       01  WS-LINEA-SUCURSAL.
           05  FILLER                PIC X(10) VALUE 'SUCURSAL: '.
           05  WSL-S-SUCURSAL        PIC X(04).

       01  WS-ENCAB-INVENTARIO.
           05  FILLER                PIC X(50) VALUE
               '  ENT  CENT CUENTA       SECUE ING  FEC-ING  PR SU'.
           05  FILLER                PIC X(50) VALUE
               'BP DIV              SALDO VENCIMIE  MC  CONTADO'.

       01  WS-LINEA-INVENTARIO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSI-ENTIDAD           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSI-CENTRO            PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSI-CUENTA            PIC X(12).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSI-SECUENCIA         PIC 9(05).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSI-SUC-INGRESO       PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSI-FEC-INGCUS        PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSI-PRODUCTO          PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSI-SUBPRODU          PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSI-DIVISA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSI-SALDO             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSI-FEC-VTO           PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSI-MARCA             PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE '[     ]'.

       01  WS-LINEA-TOT-SUCURSAL.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(28) VALUE
               'CERTIFICADOS A CONTAR . . : '.
           05  WSL-TS-CANTIDAD       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(27) VALUE
               '   CANCELADOS SIN EGRESO: '.
           05  WSL-TS-CN             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(14) VALUE
               '   ANULADOS: '.
           05  WSL-TS-SA             PIC ZZZ,ZZ9.

       01  WS-LINEA-CONTEO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(50) VALUE
               'CANTIDAD CONTADA EN TESORO: _________   FECHA: ___'.
           05  FILLER                PIC X(44) VALUE
               '_______   FIRMA: ___________________________'.

       01  WS-ENCAB-DIFERENCIA.
           05  FILLER                PIC X(50) VALUE
               '  TP E REFERENCIA                   FEC-DET   DIAS'.
           05  FILLER                PIC X(50) VALUE
               ' ING  EGR  FEC-MOV  DIV              SALDO LISTADO'.
           05  FILLER                PIC X(32) VALUE
               ' CONTADO MR USUARIO  OBSERVACION'.

       01  WS-LINEA-DIFERENCIA.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSD-TIPO              PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-ESTADO            PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-REFERENCIA        PIC X(28).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-FEC-DETECCION     PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-DIAS              PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-SUC-INGRESO       PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-SUC-EGRESO        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-FEC-MOV           PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-DIVISA            PIC X(03).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-SALDO             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-LISTADA           PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-FISICA            PIC ZZZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-MOTIVO            PIC X(02).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-USUARIO           PIC X(08).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSD-OBSERVACION       PIC X(11).

       01  WS-LINEA-RECHAZO.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSR-MOTIVO            PIC X(30).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSR-CONFIRMACION      PIC X(80).

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-R-CONCEPTO        PIC X(44).
           05  WSL-R-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ARMA-INVENTARIO THRU 2000-EXIT
           PERFORM 3000-APLICA-DIFERENCIAS THRU 3000-EXIT
           PERFORM 7000-LISTA-RECHAZOS THRU 7000-EXIT
           PERFORM 8000-RESUMEN
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PERIODO DEL INVENTARIO, CONTROL DE        *
      *  BGTCIPF Y APERTURA DE LAS SALIDAS                             *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           MOVE WS-FECHA-PROCESO(1:6) TO WS-PERIODO

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT IMPOSICIONES
           IF WS-FS-IPF NOT = '00'
               DISPLAY 'ZET209 - NO SE PUDO ABRIR BGTCIPF - '
                   'FILE STATUS ' WS-FS-IPF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE IMPOSICIONES

           MOVE 'ZET209'         TO SUCMAP-JOB-ID
           MOVE WS-FECHA-PROCESO TO SUCMAP-FECHA-PROCESO

           OPEN OUTPUT REPORTE-CUS
           OPEN OUTPUT RECHAZOS
           MOVE WS-PERIODO       TO WST-PERIODO
           MOVE WS-FECHA-PROCESO TO WST-FEC-PROCESO
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LEYENDA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LEYENDA-2 TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       1050-TOMA-PARAMETROS.
           IF PARM-CUS-PERIODO IS NUMERIC
               AND PARM-CUS-PERIODO > 0
               IF PARM-CUS-PERIODO(5:2) < '01'
                   OR PARM-CUS-PERIODO(5:2) > '12'
                   DISPLAY 'ZET209 - PERIODO INVALIDO EN PARMCUS: '
                       PARM-CUS-PERIODO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PARM-CUS-PERIODO TO WS-PERIODO
           END-IF
           .
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  2100-EXTRAE-CUSTODIA  -  CERTIFICADOS QUE DEBEN ESTAR EN EL   *
      *  TESORO AL SORT; CN, SA Y ES A LAS DETECCIONES                 *
      ******************************************************************
       2100-EXTRAE-CUSTODIA SECTION.
           OPEN INPUT  IMPOSICIONES
           OPEN OUTPUT DETECCIONES
           PERFORM 2110-LEE-IMPOSICION THRU 2110-EXIT
               UNTIL EOF-IMPOSICIONES
           CLOSE IMPOSICIONES
           GO TO 2100-FIN
           .

       2110-LEE-IMPOSICION.
           READ IMPOSICIONES
               AT END
                   SET EOF-IMPOSICIONES TO TRUE
                   GO TO 2110-EXIT
           END-READ
           IF FS-IPF-ERROR-LECTURA
               DISPLAY 'ZET209 - ERROR DE LECTURA '
                   'EN BGTCIPF - FILE STATUS ' WS-FS-IPF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDAS

           MOVE IPF_FECHA_INGCUS TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM TO WS-FEC-INGRESO
           MOVE IPF_FECHA_EGCUS TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM TO WS-FEC-EGRESO
           MOVE IPF_FECHA_CANCEL TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM TO WS-FEC-CANCEL
           MOVE IPF_FECHA_ANULA TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM TO WS-FEC-ANULA

      *    CON EGRESO YA NO ESTA EN EL TESORO: SOLO SE CONTROLA DONDE
      *    SE REGISTRO LA SALIDA
           IF WS-FEC-EGRESO > ZERO
               PERFORM 2130-CONTROLA-EGRESO THRU 2130-EXIT
               GO TO 2110-EXIT
           END-IF
           IF IPF_IND_CUSTODIA NOT = 'S'
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO WS-CANT-EN-CUSTODIA

      *    SIN SUCURSAL DE INGRESO SE TOMA LA DE ALTA DEL CERTIFICADO
           IF IPF_SUC_ING_CUSTOD NOT = SPACES
               MOVE IPF_SUC_ING_CUSTOD TO WS-SUC-ORIGEN
           ELSE
               MOVE IPF_CENTRO_ALTA TO WS-SUC-ORIGEN
               ADD 1 TO WS-CANT-SIN-SUC-ING
           END-IF
           PERFORM 1950-REMAPEA-SUCURSAL THRU 1950-EXIT
           MOVE WS-SUC-VIGENTE TO WS-SUC-TESORO

           INITIALIZE W-INV-REGISTRO
           MOVE WS-PERIODO         TO W-INV-PERIODO
           MOVE WS-SUC-TESORO      TO W-INV-SUCURSAL
           MOVE IPF_ENTIDAD        TO W-INV-ENTIDAD
           MOVE IPF_CENTRO_ALTA    TO W-INV-CENTRO
           MOVE IPF_CUENTA         TO W-INV-CUENTA
           MOVE IPF_SECUENCIA      TO W-INV-SECUENCIA
           MOVE IPF_SUC_ING_CUSTOD TO W-INV-SUC-INGRESO
           MOVE WS-FEC-INGRESO     TO W-INV-FEC-INGCUS
           MOVE IPF_PRODUCTO       TO W-INV-PRODUCTO
           MOVE IPF_SUBPRODU       TO W-INV-SUBPRODU
           MOVE IPF_DIVISA         TO W-INV-DIVISA
           MOVE IPF_SALDO          TO W-INV-SALDO
           MOVE IPF_FECHA_PROVEN   TO WS-FEC-ALFA
           PERFORM 1900-VALIDA-FECHA THRU 1900-EXIT
           MOVE WS-FEC-NUM         TO W-INV-FEC-VENCIMIENTO
           EVALUATE TRUE
               WHEN WS-FEC-ANULA > ZERO
                   MOVE 'SA' TO W-INV-MARCA
               WHEN WS-FEC-CANCEL > ZERO
                   MOVE 'CN' TO W-INV-MARCA
               WHEN OTHER
                   MOVE SPACES TO W-INV-MARCA
           END-EVALUATE
           MOVE W-INV-REGISTRO TO SD-INV-REGISTRO
           RELEASE SD-INV-REGISTRO

           IF W-INV-MARCA = SPACES
               GO TO 2110-EXIT
           END-IF
           PERFORM 2180-ARMA-DETECCION THRU 2180-EXIT
           MOVE W-INV-MARCA TO W-DIF-TIPO
           IF W-INV-MARCA = 'SA'
               MOVE WS-FEC-ANULA  TO W-DIF-FEC-BAJA-CERT
               ADD 1 TO WS-CANT-DET-SA
           ELSE
               MOVE WS-FEC-CANCEL TO W-DIF-FEC-BAJA-CERT
               ADD 1 TO WS-CANT-DET-CN
           END-IF
           WRITE DETECCION-REGISTRO FROM W-DIF-REGISTRO
           .
       2110-EXIT.
           EXIT.

      * EGRESO REGISTRADO EN UNA SUCURSAL QUE NO ES LA QUE GUARDABA EL
      * CERTIFICADO (AMBAS LLEVADAS A LA VIGENTE: UNA FUSION NO ES
      * DIFERENCIA).  SIN SUCURSAL DE INGRESO, COMO EN EL INVENTARIO,
      * LO GUARDABA LA DE ALTA DEL CERTIFICADO
       2130-CONTROLA-EGRESO.
           IF IPF_SUC_EGR_CUSTOD = SPACES
               GO TO 2130-EXIT
           END-IF
           MOVE IPF_SUC_EGR_CUSTOD TO WS-SUC-ORIGEN
           PERFORM 1950-REMAPEA-SUCURSAL THRU 1950-EXIT
           MOVE WS-SUC-VIGENTE TO WS-SUC-EGRESO
           IF IPF_SUC_ING_CUSTOD NOT = SPACES
               MOVE IPF_SUC_ING_CUSTOD TO WS-SUC-ORIGEN
           ELSE
               MOVE IPF_CENTRO_ALTA TO WS-SUC-ORIGEN
           END-IF
           PERFORM 1950-REMAPEA-SUCURSAL THRU 1950-EXIT
           MOVE WS-SUC-VIGENTE TO WS-SUC-TESORO
           IF WS-SUC-EGRESO = WS-SUC-TESORO
               GO TO 2130-EXIT
           END-IF

           PERFORM 2180-ARMA-DETECCION THRU 2180-EXIT
           MOVE 'ES'           TO W-DIF-TIPO
           MOVE WS-FEC-CANCEL  TO W-DIF-FEC-BAJA-CERT
           WRITE DETECCION-REGISTRO FROM W-DIF-REGISTRO
           ADD 1 TO WS-CANT-DET-ES
           .
       2130-EXIT.
           EXIT.

      * DATOS COMUNES DE UNA DIFERENCIA DETECTADA EN BGTCIPF
       2180-ARMA-DETECCION.
           INITIALIZE W-DIF-REGISTRO
           MOVE WS-SUC-TESORO      TO W-DIF-SUCURSAL
           MOVE IPF_ENTIDAD        TO W-DIF-ENTIDAD
           MOVE IPF_CENTRO_ALTA    TO W-DIF-CENTRO
           MOVE IPF_CUENTA         TO W-DIF-CUENTA
           MOVE IPF_SECUENCIA      TO W-DIF-SECUENCIA
           SET W-DIF-ABIERTA       TO TRUE
           MOVE WS-FECHA-PROCESO   TO W-DIF-FEC-DETECCION
           MOVE WS-PERIODO         TO W-DIF-PERIODO-DETECCION
           MOVE WS-FECHA-PROCESO   TO W-DIF-FEC-ULT-VISTO
           MOVE IPF_SUC_ING_CUSTOD TO W-DIF-SUC-INGRESO
           MOVE IPF_SUC_EGR_CUSTOD TO W-DIF-SUC-EGRESO
           MOVE WS-FEC-INGRESO     TO W-DIF-FEC-INGCUS
           MOVE WS-FEC-EGRESO      TO W-DIF-FEC-EGRCUS
           MOVE IPF_DIVISA         TO W-DIF-DIVISA
           MOVE IPF_SALDO          TO W-DIF-SALDO
           .
       2180-EXIT.
           EXIT.
       2100-FIN.
           EXIT.


      ******************************************************************
      *  2500-GRABA-INVENTARIO  -  CUSINV Y HOJA DE CONTEO POR         *
      *  SUCURSAL; CADA SUCURSAL LISTADA QUEDA CON SU CONTEO A         *
      *  CONFIRMAR (NC) EN LAS DETECCIONES                             *
      ******************************************************************
       2500-GRABA-INVENTARIO SECTION.
           OPEN OUTPUT INVENTARIO
           MOVE 'CERTIFICADOS QUE DEBEN ESTAR EN EL TESORO'
               TO WSL-SECCION
           PERFORM 2590-LINEA-SECCION THRU 2590-EXIT
           MOVE LOW-VALUES TO WS-SUC-ANT
           MOVE 'N' TO WS-SW-EOF-SORT
           PERFORM 2510-RETORNA-CERTIFICADO THRU 2510-EXIT
           PERFORM 2520-LISTA-CERTIFICADO THRU 2520-EXIT
               UNTIL EOF-SORT
           IF WS-SUC-ANT NOT = LOW-VALUES
               PERFORM 2540-CIERRA-SUCURSAL THRU 2540-EXIT
           ELSE
               MOVE 'SIN CERTIFICADOS EN CUSTODIA' TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           CLOSE INVENTARIO
           CLOSE DETECCIONES
           MOVE 'N' TO WS-SW-EOF-SORT
           GO TO 2500-FIN
           .

       2510-RETORNA-CERTIFICADO.
           RETURN SORT-INV INTO W-INV-REGISTRO
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       2510-EXIT.
           EXIT.

       2520-LISTA-CERTIFICADO.
           IF W-INV-SUCURSAL NOT = WS-SUC-ANT
               IF WS-SUC-ANT NOT = LOW-VALUES
                   PERFORM 2540-CIERRA-SUCURSAL THRU 2540-EXIT
               END-IF
               MOVE W-INV-SUCURSAL TO WS-SUC-ANT
               MOVE ZERO TO WS-CANT-SUCURSAL
               MOVE ZERO TO WS-CANT-SUC-CN
               MOVE ZERO TO WS-CANT-SUC-SA
               ADD 1 TO WS-CANT-SUCURSALES
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE W-INV-SUCURSAL TO WSL-S-SUCURSAL
               MOVE WS-LINEA-SUCURSAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-ENCAB-INVENTARIO TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           ADD 1 TO WS-CANT-SUCURSAL
           IF W-INV-MARCA = 'CN'
               ADD 1 TO WS-CANT-SUC-CN
           END-IF
           IF W-INV-MARCA = 'SA'
               ADD 1 TO WS-CANT-SUC-SA
           END-IF
           WRITE CUSINV-REGISTRO FROM W-INV-REGISTRO

           MOVE W-INV-ENTIDAD         TO WSI-ENTIDAD
           MOVE W-INV-CENTRO          TO WSI-CENTRO
           MOVE W-INV-CUENTA          TO WSI-CUENTA
           MOVE W-INV-SECUENCIA       TO WSI-SECUENCIA
           MOVE W-INV-SUC-INGRESO     TO WSI-SUC-INGRESO
           MOVE W-INV-FEC-INGCUS      TO WSI-FEC-INGCUS
           MOVE W-INV-PRODUCTO        TO WSI-PRODUCTO
           MOVE W-INV-SUBPRODU        TO WSI-SUBPRODU
           MOVE W-INV-DIVISA          TO WSI-DIVISA
           MOVE W-INV-SALDO           TO WSI-SALDO
           MOVE W-INV-FEC-VENCIMIENTO TO WSI-FEC-VTO
           MOVE W-INV-MARCA           TO WSI-MARCA
           MOVE WS-LINEA-INVENTARIO TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 2510-RETORNA-CERTIFICADO THRU 2510-EXIT
           .
       2520-EXIT.
           EXIT.

       2540-CIERRA-SUCURSAL.
           MOVE WS-CANT-SUCURSAL TO WSL-TS-CANTIDAD
           MOVE WS-CANT-SUC-CN   TO WSL-TS-CN
           MOVE WS-CANT-SUC-SA   TO WSL-TS-SA
           MOVE WS-LINEA-TOT-SUCURSAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-CONTEO TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           INITIALIZE W-DIF-REGISTRO
           MOVE WS-SUC-ANT         TO W-DIF-SUCURSAL
           MOVE 'NC'               TO W-DIF-TIPO
           MOVE SPACES             TO W-DIF-REFERENCIA
           MOVE WS-PERIODO         TO W-DIF-PERIODO
           SET W-DIF-ABIERTA       TO TRUE
           MOVE WS-FECHA-PROCESO   TO W-DIF-FEC-DETECCION
           MOVE WS-PERIODO         TO W-DIF-PERIODO-DETECCION
           MOVE WS-FECHA-PROCESO   TO W-DIF-FEC-ULT-VISTO
           MOVE WS-CANT-SUCURSAL   TO W-DIF-CANT-LISTADA
           WRITE DETECCION-REGISTRO FROM W-DIF-REGISTRO
           .
       2540-EXIT.
           EXIT.

       2590-LINEA-SECCION.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-SECCION TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       2590-EXIT.
           EXIT.
       2500-FIN.
           EXIT.


      ******************************************************************
      *  3100-SUELTA-MOVIMIENTOS  -  DIFERENCIAS ARRASTRADAS (LA       *
      *  PRIMERA VEZ NO HAY), DETECCIONES DE LA CORRIDA Y              *
      *  CONFIRMACIONES DE LAS SUCURSALES (OPCIONALES)                 *
      ******************************************************************
       3100-SUELTA-MOVIMIENTOS SECTION.
           OPEN INPUT PENDIENTES-ANT
           IF WS-FS-PEN = '00'
               MOVE 'N' TO WS-SW-EOF-AUX
               PERFORM 3110-SUELTA-ARRASTRE THRU 3110-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE PENDIENTES-ANT
           ELSE
               DISPLAY 'ZET209 - SIN CUSPEN ANTERIOR - NO HAY '
                   'DIFERENCIAS QUE ARRASTRAR'
           END-IF

           OPEN INPUT DETECCIONES
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 3120-SUELTA-DETECCION THRU 3120-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE DETECCIONES

           OPEN INPUT CONFIRMACIONES
           IF WS-FS-CNF = '00'
               MOVE 'N' TO WS-SW-EOF-AUX
               PERFORM 3130-SUELTA-CONFIRMACION THRU 3130-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE CONFIRMACIONES
           ELSE
               DISPLAY 'ZET209 - SIN CUSCONF - NO HAY CONFIRMACIONES '
                   'DE SUCURSALES'
           END-IF
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 3100-FIN
           .

       3110-SUELTA-ARRASTRE.
           READ PENDIENTES-ANT INTO W-DIF-REGISTRO
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 3110-EXIT
           END-READ
           ADD 1 TO WS-CANT-ARRASTRADAS
           MOVE 1 TO W-MOV-ORIGEN
           PERFORM 3180-SUELTA-DIFERENCIA THRU 3180-EXIT
           .
       3110-EXIT.
           EXIT.

       3120-SUELTA-DETECCION.
           READ DETECCIONES INTO W-DIF-REGISTRO
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 3120-EXIT
           END-READ
           MOVE 2 TO W-MOV-ORIGEN
           PERFORM 3180-SUELTA-DIFERENCIA THRU 3180-EXIT
           .
       3120-EXIT.
           EXIT.

      * LA CONFIRMACION SE ORDENA CON LA CLAVE DE LA DIFERENCIA QUE
      * AFECTA: EL CONTEO VA CONTRA EL NC DEL PERIODO, LA RESOLUCION
      * CONTRA SU TIPO Y LOS FALTANTES Y SOBRANTES ABREN FA O SO
       3130-SUELTA-CONFIRMACION.
           READ CONFIRMACIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 3130-EXIT
           END-READ
           ADD 1 TO WS-CANT-CONFIRMACIONES
           MOVE CUSCNF-REGISTRO TO W-CNF-REGISTRO
           PERFORM 3140-VALIDA-CONFIRMACION THRU 3140-EXIT
           IF NOT CONFIRMACION-VALIDA
               PERFORM 3190-RECHAZA THRU 3190-EXIT
               GO TO 3130-EXIT
           END-IF

           MOVE W-CNF-SUCURSAL TO WS-SUC-ORIGEN
           PERFORM 1950-REMAPEA-SUCURSAL THRU 1950-EXIT
           MOVE WS-SUC-VIGENTE TO W-MOV-SUCURSAL
           MOVE SPACES TO W-MOV-REFERENCIA
           EVALUATE TRUE
               WHEN W-CNF-CONTEO
                   MOVE 'NC' TO W-MOV-TIPO
               WHEN W-CNF-FALTANTE
                   MOVE 'FA' TO W-MOV-TIPO
               WHEN W-CNF-SOBRANTE
                   MOVE 'SO' TO W-MOV-TIPO
               WHEN OTHER
                   MOVE W-CNF-TIPO-DIF TO W-MOV-TIPO
           END-EVALUATE
           IF W-MOV-TIPO = 'NC' OR 'DC'
               MOVE W-CNF-PERIODO TO W-MOV-REFERENCIA(1:6)
           ELSE
               MOVE W-CNF-CERTIFICADO TO W-MOV-REFERENCIA
           END-IF
           MOVE 3 TO W-MOV-ORIGEN
           ADD 1 TO WS-SEC-MOV
           MOVE WS-SEC-MOV TO W-MOV-SEC
           MOVE SPACES TO W-MOV-DIF
           MOVE W-CNF-REGISTRO TO W-MOV-CNF
           MOVE W-MOV-REGISTRO TO SD-MOV-REGISTRO
           RELEASE SD-MOV-REGISTRO
           .
       3130-EXIT.
           EXIT.

       3140-VALIDA-CONFIRMACION.
           MOVE 'N' TO WS-SW-CNF
           IF NOT W-CNF-CONTEO AND NOT W-CNF-FALTANTE
               AND NOT W-CNF-SOBRANTE AND NOT W-CNF-RESOLUCION
               MOVE 'TIPO DE CONFIRMACION INVALIDO' TO
                   WS-MOTIVO-RECHAZO
               GO TO 3140-EXIT
           END-IF
           IF W-CNF-SUCURSAL = SPACES
               MOVE 'SUCURSAL EN BLANCO' TO WS-MOTIVO-RECHAZO
               GO TO 3140-EXIT
           END-IF
           IF W-CNF-USUARIO = SPACES
               MOVE 'SIN USUARIO QUE CONFIRMA' TO WS-MOTIVO-RECHAZO
               GO TO 3140-EXIT
           END-IF
           IF W-CNF-RESOLUCION
               IF W-CNF-TIPO-DIF = 'NC'
                   MOVE 'CONFIRMACION DEBE SER TIPO C'
                       TO WS-MOTIVO-RECHAZO
                   GO TO 3140-EXIT
               END-IF
               IF W-CNF-TIPO-DIF NOT = 'CN' AND NOT = 'ES'
                   AND NOT = 'SA' AND NOT = 'DC'
                   AND NOT = 'FA' AND NOT = 'SO'
                   MOVE 'TIPO DE DIFERENCIA INVALIDO'
                       TO WS-MOTIVO-RECHAZO
                   GO TO 3140-EXIT
               END-IF
           END-IF
           IF W-CNF-CONTEO
               OR (W-CNF-RESOLUCION AND W-CNF-TIPO-DIF = 'DC')
               IF W-CNF-PERIODO IS NOT NUMERIC
                   OR W-CNF-PERIODO(5:2) < '01'
                   OR W-CNF-PERIODO(5:2) > '12'
                   MOVE 'PERIODO INVALIDO' TO WS-MOTIVO-RECHAZO
                   GO TO 3140-EXIT
               END-IF
           ELSE
               IF W-CNF-CUENTA = SPACES
                   OR W-CNF-SECUENCIA IS NOT NUMERIC
                   MOVE 'CERTIFICADO INVALIDO' TO WS-MOTIVO-RECHAZO
                   GO TO 3140-EXIT
               END-IF
           END-IF
           IF W-CNF-CONTEO
               AND W-CNF-CANT-FISICA IS NOT NUMERIC
               MOVE 'CANTIDAD CONTADA INVALIDA' TO WS-MOTIVO-RECHAZO
               GO TO 3140-EXIT
           END-IF
           SET CONFIRMACION-VALIDA TO TRUE
           .
       3140-EXIT.
           EXIT.

       3180-SUELTA-DIFERENCIA.
           MOVE W-DIF-CLAVE TO W-MOV-CLAVE
           ADD 1 TO WS-SEC-MOV
           MOVE WS-SEC-MOV TO W-MOV-SEC
           MOVE W-DIF-REGISTRO TO W-MOV-DIF
           MOVE SPACES TO W-MOV-CNF
           MOVE W-MOV-REGISTRO TO SD-MOV-REGISTRO
           RELEASE SD-MOV-REGISTRO
           .
       3180-EXIT.
           EXIT.

       3190-RECHAZA.
           MOVE WS-MOTIVO-RECHAZO TO REJ-MOTIVO
           MOVE W-CNF-REGISTRO    TO REJ-CONFIRMACION
           WRITE REJ-REGISTRO
           ADD 1 TO WS-CANT-RECHAZOS
           .
       3190-EXIT.
           EXIT.
       3100-FIN.
           EXIT.


      ******************************************************************
      *  3500-APLICA-MOVIMIENTOS  -  POR CADA DIFERENCIA: TOMA LA      *
      *  ARRASTRADA, LA REFRESCA O LA ABRE CON LA DETECCION, LE APLICA *
      *  LAS CONFIRMACIONES Y LA GRABA EN CUSPENN O LA CIERRA EN       *
      *  CUSDIFH                                                       *
      ******************************************************************
       3500-APLICA-MOVIMIENTOS SECTION.
           OPEN OUTPUT PENDIENTES-NVA
           OPEN EXTEND HISTORICO
           MOVE 'DIFERENCIAS DE CUSTODIA POR SUCURSAL' TO WSL-SECCION
           PERFORM 2590-LINEA-SECCION THRU 2590-EXIT
           MOVE LOW-VALUES TO WS-SUC-ANT
           MOVE 'N' TO WS-SW-EOF-SORT
           PERFORM 3510-RETORNA-MOVIMIENTO THRU 3510-EXIT
           PERFORM 3520-PROCESA-DIFERENCIA THRU 3520-EXIT
               UNTIL EOF-SORT
           IF WS-SUC-ANT = LOW-VALUES
               MOVE 'SIN DIFERENCIAS' TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           CLOSE PENDIENTES-NVA
           CLOSE HISTORICO
           MOVE 'N' TO WS-SW-EOF-SORT
           GO TO 3500-FIN
           .

       3510-RETORNA-MOVIMIENTO.
           RETURN SORT-MOV INTO W-MOV-REGISTRO
               AT END
                   SET EOF-SORT TO TRUE
           END-RETURN
           .
       3510-EXIT.
           EXIT.

       3520-PROCESA-DIFERENCIA.
           MOVE W-MOV-CLAVE TO WS-CLAVE-GRUPO
           MOVE 'N' TO WS-SW-ITEM
           MOVE 'N' TO WS-SW-VISTO
           PERFORM 3530-APLICA-MOVIMIENTO THRU 3530-EXIT
               UNTIL EOF-SORT
               OR W-MOV-CLAVE NOT = WS-CLAVE-GRUPO
           PERFORM 3600-CIERRA-DIFERENCIA THRU 3600-EXIT
           .
       3520-EXIT.
           EXIT.

       3530-APLICA-MOVIMIENTO.
           EVALUATE TRUE
               WHEN MOV-ARRASTRE
                   MOVE W-MOV-DIF TO W-DIF-REGISTRO
                   SET HAY-ITEM TO TRUE
               WHEN MOV-DETECCION
                   PERFORM 3550-TOMA-DETECCION THRU 3550-EXIT
               WHEN OTHER
                   MOVE W-MOV-CNF TO W-CNF-REGISTRO
                   EVALUATE TRUE
                       WHEN W-CNF-CONTEO
                           PERFORM 3570-APLICA-CONTEO THRU 3570-EXIT
                       WHEN W-CNF-FALTANTE
                       WHEN W-CNF-SOBRANTE
                           PERFORM 3580-APLICA-INFORMADA
                               THRU 3580-EXIT
                       WHEN OTHER
                           PERFORM 3590-APLICA-RESOLUCION
                               THRU 3590-EXIT
                   END-EVALUATE
           END-EVALUATE
           PERFORM 3510-RETORNA-MOVIMIENTO THRU 3510-EXIT
           .
       3530-EXIT.
           EXIT.

      * LA DIFERENCIA SIGUE EN BGTCIPF: SI YA ESTABA SE ACTUALIZAN LOS
      * DATOS Y SE CONSERVAN ESTADO, DETECCION Y RESOLUCION
       3550-TOMA-DETECCION.
           SET ITEM-VISTO TO TRUE
           IF NOT HAY-ITEM
               MOVE W-MOV-DIF TO W-DIF-REGISTRO
               SET HAY-ITEM TO TRUE
               ADD 1 TO WS-CANT-NUEVAS
               GO TO 3550-EXIT
           END-IF
           MOVE W-MOV-DIF              TO W-DET-REGISTRO
           MOVE W-DET-FEC-ULT-VISTO    TO W-DIF-FEC-ULT-VISTO
           MOVE W-DET-SUC-INGRESO      TO W-DIF-SUC-INGRESO
           MOVE W-DET-SUC-EGRESO       TO W-DIF-SUC-EGRESO
           MOVE W-DET-FEC-INGCUS       TO W-DIF-FEC-INGCUS
           MOVE W-DET-FEC-EGRCUS       TO W-DIF-FEC-EGRCUS
           MOVE W-DET-FEC-BAJA-CERT    TO W-DIF-FEC-BAJA-CERT
           MOVE W-DET-DIVISA           TO W-DIF-DIVISA
           MOVE W-DET-SALDO            TO W-DIF-SALDO
           MOVE W-DET-CANT-LISTADA     TO W-DIF-CANT-LISTADA
           .
       3550-EXIT.
           EXIT.

      * CONTEO DE LA SUCURSAL CONTRA EL LISTADO DEL PERIODO: SI
      * COINCIDE SE CIERRA EL NC; SI NO, SE CIERRA Y SE ABRE UN DC
       3570-APLICA-CONTEO.
           IF NOT HAY-ITEM
               OR NOT W-DIF-ABIERTA
               MOVE 'CONTEO SIN LISTADO PENDIENTE' TO
                   WS-MOTIVO-RECHAZO
               PERFORM 3190-RECHAZA THRU 3190-EXIT
               GO TO 3570-EXIT
           END-IF
           MOVE W-CNF-CANT-FISICA  TO W-DIF-CANT-FISICA
           PERFORM 3595-DATOS-RESOLUCION THRU 3595-EXIT
           SET W-DIF-CONTEO-CONFIRMADO TO TRUE
           IF W-CNF-CANT-FISICA = W-DIF-CANT-LISTADA
               ADD 1 TO WS-CANT-CONTEOS-OK
               PERFORM 3700-CIERRA-ITEM THRU 3700-EXIT
               GO TO 3570-EXIT
           END-IF

           ADD 1 TO WS-CANT-CONTEOS-DIF
           PERFORM 3700-CIERRA-ITEM THRU 3700-EXIT
           MOVE 'DC'               TO W-DIF-TIPO
           SET W-DIF-ABIERTA       TO TRUE
           MOVE WS-FECHA-PROCESO   TO W-DIF-FEC-DETECCION
           MOVE WS-PERIODO         TO W-DIF-PERIODO-DETECCION
           MOVE WS-FECHA-PROCESO   TO W-DIF-FEC-ULT-VISTO
           MOVE ZERO               TO W-DIF-FEC-RESOL
           MOVE SPACES             TO W-DIF-MOTIVO-RESOL
           MOVE W-CNF-USUARIO      TO W-DIF-USUARIO-RESOL
           ADD 1 TO WS-CANT-NUEVAS
           PERFORM 3800-GRABA-ITEM THRU 3800-EXIT
           .
       3570-EXIT.
           EXIT.

      * FALTANTE O SOBRANTE INFORMADO POR LA SUCURSAL
       3580-APLICA-INFORMADA.
           IF HAY-ITEM
               MOVE 'DIFERENCIA YA INFORMADA' TO WS-MOTIVO-RECHAZO
               PERFORM 3190-RECHAZA THRU 3190-EXIT
               GO TO 3580-EXIT
           END-IF
           INITIALIZE W-DIF-REGISTRO
           MOVE W-MOV-SUCURSAL     TO W-DIF-SUCURSAL
           MOVE W-MOV-TIPO         TO W-DIF-TIPO
           MOVE W-MOV-REFERENCIA   TO W-DIF-REFERENCIA
           SET W-DIF-ABIERTA       TO TRUE
           MOVE WS-FECHA-PROCESO   TO W-DIF-FEC-DETECCION
           MOVE W-CNF-PERIODO      TO W-DIF-PERIODO-DETECCION
           MOVE WS-FECHA-PROCESO   TO W-DIF-FEC-ULT-VISTO
           MOVE W-CNF-USUARIO      TO W-DIF-USUARIO-RESOL
           MOVE W-CNF-OBSERVACION  TO W-DIF-OBSERVACION
           SET HAY-ITEM TO TRUE
           ADD 1 TO WS-CANT-NUEVAS
           .
       3580-EXIT.
           EXIT.

      * LA SUCURSAL DA POR RESUELTA LA DIFERENCIA.  LAS DE BGTCIPF
      * QUEDAN EN ESTADO R HASTA QUE SE REGULARICE EL DATO, ASI NO
      * VUELVEN A ABRIRSE; LAS DEL CONTEO SE CIERRAN
       3590-APLICA-RESOLUCION.
           IF NOT HAY-ITEM
               OR NOT W-DIF-ABIERTA
               MOVE 'SIN DIFERENCIA ABIERTA' TO WS-MOTIVO-RECHAZO
               PERFORM 3190-RECHAZA THRU 3190-EXIT
               GO TO 3590-EXIT
           END-IF
           PERFORM 3595-DATOS-RESOLUCION THRU 3595-EXIT
           SET W-DIF-POR-SUCURSAL TO TRUE
           ADD 1 TO WS-CANT-RESUELTAS-SUC
           IF W-DIF-DE-BGTCIPF
               SET W-DIF-RESUELTA-SUC TO TRUE
           ELSE
               PERFORM 3700-CIERRA-ITEM THRU 3700-EXIT
           END-IF
           .
       3590-EXIT.
           EXIT.

       3595-DATOS-RESOLUCION.
           IF W-CNF-FECHA IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(W-CNF-FECHA) = 0
               MOVE W-CNF-FECHA      TO W-DIF-FEC-RESOL
           ELSE
               MOVE WS-FECHA-PROCESO TO W-DIF-FEC-RESOL
           END-IF
           MOVE W-CNF-USUARIO        TO W-DIF-USUARIO-RESOL
           IF W-CNF-OBSERVACION NOT = SPACES
               MOVE W-CNF-OBSERVACION TO W-DIF-OBSERVACION
           END-IF
           .
       3595-EXIT.
           EXIT.

      * FIN DEL GRUPO: LA DIFERENCIA DE BGTCIPF QUE YA NO SE DETECTA
      * QUEDO REGULARIZADA Y SE CIERRA; LAS DEMAS SE ARRASTRAN
       3600-CIERRA-DIFERENCIA.
           IF NOT HAY-ITEM
               GO TO 3600-EXIT
           END-IF
           IF W-DIF-DE-BGTCIPF
               AND NOT ITEM-VISTO
               SET W-DIF-REGULARIZADA TO TRUE
               MOVE WS-FECHA-PROCESO TO W-DIF-FEC-RESOL
               ADD 1 TO WS-CANT-REGULARIZADAS
               PERFORM 3700-CIERRA-ITEM THRU 3700-EXIT
               GO TO 3600-EXIT
           END-IF
           PERFORM 3800-GRABA-ITEM THRU 3800-EXIT
           .
       3600-EXIT.
           EXIT.

       3700-CIERRA-ITEM.
           SET W-DIF-CERRADA TO TRUE
           MOVE W-DIF-REGISTRO TO DIFH-REGISTRO
           WRITE DIFH-REGISTRO
           ADD 1 TO WS-CANT-CERRADAS
           PERFORM 3900-LINEA-DIFERENCIA THRU 3900-EXIT
           MOVE 'N' TO WS-SW-ITEM
           .
       3700-EXIT.
           EXIT.

      * SIGUE ABIERTA: UN CONTEO SIN CONFIRMAR DEL PERIODO EN CURSO ES
      * NORMAL; DE UN PERIODO ANTERIOR ES UN CONTEO VENCIDO
       3800-GRABA-ITEM.
           WRITE CUSDIF-REGISTRO FROM W-DIF-REGISTRO
           EVALUATE TRUE
               WHEN W-DIF-RESUELTA-SUC
                   ADD 1 TO WS-CANT-PEND-REGUL
               WHEN W-DIF-SIN-CONFIRMAR
                   AND W-DIF-PERIODO NOT < WS-PERIODO
                   ADD 1 TO WS-CANT-SIN-CONFIRMAR
               WHEN W-DIF-SIN-CONFIRMAR
                   ADD 1 TO WS-CANT-CONTEO-VENCIDO
                   ADD 1 TO WS-CANT-ABIERTAS
               WHEN OTHER
                   ADD 1 TO WS-CANT-ABIERTAS
           END-EVALUATE
           PERFORM 3900-LINEA-DIFERENCIA THRU 3900-EXIT
           .
       3800-EXIT.
           EXIT.

       3900-LINEA-DIFERENCIA.
           IF W-DIF-SUCURSAL NOT = WS-SUC-ANT
               MOVE W-DIF-SUCURSAL TO WS-SUC-ANT
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE W-DIF-SUCURSAL TO WSL-S-SUCURSAL
               MOVE WS-LINEA-SUCURSAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-ENCAB-DIFERENCIA TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           MOVE W-DIF-TIPO          TO WSD-TIPO
           MOVE W-DIF-ESTADO        TO WSD-ESTADO
           MOVE SPACES              TO WSD-REFERENCIA
           IF W-DIF-SIN-CONFIRMAR OR W-DIF-DIF-CONTEO
               STRING 'PERIODO ' W-DIF-PERIODO
                   DELIMITED BY SIZE INTO WSD-REFERENCIA
           ELSE
               STRING W-DIF-ENTIDAD ' ' W-DIF-CENTRO ' '
                   W-DIF-CUENTA ' ' W-DIF-SECUENCIA
                   DELIMITED BY SIZE INTO WSD-REFERENCIA
           END-IF
           MOVE W-DIF-FEC-DETECCION TO WSD-FEC-DETECCION
           MOVE ZERO TO WS-DIAS-ABIERTA
           IF FUNCTION TEST-DATE-YYYYMMDD(W-DIF-FEC-DETECCION) = 0
               COMPUTE WS-DIAS-ABIERTA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
                   - FUNCTION INTEGER-OF-DATE(W-DIF-FEC-DETECCION)
           END-IF
           MOVE WS-DIAS-ABIERTA     TO WSD-DIAS
           MOVE W-DIF-SUC-INGRESO   TO WSD-SUC-INGRESO
           MOVE W-DIF-SUC-EGRESO    TO WSD-SUC-EGRESO
           IF W-DIF-EGRESO-OTRA-SUC
               MOVE W-DIF-FEC-EGRCUS    TO WSD-FEC-MOV
           ELSE
               MOVE W-DIF-FEC-BAJA-CERT TO WSD-FEC-MOV
           END-IF
           MOVE W-DIF-DIVISA        TO WSD-DIVISA
           MOVE W-DIF-SALDO         TO WSD-SALDO
           MOVE W-DIF-CANT-LISTADA  TO WSD-LISTADA
           MOVE W-DIF-CANT-FISICA   TO WSD-FISICA
           MOVE W-DIF-MOTIVO-RESOL  TO WSD-MOTIVO
           MOVE W-DIF-USUARIO-RESOL TO WSD-USUARIO
           MOVE W-DIF-OBSERVACION   TO WSD-OBSERVACION
           MOVE WS-LINEA-DIFERENCIA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       3900-EXIT.
           EXIT.
       3500-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

      ******************************************************************
      *  2000-ARMA-INVENTARIO  -  CERTIFICADOS EN CUSTODIA POR         *
      *  SUCURSAL                                                      *
      ******************************************************************
       2000-ARMA-INVENTARIO.
           SORT SORT-INV
               ON ASCENDING KEY S-INV-CLAVE
               INPUT PROCEDURE IS 2100-EXTRAE-CUSTODIA
               OUTPUT PROCEDURE IS 2500-GRABA-INVENTARIO
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *  3000-APLICA-DIFERENCIAS  -  NUEVA GENERACION DE CUSPEN        *
      ******************************************************************
       3000-APLICA-DIFERENCIAS.
           SORT SORT-MOV
               ON ASCENDING KEY S-MOV-CLAVE
               ON ASCENDING KEY S-MOV-ORIGEN
               ON ASCENDING KEY S-MOV-SEC
               INPUT PROCEDURE IS 3100-SUELTA-MOVIMIENTOS
               OUTPUT PROCEDURE IS 3500-APLICA-MOVIMIENTOS
           .
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  7000-LISTA-RECHAZOS  -  CONFIRMACIONES NO APLICADAS           *
      ******************************************************************
       7000-LISTA-RECHAZOS.
           CLOSE RECHAZOS
           IF WS-CANT-RECHAZOS = ZERO
               GO TO 7000-EXIT
           END-IF
           MOVE 'CONFIRMACIONES RECHAZADAS' TO WSL-SECCION
           PERFORM 2590-LINEA-SECCION THRU 2590-EXIT
           OPEN INPUT RECHAZOS
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 7100-LINEA-RECHAZO THRU 7100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE RECHAZOS
           .
       7000-EXIT.
           EXIT.

       7100-LINEA-RECHAZO.
           READ RECHAZOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 7100-EXIT
           END-READ
           MOVE REJ-MOTIVO       TO WSR-MOTIVO
           MOVE REJ-CONFIRMACION TO WSR-CONFIRMACION
           MOVE WS-LINEA-RECHAZO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       7100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-RESUMEN  -  TOTALES DE LA CORRIDA                        *
      ******************************************************************
       8000-RESUMEN.
           MOVE 'RESUMEN' TO WSL-SECCION
           PERFORM 2590-LINEA-SECCION THRU 2590-EXIT
           MOVE 'IMPOSICIONES LEIDAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-LEIDAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'CERTIFICADOS EN CUSTODIA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-EN-CUSTODIA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  SIN SUCURSAL DE INGRESO (SE TOMA ALTA)'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-SUC-ING TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'SUCURSALES CON CERTIFICADOS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SUCURSALES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'CN CANCELADOS SIN EGRESO' TO WSL-R-CONCEPTO
           MOVE WS-CANT-DET-CN TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'ES EGRESOS EN OTRA SUCURSAL' TO WSL-R-CONCEPTO
           MOVE WS-CANT-DET-ES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'SA CUSTODIA SIN CERTIFICADO ACTIVO' TO WSL-R-CONCEPTO
           MOVE WS-CANT-DET-SA TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'DIFERENCIAS ARRASTRADAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-ARRASTRADAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'CONFIRMACIONES RECIBIDAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-CONFIRMACIONES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  CONTEOS CONFORMES' TO WSL-R-CONCEPTO
           MOVE WS-CANT-CONTEOS-OK TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  CONTEOS CON DIFERENCIA' TO WSL-R-CONCEPTO
           MOVE WS-CANT-CONTEOS-DIF TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  RESOLUCIONES DE SUCURSAL' TO WSL-R-CONCEPTO
           MOVE WS-CANT-RESUELTAS-SUC TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  RECHAZADAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-RECHAZOS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'DIFERENCIAS NUEVAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-NUEVAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'DIFERENCIAS CERRADAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-CERRADAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  REGULARIZADAS EN BGTCIPF' TO WSL-R-CONCEPTO
           MOVE WS-CANT-REGULARIZADAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'DIFERENCIAS ABIERTAS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-ABIERTAS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE '  CONTEOS VENCIDOS SIN CONFIRMAR'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-CONTEO-VENCIDO TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'RESUELTAS POR SUCURSAL SIN REGULARIZAR'
               TO WSL-R-CONCEPTO
           MOVE WS-CANT-PEND-REGUL TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'CONTEOS DEL PERIODO A CONFIRMAR' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SIN-CONFIRMAR TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           CLOSE REPORTE-CUS
           .

       8200-LINEA-RESUMEN.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  SUCURSALES DESCONOCIDAS, RUNLOG Y RESUMEN   *
      ******************************************************************
       9000-FINALIZE.
           SET SUCMAP-OP-FIN TO TRUE
           CALL 'SUCMAP' USING SUCMAP-AREA

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET209' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-EN-CUSTODIA TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET209 - INVENTARIO DE CUSTODIA DE PLAZO FIJO'
           DISPLAY 'PERIODO  . . . . . . . . . : ' WS-PERIODO
           DISPLAY 'IMPOSICIONES LEIDAS  . . . : ' WS-CANT-LEIDAS
           DISPLAY 'CERTIFICADOS EN CUSTODIA . : ' WS-CANT-EN-CUSTODIA
           DISPLAY 'SUCURSALES A CONTAR  . . . : ' WS-CANT-SUCURSALES
           DISPLAY 'CONFIRMACIONES RECIBIDAS . : '
               WS-CANT-CONFIRMACIONES
           DISPLAY 'CONFIRMACIONES RECHAZADAS  : ' WS-CANT-RECHAZOS
           DISPLAY 'DIFERENCIAS NUEVAS . . . . : ' WS-CANT-NUEVAS
           DISPLAY 'DIFERENCIAS CERRADAS . . . : ' WS-CANT-CERRADAS
           DISPLAY 'DIFERENCIAS ABIERTAS . . . : ' WS-CANT-ABIERTAS
           DISPLAY 'RESUELTAS SIN REGULARIZAR  : ' WS-CANT-PEND-REGUL
           DISPLAY 'SUCURSALES REMAPEADAS  . . : '
               SUCMAP-CANT-REMAPEADAS
           DISPLAY 'SUCURSALES DESCONOCIDAS  . : '
               SUCMAP-CANT-DESCONOCIDAS

           IF WS-CANT-ABIERTAS > ZERO
               OR WS-CANT-RECHAZOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      * FECHA AAAA-MM-DD DE DB2 A AAAAMMDD; CERO SI NO ES VALIDA
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

      * SUCURSAL VIGENTE SEGUN LA TABLA DE SUCESION
       1950-REMAPEA-SUCURSAL.
           MOVE WS-SUC-ORIGEN TO WS-SUC-VIGENTE
           SET SUCMAP-OP-REMAPEA TO TRUE
           MOVE WS-SUC-ORIGEN TO SUCMAP-SUC-ORIGEN
           CALL 'SUCMAP' USING SUCMAP-AREA
           IF SUCMAP-REMAPEADA
               MOVE SUCMAP-SUC-VIGENTE TO WS-SUC-VIGENTE
           END-IF
           .
       1950-EXIT.
           EXIT.
