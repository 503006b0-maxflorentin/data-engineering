      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET201                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - ABAE                        *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : INFORME DE ACCESO A DATOS PERSONALES (HABEAS     *
      *               DATA) A DEMANDA.  CON LA TARJETA PARMHAB (NUP    *
      *               Y/O DOCUMENTO, RANGO DE FECHAS DE MOVIMIENTOS,   *
      *               SOLICITANTE Y NUMERO DE SOLICITUD) RECORRE LOS   *
      *               STAGE Y JUNTA TODO LO QUE TENEMOS DEL TITULAR:   *
      *               IBEC3070/IBECABYP, MAESCRED, MAESPERS/ZOECRLK/   *
      *               CTANUP, WACAM600, WAGUCDEX, WABGPPER/BGTCIPF,    *
      *               WASDO20, MOVIMIENTOS TLF Y WAFTC310 DEL RANGO,   *
      *               CASOS DE SCREENING (STGCASO) Y CARTAS Y AVISOS   *
      *               (CARTAREL, AVLIMCR, TARBAJA, PINPROP, CAMPACT).  *
      *               EL INFORME RPHABEAS SALE POR SECCIONES CON LA    *
      *               FUENTE DE CADA ITEM; TODO PAN PASA POR LA        *
      *               RUTINA TOKPAN Y LOS DATOS DE BANDA NO SE         *
      *               INFORMAN.  CADA SOLICITUD QUEDA REGISTRADA EN    *
      *               HABSOL CON SOLICITANTE, FECHA Y SECCIONES        *
      *               ENTREGADAS.  LOS CASOS DE PREVENCION DE LAVADO   *
      *               (CASOSAML) NO SE INCLUYEN: SU EXISTENCIA NO      *
      *               PUEDE REVELARSE AL TITULAR.                      *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET201.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - ABAE.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMHAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT MAESTRO        ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MTC.

           SELECT MARCAS         ASSIGN TO IBECABYP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MRC.

           SELECT CREDENCIALES   ASSIGN TO MAESCRED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRE.

           SELECT PERSONAS       ASSIGN TO MAESPERS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PER.

           SELECT VINCULOS       ASSIGN TO ZOECRLK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RLK.

           SELECT PUENTE-NUP     ASSIGN TO CTANUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-NUP.

           SELECT SCREENING      ASSIGN TO WACAM600
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCR.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CTR.

           SELECT PARTICIP       ASSIGN TO WABGPPER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PPE.

           SELECT PLAZOS-FIJOS   ASSIGN TO BGTCIPF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-IPF.

           SELECT CUENTAS-O20    ASSIGN TO WASDO20
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-O20.

           SELECT MOVIMIENTOS    ASSIGN TO TLFDEDUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TLF.

           SELECT LIQUIDADOS     ASSIGN TO WAFTC310
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-310.

           SELECT CASOS          ASSIGN TO STGCASO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAS.

           SELECT CARTAS-MORA    ASSIGN TO CARTAREL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRL.

           SELECT AVISOS-LIMITE  ASSIGN TO AVLIMCR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-AVL.

           SELECT BAJAS-TARJETA  ASSIGN TO TARBAJA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-TBJ.

           SELECT PROPUESTAS-PIN ASSIGN TO PINPROP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PIN.

           SELECT CAMPANIA-ACT   ASSIGN TO CAMPACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAC.

           SELECT REPORTE-HAB    ASSIGN TO RPHABEAS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOLICITUDES    ASSIGN TO HABSOL
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-HAB-REGISTRO.
      *        TITULAR: NUP Y/O DOCUMENTO (AL MENOS UNO DE LOS DOS)
           05  PARM-HAB-NUP           PIC X(08).
           05  PARM-HAB-TIPO-DOC      PIC X(02).
           05  PARM-HAB-NRO-DOC       PIC X(11).
      *        RANGO DE MOVIMIENTOS; CERO = ULTIMO ANIO AL PROCESO
           05  PARM-HAB-FEC-DESDE     PIC 9(08).
           05  PARM-HAB-FEC-HASTA     PIC 9(08).
      *        USUARIO DE LEGALES QUE PIDE EL INFORME Y EXPEDIENTE
           05  PARM-HAB-SOLICITANTE   PIC X(08).
           05  PARM-HAB-NRO-SOLICITUD PIC X(10).
           05  FILLER                 PIC X(25).

       FD  MAESTRO
           RECORDING MODE IS F.
       01  FD-MAESTRO.
           COPY "../../garra/fact/clientes_en_mora/IBEC3070.cob"
               REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       FD  MARCAS
           RECORDING MODE IS F.
       01  FD-IBECABYP.
           COPY "../../garra/fact/ibecabyp/ibecabyp.cob".

       FD  CREDENCIALES
           RECORDING MODE IS F.
       01  FD-CREDENCIAL.
           COPY "../../abae/fact/maescred/maescred.cob"
               REPLACING ==:ZOECCRE:== BY ==ZOECCRE==.

       FD  PERSONAS
           RECORDING MODE IS F.
           COPY "../../abae/fact/maespers/maespers.cob"
               REPLACING ==:zoecper:== BY ==ZOECPER==.

       FD  VINCULOS
           RECORDING MODE IS F.
           COPY "../../abae/fact/maescred/zoecrlk.cob"
               REPLACING ==:ZOECRLK:== BY ==ZOECRLK==.

       FD  PUENTE-NUP
           RECORDING MODE IS F.
       01  CTANUP-REGISTRO.
           05  CTANUP-NUP             PIC X(08).
      *        CUENTA TARJETA (WASDO20) Y CCC (ENTIDAD/CENTRO/CTA)
           05  CTANUP-CTA-TARJETA     PIC 9(14).
           05  CTANUP-CCC             PIC X(20).
           05  FILLER                 PIC X(06).

       FD  SCREENING
           RECORDING MODE IS F.
           COPY "../../screening/fact/wacam600/wacam600.cob".

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-WAGUXDEX.
           COPY "../../garra/fact/wagucdex/wagucdex.cob".

       FD  PARTICIP
           RECORDING MODE IS F.
       01  FD-PER-REG.
           COPY "../../malbgp/fact/wabgpper/wabgpper.cob".

       FD  PLAZOS-FIJOS
           RECORDING MODE IS F.
       01  FD-IPF-REG.
           COPY "../../malbgp/fact/bgtcipf/bgtcipf.cob".

       FD  CUENTAS-O20
           RECORDING MODE IS F.
           COPY "../../cupones/wasdo20/wasdo20.cob".

       FD  MOVIMIENTOS
           RECORDING MODE IS F.
           COPY "../../cupones/tlf_visa/tlf_visa.cob".

       FD  LIQUIDADOS
           RECORDING MODE IS F.
       01  FD-LIQUIDADO.
           COPY "../../cupones/waftc310/waftc310.cob"
               REPLACING ==310== BY ==WAFTC310==.

       FD  CASOS
           RECORDING MODE IS F.
           COPY "../../screening/fact/wacam600/camcaso.cob".

      * CARTAS DE COBRANZA A LIBERAR (ZET063)
       FD  CARTAS-MORA
           RECORDING MODE IS F.
       01  CARTAREL-REGISTRO.
           05  CARTAREL-NRO-CUENTA   PIC 9(14).
           05  CARTAREL-SUC-CUENTA   PIC 9(03).
           05  CARTAREL-NO-EMISION   PIC X(01).
           05  CARTAREL-INHAB-OC     PIC X(01).
           05  CARTAREL-CARTAS-INH   PIC 9(02).
           05  CARTAREL-INICIO-MORA  PIC 9(08).
           05  CARTAREL-MESES-SUPR   PIC 9(03).
           05  CARTAREL-SALDO-AUS    PIC S9(13)V99.
           05  CARTAREL-SALDO-DOL    PIC S9(13)V99.
           05  FILLER                PIC X(08).

      * AVISOS DE BAJA DE LIMITE (ZET166)
       FD  AVISOS-LIMITE
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

      * PROPUESTAS DE BAJA DE TARJETAS SIN USO (ZET051)
       FD  BAJAS-TARJETA
           RECORDING MODE IS F.
       01  TARBAJA-REGISTRO.
           05  TARBAJA-NUMERO-TARJETA PIC X(19).
           05  TARBAJA-SUCURSAL-ADM   PIC 9(04).
           05  TARBAJA-NUP            PIC X(08).
           05  TARBAJA-ENTIDAD        PIC 9(04).
           05  TARBAJA-CENTRO         PIC 9(04).
           05  TARBAJA-CUENTA         PIC 9(12).
           05  TARBAJA-DIVISA         PIC X(03).
           05  TARBAJA-BANDA          PIC 9(01).
           05  TARBAJA-FEC-UTILES     PIC X(08).
           05  TARBAJA-FEC-ULT-ACT    PIC 9(08).
           05  TARBAJA-CAN-CUENTAS    PIC 9(02).
           05  FILLER                 PIC X(07).

      * PROPUESTAS DE BLANQUEO DE PIN (ZET100)
       FD  PROPUESTAS-PIN
           RECORDING MODE IS F.
       01  PINPROP-REGISTRO.
           05  PINPROP-NUMERO-TARJETA PIC X(19).
           05  PINPROP-SUCURSAL-ADM   PIC 9(04).
           05  PINPROP-NUP            PIC X(08).
           05  PINPROP-FEC-EMBZ       PIC 9(08).
           05  PINPROP-DIAS-SIN-PIN   PIC 9(05).
           05  PINPROP-MOTIVO         PIC 9(01).
           05  PINPROP-ESTADO-TARJETA PIC 9(01).
           05  PINPROP-MARCA-PIN      PIC X(01).
           05  FILLER                 PIC X(13).

      * CAMPANIA DE ACTIVACION DE TARJETAS (ZET097)
       FD  CAMPANIA-ACT
           RECORDING MODE IS F.
       01  CAMPACT-REGISTRO.
           05  CAMPACT-TARJETA       PIC X(19).
           05  CAMPACT-FEC-EMBZ      PIC 9(08).
           05  CAMPACT-SUCURSAL      PIC 9(04).
           05  CAMPACT-TIPO-PLAS     PIC X(03).
           05  CAMPACT-DIAS-SIN-USO  PIC 9(05).
           05  FILLER                PIC X(06).

       FD  REPORTE-HAB.
       01  LINEA-REPORTE             PIC X(132).

      * REGISTRO DE SOLICITUDES ATENDIDAS, UNA FILA POR CORRIDA.
      * ESTADO POR SECCION: S ENTREGADA CON DATOS / N SIN DATOS DEL
      * TITULAR / X ALGUNA FUENTE DE LA SECCION NO ESTUVO DISPONIBLE
       FD  SOLICITUDES
           RECORDING MODE IS F.
       01  HABSOL-REGISTRO.
           05  HABSOL-FECHA           PIC 9(08).
           05  HABSOL-HORA            PIC 9(06).
           05  HABSOL-NRO-SOLICITUD   PIC X(10).
           05  HABSOL-SOLICITANTE     PIC X(08).
           05  HABSOL-NUP             PIC X(08).
           05  HABSOL-TIPO-DOC        PIC X(02).
           05  HABSOL-NRO-DOC         PIC X(11).
           05  HABSOL-FEC-DESDE       PIC 9(08).
           05  HABSOL-FEC-HASTA       PIC 9(08).
           05  HABSOL-SECCIONES.
               10  HABSOL-SECCION     PIC X(01) OCCURS 12 TIMES.
           05  HABSOL-CANT-ITEMS      PIC 9(07).
           05  FILLER                 PIC X(32).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "../seguridad/toklk.cob"
               REPLACING ==:TOKPAN:== BY ==TOKPAN==.

       77  WS-MAX-PANS               PIC 9(04) COMP VALUE 200.
       77  WS-MAX-CTAS               PIC 9(04) COMP VALUE 50.
       77  WS-MAX-CCCS               PIC 9(04) COMP VALUE 100.
       77  WS-MAX-IPFS               PIC 9(04) COMP VALUE 100.
       77  WS-CANT-SECCIONES         PIC 9(02) COMP VALUE 12.
       77  WS-SEC                    PIC 9(02) COMP.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
           05  WS-PROC-ANIO          PIC 9(04).
           05  WS-PROC-MMDD          PIC 9(04).
       01  WS-HORA-RELOJ             PIC 9(08).
       01  WS-HORA-PROCESO           PIC 9(06).

      * FECHA DEL MOVIMIENTO TLF: SEMTRDAT ES MMDD, EL ANIO SE DEDUCE
       01  WS-MOV-FECHA              PIC 9(08).
       01  WS-MOV-FECHA-R REDEFINES WS-MOV-FECHA.
           05  WS-MOV-ANIO           PIC 9(04).
           05  WS-MOV-MMDD           PIC 9(04).

      * FECHA DE LA LIQUIDACION: AAMMDD SIN SIGLO
       01  WS-LIQ-FECHA              PIC 9(08).
       01  WS-LIQ-FECHA-R REDEFINES WS-LIQ-FECHA.
           05  WS-LIQ-SIGLO          PIC 9(02).
           05  WS-LIQ-AAMMDD         PIC 9(06).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-MTC                 PIC XX.
       01  WS-FS-MRC                 PIC XX.
       01  WS-FS-CRE                 PIC XX.
       01  WS-FS-PER                 PIC XX.
       01  WS-FS-RLK                 PIC XX.
       01  WS-FS-NUP                 PIC XX.
       01  WS-FS-SCR                 PIC XX.
       01  WS-FS-CTR                 PIC XX.
       01  WS-FS-PPE                 PIC XX.
       01  WS-FS-IPF                 PIC XX.
       01  WS-FS-O20                 PIC XX.
       01  WS-FS-TLF                 PIC XX.
       01  WS-FS-310                 PIC XX.
       01  WS-FS-CAS                 PIC XX.
       01  WS-FS-CRL                 PIC XX.
       01  WS-FS-AVL                 PIC XX.
       01  WS-FS-TBJ                 PIC XX.
       01  WS-FS-PIN                 PIC XX.
       01  WS-FS-CAC                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-FUENTE      PIC X(01) VALUE 'N'.
               88  EOF-FUENTE            VALUE 'S'.
           05  WS-SW-ES-TITULAR      PIC X(01) VALUE 'N'.
               88  ES-TITULAR            VALUE 'S'.
           05  WS-SW-ENCONTRADO      PIC X(01) VALUE 'N'.
               88  ENCONTRADO            VALUE 'S'.

      * TITULAR PEDIDO; EL MAESTRO COMPLETA EL DATO QUE FALTE
       01  WS-HAB-NUP                PIC X(08).
       01  WS-HAB-TIPO-DOC           PIC X(02).
       01  WS-HAB-NRO-DOC            PIC X(11).
       01  WS-HAB-FEC-DESDE          PIC 9(08).
       01  WS-HAB-FEC-DESDE-R REDEFINES WS-HAB-FEC-DESDE.
           05  WS-DESDE-ANIO         PIC 9(04).
           05  WS-DESDE-MMDD         PIC 9(04).
       01  WS-HAB-FEC-HASTA          PIC 9(08).
       01  WS-HAB-SOLICITANTE        PIC X(08).
       01  WS-HAB-NRO-SOLICITUD      PIC X(10).

      * DATO A COMPARAR CONTRA EL TITULAR (6000-ES-TITULAR)
       01  WS-CMP-NUP                PIC X(08).
       01  WS-CMP-TIPO-DOC           PIC X(02).
       01  WS-CMP-DOC                PIC X(11).

       01  WS-PAN-CLARO              PIC X(19).
       01  WS-PAN-VISIBLE            PIC X(19).
       01  WS-CTA-BUSCA              PIC 9(14).
       01  WS-CCC-BUSCA              PIC X(20).
       01  WS-IPF-BUSCA              PIC X(20).

      * TARJETAS, CUENTAS TARJETA, CUENTAS Y PLAZOS FIJOS DEL
      * TITULAR, JUNTADOS EN LAS PRIMERAS SECCIONES PARA UBICAR
      * SUS MOVIMIENTOS, RESUMENES Y CARTAS EN LAS SIGUIENTES
       01  TABLA-PANS.
           05  TB-PAN-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-PAN-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON TB-PAN-CANT
                   INDEXED BY TB-PAN-IDX.
               10  TB-PAN-NRO        PIC X(19).

       01  TABLA-CTAS.
           05  TB-CTA-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CTA-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON TB-CTA-CANT
                   INDEXED BY TB-CTA-IDX.
               10  TB-CTA-NRO        PIC 9(14).

       01  TABLA-CCCS.
           05  TB-CCC-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CCC-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON TB-CCC-CANT
                   INDEXED BY TB-CCC-IDX.
               10  TB-CCC-NRO        PIC X(20).

       01  TABLA-IPFS.
           05  TB-IPF-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-IPF-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON TB-IPF-CANT
                   INDEXED BY TB-IPF-IDX.
               10  TB-IPF-CLAVE      PIC X(20).

       01  WS-TITULOS-SECCION.
           05  FILLER                PIC X(40) VALUE
               'DATOS PERSONALES              IBEC3070  '.
           05  FILLER                PIC X(40) VALUE
               'MARCAS DE GESTION DE MORA     IBECABYP  '.
           05  FILLER                PIC X(40) VALUE
               'CREDENCIALES Y DOMICILIO      MAESCRED  '.
           05  FILLER                PIC X(40) VALUE
               'TARJETAS Y CUENTAS VINCULADAS VARIAS    '.
           05  FILLER                PIC X(40) VALUE
               'SCREENING DE CAMPANIAS        WACAM600  '.
           05  FILLER                PIC X(40) VALUE
               'CONTRATOS DE ACTIVO           WAGUCDEX  '.
           05  FILLER                PIC X(40) VALUE
               'PLAZOS FIJOS                  VARIAS    '.
           05  FILLER                PIC X(40) VALUE
               'CUENTAS TARJETA DE CREDITO    WASDO20   '.
           05  FILLER                PIC X(40) VALUE
               'MOVIMIENTOS DE TARJETA        TLFDEDUP  '.
           05  FILLER                PIC X(40) VALUE
               'LIQUIDACIONES DE TARJETA      WAFTC310  '.
           05  FILLER                PIC X(40) VALUE
               'CASOS DE SCREENING            STGCASO   '.
           05  FILLER                PIC X(40) VALUE
               'CARTAS Y AVISOS               VARIAS    '.
       01  WS-TITULOS-R REDEFINES WS-TITULOS-SECCION.
           05  WS-TITULO-SECCION     PIC X(40) OCCURS 12 TIMES.

       01  TABLA-SECCIONES.
           05  TB-SEC-ENTRY OCCURS 12 TIMES.
               10  TB-SEC-CANT       PIC 9(07) COMP.
               10  TB-SEC-NO-DISP    PIC X(01).
               10  TB-SEC-ESTADO     PIC X(01).

       01  WS-CONTADORES.
           05  WS-CANT-ITEMS         PIC 9(07) COMP.
           05  WS-CANT-LEIDOS        PIC 9(09) COMP.

       01  WS-ED-IMPORTE             PIC -(14)9.99.
       01  WS-ED-IMPORTE-2           PIC -(14)9.99.
       01  WS-ED-CANT                PIC Z(06)9.
       01  WS-ED-SEC                 PIC Z(04)9.
       01  WS-ED-TASA                PIC ZZ9.99999.
       01  WS-ED-PLAZO               PIC Z(04)9.
       01  WS-ED-NRO                 PIC 9(02).

       01  WS-ENCAB-TITULO.
           05  FILLER                PIC X(40) VALUE
               'INFORME DE ACCESO A DATOS PERSONALES - H'.
           05  FILLER                PIC X(20) VALUE
               'ABEAS DATA          '.
           05  FILLER                PIC X(15) VALUE
               'FECHA PROCESO  '.
           05  WST-FECHA             PIC 9(08).

       01  WS-LINEA-ITEM.
           05  WSI-FUENTE            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSI-TEXTO             PIC X(122).

       01  WS-LINEA-SECCION.
           05  FILLER                PIC X(08) VALUE 'SECCION '.
           05  WSS-NRO               PIC 9(02).
           05  FILLER                PIC X(03) VALUE ' - '.
           05  WSS-TITULO            PIC X(30).
           05  FILLER                PIC X(08) VALUE 'FUENTE: '.
           05  WSS-FUENTE            PIC X(10).

       01  WS-LINEA-RAYA             PIC X(132) VALUE ALL '-'.

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSR-NRO               PIC 9(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSR-TITULO            PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSR-ESTADO            PIC X(22).
           05  FILLER                PIC X(08) VALUE 'ITEMS: '.
           05  WSR-CANT              PIC Z(06)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SEC-PERSONALES THRU 2000-EXIT
           PERFORM 2100-SEC-MARCAS THRU 2100-EXIT
           PERFORM 2200-SEC-CREDENCIALES THRU 2200-EXIT
           PERFORM 2300-SEC-VINCULOS THRU 2300-EXIT
           PERFORM 2400-SEC-SCREENING THRU 2400-EXIT
           PERFORM 2500-SEC-CONTRATOS THRU 2500-EXIT
           PERFORM 2600-SEC-PLAZO-FIJO THRU 2600-EXIT
           PERFORM 2700-SEC-CUENTAS-TARJETA THRU 2700-EXIT
           PERFORM 2800-SEC-MOVIMIENTOS THRU 2800-EXIT
           PERFORM 2900-SEC-LIQUIDACIONES THRU 2900-EXIT
           PERFORM 3000-SEC-CASOS THRU 3000-EXIT
           PERFORM 3100-SEC-CARTAS THRU 3100-EXIT
           PERFORM 8000-REGISTRA-SOLICITUD THRU 8000-EXIT
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  LEE PARMHAB, VALIDA EL PEDIDO Y ABRE EL   *
      *  INFORME                                                       *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-RELOJ FROM TIME
           MOVE WS-HORA-RELOJ(1:6) TO WS-HORA-PROCESO
           INITIALIZE WS-CONTADORES
           INITIALIZE TABLA-SECCIONES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR NOT = '00'
               DISPLAY 'ZET201 - FALTA LA TARJETA PARMHAB'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARAMETROS
               AT END
                   MOVE SPACES TO PARM-HAB-REGISTRO
           END-READ
           CLOSE PARAMETROS
           PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT

           OPEN OUTPUT REPORTE-HAB
           MOVE WS-FECHA-PROCESO TO WST-FECHA
           MOVE WS-ENCAB-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING 'SOLICITUD ' WS-HAB-NRO-SOLICITUD
               '   SOLICITANTE ' WS-HAB-SOLICITANTE
               '   TITULAR NUP ' WS-HAB-NUP
               '   DOCUMENTO ' WS-HAB-TIPO-DOC ' ' WS-HAB-NRO-DOC
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING 'MOVIMIENTOS DEL ' WS-HAB-FEC-DESDE
               ' AL ' WS-HAB-FEC-HASTA
               '   LOS NUMEROS DE TARJETA SE INFORMAN TOKENIZADOS'
               ' O ENMASCARADOS'
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

       1050-TOMA-PARAMETROS.
           MOVE PARM-HAB-NUP           TO WS-HAB-NUP
           MOVE PARM-HAB-TIPO-DOC      TO WS-HAB-TIPO-DOC
           MOVE PARM-HAB-NRO-DOC       TO WS-HAB-NRO-DOC
           MOVE PARM-HAB-SOLICITANTE   TO WS-HAB-SOLICITANTE
           MOVE PARM-HAB-NRO-SOLICITUD TO WS-HAB-NRO-SOLICITUD

           IF WS-HAB-NUP = SPACES AND WS-HAB-NRO-DOC = SPACES
               DISPLAY 'ZET201 - PARMHAB SIN NUP NI DOCUMENTO DEL '
                   'TITULAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-HAB-SOLICITANTE = SPACES
               DISPLAY 'ZET201 - PARMHAB SIN SOLICITANTE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-FECHA-PROCESO TO WS-HAB-FEC-HASTA
           IF PARM-HAB-FEC-HASTA IS NUMERIC
               AND PARM-HAB-FEC-HASTA > ZERO
               MOVE PARM-HAB-FEC-HASTA TO WS-HAB-FEC-HASTA
           END-IF
           IF PARM-HAB-FEC-DESDE IS NUMERIC
               AND PARM-HAB-FEC-DESDE > ZERO
               MOVE PARM-HAB-FEC-DESDE TO WS-HAB-FEC-DESDE
           ELSE
               MOVE WS-HAB-FEC-HASTA TO WS-HAB-FEC-DESDE
               SUBTRACT 1 FROM WS-DESDE-ANIO
           END-IF
           IF WS-HAB-FEC-DESDE > WS-HAB-FEC-HASTA
               DISPLAY 'ZET201 - RANGO DE FECHAS INVALIDO EN PARMHAB '
                   WS-HAB-FEC-DESDE ' - ' WS-HAB-FEC-HASTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       1050-EXIT.
           EXIT.

      ******************************************************************
      *  2000-SEC-PERSONALES  -  MAESTRO DE PERSONAS.  SI SE PIDIO     *
      *  SOLO POR DOCUMENTO, DE ACA SALE EL NUP (Y AL REVES)           *
      ******************************************************************
       2000-SEC-PERSONALES.
           MOVE 1 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT
           OPEN INPUT MAESTRO
           IF WS-FS-MTC NOT = '00'
               MOVE 'IBEC3070' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2010-LEE-MAESTRO THRU 2010-EXIT
                   UNTIL EOF-FUENTE
               CLOSE MAESTRO
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF
           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       2000-EXIT.
           EXIT.

       2010-LEE-MAESTRO.
           READ MAESTRO
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2010-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE IBEC3070-NUM-PERSONA    TO WS-CMP-NUP
           MOVE IBEC3070-TIPO-DOCUMENTO TO WS-CMP-TIPO-DOC
           MOVE IBEC3070-NUM-DOCUMENTO  TO WS-CMP-DOC
           PERFORM 6000-ES-TITULAR THRU 6000-EXIT
           IF NOT ES-TITULAR
               GO TO 2010-EXIT
           END-IF
           IF WS-HAB-NUP = SPACES
               MOVE IBEC3070-NUM-PERSONA TO WS-HAB-NUP
           END-IF
           IF WS-HAB-NRO-DOC = SPACES
               MOVE IBEC3070-TIPO-DOCUMENTO TO WS-HAB-TIPO-DOC
               MOVE IBEC3070-NUM-DOCUMENTO  TO WS-HAB-NRO-DOC
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)

           MOVE 'IBEC3070' TO WSI-FUENTE
           STRING 'NUP ' IBEC3070-NUM-PERSONA
               ' DOCUMENTO ' IBEC3070-TIPO-DOCUMENTO ' '
               IBEC3070-NUM-DOCUMENTO
               ' PERSONA ' IBEC3070-TIPO-PERSONA
               ' SEXO ' IBEC3070-SEXO
               ' NACIMIENTO ' IBEC3070-FEC-NACIM
               ' EST.CIVIL ' IBEC3070-ESTADO-CIVIL
               ' NACIONALIDAD ' IBEC3070-NACIONAL
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'NOMBRE: ' IBEC3070-PRIM-APELLIDO ' '
               IBEC3070-NOMBRE
               ' CLIENTE DESDE ' IBEC3070-FEC-ALTACLI
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'DOMICILIO: ' IBEC3070-DOMICILIO ' '
               IBEC3070-LOCALIDAD ' CP ' IBEC3070-CODPOS
               ' PROV ' IBEC3070-PROVINCIA ' PAIS ' IBEC3070-PAIS
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'TELEFONO ' IBEC3070-TELEFONO
               ' SEGMENTO ' IBEC3070-SEGMENTO '/'
               IBEC3070-SUBSEGMENTO
               ' EMPLEADO ' IBEC3070-EMPLEADO
               ' ACTIVIDAD ' IBEC3070-COD-ACTIVIDAD
               ' PROFESION ' IBEC3070-PROFESION
               ' INGRESO ' IBEC3070-IMP-INGRESO
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'SITUACION ' IBEC3070-COD-SITUIRRE
               ' MARCA ' IBEC3070-COD-MARCLI '/'
               IBEC3070-COD-SUBMARCL
               ' FEVE ' IBEC3070-GRADO-FEVE
               ' RIESGO ' IBEC3070-IMP-RIESGO
               ' IVA ' IBEC3070-RESP-IVA
               ' GANANCIAS ' IBEC3070-RESP-GAN
               ' PAQUETE ' IBEC3070-TIPO-PAQUETE
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2010-EXIT.
           EXIT.

      * HISTORIA MENSUAL DE MARCAS DE GARRA
       2100-SEC-MARCAS.
           MOVE 2 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT
           OPEN INPUT MARCAS
           IF WS-FS-MRC NOT = '00'
               MOVE 'IBECABYP' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2110-LEE-MARCA THRU 2110-EXIT
                   UNTIL EOF-FUENTE
               CLOSE MARCAS
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF
           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       2100-EXIT.
           EXIT.

       2110-LEE-MARCA.
           READ MARCAS
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2110-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE IBECABYP-NUM-PERSONA    TO WS-CMP-NUP
           MOVE IBECABYP-TIPO-DOCUMENTO TO WS-CMP-TIPO-DOC
           MOVE IBECABYP-NUM-DOCUMENTO  TO WS-CMP-DOC
           PERFORM 6000-ES-TITULAR THRU 6000-EXIT
           IF NOT ES-TITULAR
               GO TO 2110-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)

           MOVE 'IBECABYP' TO WSI-FUENTE
           STRING 'PERIODO ' IBECABYP-PERIODO
               ' MARCA ' IBECABYP-COD-MARCLI '/'
               IBECABYP-COD-SUBMARCL
               ' ALTA MARCA ' IBECABYP-FEC-ALMARCL
               ' SITUACION ' IBECABYP-COD-SITUIRRE
               ' FEVE ' IBECABYP-GRADO-FEVE
               ' GESTOR ' IBECABYP-COD-GESTOR
               ' RIESGO ' IBECABYP-IMP-RIESGO
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2110-EXIT.
           EXIT.

      ******************************************************************
      *  2200-SEC-CREDENCIALES  -  CREDENCIALES CON SU DOMICILIO.  LOS *
      *  DATOS DE BANDA (TRACKI/TRACKII) NO SE INFORMAN                *
      ******************************************************************
       2200-SEC-CREDENCIALES.
           MOVE 3 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT
           OPEN INPUT CREDENCIALES
           IF WS-FS-CRE NOT = '00'
               MOVE 'MAESCRED' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2210-LEE-CREDENCIAL THRU 2210-EXIT
                   UNTIL EOF-FUENTE
               CLOSE CREDENCIALES
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF
           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       2200-EXIT.
           EXIT.

       2210-LEE-CREDENCIAL.
           READ CREDENCIALES
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2210-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE ZOECCRE-PENUMPER TO WS-CMP-NUP
           MOVE ZOECCRE-PETIPDOC TO WS-CMP-TIPO-DOC
           MOVE ZOECCRE-PENUMDOC TO WS-CMP-DOC
           PERFORM 6000-ES-TITULAR THRU 6000-EXIT
           IF NOT ES-TITULAR
               GO TO 2210-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)
           MOVE ZOECCRE-NUMERO-TARJETA TO WS-PAN-CLARO
           PERFORM 6100-AGREGA-PAN THRU 6100-EXIT
           IF ZOECCRE-NRO-TAR-ANT NOT = SPACES
               MOVE ZOECCRE-NRO-TAR-ANT TO WS-PAN-CLARO
               PERFORM 6100-AGREGA-PAN THRU 6100-EXIT
           END-IF

           MOVE ZOECCRE-NUMERO-TARJETA TO WS-PAN-CLARO
           PERFORM 7300-ENMASCARA THRU 7300-EXIT
           MOVE 'MAESCRED' TO WSI-FUENTE
           STRING 'TARJETA ' WS-PAN-VISIBLE
               ' ESTADO ' ZOECCRE-ESTADO-TARJETA
               ' ALTA ' ZOECCRE-FEC-ALTA
               ' ULT.ACT ' ZOECCRE-FEC-ULT-ACT
               ' VTO ' ZOECCRE-VTO
               ' SUC ' ZOECCRE-SUCURSAL-ADM
               ' DOCUMENTO ' ZOECCRE-PETIPDOC ' ' ZOECCRE-PENUMDOC
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'NOMBRE: ' ZOECCRE-PEPRIAPE ' ' ZOECCRE-PENOMPER
               ' SEXO ' ZOECCRE-PESEXPER
               ' NACIMIENTO ' ZOECCRE-PEFECNAC
               ' EST.CIVIL ' ZOECCRE-PEESTCIV
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'DOMICILIO: ' ZOECCRE-PENOMCAL ' '
               ZOECCRE-PENUMBL2 ' PISO ' ZOECCRE-PEOBSPIS
               ' DTO ' ZOECCRE-PEOBSDTO
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'LOCALIDAD: ' ZOECCRE-PEDESLOC
               ' CP ' ZOECCRE-PECODPOS
               ' PROV ' ZOECCRE-PECODPRO
               ' PAIS ' ZOECCRE-PECODPAI
               ' TELEFONO ' ZOECCRE-PECARTEL '-' ZOECCRE-PENUMTEL
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2210-EXIT.
           EXIT.

      ******************************************************************
      *  2300-SEC-VINCULOS  -  INDICE NUP/TARJETA, VINCULO TARJETA/    *
      *  CUENTA Y PUENTE A LA CUENTA TARJETA DE CREDITO                *
      ******************************************************************
       2300-SEC-VINCULOS.
           MOVE 4 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT

           OPEN INPUT PERSONAS
           IF WS-FS-PER NOT = '00'
               MOVE 'MAESPERS' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2310-LEE-PERSONA THRU 2310-EXIT
                   UNTIL EOF-FUENTE
               CLOSE PERSONAS
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF

           OPEN INPUT VINCULOS
           IF WS-FS-RLK NOT = '00'
               MOVE 'ZOECRLK' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2320-LEE-VINCULO THRU 2320-EXIT
                   UNTIL EOF-FUENTE
               CLOSE VINCULOS
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF

           OPEN INPUT PUENTE-NUP
           IF WS-FS-NUP NOT = '00'
               MOVE 'CTANUP' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2330-LEE-PUENTE THRU 2330-EXIT
                   UNTIL EOF-FUENTE
               CLOSE PUENTE-NUP
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF

           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       2300-EXIT.
           EXIT.

       2310-LEE-PERSONA.
           READ PERSONAS
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2310-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           IF WS-HAB-NUP = SPACES
               OR ZOECPER-NUP NOT = WS-HAB-NUP
               GO TO 2310-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)
           MOVE ZOECPER-NUMERO-TARJETA TO WS-PAN-CLARO
           PERFORM 6100-AGREGA-PAN THRU 6100-EXIT
           PERFORM 7300-ENMASCARA THRU 7300-EXIT

           MOVE 'MAESPERS' TO WSI-FUENTE
           STRING 'INDICE NUP/TARJETA - TARJETA ' WS-PAN-VISIBLE
               ' ORIGEN ' ZOECPER-ORIGEN
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2310-EXIT.
           EXIT.

      * EL VINCULO SE TOMA POR NUP O POR CUALQUIER TARJETA YA
      * UBICADA DEL TITULAR (LAS HUERFANAS VIENEN SIN NUP)
       2320-LEE-VINCULO.
           READ VINCULOS
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2320-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE ZOECRLK-NUMERO-TARJETA TO WS-PAN-CLARO
           PERFORM 6200-BUSCA-PAN THRU 6200-EXIT
           IF NOT ENCONTRADO
               IF WS-HAB-NUP = SPACES
                   OR ZOECRLK-NUP NOT = WS-HAB-NUP
                   GO TO 2320-EXIT
               END-IF
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)
           PERFORM 6100-AGREGA-PAN THRU 6100-EXIT
           IF ZOECRLK-EN-CUENTA
               MOVE ZOECRLK-CLAVE-CUENTA TO WS-CCC-BUSCA
               PERFORM 6300-AGREGA-CCC THRU 6300-EXIT
           END-IF
           PERFORM 7300-ENMASCARA THRU 7300-EXIT

           MOVE 'ZOECRLK' TO WSI-FUENTE
           STRING 'TARJETA ' WS-PAN-VISIBLE
               ' ESTADO ' ZOECRLK-ESTADO-TARJETA
               ' CUENTA ' ZOECRLK-ENTIDAD '-' ZOECRLK-CENTRO '-'
               ZOECRLK-CUENTA
               ' DIVISA ' ZOECRLK-DIVISA-CUENTA
               ' VINCULO ' ZOECRLK-TIPO-VINCULO
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2320-EXIT.
           EXIT.

       2330-LEE-PUENTE.
           READ PUENTE-NUP
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2330-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           IF WS-HAB-NUP = SPACES
               OR CTANUP-NUP NOT = WS-HAB-NUP
               GO TO 2330-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)
           IF CTANUP-CTA-TARJETA > ZERO
               MOVE CTANUP-CTA-TARJETA TO WS-CTA-BUSCA
               PERFORM 6400-AGREGA-CTA THRU 6400-EXIT
           END-IF
           IF CTANUP-CCC NOT = SPACES
               MOVE CTANUP-CCC TO WS-CCC-BUSCA
               PERFORM 6300-AGREGA-CCC THRU 6300-EXIT
           END-IF

           MOVE 'CTANUP' TO WSI-FUENTE
           STRING 'CUENTA TARJETA ' CTANUP-CTA-TARJETA
               ' CUENTA ' CTANUP-CCC
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2330-EXIT.
           EXIT.

      * HITS DEL EXTRACTO DE CAMPANIAS
       2400-SEC-SCREENING.
           MOVE 5 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT
           OPEN INPUT SCREENING
           IF WS-FS-SCR NOT = '00'
               MOVE 'WACAM600' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2410-LEE-SCREENING THRU 2410-EXIT
                   UNTIL EOF-FUENTE
               CLOSE SCREENING
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF
           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       2400-EXIT.
           EXIT.

       2410-LEE-SCREENING.
           READ SCREENING
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2410-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE NUP OF WACAM600      TO WS-CMP-NUP
           MOVE TIPO_DOC OF WACAM600 TO WS-CMP-TIPO-DOC
           MOVE NRO_DOC OF WACAM600  TO WS-CMP-DOC
           PERFORM 6000-ES-TITULAR THRU 6000-EXIT
           IF NOT ES-TITULAR
               GO TO 2410-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)

           MOVE 'WACAM600' TO WSI-FUENTE
           STRING 'FECHA ' FECHA_PROCESO OF WACAM600
               ' CUIT ' CUIT_PREFIJO OF WACAM600 '-'
               CUIT_NRO OF WACAM600 '-' CUIT_DV OF WACAM600
               ' DOCUMENTO ' TIPO_DOC OF WACAM600 ' '
               NRO_DOC OF WACAM600
               ' CAMPANIA ' EST_CAMP OF WACAM600
               ' CONDICION ' PERS_CONDICION OF WACAM600
               ' EMPLEADO ' MAR_EMPLEADO OF WACAM600
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'NOMBRE: ' APELLIDO OF WACAM600 ' '
               NOMBRE OF WACAM600
               ' NACIMIENTO ' FEC_NACIMIENTO OF WACAM600
               ' SEXO ' MAR_SEXO OF WACAM600
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'SITUACION BANCO ' AFIR_SITU_RIO OF WACAM600
               ' BCRA ' AFIR_SITU_BCRA OF WACAM600
               ' MORIA ' MORIA_SITU OF WACAM600
               ' CASTIGO ' MORIA_FEC_CASTIGO OF WACAM600
               ' SEGMENTO ' SGE_SEGM OF WACAM600
               ' PROPUESTA ' SGE_PROPUESTA OF WACAM600
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2410-EXIT.
           EXIT.

      * PRESTAMOS Y DEMAS CONTRATOS DE ACTIVO
       2500-SEC-CONTRATOS.
           MOVE 6 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT
           OPEN INPUT CONTRATOS
           IF WS-FS-CTR NOT = '00'
               MOVE 'WAGUCDEX' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2510-LEE-CONTRATO THRU 2510-EXIT
                   UNTIL EOF-FUENTE
               CLOSE CONTRATOS
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF
           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       2500-EXIT.
           EXIT.

       2510-LEE-CONTRATO.
           READ CONTRATOS
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2510-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           IF WS-HAB-NUP = SPACES
               OR NUM_PERSONA OF FD-WAGUXDEX NOT = WS-HAB-NUP
               GO TO 2510-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)

           MOVE 'WAGUCDEX' TO WSI-FUENTE
           STRING 'CONTRATO ' COD_ENTIDAD OF FD-WAGUXDEX '-'
               COD_CENTRO OF FD-WAGUXDEX '-'
               NUM_CONTRATO OF FD-WAGUXDEX
               ' PRODUCTO ' COD_PRODUCTO OF FD-WAGUXDEX '/'
               COD_SUBPRODU OF FD-WAGUXDEX
               ' DIVISA ' COD_DIVISA OF FD-WAGUXDEX
               ' ALTA ' FEC_ALT_PROD OF FD-WAGUXDEX
               ' VTO ' FEC_VTO_PROD OF FD-WAGUXDEX
               ' CUOTA ' NRO_CUO_ACT OF FD-WAGUXDEX '/'
               NRO_CUO_TOT OF FD-WAGUXDEX
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           MOVE IMP_RIESMOLO OF FD-WAGUXDEX TO WS-ED-IMPORTE
           MOVE IMP_IRREMOLO OF FD-WAGUXDEX TO WS-ED-IMPORTE-2
           STRING 'RIESGO ' WS-ED-IMPORTE
               ' IRREGULAR ' WS-ED-IMPORTE-2
               ' DIAS IMPAGO ' CON_DIAIMPAG OF FD-WAGUXDEX
               ' MARCA ' COD_MARCA OF FD-WAGUXDEX
               ' GARANTIA ' CLA_GARANTIA OF FD-WAGUXDEX
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2510-EXIT.
           EXIT.

      ******************************************************************
      *  2600-SEC-PLAZO-FIJO  -  PARTICIPACIONES DEL TITULAR Y LAS     *
      *  IMPOSICIONES DE ESAS CUENTAS                                  *
      ******************************************************************
       2600-SEC-PLAZO-FIJO.
           MOVE 7 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT

           OPEN INPUT PARTICIP
           IF WS-FS-PPE NOT = '00'
               MOVE 'WABGPPER' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2610-LEE-PARTICIPE THRU 2610-EXIT
                   UNTIL EOF-FUENTE
               CLOSE PARTICIP
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF

           IF TB-IPF-CANT > ZERO
               OPEN INPUT PLAZOS-FIJOS
               IF WS-FS-IPF NOT = '00'
                   MOVE 'BGTCIPF' TO WSI-FUENTE
                   PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
               ELSE
                   PERFORM 2620-LEE-IMPOSICION THRU 2620-EXIT
                       UNTIL EOF-FUENTE
                   CLOSE PLAZOS-FIJOS
                   MOVE 'N' TO WS-SW-EOF-FUENTE
               END-IF
           END-IF

           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       2600-EXIT.
           EXIT.

       2610-LEE-PARTICIPE.
           READ PARTICIP
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2610-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE NUP OF FD-PER-REG    TO WS-CMP-NUP
           MOVE TIPDOC OF FD-PER-REG TO WS-CMP-TIPO-DOC
           MOVE NUMDOC OF FD-PER-REG TO WS-CMP-DOC
           PERFORM 6000-ES-TITULAR THRU 6000-EXIT
           IF NOT ES-TITULAR
               GO TO 2610-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)
           MOVE SPACES TO WS-IPF-BUSCA
           STRING ENTIDAD OF FD-PER-REG CENTRO_ALTA OF FD-PER-REG
               CUENTA OF FD-PER-REG
               DELIMITED BY SIZE INTO WS-IPF-BUSCA
           PERFORM 6500-AGREGA-IPF THRU 6500-EXIT

           MOVE 'WABGPPER' TO WSI-FUENTE
           STRING 'CUENTA ' ENTIDAD OF FD-PER-REG '-'
               CENTRO_ALTA OF FD-PER-REG '-' CUENTA OF FD-PER-REG
               ' SECUENCIA ' SEC_DESCOM OF FD-PER-REG
               ' PARTICIPACION ' CALPAR OF FD-PER-REG '/'
               ORDPAR OF FD-PER-REG
               ' ALTA ' FECALT OF FD-PER-REG
               ' BAJA ' FECBAJ OF FD-PER-REG
               ' ESTADO ' ESTADO OF FD-PER-REG
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2610-EXIT.
           EXIT.

       2620-LEE-IMPOSICION.
           READ PLAZOS-FIJOS
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2620-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE SPACES TO WS-IPF-BUSCA
           STRING IPF_ENTIDAD IPF_CENTRO_ALTA IPF_CUENTA
               DELIMITED BY SIZE INTO WS-IPF-BUSCA
           PERFORM 6600-BUSCA-IPF THRU 6600-EXIT
           IF NOT ENCONTRADO
               GO TO 2620-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)

           MOVE IPF_SECUENCIA TO WS-ED-SEC
           MOVE IPF_PLAZO     TO WS-ED-PLAZO
           MOVE 'BGTCIPF' TO WSI-FUENTE
           STRING 'IMPOSICION ' IPF_ENTIDAD '-' IPF_CENTRO_ALTA '-'
               IPF_CUENTA ' SEC ' WS-ED-SEC
               ' PRODUCTO ' IPF_PRODUCTO '/' IPF_SUBPRODU
               ' DIVISA ' IPF_DIVISA
               ' ALTA ' IPF_FECHA_ALTA
               ' VENCE ' IPF_FECHA_PROVEN
               ' PLAZO ' WS-ED-PLAZO
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           MOVE IPF_SALDO     TO WS-ED-IMPORTE
           MOVE IPF_TIPOINT   TO WS-ED-TASA
           STRING 'SALDO ' WS-ED-IMPORTE
               ' TASA ' WS-ED-TASA
               ' ESTADO ' IPF_IND_ESTADO
               ' CUSTODIA ' IPF_IND_CUSTODIA
               ' CANCELADA ' IPF_FECHA_CANCEL
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2620-EXIT.
           EXIT.

      * RESUMEN DE LAS CUENTAS TARJETA UBICADAS POR EL PUENTE CTANUP
       2700-SEC-CUENTAS-TARJETA.
           MOVE 8 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT
           IF TB-CTA-CANT = ZERO
               GO TO 2700-CIERRE
           END-IF
           OPEN INPUT CUENTAS-O20
           IF WS-FS-O20 NOT = '00'
               MOVE 'WASDO20' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2710-LEE-CUENTA THRU 2710-EXIT
                   UNTIL EOF-FUENTE
               CLOSE CUENTAS-O20
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF
           .
       2700-CIERRE.
           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       2700-EXIT.
           EXIT.

       2710-LEE-CUENTA.
           READ CUENTAS-O20
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2710-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE NRO-CUENTA OF O20 TO WS-CTA-BUSCA
           PERFORM 6700-BUSCA-CTA THRU 6700-EXIT
           IF NOT ENCONTRADO
               GO TO 2710-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)

           MOVE LIMITE OF O20 TO WS-ED-IMPORTE
           MOVE 'WASDO20' TO WSI-FUENTE
           STRING 'CUENTA ' NRO-CUENTA OF O20
               ' SUCURSAL ' SUC-CUENTA OF O20
               ' ESTADO ' ESTADO-CUENTA-VISA OF O20
               ' LIMITE ' WS-ED-IMPORTE
               ' CICLO ' CICLO-FACT OF O20
               ' CP ' CPOST OF O20
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           MOVE SALDO-ACTUAL-AUS OF O20 TO WS-ED-IMPORTE
           MOVE SALDO-ACTUAL-DOL OF O20 TO WS-ED-IMPORTE-2
           STRING 'SALDO PESOS ' WS-ED-IMPORTE
               ' SALDO DOLARES ' WS-ED-IMPORTE-2
               ' ULTIMO PAGO ' FECHA-ULT-PAGO OF O20
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'MORA DESDE ' INICIO-MORA-NM OF O20
               ' ULTIMA CARTA ' FECHA-ULT-CARTA OF O20
               ' DEBITO AUTOMATICO ' AGMO-NRO-CTA OF O20
               ' FORMA DE PAGO ' FORMA-PAGO OF O20
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2710-EXIT.
           EXIT.

      ******************************************************************
      *  2800-SEC-MOVIMIENTOS  -  TLF DEPURADO DEL RANGO PEDIDO SOBRE  *
      *  LAS TARJETAS DEL TITULAR.  DEL BENEFICIARIO DE UNA            *
      *  TRANSFERENCIA NO SE INFORMA NADA: ES DATO DE UN TERCERO       *
      ******************************************************************
       2800-SEC-MOVIMIENTOS.
           MOVE 9 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT
           IF TB-PAN-CANT = ZERO
               GO TO 2800-CIERRE
           END-IF
           OPEN INPUT MOVIMIENTOS
           IF WS-FS-TLF NOT = '00'
               MOVE 'TLFDEDUP' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2810-LEE-MOVIMIENTO THRU 2810-EXIT
                   UNTIL EOF-FUENTE
               CLOSE MOVIMIENTOS
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF
           .
       2800-CIERRE.
           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       2800-EXIT.
           EXIT.

       2810-LEE-MOVIMIENTO.
           READ MOVIMIENTOS
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2810-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE SEMCACCT TO WS-PAN-CLARO
           PERFORM 6200-BUSCA-PAN THRU 6200-EXIT
           IF NOT ENCONTRADO
               GO TO 2810-EXIT
           END-IF
           MOVE WS-PROC-ANIO TO WS-MOV-ANIO
           MOVE SEMTRDAT     TO WS-MOV-MMDD
           IF SEMTRDAT > WS-PROC-MMDD
               SUBTRACT 1 FROM WS-MOV-ANIO
           END-IF
           IF WS-MOV-FECHA < WS-HAB-FEC-DESDE
               OR WS-MOV-FECHA > WS-HAB-FEC-HASTA
               GO TO 2810-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)
           PERFORM 7300-ENMASCARA THRU 7300-EXIT

           MOVE SEMAMT1 TO WS-ED-IMPORTE
           MOVE 'TLFDEDUP' TO WSI-FUENTE
           STRING 'FECHA ' WS-MOV-FECHA ' ' SEMTRTIM
               ' TARJ ' WS-PAN-VISIBLE
               ' COD ' SEMTCODE
               ' IMP ' WS-ED-IMPORTE ' ' SEMCCODE
               ' CANAL ' ID_CANAL
               ' TERM ' SEMCOD_TERM
               ' REV ' SEMRREV
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           IF SEMTCOMER NOT = SPACES
               STRING 'COMERCIO ' SEMTCOMER ' ' SEMCITY
                   DELIMITED BY SIZE INTO WSI-TEXTO
               PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           END-IF
           .
       2810-EXIT.
           EXIT.

      * LIQUIDACIONES VISA DEL RANGO SOBRE LAS TARJETAS DEL TITULAR
       2900-SEC-LIQUIDACIONES.
           MOVE 10 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT
           IF TB-PAN-CANT = ZERO
               GO TO 2900-CIERRE
           END-IF
           OPEN INPUT LIQUIDADOS
           IF WS-FS-310 NOT = '00'
               MOVE 'WAFTC310' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 2910-LEE-LIQUIDACION THRU 2910-EXIT
                   UNTIL EOF-FUENTE
               CLOSE LIQUIDADOS
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF
           .
       2900-CIERRE.
           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       2900-EXIT.
           EXIT.

       2910-LEE-LIQUIDACION.
           READ LIQUIDADOS
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 2910-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           IF NRO-TARJ OF FD-LIQUIDADO = ZERO
               GO TO 2910-EXIT
           END-IF
           MOVE SPACES TO WS-PAN-CLARO
           MOVE NRO-TARJ OF FD-LIQUIDADO TO WS-PAN-CLARO(1:16)
           PERFORM 6200-BUSCA-PAN THRU 6200-EXIT
           IF NOT ENCONTRADO
               GO TO 2910-EXIT
           END-IF

      * LA FECHA QUE CUENTA ES LA DE ORIGEN; SI FALTA, LA DE
      * PRESENTACION
           MOVE 20 TO WS-LIQ-SIGLO
           IF FEC-ORIGEN-AAMMDD OF FD-LIQUIDADO > ZERO
               MOVE FEC-ORIGEN-AAMMDD OF FD-LIQUIDADO TO WS-LIQ-AAMMDD
           ELSE
               MOVE FEC-PRES-AAMMDD OF FD-LIQUIDADO TO WS-LIQ-AAMMDD
           END-IF
           IF WS-LIQ-FECHA < WS-HAB-FEC-DESDE
               OR WS-LIQ-FECHA > WS-HAB-FEC-HASTA
               GO TO 2910-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)
           PERFORM 7300-ENMASCARA THRU 7300-EXIT

           IF SIGNO OF FD-LIQUIDADO = '-'
               COMPUTE WS-ED-IMPORTE = 0 - IMPORTE OF FD-LIQUIDADO
           ELSE
               MOVE IMPORTE OF FD-LIQUIDADO TO WS-ED-IMPORTE
           END-IF
           MOVE 'WAFTC310' TO WSI-FUENTE
           STRING 'FECHA ' WS-LIQ-FECHA
               ' TARJ ' WS-PAN-VISIBLE
               ' COMPROBANTE ' NRO-COMP OF FD-LIQUIDADO
               ' IMP ' WS-ED-IMPORTE ' ' MONEDA OF FD-LIQUIDADO
               ' COMERCIO ' NRO-EST OF FD-LIQUIDADO
               ' REVERSO ' REVERSO OF FD-LIQUIDADO
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       2910-EXIT.
           EXIT.

      * CASOS DE SCREENING CON SU DISPOSICION
       3000-SEC-CASOS.
           MOVE 11 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT
           OPEN INPUT CASOS
           IF WS-FS-CAS NOT = '00'
               MOVE 'STGCASO' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 3010-LEE-CASO THRU 3010-EXIT
                   UNTIL EOF-FUENTE
               CLOSE CASOS
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF
           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       3000-EXIT.
           EXIT.

       3010-LEE-CASO.
           READ CASOS
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 3010-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           IF WS-HAB-NUP = SPACES
               OR CAMCASO-NUP NOT = WS-HAB-NUP
               GO TO 3010-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)

           MOVE 'STGCASO' TO WSI-FUENTE
           STRING 'FECHA ' CAMCASO-FECHA-PROCESO
               ' CUIT ' CAMCASO-CUIT-PREFIJO '-' CAMCASO-CUIT-NRO
               '-' CAMCASO-CUIT-DV
               ' CAMPANIA ' CAMCASO-EST-CAMP
               ' DISPOSICION ' CAMCASO-DISPOSICION
               ' RESUELTO ' CAMCASO-FEC-RESOL
               ' ' CAMCASO-OBSERVACION
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       3010-EXIT.
           EXIT.

      ******************************************************************
      *  3100-SEC-CARTAS  -  CARTAS Y AVISOS EMITIDOS O PROPUESTOS     *
      *  PARA EL TITULAR POR LOS DISTINTOS JOBS                        *
      ******************************************************************
       3100-SEC-CARTAS.
           MOVE 12 TO WS-SEC
           PERFORM 7000-ABRE-SECCION THRU 7000-EXIT

           OPEN INPUT CARTAS-MORA
           IF WS-FS-CRL NOT = '00'
               MOVE 'CARTAREL' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 3110-LEE-CARTA-MORA THRU 3110-EXIT
                   UNTIL EOF-FUENTE
               CLOSE CARTAS-MORA
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF

           OPEN INPUT AVISOS-LIMITE
           IF WS-FS-AVL NOT = '00'
               MOVE 'AVLIMCR' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 3120-LEE-AVISO-LIMITE THRU 3120-EXIT
                   UNTIL EOF-FUENTE
               CLOSE AVISOS-LIMITE
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF

           OPEN INPUT BAJAS-TARJETA
           IF WS-FS-TBJ NOT = '00'
               MOVE 'TARBAJA' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 3130-LEE-BAJA-TARJETA THRU 3130-EXIT
                   UNTIL EOF-FUENTE
               CLOSE BAJAS-TARJETA
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF

           OPEN INPUT PROPUESTAS-PIN
           IF WS-FS-PIN NOT = '00'
               MOVE 'PINPROP' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 3140-LEE-PROPUESTA-PIN THRU 3140-EXIT
                   UNTIL EOF-FUENTE
               CLOSE PROPUESTAS-PIN
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF

           OPEN INPUT CAMPANIA-ACT
           IF WS-FS-CAC NOT = '00'
               MOVE 'CAMPACT' TO WSI-FUENTE
               PERFORM 7200-NO-DISPONIBLE THRU 7200-EXIT
           ELSE
               PERFORM 3150-LEE-CAMPANIA THRU 3150-EXIT
                   UNTIL EOF-FUENTE
               CLOSE CAMPANIA-ACT
               MOVE 'N' TO WS-SW-EOF-FUENTE
           END-IF

           PERFORM 7100-CIERRA-SECCION THRU 7100-EXIT
           .
       3100-EXIT.
           EXIT.

       3110-LEE-CARTA-MORA.
           READ CARTAS-MORA
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 3110-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE CARTAREL-NRO-CUENTA TO WS-CTA-BUSCA
           PERFORM 6700-BUSCA-CTA THRU 6700-EXIT
           IF NOT ENCONTRADO
               GO TO 3110-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)

           MOVE CARTAREL-SALDO-AUS TO WS-ED-IMPORTE
           MOVE 'CARTAREL' TO WSI-FUENTE
           STRING 'CARTA DE COBRANZA A LIBERAR - CUENTA '
               CARTAREL-NRO-CUENTA
               ' MORA DESDE ' CARTAREL-INICIO-MORA
               ' MESES RETENIDA ' CARTAREL-MESES-SUPR
               ' SALDO ' WS-ED-IMPORTE
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       3110-EXIT.
           EXIT.

       3120-LEE-AVISO-LIMITE.
           READ AVISOS-LIMITE
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 3120-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           IF WS-HAB-NUP = SPACES
               OR AVLIMCR-NUP NOT = WS-HAB-NUP
               GO TO 3120-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)

           MOVE AVLIMCR-LIMITE-ANT TO WS-ED-IMPORTE
           MOVE AVLIMCR-LIMITE-NVO TO WS-ED-IMPORTE-2
           MOVE 'AVLIMCR' TO WSI-FUENTE
           STRING 'AVISO DE BAJA DE LIMITE DEL ' AVLIMCR-FEC-AVISO
               ' ANTERIOR ' WS-ED-IMPORTE
               ' NUEVO ' WS-ED-IMPORTE-2
               ' EFECTIVO ' AVLIMCR-FEC-EFECTIVA
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           STRING 'DIRIGIDO A: ' AVLIMCR-APELLIDO ' '
               AVLIMCR-CALLE ' ' AVLIMCR-NUMERO ' '
               AVLIMCR-LOCALIDAD
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       3120-EXIT.
           EXIT.

       3130-LEE-BAJA-TARJETA.
           READ BAJAS-TARJETA
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 3130-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE TARBAJA-NUMERO-TARJETA TO WS-PAN-CLARO
           PERFORM 6200-BUSCA-PAN THRU 6200-EXIT
           IF NOT ENCONTRADO
               IF WS-HAB-NUP = SPACES
                   OR TARBAJA-NUP NOT = WS-HAB-NUP
                   GO TO 3130-EXIT
               END-IF
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)
           PERFORM 7300-ENMASCARA THRU 7300-EXIT

           MOVE 'TARBAJA' TO WSI-FUENTE
           STRING 'PROPUESTA DE BAJA POR FALTA DE USO - TARJETA '
               WS-PAN-VISIBLE
               ' BANDA ' TARBAJA-BANDA
               ' ULT.ACT ' TARBAJA-FEC-ULT-ACT
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       3130-EXIT.
           EXIT.

       3140-LEE-PROPUESTA-PIN.
           READ PROPUESTAS-PIN
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 3140-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE PINPROP-NUMERO-TARJETA TO WS-PAN-CLARO
           PERFORM 6200-BUSCA-PAN THRU 6200-EXIT
           IF NOT ENCONTRADO
               IF WS-HAB-NUP = SPACES
                   OR PINPROP-NUP NOT = WS-HAB-NUP
                   GO TO 3140-EXIT
               END-IF
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)
           PERFORM 7300-ENMASCARA THRU 7300-EXIT

           MOVE 'PINPROP' TO WSI-FUENTE
           STRING 'PROPUESTA DE BLANQUEO DE PIN - TARJETA '
               WS-PAN-VISIBLE
               ' EMBOZADA ' PINPROP-FEC-EMBZ
               ' DIAS SIN PIN ' PINPROP-DIAS-SIN-PIN
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       3140-EXIT.
           EXIT.

       3150-LEE-CAMPANIA.
           READ CAMPANIA-ACT
               AT END
                   SET EOF-FUENTE TO TRUE
                   GO TO 3150-EXIT
           END-READ
           ADD 1 TO WS-CANT-LEIDOS
           MOVE CAMPACT-TARJETA TO WS-PAN-CLARO
           PERFORM 6200-BUSCA-PAN THRU 6200-EXIT
           IF NOT ENCONTRADO
               GO TO 3150-EXIT
           END-IF
           ADD 1 TO TB-SEC-CANT(WS-SEC)
           PERFORM 7300-ENMASCARA THRU 7300-EXIT

           MOVE 'CAMPACT' TO WSI-FUENTE
           STRING 'CAMPANIA DE ACTIVACION - TARJETA ' WS-PAN-VISIBLE
               ' EMBOZADA ' CAMPACT-FEC-EMBZ
               ' DIAS SIN USO ' CAMPACT-DIAS-SIN-USO
               DELIMITED BY SIZE INTO WSI-TEXTO
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       3150-EXIT.
           EXIT.

      ******************************************************************
      *  6000-ES-TITULAR  -  EL REGISTRO ES DEL TITULAR SI COINCIDE    *
      *  EL NUP O EL TIPO Y NUMERO DE DOCUMENTO.  SI EL PEDIDO NO TRAE *
      *  EL TIPO SE COMPARA SOLO EL NUMERO                             *
      ******************************************************************
       6000-ES-TITULAR.
           MOVE 'N' TO WS-SW-ES-TITULAR
           IF WS-HAB-NUP NOT = SPACES
               AND WS-CMP-NUP = WS-HAB-NUP
               SET ES-TITULAR TO TRUE
           END-IF
           IF WS-HAB-NRO-DOC NOT = SPACES
               AND WS-CMP-DOC = WS-HAB-NRO-DOC
               AND (WS-HAB-TIPO-DOC = SPACES
                    OR WS-CMP-TIPO-DOC = WS-HAB-TIPO-DOC)
               SET ES-TITULAR TO TRUE
           END-IF
           .
       6000-EXIT.
           EXIT.

       6100-AGREGA-PAN.
           IF WS-PAN-CLARO = SPACES
               GO TO 6100-EXIT
           END-IF
           PERFORM 6200-BUSCA-PAN THRU 6200-EXIT
           IF NOT ENCONTRADO
               AND TB-PAN-CANT < WS-MAX-PANS
               ADD 1 TO TB-PAN-CANT
               MOVE WS-PAN-CLARO TO TB-PAN-NRO(TB-PAN-CANT)
           END-IF
           .
       6100-EXIT.
           EXIT.

       6200-BUSCA-PAN.
           MOVE 'N' TO WS-SW-ENCONTRADO
           IF TB-PAN-CANT = ZERO
               GO TO 6200-EXIT
           END-IF
           SET TB-PAN-IDX TO 1
           SEARCH TB-PAN-ENTRY
               WHEN TB-PAN-NRO(TB-PAN-IDX) = WS-PAN-CLARO
                   SET ENCONTRADO TO TRUE
           END-SEARCH
           .
       6200-EXIT.
           EXIT.

       6300-AGREGA-CCC.
           MOVE 'N' TO WS-SW-ENCONTRADO
           IF TB-CCC-CANT > ZERO
               SET TB-CCC-IDX TO 1
               SEARCH TB-CCC-ENTRY
                   WHEN TB-CCC-NRO(TB-CCC-IDX) = WS-CCC-BUSCA
                       SET ENCONTRADO TO TRUE
               END-SEARCH
           END-IF
           IF NOT ENCONTRADO
               AND TB-CCC-CANT < WS-MAX-CCCS
               ADD 1 TO TB-CCC-CANT
               MOVE WS-CCC-BUSCA TO TB-CCC-NRO(TB-CCC-CANT)
           END-IF
           .
       6300-EXIT.
           EXIT.

       6400-AGREGA-CTA.
           PERFORM 6700-BUSCA-CTA THRU 6700-EXIT
           IF NOT ENCONTRADO
               AND TB-CTA-CANT < WS-MAX-CTAS
               ADD 1 TO TB-CTA-CANT
               MOVE WS-CTA-BUSCA TO TB-CTA-NRO(TB-CTA-CANT)
           END-IF
           .
       6400-EXIT.
           EXIT.

       6500-AGREGA-IPF.
           PERFORM 6600-BUSCA-IPF THRU 6600-EXIT
           IF NOT ENCONTRADO
               AND TB-IPF-CANT < WS-MAX-IPFS
               ADD 1 TO TB-IPF-CANT
               MOVE WS-IPF-BUSCA TO TB-IPF-CLAVE(TB-IPF-CANT)
           END-IF
           .
       6500-EXIT.
           EXIT.

       6600-BUSCA-IPF.
           MOVE 'N' TO WS-SW-ENCONTRADO
           IF TB-IPF-CANT = ZERO
               GO TO 6600-EXIT
           END-IF
           SET TB-IPF-IDX TO 1
           SEARCH TB-IPF-ENTRY
               WHEN TB-IPF-CLAVE(TB-IPF-IDX) = WS-IPF-BUSCA
                   SET ENCONTRADO TO TRUE
           END-SEARCH
           .
       6600-EXIT.
           EXIT.

       6700-BUSCA-CTA.
           MOVE 'N' TO WS-SW-ENCONTRADO
           IF TB-CTA-CANT = ZERO
               GO TO 6700-EXIT
           END-IF
           SET TB-CTA-IDX TO 1
           SEARCH TB-CTA-ENTRY
               WHEN TB-CTA-NRO(TB-CTA-IDX) = WS-CTA-BUSCA
                   SET ENCONTRADO TO TRUE
           END-SEARCH
           .
       6700-EXIT.
           EXIT.

      ******************************************************************
      *  7000/7100/7200  -  CABECERA, CIERRE Y FUENTE NO DISPONIBLE    *
      *  DE CADA SECCION DEL INFORME                                   *
      ******************************************************************
       7000-ABRE-SECCION.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-SEC TO WSS-NRO
           MOVE WS-TITULO-SECCION(WS-SEC)(1:30)  TO WSS-TITULO
           MOVE WS-TITULO-SECCION(WS-SEC)(31:10) TO WSS-FUENTE
           MOVE WS-LINEA-SECCION TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-RAYA TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO WSI-TEXTO
           .
       7000-EXIT.
           EXIT.

       7100-CIERRA-SECCION.
           EVALUATE TRUE
               WHEN TB-SEC-CANT(WS-SEC) > ZERO
                   MOVE 'S' TO TB-SEC-ESTADO(WS-SEC)
               WHEN TB-SEC-NO-DISP(WS-SEC) = 'S'
                   MOVE 'X' TO TB-SEC-ESTADO(WS-SEC)
               WHEN OTHER
                   MOVE 'N' TO TB-SEC-ESTADO(WS-SEC)
           END-EVALUATE
           IF TB-SEC-CANT(WS-SEC) = ZERO
               MOVE SPACES TO WSI-FUENTE
               MOVE 'SIN DATOS DEL TITULAR EN ESTA SECCION'
                   TO WSI-TEXTO
               PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           END-IF
           ADD TB-SEC-CANT(WS-SEC) TO WS-CANT-ITEMS
           .
       7100-EXIT.
           EXIT.

       7200-NO-DISPONIBLE.
           MOVE 'S' TO TB-SEC-NO-DISP(WS-SEC)
           MOVE 'FUENTE NO DISPONIBLE EN ESTA CORRIDA - LA SECCION '
               TO WSI-TEXTO
           MOVE 'PUEDE ESTAR INCOMPLETA' TO WSI-TEXTO(51:22)
           PERFORM 7500-IMPRIME-ITEM THRU 7500-EXIT
           .
       7200-EXIT.
           EXIT.

      * NINGUN PAN SALE EN CLARO: TOKEN DEL CRUCE O MASCARA
       7300-ENMASCARA.
           MOVE WS-PAN-CLARO TO TOKPAN-PAN
           CALL 'TOKPAN' USING TOKPAN-AREA
           MOVE TOKPAN-TOKEN TO WS-PAN-VISIBLE
           .
       7300-EXIT.
           EXIT.

       7500-IMPRIME-ITEM.
           MOVE WS-LINEA-ITEM TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO WSI-TEXTO
           .
       7500-EXIT.
           EXIT.

      ******************************************************************
      *  8000-REGISTRA-SOLICITUD  -  RESUMEN POR SECCION AL PIE DEL    *
      *  INFORME Y FILA DE LA SOLICITUD EN HABSOL                      *
      ******************************************************************
       8000-REGISTRA-SOLICITUD.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'SECCIONES ENTREGADAS' TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-LINEA-RAYA TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE SPACES TO HABSOL-REGISTRO
           MOVE WS-FECHA-PROCESO     TO HABSOL-FECHA
           MOVE WS-HORA-PROCESO      TO HABSOL-HORA
           MOVE WS-HAB-NRO-SOLICITUD TO HABSOL-NRO-SOLICITUD
           MOVE WS-HAB-SOLICITANTE   TO HABSOL-SOLICITANTE
           MOVE WS-HAB-NUP           TO HABSOL-NUP
           MOVE WS-HAB-TIPO-DOC      TO HABSOL-TIPO-DOC
           MOVE WS-HAB-NRO-DOC       TO HABSOL-NRO-DOC
           MOVE WS-HAB-FEC-DESDE     TO HABSOL-FEC-DESDE
           MOVE WS-HAB-FEC-HASTA     TO HABSOL-FEC-HASTA
           MOVE WS-CANT-ITEMS        TO HABSOL-CANT-ITEMS

           PERFORM 8100-RESUME-SECCION THRU 8100-EXIT
               VARYING WS-SEC FROM 1 BY 1
               UNTIL WS-SEC > WS-CANT-SECCIONES

           OPEN EXTEND SOLICITUDES
           WRITE HABSOL-REGISTRO
           CLOSE SOLICITUDES
           CLOSE REPORTE-HAB
           .
       8000-EXIT.
           EXIT.

       8100-RESUME-SECCION.
           MOVE TB-SEC-ESTADO(WS-SEC) TO HABSOL-SECCION(WS-SEC)
           MOVE WS-SEC TO WSR-NRO
           MOVE WS-TITULO-SECCION(WS-SEC)(1:30) TO WSR-TITULO
           EVALUATE TB-SEC-ESTADO(WS-SEC)
               WHEN 'S'
                   MOVE 'ENTREGADA'            TO WSR-ESTADO
               WHEN 'X'
                   MOVE 'FUENTE NO DISPONIBLE' TO WSR-ESTADO
               WHEN OTHER
                   MOVE 'SIN DATOS'            TO WSR-ESTADO
           END-EVALUATE
           MOVE TB-SEC-CANT(WS-SEC) TO WSR-CANT
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN.  RC 4 SI EL TITULAR NO    *
      *  APARECE EN NINGUNA FUENTE                                     *
      ******************************************************************
       9000-FINALIZE.
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET201' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-ITEMS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET201 - ACCESO A DATOS PERSONALES'
           DISPLAY 'SOLICITUD / SOLICITANTE  . : ' WS-HAB-NRO-SOLICITUD
               ' / ' WS-HAB-SOLICITANTE
           DISPLAY 'TITULAR NUP / DOCUMENTO  . : ' WS-HAB-NUP
               ' / ' WS-HAB-NRO-DOC
           DISPLAY 'REGISTROS LEIDOS . . . . . : ' WS-CANT-LEIDOS
           DISPLAY 'ITEMS INFORMADOS . . . . . : ' WS-CANT-ITEMS
           DISPLAY 'TARJETAS DEL TITULAR . . . : ' TB-PAN-CANT

           IF WS-CANT-ITEMS = ZERO
               DISPLAY 'ZET201 - EL TITULAR NO APARECE EN NINGUNA '
                   'FUENTE'
               MOVE 4 TO RETURN-CODE
           END-IF
           .
