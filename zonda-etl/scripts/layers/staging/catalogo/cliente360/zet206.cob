      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET206                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CLIENTE 360                 *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : ETAPA UNICA DE CORRESPONDENCIA AL CLIENTE.  TOMA *
      *               LAS PIEZAS QUE LOS STAGES DEJAN EN CORRPZA       *
      *               (TARBAJA, PINPROP, CARTAREL, CAMPACT, AVLIMCR,   *
      *               RPCERTIF) Y LAS CONSOLIDA EN UN SOLO ENVIO POR   *
      *               PERSONA Y CICLO, O POR HOGAR CUANDO ZET106 LOS   *
      *               AGRUPO (HOGARDIM).  ANTES DE ENVIAR:             *
      *                 - CONSULTA LA RUTINA CONSEN POR CANAL Y        *
      *                   PROPOSITO DE CADA PIEZA (DIARIO CONSUP);     *
      *                 - VALIDA EL DOMICILIO CONTRA LAS DEVOLUCIONES  *
      *                   DE CORREO (DEVCORR) Y EL PUNTAJE DE          *
      *                   DOMICILIO DE EMBHOLD (ZET055).  LA PIEZA CON *
      *                   DOMICILIO OBSERVADO PASA A EMAIL SI EL       *
      *                   CLIENTE LO TIENE REGISTRADO, O SE RETIENE    *
      *                   EN CORRRET PARA REINGRESARLA;                *
      *                 - LA CARTA LEGAL NUNCA SE RETIENE NI SE        *
      *                   POSTERGA: SALE EN EL CICLO, EN SOBRE PROPIO  *
      *                   DEL TITULAR, Y SI TIENE OBSERVACIONES SE     *
      *                   INFORMA EN EL REPORTE CON RC 4.              *
      *               GRABA EL ARCHIVO PARA LA IMPRENTA Y EL ENVIO DE  *
      *               EMAIL (CORRSAL, CABECERA DE ENVIO Y DETALLE DE   *
      *               PIEZAS) Y EL REPORTE RPCORCOS CON EL COSTO POR   *
      *               FUENTE, CONSOLIDADO Y SIN CONSOLIDAR.  AL        *
      *               TERMINAR VACIA CORRPZA PARA EL CICLO SIGUIENTE.  *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET206.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CLIENTE 360.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMCOR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT PIEZAS-CORRESP ASSIGN TO CORRPZA
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PZA.

           SELECT VINCULOS       ASSIGN TO ZOECRLK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-RLK.

           SELECT CREDENCIALES   ASSIGN TO MAESCRED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CRE.

           SELECT HOGARES        ASSIGN TO HOGARDIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-HOG.

           SELECT DEVOLUCIONES   ASSIGN TO DEVCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEV.

           SELECT RETENCION-DOM  ASSIGN TO EMBHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-EMB.

           SELECT SORT-PZA       ASSIGN TO SRTCORA.
           SELECT PIEZAS-ORD     ASSIGN TO WCORPZA
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-DOM       ASSIGN TO SRTCORB.
           SELECT DOMIC-ORD      ASSIGN TO WCORDOM
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-HOG       ASSIGN TO SRTCORC.
           SELECT HOGAR-ORD      ASSIGN TO WCORHOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-RIE       ASSIGN TO SRTCORD.
           SELECT RIESGO-ORD     ASSIGN TO WCORRIE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-ENV       ASSIGN TO SRTCORE.

           SELECT ENVIOS-CORR    ASSIGN TO CORRSAL
               ORGANIZATION IS SEQUENTIAL.

           SELECT RETENIDAS-SAL  ASSIGN TO CORRRET
               ORGANIZATION IS SEQUENTIAL.

           SELECT SUPRESIONES    ASSIGN TO CONSUP
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-COR    ASSIGN TO RPCORCOS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ENVIOS-SALIDA  ASSIGN TO FEEDENV
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-COR-REGISTRO.
      *        COSTO DE SOBRE Y FRANQUEO, DE CADA HOJA Y DE CADA EMAIL
           05  PARM-COR-COSTO-SOBRE   PIC 9(05)V99.
           05  PARM-COR-COSTO-HOJA    PIC 9(05)V99.
           05  PARM-COR-COSTO-EMAIL   PIC 9(05)V99.
      *        PIEZAS POR SOBRE (01 A 20); SI HAY MAS SE ABRE OTRO
           05  PARM-COR-MAX-PIEZAS    PIC 9(02).
      *        PUNTAJE DE DOMICILIO DE EMBHOLD POR DEBAJO DEL CUAL EL
      *        DOMICILIO QUEDA OBSERVADO (COMO ZET055)
           05  PARM-COR-UMBRAL-PUNTAJE PIC 9(03).
      *        DEVOLUCIONES DE CORREO QUE OBSERVAN EL DOMICILIO
           05  PARM-COR-UMBRAL-DEVUEL PIC 9(02).
           05  PARM-COR-FILLER        PIC X(12).

       FD  PIEZAS-CORRESP
           RECORDING MODE IS F.
           COPY "corpza.cob" REPLACING ==:CORPZA:== BY ==CORPZA==.

       FD  VINCULOS
           RECORDING MODE IS F.
           COPY "../../abae/fact/maescred/zoecrlk.cob"
               REPLACING ==:ZOECRLK:== BY ==ZOECRLK==.

       FD  CREDENCIALES
           RECORDING MODE IS F.
       01  FD-CREDENCIAL.
           COPY "../../abae/fact/maescred/maescred.cob"
               REPLACING ==:ZOECCRE:== BY ==ZOECCRE==.

      * HOGARES DE ZET106 (EN ORDEN DE DOMICILIO)
       FD  HOGARES
           RECORDING MODE IS F.
       01  HOGARDIM-REGISTRO.
           05  HOGARDIM-PENUMPER      PIC X(08).
           05  HOGARDIM-HOGAR-ID      PIC 9(08).
           05  HOGARDIM-CLAVE-DOM     PIC X(29).
           05  HOGARDIM-PEDESLOC      PIC X(30).
           05  HOGARDIM-IND-AGRUPADO  PIC X(01).
               88  HOGARDIM-AGRUPADO      VALUE 'S'.
           05  FILLER                 PIC X(04).

      * DEVOLUCIONES DE CORREO POR NUP QUE INFORMA EL OPERADOR POSTAL
       FD  DEVOLUCIONES
           RECORDING MODE IS F.
       01  DEVCORR-REGISTRO.
           05  DEVCORR-NUP            PIC X(08).
           05  DEVCORR-CANT-DEVUELTAS PIC 9(03).
           05  DEVCORR-FEC-ULT-DEVOL  PIC 9(08).
      *        MOTIVO DEL OPERADOR: DESCONOCIDO, SE MUDO, NO EXISTE...
           05  DEVCORR-MOTIVO         PIC X(02).
      *        A ALTO (NO ENVIAR) / M MEDIO / B BAJO
           05  DEVCORR-NIVEL          PIC X(01).
               88  DEVCORR-NIVEL-ALTO     VALUE 'A'.
           05  FILLER                 PIC X(18).

      * TARJETAS RETENIDAS POR DOMICILIO DE ZET055
       FD  RETENCION-DOM
           RECORDING MODE IS F.
       01  EMBHOLD-REGISTRO.
           05  EMBHOLD-NUMERO-TARJETA PIC X(19).
           05  EMBHOLD-PENUMPER       PIC X(08).
           05  EMBHOLD-PUNTAJE        PIC 9(03).
           05  EMBHOLD-SIN-CALLE      PIC X(01).
           05  EMBHOLD-CODPOS-INVAL   PIC X(01).
           05  EMBHOLD-PROV-NO-COINC  PIC X(01).
           05  EMBHOLD-SIN-LOCALIDAD  PIC X(01).
           05  EMBHOLD-PAIS-INVALIDO  PIC X(01).
           05  EMBHOLD-CODPOS         PIC X(04).
           05  EMBHOLD-PROVINCIA      PIC X(02).
           05  FILLER                 PIC X(09).

      * PIEZAS POR NUP; DENTRO DEL NUP PRIMERO LAS LEGALES
       SD  SORT-PZA.
           COPY "corpza.cob" REPLACING ==:CORPZA:== BY ==S-PZA==.

       FD  PIEZAS-ORD
           RECORDING MODE IS F.
           COPY "corpza.cob" REPLACING ==:CORPZA:== BY ==W-PZA==.

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
           05  W-DOM-DATOS            PIC X(163).
           05  FILLER                 PIC X(09).

      * HOGAR AGRUPADO POR NUP
       SD  SORT-HOG.
       01  SD-HOG-REGISTRO.
           05  S-HOG-NUP              PIC X(08).
           05  S-HOG-HOGAR-ID         PIC 9(08).
           05  FILLER                 PIC X(04).

       FD  HOGAR-ORD
           RECORDING MODE IS F.
       01  W-HOG-REGISTRO.
           05  W-HOG-NUP              PIC X(08).
           05  W-HOG-HOGAR-ID         PIC 9(08).
           05  FILLER                 PIC X(04).

      * OBSERVACIONES DE DOMICILIO POR NUP: D DEVOLUCIONES DE CORREO,
      * P PUNTAJE DE EMBHOLD
       SD  SORT-RIE.
       01  SD-RIE-REGISTRO.
           05  S-RIE-NUP              PIC X(08).
           05  S-RIE-TIPO             PIC X(01).
           05  S-RIE-NIVEL            PIC X(01).
           05  S-RIE-CANT             PIC 9(03).
           05  S-RIE-PUNTAJE          PIC 9(03).
           05  FILLER                 PIC X(04).

       FD  RIESGO-ORD
           RECORDING MODE IS F.
       01  W-RIE-REGISTRO.
           05  W-RIE-NUP              PIC X(08).
           05  W-RIE-TIPO             PIC X(01).
               88  W-RIE-DEVOLUCION       VALUE 'D'.
               88  W-RIE-PUNTAJE-DOM      VALUE 'P'.
           05  W-RIE-NIVEL            PIC X(01).
               88  W-RIE-NIVEL-ALTO       VALUE 'A'.
           05  W-RIE-CANT             PIC 9(03).
           05  W-RIE-PUNTAJE          PIC 9(03).
           05  FILLER                 PIC X(04).

      * PIEZA A ENVIAR, ORDENADA POR CANAL Y GRUPO DE ENVIO.  GRUPO:
      * P+NUP SOBRE O EMAIL DEL TITULAR / H+HOGAR-ID SOBRE DEL HOGAR /
      * S+SECUENCIA PIEZA LEGAL SIN TITULAR, EN SOBRE PROPIO
       SD  SORT-ENV.
       01  SD-ENV-REGISTRO.
           05  S-ENV-CANAL            PIC X(01).
           05  S-ENV-GRUPO            PIC X(09).
           05  S-ENV-NUP              PIC X(08).
           05  S-ENV-ORDEN-LEGAL      PIC 9(01).
           05  S-ENV-PRIORIDAD        PIC 9(01).
           05  S-ENV-FUENTE           PIC X(08).
           05  S-ENV-CLAVE            PIC X(20).
           05  S-ENV-DATOS            PIC X(332).

       FD  ENVIOS-CORR
           RECORDING MODE IS F.
       01  CORRSAL-REGISTRO.
      *        C CABECERA DE ENVIO / D PIEZA DEL ENVIO
           05  CORRSAL-TIPO           PIC X(01).
           05  CORRSAL-NRO-ENVIO      PIC 9(09).
           05  CORRSAL-CABECERA.
      *            C CORREO POSTAL / E EMAIL
               10  CORRSAL-CANAL      PIC X(01).
               10  CORRSAL-IND-HOGAR  PIC X(01).
               10  CORRSAL-HOGAR-ID   PIC 9(08).
               10  CORRSAL-NUP        PIC X(08).
               10  CORRSAL-IND-LEGAL  PIC X(01).
      *            S LLEVA UNA CARTA LEGAL CON DOMICILIO OBSERVADO
               10  CORRSAL-IND-OBSERVADO PIC X(01).
               10  CORRSAL-CANT-PIEZAS PIC 9(02).
               10  CORRSAL-CANT-TITULARES PIC 9(02).
               10  CORRSAL-PRIORIDAD  PIC 9(01).
               10  CORRSAL-FEC-LIMITE PIC 9(08).
               10  CORRSAL-DOMICILIO.
                   15  CORRSAL-APELLIDO   PIC X(20).
                   15  CORRSAL-NOMBRE     PIC X(40).
                   15  CORRSAL-CALLE      PIC X(50).
                   15  CORRSAL-NUMERO     PIC X(05).
                   15  CORRSAL-PISO       PIC X(04).
                   15  CORRSAL-DPTO       PIC X(04).
                   15  CORRSAL-LOCALIDAD  PIC X(30).
                   15  CORRSAL-CODPOS     PIC X(08).
                   15  CORRSAL-PROVINCIA  PIC X(02).
               10  FILLER             PIC X(44).
           05  CORRSAL-DETALLE REDEFINES CORRSAL-CABECERA.
               10  CORRSAL-SECUENCIA  PIC 9(02).
      *            S COPIA POR EMAIL DE UNA CARTA LEGAL QUE VA POR
      *            CORREO A UN DOMICILIO OBSERVADO
               10  CORRSAL-IND-COPIA  PIC X(01).
               10  CORRSAL-DET-OBSERVADO PIC X(01).
               10  CORRSAL-PIEZA      PIC X(150).
               10  FILLER             PIC X(86).

       FD  RETENIDAS-SAL
           RECORDING MODE IS F.
           COPY "corpza.cob" REPLACING ==:CORPZA:== BY ==CRET==.

       FD  SUPRESIONES
           RECORDING MODE IS F.
           COPY "consup.cob" REPLACING ==:CONSUP:== BY ==CONSUP==.

       FD  REPORTE-COR.
       01  LINEA-REPORTE             PIC X(132).

       FD  ENVIOS-SALIDA
           RECORDING MODE IS F.
           COPY "../control/feedenv.cob"
               REPLACING ==:FEEDENV:== BY ==FENV==.

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../control/runlog.cob".

       WORKING-STORAGE SECTION.
           COPY "conslk.cob" REPLACING ==:CONSEN:== BY ==CONSEN==.
           COPY "../control/trlctl.cob"
               REPLACING ==:TRLCTL:== BY ==TRLCTL==.

       77  WS-MAX-FUENTES            PIC 9(04) COMP VALUE 30.
       77  WS-MAX-ENVIO              PIC 9(04) COMP VALUE 20.

      * PARAMETROS (PARMCOR LOS REEMPLAZA SI VIENE INFORMADO)
       01  WS-COSTO-SOBRE            PIC 9(05)V99 VALUE 950.00.
       01  WS-COSTO-HOJA             PIC 9(05)V99 VALUE 60.00.
       01  WS-COSTO-EMAIL            PIC 9(05)V99 VALUE 1.50.
       01  WS-MAX-PIEZAS             PIC 9(02) VALUE 6.
       01  WS-UMBRAL-PUNTAJE         PIC 9(03) VALUE 60.
       01  WS-UMBRAL-DEVUEL          PIC 9(02) VALUE 2.

       01  WS-FECHA-PROCESO          PIC 9(08).

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-PZA                 PIC XX.
       01  WS-FS-RLK                 PIC XX.
           88  FS-RLK-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-CRE                 PIC XX.
       01  WS-FS-HOG                 PIC XX.
       01  WS-FS-DEV                 PIC XX.
       01  WS-FS-EMB                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-RLK         PIC X(01) VALUE 'N'.
               88  EOF-VINCULOS          VALUE 'S'.
           05  WS-SW-EOF-CRE         PIC X(01) VALUE 'N'.
               88  EOF-CREDENCIALES      VALUE 'S'.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-PZA         PIC X(01) VALUE 'N'.
               88  EOF-PIEZAS            VALUE 'S'.
           05  WS-SW-EOF-DOM         PIC X(01) VALUE 'N'.
               88  EOF-DOMICILIOS        VALUE 'S'.
           05  WS-SW-EOF-HOG         PIC X(01) VALUE 'N'.
               88  EOF-HOGARES           VALUE 'S'.
           05  WS-SW-EOF-RIE         PIC X(01) VALUE 'N'.
               88  EOF-RIESGOS           VALUE 'S'.
           05  WS-SW-EOF-SORT        PIC X(01) VALUE 'N'.
               88  EOF-SORT              VALUE 'S'.
           05  WS-SW-CONSENT         PIC X(01) VALUE 'S'.
               88  CONSENT-DISPONIBLE    VALUE 'S'.
               88  CONSENT-AUSENTE       VALUE 'N'.
           05  WS-SW-HOGARDIM        PIC X(01) VALUE 'N'.
               88  HOGARDIM-PRESENTE     VALUE 'S'.
           05  WS-SW-DEVCORR         PIC X(01) VALUE 'N'.
               88  DEVCORR-PRESENTE      VALUE 'S'.
           05  WS-SW-EMBHOLD         PIC X(01) VALUE 'N'.
               88  EMBHOLD-PRESENTE      VALUE 'S'.
           05  WS-SW-DOMICILIO       PIC X(01).
               88  DOMICILIO-HALLADO     VALUE 'S'.
           05  WS-SW-LEGAL-NUP       PIC X(01).
               88  NUP-CON-LEGAL         VALUE 'S'.
           05  WS-SW-EMAIL           PIC X(01).
               88  EMAIL-REGISTRADO      VALUE 'S'.
           05  WS-SW-DEVOL           PIC X(01).
               88  DOM-CON-DEVOLUCIONES  VALUE 'S'.
           05  WS-SW-PUNTAJE         PIC X(01).
               88  DOM-PUNTAJE-BAJO      VALUE 'S'.

      * CLAVES DE APAREO (HIGH-VALUES AL FIN DE CADA ARCHIVO)
       01  WS-NUP-ACT                PIC X(08).
       01  WS-CLAVE-DOM              PIC X(08).
       01  WS-CLAVE-HOG              PIC X(08).
       01  WS-CLAVE-RIE              PIC X(08).

      * SITUACION DEL DOMICILIO DEL NUP: BLANCO BUENO / S SIN
      * DOMICILIO / D DEVOLUCIONES DE CORREO / P PUNTAJE BAJO
       01  WS-ESTADO-DOM             PIC X(01).
           88  DOMICILIO-BUENO           VALUE SPACE.
       01  WS-DOMICILIO-NUP          PIC X(163).
       01  WS-HOGAR-NUP              PIC 9(08).
       01  WS-GRUPO-POSTAL           PIC X(09).
       01  WS-GRUPO-SIN-NUP          PIC 9(08) VALUE ZERO.
       01  WS-IDX-FUENTE             PIC 9(02).
       01  WS-OBSERVACION            PIC X(40).

      * PIEZA A ENVIAR (SE ARMA AQUI Y VA AL SORT Y A LA TABLA DEL
      * ENVIO CON ESTE MISMO LAYOUT)
       01  W-ENV-REGISTRO.
           05  W-ENV-CANAL            PIC X(01).
               88  W-ENV-CORREO           VALUE 'C'.
               88  W-ENV-EMAIL            VALUE 'E'.
           05  W-ENV-GRUPO            PIC X(09).
           05  W-ENV-NUP              PIC X(08).
           05  W-ENV-ORDEN-LEGAL      PIC 9(01).
           05  W-ENV-PRIORIDAD        PIC 9(01).
           05  W-ENV-FUENTE           PIC X(08).
           05  W-ENV-CLAVE            PIC X(20).
           05  W-ENV-COPIA            PIC X(01).
           05  W-ENV-OBSERVADO        PIC X(01).
           05  W-ENV-IDX-FUENTE       PIC 9(02).
           05  W-ENV-HOGAR-ID         PIC 9(08).
           05  W-ENV-DOMICILIO        PIC X(163).
           05  W-ENV-PIEZA            PIC X(150).
           05  FILLER                 PIC X(07).

      * PIEZA DEL ENVIO EN CURSO, PARA ARMAR LA CABECERA
           COPY "corpza.cob" REPLACING ==:CORPZA:== BY ==WS-PZA==.

      * PIEZAS DEL ENVIO EN CURSO
       01  TABLA-ENVIO.
           05  TB-ENV-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-ENV-ENTRY OCCURS 20 TIMES.
               10  TB-ENV-REGISTRO   PIC X(380).

       01  WS-ENV-CLAVE-ANT          PIC X(10).
       01  WS-ENV-CLAVE-ACT          PIC X(10).
       01  WS-IX-ENV                 PIC 9(04) COMP.
       01  WS-NRO-ENVIO              PIC 9(09) VALUE ZERO.
       01  WS-NUP-ANT-ENV            PIC X(08).
       01  WS-COSTO-PIEZA            PIC 9(07)V9999.
       01  WS-COSTO-UNITARIO         PIC 9(07)V9999.

      * CONTADORES Y COSTOS POR FUENTE DE LAS PIEZAS
       01  TABLA-FUENTES.
           05  TB-FTE-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-FTE-ENTRY OCCURS 30 TIMES
                   INDEXED BY TB-FTE-IDX.
               10  TB-FTE-FUENTE     PIC X(08).
               10  TB-FTE-RECIBIDAS  PIC 9(09) COMP.
               10  TB-FTE-LEGALES    PIC 9(09) COMP.
               10  TB-FTE-CORREO     PIC 9(09) COMP.
               10  TB-FTE-EMAIL      PIC 9(09) COMP.
               10  TB-FTE-RETENIDAS  PIC 9(09) COMP.
               10  TB-FTE-SUPRIMIDAS PIC 9(09) COMP.
               10  TB-FTE-COSTO      PIC 9(11)V9999 COMP-3.
               10  TB-FTE-SIN-CONS   PIC 9(11)V9999 COMP-3.
       01  WS-IX-FTE                 PIC 9(04) COMP.

       01  WS-TOTALES.
           05  WS-TOT-RECIBIDAS      PIC 9(09) COMP.
           05  WS-TOT-LEGALES        PIC 9(09) COMP.
           05  WS-TOT-CORREO         PIC 9(09) COMP.
           05  WS-TOT-EMAIL          PIC 9(09) COMP.
           05  WS-TOT-RETENIDAS      PIC 9(09) COMP.
           05  WS-TOT-SUPRIMIDAS     PIC 9(09) COMP.
           05  WS-TOT-COSTO          PIC 9(11)V9999 COMP-3.
           05  WS-TOT-SIN-CONS       PIC 9(11)V9999 COMP-3.
           05  WS-TOT-COSTO-REAL     PIC 9(11)V9999 COMP-3.
           05  WS-TOT-AHORRO         PIC S9(11)V9999 COMP-3.

       01  WS-CONTADORES.
           05  WS-CANT-PIEZAS        PIC 9(09) COMP.
           05  WS-CANT-DOMICILIOS    PIC 9(09) COMP.
           05  WS-CANT-HOGARES       PIC 9(09) COMP.
           05  WS-CANT-DEVCORR       PIC 9(09) COMP.
           05  WS-CANT-EMBHOLD       PIC 9(09) COMP.
           05  WS-CANT-NUPS          PIC 9(09) COMP.
           05  WS-CANT-EMITIDAS      PIC 9(09) COMP.
           05  WS-CANT-DESVIADAS     PIC 9(09) COMP.
           05  WS-CANT-COPIAS        PIC 9(09) COMP.
           05  WS-CANT-EXENTAS       PIC 9(09) COMP.
           05  WS-CANT-RET-SIN-DOM   PIC 9(09) COMP.
           05  WS-CANT-RET-DEVOL     PIC 9(09) COMP.
           05  WS-CANT-RET-PUNTAJE   PIC 9(09) COMP.
           05  WS-CANT-RET-SIN-NUP   PIC 9(09) COMP.
           05  WS-CANT-RET-CONSENT   PIC 9(09) COMP.
           05  WS-CANT-LEG-OBSERV    PIC 9(09) COMP.
           05  WS-CANT-LEG-VENCIDAS  PIC 9(09) COMP.
           05  WS-CANT-LEG-SIN-NUP   PIC 9(09) COMP.
           05  WS-CANT-SOBRES        PIC 9(09) COMP.
           05  WS-CANT-SOBRES-HOGAR  PIC 9(09) COMP.
           05  WS-CANT-EMAILS        PIC 9(09) COMP.
           05  WS-CANT-REG-CORRSAL   PIC 9(09) COMP.
           05  WS-CANT-EXCEPCIONES   PIC 9(09) COMP.

       01  WS-PROMEDIO-SOBRE         PIC 9(03)V99.

       01  WS-TITULO.
           05  FILLER                PIC X(48) VALUE
               'CORRESPONDENCIA CONSOLIDADA AL CLIENTE - FECHA '.
           05  WST-FECHA             PIC 9(08).

       01  WS-SUBTITULO-EXC          PIC X(60) VALUE
           'CARTAS LEGALES CON OBSERVACIONES (SALEN EN ESTE CICLO)'.

       01  WS-ENCAB-EXC.
           05  FILLER                PIC X(40) VALUE
               'FUENTE    NUP       CLAVE'.
           05  FILLER                PIC X(38) VALUE
               '  CARTA   LIMITE    EMAIL  OBSERVACION'.

       01  WS-LINEA-EXC.
           05  WSX-FUENTE            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSX-NUP               PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSX-CLAVE             PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSX-CARTA             PIC X(06).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSX-LIMITE            PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSX-EMAIL             PIC X(05).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSX-OBSERVACION       PIC X(40).

       01  WS-SUBTITULO-COS          PIC X(60) VALUE
           'COSTO DE CORRESPONDENCIA POR FUENTE'.

       01  WS-ENCAB-COS.
           05  FILLER                PIC X(10) VALUE 'FUENTE'.
           05  FILLER                PIC X(09) VALUE '  RECIBID'.
           05  FILLER                PIC X(09) VALUE '  LEGALES'.
           05  FILLER                PIC X(09) VALUE '   CORREO'.
           05  FILLER                PIC X(09) VALUE '    EMAIL'.
           05  FILLER                PIC X(09) VALUE '  RETENID'.
           05  FILLER                PIC X(09) VALUE '  SUPRIMI'.
           05  FILLER                PIC X(16) VALUE
               '  COSTO ASIGNADO'.
           05  FILLER                PIC X(16) VALUE
               '  SIN CONSOLIDAR'.

       01  WS-LINEA-COS.
           05  WSC-FUENTE            PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSC-RECIBIDAS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSC-LEGALES           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSC-CORREO            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSC-EMAIL             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSC-RETENIDAS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSC-SUPRIMIDAS        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSC-COSTO             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSC-SIN-CONS          PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-RESUMEN.
           05  WSR-LEYENDA           PIC X(30).
           05  WSR-VALOR             PIC X(20).

       01  WS-EDIT-CANT              PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-PROMEDIO          PIC ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-ENV
               ON ASCENDING KEY S-ENV-CANAL
                                S-ENV-GRUPO
                                S-ENV-NUP
                                S-ENV-ORDEN-LEGAL
                                S-ENV-PRIORIDAD
                                S-ENV-FUENTE
                                S-ENV-CLAVE
               INPUT PROCEDURE IS 3000-CLASIFICA-PIEZAS
               OUTPUT PROCEDURE IS 5000-ARMA-ENVIOS
           PERFORM 8000-REPORTE-COSTOS THRU 8000-EXIT
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, REGISTRO DE PREFERENCIAS, Y   *
      *  PIEZAS, DOMICILIOS, HOGARES Y OBSERVACIONES ORDENADOS POR NUP *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           INITIALIZE WS-TOTALES

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           OPEN INPUT PIEZAS-CORRESP
           IF WS-FS-PZA NOT = '00'
               DISPLAY 'ZET206 - NO SE PUDO ABRIR CORRPZA - '
                   'FILE STATUS ' WS-FS-PZA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PIEZAS-CORRESP

           OPEN INPUT VINCULOS
           IF WS-FS-RLK NOT = '00'
               DISPLAY 'ZET206 - NO SE PUDO ABRIR ZOECRLK - '
                   'FILE STATUS ' WS-FS-RLK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE VINCULOS
           OPEN INPUT CREDENCIALES
           IF WS-FS-CRE NOT = '00'
               DISPLAY 'ZET206 - NO SE PUDO ABRIR MAESCRED - '
                   'FILE STATUS ' WS-FS-CRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CREDENCIALES

      * SIN EL REGISTRO DE PREFERENCIAS SOLO SALEN LAS CARTAS LEGALES;
      * EL RESTO QUEDA RETENIDO PARA EL CICLO SIGUIENTE
           MOVE SPACES TO CONSEN-AREA
           MOVE 'C'    TO CONSEN-CANAL
           MOVE 'S'    TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF CONSEN-NO-DISPONIBLE
               SET CONSENT-AUSENTE TO TRUE
               DISPLAY 'ZET206 - REGISTRO DE PREFERENCIAS CONSENT '
                   'NO DISPONIBLE - SOLO SALEN LAS CARTAS LEGALES'
           END-IF

           SORT SORT-PZA
               ON ASCENDING  KEY S-PZA-NUP
               ON DESCENDING KEY S-PZA-IND-LEGAL
               ON ASCENDING  KEY S-PZA-PRIORIDAD
                                 S-PZA-FUENTE
                                 S-PZA-CLAVE
               USING PIEZAS-CORRESP
               GIVING PIEZAS-ORD

           SORT SORT-DOM
               ON ASCENDING KEY S-DOM-NUP
                                S-DOM-PRIORIDAD
                                S-DOM-TARJETA
               INPUT PROCEDURE IS 1600-EXTRAE-DOMICILIOS
               GIVING DOMIC-ORD

           SORT SORT-HOG
               ON ASCENDING KEY S-HOG-NUP
               INPUT PROCEDURE IS 1700-EXTRAE-HOGARES
               GIVING HOGAR-ORD

           SORT SORT-RIE
               ON ASCENDING KEY S-RIE-NUP
                                S-RIE-TIPO
               INPUT PROCEDURE IS 1800-EXTRAE-OBSERVACIONES
               GIVING RIESGO-ORD

           OPEN OUTPUT ENVIOS-CORR
           OPEN OUTPUT RETENIDAS-SAL
           OPEN OUTPUT REPORTE-COR
           OPEN EXTEND SUPRESIONES

           MOVE WS-FECHA-PROCESO TO WST-FECHA
           WRITE LINEA-REPORTE FROM WS-TITULO
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM WS-SUBTITULO-EXC
           WRITE LINEA-REPORTE FROM WS-ENCAB-EXC
           .

       1050-TOMA-PARAMETROS.
           IF PARM-COR-COSTO-SOBRE IS NUMERIC
               MOVE PARM-COR-COSTO-SOBRE TO WS-COSTO-SOBRE
           END-IF
           IF PARM-COR-COSTO-HOJA IS NUMERIC
               MOVE PARM-COR-COSTO-HOJA TO WS-COSTO-HOJA
           END-IF
           IF PARM-COR-COSTO-EMAIL IS NUMERIC
               MOVE PARM-COR-COSTO-EMAIL TO WS-COSTO-EMAIL
           END-IF
           IF PARM-COR-MAX-PIEZAS IS NUMERIC
               AND PARM-COR-MAX-PIEZAS > 0
               AND PARM-COR-MAX-PIEZAS NOT > WS-MAX-ENVIO
               MOVE PARM-COR-MAX-PIEZAS TO WS-MAX-PIEZAS
           END-IF
           IF PARM-COR-UMBRAL-PUNTAJE IS NUMERIC
               AND PARM-COR-UMBRAL-PUNTAJE > 0
               MOVE PARM-COR-UMBRAL-PUNTAJE TO WS-UMBRAL-PUNTAJE
           END-IF
           IF PARM-COR-UMBRAL-DEVUEL IS NUMERIC
               AND PARM-COR-UMBRAL-DEVUEL > 0
               MOVE PARM-COR-UMBRAL-DEVUEL TO WS-UMBRAL-DEVUEL
           END-IF
           .
       1050-EXIT.
           EXIT.

      * ZOECRLK SALE DE ZET000 EN EL ORDEN DE MAESCRED: SE APAREAN
      * POR NUMERO DE TARJETA PARA TOMAR EL DOMICILIO DE LA PERSONA
      * (COMO ZET166)
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
               DISPLAY 'ZET206 - ERROR DE LECTURA '
                   'EN ZOECRLK - FILE STATUS ' WS-FS-RLK
               STOP RUN
           END-IF

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
           MOVE SPACES TO W-ENV-DOMICILIO
           MOVE ZOECCRE-PEPRIAPE   TO W-ENV-DOMICILIO(1:20)
           MOVE ZOECCRE-PENOMPER   TO W-ENV-DOMICILIO(21:40)
           MOVE ZOECCRE-PENOMCAL   TO W-ENV-DOMICILIO(61:50)
           MOVE ZOECCRE-PENUMBL2   TO W-ENV-DOMICILIO(111:5)
           MOVE ZOECCRE-PEOBSPIS   TO W-ENV-DOMICILIO(116:4)
           MOVE ZOECCRE-PEOBSDTO   TO W-ENV-DOMICILIO(120:4)
           MOVE ZOECCRE-PEDESLOC   TO W-ENV-DOMICILIO(124:30)
           MOVE ZOECCRE-PECODPOS   TO W-ENV-DOMICILIO(154:8)
           MOVE ZOECCRE-PECODPRO   TO W-ENV-DOMICILIO(162:2)
           MOVE W-ENV-DOMICILIO    TO S-DOM-DATOS
           RELEASE SD-DOM-REGISTRO
           ADD 1 TO WS-CANT-DOMICILIOS
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

      * HOGARDIM ES OPCIONAL: SIN EL, CADA TITULAR VA EN SOBRE PROPIO
       1700-EXTRAE-HOGARES SECTION.
           OPEN INPUT HOGARES
           IF WS-FS-HOG NOT = '00'
               DISPLAY 'ZET206 - SIN HOGARDIM - NO SE CONSOLIDA '
                   'POR HOGAR'
               GO TO 1700-FIN
           END-IF
           SET HOGARDIM-PRESENTE TO TRUE
           MOVE 'N' TO WS-SW-EOF-AUX
           PERFORM 1710-SUELTA-HOGAR THRU 1710-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE HOGARES
           GO TO 1700-FIN
           .

       1710-SUELTA-HOGAR.
           READ HOGARES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1710-EXIT
           END-READ
           IF NOT HOGARDIM-AGRUPADO
               OR HOGARDIM-HOGAR-ID = ZERO
               OR HOGARDIM-PENUMPER = SPACES
               GO TO 1710-EXIT
           END-IF
           MOVE SPACES            TO SD-HOG-REGISTRO
           MOVE HOGARDIM-PENUMPER TO S-HOG-NUP
           MOVE HOGARDIM-HOGAR-ID TO S-HOG-HOGAR-ID
           RELEASE SD-HOG-REGISTRO
           ADD 1 TO WS-CANT-HOGARES
           .
       1710-EXIT.
           EXIT.
       1700-FIN.
           EXIT.

      * DEVCORR Y EMBHOLD SON OPCIONALES: SIN ELLOS EL DOMICILIO SE
      * DA POR BUENO SI EL TITULAR LO TIENE EN MAESCRED
       1800-EXTRAE-OBSERVACIONES SECTION.
           OPEN INPUT DEVOLUCIONES
           IF WS-FS-DEV = '00'
               SET DEVCORR-PRESENTE TO TRUE
               MOVE 'N' TO WS-SW-EOF-AUX
               PERFORM 1810-SUELTA-DEVOLUCION THRU 1810-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE DEVOLUCIONES
           ELSE
               DISPLAY 'ZET206 - SIN DEVCORR - NO SE CONTROLAN '
                   'DEVOLUCIONES DE CORREO'
           END-IF

           OPEN INPUT RETENCION-DOM
           IF WS-FS-EMB = '00'
               SET EMBHOLD-PRESENTE TO TRUE
               MOVE 'N' TO WS-SW-EOF-AUX
               PERFORM 1820-SUELTA-PUNTAJE THRU 1820-EXIT
                   UNTIL EOF-AUXILIAR
               CLOSE RETENCION-DOM
           ELSE
               DISPLAY 'ZET206 - SIN EMBHOLD - NO SE CONTROLA EL '
                   'PUNTAJE DE DOMICILIO'
           END-IF
           GO TO 1800-FIN
           .

       1810-SUELTA-DEVOLUCION.
           READ DEVOLUCIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1810-EXIT
           END-READ
           IF DEVCORR-NUP = SPACES
               GO TO 1810-EXIT
           END-IF
           MOVE SPACES        TO SD-RIE-REGISTRO
           MOVE DEVCORR-NUP   TO S-RIE-NUP
           MOVE 'D'           TO S-RIE-TIPO
           MOVE DEVCORR-NIVEL TO S-RIE-NIVEL
           MOVE ZERO          TO S-RIE-CANT
           IF DEVCORR-CANT-DEVUELTAS IS NUMERIC
               MOVE DEVCORR-CANT-DEVUELTAS TO S-RIE-CANT
           END-IF
           MOVE ZERO          TO S-RIE-PUNTAJE
           RELEASE SD-RIE-REGISTRO
           ADD 1 TO WS-CANT-DEVCORR
           .
       1810-EXIT.
           EXIT.

       1820-SUELTA-PUNTAJE.
           READ RETENCION-DOM
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1820-EXIT
           END-READ
           IF EMBHOLD-PENUMPER = SPACES
               OR EMBHOLD-PUNTAJE IS NOT NUMERIC
               GO TO 1820-EXIT
           END-IF
           MOVE SPACES           TO SD-RIE-REGISTRO
           MOVE EMBHOLD-PENUMPER TO S-RIE-NUP
           MOVE 'P'              TO S-RIE-TIPO
           MOVE ZERO             TO S-RIE-CANT
           MOVE EMBHOLD-PUNTAJE  TO S-RIE-PUNTAJE
           RELEASE SD-RIE-REGISTRO
           ADD 1 TO WS-CANT-EMBHOLD
           .
       1820-EXIT.
           EXIT.
       1800-FIN.
           EXIT.

      ******************************************************************
      *  3000-CLASIFICA-PIEZAS  -  POR NUP: DOMICILIO, HOGAR Y         *
      *  OBSERVACIONES; POR PIEZA: PREFERENCIAS, CANAL Y GRUPO DE      *
      *  ENVIO, O RETENCION                                            *
      ******************************************************************
       3000-CLASIFICA-PIEZAS SECTION.
           OPEN INPUT PIEZAS-ORD
           OPEN INPUT DOMIC-ORD
           OPEN INPUT HOGAR-ORD
           OPEN INPUT RIESGO-ORD
           PERFORM 2100-LEER-DOMICILIO THRU 2100-EXIT
           PERFORM 2200-LEER-HOGAR THRU 2200-EXIT
           PERFORM 2300-LEER-OBSERVACION THRU 2300-EXIT
           PERFORM 2000-LEER-PIEZA THRU 2000-EXIT
           PERFORM 3100-PROCESA-NUP THRU 3100-EXIT
               UNTIL EOF-PIEZAS
           CLOSE PIEZAS-ORD
           CLOSE DOMIC-ORD
           CLOSE HOGAR-ORD
           CLOSE RIESGO-ORD
           GO TO 3000-FIN
           .

       2000-LEER-PIEZA.
           READ PIEZAS-ORD
               AT END
                   SET EOF-PIEZAS TO TRUE
                   MOVE HIGH-VALUES TO W-PZA-NUP
               NOT AT END
                   ADD 1 TO WS-CANT-PIEZAS
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

       2200-LEER-HOGAR.
           READ HOGAR-ORD
               AT END
                   SET EOF-HOGARES TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-HOG
               NOT AT END
                   MOVE W-HOG-NUP TO WS-CLAVE-HOG
           END-READ
           .
       2200-EXIT.
           EXIT.

       2300-LEER-OBSERVACION.
           READ RIESGO-ORD
               AT END
                   SET EOF-RIESGOS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-RIE
               NOT AT END
                   MOVE W-RIE-NUP TO WS-CLAVE-RIE
           END-READ
           .
       2300-EXIT.
           EXIT.

       3100-PROCESA-NUP.
           MOVE W-PZA-NUP TO WS-NUP-ACT
           IF WS-NUP-ACT NOT = SPACES
               ADD 1 TO WS-CANT-NUPS
           END-IF
           PERFORM 3200-UBICA-DATOS-NUP THRU 3200-EXIT

      * LA PRIMERA PIEZA DEL NUP ES LEGAL SI TIENE ALGUNA: EL TITULAR
      * RECIBE SU CARTA LEGAL EN SOBRE PROPIO, CON SUS OTRAS PIEZAS
           MOVE 'N' TO WS-SW-LEGAL-NUP
           IF W-PZA-LEGAL
               SET NUP-CON-LEGAL TO TRUE
           END-IF
           IF WS-HOGAR-NUP > ZERO AND NOT NUP-CON-LEGAL
               MOVE 'H'          TO WS-GRUPO-POSTAL(1:1)
               MOVE WS-HOGAR-NUP TO WS-GRUPO-POSTAL(2:8)
           ELSE
               MOVE 'P'          TO WS-GRUPO-POSTAL(1:1)
               MOVE WS-NUP-ACT   TO WS-GRUPO-POSTAL(2:8)
           END-IF

           PERFORM 3300-CLASIFICA-PIEZA THRU 3300-EXIT
               UNTIL EOF-PIEZAS
               OR W-PZA-NUP NOT = WS-NUP-ACT
           .
       3100-EXIT.
           EXIT.

      * APAREA EL NUP CON SU DOMICILIO, SU HOGAR Y LAS OBSERVACIONES
      * DE DEVCORR / EMBHOLD, Y DEJA LA SITUACION DEL DOMICILIO
       3200-UBICA-DATOS-NUP.
           MOVE 'N'    TO WS-SW-DOMICILIO
           MOVE SPACES TO WS-DOMICILIO-NUP
           MOVE ZERO   TO WS-HOGAR-NUP
           MOVE 'N'    TO WS-SW-DEVOL
           MOVE 'N'    TO WS-SW-PUNTAJE
           IF WS-NUP-ACT = SPACES
               MOVE 'S' TO WS-ESTADO-DOM
               GO TO 3200-EXIT
           END-IF

           PERFORM 2100-LEER-DOMICILIO THRU 2100-EXIT
               UNTIL WS-CLAVE-DOM NOT < WS-NUP-ACT
           IF WS-CLAVE-DOM = WS-NUP-ACT
               SET DOMICILIO-HALLADO TO TRUE
               MOVE W-DOM-DATOS TO WS-DOMICILIO-NUP
           END-IF

           PERFORM 2200-LEER-HOGAR THRU 2200-EXIT
               UNTIL WS-CLAVE-HOG NOT < WS-NUP-ACT
           IF WS-CLAVE-HOG = WS-NUP-ACT
               MOVE W-HOG-HOGAR-ID TO WS-HOGAR-NUP
           END-IF

           PERFORM 2300-LEER-OBSERVACION THRU 2300-EXIT
               UNTIL WS-CLAVE-RIE NOT < WS-NUP-ACT
           PERFORM 3210-TOMA-OBSERVACION THRU 3210-EXIT
               UNTIL WS-CLAVE-RIE NOT = WS-NUP-ACT

           EVALUATE TRUE
               WHEN NOT DOMICILIO-HALLADO
                   MOVE 'S' TO WS-ESTADO-DOM
               WHEN DOM-CON-DEVOLUCIONES
                   MOVE 'D' TO WS-ESTADO-DOM
               WHEN DOM-PUNTAJE-BAJO
                   MOVE 'P' TO WS-ESTADO-DOM
               WHEN OTHER
                   MOVE SPACE TO WS-ESTADO-DOM
           END-EVALUATE
           .
       3200-EXIT.
           EXIT.

       3210-TOMA-OBSERVACION.
           IF W-RIE-DEVOLUCION
               IF W-RIE-NIVEL-ALTO
                   OR W-RIE-CANT NOT < WS-UMBRAL-DEVUEL
                   SET DOM-CON-DEVOLUCIONES TO TRUE
               END-IF
           END-IF
           IF W-RIE-PUNTAJE-DOM
               IF W-RIE-PUNTAJE < WS-UMBRAL-PUNTAJE
                   SET DOM-PUNTAJE-BAJO TO TRUE
               END-IF
           END-IF
           PERFORM 2300-LEER-OBSERVACION THRU 2300-EXIT
           .
       3210-EXIT.
           EXIT.

       3300-CLASIFICA-PIEZA.
           PERFORM 3310-UBICA-FUENTE THRU 3310-EXIT
           ADD 1 TO TB-FTE-RECIBIDAS(WS-IDX-FUENTE)
           IF W-PZA-LEGAL
               ADD 1 TO TB-FTE-LEGALES(WS-IDX-FUENTE)
               MOVE 'L' TO W-PZA-PROPOSITO
           END-IF
           IF NOT W-PZA-CANAL-EMAIL
               SET W-PZA-CANAL-CORREO TO TRUE
           END-IF
           MOVE SPACE TO W-PZA-MOTIVO-RET

      * LA CARTA LEGAL FUERA DE PLAZO SALE IGUAL, PERO SE INFORMA
           IF W-PZA-LEGAL
               AND W-PZA-FEC-LIMITE > ZERO
               AND W-PZA-FEC-LIMITE < WS-FECHA-PROCESO
               MOVE 'ENTREGA POSTERIOR A LA FECHA LIMITE'
                   TO WS-OBSERVACION
               MOVE 'N' TO WS-SW-EMAIL
               PERFORM 3800-INFORMA-LEGAL THRU 3800-EXIT
               ADD 1 TO WS-CANT-LEG-VENCIDAS
           END-IF

      * SIN TITULAR NO HAY DOMICILIO NI PREFERENCIAS: LA LEGAL SALE
      * EN SOBRE PROPIO MARCADA, EL RESTO SE RETIENE
           IF WS-NUP-ACT = SPACES
               IF W-PZA-LEGAL
                   ADD 1 TO WS-GRUPO-SIN-NUP
                   MOVE 'S'              TO WS-GRUPO-POSTAL(1:1)
                   MOVE WS-GRUPO-SIN-NUP TO WS-GRUPO-POSTAL(2:8)
                   SET W-PZA-CANAL-CORREO TO TRUE
                   MOVE 'S' TO W-ENV-OBSERVADO
                   PERFORM 3500-LIBERA-PIEZA THRU 3500-EXIT
                   MOVE 'PIEZA LEGAL SIN TITULAR (NUP)'
                       TO WS-OBSERVACION
                   MOVE 'N' TO WS-SW-EMAIL
                   PERFORM 3800-INFORMA-LEGAL THRU 3800-EXIT
                   ADD 1 TO WS-CANT-LEG-SIN-NUP
               ELSE
                   MOVE 'N' TO W-PZA-MOTIVO-RET
                   PERFORM 3700-RETIENE-PIEZA THRU 3700-EXIT
               END-IF
               GO TO 3300-CONTINUA
           END-IF

           MOVE SPACES           TO CONSEN-AREA
           MOVE WS-NUP-ACT       TO CONSEN-NUP
           MOVE W-PZA-CANAL      TO CONSEN-CANAL
           MOVE W-PZA-PROPOSITO  TO CONSEN-PROPOSITO
           CALL 'CONSEN' USING CONSEN-AREA
           IF CONSEN-NO-DISPONIBLE
               MOVE 'X' TO W-PZA-MOTIVO-RET
               PERFORM 3700-RETIENE-PIEZA THRU 3700-EXIT
               GO TO 3300-CONTINUA
           END-IF
           IF CONSEN-SUPRIMIDO
               PERFORM 3600-REGISTRA-CONSUP THRU 3600-EXIT
               ADD 1 TO TB-FTE-SUPRIMIDAS(WS-IDX-FUENTE)
               GO TO 3300-CONTINUA
           END-IF
           IF CONSEN-EXENTO AND CONSEN-CON-OPOSICION
               PERFORM 3600-REGISTRA-CONSUP THRU 3600-EXIT
               ADD 1 TO WS-CANT-EXENTAS
           END-IF

           MOVE 'N' TO W-ENV-OBSERVADO
           IF W-PZA-CANAL-EMAIL
               PERFORM 3500-LIBERA-PIEZA THRU 3500-EXIT
               GO TO 3300-CONTINUA
           END-IF
           IF DOMICILIO-BUENO
               PERFORM 3500-LIBERA-PIEZA THRU 3500-EXIT
               GO TO 3300-CONTINUA
           END-IF

      * DOMICILIO OBSERVADO: SE BUSCA EL EMAIL DEL CLIENTE
           PERFORM 3400-BUSCA-EMAIL THRU 3400-EXIT
           IF NOT W-PZA-LEGAL
               IF EMAIL-REGISTRADO
                   PERFORM 3450-DESVIA-A-EMAIL THRU 3450-EXIT
                   ADD 1 TO WS-CANT-DESVIADAS
               ELSE
                   MOVE WS-ESTADO-DOM TO W-PZA-MOTIVO-RET
                   PERFORM 3700-RETIENE-PIEZA THRU 3700-EXIT
               END-IF
               GO TO 3300-CONTINUA
           END-IF

      * LA LEGAL SALE POR CORREO MARCADA, CON COPIA POR EMAIL SI HAY
           MOVE 'S' TO W-ENV-OBSERVADO
           PERFORM 3500-LIBERA-PIEZA THRU 3500-EXIT
           EVALUATE WS-ESTADO-DOM
               WHEN 'S'
                   MOVE 'SIN DOMICILIO EN MAESCRED' TO WS-OBSERVACION
               WHEN 'D'
                   MOVE 'DOMICILIO CON DEVOLUCIONES DE CORREO'
                       TO WS-OBSERVACION
               WHEN OTHER
                   MOVE 'DOMICILIO CON PUNTAJE BAJO EN EMBHOLD'
                       TO WS-OBSERVACION
           END-EVALUATE
           PERFORM 3800-INFORMA-LEGAL THRU 3800-EXIT
           ADD 1 TO WS-CANT-LEG-OBSERV
           IF EMAIL-REGISTRADO
               PERFORM 3450-DESVIA-A-EMAIL THRU 3450-EXIT
               ADD 1 TO WS-CANT-COPIAS
           END-IF
           .
       3300-CONTINUA.
           PERFORM 2000-LEER-PIEZA THRU 2000-EXIT
           .
       3300-EXIT.
           EXIT.

       3310-UBICA-FUENTE.
           SET TB-FTE-IDX TO 1
           SEARCH TB-FTE-ENTRY
               AT END
                   PERFORM 3320-ALTA-FUENTE THRU 3320-EXIT
               WHEN TB-FTE-IDX > TB-FTE-CANT
                   PERFORM 3320-ALTA-FUENTE THRU 3320-EXIT
               WHEN TB-FTE-FUENTE(TB-FTE-IDX) = W-PZA-FUENTE
                   SET WS-IDX-FUENTE TO TB-FTE-IDX
           END-SEARCH
           .
       3310-EXIT.
           EXIT.

      * MAS FUENTES QUE LA TABLA: EL RESTO SE ACUMULA EN LA ULTIMA
       3320-ALTA-FUENTE.
           IF TB-FTE-CANT NOT < WS-MAX-FUENTES
               MOVE WS-MAX-FUENTES TO WS-IDX-FUENTE
               MOVE 'OTRAS'        TO TB-FTE-FUENTE(WS-IDX-FUENTE)
               GO TO 3320-EXIT
           END-IF
           ADD 1 TO TB-FTE-CANT
           MOVE TB-FTE-CANT  TO WS-IDX-FUENTE
           INITIALIZE TB-FTE-ENTRY(WS-IDX-FUENTE)
           MOVE W-PZA-FUENTE TO TB-FTE-FUENTE(WS-IDX-FUENTE)
           .
       3320-EXIT.
           EXIT.

      * EL CLIENTE TIENE EMAIL SI TIENE UNA PREFERENCIA DEL CANAL E
      * QUE PERMITE EL ENVIO (PARA LA LEGAL, LA DE SERVICIO)
       3400-BUSCA-EMAIL.
           MOVE 'N' TO WS-SW-EMAIL
           MOVE SPACES     TO CONSEN-AREA
           MOVE WS-NUP-ACT TO CONSEN-NUP
           MOVE 'E'        TO CONSEN-CANAL
           IF W-PZA-LEGAL
               MOVE 'S'             TO CONSEN-PROPOSITO
           ELSE
               MOVE W-PZA-PROPOSITO TO CONSEN-PROPOSITO
           END-IF
           CALL 'CONSEN' USING CONSEN-AREA
           IF CONSEN-PERMITIDO
               AND CONSEN-CANAL-APLICADO = 'E'
               SET EMAIL-REGISTRADO TO TRUE
           END-IF
           .
       3400-EXIT.
           EXIT.

       3450-DESVIA-A-EMAIL.
           SET W-PZA-CANAL-EMAIL TO TRUE
           MOVE 'N' TO W-ENV-COPIA
           IF W-PZA-LEGAL
               MOVE 'S' TO W-ENV-COPIA
           END-IF
           PERFORM 3510-ARMA-PIEZA THRU 3510-EXIT
           RELEASE SD-ENV-REGISTRO FROM W-ENV-REGISTRO
           IF W-PZA-LEGAL
               SET W-PZA-CANAL-CORREO TO TRUE
           ELSE
               ADD 1 TO WS-CANT-EMITIDAS
           END-IF
           .
       3450-EXIT.
           EXIT.

       3500-LIBERA-PIEZA.
           MOVE 'N' TO W-ENV-COPIA
           PERFORM 3510-ARMA-PIEZA THRU 3510-EXIT
           RELEASE SD-ENV-REGISTRO FROM W-ENV-REGISTRO
           ADD 1 TO WS-CANT-EMITIDAS
           .
       3500-EXIT.
           EXIT.

      * W-ENV-COPIA Y W-ENV-OBSERVADO LOS DEJA QUIEN LA LIBERA.  EL
      * EMAIL VA SIEMPRE AL TITULAR; WS-GRUPO-POSTAL ES SOLO DEL SOBRE
       3510-ARMA-PIEZA.
           MOVE W-PZA-CANAL       TO W-ENV-CANAL
           IF W-PZA-CANAL-EMAIL
               MOVE 'P'           TO W-ENV-GRUPO(1:1)
               MOVE WS-NUP-ACT    TO W-ENV-GRUPO(2:8)
           ELSE
               MOVE WS-GRUPO-POSTAL TO W-ENV-GRUPO
           END-IF
           MOVE W-PZA-NUP         TO W-ENV-NUP
           MOVE 1                 TO W-ENV-ORDEN-LEGAL
           IF W-PZA-LEGAL
               MOVE 0             TO W-ENV-ORDEN-LEGAL
           END-IF
           MOVE W-PZA-PRIORIDAD   TO W-ENV-PRIORIDAD
           MOVE W-PZA-FUENTE      TO W-ENV-FUENTE
           MOVE W-PZA-CLAVE       TO W-ENV-CLAVE
           MOVE WS-IDX-FUENTE     TO W-ENV-IDX-FUENTE
           MOVE ZERO              TO W-ENV-HOGAR-ID
           IF W-ENV-GRUPO(1:1) = 'H'
               MOVE WS-HOGAR-NUP  TO W-ENV-HOGAR-ID
           END-IF
           MOVE WS-DOMICILIO-NUP  TO W-ENV-DOMICILIO
           MOVE W-PZA-REGISTRO    TO W-ENV-PIEZA
           .
       3510-EXIT.
           EXIT.

       3600-REGISTRA-CONSUP.
           MOVE SPACES                TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO      TO CONSUP-FECHA
           MOVE 'ZET206'              TO CONSUP-JOB-ID
           MOVE 'CORRSAL'             TO CONSUP-SALIDA
           MOVE CONSEN-RESULTADO      TO CONSUP-RESULTADO
           MOVE CONSEN-NUP            TO CONSUP-NUP
           MOVE W-PZA-CLAVE           TO CONSUP-CLAVE
           MOVE CONSEN-CANAL          TO CONSUP-CANAL
           MOVE CONSEN-PROPOSITO      TO CONSUP-PROPOSITO
           MOVE CONSEN-CANAL-APLICADO TO CONSUP-CANAL-APLICADO
           MOVE CONSEN-ORIGEN         TO CONSUP-ORIGEN
           MOVE CONSEN-FEC-VIGENCIA   TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO
           .
       3600-EXIT.
           EXIT.

      * LA PIEZA RETENIDA SALE CON EL LAYOUT DE CORRPZA PARA QUE
      * OPERACIONES LA REINGRESE CUANDO SE CORRIJA EL DOMICILIO
       3700-RETIENE-PIEZA.
           MOVE W-PZA-REGISTRO TO CRET-REGISTRO
           WRITE CRET-REGISTRO
           ADD 1 TO TB-FTE-RETENIDAS(WS-IDX-FUENTE)
           EVALUATE W-PZA-MOTIVO-RET
               WHEN 'S'
                   ADD 1 TO WS-CANT-RET-SIN-DOM
               WHEN 'D'
                   ADD 1 TO WS-CANT-RET-DEVOL
               WHEN 'P'
                   ADD 1 TO WS-CANT-RET-PUNTAJE
               WHEN 'N'
                   ADD 1 TO WS-CANT-RET-SIN-NUP
               WHEN OTHER
                   ADD 1 TO WS-CANT-RET-CONSENT
           END-EVALUATE
           .
       3700-EXIT.
           EXIT.

       3800-INFORMA-LEGAL.
           MOVE W-PZA-FUENTE     TO WSX-FUENTE
           MOVE W-PZA-NUP        TO WSX-NUP
           MOVE W-PZA-CLAVE      TO WSX-CLAVE
           MOVE W-PZA-COD-CARTA  TO WSX-CARTA
           MOVE W-PZA-FEC-LIMITE TO WSX-LIMITE
           MOVE 'NO'             TO WSX-EMAIL
           IF EMAIL-REGISTRADO
               MOVE 'COPIA'      TO WSX-EMAIL
           END-IF
           MOVE WS-OBSERVACION   TO WSX-OBSERVACION
           WRITE LINEA-REPORTE FROM WS-LINEA-EXC
           ADD 1 TO WS-CANT-EXCEPCIONES
           .
       3800-EXIT.
           EXIT.
       3000-FIN.
           EXIT.

      ******************************************************************
      *  5000-ARMA-ENVIOS  -  CORTE POR CANAL Y GRUPO: UNA CABECERA Y  *
      *  SUS PIEZAS POR SOBRE O EMAIL, Y EL COSTO DE CADA PIEZA        *
      ******************************************************************
       5000-ARMA-ENVIOS SECTION.
           MOVE LOW-VALUES TO WS-ENV-CLAVE-ANT
           MOVE ZERO TO TB-ENV-CANT
           PERFORM 5100-DEVUELVE-PIEZA THRU 5100-EXIT
               UNTIL EOF-SORT
           IF TB-ENV-CANT > ZERO
               PERFORM 5300-EMITE-ENVIO THRU 5300-EXIT
           END-IF
           GO TO 5000-FIN
           .

       5100-DEVUELVE-PIEZA.
           RETURN SORT-ENV
               AT END
                   SET EOF-SORT TO TRUE
                   GO TO 5100-EXIT
           END-RETURN
           MOVE S-ENV-CANAL TO WS-ENV-CLAVE-ACT(1:1)
           MOVE S-ENV-GRUPO TO WS-ENV-CLAVE-ACT(2:9)
           IF WS-ENV-CLAVE-ACT NOT = WS-ENV-CLAVE-ANT
               AND TB-ENV-CANT > ZERO
               PERFORM 5300-EMITE-ENVIO THRU 5300-EXIT
           END-IF
           IF TB-ENV-CANT NOT < WS-MAX-PIEZAS
               PERFORM 5300-EMITE-ENVIO THRU 5300-EXIT
           END-IF
           MOVE WS-ENV-CLAVE-ACT TO WS-ENV-CLAVE-ANT
           ADD 1 TO TB-ENV-CANT
           MOVE SD-ENV-REGISTRO TO TB-ENV-REGISTRO(TB-ENV-CANT)
           .
       5100-EXIT.
           EXIT.

       5300-EMITE-ENVIO.
           ADD 1 TO WS-NRO-ENVIO
           MOVE TB-ENV-REGISTRO(1) TO W-ENV-REGISTRO
           MOVE SPACES              TO CORRSAL-REGISTRO
           MOVE 'C'                 TO CORRSAL-TIPO
           MOVE WS-NRO-ENVIO        TO CORRSAL-NRO-ENVIO
           MOVE W-ENV-CANAL         TO CORRSAL-CANAL
           MOVE 'N'                 TO CORRSAL-IND-HOGAR
           MOVE W-ENV-HOGAR-ID      TO CORRSAL-HOGAR-ID
           IF W-ENV-GRUPO(1:1) = 'H'
               MOVE 'S'             TO CORRSAL-IND-HOGAR
           END-IF
           MOVE W-ENV-NUP           TO CORRSAL-NUP
           MOVE 'N'                 TO CORRSAL-IND-LEGAL
           MOVE 'N'                 TO CORRSAL-IND-OBSERVADO
           MOVE TB-ENV-CANT         TO CORRSAL-CANT-PIEZAS
           MOVE ZERO                TO CORRSAL-CANT-TITULARES
           MOVE 9                   TO CORRSAL-PRIORIDAD
           MOVE ZERO                TO CORRSAL-FEC-LIMITE
           MOVE W-ENV-DOMICILIO     TO CORRSAL-DOMICILIO
           MOVE LOW-VALUES          TO WS-NUP-ANT-ENV
           PERFORM 5310-ACUMULA-CABECERA THRU 5310-EXIT
               VARYING WS-IX-ENV FROM 1 BY 1
               UNTIL WS-IX-ENV > TB-ENV-CANT
           WRITE CORRSAL-REGISTRO
           ADD 1 TO WS-CANT-REG-CORRSAL

      * COSTO: EL SOBRE (O EL EMAIL) SE REPARTE ENTRE SUS PIEZAS Y
      * CADA PIEZA POSTAL SUMA SU HOJA; SIN CONSOLIDAR, CADA PIEZA
      * HUBIERA LLEVADO SOBRE Y HOJA PROPIOS
           IF CORRSAL-CANAL = 'E'
               ADD 1 TO WS-CANT-EMAILS
               COMPUTE WS-COSTO-PIEZA ROUNDED =
                   WS-COSTO-EMAIL / TB-ENV-CANT
               MOVE WS-COSTO-EMAIL TO WS-COSTO-UNITARIO
               ADD WS-COSTO-EMAIL TO WS-TOT-COSTO-REAL
           ELSE
               ADD 1 TO WS-CANT-SOBRES
               IF CORRSAL-IND-HOGAR = 'S'
                   ADD 1 TO WS-CANT-SOBRES-HOGAR
               END-IF
               COMPUTE WS-COSTO-PIEZA ROUNDED =
                   WS-COSTO-SOBRE / TB-ENV-CANT + WS-COSTO-HOJA
               COMPUTE WS-COSTO-UNITARIO =
                   WS-COSTO-SOBRE + WS-COSTO-HOJA
               COMPUTE WS-TOT-COSTO-REAL = WS-TOT-COSTO-REAL
                   + WS-COSTO-SOBRE + WS-COSTO-HOJA * TB-ENV-CANT
           END-IF

           PERFORM 5320-GRABA-DETALLE THRU 5320-EXIT
               VARYING WS-IX-ENV FROM 1 BY 1
               UNTIL WS-IX-ENV > TB-ENV-CANT
           MOVE ZERO TO TB-ENV-CANT
           .
       5300-EXIT.
           EXIT.

      * LAS PIEZAS VIENEN POR NUP: SE CUENTAN LOS TITULARES DEL SOBRE
       5310-ACUMULA-CABECERA.
           MOVE TB-ENV-REGISTRO(WS-IX-ENV) TO W-ENV-REGISTRO
           MOVE W-ENV-PIEZA TO WS-PZA-REGISTRO
           IF W-ENV-NUP NOT = WS-NUP-ANT-ENV
               ADD 1 TO CORRSAL-CANT-TITULARES
               MOVE W-ENV-NUP TO WS-NUP-ANT-ENV
           END-IF
           IF WS-PZA-LEGAL
               MOVE 'S' TO CORRSAL-IND-LEGAL
               IF WS-PZA-FEC-LIMITE > ZERO
                   AND (CORRSAL-FEC-LIMITE = ZERO
                   OR WS-PZA-FEC-LIMITE < CORRSAL-FEC-LIMITE)
                   MOVE WS-PZA-FEC-LIMITE TO CORRSAL-FEC-LIMITE
               END-IF
           END-IF
           IF W-ENV-OBSERVADO = 'S'
               MOVE 'S' TO CORRSAL-IND-OBSERVADO
           END-IF
           IF W-ENV-PRIORIDAD < CORRSAL-PRIORIDAD
               MOVE W-ENV-PRIORIDAD TO CORRSAL-PRIORIDAD
           END-IF
           .
       5310-EXIT.
           EXIT.

       5320-GRABA-DETALLE.
           MOVE TB-ENV-REGISTRO(WS-IX-ENV) TO W-ENV-REGISTRO
           MOVE SPACES          TO CORRSAL-REGISTRO
           MOVE 'D'             TO CORRSAL-TIPO
           MOVE WS-NRO-ENVIO    TO CORRSAL-NRO-ENVIO
           MOVE WS-IX-ENV       TO CORRSAL-SECUENCIA
           MOVE W-ENV-COPIA     TO CORRSAL-IND-COPIA
           MOVE W-ENV-OBSERVADO TO CORRSAL-DET-OBSERVADO
           MOVE W-ENV-PIEZA     TO CORRSAL-PIEZA
           WRITE CORRSAL-REGISTRO
           ADD 1 TO WS-CANT-REG-CORRSAL

           MOVE W-ENV-IDX-FUENTE TO WS-IDX-FUENTE
           IF W-ENV-EMAIL
               ADD 1 TO TB-FTE-EMAIL(WS-IDX-FUENTE)
           ELSE
               ADD 1 TO TB-FTE-CORREO(WS-IDX-FUENTE)
           END-IF
           ADD WS-COSTO-PIEZA    TO TB-FTE-COSTO(WS-IDX-FUENTE)
           ADD WS-COSTO-UNITARIO TO TB-FTE-SIN-CONS(WS-IDX-FUENTE)
           .
       5320-EXIT.
           EXIT.
       5000-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

      ******************************************************************
      *  8000-REPORTE-COSTOS  -  COSTO POR FUENTE, TOTALES, AHORRO POR *
      *  CONSOLIDACION Y PIEZAS RETENIDAS                              *
      ******************************************************************
       8000-REPORTE-COSTOS.
           IF WS-CANT-EXCEPCIONES = ZERO
               MOVE '  SIN OBSERVACIONES' TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM WS-SUBTITULO-COS
           WRITE LINEA-REPORTE FROM WS-ENCAB-COS

           PERFORM 8100-LINEA-FUENTE THRU 8100-EXIT
               VARYING WS-IX-FTE FROM 1 BY 1
               UNTIL WS-IX-FTE > TB-FTE-CANT

           MOVE 'TOTAL'              TO WSC-FUENTE
           MOVE WS-TOT-RECIBIDAS     TO WSC-RECIBIDAS
           MOVE WS-TOT-LEGALES       TO WSC-LEGALES
           MOVE WS-TOT-CORREO        TO WSC-CORREO
           MOVE WS-TOT-EMAIL         TO WSC-EMAIL
           MOVE WS-TOT-RETENIDAS     TO WSC-RETENIDAS
           MOVE WS-TOT-SUPRIMIDAS    TO WSC-SUPRIMIDAS
           COMPUTE WSC-COSTO ROUNDED    = WS-TOT-COSTO
           COMPUTE WSC-SIN-CONS ROUNDED = WS-TOT-SIN-CONS
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           WRITE LINEA-REPORTE FROM WS-LINEA-COS

           COMPUTE WS-TOT-AHORRO = WS-TOT-SIN-CONS - WS-TOT-COSTO-REAL
           MOVE ZERO TO WS-PROMEDIO-SOBRE
           IF WS-CANT-SOBRES > ZERO
               COMPUTE WS-PROMEDIO-SOBRE ROUNDED =
                   WS-TOT-CORREO / WS-CANT-SOBRES
           END-IF

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'SOBRES POSTALES . . . . . . :' TO WSR-LEYENDA
           MOVE WS-CANT-SOBRES TO WS-EDIT-CANT
           PERFORM 8200-LINEA-CANTIDAD THRU 8200-EXIT
           MOVE '  DE ELLOS POR HOGAR  . . . :' TO WSR-LEYENDA
           MOVE WS-CANT-SOBRES-HOGAR TO WS-EDIT-CANT
           PERFORM 8200-LINEA-CANTIDAD THRU 8200-EXIT
           MOVE 'PIEZAS POR SOBRE (PROMEDIO) :' TO WSR-LEYENDA
           MOVE WS-PROMEDIO-SOBRE TO WS-EDIT-PROMEDIO
           MOVE WS-EDIT-PROMEDIO TO WSR-VALOR
           WRITE LINEA-REPORTE FROM WS-LINEA-RESUMEN
           MOVE 'EMAILS  . . . . . . . . . . :' TO WSR-LEYENDA
           MOVE WS-CANT-EMAILS TO WS-EDIT-CANT
           PERFORM 8200-LINEA-CANTIDAD THRU 8200-EXIT
           MOVE 'DESVIADAS DE CORREO A EMAIL :' TO WSR-LEYENDA
           MOVE WS-CANT-DESVIADAS TO WS-EDIT-CANT
           PERFORM 8200-LINEA-CANTIDAD THRU 8200-EXIT
           MOVE 'COPIAS EMAIL DE LEGALES . . :' TO WSR-LEYENDA
           MOVE WS-CANT-COPIAS TO WS-EDIT-CANT
           PERFORM 8200-LINEA-CANTIDAD THRU 8200-EXIT
           MOVE 'RETENIDAS SIN DOMICILIO . . :' TO WSR-LEYENDA
           MOVE WS-CANT-RET-SIN-DOM TO WS-EDIT-CANT
           PERFORM 8200-LINEA-CANTIDAD THRU 8200-EXIT
           MOVE 'RETENIDAS POR DEVOLUCIONES  :' TO WSR-LEYENDA
           MOVE WS-CANT-RET-DEVOL TO WS-EDIT-CANT
           PERFORM 8200-LINEA-CANTIDAD THRU 8200-EXIT
           MOVE 'RETENIDAS POR PUNTAJE BAJO  :' TO WSR-LEYENDA
           MOVE WS-CANT-RET-PUNTAJE TO WS-EDIT-CANT
           PERFORM 8200-LINEA-CANTIDAD THRU 8200-EXIT
           MOVE 'RETENIDAS SIN TITULAR . . . :' TO WSR-LEYENDA
           MOVE WS-CANT-RET-SIN-NUP TO WS-EDIT-CANT
           PERFORM 8200-LINEA-CANTIDAD THRU 8200-EXIT
           MOVE 'RETENIDAS SIN REG. CONSENT  :' TO WSR-LEYENDA
           MOVE WS-CANT-RET-CONSENT TO WS-EDIT-CANT
           PERFORM 8200-LINEA-CANTIDAD THRU 8200-EXIT
           MOVE 'COSTO REAL DEL CICLO  . . . :' TO WSR-LEYENDA
           COMPUTE WS-EDIT-IMPORTE ROUNDED = WS-TOT-COSTO-REAL
           MOVE WS-EDIT-IMPORTE TO WSR-VALOR
           WRITE LINEA-REPORTE FROM WS-LINEA-RESUMEN
           MOVE 'AHORRO POR CONSOLIDACION  . :' TO WSR-LEYENDA
           COMPUTE WS-EDIT-IMPORTE ROUNDED = WS-TOT-AHORRO
           MOVE WS-EDIT-IMPORTE TO WSR-VALOR
           WRITE LINEA-REPORTE FROM WS-LINEA-RESUMEN
           .
       8000-EXIT.
           EXIT.

       8100-LINEA-FUENTE.
           MOVE TB-FTE-FUENTE(WS-IX-FTE)     TO WSC-FUENTE
           MOVE TB-FTE-RECIBIDAS(WS-IX-FTE)  TO WSC-RECIBIDAS
           MOVE TB-FTE-LEGALES(WS-IX-FTE)    TO WSC-LEGALES
           MOVE TB-FTE-CORREO(WS-IX-FTE)     TO WSC-CORREO
           MOVE TB-FTE-EMAIL(WS-IX-FTE)      TO WSC-EMAIL
           MOVE TB-FTE-RETENIDAS(WS-IX-FTE)  TO WSC-RETENIDAS
           MOVE TB-FTE-SUPRIMIDAS(WS-IX-FTE) TO WSC-SUPRIMIDAS
           COMPUTE WSC-COSTO ROUNDED    = TB-FTE-COSTO(WS-IX-FTE)
           COMPUTE WSC-SIN-CONS ROUNDED = TB-FTE-SIN-CONS(WS-IX-FTE)
           WRITE LINEA-REPORTE FROM WS-LINEA-COS

           ADD TB-FTE-RECIBIDAS(WS-IX-FTE)  TO WS-TOT-RECIBIDAS
           ADD TB-FTE-LEGALES(WS-IX-FTE)    TO WS-TOT-LEGALES
           ADD TB-FTE-CORREO(WS-IX-FTE)     TO WS-TOT-CORREO
           ADD TB-FTE-EMAIL(WS-IX-FTE)      TO WS-TOT-EMAIL
           ADD TB-FTE-RETENIDAS(WS-IX-FTE)  TO WS-TOT-RETENIDAS
           ADD TB-FTE-SUPRIMIDAS(WS-IX-FTE) TO WS-TOT-SUPRIMIDAS
           ADD TB-FTE-COSTO(WS-IX-FTE)      TO WS-TOT-COSTO
           ADD TB-FTE-SIN-CONS(WS-IX-FTE)   TO WS-TOT-SIN-CONS
           .
       8100-EXIT.
           EXIT.

       8200-LINEA-CANTIDAD.
           MOVE WS-EDIT-CANT TO WSR-VALOR
           WRITE LINEA-REPORTE FROM WS-LINEA-RESUMEN
           .
       8200-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  TRAILER, RESUMEN EN CONSUP, AVISO DE ENVIO, *
      *  RUNLOG, VACIADO DE CORRPZA Y RESUMEN                          *
      ******************************************************************
       9000-FINALIZE.
           MOVE SPACES TO TRLCTL-REGISTRO
           MOVE 'TRLCTL' TO TRLCTL-MARCA
           MOVE WS-CANT-REG-CORRSAL TO TRLCTL-CANT-REGISTROS
           MOVE ZERO TO TRLCTL-HASH-IMPORTES
           MOVE WS-FECHA-PROCESO TO TRLCTL-FEC-GENERACION
           MOVE 'ZET206' TO TRLCTL-JOB-EMISOR
           MOVE SPACES TO CORRSAL-REGISTRO
           MOVE TRLCTL-REGISTRO TO CORRSAL-REGISTRO(1:46)
           WRITE CORRSAL-REGISTRO

           MOVE SPACES              TO CONSUP-REGISTRO
           MOVE WS-FECHA-PROCESO    TO CONSUP-FECHA
           MOVE 'ZET206'            TO CONSUP-JOB-ID
           MOVE 'CORRSAL'           TO CONSUP-SALIDA
           SET CONSUP-RESUMEN       TO TRUE
           MOVE WS-CANT-PIEZAS      TO CONSUP-CANT-EVALUADOS
           MOVE WS-CANT-EMITIDAS    TO CONSUP-CANT-EMITIDOS
           MOVE ZERO                TO CONSUP-FEC-VIGENCIA
           WRITE CONSUP-REGISTRO

           CLOSE ENVIOS-CORR
           CLOSE RETENIDAS-SAL
           CLOSE SUPRESIONES
           CLOSE REPORTE-COR

           OPEN EXTEND ENVIOS-SALIDA
           MOVE SPACES TO FENV-REGISTRO
           MOVE 'CORRSAL' TO FENV-FEED
           MOVE WS-NRO-ENVIO TO FENV-NEGOCIO(1:9)
           MOVE WS-FECHA-PROCESO TO FENV-FEC-ENVIO
           WRITE FENV-REGISTRO
           CLOSE ENVIOS-SALIDA

           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET206' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-PIEZAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-EMITIDAS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

      * LAS PIEZAS DEL CICLO YA SALIERON O QUEDARON EN CORRRET: SE
      * VACIA CORRPZA PARA QUE NINGUNA SE ENVIE DOS VECES
           OPEN OUTPUT PIEZAS-CORRESP
           CLOSE PIEZAS-CORRESP

           DISPLAY 'ZET206 - CORRESPONDENCIA CONSOLIDADA AL CLIENTE'
           DISPLAY 'PIEZAS RECIBIDAS (CORRPZA) : ' WS-CANT-PIEZAS
           DISPLAY 'TITULARES (NUP)  . . . . . : ' WS-CANT-NUPS
           DISPLAY 'DOMICILIOS MAESCRED  . . . : ' WS-CANT-DOMICILIOS
           DISPLAY 'TITULARES EN HOGARES . . . : ' WS-CANT-HOGARES
           DISPLAY 'DEVOLUCIONES DEVCORR . . . : ' WS-CANT-DEVCORR
           DISPLAY 'OBSERVACIONES EMBHOLD  . . : ' WS-CANT-EMBHOLD
           DISPLAY 'PIEZAS EMITIDAS  . . . . . : ' WS-CANT-EMITIDAS
           DISPLAY 'SOBRES POSTALES  . . . . . : ' WS-CANT-SOBRES
           DISPLAY 'EMAILS . . . . . . . . . . : ' WS-CANT-EMAILS
           DISPLAY 'DESVIADAS A EMAIL  . . . . : ' WS-CANT-DESVIADAS
           DISPLAY 'COPIAS EMAIL DE LEGALES  . : ' WS-CANT-COPIAS
           DISPLAY 'PIEZAS SUPRIMIDAS  . . . . : ' WS-TOT-SUPRIMIDAS
           DISPLAY 'PIEZAS RETENIDAS (CORRRET) : ' WS-TOT-RETENIDAS
           DISPLAY 'LEGALES EXENTAS C/OPOSICION: ' WS-CANT-EXENTAS
           DISPLAY 'LEGALES CON DOM. OBSERVADO : ' WS-CANT-LEG-OBSERV
           DISPLAY 'LEGALES FUERA DE PLAZO . . : ' WS-CANT-LEG-VENCIDAS
           DISPLAY 'LEGALES SIN TITULAR  . . . : ' WS-CANT-LEG-SIN-NUP

           IF WS-CANT-EXCEPCIONES > ZERO
               OR CONSENT-AUSENTE
               MOVE 4 TO RETURN-CODE
           END-IF
           .
