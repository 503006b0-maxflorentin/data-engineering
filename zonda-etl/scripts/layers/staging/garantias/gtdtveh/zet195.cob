      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET195                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - GARANTIAS                   *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONTROL SEMANAL DEL SEGURO DE LOS VEHICULOS      *
      *               PRENDADOS.  CADA BIEN DE GTDTVEH CON PRESTAMO    *
      *               VIVO (VINCULO GTVINCON A UN CONTRATO CON DEUDA   *
      *               EN WAGUCDEX) DEBE TENER UNA POLIZA ENDOSADA A    *
      *               FAVOR DEL BANCO.  CRUZA LA INTERFAZ DE LAS       *
      *               ASEGURADORAS (SEGVEH) CONTRA LOS VEHICULOS POR   *
      *               PATENTE Y CHASIS Y MARCA LAS POLIZAS FALTANTES,  *
      *               VENCIDAS, SIN ENDOSO O CON SUMA ASEGURADA BAJO   *
      *               EL VALOR REVALUADO (VEHREVAL, ZET123).  LAS      *
      *               POLIZAS QUE VENCEN DENTRO DEL PLAZO DE AVISO     *
      *               SALEN EN EL ARCHIVO DE AVISOS AL OFICIAL DE      *
      *               CUENTA (AVSEGOF) ORDENADO POR GESTOR.            *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET195.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - GARANTIAS.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS     ASSIGN TO PARMSEG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PAR.

           SELECT VEHICULOS      ASSIGN TO GTDTVEH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VEH.
           SELECT SORT-VEH       ASSIGN TO SRTSEGA.
           SELECT VEHICUL-ORD    ASSIGN TO WVEHORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT REVALUACION    ASSIGN TO VEHREVAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-REV.
           SELECT SORT-REV       ASSIGN TO SRTSEGB.
           SELECT REVAL-ORD      ASSIGN TO WREVORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-VMK       ASSIGN TO SRTSEGC.
           SELECT VEHPRE-ORD     ASSIGN TO WVMKORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT SEGUROS        ASSIGN TO SEGVEH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SEG.
           SELECT SORT-POL       ASSIGN TO SRTSEGD.
           SELECT POLIZA-ORD     ASSIGN TO WPOLORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT VINCULOS       ASSIGN TO GTVINCON
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-VIN.

           SELECT MAESTRO-CLI    ASSIGN TO IBEC3070
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CLI.

           SELECT CONTRATOS      ASSIGN TO WAGUCDEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-DEX.
           SELECT SORT-DEX       ASSIGN TO SRTSEGE.
           SELECT CONTRATO-ORD   ASSIGN TO WDEXORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT OBSERVA-WRK    ASSIGN TO WSEGOBS
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-OBS       ASSIGN TO SRTSEGF.
           SELECT OBSERVA-ORD    ASSIGN TO WOBSORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT AVISOS-WRK     ASSIGN TO WAVSEG
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-AVI       ASSIGN TO SRTSEGG.

           SELECT OBSERVA-SAL    ASSIGN TO SEGOBS
               ORGANIZATION IS SEQUENTIAL.

           SELECT AVISOS-SAL     ASSIGN TO AVSEGOF
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORTE-SEG    ASSIGN TO RPSEGVEH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS
           RECORDING MODE IS F.
       01  PARM-SEG-REGISTRO.
      *        DIAS DE ANTICIPACION DEL AVISO DE VENCIMIENTO Y SUMA
      *        ASEGURADA MINIMA EN % DEL VALOR REVALUADO
           05  PARM-SEG-DIAS-AVISO    PIC 9(03).
           05  PARM-SEG-PCT-MINIMO    PIC 9(03)V99.
           05  PARM-SEG-FILLER        PIC X(12).

       FD  VEHICULOS
           RECORDING MODE IS F.
           COPY "gtdtveh.cob".

       SD  SORT-VEH.
       01  SD-VEH-REGISTRO.
           05  S-VEH-CLAVE.
               10  S-VEH-ENTIDAD      PIC X(04).
               10  S-VEH-NUM-BIEN     PIC 9(09).
           05  S-VEH-PATENTE          PIC X(20).
           05  S-VEH-CHASIS           PIC X(20).
           05  S-VEH-USO              PIC X(03).
           05  S-VEH-CONTRATO         PIC X(12).
           05  FILLER                 PIC X(02).

       FD  VEHICUL-ORD
           RECORDING MODE IS F.
       01  W-VEH-REGISTRO.
           05  W-VEH-CLAVE.
               10  W-VEH-ENTIDAD      PIC X(04).
               10  W-VEH-NUM-BIEN     PIC 9(09).
           05  W-VEH-PATENTE          PIC X(20).
           05  W-VEH-CHASIS           PIC X(20).
           05  W-VEH-USO              PIC X(03).
           05  W-VEH-CONTRATO         PIC X(12).
           05  FILLER                 PIC X(02).

       FD  REVALUACION
           RECORDING MODE IS F.
       01  VEHREVAL-REGISTRO.
           05  VEHREVAL-ENTIDAD       PIC X(04).
           05  VEHREVAL-NUM-BIEN      PIC 9(09).
           05  VEHREVAL-MARCA         PIC X(03).
           05  VEHREVAL-MODELO        PIC X(03).
           05  VEHREVAL-ANIO          PIC 9(04).
           05  VEHREVAL-VALOR-ACTUAL  PIC 9(13)V99.
           05  VEHREVAL-ORIGEN-VALOR  PIC X(01).
           05  VEHREVAL-FEC-PROCESO   PIC 9(08).
           05  FILLER                 PIC X(08).

       SD  SORT-REV.
       01  SD-REV-REGISTRO.
           05  S-REV-CLAVE.
               10  S-REV-ENTIDAD      PIC X(04).
               10  S-REV-NUM-BIEN     PIC 9(09).
           05  FILLER                 PIC X(42).

       FD  REVAL-ORD
           RECORDING MODE IS F.
       01  W-REV-REGISTRO.
           05  W-REV-CLAVE.
               10  W-REV-ENTIDAD      PIC X(04).
               10  W-REV-NUM-BIEN     PIC 9(09).
           05  W-REV-MARCA            PIC X(03).
           05  W-REV-MODELO           PIC X(03).
           05  W-REV-ANIO             PIC 9(04).
           05  W-REV-VALOR-ACTUAL     PIC 9(13)V99.
           05  W-REV-ORIGEN-VALOR     PIC X(01).
           05  W-REV-FEC-PROCESO      PIC 9(08).
           05  FILLER                 PIC X(08).

      * VEHICULO PRENDADO CON SU CONTRATO Y VALOR REVALUADO, POR
      * CLAVE DE CRUCE (P + PATENTE, C + CHASIS SI NO TIENE PATENTE)
       SD  SORT-VMK.
       01  SD-VMK-REGISTRO.
           05  S-VMK-CLAVE            PIC X(21).
           05  S-VMK-ENTIDAD          PIC X(04).
           05  S-VMK-NUM-BIEN         PIC 9(09).
           05  S-VMK-PATENTE          PIC X(20).
           05  S-VMK-CHASIS           PIC X(20).
           05  S-VMK-USO              PIC X(03).
           05  S-VMK-CONTRATO         PIC X(12).
           05  S-VMK-VALOR            PIC 9(13)V99.
           05  S-VMK-ORIGEN-VALOR     PIC X(01).
           05  FILLER                 PIC X(05).

       FD  VEHPRE-ORD
           RECORDING MODE IS F.
       01  W-VMK-REGISTRO.
           05  W-VMK-CLAVE.
               10  W-VMK-TIPO-CLAVE   PIC X(01).
                   88  W-VMK-POR-PATENTE   VALUE 'P'.
                   88  W-VMK-POR-CHASIS    VALUE 'C'.
               10  W-VMK-ID-CLAVE     PIC X(20).
           05  W-VMK-ENTIDAD          PIC X(04).
           05  W-VMK-NUM-BIEN         PIC 9(09).
           05  W-VMK-PATENTE          PIC X(20).
           05  W-VMK-CHASIS           PIC X(20).
           05  W-VMK-USO              PIC X(03).
           05  W-VMK-CONTRATO         PIC X(12).
           05  W-VMK-VALOR            PIC 9(13)V99.
           05  W-VMK-ORIGEN-VALOR     PIC X(01).
           05  FILLER                 PIC X(05).

       FD  SEGUROS
           RECORDING MODE IS F.
           COPY "segveh.cob" REPLACING ==:SEGVEH:== BY ==SEGVEH==.

       SD  SORT-POL.
       01  SD-POL-REGISTRO.
           05  S-POL-CLAVE            PIC X(21).
           05  S-POL-VIG-HASTA        PIC 9(08).
           05  S-POL-DATOS            PIC X(100).
           05  FILLER                 PIC X(01).

       FD  POLIZA-ORD
           RECORDING MODE IS F.
       01  W-POL-REGISTRO.
           05  W-POL-CLAVE            PIC X(21).
           05  W-POL-VIG-HASTA        PIC 9(08).
           05  W-POL-DATOS            PIC X(100).
           05  FILLER                 PIC X(01).

       FD  VINCULOS
           RECORDING MODE IS F.
       01  FD-VINCULO.
           05  VIN-NUM-BIEN          PIC 9(09).
           05  VIN-NUM-CONTRATO      PIC X(12).
           05  FILLER                PIC X(09).

       FD  MAESTRO-CLI
           RECORDING MODE IS F.
       01  FD-CLIENTE.
           COPY "../../garra/fact/clientes_en_mora/IBEC3070.cob"
               REPLACING ==:IBEC3070:== BY ==IBEC3070==.

       FD  CONTRATOS
           RECORDING MODE IS F.
       01  FD-CONTRATO.
           COPY "../../garra/fact/wagucdex/wagucdex.cob".

       SD  SORT-DEX.
       01  SD-CONTRATO.
           COPY "../../garra/fact/wagucdex/wagucdex.cob"
               REPLACING ==WAGUXDEX== BY ==S-WAGUXDEX==.

       FD  CONTRATO-ORD
           RECORDING MODE IS F.
       01  FD-CONTRATO-ORD.
           COPY "../../garra/fact/wagucdex/wagucdex.cob"
               REPLACING ==WAGUXDEX== BY ==W-WAGUXDEX==.

       FD  OBSERVA-WRK
           RECORDING MODE IS F.
       01  OBSW-REGISTRO             PIC X(180).

       SD  SORT-OBS.
       01  SD-OBS-REGISTRO.
           05  S-OBS-CONTRATO         PIC X(12).
           05  FILLER                 PIC X(168).

       FD  OBSERVA-ORD
           RECORDING MODE IS F.
       01  W-OBS-REGISTRO.
           05  W-OBS-CONTRATO         PIC X(12).
           05  FILLER                 PIC X(168).

       FD  AVISOS-WRK
           RECORDING MODE IS F.
       01  AVIW-REGISTRO             PIC X(100).

       SD  SORT-AVI.
       01  SD-AVI-REGISTRO.
           05  S-AVI-GESTOR           PIC X(04).
           05  S-AVI-CONTRATO         PIC X(12).
           05  FILLER                 PIC X(84).

       FD  OBSERVA-SAL
           RECORDING MODE IS F.
       01  SEGOBS-REGISTRO.
           05  SEGOBS-NUM-CONTRATO    PIC X(12).
           05  SEGOBS-COD-GESTOR      PIC X(04).
           05  SEGOBS-ENTIDAD         PIC X(04).
           05  SEGOBS-NUM-BIEN        PIC 9(09).
           05  SEGOBS-NUM-PATENTE     PIC X(20).
           05  SEGOBS-NUM-CHASIS      PIC X(20).
           05  SEGOBS-COD-USOVEHIC    PIC X(03).
      *        SP SIN POLIZA / DV PATENTE O CHASIS NO COINCIDEN /
      *        PV VENCIDA, ANULADA O AUN NO VIGENTE / NE SIN ENDOSO
      *        AL BANCO / IS INFRASEGURO / PX VENCE DENTRO DEL AVISO
           05  SEGOBS-CODIGO          PIC X(02).
           05  SEGOBS-COD-ASEGURADORA PIC X(04).
           05  SEGOBS-NUM-POLIZA      PIC X(20).
           05  SEGOBS-FEC-VIG-HASTA   PIC 9(08).
           05  SEGOBS-SUMA-ASEGURADA  PIC 9(13)V99.
           05  SEGOBS-VALOR-REVALUADO PIC 9(13)V99.
           05  SEGOBS-DIAS-VTO        PIC 9(05).
           05  SEGOBS-DETALLE         PIC X(30).
           05  FILLER                 PIC X(09).

       FD  AVISOS-SAL
           RECORDING MODE IS F.
       01  AVSEG-REGISTRO.
           05  AVSEG-COD-GESTOR       PIC X(04).
           05  AVSEG-NUM-CONTRATO     PIC X(12).
           05  AVSEG-NUM-PERSONA      PIC X(08).
           05  AVSEG-NUM-BIEN         PIC 9(09).
           05  AVSEG-NUM-PATENTE      PIC X(20).
           05  AVSEG-COD-ASEGURADORA  PIC X(04).
           05  AVSEG-NUM-POLIZA       PIC X(20).
           05  AVSEG-FEC-VIG-HASTA    PIC 9(08).
           05  AVSEG-DIAS-VTO         PIC 9(05).
           05  FILLER                 PIC X(10).

       FD  REPORTE-SEG.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-BIENES             PIC 9(05) COMP VALUE 20000.
       77  WS-MAX-GESTORES           PIC 9(03) COMP VALUE 100.
       77  WS-INT-PROCESO            PIC S9(09) COMP.
       77  WS-NIVEL-ELEGIDA          PIC 9(01) COMP.
       77  WS-NIVEL-CANDIDATA        PIC 9(01) COMP.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-LIMITE           PIC 9(08).

       01  WS-DIAS-AVISO             PIC 9(03) VALUE 30.
       01  WS-PCT-MINIMO             PIC 9(03)V99 VALUE 100.

       01  WS-FS-PAR                 PIC XX.
       01  WS-FS-VEH                 PIC XX.
           88  FS-VEH-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-REV                 PIC XX.
       01  WS-FS-SEG                 PIC XX.
       01  WS-FS-VIN                 PIC XX.
       01  WS-FS-CLI                 PIC XX.
       01  WS-FS-DEX                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-VEH         PIC X(01) VALUE 'N'.
               88  EOF-VEHICULOS         VALUE 'S'.
           05  WS-SW-EOF-REV         PIC X(01) VALUE 'N'.
               88  EOF-REVALUACION       VALUE 'S'.
           05  WS-SW-EOF-SEG         PIC X(01) VALUE 'N'.
               88  EOF-SEGUROS           VALUE 'S'.
           05  WS-SW-EOF-VIN         PIC X(01) VALUE 'N'.
               88  EOF-VINCULOS          VALUE 'S'.
           05  WS-SW-EOF-CLI         PIC X(01) VALUE 'N'.
               88  EOF-MAESTRO           VALUE 'S'.
           05  WS-SW-EOF-DEX         PIC X(01) VALUE 'N'.
               88  EOF-CONTRATOS         VALUE 'S'.
           05  WS-SW-EOF-OBS         PIC X(01) VALUE 'N'.
               88  EOF-OBSERVACIONES     VALUE 'S'.
           05  WS-SW-REVAL           PIC X(01) VALUE 'N'.
               88  HAY-REVALUACION       VALUE 'S'.
           05  WS-SW-VIN-HALLADO     PIC X(01) VALUE 'N'.
               88  VINCULO-HALLADO       VALUE 'S'.
           05  WS-SW-GESTOR-HALLADO  PIC X(01) VALUE 'N'.
               88  GESTOR-HALLADO        VALUE 'S'.
           05  WS-SW-ID-COINCIDE     PIC X(01).
               88  ID-COINCIDE           VALUE 'S'.

       01  WS-CLAVE-REV              PIC X(13).
       01  WS-CLAVE-POL              PIC X(21).
       01  WS-CLAVE-DEX              PIC X(12).
       01  WS-CLAVE-OBS              PIC X(12).

       01  WS-DEUDA                  PIC 9(13)V99.
       01  WS-SUMA-MINIMA            PIC 9(15)V99 COMP-3.
       01  WS-DIAS-VTO               PIC S9(05) COMP.
       01  WS-DIAS-EDIT              PIC ZZZZ9.

      * POLIZA LEIDA Y POLIZA ELEGIDA PARA EL VEHICULO EN CURSO
           COPY "segveh.cob" REPLACING ==:SEGVEH:== BY ==WS-CAN==.
           COPY "segveh.cob" REPLACING ==:SEGVEH:== BY ==WS-POL==.

      * OBSERVACION EN ARMADO, MISMO LAYOUT QUE SEGOBS
       01  WS-OBS-REGISTRO.
           05  WS-OBS-NUM-CONTRATO    PIC X(12).
           05  WS-OBS-COD-GESTOR      PIC X(04).
           05  WS-OBS-ENTIDAD         PIC X(04).
           05  WS-OBS-NUM-BIEN        PIC 9(09).
           05  WS-OBS-NUM-PATENTE     PIC X(20).
           05  WS-OBS-NUM-CHASIS      PIC X(20).
           05  WS-OBS-COD-USOVEHIC    PIC X(03).
           05  WS-OBS-CODIGO          PIC X(02).
           05  WS-OBS-COD-ASEGURADORA PIC X(04).
           05  WS-OBS-NUM-POLIZA      PIC X(20).
           05  WS-OBS-FEC-VIG-HASTA   PIC 9(08).
           05  WS-OBS-SUMA-ASEGURADA  PIC 9(13)V99.
           05  WS-OBS-VALOR-REVALUADO PIC 9(13)V99.
           05  WS-OBS-DIAS-VTO        PIC 9(05).
           05  WS-OBS-DETALLE         PIC X(30).
           05  FILLER                 PIC X(09).

      * VINCULO BIEN -> CONTRATO EN MEMORIA
       01  TABLA-VINCULOS.
           05  TB-VIN-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-VIN-ENTRY OCCURS 20000 TIMES
                   INDEXED BY TB-VIN-IDX.
               10  TB-VIN-BIEN       PIC 9(09).
               10  TB-VIN-CONTRATO   PIC X(12).

      * GESTOR POR PERSONA, CARGADO DESDE IBEC3070
       01  TABLA-GESTOR-PERSONA.
           05  TB-GPE-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-GPE-ENTRY OCCURS 20000 TIMES
                   INDEXED BY TB-GPE-IDX.
               10  TB-GPE-PERSONA    PIC X(08).
               10  TB-GPE-GESTOR     PIC X(04).

      * OBSERVACIONES Y AVISOS POR GESTOR
       01  TABLA-GESTORES.
           05  TB-GES-CANT           PIC 9(03) COMP VALUE ZERO.
           05  TB-GES-ENTRY OCCURS 100 TIMES
                   INDEXED BY TB-GES-IDX.
               10  TB-GES-COD        PIC X(04).
               10  TB-GES-OBSERV     PIC 9(07) COMP.
               10  TB-GES-AVISOS     PIC 9(07) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-VEHICULOS     PIC 9(09) COMP.
           05  WS-CANT-SIN-VINCULO   PIC 9(09) COMP.
           05  WS-CANT-SIN-REVAL     PIC 9(09) COMP.
           05  WS-CANT-POLIZAS       PIC 9(09) COMP.
           05  WS-CANT-POL-RECHAZO   PIC 9(09) COMP.
           05  WS-CANT-CONTROLADOS   PIC 9(09) COMP.
           05  WS-CANT-OBS-PREVIAS   PIC 9(09) COMP.
           05  WS-CANT-SIN-DEUDA     PIC 9(09) COMP.
           05  WS-CANT-OBSERVACIONES PIC 9(09) COMP.
           05  WS-CANT-AVISOS        PIC 9(09) COMP.
           05  WS-CANT-SP            PIC 9(09) COMP.
           05  WS-CANT-DV            PIC 9(09) COMP.
           05  WS-CANT-PV            PIC 9(09) COMP.
           05  WS-CANT-NE            PIC 9(09) COMP.
           05  WS-CANT-IS            PIC 9(09) COMP.
           05  WS-CANT-PX            PIC 9(09) COMP.

       01  WS-ENCAB-DETALLE.
           05  FILLER                PIC X(50) VALUE
               'CD  CONTRATO           BIEN  GEST  PATENTE        '.
           05  FILLER                PIC X(50) VALUE
               '       POLIZA                VTO POL.     SUMA ASE'.
           05  FILLER                PIC X(25) VALUE
               'GURADA    VALOR REVALUADO'.

       01  WS-LINEA-DETALLE.
           05  WSL-CODIGO            PIC X(02).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CONTRATO          PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-NUM-BIEN          PIC 9(09).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-GESTOR            PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-PATENTE           PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-POLIZA            PIC X(20).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-VTO               PIC 9(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-SUMA              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-VALOR             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-LINEA-GESTOR.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSG-GESTOR            PIC X(04).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSG-OBSERV            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  WSG-AVISOS            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-CONTROLA-VEHICULO THRU 3000-EXIT
               UNTIL EOF-VEHICULOS
           PERFORM 4000-CRUZA-CONTRATOS
           PERFORM 5000-ORDENA-AVISOS
           PERFORM 8000-EMITIR-RESUMEN
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  PARAMETROS, VINCULOS Y GESTORES EN        *
      *  MEMORIA; ARMA LOS VEHICULOS PRENDADOS CON SU VALOR REVALUADO  *
      *  Y LAS POLIZAS, AMBOS POR CLAVE DE CRUCE, Y CEBA LAS LECTURAS  *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD

           OPEN INPUT PARAMETROS
           IF WS-FS-PAR = '00'
               READ PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1050-TOMA-PARAMETROS THRU 1050-EXIT
               END-READ
               CLOSE PARAMETROS
           END-IF

           COMPUTE WS-INT-PROCESO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-INT-PROCESO + WS-DIAS-AVISO)

           OPEN INPUT VEHICULOS
           IF WS-FS-VEH NOT = '00'
               DISPLAY 'ZET195 - NO SE PUDO ABRIR GTDTVEH - '
                   'FILE STATUS ' WS-FS-VEH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE VEHICULOS

           OPEN INPUT SEGUROS
           IF WS-FS-SEG NOT = '00'
               DISPLAY 'ZET195 - NO SE PUDO ABRIR SEGVEH - '
                   'FILE STATUS ' WS-FS-SEG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SEGUROS

           OPEN INPUT CONTRATOS
           IF WS-FS-DEX NOT = '00'
               DISPLAY 'ZET195 - NO SE PUDO ABRIR WAGUCDEX - '
                   'FILE STATUS ' WS-FS-DEX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTRATOS

           OPEN INPUT VINCULOS
           IF WS-FS-VIN NOT = '00'
               DISPLAY 'ZET195 - NO SE PUDO ABRIR GTVINCON - '
                   'FILE STATUS ' WS-FS-VIN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARGA-VINCULO THRU 1200-EXIT
               UNTIL EOF-VINCULOS
           CLOSE VINCULOS

           OPEN INPUT MAESTRO-CLI
           IF WS-FS-CLI = '00'
               PERFORM 1300-CARGA-GESTOR THRU 1300-EXIT
                   UNTIL EOF-MAESTRO
               CLOSE MAESTRO-CLI
           ELSE
               DISPLAY 'ZET195 - SIN MAESTRO IBEC3070 - LOS AVISOS '
                   'SALDRAN CON GESTOR ????'
           END-IF

           OPEN INPUT REVALUACION
           IF WS-FS-REV = '00'
               SET HAY-REVALUACION TO TRUE
               CLOSE REVALUACION
               SORT SORT-REV
                   ON ASCENDING KEY S-REV-CLAVE
                   USING REVALUACION
                   GIVING REVAL-ORD
           ELSE
               DISPLAY 'ZET195 - SIN FEED VEHREVAL - NO SE CONTROLA '
                   'INFRASEGURO'
           END-IF

           SORT SORT-VEH
               ON ASCENDING KEY S-VEH-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-VEHICULOS
               GIVING VEHICUL-ORD

           SORT SORT-VMK
               ON ASCENDING KEY S-VMK-CLAVE
               INPUT PROCEDURE IS 1700-ARMA-PRENDADOS
               GIVING VEHPRE-ORD

           SORT SORT-POL
               ON ASCENDING KEY S-POL-CLAVE
               ON DESCENDING KEY S-POL-VIG-HASTA
               INPUT PROCEDURE IS 1800-EXTRAE-POLIZAS
               GIVING POLIZA-ORD

           OPEN INPUT  VEHPRE-ORD
           OPEN INPUT  POLIZA-ORD
           OPEN OUTPUT OBSERVA-WRK

           PERFORM 2000-LEER-PRENDADO THRU 2000-EXIT
           PERFORM 2100-LEER-POLIZA THRU 2100-EXIT
           .

       1050-TOMA-PARAMETROS.
           IF PARM-SEG-DIAS-AVISO IS NUMERIC
               AND PARM-SEG-DIAS-AVISO > ZERO
               MOVE PARM-SEG-DIAS-AVISO TO WS-DIAS-AVISO
           END-IF
           IF PARM-SEG-PCT-MINIMO IS NUMERIC
               AND PARM-SEG-PCT-MINIMO > ZERO
               MOVE PARM-SEG-PCT-MINIMO TO WS-PCT-MINIMO
           END-IF
           .
       1050-EXIT.
           EXIT.

       1200-CARGA-VINCULO.
           READ VINCULOS
               AT END
                   SET EOF-VINCULOS TO TRUE
               NOT AT END
                   IF TB-VIN-CANT < WS-MAX-BIENES
                       ADD 1 TO TB-VIN-CANT
                       SET TB-VIN-IDX TO TB-VIN-CANT
                       MOVE VIN-NUM-BIEN TO TB-VIN-BIEN(TB-VIN-IDX)
                       MOVE VIN-NUM-CONTRATO
                           TO TB-VIN-CONTRATO(TB-VIN-IDX)
                   END-IF
           END-READ
           .
       1200-EXIT.
           EXIT.

       1300-CARGA-GESTOR.
           READ MAESTRO-CLI
               AT END
                   SET EOF-MAESTRO TO TRUE
               NOT AT END
                   IF TB-GPE-CANT < WS-MAX-BIENES
                       ADD 1 TO TB-GPE-CANT
                       SET TB-GPE-IDX TO TB-GPE-CANT
                       MOVE IBEC3070-NUM-PERSONA
                           TO TB-GPE-PERSONA(TB-GPE-IDX)
                       MOVE IBEC3070-COD-GESTOR
                           TO TB-GPE-GESTOR(TB-GPE-IDX)
                   END-IF
           END-READ
           .
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  1500-EXTRAE-VEHICULOS  -  SOLO LOS BIENES VINCULADOS A UN     *
      *  CONTRATO; LA DEUDA VIVA SE CONFIRMA EN EL CRUCE CON WAGUCDEX  *
      ******************************************************************
       1500-EXTRAE-VEHICULOS SECTION.
           OPEN INPUT VEHICULOS
           PERFORM 1510-SUELTA-VEHICULO THRU 1510-EXIT
               UNTIL EOF-VEHICULOS
           CLOSE VEHICULOS
           MOVE 'N' TO WS-SW-EOF-VEH
           GO TO 1500-FIN
           .

       1510-SUELTA-VEHICULO.
           READ VEHICULOS
               AT END
                   SET EOF-VEHICULOS TO TRUE
               NOT AT END
                   IF FS-VEH-ERROR-LECTURA
                       DISPLAY 'ZET195 - ERROR DE LECTURA '
                           'EN GTDTVEH - FILE STATUS ' WS-FS-VEH
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-VEHICULOS
                   PERFORM 1520-BUSCA-VINCULO THRU 1520-EXIT
                   IF VINCULO-HALLADO
                       MOVE SPACES TO SD-VEH-REGISTRO
                       MOVE VEH_COD_ENTIDAD   TO S-VEH-ENTIDAD
                       MOVE VEH_NUM_BIEN      TO S-VEH-NUM-BIEN
                       MOVE VEH_NUM_PATENTE   TO S-VEH-PATENTE
                       MOVE VEH_NUM_CHASIS    TO S-VEH-CHASIS
                       MOVE VEH_COD_USOVEHIC  TO S-VEH-USO
                       MOVE TB-VIN-CONTRATO(TB-VIN-IDX)
                           TO S-VEH-CONTRATO
                       RELEASE SD-VEH-REGISTRO
                   ELSE
                       ADD 1 TO WS-CANT-SIN-VINCULO
                   END-IF
           END-READ
           .
       1510-EXIT.
           EXIT.

       1520-BUSCA-VINCULO.
           MOVE 'N' TO WS-SW-VIN-HALLADO
           SET TB-VIN-IDX TO 1
           SEARCH TB-VIN-ENTRY
               AT END
                   CONTINUE
               WHEN TB-VIN-IDX > TB-VIN-CANT
                   CONTINUE
               WHEN TB-VIN-BIEN(TB-VIN-IDX) = VEH_NUM_BIEN
                   SET VINCULO-HALLADO TO TRUE
           END-SEARCH
           .
       1520-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      ******************************************************************
      *  1700-ARMA-PRENDADOS  -  AGREGA EL VALOR REVALUADO POR         *
      *  ENTIDAD/BIEN Y SUELTA CADA VEHICULO CON SU CLAVE DE CRUCE:    *
      *  P + PATENTE, O C + CHASIS SI AUN NO ESTA PATENTADO.  SIN      *
      *  NINGUNO DE LOS DOS LA CLAVE ES LA PROPIA ENTIDAD/BIEN Y EL    *
      *  VEHICULO QUEDA SIN POLIZA                                     *
      ******************************************************************
       1700-ARMA-PRENDADOS SECTION.
           OPEN INPUT VEHICUL-ORD
           IF HAY-REVALUACION
               OPEN INPUT REVAL-ORD
               PERFORM 1720-LEER-REVALUACION THRU 1720-EXIT
           ELSE
               MOVE HIGH-VALUES TO WS-CLAVE-REV
           END-IF
           PERFORM 1710-SUELTA-PRENDADO THRU 1710-EXIT
               UNTIL EOF-VEHICULOS
           CLOSE VEHICUL-ORD
           IF HAY-REVALUACION
               CLOSE REVAL-ORD
           END-IF
           MOVE 'N' TO WS-SW-EOF-VEH
           GO TO 1700-FIN
           .

       1710-SUELTA-PRENDADO.
           READ VEHICUL-ORD
               AT END
                   SET EOF-VEHICULOS TO TRUE
                   GO TO 1710-EXIT
           END-READ

           PERFORM 1720-LEER-REVALUACION THRU 1720-EXIT
               UNTIL WS-CLAVE-REV NOT < W-VEH-CLAVE

           MOVE SPACES TO SD-VMK-REGISTRO
           EVALUATE TRUE
               WHEN W-VEH-PATENTE NOT = SPACES
                   MOVE 'P'           TO S-VMK-CLAVE(1:1)
                   MOVE W-VEH-PATENTE TO S-VMK-CLAVE(2:20)
               WHEN W-VEH-CHASIS NOT = SPACES
                   MOVE 'C'           TO S-VMK-CLAVE(1:1)
                   MOVE W-VEH-CHASIS  TO S-VMK-CLAVE(2:20)
               WHEN OTHER
                   MOVE 'N'           TO S-VMK-CLAVE(1:1)
                   MOVE W-VEH-CLAVE   TO S-VMK-CLAVE(2:13)
           END-EVALUATE
           MOVE W-VEH-ENTIDAD  TO S-VMK-ENTIDAD
           MOVE W-VEH-NUM-BIEN TO S-VMK-NUM-BIEN
           MOVE W-VEH-PATENTE  TO S-VMK-PATENTE
           MOVE W-VEH-CHASIS   TO S-VMK-CHASIS
           MOVE W-VEH-USO      TO S-VMK-USO
           MOVE W-VEH-CONTRATO TO S-VMK-CONTRATO
           IF WS-CLAVE-REV = W-VEH-CLAVE
               AND W-REV-ORIGEN-VALOR NOT = 'N'
               MOVE W-REV-VALOR-ACTUAL TO S-VMK-VALOR
               MOVE W-REV-ORIGEN-VALOR TO S-VMK-ORIGEN-VALOR
           ELSE
               MOVE ZERO TO S-VMK-VALOR
               MOVE 'N'  TO S-VMK-ORIGEN-VALOR
               ADD 1 TO WS-CANT-SIN-REVAL
           END-IF
           RELEASE SD-VMK-REGISTRO
           .
       1710-EXIT.
           EXIT.

       1720-LEER-REVALUACION.
           READ REVAL-ORD
               AT END
                   SET EOF-REVALUACION TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-REV
               NOT AT END
                   MOVE W-REV-CLAVE TO WS-CLAVE-REV
           END-READ
           .
       1720-EXIT.
           EXIT.
       1700-FIN.
           EXIT.


      ******************************************************************
      *  1800-EXTRAE-POLIZAS  -  MISMA CLAVE DE CRUCE QUE EL VEHICULO; *
      *  DENTRO DE LA CLAVE LA DE VIGENCIA MAS LARGA PRIMERO.  SE      *
      *  DESCARTAN LAS QUE NO TRAEN PATENTE NI CHASIS O CUYAS FECHAS   *
      *  DE VIGENCIA NO SON VALIDAS                                    *
      ******************************************************************
       1800-EXTRAE-POLIZAS SECTION.
           OPEN INPUT SEGUROS
           PERFORM 1810-SUELTA-POLIZA THRU 1810-EXIT
               UNTIL EOF-SEGUROS
           CLOSE SEGUROS
           MOVE 'N' TO WS-SW-EOF-SEG
           GO TO 1800-FIN
           .

       1810-SUELTA-POLIZA.
           READ SEGUROS
               AT END
                   SET EOF-SEGUROS TO TRUE
                   GO TO 1810-EXIT
           END-READ
           ADD 1 TO WS-CANT-POLIZAS

           IF SEGVEH-FEC-VIG-DESDE NOT NUMERIC
               OR SEGVEH-FEC-VIG-HASTA NOT NUMERIC
               ADD 1 TO WS-CANT-POL-RECHAZO
               GO TO 1810-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(SEGVEH-FEC-VIG-DESDE) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(SEGVEH-FEC-VIG-HASTA)
                   NOT = 0
               ADD 1 TO WS-CANT-POL-RECHAZO
               GO TO 1810-EXIT
           END-IF

           MOVE SPACES TO SD-POL-REGISTRO
           EVALUATE TRUE
               WHEN SEGVEH-NUM-PATENTE NOT = SPACES
                   MOVE 'P'                TO S-POL-CLAVE(1:1)
                   MOVE SEGVEH-NUM-PATENTE TO S-POL-CLAVE(2:20)
               WHEN SEGVEH-NUM-CHASIS NOT = SPACES
                   MOVE 'C'                TO S-POL-CLAVE(1:1)
                   MOVE SEGVEH-NUM-CHASIS  TO S-POL-CLAVE(2:20)
               WHEN OTHER
                   ADD 1 TO WS-CANT-POL-RECHAZO
                   GO TO 1810-EXIT
           END-EVALUATE
           MOVE SEGVEH-FEC-VIG-HASTA TO S-POL-VIG-HASTA
           MOVE SEGVEH-REGISTRO      TO S-POL-DATOS
           RELEASE SD-POL-REGISTRO
           .
       1810-EXIT.
           EXIT.
       1800-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-PRENDADO.
           READ VEHPRE-ORD
               AT END
                   SET EOF-VEHICULOS TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-POLIZA.
           READ POLIZA-ORD
               AT END
                   SET EOF-SEGUROS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-POL
               NOT AT END
                   MOVE W-POL-CLAVE TO WS-CLAVE-POL
           END-READ
           .
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CONTROLA-VEHICULO  -  ELIGE LA POLIZA DEL VEHICULO ENTRE *
      *  LAS DE SU CLAVE Y LA EVALUA                                   *
      ******************************************************************
       3000-CONTROLA-VEHICULO.
           ADD 1 TO WS-CANT-CONTROLADOS
           PERFORM 2100-LEER-POLIZA THRU 2100-EXIT
               UNTIL WS-CLAVE-POL NOT < W-VMK-CLAVE

           MOVE ZERO TO WS-NIVEL-ELEGIDA
           PERFORM 3100-ELIGE-POLIZA THRU 3100-EXIT
               UNTIL WS-CLAVE-POL NOT = W-VMK-CLAVE

           PERFORM 3200-EVALUA-POLIZA THRU 3200-EXIT

           PERFORM 2000-LEER-PRENDADO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

      * NIVEL 3: COINCIDE EL OTRO IDENTIFICADOR, NO ANULADA Y YA
      * INICIADA; NIVEL 2: COINCIDE EL OTRO IDENTIFICADOR; NIVEL 1:
      * SOLO COINCIDE LA CLAVE.  GANA LA PRIMERA DEL NIVEL MAS ALTO,
      * QUE POR EL ORDEN ES LA DE VIGENCIA MAS LARGA
       3100-ELIGE-POLIZA.
           MOVE W-POL-DATOS TO WS-CAN-REGISTRO
           PERFORM 3150-COMPARA-IDENTIFICACION THRU 3150-EXIT

           MOVE 1 TO WS-NIVEL-CANDIDATA
           IF ID-COINCIDE
               MOVE 2 TO WS-NIVEL-CANDIDATA
               IF NOT WS-CAN-ANULADA
                   AND WS-CAN-FEC-VIG-DESDE NOT > WS-FECHA-PROCESO
                   MOVE 3 TO WS-NIVEL-CANDIDATA
               END-IF
           END-IF

           IF WS-NIVEL-CANDIDATA > WS-NIVEL-ELEGIDA
               MOVE WS-NIVEL-CANDIDATA TO WS-NIVEL-ELEGIDA
               MOVE WS-CAN-REGISTRO    TO WS-POL-REGISTRO
           END-IF

           PERFORM 2100-LEER-POLIZA THRU 2100-EXIT
           .
       3100-EXIT.
           EXIT.

       3150-COMPARA-IDENTIFICACION.
           MOVE 'S' TO WS-SW-ID-COINCIDE
           IF W-VMK-POR-PATENTE
               IF W-VMK-CHASIS NOT = SPACES
                   AND WS-CAN-NUM-CHASIS NOT = SPACES
                   AND WS-CAN-NUM-CHASIS NOT = W-VMK-CHASIS
                   MOVE 'N' TO WS-SW-ID-COINCIDE
               END-IF
           ELSE
               IF W-VMK-PATENTE NOT = SPACES
                   AND WS-CAN-NUM-PATENTE NOT = SPACES
                   AND WS-CAN-NUM-PATENTE NOT = W-VMK-PATENTE
                   MOVE 'N' TO WS-SW-ID-COINCIDE
               END-IF
           END-IF
           .
       3150-EXIT.
           EXIT.

      ******************************************************************
      *  3200-EVALUA-POLIZA  -  UNA OBSERVACION POR CADA CONDICION.    *
      *  SIN POLIZA, CON DATOS QUE NO COINCIDEN O SIN VIGENCIA NO SE   *
      *  SIGUE EVALUANDO; ENDOSO, SUMA Y VENCIMIENTO SE ACUMULAN       *
      ******************************************************************
       3200-EVALUA-POLIZA.
           MOVE SPACES TO WS-OBS-REGISTRO
           MOVE W-VMK-CONTRATO  TO WS-OBS-NUM-CONTRATO
           MOVE W-VMK-ENTIDAD   TO WS-OBS-ENTIDAD
           MOVE W-VMK-NUM-BIEN  TO WS-OBS-NUM-BIEN
           MOVE W-VMK-PATENTE   TO WS-OBS-NUM-PATENTE
           MOVE W-VMK-CHASIS    TO WS-OBS-NUM-CHASIS
           MOVE W-VMK-USO       TO WS-OBS-COD-USOVEHIC
           MOVE W-VMK-VALOR     TO WS-OBS-VALOR-REVALUADO
           MOVE ZERO            TO WS-OBS-FEC-VIG-HASTA
           MOVE ZERO            TO WS-OBS-SUMA-ASEGURADA
           MOVE ZERO            TO WS-OBS-DIAS-VTO

           IF WS-NIVEL-ELEGIDA = ZERO
               MOVE 'SP' TO WS-OBS-CODIGO
               MOVE 'SIN POLIZA INFORMADA' TO WS-OBS-DETALLE
               PERFORM 3900-GRABA-OBSERVACION THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF

           MOVE WS-POL-COD-ASEGURADORA TO WS-OBS-COD-ASEGURADORA
           MOVE WS-POL-NUM-POLIZA      TO WS-OBS-NUM-POLIZA
           MOVE WS-POL-FEC-VIG-HASTA   TO WS-OBS-FEC-VIG-HASTA
           MOVE WS-POL-SUMA-ASEGURADA  TO WS-OBS-SUMA-ASEGURADA
           COMPUTE WS-DIAS-VTO =
               FUNCTION INTEGER-OF-DATE(WS-POL-FEC-VIG-HASTA)
               - WS-INT-PROCESO
           IF WS-DIAS-VTO > ZERO
               MOVE WS-DIAS-VTO TO WS-OBS-DIAS-VTO
           END-IF

           IF WS-NIVEL-ELEGIDA = 1
               MOVE 'DV' TO WS-OBS-CODIGO
               MOVE 'PATENTE Y CHASIS NO COINCIDEN'
                   TO WS-OBS-DETALLE
               PERFORM 3900-GRABA-OBSERVACION THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-POL-ANULADA
                   MOVE 'POLIZA ANULADA' TO WS-OBS-DETALLE
               WHEN WS-POL-FEC-VIG-HASTA < WS-FECHA-PROCESO
                   MOVE 'POLIZA VENCIDA' TO WS-OBS-DETALLE
               WHEN WS-POL-FEC-VIG-DESDE > WS-FECHA-PROCESO
                   MOVE 'POLIZA AUN NO VIGENTE' TO WS-OBS-DETALLE
           END-EVALUATE
           IF WS-OBS-DETALLE NOT = SPACES
               MOVE 'PV' TO WS-OBS-CODIGO
               PERFORM 3900-GRABA-OBSERVACION THRU 3900-EXIT
               GO TO 3200-EXIT
           END-IF

           IF NOT WS-POL-ENDOSADA
               MOVE 'NE' TO WS-OBS-CODIGO
               MOVE 'SIN ENDOSO A FAVOR DEL BANCO' TO WS-OBS-DETALLE
               PERFORM 3900-GRABA-OBSERVACION THRU 3900-EXIT
           END-IF

           IF W-VMK-ORIGEN-VALOR NOT = 'N'
               COMPUTE WS-SUMA-MINIMA ROUNDED =
                   W-VMK-VALOR * WS-PCT-MINIMO / 100
               IF WS-POL-SUMA-ASEGURADA < WS-SUMA-MINIMA
                   MOVE 'IS' TO WS-OBS-CODIGO
                   MOVE 'SUMA ASEG. BAJO VALOR REVALUO'
                       TO WS-OBS-DETALLE
                   PERFORM 3900-GRABA-OBSERVACION THRU 3900-EXIT
               END-IF
           END-IF

           IF WS-POL-FEC-VIG-HASTA NOT > WS-FECHA-LIMITE
               MOVE 'PX' TO WS-OBS-CODIGO
               MOVE WS-DIAS-VTO TO WS-DIAS-EDIT
               MOVE SPACES TO WS-OBS-DETALLE
               STRING 'VENCE EN ' WS-DIAS-EDIT ' DIAS'
                   DELIMITED BY SIZE INTO WS-OBS-DETALLE
               PERFORM 3900-GRABA-OBSERVACION THRU 3900-EXIT
           END-IF
           .
       3200-EXIT.
           EXIT.

       3900-GRABA-OBSERVACION.
           ADD 1 TO WS-CANT-OBS-PREVIAS
           WRITE OBSW-REGISTRO FROM WS-OBS-REGISTRO
           .
       3900-EXIT.
           EXIT.

      ******************************************************************
      *  4000-CRUZA-CONTRATOS  -  ORDENA LAS OBSERVACIONES POR         *
      *  CONTRATO Y LAS CRUZA CON WAGUCDEX: SOLO SE INFORMAN LAS DE    *
      *  CONTRATOS CON DEUDA VIVA, CON EL GESTOR DEL TITULAR           *
      ******************************************************************
       4000-CRUZA-CONTRATOS.
           CLOSE VEHPRE-ORD
           CLOSE POLIZA-ORD
           CLOSE OBSERVA-WRK

           SORT SORT-OBS
               ON ASCENDING KEY S-OBS-CONTRATO
               USING OBSERVA-WRK
               GIVING OBSERVA-ORD

           SORT SORT-DEX
               ON ASCENDING KEY NUM_CONTRATO OF SD-CONTRATO
               USING CONTRATOS
               GIVING CONTRATO-ORD

           OPEN INPUT  OBSERVA-ORD
           OPEN INPUT  CONTRATO-ORD
           OPEN OUTPUT OBSERVA-SAL
           OPEN OUTPUT AVISOS-WRK
           OPEN OUTPUT REPORTE-SEG

           MOVE 'CONTROL DE SEGURO DE VEHICULOS PRENDADOS'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE WS-ENCAB-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 4100-LEER-OBSERVACION THRU 4100-EXIT
           PERFORM 4200-LEER-CONTRATO THRU 4200-EXIT
           PERFORM 4300-INFORMA-OBSERVACION THRU 4300-EXIT
               UNTIL EOF-OBSERVACIONES
           CLOSE OBSERVA-ORD
           CLOSE CONTRATO-ORD
           CLOSE OBSERVA-SAL
           CLOSE AVISOS-WRK
           .

       4100-LEER-OBSERVACION.
           READ OBSERVA-ORD
               AT END
                   SET EOF-OBSERVACIONES TO TRUE
               NOT AT END
                   MOVE W-OBS-CONTRATO TO WS-CLAVE-OBS
           END-READ
           .
       4100-EXIT.
           EXIT.

       4200-LEER-CONTRATO.
           READ CONTRATO-ORD
               AT END
                   SET EOF-CONTRATOS TO TRUE
                   MOVE HIGH-VALUES TO WS-CLAVE-DEX
               NOT AT END
                   MOVE NUM_CONTRATO OF FD-CONTRATO-ORD
                       TO WS-CLAVE-DEX
           END-READ
           .
       4200-EXIT.
           EXIT.

       4300-INFORMA-OBSERVACION.
           PERFORM 4200-LEER-CONTRATO THRU 4200-EXIT
               UNTIL EOF-CONTRATOS
               OR WS-CLAVE-DEX NOT < WS-CLAVE-OBS

           MOVE ZERO TO WS-DEUDA
           IF WS-CLAVE-DEX = WS-CLAVE-OBS
               COMPUTE WS-DEUDA = IMP_CAP_A_VENC OF FD-CONTRATO-ORD
                   + IMP_CAP_VENC OF FD-CONTRATO-ORD
           END-IF
           IF WS-DEUDA = ZERO
               ADD 1 TO WS-CANT-SIN-DEUDA
               GO TO 4300-LEER
           END-IF

           MOVE W-OBS-REGISTRO TO SEGOBS-REGISTRO
           PERFORM 4350-BUSCA-GESTOR THRU 4350-EXIT
           WRITE SEGOBS-REGISTRO
           ADD 1 TO WS-CANT-OBSERVACIONES
           PERFORM 4400-CUENTA-CODIGO THRU 4400-EXIT
           PERFORM 4500-ACUMULA-GESTOR THRU 4500-EXIT

           MOVE SEGOBS-CODIGO          TO WSL-CODIGO
           MOVE SEGOBS-NUM-CONTRATO    TO WSL-CONTRATO
           MOVE SEGOBS-NUM-BIEN        TO WSL-NUM-BIEN
           MOVE SEGOBS-COD-GESTOR      TO WSL-GESTOR
           MOVE SEGOBS-NUM-PATENTE     TO WSL-PATENTE
           MOVE SEGOBS-NUM-POLIZA      TO WSL-POLIZA
           MOVE SEGOBS-FEC-VIG-HASTA   TO WSL-VTO
           MOVE SEGOBS-SUMA-ASEGURADA  TO WSL-SUMA
           MOVE SEGOBS-VALOR-REVALUADO TO WSL-VALOR
           MOVE WS-LINEA-DETALLE TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           IF SEGOBS-CODIGO = 'PX'
               PERFORM 4600-GRABA-AVISO THRU 4600-EXIT
           END-IF
           .
       4300-LEER.
           PERFORM 4100-LEER-OBSERVACION THRU 4100-EXIT
           .
       4300-EXIT.
           EXIT.

      * GESTOR DEL CLIENTE TITULAR DEL CONTRATO (IBEC3070);
      * '????' SI LA PERSONA NO FIGURA EN EL MAESTRO
       4350-BUSCA-GESTOR.
           MOVE 'N' TO WS-SW-GESTOR-HALLADO
           SET TB-GPE-IDX TO 1
           SEARCH TB-GPE-ENTRY
               AT END
                   CONTINUE
               WHEN TB-GPE-IDX > TB-GPE-CANT
                   CONTINUE
               WHEN TB-GPE-PERSONA(TB-GPE-IDX) =
                   NUM_PERSONA OF FD-CONTRATO-ORD
                   SET GESTOR-HALLADO TO TRUE
           END-SEARCH
           IF GESTOR-HALLADO
               MOVE TB-GPE-GESTOR(TB-GPE-IDX) TO SEGOBS-COD-GESTOR
           ELSE
               MOVE '????' TO SEGOBS-COD-GESTOR
           END-IF
           .
       4350-EXIT.
           EXIT.

       4400-CUENTA-CODIGO.
           EVALUATE SEGOBS-CODIGO
               WHEN 'SP'
                   ADD 1 TO WS-CANT-SP
               WHEN 'DV'
                   ADD 1 TO WS-CANT-DV
               WHEN 'PV'
                   ADD 1 TO WS-CANT-PV
               WHEN 'NE'
                   ADD 1 TO WS-CANT-NE
               WHEN 'IS'
                   ADD 1 TO WS-CANT-IS
               WHEN 'PX'
                   ADD 1 TO WS-CANT-PX
           END-EVALUATE
           .
       4400-EXIT.
           EXIT.

       4500-ACUMULA-GESTOR.
           SET TB-GES-IDX TO 1
           SEARCH TB-GES-ENTRY
               AT END
                   CONTINUE
               WHEN TB-GES-IDX > TB-GES-CANT
                   IF TB-GES-CANT < WS-MAX-GESTORES
                       ADD 1 TO TB-GES-CANT
                       MOVE SEGOBS-COD-GESTOR
                           TO TB-GES-COD(TB-GES-IDX)
                       MOVE ZERO TO TB-GES-OBSERV(TB-GES-IDX)
                       MOVE ZERO TO TB-GES-AVISOS(TB-GES-IDX)
                       PERFORM 4550-SUMA-GESTOR THRU 4550-EXIT
                   END-IF
               WHEN TB-GES-COD(TB-GES-IDX) = SEGOBS-COD-GESTOR
                   PERFORM 4550-SUMA-GESTOR THRU 4550-EXIT
           END-SEARCH
           .
       4500-EXIT.
           EXIT.

       4550-SUMA-GESTOR.
           ADD 1 TO TB-GES-OBSERV(TB-GES-IDX)
           IF SEGOBS-CODIGO = 'PX'
               ADD 1 TO TB-GES-AVISOS(TB-GES-IDX)
           END-IF
           .
       4550-EXIT.
           EXIT.

       4600-GRABA-AVISO.
           MOVE SPACES TO AVSEG-REGISTRO
           MOVE SEGOBS-COD-GESTOR      TO AVSEG-COD-GESTOR
           MOVE SEGOBS-NUM-CONTRATO    TO AVSEG-NUM-CONTRATO
           MOVE NUM_PERSONA OF FD-CONTRATO-ORD TO AVSEG-NUM-PERSONA
           MOVE SEGOBS-NUM-BIEN        TO AVSEG-NUM-BIEN
           MOVE SEGOBS-NUM-PATENTE     TO AVSEG-NUM-PATENTE
           MOVE SEGOBS-COD-ASEGURADORA TO AVSEG-COD-ASEGURADORA
           MOVE SEGOBS-NUM-POLIZA      TO AVSEG-NUM-POLIZA
           MOVE SEGOBS-FEC-VIG-HASTA   TO AVSEG-FEC-VIG-HASTA
           MOVE SEGOBS-DIAS-VTO        TO AVSEG-DIAS-VTO
           WRITE AVIW-REGISTRO FROM AVSEG-REGISTRO
           ADD 1 TO WS-CANT-AVISOS
           .
       4600-EXIT.
           EXIT.

      ******************************************************************
      *  5000-ORDENA-AVISOS  -  AVISOS DE VENCIMIENTO POR GESTOR PARA  *
      *  EL ENVIO A CADA OFICIAL DE CUENTA                             *
      ******************************************************************
       5000-ORDENA-AVISOS.
           SORT SORT-AVI
               ON ASCENDING KEY S-AVI-GESTOR
                                S-AVI-CONTRATO
               USING AVISOS-WRK
               GIVING AVISOS-SAL
           .

      ******************************************************************
      *  8000-EMITIR-RESUMEN  -  OBSERVACIONES Y AVISOS POR GESTOR     *
      ******************************************************************
       8000-EMITIR-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'OBSERVACIONES Y AVISOS DE VENCIMIENTO POR GESTOR'
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE '  GEST   OBSERV.    AVISOS' TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 8100-EMITIR-GESTOR THRU 8100-EXIT
               VARYING TB-GES-IDX FROM 1 BY 1
               UNTIL TB-GES-IDX > TB-GES-CANT
           .

       8100-EMITIR-GESTOR.
           MOVE TB-GES-COD(TB-GES-IDX)    TO WSG-GESTOR
           MOVE TB-GES-OBSERV(TB-GES-IDX) TO WSG-OBSERV
           MOVE TB-GES-AVISOS(TB-GES-IDX) TO WSG-AVISOS
           MOVE WS-LINEA-GESTOR TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .
       8100-EXIT.
           EXIT.

      ******************************************************************
      *  9000-FINALIZE  -  CIERRE DE ARCHIVOS, RUNLOG Y RESUMEN.       *
      *  RC 4 SI HAY OBSERVACIONES PARA SEGUIMIENTO                    *
      ******************************************************************
       9000-FINALIZE.
           CLOSE REPORTE-SEG
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET195' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-VEHICULOS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-OBSERVACIONES TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET195 - CONTROL DE SEGURO DE VEHICULOS PRENDADOS'
           DISPLAY 'BIENES LEIDOS  . . . . . . : ' WS-CANT-VEHICULOS
           DISPLAY 'SIN VINCULO A CONTRATO . . : ' WS-CANT-SIN-VINCULO
           DISPLAY 'SIN VALOR REVALUADO  . . . : ' WS-CANT-SIN-REVAL
           DISPLAY 'POLIZAS RECIBIDAS  . . . . : ' WS-CANT-POLIZAS
           DISPLAY 'POLIZAS DESCARTADAS  . . . : ' WS-CANT-POL-RECHAZO
           DISPLAY 'VEHICULOS CONTROLADOS  . . : ' WS-CANT-CONTROLADOS
           DISPLAY 'OBSERV. SIN DEUDA VIVA . . : ' WS-CANT-SIN-DEUDA
           DISPLAY 'OBSERVACIONES INFORMADAS . : '
               WS-CANT-OBSERVACIONES
           DISPLAY '  SIN POLIZA . . . . . . . : ' WS-CANT-SP
           DISPLAY '  DATOS NO COINCIDEN . . . : ' WS-CANT-DV
           DISPLAY '  VENCIDA / NO VIGENTE . . : ' WS-CANT-PV
           DISPLAY '  SIN ENDOSO AL BANCO  . . : ' WS-CANT-NE
           DISPLAY '  INFRASEGURO  . . . . . . : ' WS-CANT-IS
           DISPLAY '  POR VENCER . . . . . . . : ' WS-CANT-PX
           DISPLAY 'AVISOS A OFICIALES . . . . : ' WS-CANT-AVISOS

           IF WS-CANT-OBSERVACIONES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .
