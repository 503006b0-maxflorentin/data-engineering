      ******************************************************************
      *                                                                *
      * PROGRAM-ID : ZET186                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - MALBGC                      *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : CONTROL SEMANAL DE INTEGRIDAD DE PAQUETES.       *
      *               BGECMOCL (STAGE STGOCL) ATA CADA CUENTA MIEMBRO  *
      *               A SU PAQUETE (ENTIDAD-PAQ / CENTRO-ALTA-PAQ /    *
      *               PAQUETE) CON SU PIVOTE Y SU PLAN; EL PAQUETE SE  *
      *               FACTURA EN BLOQUE, ASI QUE UN MIEMBRO CERRADO O  *
      *               UN PIVOTE CERRADO DEJAN LA COMISION COLGADA.     *
      *               CADA MIEMBRO SE CRUZA CON EL MAESTRO DE CUENTAS  *
      *               (CTAMAEST), CON EL FLUJO DE SALDOS (ODSSAL) Y    *
      *               CON SU TITULAR PRINCIPAL EN WABGPPER; CADA       *
      *               PAQUETE SE VERIFICA CONTRA LAS TABLAS DE PLANES  *
      *               (BGDTPLC Y BGDTBAN).  LOS HALLAZGOS SE EMITEN    *
      *               ORDENADOS POR SUCURSAL DEL PAQUETE EN EL ARCHIVO *
      *               DE REPARACION PAQREP Y EN EL LISTADO RPPAQREP.   *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ZET186.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - MALBGC.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGRUPACIONES   ASSIGN TO STGOCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-OCL.
           SELECT SORT-MIE       ASSIGN TO SRTPAQA.
           SELECT MIEMBROS-ORD   ASSIGN TO WPAQMOR
               ORGANIZATION IS SEQUENTIAL.

           SELECT MAESTRO-CTAS   ASSIGN TO CTAMAEST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-MAE.
           SELECT SORT-MAE       ASSIGN TO SRTPAQB.
           SELECT MAESTRO-ORD    ASSIGN TO WPAQMAE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SALDOS         ASSIGN TO ODSSAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-SAL.
           SELECT SORT-SAL       ASSIGN TO SRTPAQC.
           SELECT SALDOS-ORD     ASSIGN TO WPAQSAL
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARTICIP       ASSIGN TO WABGPPER
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PER.
           SELECT SORT-PER       ASSIGN TO SRTPAQD.
           SELECT PARTICIP-ORD   ASSIGN TO WPAQPER
               ORGANIZATION IS SEQUENTIAL.

           SELECT PLANES-CANAL   ASSIGN TO BGDTPLC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLC.
           SELECT PLANES-RED     ASSIGN TO BGDTBAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-BAN.
           SELECT SORT-PLN       ASSIGN TO SRTPAQE.
           SELECT PLANES-ORD     ASSIGN TO WPAQPLN
               ORGANIZATION IS SEQUENTIAL.

           SELECT MIEMBROS-WORK  ASSIGN TO WPAQMIE
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-PAQ       ASSIGN TO SRTPAQF.
           SELECT PAQUETES-ORD   ASSIGN TO WPAQORD
               ORGANIZATION IS SEQUENTIAL.

           SELECT HALLAZGOS-WORK ASSIGN TO WPAQHAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-REP       ASSIGN TO SRTPAQG.
           SELECT REPARA-SAL     ASSIGN TO PAQREP
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE-PAQ    ASSIGN TO RPPAQREP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNLOG-SALIDA  ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGRUPACIONES
           RECORDING MODE IS F.
       01  FD-REG.
           COPY "bgecmocl.cob" REPLACING ==OCL== BY ==FD-OCL==.

       SD  SORT-MIE.
       01  SD-MIE-REGISTRO.
           05  S-MIE-CLAVE            PIC X(20).
           05  S-MIE-PAQ-CLAVE        PIC X(20).
           05  S-MIE-PIVOTE           PIC X(01).
           05  S-MIE-PLAN             PIC X(04).
           05  S-MIE-DIVISA           PIC X(03).
           05  FILLER                 PIC X(02).

       FD  MIEMBROS-ORD
           RECORDING MODE IS F.
       01  W-MIE-REGISTRO.
           05  W-MIE-CLAVE            PIC X(20).
           05  W-MIE-PAQ-CLAVE        PIC X(20).
           05  W-MIE-PIVOTE           PIC X(01).
           05  W-MIE-PLAN             PIC X(04).
           05  W-MIE-DIVISA           PIC X(03).
           05  FILLER                 PIC X(02).

       FD  MAESTRO-CTAS
           RECORDING MODE IS F.
       01  MAE-REGISTRO.
           05  MAE-CLAVE.
               10  MAE-ENTIDAD        PIC X(04).
               10  MAE-CENTRO         PIC X(04).
               10  MAE-CUENTA         PIC X(12).
      *        ESTADO: A ACTIVA / C CERRADA / B BLOQUEADA
           05  MAE-ESTADO             PIC X(01).
           05  FILLER                 PIC X(09).

       SD  SORT-MAE.
       01  SD-MAE-REGISTRO.
           05  S-MAE-CLAVE            PIC X(20).
           05  S-MAE-ESTADO           PIC X(01).
           05  FILLER                 PIC X(09).

       FD  MAESTRO-ORD
           RECORDING MODE IS F.
       01  W-MAE-REGISTRO.
           05  W-MAE-CLAVE            PIC X(20).
           05  W-MAE-ESTADO           PIC X(01).
           05  FILLER                 PIC X(09).

       FD  SALDOS
           RECORDING MODE IS F.
           COPY
           "../../../moria/fact/saldos_balances_diarios/saldos_balances_
      -    "diarios.cob".

       SD  SORT-SAL.
       01  SD-SAL-REGISTRO.
           05  S-SAL-CLAVE            PIC X(20).
           05  FILLER                 PIC X(04).

       FD  SALDOS-ORD
           RECORDING MODE IS F.
       01  W-SAL-REGISTRO.
           05  W-SAL-CLAVE            PIC X(20).
           05  FILLER                 PIC X(04).

       FD  PARTICIP
           RECORDING MODE IS F.
       01  FD-PER-REG.
           COPY "../../../malbgp/fact/wabgpper/wabgpper.cob".

       SD  SORT-PER.
       01  SD-PER-REGISTRO.
           05  S-PER-CLAVE            PIC X(20).
           05  S-PER-ORDPAR           PIC 9(03).
           05  S-PER-NUP              PIC X(08).
           05  FILLER                 PIC X(01).

       FD  PARTICIP-ORD
           RECORDING MODE IS F.
       01  W-PER-REGISTRO.
           05  W-PER-CLAVE            PIC X(20).
           05  W-PER-ORDPAR           PIC 9(03).
           05  W-PER-NUP              PIC X(08).
           05  FILLER                 PIC X(01).

       FD  PLANES-CANAL
           RECORDING MODE IS F.
       01  FD-PLAN-CANAL.
           COPY "../bgdtplc/bgdtplc.cob".

       FD  PLANES-RED
           RECORDING MODE IS F.
           COPY "../bgdtban/bgdtban.cob".

       SD  SORT-PLN.
       01  SD-PLN-REGISTRO.
           05  S-PLN-PLAN             PIC X(04).
      *        S = CON ALGUNA FILA VIGENTE A LA FECHA DE PROCESO
           05  S-PLN-VIGENTE          PIC X(01).
           05  FILLER                 PIC X(03).

       FD  PLANES-ORD
           RECORDING MODE IS F.
       01  W-PLN-REGISTRO.
           05  W-PLN-PLAN             PIC X(04).
           05  W-PLN-VIGENTE          PIC X(01).
           05  FILLER                 PIC X(03).

      * MIEMBRO ENRIQUECIDO CON MAESTRO, SALDOS Y TITULAR
       FD  MIEMBROS-WORK
           RECORDING MODE IS F.
       01  MIE-REGISTRO.
           05  MIE-PAQ-CLAVE.
               10  MIE-ENTIDAD-PAQ    PIC X(04).
               10  MIE-CENTRO-PAQ     PIC X(04).
               10  MIE-PAQUETE        PIC X(12).
      *        S PIVOTE / N MIEMBRO
           05  MIE-PIVOTE             PIC X(01).
           05  MIE-CLAVE.
               10  MIE-ENTIDAD        PIC X(04).
               10  MIE-CENTRO         PIC X(04).
               10  MIE-CUENTA         PIC X(12).
           05  MIE-DIVISA             PIC X(03).
           05  MIE-PLAN               PIC X(04).
      *        A / C / B SEGUN CTAMAEST, I INEXISTENTE
           05  MIE-ESTADO             PIC X(01).
           05  MIE-EN-SALDOS          PIC X(01).
           05  MIE-NUP                PIC X(08).
           05  FILLER                 PIC X(14).

       SD  SORT-PAQ.
       01  SD-PAQ-REGISTRO.
           05  S-PAQ-CLAVE            PIC X(20).
           05  S-PAQ-PIVOTE           PIC X(01).
           05  S-PAQ-MIE-CLAVE        PIC X(20).
           05  FILLER                 PIC X(31).

       FD  PAQUETES-ORD
           RECORDING MODE IS F.
       01  W-PAQ-REGISTRO.
           05  W-PAQ-CLAVE.
               10  W-PAQ-ENTIDAD-PAQ  PIC X(04).
               10  W-PAQ-CENTRO-PAQ   PIC X(04).
               10  W-PAQ-PAQUETE      PIC X(12).
           05  W-PAQ-PIVOTE           PIC X(01).
               88  W-PAQ-ES-PIVOTE        VALUE 'S'.
           05  W-PAQ-MIE-CLAVE.
               10  W-PAQ-ENTIDAD      PIC X(04).
               10  W-PAQ-CENTRO       PIC X(04).
               10  W-PAQ-CUENTA       PIC X(12).
           05  W-PAQ-DIVISA           PIC X(03).
           05  W-PAQ-PLAN             PIC X(04).
           05  W-PAQ-ESTADO           PIC X(01).
           05  W-PAQ-EN-SALDOS        PIC X(01).
           05  W-PAQ-NUP              PIC X(08).
           05  FILLER                 PIC X(14).

       FD  HALLAZGOS-WORK
           RECORDING MODE IS F.
       01  HAL-REGISTRO               PIC X(80).

       SD  SORT-REP.
       01  SD-REP-REGISTRO.
           05  S-REP-CENTRO           PIC X(04).
           05  S-REP-ENTIDAD-PAQ      PIC X(04).
           05  S-REP-PAQUETE          PIC X(12).
           05  S-REP-MOTIVO           PIC X(02).
           05  S-REP-CUENTA-INV       PIC X(20).
           05  FILLER                 PIC X(38).

      * ARCHIVO DE REPARACION POR SUCURSAL DEL PAQUETE
       FD  REPARA-SAL
           RECORDING MODE IS F.
       01  PAQREP-REGISTRO.
           05  PAQREP-CENTRO          PIC X(04).
           05  PAQREP-ENTIDAD-PAQ     PIC X(04).
           05  PAQREP-PAQUETE         PIC X(12).
      *        MOTIVO: 01 SIN PIVOTE / 02 MAS DE UN PIVOTE
      *                03 SIN PIVOTE ABIERTO
      *                04 MIEMBRO CERRADO, BLOQUEADO O INEXISTENTE
      *                05 MIEMBRO DE OTRO CLIENTE
      *                06 PLAN INEXISTENTE / 07 PLAN SIN VIGENCIA
      *                08 CUENTA AUSENTE DEL FLUJO DE SALDOS
           05  PAQREP-MOTIVO          PIC X(02).
      *        CUENTA INVOLUCRADA (EN BLANCO EN MOTIVOS DEL PAQUETE)
           05  PAQREP-ENTIDAD         PIC X(04).
           05  PAQREP-CENTRO-CTA      PIC X(04).
           05  PAQREP-CUENTA          PIC X(12).
           05  PAQREP-PLAN            PIC X(04).
           05  PAQREP-ESTADO          PIC X(01).
           05  PAQREP-NUP             PIC X(08).
           05  PAQREP-NUP-PIVOTE      PIC X(08).
           05  PAQREP-CANT-PIVOTES    PIC 9(03).
           05  PAQREP-FEC-PROCESO     PIC 9(08).
           05  FILLER                 PIC X(06).

       FD  REPORTE-PAQ.
       01  LINEA-REPORTE             PIC X(132).

       FD  RUNLOG-SALIDA
           RECORDING MODE IS F.
           COPY "../../../catalogo/control/runlog.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-PLANES             PIC 9(05) COMP VALUE 5000.

       01  WS-FECHA-PROCESO          PIC 9(08).
       01  WS-FECHA-PROCESO-ALFA     PIC X(10).

       01  WS-FS-OCL                 PIC XX.
           88  FS-OCL-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-MAE                 PIC XX.
       01  WS-FS-SAL                 PIC XX.
           88  FS-SAL-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PER                 PIC XX.
           88  FS-PER-ERROR-LECTURA     VALUE '01' THRU '99'.
       01  WS-FS-PLC                 PIC XX.
       01  WS-FS-BAN                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-EOF-AUX         PIC X(01) VALUE 'N'.
               88  EOF-AUXILIAR          VALUE 'S'.
           05  WS-SW-EOF-MIE         PIC X(01) VALUE 'N'.
               88  EOF-MIEMBROS          VALUE 'S'.
           05  WS-SW-EOF-PAQ         PIC X(01) VALUE 'N'.
               88  EOF-PAQUETES          VALUE 'S'.
           05  WS-SW-EOF-REP         PIC X(01) VALUE 'N'.
               88  EOF-REPARACION        VALUE 'S'.

       01  WS-CLAVE-MAE              PIC X(20).
       01  WS-CLAVE-SAL              PIC X(20).
       01  WS-CLAVE-PER              PIC X(20).

      * PLANES CONOCIDOS, CON SU VIGENCIA
       01  TABLA-PLANES.
           05  TB-PLN-CANT           PIC 9(05) COMP VALUE ZERO.
           05  TB-PLN-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TB-PLN-CANT
                   ASCENDING KEY IS TB-PLN-PLAN
                   INDEXED BY TB-PLN-IDX.
               10  TB-PLN-PLAN       PIC X(04).
               10  TB-PLN-VIGENTE    PIC X(01).

      * PAQUETE EN CURSO
       01  WS-PAQ-ANT                PIC X(20) VALUE LOW-VALUES.
       01  WS-PAQ-ACTUAL.
           05  WS-PAQ-ENTIDAD-PAQ    PIC X(04).
           05  WS-PAQ-CENTRO-PAQ     PIC X(04).
           05  WS-PAQ-PAQUETE        PIC X(12).
       01  WS-PAQ-PLAN               PIC X(04).
       01  WS-NUP-PIVOTE             PIC X(08).
       01  WS-CANT-PIVOTES           PIC 9(03) COMP.
       01  WS-CANT-PIV-ABIERTOS      PIC 9(03) COMP.
       01  WS-SW-PAQ-HALLAZGO        PIC X(01).
           88  PAQUETE-CON-HALLAZGO      VALUE 'S'.

      * CORTE DEL LISTADO POR SUCURSAL
       01  WS-CENTRO-ANT             PIC X(04) VALUE LOW-VALUES.
       01  WS-CANT-SUCURSAL          PIC 9(07) COMP.

       01  WS-CONTADORES.
           05  WS-CANT-LEIDAS        PIC 9(09) COMP.
           05  WS-CANT-MIEMBROS      PIC 9(09) COMP.
           05  WS-CANT-PAQUETES      PIC 9(09) COMP.
           05  WS-CANT-PAQ-HALLAZGO  PIC 9(09) COMP.
           05  WS-CANT-HALLAZGOS     PIC 9(09) COMP.
           05  WS-CANT-SUCURSALES    PIC 9(09) COMP.
           05  WS-CANT-MOTIVO OCCURS 8 TIMES
                                     PIC 9(09) COMP.
       01  WS-IX-MOTIVO              PIC 9(02) COMP.
       01  WS-MOTIVO-NUM             PIC 9(02).

       01  WS-TABLA-MOTIVOS.
           05  FILLER                PIC X(40) VALUE
               '01 PAQUETE SIN PIVOTE'.
           05  FILLER                PIC X(40) VALUE
               '02 PAQUETE CON MAS DE UN PIVOTE'.
           05  FILLER                PIC X(40) VALUE
               '03 PAQUETE SIN PIVOTE ABIERTO'.
           05  FILLER                PIC X(40) VALUE
               '04 MIEMBRO CERRADO/BLOQUEADO/INEXISTENTE'.
           05  FILLER                PIC X(40) VALUE
               '05 MIEMBRO DE OTRO CLIENTE'.
           05  FILLER                PIC X(40) VALUE
               '06 PLAN INEXISTENTE'.
           05  FILLER                PIC X(40) VALUE
               '07 PLAN SIN VIGENCIA'.
           05  FILLER                PIC X(40) VALUE
               '08 CUENTA AUSENTE DEL FLUJO DE SALDOS'.
       01  WS-TABLA-MOTIVOS-R REDEFINES WS-TABLA-MOTIVOS.
           05  WS-MOTIVO-DESC OCCURS 8 TIMES
                                     PIC X(40).

       01  WS-TITULO.
           05  FILLER                PIC X(50) VALUE
               'ZET186 - INTEGRIDAD DE PAQUETES - REPARACION POR '.
           05  FILLER                PIC X(16) VALUE
               'SUCURSAL FECHA: '.
           05  WST-FEC-PROCESO       PIC 9(08).

       01  WS-LINEA-SUCURSAL.
           05  FILLER                PIC X(10) VALUE 'SUCURSAL: '.
           05  WSL-S-CENTRO          PIC X(04).

       01  WS-ENCAB-REPARACION.
           05  FILLER                PIC X(50) VALUE
               'ENT   PAQUETE       MOTIVO                        '.
           05  FILLER                PIC X(50) VALUE
               '            ENT  CEN  CUENTA        PLAN  E  NUP  '.
           05  FILLER                PIC X(18) VALUE
               '     NUP PIV   PIV'.

       01  WS-LINEA-REPARACION.
           05  WSL-ENTIDAD-PAQ       PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-PAQUETE           PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-MOTIVO            PIC X(40).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-ENTIDAD           PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CENTRO-CTA        PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  WSL-CUENTA            PIC X(12).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-PLAN              PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-ESTADO            PIC X(01).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-NUP               PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-NUP-PIVOTE        PIC X(08).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  WSL-CANT-PIVOTES      PIC ZZ9.

       01  WS-LINEA-TOT-SUCURSAL.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  FILLER                PIC X(28) VALUE
               'HALLAZGOS DE LA SUCURSAL: '.
           05  WSL-T-CANTIDAD        PIC ZZZ,ZZ9.

       01  WS-LINEA-RESUMEN.
           05  FILLER                PIC X(04) VALUE SPACES.
           05  WSL-R-CONCEPTO        PIC X(44).
           05  WSL-R-CANTIDAD        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-ENRIQUECE-MIEMBRO THRU 3000-EXIT
               UNTIL EOF-MIEMBROS
           CLOSE MIEMBROS-ORD
           CLOSE MAESTRO-ORD
           CLOSE SALDOS-ORD
           CLOSE PARTICIP-ORD
           CLOSE MIEMBROS-WORK

           SORT SORT-PAQ
               ON ASCENDING KEY S-PAQ-CLAVE
               ON DESCENDING KEY S-PAQ-PIVOTE
               ON ASCENDING KEY S-PAQ-MIE-CLAVE
               USING MIEMBROS-WORK
               GIVING PAQUETES-ORD
           OPEN INPUT  PAQUETES-ORD
           OPEN OUTPUT HALLAZGOS-WORK
           PERFORM 4000-LEER-PAQUETE THRU 4000-EXIT
           PERFORM 4100-CONTROLA-MIEMBRO THRU 4100-EXIT
               UNTIL EOF-PAQUETES
           IF WS-PAQ-ANT NOT = LOW-VALUES
               PERFORM 4500-CIERRA-PAQUETE THRU 4500-EXIT
           END-IF
           CLOSE PAQUETES-ORD
           CLOSE HALLAZGOS-WORK

           SORT SORT-REP
               ON ASCENDING KEY S-REP-CENTRO
               ON ASCENDING KEY S-REP-ENTIDAD-PAQ
               ON ASCENDING KEY S-REP-PAQUETE
               ON ASCENDING KEY S-REP-MOTIVO
               ON ASCENDING KEY S-REP-CUENTA-INV
               USING HALLAZGOS-WORK
               GIVING REPARA-SAL
           PERFORM 5000-EMITE-LISTADO
           PERFORM 9000-FINALIZE
           STOP RUN.

      ******************************************************************
      *  1000-INITIALIZE  -  TABLA DE PLANES Y FUENTES ORDENADAS POR   *
      *  CUENTA MIEMBRO                                                *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           INITIALIZE WS-CONTADORES
           MOVE WS-FECHA-PROCESO(1:4) TO WS-FECHA-PROCESO-ALFA(1:4)
           MOVE '-'                   TO WS-FECHA-PROCESO-ALFA(5:1)
           MOVE WS-FECHA-PROCESO(5:2) TO WS-FECHA-PROCESO-ALFA(6:2)
           MOVE '-'                   TO WS-FECHA-PROCESO-ALFA(8:1)
           MOVE WS-FECHA-PROCESO(7:2) TO WS-FECHA-PROCESO-ALFA(9:2)

           OPEN INPUT AGRUPACIONES
           IF WS-FS-OCL NOT = '00'
               DISPLAY 'ZET186 - NO SE PUDO ABRIR STGOCL - '
                   'FILE STATUS ' WS-FS-OCL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE AGRUPACIONES
           OPEN INPUT MAESTRO-CTAS
           IF WS-FS-MAE NOT = '00'
               DISPLAY 'ZET186 - NO SE PUDO ABRIR CTAMAEST - '
                   'FILE STATUS ' WS-FS-MAE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE MAESTRO-CTAS
           OPEN INPUT SALDOS
           IF WS-FS-SAL NOT = '00'
               DISPLAY 'ZET186 - NO SE PUDO ABRIR ODSSAL - '
                   'FILE STATUS ' WS-FS-SAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SALDOS
           OPEN INPUT PARTICIP
           IF WS-FS-PER NOT = '00'
               DISPLAY 'ZET186 - NO SE PUDO ABRIR WABGPPER - '
                   'FILE STATUS ' WS-FS-PER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARTICIP
           OPEN INPUT PLANES-CANAL
           IF WS-FS-PLC NOT = '00'
               DISPLAY 'ZET186 - NO SE PUDO ABRIR BGDTPLC - '
                   'FILE STATUS ' WS-FS-PLC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PLANES-CANAL
           OPEN INPUT PLANES-RED
           IF WS-FS-BAN NOT = '00'
               DISPLAY 'ZET186 - NO SE PUDO ABRIR BGDTBAN - '
                   'FILE STATUS ' WS-FS-BAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PLANES-RED

           SORT SORT-PLN
               ON ASCENDING KEY S-PLN-PLAN
               ON DESCENDING KEY S-PLN-VIGENTE
               INPUT PROCEDURE IS 1300-EXTRAE-PLANES
               GIVING PLANES-ORD
           OPEN INPUT PLANES-ORD
           PERFORM 1100-CARGA-PLAN THRU 1100-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PLANES-ORD
           MOVE 'N' TO WS-SW-EOF-AUX

           SORT SORT-MIE
               ON ASCENDING KEY S-MIE-CLAVE
               INPUT PROCEDURE IS 1400-EXTRAE-MIEMBROS
               GIVING MIEMBROS-ORD

           SORT SORT-MAE
               ON ASCENDING KEY S-MAE-CLAVE
               USING MAESTRO-CTAS
               GIVING MAESTRO-ORD

           SORT SORT-SAL
               ON ASCENDING KEY S-SAL-CLAVE
               INPUT PROCEDURE IS 1500-EXTRAE-SALDOS
               GIVING SALDOS-ORD

           SORT SORT-PER
               ON ASCENDING KEY S-PER-CLAVE
               ON ASCENDING KEY S-PER-ORDPAR
               INPUT PROCEDURE IS 1600-EXTRAE-PARTICIP
               GIVING PARTICIP-ORD

           OPEN INPUT  MIEMBROS-ORD
           OPEN INPUT  MAESTRO-ORD
           OPEN INPUT  SALDOS-ORD
           OPEN INPUT  PARTICIP-ORD
           OPEN OUTPUT MIEMBROS-WORK

           PERFORM 2000-LEER-MIEMBRO THRU 2000-EXIT
           PERFORM 2100-LEER-MAESTRO THRU 2100-EXIT
           PERFORM 2200-LEER-SALDO THRU 2200-EXIT
           PERFORM 2300-LEER-PARTICIP THRU 2300-EXIT
           .

      * UNA FILA POR PLAN; LA PRIMERA YA TRAE LA VIGENCIA (S ANTES N)
       1100-CARGA-PLAN.
           READ PLANES-ORD
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF TB-PLN-CANT > ZERO
               AND W-PLN-PLAN = TB-PLN-PLAN(TB-PLN-CANT)
               GO TO 1100-EXIT
           END-IF
           IF TB-PLN-CANT NOT < WS-MAX-PLANES
               DISPLAY 'ZET186 - TABLA DE PLANES DESBORDADA'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TB-PLN-CANT
           SET TB-PLN-IDX TO TB-PLN-CANT
           MOVE W-PLN-PLAN    TO TB-PLN-PLAN(TB-PLN-IDX)
           MOVE W-PLN-VIGENTE TO TB-PLN-VIGENTE(TB-PLN-IDX)
           .
       1100-EXIT.
           EXIT.

       1300-EXTRAE-PLANES SECTION.
           OPEN INPUT PLANES-CANAL
           PERFORM 1310-SUELTA-PLAN-CANAL THRU 1310-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PLANES-CANAL
           MOVE 'N' TO WS-SW-EOF-AUX
           OPEN INPUT PLANES-RED
           PERFORM 1320-SUELTA-PLAN-RED THRU 1320-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PLANES-RED
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1300-FIN
           .

      * VIGENTE: FECHA-HASTA EN BLANCO O NO ANTERIOR AL PROCESO
       1310-SUELTA-PLAN-CANAL.
           READ PLANES-CANAL
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1310-EXIT
           END-READ
           IF PLAN OF BGTCPLC = SPACES
               GO TO 1310-EXIT
           END-IF
           MOVE SPACES TO SD-PLN-REGISTRO
           MOVE PLAN OF BGTCPLC TO S-PLN-PLAN
           MOVE 'N' TO S-PLN-VIGENTE
           IF FECHA-HASTA OF BGTCPLC = SPACES
               OR FECHA-HASTA OF BGTCPLC NOT < WS-FECHA-PROCESO-ALFA
               MOVE 'S' TO S-PLN-VIGENTE
           END-IF
           RELEASE SD-PLN-REGISTRO
           .
       1310-EXIT.
           EXIT.

       1320-SUELTA-PLAN-RED.
           READ PLANES-RED
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1320-EXIT
           END-READ
           IF PLAN OF BAN = SPACES
               GO TO 1320-EXIT
           END-IF
           MOVE SPACES TO SD-PLN-REGISTRO
           MOVE PLAN OF BAN TO S-PLN-PLAN
           MOVE 'N' TO S-PLN-VIGENTE
           IF FECHA-HASTA OF BAN = SPACES
               OR FECHA-HASTA OF BAN NOT < WS-FECHA-PROCESO-ALFA
               MOVE 'S' TO S-PLN-VIGENTE
           END-IF
           RELEASE SD-PLN-REGISTRO
           .
       1320-EXIT.
           EXIT.
       1300-FIN.
           EXIT.


      * SOLO LAS FILAS DE PAQUETE (LAS AGRUPACIONES NO SE CONTROLAN)
       1400-EXTRAE-MIEMBROS SECTION.
           OPEN INPUT AGRUPACIONES
           PERFORM 1410-SUELTA-MIEMBRO THRU 1410-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE AGRUPACIONES
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1400-FIN
           .

       1410-SUELTA-MIEMBRO.
           READ AGRUPACIONES
               AT END
                   SET EOF-AUXILIAR TO TRUE
                   GO TO 1410-EXIT
           END-READ
           IF FS-OCL-ERROR-LECTURA
               DISPLAY 'ZET186 - ERROR DE LECTURA '
                   'EN STGOCL - FILE STATUS ' WS-FS-OCL
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-LEIDAS
           IF PAQUETE OF FD-REG = SPACES
               GO TO 1410-EXIT
           END-IF
           MOVE SPACES TO SD-MIE-REGISTRO
           MOVE ENTIDAD OF FD-REG        TO S-MIE-CLAVE(1:4)
           MOVE CENTRO-ALTA OF FD-REG    TO S-MIE-CLAVE(5:4)
           MOVE CUENTA OF FD-REG         TO S-MIE-CLAVE(9:12)
           MOVE ENTIDAD-PAQ OF FD-REG    TO S-MIE-PAQ-CLAVE(1:4)
           MOVE CENTRO-ALTA-PAQ OF FD-REG
               TO S-MIE-PAQ-CLAVE(5:4)
           MOVE PAQUETE OF FD-REG        TO S-MIE-PAQ-CLAVE(9:12)
           MOVE 'N' TO S-MIE-PIVOTE
           IF PIVOTE OF FD-REG = 'S'
               MOVE 'S' TO S-MIE-PIVOTE
           END-IF
           MOVE PLAN OF FD-REG           TO S-MIE-PLAN
           MOVE DIVISA OF FD-REG         TO S-MIE-DIVISA
           RELEASE SD-MIE-REGISTRO
           .
       1410-EXIT.
           EXIT.
       1400-FIN.
           EXIT.


       1500-EXTRAE-SALDOS SECTION.
           OPEN INPUT SALDOS
           PERFORM 1510-SUELTA-SALDO THRU 1510-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE SALDOS
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1500-FIN
           .

       1510-SUELTA-SALDO.
           READ SALDOS
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF FS-SAL-ERROR-LECTURA
                       DISPLAY 'ZET186 - ERROR DE LECTURA '
                           'EN ODSSAL - FILE STATUS ' WS-FS-SAL
                       STOP RUN
                   END-IF
                   MOVE SPACES TO SD-SAL-REGISTRO
                   MOVE ODSSAL-COD-ENTIDAD TO S-SAL-CLAVE(1:4)
                   MOVE ODSSAL-COD-CENTRO  TO S-SAL-CLAVE(5:4)
                   MOVE ODSSAL-NUM-CUENTA  TO S-SAL-CLAVE(9:12)
                   RELEASE SD-SAL-REGISTRO
           END-READ
           .
       1510-EXIT.
           EXIT.
       1500-FIN.
           EXIT.


      * SOLO PARTICIPACIONES VIGENTES; EL TITULAR PRINCIPAL ES EL DE
      * MENOR ORDEN DE PARTICIPACION
       1600-EXTRAE-PARTICIP SECTION.
           OPEN INPUT PARTICIP
           PERFORM 1610-SUELTA-PARTICIP THRU 1610-EXIT
               UNTIL EOF-AUXILIAR
           CLOSE PARTICIP
           MOVE 'N' TO WS-SW-EOF-AUX
           GO TO 1600-FIN
           .

       1610-SUELTA-PARTICIP.
           READ PARTICIP
               AT END
                   SET EOF-AUXILIAR TO TRUE
               NOT AT END
                   IF FS-PER-ERROR-LECTURA
                       DISPLAY 'ZET186 - ERROR DE LECTURA '
                           'EN WABGPPER - FILE STATUS ' WS-FS-PER
                       STOP RUN
                   END-IF
                   IF FECBAJ OF WABGPPER = SPACES
                       AND NUP OF WABGPPER NOT = SPACES
                       MOVE SPACES TO SD-PER-REGISTRO
                       MOVE ENTIDAD OF WABGPPER TO S-PER-CLAVE(1:4)
                       MOVE CENTRO_ALTA OF WABGPPER
                           TO S-PER-CLAVE(5:4)
                       MOVE CUENTA OF WABGPPER  TO S-PER-CLAVE(9:12)
                       MOVE ORDPAR OF WABGPPER  TO S-PER-ORDPAR
                       MOVE NUP OF WABGPPER     TO S-PER-NUP
                       RELEASE SD-PER-REGISTRO
                   END-IF
           END-READ
           .
       1610-EXIT.
           EXIT.
       1600-FIN.
           EXIT.


       PROCESO-PRINCIPAL SECTION.

       2000-LEER-MIEMBRO.
           READ MIEMBROS-ORD
               AT END
                   SET EOF-MIEMBROS TO TRUE
           END-READ
           .
       2000-EXIT.
           EXIT.

       2100-LEER-MAESTRO.
           READ MAESTRO-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-MAE
               NOT AT END
                   MOVE W-MAE-CLAVE TO WS-CLAVE-MAE
           END-READ
           .
       2100-EXIT.
           EXIT.

       2200-LEER-SALDO.
           READ SALDOS-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-SAL
               NOT AT END
                   MOVE W-SAL-CLAVE TO WS-CLAVE-SAL
           END-READ
           .
       2200-EXIT.
           EXIT.

       2300-LEER-PARTICIP.
           READ PARTICIP-ORD
               AT END
                   MOVE HIGH-VALUES TO WS-CLAVE-PER
               NOT AT END
                   MOVE W-PER-CLAVE TO WS-CLAVE-PER
           END-READ
           .
       2300-EXIT.
           EXIT.

      ******************************************************************
      *  3000-ENRIQUECE-MIEMBRO  -  AVANZA MAESTRO, SALDOS Y TITULARES *
      *  HASTA LA CUENTA MIEMBRO Y LA GRABA CON SU ESTADO Y SU NUP     *
      ******************************************************************
       3000-ENRIQUECE-MIEMBRO.
           ADD 1 TO WS-CANT-MIEMBROS
           PERFORM 2100-LEER-MAESTRO THRU 2100-EXIT
               UNTIL WS-CLAVE-MAE NOT < W-MIE-CLAVE
           PERFORM 2200-LEER-SALDO THRU 2200-EXIT
               UNTIL WS-CLAVE-SAL NOT < W-MIE-CLAVE
           PERFORM 2300-LEER-PARTICIP THRU 2300-EXIT
               UNTIL WS-CLAVE-PER NOT < W-MIE-CLAVE

           MOVE SPACES TO MIE-REGISTRO
           MOVE W-MIE-PAQ-CLAVE TO MIE-PAQ-CLAVE
           MOVE W-MIE-PIVOTE    TO MIE-PIVOTE
           MOVE W-MIE-CLAVE     TO MIE-CLAVE
           MOVE W-MIE-DIVISA    TO MIE-DIVISA
           MOVE W-MIE-PLAN      TO MIE-PLAN
           IF WS-CLAVE-MAE = W-MIE-CLAVE
               MOVE W-MAE-ESTADO TO MIE-ESTADO
           ELSE
               MOVE 'I' TO MIE-ESTADO
           END-IF
           IF WS-CLAVE-SAL = W-MIE-CLAVE
               MOVE 'S' TO MIE-EN-SALDOS
           ELSE
               MOVE 'N' TO MIE-EN-SALDOS
           END-IF
           IF WS-CLAVE-PER = W-MIE-CLAVE
               MOVE W-PER-NUP TO MIE-NUP
           END-IF
           WRITE MIE-REGISTRO

           PERFORM 2000-LEER-MIEMBRO THRU 2000-EXIT
           .
       3000-EXIT.
           EXIT.

       4000-LEER-PAQUETE.
           READ PAQUETES-ORD
               AT END
                   SET EOF-PAQUETES TO TRUE
           END-READ
           .
       4000-EXIT.
           EXIT.

      ******************************************************************
      *  4100-CONTROLA-MIEMBRO  -  CORTE POR PAQUETE CON LOS PIVOTES   *
      *  PRIMERO: EL NUP DEL PIVOTE ES EL CLIENTE DEL PAQUETE Y CADA   *
      *  MIEMBRO TIENE QUE ESTAR ABIERTO Y SER DEL MISMO CLIENTE       *
      ******************************************************************
       4100-CONTROLA-MIEMBRO.
           IF W-PAQ-CLAVE NOT = WS-PAQ-ANT
               IF WS-PAQ-ANT NOT = LOW-VALUES
                   PERFORM 4500-CIERRA-PAQUETE THRU 4500-EXIT
               END-IF
               MOVE W-PAQ-CLAVE TO WS-PAQ-ANT
               MOVE W-PAQ-CLAVE TO WS-PAQ-ACTUAL
               MOVE SPACES TO WS-PAQ-PLAN
               MOVE SPACES TO WS-NUP-PIVOTE
               MOVE ZERO TO WS-CANT-PIVOTES
               MOVE ZERO TO WS-CANT-PIV-ABIERTOS
               MOVE 'N' TO WS-SW-PAQ-HALLAZGO
               ADD 1 TO WS-CANT-PAQUETES
           END-IF
           IF WS-PAQ-PLAN = SPACES
               MOVE W-PAQ-PLAN TO WS-PAQ-PLAN
           END-IF

           IF W-PAQ-ES-PIVOTE
               ADD 1 TO WS-CANT-PIVOTES
               IF W-PAQ-ESTADO = 'A'
                   ADD 1 TO WS-CANT-PIV-ABIERTOS
               END-IF
               IF WS-NUP-PIVOTE = SPACES
                   OR (W-PAQ-ESTADO = 'A'
                       AND WS-CANT-PIV-ABIERTOS = 1)
                   MOVE W-PAQ-NUP TO WS-NUP-PIVOTE
               END-IF
               IF W-PAQ-ESTADO = 'A'
                   AND W-PAQ-EN-SALDOS NOT = 'S'
                   MOVE 08 TO WS-MOTIVO-NUM
                   PERFORM 4600-GRABA-CUENTA THRU 4600-EXIT
               END-IF
               GO TO 4100-SIGUIENTE
           END-IF

           IF W-PAQ-ESTADO NOT = 'A'
               MOVE 04 TO WS-MOTIVO-NUM
               PERFORM 4600-GRABA-CUENTA THRU 4600-EXIT
           ELSE
               IF W-PAQ-EN-SALDOS NOT = 'S'
                   MOVE 08 TO WS-MOTIVO-NUM
                   PERFORM 4600-GRABA-CUENTA THRU 4600-EXIT
               END-IF
           END-IF
           IF W-PAQ-NUP NOT = SPACES
               AND WS-NUP-PIVOTE NOT = SPACES
               AND W-PAQ-NUP NOT = WS-NUP-PIVOTE
               MOVE 05 TO WS-MOTIVO-NUM
               PERFORM 4600-GRABA-CUENTA THRU 4600-EXIT
           END-IF
           .
       4100-SIGUIENTE.
           PERFORM 4000-LEER-PAQUETE THRU 4000-EXIT
           .
       4100-EXIT.
           EXIT.

      * MOTIVOS DEL PAQUETE EN SU CONJUNTO: PIVOTES Y PLAN
       4500-CIERRA-PAQUETE.
           IF WS-CANT-PIVOTES = ZERO
               MOVE 01 TO WS-MOTIVO-NUM
               PERFORM 4700-GRABA-PAQUETE THRU 4700-EXIT
           END-IF
           IF WS-CANT-PIVOTES > 1
               MOVE 02 TO WS-MOTIVO-NUM
               PERFORM 4700-GRABA-PAQUETE THRU 4700-EXIT
           END-IF
           IF WS-CANT-PIVOTES > ZERO
               AND WS-CANT-PIV-ABIERTOS = ZERO
               MOVE 03 TO WS-MOTIVO-NUM
               PERFORM 4700-GRABA-PAQUETE THRU 4700-EXIT
           END-IF

           MOVE 06 TO WS-MOTIVO-NUM
           IF TB-PLN-CANT > ZERO
               SEARCH ALL TB-PLN-ENTRY
                   WHEN TB-PLN-PLAN(TB-PLN-IDX) = WS-PAQ-PLAN
                       MOVE ZERO TO WS-MOTIVO-NUM
                       IF TB-PLN-VIGENTE(TB-PLN-IDX) NOT = 'S'
                           MOVE 07 TO WS-MOTIVO-NUM
                       END-IF
               END-SEARCH
           END-IF
           IF WS-MOTIVO-NUM NOT = ZERO
               PERFORM 4700-GRABA-PAQUETE THRU 4700-EXIT
           END-IF

           IF PAQUETE-CON-HALLAZGO
               ADD 1 TO WS-CANT-PAQ-HALLAZGO
           END-IF
           .
       4500-EXIT.
           EXIT.

      * HALLAZGO SOBRE LA CUENTA EN CURSO DEL PAQUETE
       4600-GRABA-CUENTA.
           MOVE SPACES TO PAQREP-REGISTRO
           MOVE W-PAQ-ENTIDAD  TO PAQREP-ENTIDAD
           MOVE W-PAQ-CENTRO   TO PAQREP-CENTRO-CTA
           MOVE W-PAQ-CUENTA   TO PAQREP-CUENTA
           MOVE W-PAQ-PLAN     TO PAQREP-PLAN
           MOVE W-PAQ-ESTADO   TO PAQREP-ESTADO
           MOVE W-PAQ-NUP      TO PAQREP-NUP
           PERFORM 4800-GRABA-HALLAZGO THRU 4800-EXIT
           .
       4600-EXIT.
           EXIT.

      * HALLAZGO DEL PAQUETE, SIN CUENTA PUNTUAL
       4700-GRABA-PAQUETE.
           MOVE SPACES TO PAQREP-REGISTRO
           MOVE WS-PAQ-PLAN    TO PAQREP-PLAN
           PERFORM 4800-GRABA-HALLAZGO THRU 4800-EXIT
           .
       4700-EXIT.
           EXIT.

       4800-GRABA-HALLAZGO.
           MOVE WS-PAQ-CENTRO-PAQ  TO PAQREP-CENTRO
           MOVE WS-PAQ-ENTIDAD-PAQ TO PAQREP-ENTIDAD-PAQ
           MOVE WS-PAQ-PAQUETE     TO PAQREP-PAQUETE
           MOVE WS-MOTIVO-NUM      TO PAQREP-MOTIVO
           MOVE WS-NUP-PIVOTE      TO PAQREP-NUP-PIVOTE
           MOVE WS-CANT-PIVOTES    TO PAQREP-CANT-PIVOTES
           MOVE WS-FECHA-PROCESO   TO PAQREP-FEC-PROCESO
           MOVE PAQREP-REGISTRO TO HAL-REGISTRO
           WRITE HAL-REGISTRO
           SET PAQUETE-CON-HALLAZGO TO TRUE
           ADD 1 TO WS-CANT-HALLAZGOS
           MOVE WS-MOTIVO-NUM TO WS-IX-MOTIVO
           ADD 1 TO WS-CANT-MOTIVO(WS-IX-MOTIVO)
           .
       4800-EXIT.
           EXIT.

      ******************************************************************
      *  5000-EMITE-LISTADO  -  LISTADO DE REPARACION CON CORTE POR    *
      *  SUCURSAL SOBRE PAQREP YA ORDENADO                             *
      ******************************************************************
       5000-EMITE-LISTADO.
           OPEN INPUT  REPARA-SAL
           OPEN OUTPUT REPORTE-PAQ
           MOVE WS-FECHA-PROCESO TO WST-FEC-PROCESO
           MOVE WS-TITULO TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM 5100-LEER-REPARACION THRU 5100-EXIT
           PERFORM 5200-IMPRIME-REPARACION THRU 5200-EXIT
               UNTIL EOF-REPARACION
           IF WS-CENTRO-ANT NOT = LOW-VALUES
               PERFORM 5300-CIERRA-SUCURSAL
           END-IF
           PERFORM 8000-RESUMEN
           CLOSE REPARA-SAL
           CLOSE REPORTE-PAQ
           .

       5100-LEER-REPARACION.
           READ REPARA-SAL
               AT END
                   SET EOF-REPARACION TO TRUE
           END-READ
           .
       5100-EXIT.
           EXIT.

       5200-IMPRIME-REPARACION.
           IF PAQREP-CENTRO NOT = WS-CENTRO-ANT
               IF WS-CENTRO-ANT NOT = LOW-VALUES
                   PERFORM 5300-CIERRA-SUCURSAL
               END-IF
               MOVE PAQREP-CENTRO TO WS-CENTRO-ANT
               MOVE ZERO TO WS-CANT-SUCURSAL
               ADD 1 TO WS-CANT-SUCURSALES
               MOVE SPACES TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE PAQREP-CENTRO TO WSL-S-CENTRO
               MOVE WS-LINEA-SUCURSAL TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE WS-ENCAB-REPARACION TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF
           ADD 1 TO WS-CANT-SUCURSAL

           MOVE PAQREP-ENTIDAD-PAQ  TO WSL-ENTIDAD-PAQ
           MOVE PAQREP-PAQUETE      TO WSL-PAQUETE
           MOVE PAQREP-MOTIVO       TO WS-MOTIVO-NUM
           MOVE WS-MOTIVO-NUM       TO WS-IX-MOTIVO
           MOVE WS-MOTIVO-DESC(WS-IX-MOTIVO) TO WSL-MOTIVO
           MOVE PAQREP-ENTIDAD      TO WSL-ENTIDAD
           MOVE PAQREP-CENTRO-CTA   TO WSL-CENTRO-CTA
           MOVE PAQREP-CUENTA       TO WSL-CUENTA
           MOVE PAQREP-PLAN         TO WSL-PLAN
           MOVE PAQREP-ESTADO       TO WSL-ESTADO
           MOVE PAQREP-NUP          TO WSL-NUP
           MOVE PAQREP-NUP-PIVOTE   TO WSL-NUP-PIVOTE
           MOVE PAQREP-CANT-PIVOTES TO WSL-CANT-PIVOTES
           MOVE WS-LINEA-REPARACION TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           PERFORM 5100-LEER-REPARACION THRU 5100-EXIT
           .
       5200-EXIT.
           EXIT.

       5300-CIERRA-SUCURSAL.
           MOVE WS-CANT-SUCURSAL TO WSL-T-CANTIDAD
           MOVE WS-LINEA-TOT-SUCURSAL TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  8000-RESUMEN  -  TOTALES Y CANTIDAD DE HALLAZGOS POR MOTIVO   *
      ******************************************************************
       8000-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE 'CUENTAS EN PAQUETE' TO WSL-R-CONCEPTO
           MOVE WS-CANT-MIEMBROS TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'PAQUETES CONTROLADOS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-PAQUETES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'PAQUETES CON HALLAZGOS' TO WSL-R-CONCEPTO
           MOVE WS-CANT-PAQ-HALLAZGO TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           MOVE 'SUCURSALES CON REPARACIONES' TO WSL-R-CONCEPTO
           MOVE WS-CANT-SUCURSALES TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           PERFORM 8100-LINEA-MOTIVO
               VARYING WS-IX-MOTIVO FROM 1 BY 1
               UNTIL WS-IX-MOTIVO > 8
           .

       8100-LINEA-MOTIVO.
           MOVE WS-MOTIVO-DESC(WS-IX-MOTIVO) TO WSL-R-CONCEPTO
           MOVE WS-CANT-MOTIVO(WS-IX-MOTIVO) TO WSL-R-CANTIDAD
           PERFORM 8200-LINEA-RESUMEN
           .

       8200-LINEA-RESUMEN.
           MOVE WS-LINEA-RESUMEN TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           .

      ******************************************************************
      *  9000-FINALIZE  -  RUNLOG Y RESUMEN                            *
      ******************************************************************
       9000-FINALIZE.
           OPEN EXTEND RUNLOG-SALIDA
           MOVE 'ZET186' TO RUNLOG-JOB-ID
           MOVE WS-FECHA-PROCESO TO RUNLOG-FECHA-PROCESO
           MOVE WS-CANT-LEIDAS TO RUNLOG-CANT-ENTRADA
           MOVE WS-CANT-HALLAZGOS TO RUNLOG-CANT-SALIDA
           MOVE SPACE TO RUNLOG-FILLER
           WRITE RUNLOG-REGISTRO
           CLOSE RUNLOG-SALIDA

           DISPLAY 'ZET186 - INTEGRIDAD DE PAQUETES'
           DISPLAY 'FILAS DE BGECMOCL LEIDAS . : ' WS-CANT-LEIDAS
           DISPLAY 'CUENTAS EN PAQUETE . . . . : ' WS-CANT-MIEMBROS
           DISPLAY 'PAQUETES CONTROLADOS . . . : ' WS-CANT-PAQUETES
           DISPLAY 'PAQUETES CON HALLAZGOS . . : ' WS-CANT-PAQ-HALLAZGO
           DISPLAY 'HALLAZGOS A REPARAR  . . . : ' WS-CANT-HALLAZGOS
           .
