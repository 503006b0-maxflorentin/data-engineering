      ******************************************************************
      *                                                                *
      * PROGRAM-ID : PERCIE                                           *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : RUTINA COMUN DE BLOQUEO DE PERIODOS CERRADOS.    *
      *               CARGA EL CALENDARIO DE CIERRE CIERCAL EN LA      *
      *               PRIMERA LLAMADA E INFORMA SI LA FECHA DE         *
      *               NEGOCIO PEDIDA CAE EN UN PERIODO (AAAAMM)        *
      *               CERRADO PARA EL AREA.  UN PERIODO REABIERTO O    *
      *               AUSENTE DEL CALENDARIO ESTA ABIERTO.  LA USAN    *
      *               LOS STAGES QUE ACUMULAN HECHOS FECHADOS PARA     *
      *               DESVIAR ESAS FILAS AL ARCHIVO DE AJUSTES         *
      *               POST-CIERRE (POSTCIE).                           *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PERCIE.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO     ASSIGN TO CIERCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO
           RECORDING MODE IS F.
           COPY "ciercal.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-PERIODOS           PIC 9(04) COMP VALUE 3000.

       01  WS-FS-CAL                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-CARGADO         PIC X(01) VALUE 'N'.
               88  CALENDARIO-CARGADO    VALUE 'S'.
           05  WS-SW-EOF-CAL         PIC X(01) VALUE 'N'.
               88  EOF-CALENDARIO        VALUE 'S'.

       01  WS-PERIODO                PIC 9(06).

      * SOLO LOS PERIODOS CERRADOS; LO QUE NO ESTA EN LA TABLA
      * ESTA ABIERTO
       01  TABLA-CERRADOS.
           05  TB-CIE-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-CIE-ENTRY OCCURS 3000 TIMES
                   INDEXED BY TB-CIE-IDX.
               10  TB-CIE-AREA       PIC X(08).
               10  TB-CIE-PERIODO    PIC 9(06).

       LINKAGE SECTION.
           COPY "percielk.cob" REPLACING ==:PERCIE:== BY ==PERCIE==.

       PROCEDURE DIVISION USING PERCIE-AREA.

       0000-MAINLINE.
           IF NOT CALENDARIO-CARGADO
               PERFORM 1000-CARGA-CALENDARIO THRU 1000-EXIT
           END-IF

           MOVE 'N' TO PERCIE-IND-CERRADO
           MOVE 'N' TO PERCIE-IND-ERROR

           IF PERCIE-FECHA NOT NUMERIC
               OR PERCIE-FECHA = ZERO
               MOVE 'S' TO PERCIE-IND-ERROR
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(PERCIE-FECHA) NOT = 0
               MOVE 'S' TO PERCIE-IND-ERROR
               GOBACK
           END-IF

           MOVE PERCIE-FECHA(1:6) TO WS-PERIODO
           PERFORM 2000-BUSCA-PERIODO THRU 2000-EXIT

           GOBACK.

      ******************************************************************
      *  1000-CARGA-CALENDARIO  -  PRIMERA LLAMADA.  SIN CALENDARIO    *
      *  ASIGNADO NO HAY PERIODOS CERRADOS                             *
      ******************************************************************
       1000-CARGA-CALENDARIO.
           SET CALENDARIO-CARGADO TO TRUE
           OPEN INPUT CALENDARIO
           IF WS-FS-CAL NOT = '00'
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LEER-PERIODO THRU 1100-EXIT
               UNTIL EOF-CALENDARIO
           CLOSE CALENDARIO
           .
       1000-EXIT.
           EXIT.

       1100-LEER-PERIODO.
           READ CALENDARIO
               AT END
                   SET EOF-CALENDARIO TO TRUE
               NOT AT END
                   IF CIERCAL-CERRADO
                       AND TB-CIE-CANT < WS-MAX-PERIODOS
                       ADD 1 TO TB-CIE-CANT
                       SET TB-CIE-IDX TO TB-CIE-CANT
                       MOVE CIERCAL-AREA
                           TO TB-CIE-AREA(TB-CIE-IDX)
                       MOVE CIERCAL-PERIODO
                           TO TB-CIE-PERIODO(TB-CIE-IDX)
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

       2000-BUSCA-PERIODO.
           IF TB-CIE-CANT = ZERO
               GO TO 2000-EXIT
           END-IF
           SET TB-CIE-IDX TO 1
           SEARCH TB-CIE-ENTRY
               AT END
                   CONTINUE
               WHEN TB-CIE-IDX > TB-CIE-CANT
                   CONTINUE
               WHEN TB-CIE-AREA(TB-CIE-IDX) = PERCIE-AREA-NEGOCIO
                   AND TB-CIE-PERIODO(TB-CIE-IDX) = WS-PERIODO
                   SET PERCIE-PERIODO-CERRADO TO TRUE
           END-SEARCH
           .
       2000-EXIT.
           EXIT.
