      ******************************************************************
      *                                                                *
      * PROGRAM-ID : DIASLIQ                                          *
      *                                                                *
      * AUTOR       : EQUIPO ETL ZONDA                                *
      * INSTALACION : GERENCIA DE DATOS - CATALOGO                    *
      * ESCRITO     : 15/10/2026                                      *
      * COMPILADO   : 15/10/2026                                      *
      *                                                                *
      * OBJETIVO    : RUTINA COMUN DE DIAS HABILES DE LIQUIDACION.     *
      *               CARGA EL CALENDARIO FERLIQ (FERIADOS POR DIVISA  *
      *               Y POR PAIS) EN LA PRIMERA LLAMADA E INFORMA SI   *
      *               UNA FECHA ES HABIL PARA LA DIVISA Y EL PAIS      *
      *               PEDIDOS, DESCONTANDO SABADOS, DOMINGOS Y LOS     *
      *               FERIADOS DE AMBOS, Y CUAL ES EL PRIMER DIA       *
      *               HABIL SIGUIENTE.  LA USA LA VALIDACION DE FECHA  *
      *               VALOR DE LOS PAGOS SWIFT (ZET193).               *
      *                                                                *
      ******************************************************************
      * HISTORIAL DE MODIFICACIONES                                   *
      * ---------------------------------------------------------------*
      * 15/10/2026  EQP  ALTA DEL PROGRAMA                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DIASLIQ.
       AUTHOR.        EQUIPO ETL ZONDA.
       INSTALLATION.  GERENCIA DE DATOS - CATALOGO.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED. 15/10/2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO     ASSIGN TO FERLIQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO
           RECORDING MODE IS F.
           COPY "ferliq.cob".

       WORKING-STORAGE SECTION.
       77  WS-MAX-FERIADOS           PIC 9(04) COMP VALUE 5000.
       77  WS-MAX-DIAS-BUSQUEDA      PIC 9(04) COMP VALUE 60.
       77  WS-INT-DIA                PIC S9(09) COMP.
       77  WS-INT-TOPE               PIC S9(09) COMP.
       77  WS-DIA-SEMANA             PIC 9(01) COMP.
       77  WS-FECHA-DIA              PIC 9(08).

       01  WS-FS-CAL                 PIC XX.

       01  WS-SWITCHES.
           05  WS-SW-CARGADO         PIC X(01) VALUE 'N'.
               88  CALENDARIO-CARGADO    VALUE 'S'.
           05  WS-SW-EOF-CAL         PIC X(01) VALUE 'N'.
               88  EOF-CALENDARIO        VALUE 'S'.
           05  WS-SW-HABIL           PIC X(01).
               88  DIA-HABIL             VALUE 'S'.
           05  WS-MOTIVO             PIC X(01).

       01  TABLA-FERIADOS.
           05  TB-FER-CANT           PIC 9(04) COMP VALUE ZERO.
           05  TB-FER-ENTRY OCCURS 5000 TIMES
                   INDEXED BY TB-FER-IDX.
               10  TB-FER-FECHA      PIC 9(08).
               10  TB-FER-TIPO       PIC X(01).
               10  TB-FER-CODIGO     PIC X(05).

       LINKAGE SECTION.
           COPY "liqlk.cob" REPLACING ==:DIASLIQ:== BY ==DIASLIQ==.

       PROCEDURE DIVISION USING DIASLIQ-AREA.

       0000-MAINLINE.
           IF NOT CALENDARIO-CARGADO
               PERFORM 1000-CARGA-CALENDARIO THRU 1000-EXIT
           END-IF

           MOVE 'N'    TO DIASLIQ-IND-HABIL
           MOVE SPACE  TO DIASLIQ-MOTIVO
           MOVE ZERO   TO DIASLIQ-SIGUIENTE
           MOVE 'N'    TO DIASLIQ-IND-ERROR

           IF DIASLIQ-FECHA NOT NUMERIC
               OR DIASLIQ-FECHA = ZERO
               MOVE 'S' TO DIASLIQ-IND-ERROR
               GOBACK
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(DIASLIQ-FECHA) NOT = 0
               MOVE 'S' TO DIASLIQ-IND-ERROR
               GOBACK
           END-IF

           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(DIASLIQ-FECHA)
           PERFORM 2000-EVALUA-DIA THRU 2000-EXIT
           IF DIA-HABIL
               SET DIASLIQ-ES-HABIL TO TRUE
           ELSE
               MOVE WS-MOTIVO TO DIASLIQ-MOTIVO
           END-IF

           COMPUTE WS-INT-TOPE = WS-INT-DIA + WS-MAX-DIAS-BUSQUEDA
           ADD 1 TO WS-INT-DIA
           PERFORM 3000-BUSCA-SIGUIENTE THRU 3000-EXIT
               UNTIL DIASLIQ-SIGUIENTE NOT = ZERO
                  OR WS-INT-DIA > WS-INT-TOPE

           GOBACK.

      ******************************************************************
      *  1000-CARGA-CALENDARIO  -  PRIMERA LLAMADA.  SIN ARCHIVO       *
      *  ASIGNADO SOLO SE DESCUENTAN SABADOS Y DOMINGOS                *
      ******************************************************************
       1000-CARGA-CALENDARIO.
           SET CALENDARIO-CARGADO TO TRUE
           OPEN INPUT CALENDARIO
           IF WS-FS-CAL NOT = '00'
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LEER-FERIADO THRU 1100-EXIT
               UNTIL EOF-CALENDARIO
           CLOSE CALENDARIO
           .
       1000-EXIT.
           EXIT.

       1100-LEER-FERIADO.
           READ CALENDARIO
               AT END
                   SET EOF-CALENDARIO TO TRUE
               NOT AT END
                   IF TB-FER-CANT < WS-MAX-FERIADOS
                       ADD 1 TO TB-FER-CANT
                       SET TB-FER-IDX TO TB-FER-CANT
                       MOVE FERLIQ-FECHA
                           TO TB-FER-FECHA(TB-FER-IDX)
                       MOVE FERLIQ-TIPO
                           TO TB-FER-TIPO(TB-FER-IDX)
                       MOVE FERLIQ-CODIGO
                           TO TB-FER-CODIGO(TB-FER-IDX)
                   END-IF
           END-READ
           .
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2000-EVALUA-DIA  -  WS-INT-DIA ES HABIL SI NO ES SABADO,      *
      *  DOMINGO NI FERIADO DE LA DIVISA O DEL PAIS.  EL DIA 1 DEL     *
      *  CALENDARIO INTERNO FUE LUNES                                  *
      ******************************************************************
       2000-EVALUA-DIA.
           MOVE 'N'   TO WS-SW-HABIL
           MOVE SPACE TO WS-MOTIVO
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DIA, 7)
           IF WS-DIA-SEMANA = 6 OR ZERO
               MOVE 'S' TO WS-MOTIVO
               GO TO 2000-EXIT
           END-IF

           COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
           PERFORM 2100-BUSCA-FERIADO THRU 2100-EXIT
           IF WS-MOTIVO NOT = SPACE
               GO TO 2000-EXIT
           END-IF

           SET DIA-HABIL TO TRUE
           .
       2000-EXIT.
           EXIT.

       2100-BUSCA-FERIADO.
           IF TB-FER-CANT = ZERO
               GO TO 2100-EXIT
           END-IF
           SET TB-FER-IDX TO 1
           SEARCH TB-FER-ENTRY
               AT END
                   CONTINUE
               WHEN TB-FER-IDX > TB-FER-CANT
                   CONTINUE
               WHEN TB-FER-FECHA(TB-FER-IDX) = WS-FECHA-DIA
                   AND TB-FER-TIPO(TB-FER-IDX) = 'D'
                   AND DIASLIQ-DIVISA NOT = SPACES
                   AND TB-FER-CODIGO(TB-FER-IDX) = DIASLIQ-DIVISA
                   MOVE 'D' TO WS-MOTIVO
               WHEN TB-FER-FECHA(TB-FER-IDX) = WS-FECHA-DIA
                   AND TB-FER-TIPO(TB-FER-IDX) = 'P'
                   AND DIASLIQ-PAIS NOT = SPACES
                   AND TB-FER-CODIGO(TB-FER-IDX) = DIASLIQ-PAIS
                   MOVE 'P' TO WS-MOTIVO
           END-SEARCH
           .
       2100-EXIT.
           EXIT.

       3000-BUSCA-SIGUIENTE.
           PERFORM 2000-EVALUA-DIA THRU 2000-EXIT
           IF DIA-HABIL
               COMPUTE DIASLIQ-SIGUIENTE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-DIA)
           ELSE
               ADD 1 TO WS-INT-DIA
           END-IF
           .
       3000-EXIT.
           EXIT.
