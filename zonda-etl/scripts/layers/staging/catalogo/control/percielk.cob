      ******************************************************************
      *                                                                *
      * COPY    : PERCIELK                                             *
      *                                                                *
      * PREFIJO : :PERCIE:                                             *
      *                                                                *
      * OBJETIVO: AREA DE COMUNICACION CON LA RUTINA PERCIE.  EL       *
      *           LLAMADOR CARGA EL AREA DE NEGOCIO Y LA FECHA DE      *
      *           NEGOCIO (AAAAMMDD) DE LA FILA; LA RUTINA DEVUELVE    *
      *           SI EL PERIODO DE ESA FECHA ESTA CERRADO PARA EL      *
      *           AREA EN EL CALENDARIO CIERCAL.                       *
      *                                                                *
      * LONGITUD: 030 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :PERCIE:-AREA.
          05 :PERCIE:-AREA-NEGOCIO         PIC X(08).
          05 :PERCIE:-FECHA                PIC 9(08).
          05 :PERCIE:-IND-CERRADO          PIC X(01).
             88 :PERCIE:-PERIODO-CERRADO       VALUE 'S'.
          05 :PERCIE:-IND-ERROR            PIC X(01).
             88 :PERCIE:-FECHA-INVALIDA        VALUE 'S'.
          05 FILLER                        PIC X(12).
