      ******************************************************************
      *                                                                *
      * COPY    : LIQLK                                                *
      *                                                                *
      * PREFIJO : :DIASLIQ:                                            *
      *                                                                *
      * OBJETIVO: AREA DE COMUNICACION CON LA RUTINA DIASLIQ.  EL      *
      *           LLAMADOR CARGA LA FECHA (AAAAMMDD), LA DIVISA Y EL   *
      *           PAIS (CUALQUIERA DE LOS DOS PUEDE IR EN BLANCO); LA  *
      *           RUTINA DEVUELVE SI LA FECHA ES HABIL DE LIQUIDACION  *
      *           PARA AMBOS CALENDARIOS, EL MOTIVO CUANDO NO LO ES    *
      *           ('S' SABADO O DOMINGO, 'D' FERIADO DE LA DIVISA,     *
      *           'P' FERIADO DEL PAIS) Y EL PRIMER DIA HABIL          *
      *           POSTERIOR A LA FECHA.                                *
      *                                                                *
      * LONGITUD: 040 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :DIASLIQ:-AREA.
          05 :DIASLIQ:-FECHA               PIC 9(08).
          05 :DIASLIQ:-DIVISA              PIC X(03).
          05 :DIASLIQ:-PAIS                PIC X(05).
          05 :DIASLIQ:-IND-HABIL           PIC X(01).
             88 :DIASLIQ:-ES-HABIL             VALUE 'S'.
          05 :DIASLIQ:-MOTIVO              PIC X(01).
             88 :DIASLIQ:-FIN-DE-SEMANA        VALUE 'S'.
             88 :DIASLIQ:-FERIADO-DIVISA       VALUE 'D'.
             88 :DIASLIQ:-FERIADO-PAIS         VALUE 'P'.
          05 :DIASLIQ:-SIGUIENTE           PIC 9(08).
          05 :DIASLIQ:-IND-ERROR           PIC X(01).
             88 :DIASLIQ:-FECHA-INVALIDA       VALUE 'S'.
          05 FILLER                        PIC X(13).
