      ******************************************************************
      *                                                                *
      * COPY    : ALICPERC                                             *
      *                                                                *
      * OBJETIVO: TABLA MANTENIDA DE ALICUOTAS DE LAS PERCEPCIONES     *
      *           SOBRE CONSUMOS EN MONEDA EXTRANJERA, CON VIGENCIA.   *
      *           UNA FILA POR IMPUESTO Y FECHA DESDE LA QUE RIGE LA   *
      *           ALICUOTA; LA VIGENTE A UNA FECHA ES LA DE FECHA-     *
      *           VIGENCIA MAS ALTA QUE NO LA SUPERE.  LA BASE ES EL   *
      *           IMPORTE EN PESOS A LA COTIZACION OFICIAL DEL DIA     *
      *           (TIPCAMB).  LA MANTIENE EL AREA IMPOSITIVA; LA LEE   *
      *           ZET162.                                              *
      *                                                                *
      * LONGITUD: 020 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  ALICPERC-REGISTRO.
      * P = IMPUESTO PAIS (RETENCION_IMP_PAIS DEL TLF)
      * G = PERCEPCION GANANCIAS (PERCEPCION_IMP_GANAN DEL TLF)
           05  ALICPERC-IMPUESTO         PIC X(01).
               88  ALICPERC-IMP-PAIS         VALUE 'P'.
               88  ALICPERC-GANANCIAS        VALUE 'G'.
           05  ALICPERC-FECHA-VIGENCIA   PIC 9(08).
      * ALICUOTA EN % SOBRE LA BASE EN PESOS
           05  ALICPERC-ALICUOTA         PIC S9(03)V99 COMP-3.
           05  ALICPERC-FILLER           PIC X(08).
