      ******************************************************************
      *                                                                *
      * COPY    : ENTSUSP                                              *
      *                                                                *
      * OBJETIVO: SUSPENSO COMUN DE REGISTROS CON ENTIDAD EN BLANCO,   *
      *           DESCONOCIDA O DADA DE BAJA EN EL CATALOGO ENTCAT.    *
      *           CADA JOB QUE CLASIFICA POR ENTIDAD (RUTINA ENTSEL)   *
      *           LO ABRE EN EXTEND Y DEJA UNA FILA POR REGISTRO       *
      *           APARTADO, CON LA CLAVE QUE LO UBICA EN SU EXTRACTO   *
      *           Y EL IMPORTE QUE DEJO DE SUMAR, EN LUGAR DE QUE      *
      *           CAIGA EN LAS CIFRAS DE LA CASA MATRIZ.               *
      *                                                                *
      * LONGITUD: 100 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  ENTSUSP-REGISTRO.
           05  ENTSUSP-FECHA-PROCESO     PIC 9(08).
           05  ENTSUSP-JOB-ID            PIC X(06).
           05  ENTSUSP-ORIGEN            PIC X(08).
           05  ENTSUSP-ENTIDAD           PIC X(04).
      *        B = EN BLANCO / D = DESCONOCIDA / I = DADA DE BAJA
           05  ENTSUSP-MOTIVO            PIC X(01).
           05  ENTSUSP-CLAVE             PIC X(40).
           05  ENTSUSP-IMPORTE           PIC S9(15)V99.
           05  ENTSUSP-FILLER            PIC X(16).
