      ******************************************************************
      *                                                                *
      * COPY    : ENTCAT                                               *
      *                                                                *
      * OBJETIVO: CATALOGO DE ENTIDADES DEL GRUPO (CASA MATRIZ Y       *
      *           FILIALES).  UNA FILA POR CODIGO DE ENTIDAD TAL COMO  *
      *           LO TRAEN LOS EXTRACTOS (ENTIDAD DE MALBGC,           *
      *           COD_ENTIDAD DE WAGUCDEX/MDEC160R/ODSSAL,             *
      *           IPF_ENTIDAD, ENTIDAD DE WAFTC310 A CUATRO DIGITOS).  *
      *           LA MARCA ES LA LETRA CON QUE LOS JOBS ETIQUETAN SUS  *
      *           FILAS DE RUNLOG POR ENTIDAD.  LA CARGA LA RUTINA     *
      *           ENTSEL.                                              *
      *                                                                *
      * LONGITUD: 040 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01  ENTCAT-REGISTRO.
           05  ENTCAT-CODIGO             PIC X(04).
           05  ENTCAT-MARCA              PIC X(01).
           05  ENTCAT-NOMBRE             PIC X(30).
      *        M = CASA MATRIZ / F = FILIAL
           05  ENTCAT-TIPO               PIC X(01).
               88  ENTCAT-CASA-MATRIZ        VALUE 'M'.
               88  ENTCAT-FILIAL             VALUE 'F'.
      *        A = ACTIVA / B = DADA DE BAJA
           05  ENTCAT-ESTADO             PIC X(01).
               88  ENTCAT-ACTIVA             VALUE 'A'.
           05  ENTCAT-FILLER             PIC X(03).
