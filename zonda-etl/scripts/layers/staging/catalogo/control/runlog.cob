      * MOD000* 09/08/2026 ALTA DE LA COPY                             *
      * MOD001* 09/08/2026 AGREGA HORA-INICIO/FIN Y DURACION PARA EL   *
      *                    TABLERO DE SLA (VER ZET048)                 *
      * MOD002* 15/10/2026 EL ULTIMO BYTE ES LA MARCA DE ENTIDAD: LOS  *
      *                    JOBS QUE CLASIFICAN POR ENTIDAD (ENTSEL)    *
      *                    DEJAN UNA FILA POR ENTIDAD CON LA MARCA DE  *
      *                    ENTCAT Y UNA '#' DE SUSPENSO ANTES DE LA    *
      *                    FILA COMBINADA (MARCA EN BLANCO), CUYA      *
      *                    ENTRADA DEBE IGUALAR LA SUMA DE AQUELLAS    *
      ******************************************************************
      *
       01  RUNLOG-REGISTRO.
           05  RUNLOG-HORA-FIN           PIC 9(06).
           05  RUNLOG-DURACION-SEG       PIC 9(05) COMP-3.
           05  RUNLOG-FILLER             PIC X(01).
           05  RUNLOG-MARCA-ENTIDAD REDEFINES RUNLOG-FILLER
                                         PIC X(01).
               88  RUNLOG-FILA-COMBINADA     VALUE SPACE.
               88  RUNLOG-FILA-SUSPENSO      VALUE '#'.
