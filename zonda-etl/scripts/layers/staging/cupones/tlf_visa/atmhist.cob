      ******************************************************************
      *                                                                *
      * COPY    : ATMHIST                                              *
      *                                                                *
      * PREFIJO : :ATMHIST:                                            *
      *                                                                *
      * OBJETIVO: HISTORIA DE EXTRACCIONES POR CAJERO CONSTRUIDA POR   *
      *           ZET160 A PARTIR DEL TLF DEPURADO: UNA FILA POR       *
      *           SEMCOD-TERM Y MONEDA (SEMCCODE 032/840) CON EL       *
      *           PROMEDIO MOVIL DE LO EXTRAIDO POR DIA DE LA SEMANA   *
      *           (1 = LUNES ... 7 = DOMINGO) EN DIAS NORMALES, EL     *
      *           PROMEDIO DE LOS DIAS DE COBRO DE HABERES Y DE LOS    *
      *           FERIADOS, LA HORA HABITUAL DE LA ULTIMA EXTRACCION   *
      *           Y LOS AGOTAMIENTOS DETECTADOS.  EL JOB LA LEE DE LA  *
      *           GENERACION ANTERIOR Y ESCRIBE LA NUEVA CADA NOCHE    *
      *           (CARRY-FORWARD), ORDENADA POR TERMINAL Y MONEDA.     *
      *                                                                *
      * LONGITUD: 150 BYTES                                            *
      *                                                                *
      ******************************************************************
      * MOD000* 15/10/2026 ALTA DE LA COPY                             *
      ******************************************************************
      *
       01 :ATMHIST:-REGISTRO.
          05 :ATMHIST:-CLAVE.
             10 :ATMHIST:-COD-TERM         PIC X(04).
             10 :ATMHIST:-MONEDA           PIC X(03).
          05 :ATMHIST:-TIPO-CAJERO         PIC X(01).
          05 :ATMHIST:-FEC-PRIMERA         PIC 9(08).
          05 :ATMHIST:-FEC-ULTIMA          PIC 9(08).
      *      PROMEDIO EXTRAIDO POR DIA DE LA SEMANA, SOLO DIAS NORMALES
          05 :ATMHIST:-DIA-SEMANA          OCCURS 7 TIMES.
             10 :ATMHIST:-PROM-DIA         PIC S9(11)V99 COMP-3.
             10 :ATMHIST:-OBS-DIA          PIC 9(03) COMP-3.
          05 :ATMHIST:-PROM-NORMAL         PIC S9(11)V99 COMP-3.
          05 :ATMHIST:-OBS-NORMAL          PIC 9(03) COMP-3.
          05 :ATMHIST:-PROM-SUELDO         PIC S9(11)V99 COMP-3.
          05 :ATMHIST:-OBS-SUELDO          PIC 9(03) COMP-3.
          05 :ATMHIST:-PROM-FERIADO        PIC S9(11)V99 COMP-3.
          05 :ATMHIST:-OBS-FERIADO         PIC 9(03) COMP-3.
      *      MINUTO DEL DIA (HH * 60 + MM) DE LA ULTIMA EXTRACCION
          05 :ATMHIST:-MIN-ULTIMA          PIC 9(04) COMP-3.
          05 :ATMHIST:-OBS-MIN-ULTIMA      PIC 9(03) COMP-3.
          05 :ATMHIST:-CANT-AGOTAMIENTOS   PIC 9(05) COMP-3.
          05 :ATMHIST:-FEC-ULT-AGOT        PIC 9(08).
          05 FILLER                        PIC X(20).
