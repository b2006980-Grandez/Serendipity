      *****************************************************************
      * Trazado del catalogo KSDPERC de periodos cerrados del maestro
      * SALIDA. KSDMCIER anota una linea por cada cierre de mes con la
      * fecha de cierre (ultimo dia del periodo), el fichero de la
      * foto KSDFaamm (trazado KSDWCIER), la marca de la ejecucion y
      * los totales congelados. KSDMEDIT rechaza las transacciones
      * con fecha valor dentro de un periodo ya cerrado.
      *
      * Posiciones 1-relativas dentro del registro de 83:
      *   PER-PERIODO      1:6    PER-FECHA-CIERRE  8:8
      *   PER-FICHERO     17:8    PER-TMS          26:16
      *   PER-REGISTROS   43:9    PER-SALDO        53:16
      *   PER-CIERRE-TARDIO 70:1  FILLER           71:13
      *
      * SDP IVP 0 Copybook.ConsumerCount = 2 - KSDMCIER y KSDMEDIT
      *****************************************************************

           03 PER-PERIODO       PIC 9(06).
           03 PER-SEP1          PIC X(01).
           03 PER-FECHA-CIERRE  PIC 9(08).
           03 PER-SEP2          PIC X(01).
           03 PER-FICHERO       PIC X(08).
           03 PER-SEP3          PIC X(01).
           03 PER-TMS           PIC X(16).
           03 PER-SEP4          PIC X(01).
           03 PER-REGISTROS     PIC 9(09).
           03 PER-SEP5          PIC X(01).
           03 PER-SALDO         PIC S9(13)V99
                                SIGN LEADING SEPARATE.
           03 PER-SEP6          PIC X(01).
           03 PER-CIERRE-TARDIO PIC X(01).
           03 FILLER            PIC X(13).
