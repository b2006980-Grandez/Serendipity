      *****************************************************************
      * Trazado de la foto de cierre de periodo del maestro SALIDA
      * que congela KSDMCIER en el fin de mes: un registro por clave
      * con la categoria, el saldo y el estado al cierre, marcado con
      * el periodo AAAAMM. Cada periodo va en su propio fichero
      * KSDFaamm, anotado en el catalogo de periodos KSDPERC (trazado
      * KSDWPERI).
      *
      * Posiciones 1-relativas dentro del registro de 40:
      *   CIE-PERIODO    1:6    CIE-CLAVE      7:5
      *   CIE-CATEGORIA 12:4    CIE-SALDO     16:12
      *   CIE-ESTADO    28:1    FILLER        29:12
      *
      * SDP IVP 0 Copybook.ConsumerCount = 1 - KSDMCIER
      *****************************************************************

           03 CIE-PERIODO   PIC 9(06).
           03 CIE-CLAVE     PIC 9(05).
           03 CIE-CATEGORIA PIC X(04).
           03 CIE-SALDO     PIC S9(09)V99
                            SIGN LEADING SEPARATE.
           03 CIE-ESTADO    PIC X(01).
           03 FILLER        PIC X(12).
