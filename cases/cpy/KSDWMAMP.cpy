      *****************************************************************
      * Trazado del maestro SALIDA con la clave ampliada a 9
      * posiciones. Los 75 bytes de datos son los mismos de KSDWMAST
      * y con los mismos nombres, de modo que un programa pasa al
      * maestro ampliado cambiando solo el COPY. KSDMCONV carga con
      * este trazado el maestro SALIDAW desde el SALIDA actual.
      *
      * Posiciones 1-relativas dentro del registro de 84:
      *   MST-CLAVE      1:9    MST-NOMBRE    10:20
      *   MST-CATEGORIA 30:4    MST-SALDO     34:12
      *   MST-FECHA-ALTA 46:8   MST-ESTADO    54:1
      *   MST-FECHA-BAJA 55:8   MST-VERSION   63:6
      *   FILLER        69:16
      *
      * SDP IVP 0 Copybook.ConsumerCount = 1 - KSDMCONV
      *****************************************************************

           03 MST-CLAVE PIC 9(09).
           03 MST-DATOS.
              05 MST-NOMBRE     PIC X(20).
              05 MST-CATEGORIA  PIC X(04).
              05 MST-SALDO      PIC S9(09)V99
                                SIGN LEADING SEPARATE.
              05 MST-FECHA-ALTA.
                 07 MST-ALTA-AAAA PIC 9(04).
                 07 MST-ALTA-MM   PIC 9(02).
                 07 MST-ALTA-DD   PIC 9(02).
              05 MST-ESTADO     PIC X(01).
              05 MST-FECHA-BAJA PIC 9(08).
              05 MST-VERSION    PIC 9(06).
              05 FILLER         PIC X(16).
