      *****************************************************************
      * Trazado del registro del fichero indexado de referencia de
      * categorias KSDCATG: el codigo MST-CATEGORIA del maestro
      * SALIDA como clave primaria, su descripcion, si esta activa
      * ('S') o dada de baja ('N') y los saldos minimo y maximo que
      * admite un registro del maestro de esa categoria.
      * Lo mantiene KSDMCATM y lo consulta el modulo KSDMCATL por
      * cuenta de KSDMEDIT, KSDMBRWS, KSDMJRPT y KSDMCLIM.
      *
      * Posiciones 1-relativas dentro del registro de 80:
      *   CTG-CODIGO        1:4    CTG-DESCRIPCION   5:30
      *   CTG-ACTIVA       35:1    CTG-SALDO-MINIMO 36:12
      *   CTG-SALDO-MAXIMO 48:12   FILLER           60:21
      *
      * SDP IVP 0 Copybook.ConsumerCount = 6 - KSDMCATM, KSDMCATL,
      * KSDMEDIT, KSDMBRWS, KSDMJRPT y KSDMCLIM
      *****************************************************************

           03 CTG-CODIGO PIC X(04).
           03 CTG-DATOS.
              05 CTG-DESCRIPCION  PIC X(30).
              05 CTG-ACTIVA       PIC X(01).
              05 CTG-SALDO-MINIMO PIC S9(09)V99
                                  SIGN LEADING SEPARATE.
              05 CTG-SALDO-MAXIMO PIC S9(09)V99
                                  SIGN LEADING SEPARATE.
              05 FILLER           PIC X(21).
