      *****************************************************************
      * Registro del perfil de un fichero que graba SRTMPRFL en
      * PRFOUT, uno por campo elemental del trazado (una OCCURS da un
      * registro por ocurrencia). Se incluye con
      *    COPY SRTWPRFL REPLACING ==:PFX:== BY ==<prefijo>==.
      * para tener en el mismo programa el perfil que se calcula y
      * el de la ejecucion anterior con el que se compara.
      * Los valores (minimo, maximo, moda) van como texto: los
      * numericos con signo y punto decimal, los alfanumericos con
      * sus 30 primeros bytes. :PFX:-TOPE 'S' indica que se alcanzo
      * el tope de valores distintos y la cuenta es un minimo.
      *
      * SDP IVP 0 Copybook.ConsumerCount = 1 - SRTMPRFL
      *****************************************************************

           03 :PFX:-NOMBRE       PIC X(30).
           03 :PFX:-OCURRENCIA   PIC 9(04).
           03 :PFX:-TIPO         PIC X(07).
           03 :PFX:-REGISTROS    PIC 9(09).
           03 :PFX:-BLANCOS      PIC 9(09).
           03 :PFX:-CEROS        PIC 9(09).
           03 :PFX:-NO-NUMERICOS PIC 9(09).
           03 :PFX:-DISTINTOS    PIC 9(05).
           03 :PFX:-TOPE         PIC X(01).
           03 :PFX:-MINIMO       PIC X(30).
           03 :PFX:-MAXIMO       PIC X(30).
           03 :PFX:-MODA         PIC X(30).
           03 :PFX:-MODA-VECES   PIC 9(09).
