      *****************************************************************
      * Bloque de comunicacion de SRTMALFA (secuencia de ordenacion
      * de las claves alfanumericas). Protocolo por llamada:
      *   INICIO   lee el deck SRTALFAP y deja en ALF-SECUENCIA
      *            'ASCII ' (orden nativo, por defecto) o 'EBCDIC',
      *            y en ALF-NATIVA / ALF-PESOS las dos tablas de 256
      *            bytes para traducir una clave a sus pesos:
      *              INSPECT clave CONVERTING ALF-NATIVA TO ALF-PESOS
      *            Comparar las claves traducidas da el orden del
      *            ordenador central. Con 'ASCII ' las dos tablas son
      *            iguales y la traduccion no cambia nada.
      *   TABLAS   deja en ALF-NATIVA / ALF-PESOS las tablas EBCDIC
      *            sin leer el deck, para traducir datos y no claves
      * ALF-RC: 0 correcto, 16 deck erroneo, 12 funcion desconocida.
      * La clave traducida solo sirve para comparar: lo que se graba
      * es siempre el registro original.
      *
      * SDP IVP 0 Copybook.ConsumerCount = 9 - SRTMALFA, SRTBLAY0,
      * SRTBEMS0, SRTBMRGN, SRTMVRFY, KSDMSRTX, KSDMLOAD, KSDMDELT
      * y SRTMCNVT
      *****************************************************************

           03 ALF-FUNCION   PIC X(08).
           03 ALF-SECUENCIA PIC X(06).
              88 ALF-EBCDIC VALUE 'EBCDIC'.
           03 ALF-NATIVA    PIC X(256).
           03 ALF-PESOS     PIC X(256).
           03 ALF-RC        PIC 9(02).
