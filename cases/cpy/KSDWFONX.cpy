      *****************************************************************
      * Trazado del indice fonetico indexado KSDFONX de nombres del
      * maestro SALIDA. KSDMFONE lo mantiene desde el journal y lo
      * consulta por nombre: un registro por cada palabra con
      * significado de MST-NOMBRE (sin particulas DE, DEL, LA, LAS,
      * LOS, Y, E ni letras sueltas), hasta 9 por clave.
      *
      * FON-CODIGO es la clave fonetica de la palabra con las reglas
      * del espanol: H muda, V y W como B, Z y C suave como S, C dura,
      * QU y K como K, G suave como J, GU ante E/I como G, LL e Y
      * consonante como Y, CH como X, X como KS, vocales solo en
      * cabeza de palabra (como A) y letras repetidas una sola vez.
      * GONZALEZ y GONSALES dan el mismo codigo GNSLS.
      *
      * La clave primaria FON-LLAVE es codigo mas clave del maestro
      * mas orden de la palabra en el nombre, para posicionar por
      * codigo con START; FON-CLAVE es clave alternativa con
      * duplicados para dar con todas las palabras de una clave.
      *
      * Posiciones 1-relativas dentro del registro de 40:
      *   FON-CODIGO   1:8    FON-CLAVE    9:5
      *   FON-ORDEN   14:1    FON-PALABRA 15:20
      *   FILLER      35:6
      *
      * SDP IVP 0 Copybook.ConsumerCount = 2 - KSDMFONE y KSDMERAS
      *****************************************************************

           03 FON-LLAVE.
              05 FON-CODIGO  PIC X(08).
              05 FON-CLAVE   PIC 9(05).
              05 FON-ORDEN   PIC 9(01).
           03 FON-PALABRA    PIC X(20).
           03 FILLER         PIC X(06).
