      *****************************************************************
      * Bloque de comunicacion de SRTMLAYR (lector de trazados
      * exportados). Protocolo por llamada:
      *   CARGAR   busca en el miembro LYR-MIEMBRO (logico resuelto
      *            por SDPDDMP0) la exportacion Layout.Export del
      *            registro LYR-REGISTRO (en blanco: el nombre del
      *            miembro) y la deja en LYR-CAMPO como lista de
      *            campos elementales en orden de posicion:
      *            - las OCCURS se despliegan, un campo por
      *              ocurrencia con LYR-OCURRENCIA 1, 2, ...
      *            - las REDEFINES y sus subordinados no se anotan:
      *              manda la primera descripcion de los bytes
      *            - los grupos no se anotan: los describen sus
      *              elementales
      *            LYR-LONGITUD es el Layout.RecordLength exportado
      *            o, si no lo hay, el final del ultimo campo.
      * Por campo: LYR-CLASE 'X' alfanumerico o editado, '9'
      * numerico; LYR-SIGNO 'N' sin signo, 'S' signo en la zona del
      * ultimo byte, 'L' o 'T' signo separado delante o detras
      * (atributo SIGN=LEADING-SEPARATE o SIGN=TRAILING-SEPARATE);
      * LYR-DIGITOS incluye los LYR-DECIMALES.
      * LYR-RC: 0 correcto, 16 trazado no exportado o erroneo, 12
      * funcion desconocida.
      *
      * SDP IVP 0 Copybook.ConsumerCount = 3 - SRTMLAYR, SRTMCNVT y
      * SRTMPRFL
      *****************************************************************

           03 LYR-FUNCION   PIC X(08).
           03 LYR-MIEMBRO   PIC X(08).
           03 LYR-REGISTRO  PIC X(30).
           03 LYR-LONGITUD  PIC 9(05).
           03 LYR-CAMPOS    PIC 9(04).
           03 LYR-CAMPO OCCURS 500 TIMES.
              05 LYR-NOMBRE     PIC X(30).
              05 LYR-OCURRENCIA PIC 9(04).
              05 LYR-POS        PIC 9(05).
              05 LYR-LON        PIC 9(05).
              05 LYR-PIC        PIC X(20).
              05 LYR-USO        PIC X(07).
              05 LYR-CLASE      PIC X(01).
              05 LYR-SIGNO      PIC X(01).
              05 LYR-DIGITOS    PIC 9(02).
              05 LYR-DECIMALES  PIC 9(02).
           03 LYR-RC        PIC 9(02).
