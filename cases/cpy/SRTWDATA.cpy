      * COPY de traspaso de datos entre los modulos de ordenacion
      * (carga, algoritmo y escritura)
      *
      * SDP IVP 0 Copybook.ConsumerCount = 20 - programas con COPY SRTWDATA
      *
      * SDP IVP 0 Copybook.FieldAccess(SRTMLOAD) = ITEMS:WRITE,ORDEN:WRITE
      * ,MODO-CARGA:WRITE,HAY-CABECERA:WRITE,REG-CABECERA:WRITE
      * ,HAY-PIE:WRITE,REG-PIE:WRITE
      * - MOVE TBDATOS TO LNK-DATOS solo escribe el grupo de salida
      * SDP IVP 0 Copybook.FieldAccess(SRTMWRIT) = ITEMS:READ,ORDEN:READ
      * ,MODO-CARGA:READ,HAY-CABECERA:READ,REG-CABECERA:READ
      * ,HAY-PIE:READ,REG-PIE:READ
      * - PERFORM VARYING IDX ... WRITE REC-SALIDA FROM ORDEN(IDX) solo lee
      *
      * MODO-CARGA: 'C' la tabla ORDEN es todo lo que llega a SORTOUT;
      * 'E' ordenacion por etiquetas, ORDEN lleva solo las claves y
      * SRTMWRIT recompone los registros completos desde el fichero
      * de trabajo SRTTAGWK que deja SRTMLOAD
      *
      * REG-CABECERA/REG-PIE: cabecera y pie recalculado que SRTMLOAD
      * aparta segun el deck SRTHDTRP (modulo SRTMHDTR); SRTMWRIT los
      * escribe primero y ultimo alrededor de los detalles ordenados
      *
      * SDP IVP 0 Lineage.Chain(DATO) = SORTIN > SRTMLOAD:REC-ENTRADA.DATO
      * > SRTMLOAD:TBDATOS.DATOS > LNK-DATOS.ORDEN > SRTMWRIT:REC-SALIDA
      * > SORTOUT - cadena origen-destino encadenando los FieldAccess

           03 ITEMS  PIC 9(05) VALUE ZEROS.
           03 ORDEN  OCCURS 10000 TIMES PIC 9(05).
           03 MODO-CARGA PIC X(01) VALUE 'C'.
           03 HAY-CABECERA PIC X(01) VALUE 'N'.
           03 REG-CABECERA PIC X(80) VALUE SPACES.
           03 HAY-PIE      PIC X(01) VALUE 'N'.
           03 REG-PIE      PIC X(80) VALUE SPACES.
