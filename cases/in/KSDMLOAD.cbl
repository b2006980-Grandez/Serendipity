      *> cargado mas lo rechazado por duplicado, con RC 16 si el
      *> cuadre falla. Asi un KSDEXTR sin ordenar deja de exigir la
      *> preordenacion a mano.
      *  La secuencia del extracto se comprueba con la tarjeta
      *> ALPHABET del deck SRTALFAP (modulo SRTMALFA), la misma con
      *> la que ordena KSDMSRTX: con EBCDIC, una clave que no supera
      *> en peso EBCDIC a la ultima cargada se rechaza como fuera de
      *> secuencia antes de llegar al WRITE.
      * SDP END
      *
      * SDP DESC Carga de maestro indexado con INVALID KEY
      * DUPLICADOS CUENTA TAMBIEN LAS CLAVES FUERA DE SECUENCIA:
      * EN CARGA SECUENCIAL AMBAS LLEGAN COMO INVALID KEY

      * PESO DE LA CLAVE EN CURSO Y DE LA ULTIMA CARGADA EN LA
      * SECUENCIA DE SRTALFAP
       01  SECUENCIA-EXTRACTO.
           03 PESO-CLAVE  PIC X(05) VALUE SPACES.
           03 PESO-ULTIMA PIC X(05) VALUE SPACES.

       01  SECUENCIA-ORDEN.
       COPY SRTWALFA.

       PROCEDURE DIVISION.
       1000-INICIO.
           MOVE 'INICIO  ' TO ALF-FUNCION.
           CALL 'SRTMALFA' USING SECUENCIA-ORDEN.
           IF ALF-RC NOT = ZEROS STOP RUN RETURNING 16.

           PERFORM 1100-LEER-MODO.
           IF ORDEN-MODO = 'DESORDENADO '
              MOVE 'KSDEXTRS' TO LOGICO-EXTRACTO
       2100-GRABAR-MAESTRO.
           MOVE EXT-CLAVE TO MST-CLAVE.
           MOVE EXT-DATOS TO MST-DATOS.
           MOVE REC-EXTRACTO(1:5) TO PESO-CLAVE.
           IF ALF-EBCDIC
              INSPECT PESO-CLAVE CONVERTING ALF-NATIVA TO ALF-PESOS
           END-IF.
           IF CARGADOS > ZEROS AND PESO-CLAVE NOT > PESO-ULTIMA
              ADD 1 TO DUPLICADOS
              DISPLAY 'CLAVE DUPLICADA O FUERA DE SECUENCIA '
                      'EN EXTRACTO ' MST-CLAVE
           ELSE
              WRITE REG-MAESTRO
                    INVALID KEY
                         ADD 1 TO DUPLICADOS
                         DISPLAY 'CLAVE DUPLICADA O FUERA DE '
                                 'SECUENCIA EN EXTRACTO ' MST-CLAVE
                    NOT INVALID KEY
                         ADD 1 TO CARGADOS
                         MOVE PESO-CLAVE TO PESO-ULTIMA
              END-WRITE
           END-IF.
           READ EXTRACTO
                AT END MOVE 'S' TO FIN-EXTR
           END-READ.
