      *> dejando en SRTTOTAL los totales de control del convenio
      *> (registros y suma de las columnas 1-5 cuando son numericas)
      *> para que SRTMVRFY siga cuadrando la cadena.
      *  Con tipos de registro en el deck SRTHDTRP (modulo SRTMHDTR)
      *> solo se ordenan los detalles: el pie se cuadra contra ellos
      *> antes de ordenar (un descuadre rechaza el fichero con RC
      *> 16) y SORTOUT sale con la cabecera primero y el pie
      *> recalculado al final, fuera de los totales de SRTTOTAL.
      *  Con ALPHABET EBCDIC en el deck SRTALFAP (modulo SRTMALFA)
      *> los campos DISPLAY se comparan por su peso EBCDIC, como en
      *> la ordenacion del ordenador central; COMP y COMP-3 no
      *> dependen de la secuencia.
      * SDP END
      *
      * SDP DESC Ordenacion por claves multiples ASC/DESC tipadas
       01  CUADRE.
           03 HASH-CLAVES PIC 9(12) VALUE ZEROS.

      * TIPOS DE REGISTRO DEL DECK SRTHDTRP
       01  CABECERA-PIE.
       COPY SRTWHDTR.

      * SECUENCIA DE ORDENACION DEL DECK SRTALFAP
       01  SECUENCIA-ORDEN.
       COPY SRTWALFA.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 2000-CARGAR-CLAVES
                   THRU 2000-CARGAR-CLAVES-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO HDT-FUNCION.
           CALL 'SRTMHDTR' USING CABECERA-PIE.
           IF HDT-RC NOT = ZEROS
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           MOVE 'INICIO  ' TO ALF-FUNCION.
           CALL 'SRTMALFA' USING SECUENCIA-ORDEN.
           IF ALF-RC NOT = ZEROS
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 3000-CARGAR-ENTRADA
                   THRU 3000-CARGAR-ENTRADA-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           IF HDT-ACTIVO = 'S'
              MOVE 'VALIDAR ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
              IF HDT-RC NOT = ZEROS
                 DISPLAY 'FICHERO DE ENTRADA RECHAZADO POR CABECERA '
                         'O PIE'
                 MOVE 16 TO RC
                 STOP RUN RETURNING RC
              END-IF
           END-IF.

           PERFORM 4000-ORDENAR.

           PERFORM 5000-ESCRIBIR-SALIDA
           READ ENTRADA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 3100-CARGAR-REGISTRO THRU 3100-CARGAR-REGISTRO-FIN
                   UNTIL FIN-FICH = 'S'.
           CLOSE ENTRADA.
           MOVE 'N' TO FIN-FICH.

           EXIT.

       3100-CARGAR-REGISTRO.
           IF HDT-ACTIVO = 'S'
              MOVE REC-ENTRADA TO HDT-REGISTRO
              MOVE 'CLASIFIC' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
              IF HDT-RC NOT = ZEROS
                 MOVE 16 TO RC
                 MOVE 'S' TO FIN-FICH
                 GO TO 3100-CARGAR-REGISTRO-FIN
              END-IF
              IF HDT-TIPO NOT = 'D'
                 READ ENTRADA
                      AT END MOVE 'S' TO FIN-FICH
                 END-READ
                 GO TO 3100-CARGAR-REGISTRO-FIN
              END-IF
           END-IF.
           IF ITEMS NOT < MAX-DATOS
              DISPLAY 'ERROR FICHERO DE ENTRADA EXCEDE EL LIMITE '
                      'DE ' MAX-DATOS ' REGISTROS DE LA TABLA'
              END-READ
           END-IF.

       3100-CARGAR-REGISTRO-FIN.
           EXIT.

      * ORDENACION POR INSERCION CON LA COMPARACION COMPUESTA, AL
      * ESTILO DE SRTBINS0
       4000-ORDENAR.
              MOVE TBREG(IDX2 - 1)
                   (CLV-POS(CLV-IDX):CLV-LON(CLV-IDX)) TO CAMPO-A
              MOVE AUX(CLV-POS(CLV-IDX):CLV-LON(CLV-IDX)) TO CAMPO-B
              IF ALF-EBCDIC AND CLV-TIPO(CLV-IDX) = 'DISPLAY'
                 INSPECT CAMPO-A CONVERTING ALF-NATIVA TO ALF-PESOS
                 INSPECT CAMPO-B CONVERTING ALF-NATIVA TO ALF-PESOS
              END-IF
              EVALUATE TRUE
                 WHEN CAMPO-A > CAMPO-B MOVE '>' TO RELACION
                 WHEN CAMPO-A < CAMPO-B MOVE '<' TO RELACION
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 5000-ESCRIBIR-SALIDA-FIN.

           IF HDT-HAY-CABECERA = 'S'
              WRITE REC-SALIDA FROM HDT-CABECERA
           END-IF.
           PERFORM 5100-ESCRIBIR-REGISTRO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > ITEMS.
           IF HDT-HAY-PIE = 'S'
              MOVE 'PIE     ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
              WRITE REC-SALIDA FROM HDT-REGISTRO
           END-IF.
           CLOSE SALIDA.

       5000-ESCRIBIR-SALIDA-FIN.

       5100-ESCRIBIR-REGISTRO.
           WRITE REC-SALIDA FROM TBREG(IDX).
           IF HDT-ACTIVO = 'S'
              MOVE TBREG(IDX) TO HDT-REGISTRO
              MOVE 'DETALLE ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
           END-IF.

      * TOTALES DE CONTROL CON EL TRAZADO QUE GRABA SRTMLOAD
       6000-GRABAR-TOTALES.
