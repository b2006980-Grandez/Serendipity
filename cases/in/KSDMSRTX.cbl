      *> 10**12, convenio SRTTOTAL) en KSDXSRTT, para que KSDMLOAD
      *> cuadre despues que lo ordenado es igual a lo cargado mas lo
      *> rechazado por duplicado.
      *  Con ALPHABET EBCDIC en el deck SRTALFAP (modulo SRTMALFA)
      *> la clave se compara por su peso EBCDIC, en la misma
      *> secuencia con la que KSDMLOAD comprueba despues el orden.
      * SDP END
      *
      * SDP DESC Mezcla externa de registros completos del extracto
       01  TRAMO-MEMORIA.
           03 ITEMS PIC 9(05) VALUE ZEROS.
           03 TRAMO-REG OCCURS 10000 TIMES PIC X(80).
      * PESO DE LA CLAVE DE CADA REGISTRO DEL TRAMO EN LA SECUENCIA
      * DE SRTALFAP
           03 TRAMO-PESO OCCURS 10000 TIMES PIC X(05).

       01  LIMITES.
           03 MAX-DATOS PIC 9(05) VALUE 10000.
           03 REGISTRO1 PIC X(80).
           03 REGISTRO2 PIC X(80).
           03 REGISTRO-SAL PIC X(80).
           03 PESO1        PIC X(05).
           03 PESO2        PIC X(05).

       01  SECUENCIA-ORDEN.
       COPY SRTWALFA.

       01  INDICES.
           03 IDX  PIC 9(05) VALUE 1.
           03 IDX2 PIC 9(05) VALUE 1.
           03 AUX  PIC X(80).
           03 AUX-PESO PIC X(05).

       PROCEDURE DIVISION.
       1000-INICIO.
           MOVE 'INICIO  ' TO ALF-FUNCION.
           CALL 'SRTMALFA' USING SECUENCIA-ORDEN.
           IF ALF-RC NOT = ZEROS STOP RUN RETURNING 16.

           PERFORM 2000-DISTRIBUIR THRU 2000-DISTRIBUIR-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

                      FUNCTION MOD(HASH-CLAVES + EXT-CLAVE,
                                   1000000000000)
              MOVE REC-ENTRADA TO TRAMO-REG(ITEMS)
              MOVE REC-ENTRADA(1:5) TO TRAMO-PESO(ITEMS)
              IF ALF-EBCDIC
                 INSPECT TRAMO-PESO(ITEMS)
                         CONVERTING ALF-NATIVA TO ALF-PESOS
              END-IF
              READ ENTRADA
                   AT END MOVE 'S' TO FIN-ENTRADA
              END-READ
           END-PERFORM.

      * ORDENACION POR INSERCION DEL TRAMO, COMPARANDO POR EL PESO
      * DE LOS CINCO PRIMEROS BYTES (LA CLAVE)
       2200-ORDENAR-TRAMO.
           PERFORM 2250-INSERTAR
                   VARYING IDX FROM 2 BY 1

       2250-INSERTAR.
           MOVE TRAMO-REG(IDX) TO AUX.
           MOVE TRAMO-PESO(IDX) TO AUX-PESO.
           MOVE IDX TO IDX2.
           PERFORM UNTIL IDX2 = 1
                      OR TRAMO-PESO(IDX2 - 1) NOT > AUX-PESO
              MOVE TRAMO-REG(IDX2 - 1) TO TRAMO-REG(IDX2)
              MOVE TRAMO-PESO(IDX2 - 1) TO TRAMO-PESO(IDX2)
              SUBTRACT 1 FROM IDX2
           END-PERFORM.
           MOVE AUX TO TRAMO-REG(IDX2).
           MOVE AUX-PESO TO TRAMO-PESO(IDX2).

       2300-GRABAR-TRAMO.
           IF RUN-ALTERNO = 1
                 PERFORM 3500-LEER-ORIGEN1
              ELSE
                 IF (REM1 NOT = ZEROS AND FIN-O1 = 'N')
                    AND PESO1 NOT > PESO2
                    MOVE REGISTRO1 TO REGISTRO-SAL
                    PERFORM 3400-ESCRIBIR-DESTINO
                    SUBTRACT 1 FROM REM1
                 END-READ
              END-IF
           END-IF.
           IF FIN-O1 = 'N'
              MOVE REGISTRO1(1:5) TO PESO1
              IF ALF-EBCDIC
                 INSPECT PESO1 CONVERTING ALF-NATIVA TO ALF-PESOS
              END-IF
           END-IF.

       3600-LEER-ORIGEN2.
           IF FIN-O2 = 'S'
                 END-READ
              END-IF
           END-IF.
           IF FIN-O2 = 'N'
              MOVE REGISTRO2(1:5) TO PESO2
              IF ALF-EBCDIC
                 INSPECT PESO2 CONVERTING ALF-NATIVA TO ALF-PESOS
              END-IF
           END-IF.

      ******************************************************************
      * FASE FINAL: EL PRIMER FICHERO DEL JUEGO ORIGEN VIGENTE
