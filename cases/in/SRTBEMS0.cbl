      *> sin repetir la distribucion. Una caida durante la propia
      *> distribucion reinicia desde el principio (una sola lectura
      *> secuencial).
      *  Con ALPHABET EBCDIC en el deck SRTALFAP (modulo SRTMALFA)
      *> las claves se comparan por su peso EBCDIC, en el tramo en
      *> memoria y en cada pasada de mezcla, como la ordenacion del
      *> ordenador central; los ficheros de trabajo siguen llevando
      *> la clave original.
      * SDP END
      *
      * SDP DESC Mezcla externa sobre ficheros de trabajo

       01  CLAVES-MEZCLA.
           03 CLAVE1       PIC 9(05).
           03 CLAVE1-X     REDEFINES CLAVE1 PIC X(05).
           03 CLAVE2       PIC 9(05).
           03 CLAVE2-X     REDEFINES CLAVE2 PIC X(05).
           03 CLAVE-SAL    PIC 9(05).
           03 PESO1        PIC X(05).
           03 PESO2        PIC X(05).

      * PESO DE CADA CLAVE DEL TRAMO EN LA SECUENCIA DE SRTALFAP,
      * EN PARALELO CON LA TABLA ORDEN
       01  PESOS-TRAMO.
           03 PESO OCCURS 10000 TIMES PIC X(05).

       01  SECUENCIA-ORDEN.
       COPY SRTWALFA.

       01  INDICES.
           03 IDX  PIC 9(05) VALUE 1.
           03 IDX2 PIC 9(05) VALUE 1.
           03 AUX  PIC 9(05).
           03 AUX-PESO PIC X(05).

       01 RUTINAS.
          03 CRONOMETRO PIC X(08) VALUE "SRTBTIME".

           CALL CRONOMETRO USING 'START' ELAPSED-CS.

           MOVE 'INICIO  ' TO ALF-FUNCION.
           CALL 'SRTMALFA' USING SECUENCIA-ORDEN.
           IF ALF-RC NOT = ZEROS
              MOVE 16 TO RC
              PERFORM 6000-CIERRE-CONTROLADO
              STOP RUN RETURNING RC
           END-IF.

      * REINICIO: SI EL CHECKPOINT DEJO UNA MEZCLA A MEDIAS, LA
      * DISTRIBUCION YA ESTA HECHA Y SE RETOMA LA PASADA REGISTRADA
           PERFORM 1500-LEER-CHECKPOINT.
                      FUNCTION MOD(HASH-CLAVES + DATO,
                                   1000000000000)
              MOVE DATO TO ORDEN(ITEMS OF DATA-SORT)
              MOVE REC-ENTRADA(1:5) TO PESO(ITEMS OF DATA-SORT)
              IF ALF-EBCDIC
                 INSPECT PESO(ITEMS OF DATA-SORT)
                         CONVERTING ALF-NATIVA TO ALF-PESOS
              END-IF
              READ ENTRADA
                   AT END MOVE 'S' TO FIN-ENTRADA
              END-READ

       2250-INSERTAR.
           MOVE ORDEN(IDX) TO AUX.
           MOVE PESO(IDX) TO AUX-PESO.
           MOVE IDX TO IDX2.
           PERFORM UNTIL IDX2 = 1 OR PESO(IDX2 - 1) NOT > AUX-PESO
              MOVE ORDEN(IDX2 - 1) TO ORDEN(IDX2)
              MOVE PESO(IDX2 - 1) TO PESO(IDX2)
              SUBTRACT 1 FROM IDX2
           END-PERFORM.
           MOVE AUX TO ORDEN(IDX2).
           MOVE AUX-PESO TO PESO(IDX2).

       2300-GRABAR-TRAMO.
           IF RUN-ALTERNO = 1
                 PERFORM 3500-LEER-ORIGEN1
              ELSE
                 IF (REM1 NOT = ZEROS AND FIN-O1 = 'N')
                    AND PESO1 NOT > PESO2
                    MOVE CLAVE1 TO CLAVE-SAL
                    PERFORM 3400-ESCRIBIR-DESTINO
                    SUBTRACT 1 FROM REM1
                 END-READ
              END-IF
           END-IF.
           IF FIN-O1 = 'N'
              MOVE CLAVE1-X TO PESO1
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
              MOVE CLAVE2-X TO PESO2
              IF ALF-EBCDIC
                 INSPECT PESO2 CONVERTING ALF-NATIVA TO ALF-PESOS
              END-IF
           END-IF.

      ******************************************************************
      * FASE FINAL: EL JUEGO ORIGEN VIGENTE CONTIENE UN SOLO RUN EN
