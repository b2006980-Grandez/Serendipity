      *> perder el rastro del journal. Una clave fuera de orden en
      *> cualquiera de las dos generaciones rompe el cruce y termina
      *> con RC 16.
      *  Con ALPHABET EBCDIC en el deck SRTALFAP (modulo SRTMALFA)
      *> las dos generaciones vienen ordenadas como en el ordenador
      *> central: la secuencia y el cruce comparan el peso EBCDIC de
      *> la clave.
      * SDP END
      *
      * SDP DESC Cruce de extractos con sintesis de transacciones
       77 FIN-NUEVO PIC X(01) VALUE 'N'.

       01  SECUENCIA.
           03 PESO-VIEJO   PIC X(05) VALUE SPACES.
           03 PESO-NUEVO   PIC X(05) VALUE SPACES.
           03 PREVIA-VIEJO PIC X(05) VALUE SPACES.
           03 PREVIA-NUEVO PIC X(05) VALUE SPACES.
           03 LEIDOS-VIEJO PIC 9(09) VALUE ZEROS.
           03 LEIDOS-NUEVO PIC 9(09) VALUE ZEROS.

           03 SOLO-BYTE-75 PIC 9(09) VALUE ZEROS.
           03 FUERA-DE-ORDEN PIC 9(09) VALUE ZEROS.

      * SECUENCIA DE ORDENACION DEL DECK SRTALFAP
       01  SECUENCIA-ORDEN.
       COPY SRTWALFA.

       PROCEDURE DIVISION.
       1000-INICIO.
           MOVE 'INICIO  ' TO ALF-FUNCION.
           CALL 'SRTMALFA' USING SECUENCIA-ORDEN.
           IF ALF-RC NOT = ZEROS STOP RUN RETURNING 16.

           OPEN INPUT EXTRACTO-VIEJO.
           MOVE 'ABRIENDO EXTRACTO VIEJO KSDEXTRO' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-VIEJO '00' SPACES
                AT END MOVE 'S' TO FIN-VIEJO
                NOT AT END
                     ADD 1 TO LEIDOS-VIEJO
                     MOVE REC-VIEJO(1:5) TO PESO-VIEJO
                     IF ALF-EBCDIC
                        INSPECT PESO-VIEJO
                                CONVERTING ALF-NATIVA TO ALF-PESOS
                     END-IF
                     IF LEIDOS-VIEJO > 1
                        AND PESO-VIEJO < PREVIA-VIEJO
                        ADD 1 TO FUERA-DE-ORDEN
                     END-IF
                     MOVE PESO-VIEJO TO PREVIA-VIEJO
           END-READ.

       2200-LEER-NUEVO.
                AT END MOVE 'S' TO FIN-NUEVO
                NOT AT END
                     ADD 1 TO LEIDOS-NUEVO
                     MOVE REC-NUEVO(1:5) TO PESO-NUEVO
                     IF ALF-EBCDIC
                        INSPECT PESO-NUEVO
                                CONVERTING ALF-NATIVA TO ALF-PESOS
                     END-IF
                     IF LEIDOS-NUEVO > 1
                        AND PESO-NUEVO < PREVIA-NUEVO
                        ADD 1 TO FUERA-DE-ORDEN
                     END-IF
                     MOVE PESO-NUEVO TO PREVIA-NUEVO
           END-READ.

      * CRUCE CLASICO DE DOS SECUENCIALES ORDENADOS: SOLO EN EL
       3000-CRUZAR.
           EVALUATE TRUE
              WHEN FIN-NUEVO = 'S'
                   OR (FIN-VIEJO = 'N' AND PESO-VIEJO < PESO-NUEVO)
                   PERFORM 3100-GENERAR-BAJA
                   PERFORM 2100-LEER-VIEJO
              WHEN FIN-VIEJO = 'S'
                   OR (FIN-NUEVO = 'N' AND PESO-NUEVO < PESO-VIEJO)
                   PERFORM 3200-GENERAR-ALTA
                   PERFORM 2200-LEER-NUEVO
              WHEN OTHER
