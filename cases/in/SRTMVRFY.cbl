      *> perdido o duplicado por una variante de algoritmo rota,
      *> clave fuera de orden) termina con RC = 16, como manda el
      *> convenio de SRTFSTAT.
      *  Si SRTTOTAL trae ademas la suma de huellas del contenido (la
      *> deja SRTMLOAD en la carga por etiquetas) se recalcula sobre
      *> los 80 octetos de cada registro de SORTOUT y se cuadra
      *> igual: un registro recompuesto con los datos de otro tambien
      *> termina con RC = 16.
      *  Con tipos de registro en el deck SRTHDTRP (modulo SRTMHDTR)
      *> la cabecera y el pie de SORTOUT no entran en la secuencia ni
      *> en los totales, pero tienen que estar el primero y el
      *> ultimo; si ademas se cuadra el contenido, el pie recalculado
      *> se cuadra contra los detalles de SORTOUT.
      *  La secuencia se comprueba con la misma secuencia de
      *> ordenacion que uso la ordenacion (tarjeta ALPHABET del deck
      *> SRTALFAP, modulo SRTMALFA): con EBCDIC, las claves tienen
      *> que ir en orden no descendente de su peso EBCDIC.
      * SDP END
      *
      * SDP DESC Verificador de orden y totales de control
           03 TOT-REGISTROS PIC 9(09).
           03 TOT-SEP       PIC X(01).
           03 TOT-HASH      PIC 9(12).
           03 TOT-SEP2      PIC X(01).
           03 TOT-MODO      PIC X(01).
           03 TOT-SEP3      PIC X(01).
           03 TOT-HASH-DATOS PIC 9(12).

       WORKING-STORAGE SECTION.
       77 FS-SALIDA PIC XX VALUE SPACES.
           03 FIS-SORTOUT  PIC X(64) VALUE 'SORTOUT'.
           03 FIS-SRTTOTAL PIC X(64) VALUE 'SRTTOTAL'.

      * TIPOS DE REGISTRO DEL DECK SRTHDTRP
       01  CABECERA-PIE.
       COPY SRTWHDTR.

      * SECUENCIA DE ORDENACION DEL DECK SRTALFAP
       01  SECUENCIA-ORDEN.
       COPY SRTWALFA.

       01  CUADRE.
           03 LEIDOS        PIC 9(09) VALUE ZEROS.
           03 HASH-CLAVES   PIC 9(12) VALUE ZEROS.
           03 PESO-CLAVE    PIC X(05) VALUE SPACES.
           03 PESO-PREVIO   PIC X(05) VALUE SPACES.
           03 FUERA-DE-ORDEN PIC 9(09) VALUE ZEROS.
           03 HASH-DATOS    PIC 9(12) VALUE ZEROS.
           03 CUADRA-DATOS  PIC X(01) VALUE 'N'.

      * LA MISMA HUELLA POR REGISTRO QUE CALCULA SRTMLOAD
       01  HUELLA-REGISTRO.
           03 BASE-HUELLA  PIC 9(03) VALUE 257.
           03 PRIMO-HUELLA PIC 9(09) VALUE 999999937.
           03 ACUMULADO    PIC 9(09) VALUE ZEROS.
           03 IDX-OCTETO   PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SORTOUT ' FIS-SORTOUT.
           CALL 'SDPDDMP0' USING 'SRTTOTAL' FIS-SRTTOTAL.

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

           PERFORM 2000-LEER-TOTALES THRU 2000-LEER-TOTALES-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

                       DISPLAY 'ERROR SRTTOTAL VACIO'
           END-READ.
           CLOSE TOTALES.
      * LOS SRTTOTAL DE CLAVES SOLAS NO TRAEN HUELLA DEL CONTENIDO
           IF RC = ZEROS AND TOT-MODO = 'E'
              AND TOT-HASH-DATOS NUMERIC
              MOVE 'S' TO CUADRA-DATOS
           END-IF.

       2000-LEER-TOTALES-FIN.
           EXIT.
                AT END MOVE 'S' TO FIN-SALIDA
           END-READ.
           PERFORM UNTIL FIN-SALIDA = 'S'
              IF HDT-ACTIVO = 'S'
                 PERFORM 3200-CLASIFICAR
              END-IF
              IF HDT-ACTIVO NOT = 'S' OR HDT-TIPO = 'D'
                 ADD 1 TO LEIDOS
      * CONVENIO SRTTOTAL: SOLO SUMAN LAS CLAVES NUMERICAS
                 IF CLAVE-SAL IS NUMERIC
                    COMPUTE HASH-CLAVES =
                            FUNCTION MOD(HASH-CLAVES + CLAVE-SAL,
                                         1000000000000)
                 END-IF
                 MOVE REC-SALIDA(1:5) TO PESO-CLAVE
                 IF ALF-EBCDIC
                    INSPECT PESO-CLAVE
                            CONVERTING ALF-NATIVA TO ALF-PESOS
                 END-IF
                 IF LEIDOS > 1 AND PESO-CLAVE < PESO-PREVIO
                    ADD 1 TO FUERA-DE-ORDEN
                 END-IF
                 MOVE PESO-CLAVE TO PESO-PREVIO
                 IF CUADRA-DATOS = 'S'
                    PERFORM 3100-SUMAR-HUELLA
                 END-IF
              END-IF
              READ SALIDA
                   AT END MOVE 'S' TO FIN-SALIDA
              END-READ
       3000-RECORRER-SALIDA-FIN.
           EXIT.

       3100-SUMAR-HUELLA.
           MOVE ZEROS TO ACUMULADO.
           PERFORM 3110-SUMAR-OCTETO
                   VARYING IDX-OCTETO FROM 1 BY 1
                   UNTIL IDX-OCTETO > 80.
           COMPUTE HASH-DATOS =
                   FUNCTION MOD(HASH-DATOS + ACUMULADO, 1000000000000).

       3110-SUMAR-OCTETO.
           COMPUTE ACUMULADO =
                   FUNCTION MOD(ACUMULADO * BASE-HUELLA
                      + FUNCTION ORD(REC-SALIDA(IDX-OCTETO:1)),
                      PRIMO-HUELLA).

      * LA CABECERA Y EL PIE FUERA DE SU SITIO SE CUENTAN COMO
      * SECUENCIA ROTA
       3200-CLASIFICAR.
           MOVE REC-SALIDA TO HDT-REGISTRO.
           MOVE 'CLASIFIC' TO HDT-FUNCION.
           CALL 'SRTMHDTR' USING CABECERA-PIE.
           IF HDT-RC NOT = ZEROS
              ADD 1 TO FUERA-DE-ORDEN
           END-IF.

       4000-CUADRAR.
           IF FUERA-DE-ORDEN > ZEROS
              DISPLAY 'ERROR SECUENCIA: ' FUERA-DE-ORDEN
              MOVE 16 TO RC
           END-IF.

           IF CUADRA-DATOS = 'S' AND HASH-DATOS NOT = TOT-HASH-DATOS
              DISPLAY 'ERROR CUADRE CONTENIDO: CARGADO ' TOT-HASH-DATOS
                      ' RECALCULADO ' HASH-DATOS
              MOVE 16 TO RC
           END-IF.

      * EL IMPORTE DEL PIE SOLO SE PUEDE CUADRAR CON REGISTROS
      * COMPLETOS EN SORTOUT
           IF HDT-ACTIVO = 'S' AND CUADRA-DATOS = 'S'
              MOVE 'VALIDAR ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
              IF HDT-RC NOT = ZEROS
                 DISPLAY 'ERROR PIE DE SORTOUT DESCUADRADO'
                 MOVE 16 TO RC
              END-IF
           END-IF.

           IF RC = ZEROS AND CUADRA-DATOS = 'S'
              DISPLAY 'CONTENIDO CUADRADO: HUELLA ' HASH-DATOS
           END-IF.

           IF RC = ZEROS
              DISPLAY 'CUADRE CORRECTO: ' LEIDOS ' REGISTROS, HASH '
                      HASH-CLAVES
