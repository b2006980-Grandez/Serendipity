      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Mezcla en una pasada de hasta ocho ficheros ordenados
      ******************************************************************
      * SDP DESCRIPTION
      *  Generaliza SRTBMRG0 a N entradas: mezcla en una sola pasada
      *> hasta ocho ficheros ya ordenados, que el deck de control
      *> SRTMRGNP enumera en orden de prioridad, una tarjeta por
      *> fichero:
      *>    ENTRADA     <logico>
      *> El logico se resuelve por SDPDDMP0 como el resto de la
      *> familia; sin tarjeta MAP se abre tal cual.
      *  La clave es la misma especificacion del deck SRTKEYSP que
      *> usa SRTBLAY0 (KEY <pos> <lon> <DISPLAY|COMP|COMP-3>
      *> <ASC|DESC>, posiciones del trazado SRTWLAYT). Sin deck, o
      *> sin tarjetas KEY, la clave es la de toda la familia: columnas
      *> 1-5 DISPLAY ascendente. A igualdad de clave sale antes el
      *> registro de la entrada anterior en SRTMRGNP, de modo que el
      *> resultado no depende del orden de lectura.
      *  Cada entrada se comprueba al leerla contra su registro
      *> anterior: un fichero fuera de orden termina la mezcla con
      *> RC 16. Los totales de control del convenio de SRTTOTAL
      *> (registros, suma de las columnas 1-5 numericas y suma de
      *> huellas de los 80 octetos) se graban en SRTMRGNT por entrada
      *> y para SORTOUT, y los de SORTOUT tambien en SRTTOTAL, con la
      *> huella del contenido sumada sobre las entradas para que
      *> SRTMVRFY cuadre registros completos y no solo claves.
      *  Con ALPHABET EBCDIC en el deck SRTALFAP (modulo SRTMALFA)
      *> las claves DISPLAY se comparan por su peso EBCDIC, tanto al
      *> elegir el registro que sale como al comprobar el orden de
      *> cada entrada, para mezclar ficheros ordenados en el host.
      * SDP END
      *
      * SDP DESC Mezcla N-aria con desempate por orden de entrada
      * SDP IVP 0 Files.Consumes = SRTMRGNP,SRTKEYSP,entradas del deck
      * SDP IVP 0 Files.Produces = SORTOUT,SRTTOTAL,SRTMRGNT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTBMRGN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTROL-MEZCLA ASSIGN TO 'SRTMRGNP'
                  FILE STATUS IS FS-CONTROL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CLAVES ASSIGN TO 'SRTKEYSP'
                  FILE STATUS IS FS-CLAVES
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA1 ASSIGN TO FIS-ENTRADA1
                  FILE STATUS IS FS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA2 ASSIGN TO FIS-ENTRADA2
                  FILE STATUS IS FS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA3 ASSIGN TO FIS-ENTRADA3
                  FILE STATUS IS FS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA4 ASSIGN TO FIS-ENTRADA4
                  FILE STATUS IS FS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA5 ASSIGN TO FIS-ENTRADA5
                  FILE STATUS IS FS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA6 ASSIGN TO FIS-ENTRADA6
                  FILE STATUS IS FS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA7 ASSIGN TO FIS-ENTRADA7
                  FILE STATUS IS FS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA8 ASSIGN TO FIS-ENTRADA8
                  FILE STATUS IS FS-ENTRADA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SALIDA ASSIGN TO FIS-SORTOUT
                  FILE STATUS IS FS-OUTPUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TOTALES ASSIGN TO FIS-SRTTOTAL
                  FILE STATUS IS FS-TOTAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TOTALES-MEZCLA ASSIGN TO 'SRTMRGNT'
                  FILE STATUS IS FS-TOTAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-MEZCLA.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  CLAVES.
       01  REC-CLAVE-SPEC.
           03 KSP-PALABRA PIC X(03).
           03 KSP-SEP1    PIC X(01).
           03 KSP-POS     PIC 9(05).
           03 KSP-SEP2    PIC X(01).
           03 KSP-LON     PIC 9(02).
           03 KSP-SEP3    PIC X(01).
           03 KSP-TIPO    PIC X(07).
           03 KSP-SEP4    PIC X(01).
           03 KSP-ORDEN   PIC X(04).

       FD  ENTRADA1.
       01  REC-ENTRADA1 PIC X(80).

       FD  ENTRADA2.
       01  REC-ENTRADA2 PIC X(80).

       FD  ENTRADA3.
       01  REC-ENTRADA3 PIC X(80).

       FD  ENTRADA4.
       01  REC-ENTRADA4 PIC X(80).

       FD  ENTRADA5.
       01  REC-ENTRADA5 PIC X(80).

       FD  ENTRADA6.
       01  REC-ENTRADA6 PIC X(80).

       FD  ENTRADA7.
       01  REC-ENTRADA7 PIC X(80).

       FD  ENTRADA8.
       01  REC-ENTRADA8 PIC X(80).

       FD  SALIDA.
       01  REC-SALIDA PIC X(80).

       FD  TOTALES.
       01  REC-TOTAL.
           03 TOT-REGISTROS  PIC 9(09).
           03 TOT-SEP        PIC X(01).
           03 TOT-HASH       PIC 9(12).
           03 TOT-SEP2       PIC X(01).
           03 TOT-MODO       PIC X(01).
           03 TOT-SEP3       PIC X(01).
           03 TOT-HASH-DATOS PIC 9(12).

      * MISMO TRAZADO QUE SRTTOTAL MAS EL LOGICO DEL FICHERO
       FD  TOTALES-MEZCLA.
       01  REC-TOTAL-MEZCLA.
           03 TMZ-TOTAL      PIC X(37).
           03 TMZ-SEP        PIC X(01).
           03 TMZ-FICHERO    PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-CONTROL PIC XX VALUE SPACES.
       77 FS-CLAVES  PIC XX VALUE SPACES.
       77 FS-ENTRADA PIC XX VALUE SPACES.
       77 FS-OUTPUT  PIC XX VALUE SPACES.
       77 FS-TOTAL   PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-FICH   PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-ENTRADA1 PIC X(64) VALUE SPACES.
           03 FIS-ENTRADA2 PIC X(64) VALUE SPACES.
           03 FIS-ENTRADA3 PIC X(64) VALUE SPACES.
           03 FIS-ENTRADA4 PIC X(64) VALUE SPACES.
           03 FIS-ENTRADA5 PIC X(64) VALUE SPACES.
           03 FIS-ENTRADA6 PIC X(64) VALUE SPACES.
           03 FIS-ENTRADA7 PIC X(64) VALUE SPACES.
           03 FIS-ENTRADA8 PIC X(64) VALUE SPACES.
           03 FIS-SORTOUT  PIC X(64) VALUE 'SORTOUT'.
           03 FIS-SRTTOTAL PIC X(64) VALUE 'SRTTOTAL'.

       01  TABLA-CLAVES.
           03 CLV-USADAS PIC 9(02) VALUE ZEROS.
           03 CLV-ENTRADA OCCURS 8 TIMES.
              05 CLV-POS   PIC 9(05).
              05 CLV-LON   PIC 9(02).
              05 CLV-TIPO  PIC X(07).
              05 CLV-ORDEN PIC X(04).

      * ESTADO DE CADA ENTRADA: 'A' CON REGISTRO EN CURSO PENDIENTE
      * DE SALIR, 'F' AGOTADA
       01  TABLA-ENTRADAS.
           03 ENT-USADAS PIC 9(01) VALUE ZEROS.
           03 ENT-ACTIVAS PIC 9(01) VALUE ZEROS.
           03 ENT OCCURS 8 TIMES.
              05 ENT-LOGICO     PIC X(08).
              05 ENT-ESTADO     PIC X(01).
              05 ENT-LEIDOS     PIC 9(09).
              05 ENT-HASH       PIC 9(12).
              05 ENT-HASH-DATOS PIC 9(12).
              05 ENT-ACTUAL     PIC X(80).
              05 ENT-PREVIO     PIC X(80).

       01  LIMITES.
           03 MAX-ENTRADAS PIC 9(01) VALUE 8.

       01  MEZCLA.
           03 NUM-ENTRADA PIC 9(01) VALUE ZEROS.
           03 ELEGIDA     PIC 9(01) VALUE ZEROS.
           03 ESCRITOS    PIC 9(09) VALUE ZEROS.
           03 HASH-SALIDA PIC 9(12) VALUE ZEROS.
           03 HASH-DATOS  PIC 9(12) VALUE ZEROS.
           03 TOTAL-LEIDOS PIC 9(09) VALUE ZEROS.

       01  COMPARACION.
           03 RELACION  PIC X(01) VALUE '='.
           03 CLV-IDX   PIC 9(02) VALUE ZEROS.
           03 REG-A     PIC X(80) VALUE SPACES.
           03 REG-B     PIC X(80) VALUE SPACES.
           03 CAMPO-A   PIC X(18) VALUE SPACES.
           03 CAMPO-B   PIC X(18) VALUE SPACES.

      * DESEMPAQUETADO COMP-3: EL CAMPO SE ALINEA A LA DERECHA DE UN
      * AREA DE 9 BYTES RELLENA DE NIBBLES CERO Y SE LEE COMO S9(17)
       01  PACK-A.
           03 PACKA-X PIC X(09).
           03 PACKA-N REDEFINES PACKA-X PIC S9(17) COMP-3.
       01  PACK-B.
           03 PACKB-X PIC X(09).
           03 PACKB-N REDEFINES PACKB-X PIC S9(17) COMP-3.

      * SECUENCIA DE ORDENACION DEL DECK SRTALFAP
       01  SECUENCIA-ORDEN.
       COPY SRTWALFA.

      * LA MISMA HUELLA POR REGISTRO QUE CALCULA SRTMLOAD
       01  HUELLA-REGISTRO.
           03 BASE-HUELLA  PIC 9(03) VALUE 257.
           03 PRIMO-HUELLA PIC 9(09) VALUE 999999937.
           03 ACUMULADO    PIC 9(09) VALUE ZEROS.
           03 IDX-OCTETO   PIC 9(02) VALUE ZEROS.

       01  INDICES.
           03 IDX      PIC 9(02) VALUE ZEROS.
           03 POS-PACK PIC 9(02) VALUE ZEROS.

       01  REGISTRO-EJECUCION.
           03 RLOG-PROGRAMA PIC X(08) VALUE 'SRTBMRGN'.
           03 RLOG-LEIDOS   PIC 9(09) VALUE ZEROS.
           03 RLOG-ESCRITOS PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SORTOUT ' FIS-SORTOUT.
           CALL 'SDPDDMP0' USING 'SRTTOTAL' FIS-SRTTOTAL.
           CALL 'SDPRLOG0' USING 'START' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.

           PERFORM 2000-LEER-CONTROL THRU 2000-LEER-CONTROL-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 2200-CARGAR-CLAVES.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           MOVE 'INICIO  ' TO ALF-FUNCION.
           CALL 'SRTMALFA' USING SECUENCIA-ORDEN.
           IF ALF-RC NOT = ZEROS
              MOVE 16 TO RC
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 3000-ABRIR-ENTRADAS THRU 3000-ABRIR-ENTRADAS-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           OPEN OUTPUT SALIDA.
           MOVE 'ABRIENDO FICHERO DE SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-OUTPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 4000-PASO-MEZCLA THRU 4000-PASO-MEZCLA-FIN
                   UNTIL ENT-ACTIVAS = ZEROS OR RC NOT = ZEROS.

           CLOSE SALIDA.
           PERFORM 3900-CERRAR-ENTRADA
                   VARYING NUM-ENTRADA FROM 1 BY 1
                   UNTIL NUM-ENTRADA > ENT-USADAS.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 5000-GRABAR-TOTALES.

           DISPLAY 'MEZCLADOS ' ESCRITOS ' REGISTROS DE '
                   ENT-USADAS ' ENTRADAS'.
           PERFORM 9000-CIERRE-CONTROLADO.

       2000-LEER-CONTROL.
           OPEN INPUT CONTROL-MEZCLA.
           MOVE 'ABRIENDO CONTROL SRTMRGNP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-CONTROL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-LEER-CONTROL-FIN.

           READ CONTROL-MEZCLA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2100-ANOTAR-ENTRADA UNTIL FIN-FICH = 'S'.
           CLOSE CONTROL-MEZCLA.
           MOVE 'N' TO FIN-FICH.

           IF ENT-USADAS = ZEROS
              DISPLAY 'ERROR SRTMRGNP SIN TARJETAS ENTRADA'
              MOVE 16 TO RC
           END-IF.

       2000-LEER-CONTROL-FIN.
           EXIT.

       2100-ANOTAR-ENTRADA.
           IF PRM-CLAVE = 'ENTRADA     '
              IF ENT-USADAS NOT < MAX-ENTRADAS
                 DISPLAY 'ERROR SRTMRGNP CON MAS DE ' MAX-ENTRADAS
                         ' ENTRADAS: ' PRM-VALOR(1:8)
                 MOVE 16 TO RC
              ELSE
                 ADD 1 TO ENT-USADAS
                 MOVE PRM-VALOR(1:8) TO ENT-LOGICO(ENT-USADAS)
                 MOVE 'F'   TO ENT-ESTADO(ENT-USADAS)
                 MOVE ZEROS TO ENT-LEIDOS(ENT-USADAS)
                               ENT-HASH(ENT-USADAS)
                               ENT-HASH-DATOS(ENT-USADAS)
              END-IF
           END-IF.
           READ CONTROL-MEZCLA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       2200-CARGAR-CLAVES.
           OPEN INPUT CLAVES.
           IF FS-CLAVES = '00'
              READ CLAVES
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 2210-ANOTAR-CLAVE UNTIL FIN-FICH = 'S'
              CLOSE CLAVES
              MOVE 'N' TO FIN-FICH
           END-IF.

      * SIN ESPECIFICACION, LA CLAVE DE TODA LA FAMILIA
           IF CLV-USADAS = ZEROS
              MOVE 1         TO CLV-USADAS
              MOVE 1         TO CLV-POS(1)
              MOVE 5         TO CLV-LON(1)
              MOVE 'DISPLAY' TO CLV-TIPO(1)
              MOVE 'ASC '    TO CLV-ORDEN(1)
           END-IF.

       2210-ANOTAR-CLAVE.
           IF KSP-PALABRA = 'KEY' AND CLV-USADAS < 8
              ADD 1 TO CLV-USADAS
              MOVE KSP-POS   TO CLV-POS(CLV-USADAS)
              MOVE KSP-LON   TO CLV-LON(CLV-USADAS)
              MOVE KSP-TIPO  TO CLV-TIPO(CLV-USADAS)
              MOVE KSP-ORDEN TO CLV-ORDEN(CLV-USADAS)
              PERFORM 2250-VALIDAR-CLAVE
           END-IF.
           READ CLAVES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * MISMOS LIMITES QUE SRTBLAY0 PARA LAS AREAS DE COMPARACION
       2250-VALIDAR-CLAVE.
           IF CLV-LON(CLV-USADAS) < 1
              DISPLAY 'ERROR CLAVE ' CLV-USADAS ' CON LONGITUD CERO'
              MOVE 16 TO RC
           END-IF.
           IF CLV-TIPO(CLV-USADAS) = 'COMP-3 '
              IF CLV-LON(CLV-USADAS) > 9
                 DISPLAY 'ERROR CLAVE ' CLV-USADAS
                         ' COMP-3 DE MAS DE 9 BYTES'
                 MOVE 16 TO RC
              END-IF
           ELSE
              IF CLV-LON(CLV-USADAS) > 18
                 DISPLAY 'ERROR CLAVE ' CLV-USADAS
                         ' DE MAS DE 18 BYTES'
                 MOVE 16 TO RC
              END-IF
           END-IF.
           IF CLV-POS(CLV-USADAS) < 1
              OR CLV-POS(CLV-USADAS) + CLV-LON(CLV-USADAS) - 1 > 80
              DISPLAY 'ERROR CLAVE ' CLV-USADAS
                      ' FUERA DEL REGISTRO DE 80 BYTES'
              MOVE 16 TO RC
           END-IF.

      * CADA ENTRADA SE ABRE Y DEJA SU PRIMER REGISTRO EN CURSO
       3000-ABRIR-ENTRADAS.
           PERFORM 3100-ABRIR-ENTRADA
                   VARYING NUM-ENTRADA FROM 1 BY 1
                   UNTIL NUM-ENTRADA > ENT-USADAS OR RC NOT = ZEROS.
           IF RC NOT = ZEROS GO TO 3000-ABRIR-ENTRADAS-FIN.

           PERFORM 3200-PRIMER-REGISTRO
                   VARYING NUM-ENTRADA FROM 1 BY 1
                   UNTIL NUM-ENTRADA > ENT-USADAS.

       3000-ABRIR-ENTRADAS-FIN.
           EXIT.

       3100-ABRIR-ENTRADA.
           EVALUATE NUM-ENTRADA
              WHEN 1
                 MOVE ENT-LOGICO(1) TO FIS-ENTRADA1
                 CALL 'SDPDDMP0' USING ENT-LOGICO(1) FIS-ENTRADA1
                 OPEN INPUT ENTRADA1
              WHEN 2
                 MOVE ENT-LOGICO(2) TO FIS-ENTRADA2
                 CALL 'SDPDDMP0' USING ENT-LOGICO(2) FIS-ENTRADA2
                 OPEN INPUT ENTRADA2
              WHEN 3
                 MOVE ENT-LOGICO(3) TO FIS-ENTRADA3
                 CALL 'SDPDDMP0' USING ENT-LOGICO(3) FIS-ENTRADA3
                 OPEN INPUT ENTRADA3
              WHEN 4
                 MOVE ENT-LOGICO(4) TO FIS-ENTRADA4
                 CALL 'SDPDDMP0' USING ENT-LOGICO(4) FIS-ENTRADA4
                 OPEN INPUT ENTRADA4
              WHEN 5
                 MOVE ENT-LOGICO(5) TO FIS-ENTRADA5
                 CALL 'SDPDDMP0' USING ENT-LOGICO(5) FIS-ENTRADA5
                 OPEN INPUT ENTRADA5
              WHEN 6
                 MOVE ENT-LOGICO(6) TO FIS-ENTRADA6
                 CALL 'SDPDDMP0' USING ENT-LOGICO(6) FIS-ENTRADA6
                 OPEN INPUT ENTRADA6
              WHEN 7
                 MOVE ENT-LOGICO(7) TO FIS-ENTRADA7
                 CALL 'SDPDDMP0' USING ENT-LOGICO(7) FIS-ENTRADA7
                 OPEN INPUT ENTRADA7
              WHEN 8
                 MOVE ENT-LOGICO(8) TO FIS-ENTRADA8
                 CALL 'SDPDDMP0' USING ENT-LOGICO(8) FIS-ENTRADA8
                 OPEN INPUT ENTRADA8
           END-EVALUATE.
           MOVE SPACES TO MSG-FSTAT.
           STRING 'ABRIENDO ENTRADA ' ENT-LOGICO(NUM-ENTRADA)
                  DELIMITED BY SIZE INTO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-ENTRADA '00' SPACES
                MSG-FSTAT RC.
           IF RC = ZEROS
              MOVE 'A' TO ENT-ESTADO(NUM-ENTRADA)
           END-IF.

       3200-PRIMER-REGISTRO.
           PERFORM 3300-LEER-ENTRADA.
           IF ENT-ESTADO(NUM-ENTRADA) = 'A'
              ADD 1 TO ENT-ACTIVAS
           END-IF.

      * LEE EL SIGUIENTE REGISTRO DE NUM-ENTRADA SOBRE ENT-ACTUAL Y
      * LO SUMA A LOS TOTALES DE ESA ENTRADA; AL FINAL LA MARCA 'F'
       3300-LEER-ENTRADA.
           MOVE 'N' TO FIN-FICH.
           EVALUATE NUM-ENTRADA
              WHEN 1
                 READ ENTRADA1 INTO ENT-ACTUAL(1)
                      AT END MOVE 'S' TO FIN-FICH
                 END-READ
              WHEN 2
                 READ ENTRADA2 INTO ENT-ACTUAL(2)
                      AT END MOVE 'S' TO FIN-FICH
                 END-READ
              WHEN 3
                 READ ENTRADA3 INTO ENT-ACTUAL(3)
                      AT END MOVE 'S' TO FIN-FICH
                 END-READ
              WHEN 4
                 READ ENTRADA4 INTO ENT-ACTUAL(4)
                      AT END MOVE 'S' TO FIN-FICH
                 END-READ
              WHEN 5
                 READ ENTRADA5 INTO ENT-ACTUAL(5)
                      AT END MOVE 'S' TO FIN-FICH
                 END-READ
              WHEN 6
                 READ ENTRADA6 INTO ENT-ACTUAL(6)
                      AT END MOVE 'S' TO FIN-FICH
                 END-READ
              WHEN 7
                 READ ENTRADA7 INTO ENT-ACTUAL(7)
                      AT END MOVE 'S' TO FIN-FICH
                 END-READ
              WHEN 8
                 READ ENTRADA8 INTO ENT-ACTUAL(8)
                      AT END MOVE 'S' TO FIN-FICH
                 END-READ
           END-EVALUATE.
           IF FIN-FICH = 'S'
              MOVE 'F' TO ENT-ESTADO(NUM-ENTRADA)
           ELSE
              ADD 1 TO ENT-LEIDOS(NUM-ENTRADA) TOTAL-LEIDOS
              IF ENT-ACTUAL(NUM-ENTRADA)(1:5) IS NUMERIC
                 COMPUTE ENT-HASH(NUM-ENTRADA) =
                         FUNCTION MOD(ENT-HASH(NUM-ENTRADA)
                         + FUNCTION NUMVAL(ENT-ACTUAL(NUM-ENTRADA)
                         (1:5)), 1000000000000)
              END-IF
              MOVE ENT-ACTUAL(NUM-ENTRADA) TO REG-A
              PERFORM 3400-SUMAR-HUELLA
              COMPUTE ENT-HASH-DATOS(NUM-ENTRADA) =
                      FUNCTION MOD(ENT-HASH-DATOS(NUM-ENTRADA)
                      + ACUMULADO, 1000000000000)
           END-IF.
           MOVE 'N' TO FIN-FICH.

       3400-SUMAR-HUELLA.
           MOVE ZEROS TO ACUMULADO.
           PERFORM 3410-SUMAR-OCTETO
                   VARYING IDX-OCTETO FROM 1 BY 1
                   UNTIL IDX-OCTETO > 80.

       3410-SUMAR-OCTETO.
           COMPUTE ACUMULADO =
                   FUNCTION MOD(ACUMULADO * BASE-HUELLA
                      + FUNCTION ORD(REG-A(IDX-OCTETO:1)),
                      PRIMO-HUELLA).

       3900-CERRAR-ENTRADA.
           EVALUATE NUM-ENTRADA
              WHEN 1 CLOSE ENTRADA1
              WHEN 2 CLOSE ENTRADA2
              WHEN 3 CLOSE ENTRADA3
              WHEN 4 CLOSE ENTRADA4
              WHEN 5 CLOSE ENTRADA5
              WHEN 6 CLOSE ENTRADA6
              WHEN 7 CLOSE ENTRADA7
              WHEN 8 CLOSE ENTRADA8
           END-EVALUATE.

      * UN PASO: SALE EL MENOR DE LOS REGISTROS EN CURSO (A IGUALDAD,
      * EL DE LA ENTRADA ANTERIOR) Y SU ENTRADA AVANZA UNO
       4000-PASO-MEZCLA.
           MOVE ZEROS TO ELEGIDA.
           PERFORM 4100-CANDIDATA
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > ENT-USADAS.

           WRITE REC-SALIDA FROM ENT-ACTUAL(ELEGIDA).
           ADD 1 TO ESCRITOS.
           IF ENT-ACTUAL(ELEGIDA)(1:5) IS NUMERIC
              COMPUTE HASH-SALIDA = FUNCTION MOD(HASH-SALIDA
                      + FUNCTION NUMVAL(ENT-ACTUAL(ELEGIDA)(1:5)),
                      1000000000000)
           END-IF.

           MOVE ENT-ACTUAL(ELEGIDA) TO ENT-PREVIO(ELEGIDA).
           MOVE ELEGIDA TO NUM-ENTRADA.
           PERFORM 3300-LEER-ENTRADA.
           IF ENT-ESTADO(ELEGIDA) = 'F'
              SUBTRACT 1 FROM ENT-ACTIVAS
              GO TO 4000-PASO-MEZCLA-FIN
           END-IF.

           MOVE ENT-PREVIO(ELEGIDA) TO REG-A.
           MOVE ENT-ACTUAL(ELEGIDA) TO REG-B.
           PERFORM 4500-COMPARAR.
           IF RELACION = '>'
              DISPLAY 'ERROR ENTRADA ' ENT-LOGICO(ELEGIDA)
                      ' FUERA DE ORDEN EN EL REGISTRO '
                      ENT-LEIDOS(ELEGIDA)
              MOVE 16 TO RC
           END-IF.

       4000-PASO-MEZCLA-FIN.
           EXIT.

       4100-CANDIDATA.
           IF ENT-ESTADO(IDX) = 'A'
              IF ELEGIDA = ZEROS
                 MOVE IDX TO ELEGIDA
              ELSE
                 MOVE ENT-ACTUAL(ELEGIDA) TO REG-A
                 MOVE ENT-ACTUAL(IDX)     TO REG-B
                 PERFORM 4500-COMPARAR
                 IF RELACION = '>'
                    MOVE IDX TO ELEGIDA
                 END-IF
              END-IF
           END-IF.

      * COMPARA REG-A CONTRA REG-B SEGUN LA LISTA DE CLAVES:
      * RELACION '>' SI REG-A DEBE IR DESPUES DE REG-B
       4500-COMPARAR.
           MOVE '=' TO RELACION.
           PERFORM 4600-COMPARAR-CAMPO
                   VARYING CLV-IDX FROM 1 BY 1
                   UNTIL CLV-IDX > CLV-USADAS OR RELACION NOT = '='.

       4600-COMPARAR-CAMPO.
           IF CLV-TIPO(CLV-IDX) = 'COMP-3 '
              PERFORM 4700-COMPARAR-EMPAQUETADO
           ELSE
              MOVE SPACES TO CAMPO-A CAMPO-B
              MOVE REG-A(CLV-POS(CLV-IDX):CLV-LON(CLV-IDX)) TO CAMPO-A
              MOVE REG-B(CLV-POS(CLV-IDX):CLV-LON(CLV-IDX)) TO CAMPO-B
              IF ALF-EBCDIC AND CLV-TIPO(CLV-IDX) = 'DISPLAY'
                 INSPECT CAMPO-A CONVERTING ALF-NATIVA TO ALF-PESOS
                 INSPECT CAMPO-B CONVERTING ALF-NATIVA TO ALF-PESOS
              END-IF
              EVALUATE TRUE
                 WHEN CAMPO-A > CAMPO-B MOVE '>' TO RELACION
                 WHEN CAMPO-A < CAMPO-B MOVE '<' TO RELACION
                 WHEN OTHER CONTINUE
              END-EVALUATE
           END-IF.
           IF CLV-ORDEN(CLV-IDX) = 'DESC' AND RELACION NOT = '='
              IF RELACION = '>'
                 MOVE '<' TO RELACION
              ELSE
                 MOVE '>' TO RELACION
              END-IF
           END-IF.

       4700-COMPARAR-EMPAQUETADO.
           MOVE LOW-VALUES TO PACKA-X PACKB-X.
           COMPUTE POS-PACK = 10 - CLV-LON(CLV-IDX).
           MOVE REG-A(CLV-POS(CLV-IDX):CLV-LON(CLV-IDX))
                TO PACKA-X(POS-PACK:CLV-LON(CLV-IDX)).
           MOVE REG-B(CLV-POS(CLV-IDX):CLV-LON(CLV-IDX))
                TO PACKB-X(POS-PACK:CLV-LON(CLV-IDX)).
           EVALUATE TRUE
              WHEN PACKA-N > PACKB-N MOVE '>' TO RELACION
              WHEN PACKA-N < PACKB-N MOVE '<' TO RELACION
              WHEN OTHER CONTINUE
           END-EVALUATE.

      * SRTMRGNT: UNA LINEA POR ENTRADA Y LA DE SORTOUT AL FINAL;
      * SRTTOTAL: LA DE SORTOUT, PARA SRTMVRFY
       5000-GRABAR-TOTALES.
           OPEN OUTPUT TOTALES-MEZCLA.
           PERFORM 5100-TOTAL-ENTRADA
                   VARYING NUM-ENTRADA FROM 1 BY 1
                   UNTIL NUM-ENTRADA > ENT-USADAS.

           MOVE SPACES      TO REC-TOTAL.
           MOVE ESCRITOS    TO TOT-REGISTROS.
           MOVE HASH-SALIDA TO TOT-HASH.
           MOVE 'E'         TO TOT-MODO.
           MOVE HASH-DATOS  TO TOT-HASH-DATOS.
           MOVE SPACES      TO REC-TOTAL-MEZCLA.
           MOVE REC-TOTAL   TO TMZ-TOTAL.
           MOVE 'SORTOUT '  TO TMZ-FICHERO.
           WRITE REC-TOTAL-MEZCLA.
           CLOSE TOTALES-MEZCLA.

           OPEN OUTPUT TOTALES.
           WRITE REC-TOTAL.
           CLOSE TOTALES.

       5100-TOTAL-ENTRADA.
           MOVE SPACES TO REC-TOTAL.
           MOVE ENT-LEIDOS(NUM-ENTRADA)     TO TOT-REGISTROS.
           MOVE ENT-HASH(NUM-ENTRADA)       TO TOT-HASH.
           MOVE 'E'                         TO TOT-MODO.
           MOVE ENT-HASH-DATOS(NUM-ENTRADA) TO TOT-HASH-DATOS.
           COMPUTE HASH-DATOS = FUNCTION MOD(HASH-DATOS
                   + ENT-HASH-DATOS(NUM-ENTRADA), 1000000000000).
           MOVE SPACES    TO REC-TOTAL-MEZCLA.
           MOVE REC-TOTAL TO TMZ-TOTAL.
           MOVE ENT-LOGICO(NUM-ENTRADA) TO TMZ-FICHERO.
           WRITE REC-TOTAL-MEZCLA.
           DISPLAY 'ENTRADA ' ENT-LOGICO(NUM-ENTRADA) ' '
                   ENT-LEIDOS(NUM-ENTRADA) ' REGISTROS'.

      * UN FIN CONTROLADO DEJA SU REGISTRO STOP EN EL LOG CENTRAL
      * CON EL RC DEL CONVENIO
       9000-CIERRE-CONTROLADO.
           MOVE TOTAL-LEIDOS TO RLOG-LEIDOS.
           MOVE ESCRITOS     TO RLOG-ESCRITOS.
           CALL 'SDPRLOG0' USING 'STOP ' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.
           STOP RUN RETURNING RC.
