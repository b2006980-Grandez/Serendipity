      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Cruce de dos ficheros ordenados por una clave comun
      ******************************************************************
      * SDP DESCRIPTION
      *  Companero de SRTMUTIL para los cruces que hacian a mano los
      *> programas de emparejamiento: lee JOINIZQ y JOINDER, los dos
      *> ordenados por su clave, y los cruza segun el deck SRTJOINP:
      *>    KEY    <LEFT|RIGHT> <pos> <lon>
      *>    JOIN   <INNER|LEFT|FULL>
      *>    OUTREC <LEFT|RIGHT> <pos> <lon>
      *>    OUTREC KEY
      *  Las dos claves se comparan byte a byte y deben tener la
      *> misma longitud (hasta 40). Cada OUTREC anade un campo al
      *> registro de SORTOUT, concatenado desde la columna 1 y en el
      *> orden de las tarjetas; OUTREC KEY pone la clave del lado que
      *> exista, para que un registro solo de la derecha la lleve
      *> igual. El lado ausente sale en blanco. Sin OUTREC se escribe
      *> el registro del lado presente, el izquierdo si hay los dos.
      *  Con claves repetidas en los dos lados se escribe cada pareja
      *> (los registros de la derecha de una clave se retienen, hasta
      *> 1000). INNER solo escribe parejas; LEFT anade los de la
      *> izquierda sin pareja y FULL tambien los de la derecha. Sea
      *> cual sea el JOIN, los registros sin pareja salen completos
      *> en JOINNIZQ y JOINNDER.
      *  Una clave menor que la anterior en cualquiera de las dos
      *> entradas detiene el cruce con RC 16. Al cierre se informan
      *> las parejas y los registros solo izquierda y solo derecha, y
      *> SRTTOTAL recibe los totales del convenio de SORTOUT.
      * SDP END
      *
      * SDP DESC Cruce INNER/LEFT/FULL de dos ficheros ordenados
      * SDP IVP 0 Files.Consumes = SRTJOINP,JOINIZQ,JOINDER
      * SDP IVP 0 Files.Produces = SORTOUT,SRTTOTAL,JOINNIZQ,JOINNDER
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTMJOIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DECK ASSIGN TO 'SRTJOINP'
                  FILE STATUS IS FS-DECK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT IZQUIERDA ASSIGN TO FIS-JOINIZQ
                  FILE STATUS IS FS-IZQ
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT DERECHA ASSIGN TO FIS-JOINDER
                  FILE STATUS IS FS-DER
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SALIDA ASSIGN TO FIS-SORTOUT
                  FILE STATUS IS FS-OUTPUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SOLO-IZQUIERDA ASSIGN TO FIS-JOINNIZQ
                  FILE STATUS IS FS-NIZQ
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SOLO-DERECHA ASSIGN TO FIS-JOINNDER
                  FILE STATUS IS FS-NDER
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TOTALES ASSIGN TO FIS-SRTTOTAL
                  FILE STATUS IS FS-TOTAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DECK.
       01  REC-DECK PIC X(80).

       FD  IZQUIERDA.
       01  REC-IZQUIERDA PIC X(80).

       FD  DERECHA.
       01  REC-DERECHA PIC X(80).

       FD  SALIDA.
       01  REC-SALIDA PIC X(80).

       FD  SOLO-IZQUIERDA.
       01  REC-SOLO-IZQUIERDA PIC X(80).

       FD  SOLO-DERECHA.
       01  REC-SOLO-DERECHA PIC X(80).

       FD  TOTALES.
       01  REC-TOTAL.
           03 TOT-REGISTROS PIC 9(09).
           03 TOT-SEP       PIC X(01).
           03 TOT-HASH      PIC 9(12).

       WORKING-STORAGE SECTION.
       77 FS-DECK   PIC XX VALUE SPACES.
       77 FS-IZQ    PIC XX VALUE SPACES.
       77 FS-DER    PIC XX VALUE SPACES.
       77 FS-OUTPUT PIC XX VALUE SPACES.
       77 FS-NIZQ   PIC XX VALUE SPACES.
       77 FS-NDER   PIC XX VALUE SPACES.
       77 FS-TOTAL  PIC XX VALUE SPACES.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT PIC X(40) VALUE SPACES.
       77 FIN-FICH  PIC X(01) VALUE 'N'.
       77 FIN-IZQ   PIC X(01) VALUE 'N'.
       77 FIN-DER   PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-JOINIZQ  PIC X(64) VALUE 'JOINIZQ'.
           03 FIS-JOINDER  PIC X(64) VALUE 'JOINDER'.
           03 FIS-SORTOUT  PIC X(64) VALUE 'SORTOUT'.
           03 FIS-JOINNIZQ PIC X(64) VALUE 'JOINNIZQ'.
           03 FIS-JOINNDER PIC X(64) VALUE 'JOINNDER'.
           03 FIS-SRTTOTAL PIC X(64) VALUE 'SRTTOTAL'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(10) VALUE SPACES.
           03 PAL-2 PIC X(10) VALUE SPACES.
           03 PAL-3 PIC X(10) VALUE SPACES.
           03 PAL-4 PIC X(10) VALUE SPACES.

       01  CONFIG-CRUCE.
           03 TIPO-JOIN PIC X(05) VALUE 'INNER'.
           03 KEY-IZQ-POS PIC 9(05) VALUE ZEROS.
           03 KEY-IZQ-LON PIC 9(02) VALUE ZEROS.
           03 KEY-DER-POS PIC 9(05) VALUE ZEROS.
           03 KEY-DER-LON PIC 9(02) VALUE ZEROS.

      * CAMPOS DE SALIDA: LADO 'L', 'R' O 'K' (LA CLAVE)
       01  CONFIG-OUTREC.
           03 OUT-CUANTOS PIC 9(02) VALUE ZEROS.
           03 OUT-LONGITUD PIC 9(03) VALUE ZEROS.
           03 OUT-CAMPO OCCURS 20 TIMES.
              05 OUT-LADO PIC X(01).
              05 OUT-POS  PIC 9(05).
              05 OUT-LON  PIC 9(02).

       01  LIMITES.
           03 MAX-CLAVE   PIC 9(02) VALUE 40.
           03 MAX-GRUPO   PIC 9(04) VALUE 1000.

      * REGISTROS DE LA DERECHA CON LA CLAVE QUE SE ESTA CRUZANDO
       01  GRUPO-DERECHA.
           03 GRP-USADOS PIC 9(04) VALUE ZEROS.
           03 GRP-REGISTRO PIC X(80) OCCURS 1000 TIMES.

       01  ESTADO-CRUCE.
           03 REG-IZQ       PIC X(80) VALUE SPACES.
           03 REG-DER       PIC X(80) VALUE SPACES.
           03 CLAVE-IZQ     PIC X(40) VALUE SPACES.
           03 CLAVE-DER     PIC X(40) VALUE SPACES.
           03 CLAVE-GRUPO   PIC X(40) VALUE SPACES.
           03 PREVIA-IZQ    PIC X(40) VALUE LOW-VALUES.
           03 PREVIA-DER    PIC X(40) VALUE LOW-VALUES.
           03 LADO-L        PIC X(80) VALUE SPACES.
           03 LADO-R        PIC X(80) VALUE SPACES.
           03 CLAVE-SALIDA  PIC X(40) VALUE SPACES.

       01  TRABAJO.
           03 IDX       PIC 9(04) VALUE ZEROS.
           03 IDX-GRUPO PIC 9(04) VALUE ZEROS.
           03 POS-SAL   PIC 9(03) VALUE ZEROS.

       01  REGISTRO-SALIDA PIC X(80) VALUE SPACES.

       01  CONTADORES.
           03 LEIDOS-IZQ PIC 9(09) VALUE ZEROS.
           03 LEIDOS-DER PIC 9(09) VALUE ZEROS.
           03 PAREJAS    PIC 9(09) VALUE ZEROS.
           03 SOLO-IZQ   PIC 9(09) VALUE ZEROS.
           03 SOLO-DER   PIC 9(09) VALUE ZEROS.
           03 ESCRITOS   PIC 9(09) VALUE ZEROS.
           03 HASH-CLAVES PIC 9(12) VALUE ZEROS.

       01  REGISTRO-EJECUCION.
           03 RLOG-PROGRAMA PIC X(08) VALUE 'SRTMJOIN'.
           03 RLOG-LEIDOS   PIC 9(09) VALUE ZEROS.
           03 RLOG-ESCRITOS PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'JOINIZQ ' FIS-JOINIZQ.
           CALL 'SDPDDMP0' USING 'JOINDER ' FIS-JOINDER.
           CALL 'SDPDDMP0' USING 'SORTOUT ' FIS-SORTOUT.
           CALL 'SDPDDMP0' USING 'JOINNIZQ' FIS-JOINNIZQ.
           CALL 'SDPDDMP0' USING 'JOINNDER' FIS-JOINNDER.
           CALL 'SDPDDMP0' USING 'SRTTOTAL' FIS-SRTTOTAL.
           CALL 'SDPRLOG0' USING 'START' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.

           PERFORM 2000-CARGAR-DECK THRU 2000-CARGAR-DECK-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 3000-ABRIR-FICHEROS THRU 3000-ABRIR-FICHEROS-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 3100-LEER-IZQUIERDA.
           PERFORM 3200-LEER-DERECHA.
           PERFORM 4000-PASO-CRUCE
                   UNTIL (FIN-IZQ = 'S' AND FIN-DER = 'S')
                      OR RC NOT = ZEROS.

           CLOSE IZQUIERDA DERECHA SALIDA SOLO-IZQUIERDA SOLO-DERECHA.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 6000-GRABAR-TOTALES.

           DISPLAY 'TIPO ' TIPO-JOIN ' PAREJAS ' PAREJAS
                   ' SOLO IZQUIERDA ' SOLO-IZQ
                   ' SOLO DERECHA ' SOLO-DER.
           PERFORM 9000-CIERRE-CONTROLADO.

       2000-CARGAR-DECK.
           OPEN INPUT DECK.
           MOVE 'ABRIENDO DECK SRTJOINP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-DECK '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-CARGAR-DECK-FIN.

           READ DECK
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2100-TRATAR-TARJETA UNTIL FIN-FICH = 'S'.
           CLOSE DECK.
           MOVE 'N' TO FIN-FICH.

           IF KEY-IZQ-LON = ZEROS OR KEY-DER-LON = ZEROS
              DISPLAY 'ERROR SRTJOINP SIN KEY LEFT Y KEY RIGHT'
              MOVE 16 TO RC
              GO TO 2000-CARGAR-DECK-FIN
           END-IF.
           IF KEY-IZQ-LON NOT = KEY-DER-LON
              DISPLAY 'ERROR CLAVES DE DISTINTA LONGITUD: '
                      KEY-IZQ-LON ' Y ' KEY-DER-LON
              MOVE 16 TO RC
           END-IF.
      * OUTREC KEY OCUPA LO QUE MIDE LA CLAVE
           PERFORM 2500-LONGITUD-KEY
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > OUT-CUANTOS.
           IF OUT-LONGITUD > 80
              DISPLAY 'ERROR OUTREC DE ' OUT-LONGITUD
                      ' BYTES NO CABE EN EL REGISTRO DE 80'
              MOVE 16 TO RC
           END-IF.

       2000-CARGAR-DECK-FIN.
           EXIT.

       2100-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-DECK DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4.
           EVALUATE PAL-1
              WHEN 'KEY       '
                   PERFORM 2200-TARJETA-KEY
              WHEN 'JOIN      '
                   PERFORM 2300-TARJETA-JOIN
              WHEN 'OUTREC    '
                   PERFORM 2400-TARJETA-OUTREC
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ DECK
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       2200-TARJETA-KEY.
           EVALUATE PAL-2
              WHEN 'LEFT      '
                   MOVE FUNCTION NUMVAL(PAL-3) TO KEY-IZQ-POS
                   MOVE FUNCTION NUMVAL(PAL-4) TO KEY-IZQ-LON
                   IF KEY-IZQ-LON < 1 OR KEY-IZQ-LON > MAX-CLAVE
                      OR KEY-IZQ-POS < 1
                      OR KEY-IZQ-POS + KEY-IZQ-LON - 1 > 80
                      DISPLAY 'ERROR KEY LEFT FUERA DE LIMITES'
                      MOVE 16 TO RC
                   END-IF
              WHEN 'RIGHT     '
                   MOVE FUNCTION NUMVAL(PAL-3) TO KEY-DER-POS
                   MOVE FUNCTION NUMVAL(PAL-4) TO KEY-DER-LON
                   IF KEY-DER-LON < 1 OR KEY-DER-LON > MAX-CLAVE
                      OR KEY-DER-POS < 1
                      OR KEY-DER-POS + KEY-DER-LON - 1 > 80
                      DISPLAY 'ERROR KEY RIGHT FUERA DE LIMITES'
                      MOVE 16 TO RC
                   END-IF
              WHEN OTHER
                   DISPLAY 'ERROR KEY SIN LADO LEFT O RIGHT: ' PAL-2
                   MOVE 16 TO RC
           END-EVALUATE.

       2300-TARJETA-JOIN.
           IF PAL-2 = 'INNER     ' OR 'LEFT      ' OR 'FULL      '
              MOVE PAL-2(1:5) TO TIPO-JOIN
           ELSE
              DISPLAY 'ERROR JOIN DESCONOCIDO: ' PAL-2
              MOVE 16 TO RC
           END-IF.

       2400-TARJETA-OUTREC.
           IF OUT-CUANTOS NOT < 20
              DISPLAY 'ERROR MAS DE 20 TARJETAS OUTREC'
              MOVE 16 TO RC
           ELSE
              ADD 1 TO OUT-CUANTOS
              EVALUATE PAL-2
                 WHEN 'KEY       '
                      MOVE 'K'   TO OUT-LADO(OUT-CUANTOS)
                      MOVE ZEROS TO OUT-POS(OUT-CUANTOS)
                                    OUT-LON(OUT-CUANTOS)
                 WHEN 'LEFT      '
                      MOVE 'L' TO OUT-LADO(OUT-CUANTOS)
                      PERFORM 2450-OUTREC-CAMPO
                 WHEN 'RIGHT     '
                      MOVE 'R' TO OUT-LADO(OUT-CUANTOS)
                      PERFORM 2450-OUTREC-CAMPO
                 WHEN OTHER
                      DISPLAY 'ERROR OUTREC SIN LADO: ' PAL-2
                      MOVE 16 TO RC
              END-EVALUATE
           END-IF.

       2450-OUTREC-CAMPO.
           MOVE FUNCTION NUMVAL(PAL-3) TO OUT-POS(OUT-CUANTOS).
           MOVE FUNCTION NUMVAL(PAL-4) TO OUT-LON(OUT-CUANTOS).
           IF OUT-LON(OUT-CUANTOS) < 1 OR OUT-POS(OUT-CUANTOS) < 1
              OR OUT-POS(OUT-CUANTOS) + OUT-LON(OUT-CUANTOS) - 1 > 80
              DISPLAY 'ERROR OUTREC FUERA DEL REGISTRO DE 80 BYTES'
              MOVE 16 TO RC
           ELSE
              ADD OUT-LON(OUT-CUANTOS) TO OUT-LONGITUD
           END-IF.

       2500-LONGITUD-KEY.
           IF OUT-LADO(IDX) = 'K'
              MOVE KEY-IZQ-LON TO OUT-LON(IDX)
              ADD KEY-IZQ-LON TO OUT-LONGITUD
           END-IF.

       3000-ABRIR-FICHEROS.
           OPEN INPUT IZQUIERDA.
           MOVE 'ABRIENDO JOINIZQ' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-IZQ '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-ABRIR-FICHEROS-FIN.

           OPEN INPUT DERECHA.
           MOVE 'ABRIENDO JOINDER' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-DER '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-ABRIR-FICHEROS-FIN.

           OPEN OUTPUT SALIDA.
           MOVE 'ABRIENDO FICHERO DE SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-OUTPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-ABRIR-FICHEROS-FIN.

           OPEN OUTPUT SOLO-IZQUIERDA.
           MOVE 'ABRIENDO JOINNIZQ' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-NIZQ '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-ABRIR-FICHEROS-FIN.

           OPEN OUTPUT SOLO-DERECHA.
           MOVE 'ABRIENDO JOINNDER' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-NDER '00' SPACES
                MSG-FSTAT RC.

       3000-ABRIR-FICHEROS-FIN.
           EXIT.

      * AL FINAL DE UN LADO SU CLAVE QUEDA EN HIGH-VALUES Y EL OTRO
      * LADO SALE ENTERO POR LA RAMA DE MENORES
       3100-LEER-IZQUIERDA.
           READ IZQUIERDA INTO REG-IZQ
                AT END MOVE 'S' TO FIN-IZQ
           END-READ.
           IF FIN-IZQ = 'S'
              MOVE HIGH-VALUES TO CLAVE-IZQ
           ELSE
              ADD 1 TO LEIDOS-IZQ
              MOVE SPACES TO CLAVE-IZQ
              MOVE REG-IZQ(KEY-IZQ-POS:KEY-IZQ-LON) TO CLAVE-IZQ
              IF CLAVE-IZQ < PREVIA-IZQ
                 DISPLAY 'ERROR JOINIZQ FUERA DE ORDEN EN EL '
                         'REGISTRO ' LEIDOS-IZQ
                 MOVE 16 TO RC
              END-IF
              MOVE CLAVE-IZQ TO PREVIA-IZQ
           END-IF.

       3200-LEER-DERECHA.
           READ DERECHA INTO REG-DER
                AT END MOVE 'S' TO FIN-DER
           END-READ.
           IF FIN-DER = 'S'
              MOVE HIGH-VALUES TO CLAVE-DER
           ELSE
              ADD 1 TO LEIDOS-DER
              MOVE SPACES TO CLAVE-DER
              MOVE REG-DER(KEY-DER-POS:KEY-DER-LON) TO CLAVE-DER
              IF CLAVE-DER < PREVIA-DER
                 DISPLAY 'ERROR JOINDER FUERA DE ORDEN EN EL '
                         'REGISTRO ' LEIDOS-DER
                 MOVE 16 TO RC
              END-IF
              MOVE CLAVE-DER TO PREVIA-DER
           END-IF.

       4000-PASO-CRUCE.
           EVALUATE TRUE
              WHEN CLAVE-IZQ < CLAVE-DER
                   PERFORM 4100-SOLO-IZQUIERDA
              WHEN CLAVE-IZQ > CLAVE-DER
                   PERFORM 4200-SOLO-DERECHA
              WHEN OTHER
                   PERFORM 4300-CRUZAR-CLAVE THRU 4300-CRUZAR-CLAVE-FIN
           END-EVALUATE.

       4100-SOLO-IZQUIERDA.
           WRITE REC-SOLO-IZQUIERDA FROM REG-IZQ.
           ADD 1 TO SOLO-IZQ.
           IF TIPO-JOIN = 'LEFT ' OR 'FULL '
              MOVE REG-IZQ   TO LADO-L
              MOVE SPACES    TO LADO-R
              MOVE CLAVE-IZQ TO CLAVE-SALIDA
              PERFORM 5000-ESCRIBIR-SALIDA
           END-IF.
           PERFORM 3100-LEER-IZQUIERDA.

       4200-SOLO-DERECHA.
           WRITE REC-SOLO-DERECHA FROM REG-DER.
           ADD 1 TO SOLO-DER.
           IF TIPO-JOIN = 'FULL '
              MOVE SPACES    TO LADO-L
              MOVE REG-DER   TO LADO-R
              MOVE CLAVE-DER TO CLAVE-SALIDA
              PERFORM 5000-ESCRIBIR-SALIDA
           END-IF.
           PERFORM 3200-LEER-DERECHA.

      * CLAVE COMUN: SE RETIENEN LOS DE LA DERECHA CON ESA CLAVE Y
      * CADA REGISTRO DE LA IZQUIERDA CON ELLA SE CRUZA CON TODOS
       4300-CRUZAR-CLAVE.
           MOVE CLAVE-DER TO CLAVE-GRUPO.
           MOVE ZEROS TO GRP-USADOS.
           PERFORM 4310-RETENER-DERECHA
                   UNTIL CLAVE-DER NOT = CLAVE-GRUPO OR RC NOT = ZEROS.
           IF RC NOT = ZEROS GO TO 4300-CRUZAR-CLAVE-FIN.

           PERFORM 4320-CRUZAR-IZQUIERDA
                   UNTIL CLAVE-IZQ NOT = CLAVE-GRUPO OR RC NOT = ZEROS.

       4300-CRUZAR-CLAVE-FIN.
           EXIT.

       4310-RETENER-DERECHA.
           IF GRP-USADOS NOT < MAX-GRUPO
              DISPLAY 'ERROR MAS DE ' MAX-GRUPO ' REGISTROS DE '
                      'JOINDER CON LA CLAVE ' CLAVE-GRUPO
              MOVE 16 TO RC
           ELSE
              ADD 1 TO GRP-USADOS
              MOVE REG-DER TO GRP-REGISTRO(GRP-USADOS)
              PERFORM 3200-LEER-DERECHA
           END-IF.

       4320-CRUZAR-IZQUIERDA.
           MOVE REG-IZQ     TO LADO-L.
           MOVE CLAVE-GRUPO TO CLAVE-SALIDA.
           PERFORM 4330-ESCRIBIR-PAREJA
                   VARYING IDX-GRUPO FROM 1 BY 1
                   UNTIL IDX-GRUPO > GRP-USADOS.
           PERFORM 3100-LEER-IZQUIERDA.

       4330-ESCRIBIR-PAREJA.
           MOVE GRP-REGISTRO(IDX-GRUPO) TO LADO-R.
           ADD 1 TO PAREJAS.
           PERFORM 5000-ESCRIBIR-SALIDA.

      * COMPONE EL REGISTRO DE SORTOUT CON LADO-L, LADO-R Y
      * CLAVE-SALIDA SEGUN LAS TARJETAS OUTREC
       5000-ESCRIBIR-SALIDA.
           IF OUT-CUANTOS = ZEROS
              IF LADO-L NOT = SPACES
                 MOVE LADO-L TO REGISTRO-SALIDA
              ELSE
                 MOVE LADO-R TO REGISTRO-SALIDA
              END-IF
           ELSE
              MOVE SPACES TO REGISTRO-SALIDA
              MOVE 1 TO POS-SAL
              PERFORM 5100-PROYECTAR-CAMPO
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > OUT-CUANTOS
           END-IF.
           WRITE REC-SALIDA FROM REGISTRO-SALIDA.
           ADD 1 TO ESCRITOS.
           IF REGISTRO-SALIDA(1:5) IS NUMERIC
              COMPUTE HASH-CLAVES = FUNCTION MOD(HASH-CLAVES
                      + FUNCTION NUMVAL(REGISTRO-SALIDA(1:5)),
                      1000000000000)
           END-IF.

       5100-PROYECTAR-CAMPO.
           EVALUATE OUT-LADO(IDX)
              WHEN 'K'
                   MOVE CLAVE-SALIDA(1:OUT-LON(IDX))
                        TO REGISTRO-SALIDA(POS-SAL:OUT-LON(IDX))
              WHEN 'L'
                   MOVE LADO-L(OUT-POS(IDX):OUT-LON(IDX))
                        TO REGISTRO-SALIDA(POS-SAL:OUT-LON(IDX))
              WHEN OTHER
                   MOVE LADO-R(OUT-POS(IDX):OUT-LON(IDX))
                        TO REGISTRO-SALIDA(POS-SAL:OUT-LON(IDX))
           END-EVALUATE.
           ADD OUT-LON(IDX) TO POS-SAL.

      * TOTALES DE CONTROL DE SORTOUT CON EL TRAZADO QUE GRABA
      * SRTMLOAD
       6000-GRABAR-TOTALES.
           OPEN OUTPUT TOTALES.
           MOVE ESCRITOS    TO TOT-REGISTROS.
           MOVE SPACE       TO TOT-SEP.
           MOVE HASH-CLAVES TO TOT-HASH.
           WRITE REC-TOTAL.
           CLOSE TOTALES.

      * UN FIN CONTROLADO DEJA SU REGISTRO STOP EN EL LOG CENTRAL
      * CON EL RC DEL CONVENIO
       9000-CIERRE-CONTROLADO.
           COMPUTE RLOG-LEIDOS = LEIDOS-IZQ + LEIDOS-DER.
           MOVE ESCRITOS TO RLOG-ESCRITOS.
           CALL 'SDPRLOG0' USING 'STOP ' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.
           STOP RUN RETURNING RC.
