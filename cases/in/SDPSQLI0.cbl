      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Consejero de indices para los predicados WHERE de
      *          las sentencias EXEC SQL
      ******************************************************************
      * SDP DESCRIPTION
      *  SDPSQLC0 cuadra los tipos de las variables host contra la
      *> definicion de tablas, pero nadie mira si un WHERE puede usar
      *> un indice: los DBA encuentran esas sentencias cuando ya
      *> salen en el informe de consultas lentas. El deck SDPTABD
      *> admite, ademas de TABLE y COLUMN, las tarjetas de indice:
      *>    INDEX <tabla> <indice> <col1>[,<col2>...] [UNIQUE]
      *> con las columnas en el orden del indice. Este consejero
      *> recorre las sentencias EXEC SQL SELECT (tambien las de un
      *> DECLARE CURSOR), UPDATE y DELETE de los miembros del deck
      *> SDPSRCL, resuelve las tablas del FROM con sus alias y parte
      *> el WHERE en predicados por AND y OR (el AND de un BETWEEN no
      *> parte, las subconsultas no cuentan).
      *  Un predicado columna = valor, IN, IS NULL, rango o LIKE sin
      *> comodin inicial puede usar un indice salvo que vaya unido
      *> por OR; uno entre columnas de dos tablas con = vale para las
      *> dos. Una tabla de la sentencia usa indice si alguno empieza
      *> por una columna con predicado util. Si no:
      *>   SQLI0001 predicado sobre columnas de un indice que se salta
      *>            su columna inicial
      *>   SQLI0002 UPDATE o DELETE sin WHERE o sin predicado indexado
      *>            (los WHERE CURRENT OF no cuentan)
      *> y ademas, use indice o no:
      *>   SQLI0003 funcion o aritmetica aplicada a una columna
      *>            indexada
      *> Cada incidencia va a SDPFINDG con la linea de la sentencia.
      *> Con las columnas de predicado util de la tabla que no usa
      *> indice (las de igualdad delante) se propone un indice, que
      *> se acumula por tabla contando las sentencias que lo piden.
      *  El informe de SDPREPW0 sale agrupado por tabla, en el orden
      *> del deck: incidencias y despues indices sugeridos. Las
      *> tablas que SDPTABD no declara no se evaluan. RC 4 si hay
      *> alguna incidencia.
      * SDP END
      *
      * SDP DESC Predicados WHERE de EXEC SQL contra los indices
      * SDP IVP 0 Files.Consumes = SDPTABD,SDPSRCL
      * SDP IVP 0 Files.Updates = SDPFINDG
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPSQLI0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TABLAS ASSIGN TO 'SDPTABD'
                  FILE STATUS IS FS-TABLAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT LISTA ASSIGN TO 'SDPSRCL'
                  FILE STATUS IS FS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT FUENTE ASSIGN TO NOMBRE-FUENTE
                  FILE STATUS IS FS-FUENTE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL INCIDENCIAS ASSIGN TO 'SDPFINDG'
                  FILE STATUS IS FS-FINDG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TABLAS.
       01  REC-TABLA PIC X(132).

       FD  LISTA.
       01  REC-LISTA PIC X(132).

       FD  FUENTE.
       01  REC-FUENTE PIC X(132).

       FD  INCIDENCIAS.
       01  REC-FINDG.
       COPY SDPWFNDG.

       WORKING-STORAGE SECTION.
       77 FS-TABLAS PIC XX VALUE SPACES.
       77 FS-LISTA  PIC XX VALUE SPACES.
       77 FS-FUENTE PIC XX VALUE SPACES.
       77 FS-FINDG  PIC XX VALUE SPACES.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT PIC X(40) VALUE SPACES.
       77 FIN-LISTA PIC X(01) VALUE 'N'.
       77 FIN-FTE   PIC X(01) VALUE 'N'.
       77 FIN-TAB   PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(18) VALUE SPACES.
           03 PAL-2 PIC X(18) VALUE SPACES.
           03 PAL-3 PIC X(64) VALUE SPACES.
           03 PAL-4 PIC X(64) VALUE SPACES.
           03 PAL-5 PIC X(18) VALUE SPACES.

       01  MIEMBRO-ACTUAL.
           03 MIEMBRO-PROGRAMA PIC X(08) VALUE SPACES.
           03 NOMBRE-FUENTE    PIC X(64) VALUE SPACES.

      * TABLAS DECLARADAS (TABLE O INDEX) EN EL ORDEN DEL DECK, SUS
      * COLUMNAS Y SUS INDICES CON LAS COLUMNAS EN ORDEN
       01  TABLA-DEFINIDAS.
           03 TAB-USADAS PIC 9(03) VALUE ZEROS.
           03 TAB-NOMBRE OCCURS 100 TIMES PIC X(18).
       01  TABLA-DECLARANDO PIC X(18) VALUE SPACES.

       01  TABLA-COLUMNAS.
           03 COL-USADAS PIC 9(03) VALUE ZEROS.
           03 COL-ENTRADA OCCURS 500 TIMES.
              05 COL-TABLA   PIC X(18).
              05 COL-COLUMNA PIC X(18).

       01  TABLA-INDICES.
           03 IND-USADOS PIC 9(03) VALUE ZEROS.
           03 IND-ENTRADA OCCURS 200 TIMES.
              05 IND-TABLA  PIC X(18).
              05 IND-NOMBRE PIC X(18).
              05 IND-UNICO  PIC X(01).
              05 IND-NCOLS  PIC 9(02).
              05 IND-COL OCCURS 16 TIMES PIC X(18).

       01  COLUMNAS-INDICE.
           03 LISTA-INDICE PIC X(64) VALUE SPACES.
           03 PTR-INDICE   PIC 9(03) VALUE ZEROS.
           03 COLUMNA-INDICE PIC X(18) VALUE SPACES.

      * SENTENCIA EXEC SQL ACUMULADA Y SU DESGLOSE EN PIEZAS
       01  SENTENCIA-SQL.
           03 SQL-BUFFER  PIC X(2000) VALUE SPACES.
           03 SQL-LON     PIC 9(04) VALUE ZEROS.
           03 SQL-LINEA   PIC 9(05) VALUE ZEROS.
           03 EN-SENTENCIA PIC X(01) VALUE 'N'.

       01  TABLA-PIEZAS.
           03 PZA-USADAS PIC 9(03) VALUE ZEROS.
           03 PZA-TEXTO OCCURS 400 TIMES PIC X(30).

       01  TROCEO.
           03 POS       PIC 9(04) VALUE ZEROS.
           03 CAR       PIC X(01) VALUE SPACE.
           03 CIERRE    PIC X(01) VALUE SPACE.
           03 EN-LITERAL PIC X(01) VALUE 'N'.
           03 TOKEN     PIC X(30) VALUE SPACES.
           03 TOKEN-LON PIC 9(02) VALUE ZEROS.

      * TABLAS DE LA SENTENCIA: NOMBRE, ALIAS Y SI SDPTABD LA DECLARA
       01  SENTENCIA-TABLAS.
           03 SEN-VERBO  PIC X(08) VALUE SPACES.
           03 POS-VERBO  PIC 9(03) VALUE ZEROS.
           03 POS-FROM   PIC 9(03) VALUE ZEROS.
           03 POS-WHERE  PIC 9(03) VALUE ZEROS.
           03 ESPERA-TABLA PIC X(01) VALUE 'N'.
           03 EN-ON      PIC X(01) VALUE 'N'.
           03 FIN-FROM   PIC X(01) VALUE 'N'.
           03 FRM-USADAS PIC 9(01) VALUE ZEROS.
           03 FRM-ENTRADA OCCURS 8 TIMES.
              05 FRM-TABLA PIC X(18).
              05 FRM-ALIAS PIC X(18).
              05 FRM-DEF   PIC X(01).

      * PREDICADO EN CURSO Y COLUMNAS CON PREDICADO UTIL: 'E'
      * IGUALDAD, 'R' RANGO
       01  PREDICADO.
           03 PRT-USADAS PIC 9(02) VALUE ZEROS.
           03 PRT OCCURS 40 TIMES PIC X(30).
           03 CON-ANT     PIC X(03) VALUE SPACES.
           03 CON-SIG     PIC X(03) VALUE SPACES.
           03 ENTRE-PENDIENTE PIC X(01) VALUE 'N'.
           03 SALTANDO    PIC X(01) VALUE 'N'.
           03 PROF-SUB    PIC 9(02) VALUE ZEROS.
           03 FIN-WHERE   PIC X(01) VALUE 'N'.
           03 CLASE-PRED  PIC X(01) VALUE SPACE.
           03 HAY-OPERADOR PIC X(01) VALUE 'N'.
           03 CAN-USADOS  PIC 9(01) VALUE ZEROS.
           03 CAN-ENTRADA OCCURS 2 TIMES.
              05 CAN-FRM     PIC 9(01).
              05 CAN-COLUMNA PIC X(18).

       01  COLUMNAS-PREDICADO.
           03 PRC-USADAS PIC 9(02) VALUE ZEROS.
           03 PRC-ENTRADA OCCURS 60 TIMES.
              05 PRC-FRM     PIC 9(01).
              05 PRC-COLUMNA PIC X(18).
              05 PRC-CLASE   PIC X(01).

       01  PALABRA-SQL PIC X(30) VALUE SPACES.
           88 ES-RESERVADA VALUE 'AND' 'OR' 'NOT' 'NULL' 'IS'
              'BETWEEN' 'LIKE' 'IN' 'EXISTS' 'CURRENT' 'DATE' 'TIME'
              'TIMESTAMP' 'USER' 'SELECT' 'FROM' 'WHERE' 'ESCAPE'
              'ANY' 'ALL' 'SOME' 'CASE' 'WHEN' 'THEN' 'ELSE' 'END'
              'OF' 'DISTINCT'.
           88 FIN-DE-WHERE VALUE 'ORDER' 'GROUP' 'HAVING' 'FOR'
              'WITH' 'FETCH' 'UNION' 'OPTIMIZE' 'QUERYNO' 'END-EXEC'.
           88 ES-ARITMETICA VALUE '+' '-' '*' '/' '||'.

       01  RESOLUCION.
           03 CALIFICADOR  PIC X(18) VALUE SPACES.
           03 COLUMNA-PRED PIC X(18) VALUE SPACES.
           03 COL-FRM      PIC 9(01) VALUE ZEROS.
           03 TABLA-BUSCADA PIC X(18) VALUE SPACES.
           03 ES-FUNCION   PIC X(01) VALUE 'N'.
           03 ES-CALCULO   PIC X(01) VALUE 'N'.
           03 IND-HALLADO  PIC 9(03) VALUE ZEROS.
           03 POS-HALLADA  PIC 9(02) VALUE ZEROS.
           03 PRC-HALLADO  PIC 9(02) VALUE ZEROS.
           03 USA-INDICE   PIC X(01) VALUE 'N'.

      * INDICES SUGERIDOS POR TABLA Y HALLAZGOS PARA EL INFORME
       01  TABLA-SUGERENCIAS.
           03 SUG-USADAS PIC 9(03) VALUE ZEROS.
           03 SUG-ENTRADA OCCURS 300 TIMES.
              05 SUG-TABLA     PIC X(18).
              05 SUG-COLUMNAS  PIC X(80).
              05 SUG-SENTENCIAS PIC 9(05).
       01  SUGERENCIA.
           03 SUG-TEXTO PIC X(80) VALUE SPACES.
           03 PTR-SUG   PIC 9(03) VALUE ZEROS.

       01  TABLA-HALLAZGOS.
           03 HAL-USADOS PIC 9(04) VALUE ZEROS.
           03 HAL-ENTRADA OCCURS 2000 TIMES.
              05 HAL-TABLA PIC X(18).
              05 HAL-LINEA PIC X(132).

       01  CUADRE.
           03 IDX      PIC 9(03) VALUE ZEROS.
           03 IDX-K    PIC 9(02) VALUE ZEROS.
           03 IDX-FRM  PIC 9(01) VALUE ZEROS.
           03 IDX-IND  PIC 9(03) VALUE ZEROS.
           03 IDX-ICOL PIC 9(02) VALUE ZEROS.
           03 IDX-TAB  PIC 9(03) VALUE ZEROS.
           03 IDX-PRC  PIC 9(02) VALUE ZEROS.
           03 CUANTOS  PIC 9(04) VALUE ZEROS.
           03 POS-ED   PIC 9(02).
           03 SUG-ED   PIC ZZZZ9.
           03 REGLA-INCIDENCIA PIC X(16) VALUE SPACES.
           03 TEXTO-HALLAZGO   PIC X(100) VALUE SPACES.
           03 LINEA    PIC X(132) VALUE SPACES.

       01  TOTALES.
           03 SENTENCIAS     PIC 9(05) VALUE ZEROS.
           03 SIN-DEFINICION PIC 9(05) VALUE ZEROS.
           03 HALLAZGOS      PIC 9(05) VALUE ZEROS.
           03 CUANTOS-DEF    PIC 9(01) VALUE ZEROS.
           03 NUM-LINEA      PIC 9(05) VALUE ZEROS.

       01  INFORME-INDICES.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-CARGAR-TABLAS
                   THRU 1100-CARGAR-TABLAS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN INPUT LISTA.
           MOVE 'ABRIENDO LISTA SDPSRCL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-LISTA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           READ LISTA
                AT END MOVE 'S' TO FIN-LISTA
           END-READ.
           PERFORM 2000-TRATAR-MIEMBRO UNTIL FIN-LISTA = 'S'.
           CLOSE LISTA.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'INDICES CONTRA PREDICADOS WHERE DE SQL'
                TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-INDICES.
           PERFORM 5000-LISTAR-TABLA
                   VARYING IDX-TAB FROM 1 BY 1
                   UNTIL IDX-TAB > TAB-USADAS.
           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-INDICES.

           DISPLAY 'SENTENCIAS SQL ' SENTENCIAS
                   ' SIN DEFINICION ' SIN-DEFINICION
                   ' INCIDENCIAS ' HALLAZGOS.
           IF HALLAZGOS > ZEROS
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      ******************************************************************
      * DECK SDPTABD: TABLE, COLUMN E INDEX
      ******************************************************************
       1100-CARGAR-TABLAS.
           OPEN INPUT TABLAS.
           MOVE 'ABRIENDO DEFINICION SDPTABD' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TABLAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 1100-CARGAR-TABLAS-FIN.

           READ TABLAS
                AT END MOVE 'S' TO FIN-TAB
           END-READ.
           PERFORM 1200-TRATAR-TARJETA UNTIL FIN-TAB = 'S'.
           CLOSE TABLAS.

       1100-CARGAR-TABLAS-FIN.
           EXIT.

       1200-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TABLA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4 PAL-5.
           EVALUATE PAL-1
              WHEN 'TABLE             '
                   MOVE PAL-2 TO TABLA-DECLARANDO
                   PERFORM 1210-ANOTAR-TABLA
              WHEN 'COLUMN            '
                   IF COL-USADAS < 500
                      ADD 1 TO COL-USADAS
                      MOVE TABLA-DECLARANDO TO COL-TABLA(COL-USADAS)
                      MOVE PAL-2 TO COL-COLUMNA(COL-USADAS)
                   END-IF
              WHEN 'INDEX             '
                   MOVE PAL-2 TO TABLA-DECLARANDO
                   PERFORM 1210-ANOTAR-TABLA
                   PERFORM 1220-ANOTAR-INDICE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TABLAS
                AT END MOVE 'S' TO FIN-TAB
           END-READ.

       1210-ANOTAR-TABLA.
           MOVE ZEROS TO IDX-TAB.
           PERFORM 1215-COMPARAR-TABLA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TAB-USADAS OR IDX-TAB > ZEROS.
           IF IDX-TAB = ZEROS AND TAB-USADAS < 100
              ADD 1 TO TAB-USADAS
              MOVE TABLA-DECLARANDO TO TAB-NOMBRE(TAB-USADAS)
           END-IF.

       1215-COMPARAR-TABLA.
           IF TAB-NOMBRE(IDX) = TABLA-DECLARANDO
              MOVE IDX TO IDX-TAB
           END-IF.

       1220-ANOTAR-INDICE.
           IF IND-USADOS < 200
              ADD 1 TO IND-USADOS
              MOVE PAL-2 TO IND-TABLA(IND-USADOS)
              MOVE PAL-3 TO IND-NOMBRE(IND-USADOS)
              MOVE 'N' TO IND-UNICO(IND-USADOS)
              IF PAL-5 = 'UNIQUE'
                 MOVE 'S' TO IND-UNICO(IND-USADOS)
              END-IF
              MOVE ZEROS TO IND-NCOLS(IND-USADOS)
              MOVE PAL-4 TO LISTA-INDICE
              MOVE 1 TO PTR-INDICE
              PERFORM 1230-COLUMNA-INDICE
                      UNTIL PTR-INDICE > 64
                         OR IND-NCOLS(IND-USADOS) = 16
           END-IF.

       1230-COLUMNA-INDICE.
           MOVE SPACES TO COLUMNA-INDICE.
           UNSTRING LISTA-INDICE DELIMITED BY ',' OR SPACE
                    INTO COLUMNA-INDICE WITH POINTER PTR-INDICE.
           IF COLUMNA-INDICE = SPACES
              MOVE 65 TO PTR-INDICE
           ELSE
              ADD 1 TO IND-NCOLS(IND-USADOS)
              MOVE COLUMNA-INDICE
                   TO IND-COL(IND-USADOS, IND-NCOLS(IND-USADOS))
           END-IF.

      ******************************************************************
      * MIEMBROS DEL DECK SDPSRCL Y SUS SENTENCIAS EXEC SQL
      ******************************************************************
       2000-TRATAR-MIEMBRO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-LISTA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'SOURCE            '
              MOVE PAL-2(1:8) TO MIEMBRO-PROGRAMA
              MOVE PAL-3      TO NOMBRE-FUENTE
              PERFORM 3000-EXPLORAR-FUENTE
                      THRU 3000-EXPLORAR-FUENTE-FIN
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-LISTA
           END-READ.

       3000-EXPLORAR-FUENTE.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              DISPLAY 'FUENTE AUSENTE ' NOMBRE-FUENTE(1:40)
              CLOSE FUENTE
              GO TO 3000-EXPLORAR-FUENTE-FIN
           END-IF.

           MOVE ZEROS TO SQL-LINEA NUM-LINEA.
           MOVE 'N' TO EN-SENTENCIA.
           MOVE 'N' TO FIN-FTE.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.
           PERFORM 3100-EXPLORAR-LINEA UNTIL FIN-FTE = 'S'.
           CLOSE FUENTE.

       3000-EXPLORAR-FUENTE-FIN.
           EXIT.

       3100-EXPLORAR-LINEA.
           ADD 1 TO NUM-LINEA.
           IF REC-FUENTE(7:1) NOT = '*' AND NOT = '/'
              IF EN-SENTENCIA = 'N'
                 PERFORM 3300-BUSCAR-EXEC-SQL
              ELSE
                 PERFORM 3400-ACUMULAR-SENTENCIA
              END-IF
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.

       3300-BUSCAR-EXEC-SQL.
           MOVE ZEROS TO POS.
           INSPECT REC-FUENTE(8:65) TALLYING POS FOR ALL 'EXEC SQL'.
           IF POS > ZEROS
              MOVE 'S' TO EN-SENTENCIA
              MOVE SPACES TO SQL-BUFFER
              MOVE 1 TO SQL-LON
              MOVE NUM-LINEA TO SQL-LINEA
              PERFORM 3400-ACUMULAR-SENTENCIA
           END-IF.

       3400-ACUMULAR-SENTENCIA.
           IF SQL-LON < 1930
              MOVE REC-FUENTE(8:65) TO SQL-BUFFER(SQL-LON:65)
              ADD 66 TO SQL-LON
           END-IF.
           MOVE ZEROS TO POS.
           INSPECT REC-FUENTE(8:65) TALLYING POS FOR ALL 'END-EXEC'.
           IF POS > ZEROS
              MOVE 'N' TO EN-SENTENCIA
              PERFORM 4000-ANALIZAR-SENTENCIA
                      THRU 4000-ANALIZAR-SENTENCIA-FIN
           END-IF.

      ******************************************************************
      * UNA SENTENCIA: PIEZAS, TABLAS, PREDICADOS Y EVALUACION POR
      * TABLA DECLARADA
      ******************************************************************
       4000-ANALIZAR-SENTENCIA.
           INSPECT SQL-BUFFER CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT SQL-BUFFER REPLACING ALL 'END-EXEC.'
                   BY 'END-EXEC '.
           PERFORM 4100-TROCEAR.
           PERFORM 4200-LOCALIZAR-TABLAS.
           IF FRM-USADAS = ZEROS
              GO TO 4000-ANALIZAR-SENTENCIA-FIN
           END-IF.
           ADD 1 TO SENTENCIAS.
           MOVE ZEROS TO CUANTOS-DEF.
           PERFORM 4250-CONTAR-DECLARADA
                   VARYING IDX-FRM FROM 1 BY 1
                   UNTIL IDX-FRM > FRM-USADAS.
           IF CUANTOS-DEF = ZEROS
              ADD 1 TO SIN-DEFINICION
              GO TO 4000-ANALIZAR-SENTENCIA-FIN
           END-IF.
           IF POS-WHERE > ZEROS AND POS-WHERE + 2 NOT > PZA-USADAS
              IF PZA-TEXTO(POS-WHERE + 1) = 'CURRENT'
                 AND PZA-TEXTO(POS-WHERE + 2) = 'OF'
                 GO TO 4000-ANALIZAR-SENTENCIA-FIN
              END-IF
           END-IF.

           MOVE ZEROS TO PRC-USADAS.
           IF POS-WHERE > ZEROS
              PERFORM 4300-RECORRER-WHERE
           END-IF.
           PERFORM 4500-EVALUAR-TABLA
                   VARYING IDX-FRM FROM 1 BY 1
                   UNTIL IDX-FRM > FRM-USADAS.

       4000-ANALIZAR-SENTENCIA-FIN.
           EXIT.

      * SEPARAN EL BLANCO Y LA COMA; PARENTESIS, COMA Y OPERADORES
      * SON PIEZA PROPIA; EL GUION SOLO ES RESTA ENTRE BLANCOS
       4100-TROCEAR.
           MOVE ZEROS TO PZA-USADAS TOKEN-LON.
           MOVE SPACES TO TOKEN.
           MOVE 'N' TO EN-LITERAL.
           PERFORM 4110-TROCEAR-CARACTER
                   VARYING POS FROM 1 BY 1 UNTIL POS > SQL-LON.
           PERFORM 4150-CERRAR-PIEZA.

       4110-TROCEAR-CARACTER.
           MOVE SQL-BUFFER(POS:1) TO CAR.
           IF EN-LITERAL = 'S'
              PERFORM 4120-ANADIR-CARACTER
              IF CAR = CIERRE
                 MOVE 'N' TO EN-LITERAL
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN CAR = QUOTE OR CAR = "'"
                      MOVE 'S' TO EN-LITERAL
                      MOVE CAR TO CIERRE
                      PERFORM 4120-ANADIR-CARACTER
                 WHEN CAR = SPACE
                      PERFORM 4150-CERRAR-PIEZA
                 WHEN CAR = ',' OR CAR = '(' OR CAR = ')'
                      OR CAR = '=' OR CAR = '+' OR CAR = '*'
                      OR CAR = '/'
                      PERFORM 4130-PIEZA-SUELTA
                 WHEN CAR = '<' OR CAR = '>' OR CAR = '!'
                      PERFORM 4150-CERRAR-PIEZA
                      PERFORM 4120-ANADIR-CARACTER
                      IF SQL-BUFFER(POS + 1:1) = '=' OR = '>'
                         ADD 1 TO POS
                         MOVE SQL-BUFFER(POS:1) TO CAR
                         PERFORM 4120-ANADIR-CARACTER
                      END-IF
                      PERFORM 4150-CERRAR-PIEZA
                 WHEN CAR = '|'
                      PERFORM 4150-CERRAR-PIEZA
                      PERFORM 4120-ANADIR-CARACTER
                      IF SQL-BUFFER(POS + 1:1) = '|'
                         ADD 1 TO POS
                         PERFORM 4120-ANADIR-CARACTER
                      END-IF
                      PERFORM 4150-CERRAR-PIEZA
                 WHEN CAR = '-' AND TOKEN-LON = ZEROS
                      AND SQL-BUFFER(POS + 1:1) = SPACE
                      PERFORM 4130-PIEZA-SUELTA
                 WHEN OTHER
                      PERFORM 4120-ANADIR-CARACTER
              END-EVALUATE
           END-IF.

       4120-ANADIR-CARACTER.
           IF TOKEN-LON < 30
              ADD 1 TO TOKEN-LON
              MOVE CAR TO TOKEN(TOKEN-LON:1)
           END-IF.

       4130-PIEZA-SUELTA.
           PERFORM 4150-CERRAR-PIEZA.
           PERFORM 4120-ANADIR-CARACTER.
           PERFORM 4150-CERRAR-PIEZA.

       4150-CERRAR-PIEZA.
           IF TOKEN-LON > ZEROS AND PZA-USADAS < 400
              ADD 1 TO PZA-USADAS
              MOVE TOKEN TO PZA-TEXTO(PZA-USADAS)
           END-IF.
           MOVE SPACES TO TOKEN.
           MOVE ZEROS TO TOKEN-LON.

      * VERBO TRAS EXEC SQL (UN DECLARE CURSOR VALE POR SU SELECT),
      * TABLAS CON SU ALIAS Y POSICION DEL WHERE
       4200-LOCALIZAR-TABLAS.
           MOVE ZEROS TO FRM-USADAS POS-FROM POS-WHERE POS-VERBO.
           MOVE SPACES TO SEN-VERBO.
           PERFORM 4202-BUSCAR-EXEC
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX NOT < PZA-USADAS OR POS-VERBO > ZEROS.
           IF POS-VERBO > ZEROS
              MOVE PZA-TEXTO(POS-VERBO) TO SEN-VERBO
           END-IF.
           IF SEN-VERBO = 'DECLARE'
              MOVE SPACES TO SEN-VERBO
              PERFORM 4205-BUSCAR-SELECT
                      VARYING IDX FROM 4 BY 1
                      UNTIL IDX > PZA-USADAS OR SEN-VERBO NOT = SPACES
           END-IF.
           IF SEN-VERBO = 'SELECT' OR 'UPDATE' OR 'DELETE'
              PERFORM 4210-BUSCAR-WHERE
                      VARYING IDX FROM POS-VERBO BY 1
                      UNTIL IDX > PZA-USADAS OR POS-WHERE > ZEROS
           END-IF.
           EVALUATE SEN-VERBO
              WHEN 'SELECT'
                   PERFORM 4215-BUSCAR-FROM
                           VARYING IDX FROM POS-VERBO BY 1
                           UNTIL IDX > PZA-USADAS OR POS-FROM > ZEROS
                   IF POS-FROM > ZEROS
                      MOVE 'S' TO ESPERA-TABLA
                      MOVE 'N' TO EN-ON FIN-FROM
                      COMPUTE IDX = POS-FROM + 1
                      PERFORM 4220-PIEZA-FROM
                              VARYING IDX FROM IDX BY 1
                              UNTIL IDX > PZA-USADAS OR FIN-FROM = 'S'
                   END-IF
              WHEN 'UPDATE'
                   COMPUTE IDX = POS-VERBO + 1
                   PERFORM 4230-TABLA-SUELTA
              WHEN 'DELETE'
                   COMPUTE IDX = POS-VERBO + 2
                   PERFORM 4230-TABLA-SUELTA
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4202-BUSCAR-EXEC.
           IF PZA-TEXTO(IDX) = 'EXEC' AND PZA-TEXTO(IDX + 1) = 'SQL'
              AND IDX + 1 < PZA-USADAS
              COMPUTE POS-VERBO = IDX + 2
           END-IF.

       4205-BUSCAR-SELECT.
           IF PZA-TEXTO(IDX) = 'SELECT'
              MOVE 'SELECT' TO SEN-VERBO
              MOVE IDX TO POS-VERBO
           END-IF.

       4210-BUSCAR-WHERE.
           IF PZA-TEXTO(IDX) = 'WHERE'
              MOVE IDX TO POS-WHERE
           END-IF.

       4215-BUSCAR-FROM.
           IF PZA-TEXTO(IDX) = 'FROM'
              MOVE IDX TO POS-FROM
           END-IF.

       4220-PIEZA-FROM.
           MOVE PZA-TEXTO(IDX) TO PALABRA-SQL.
           EVALUATE TRUE
              WHEN PALABRA-SQL = 'WHERE' OR FIN-DE-WHERE
                   MOVE 'S' TO FIN-FROM
              WHEN PALABRA-SQL = ',' OR PALABRA-SQL = 'JOIN'
                   MOVE 'S' TO ESPERA-TABLA
                   MOVE 'N' TO EN-ON
              WHEN PALABRA-SQL = 'INNER' OR 'LEFT' OR 'RIGHT'
                   OR 'FULL' OR 'OUTER' OR 'CROSS' OR 'AS'
                   CONTINUE
              WHEN PALABRA-SQL = 'ON'
                   MOVE 'S' TO EN-ON
              WHEN EN-ON = 'S'
                   CONTINUE
              WHEN ESPERA-TABLA = 'S'
                   PERFORM 4240-ANOTAR-TABLA-SENTENCIA
                   MOVE 'N' TO ESPERA-TABLA
              WHEN FRM-USADAS > ZEROS
                   IF FRM-ALIAS(FRM-USADAS) = SPACES
                      MOVE PALABRA-SQL TO FRM-ALIAS(FRM-USADAS)
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * UPDATE <TABLA> [ALIAS] SET / DELETE FROM <TABLA> [ALIAS]
       4230-TABLA-SUELTA.
           IF IDX NOT > PZA-USADAS
              MOVE PZA-TEXTO(IDX) TO PALABRA-SQL
              PERFORM 4240-ANOTAR-TABLA-SENTENCIA
              IF IDX < PZA-USADAS
                 IF PZA-TEXTO(IDX + 1) NOT = 'SET'
                    AND PZA-TEXTO(IDX + 1) NOT = 'WHERE'
                    AND PZA-TEXTO(IDX + 1) NOT = 'END-EXEC'
                    MOVE PZA-TEXTO(IDX + 1) TO FRM-ALIAS(FRM-USADAS)
                 END-IF
              END-IF
           END-IF.

      * EL ESQUEMA DE UN NOMBRE CALIFICADO NO CUENTA
       4240-ANOTAR-TABLA-SENTENCIA.
           IF FRM-USADAS < 8
              ADD 1 TO FRM-USADAS
              MOVE SPACES TO CALIFICADOR COLUMNA-PRED
              UNSTRING PALABRA-SQL DELIMITED BY '.'
                       INTO CALIFICADOR COLUMNA-PRED
              IF COLUMNA-PRED = SPACES
                 MOVE CALIFICADOR TO FRM-TABLA(FRM-USADAS)
              ELSE
                 MOVE COLUMNA-PRED TO FRM-TABLA(FRM-USADAS)
              END-IF
              MOVE SPACES TO FRM-ALIAS(FRM-USADAS)
              MOVE 'N' TO FRM-DEF(FRM-USADAS)
              PERFORM 4245-COMPARAR-DECLARADA
                      VARYING IDX-IND FROM 1 BY 1
                      UNTIL IDX-IND > TAB-USADAS
           END-IF.

       4245-COMPARAR-DECLARADA.
           IF TAB-NOMBRE(IDX-IND) = FRM-TABLA(FRM-USADAS)
              MOVE 'S' TO FRM-DEF(FRM-USADAS)
           END-IF.

       4250-CONTAR-DECLARADA.
           IF FRM-DEF(IDX-FRM) = 'S'
              ADD 1 TO CUANTOS-DEF
           END-IF.

      ******************************************************************
      * WHERE: PREDICADOS SEPARADOS POR AND Y OR
      ******************************************************************
       4300-RECORRER-WHERE.
           MOVE ZEROS TO PRT-USADAS PROF-SUB.
           MOVE SPACES TO CON-ANT CON-SIG.
           MOVE 'N' TO ENTRE-PENDIENTE SALTANDO FIN-WHERE.
           COMPUTE IDX = POS-WHERE + 1.
           PERFORM 4310-PIEZA-WHERE
                   VARYING IDX FROM IDX BY 1
                   UNTIL IDX > PZA-USADAS OR FIN-WHERE = 'S'.
           IF FIN-WHERE = 'N'
              MOVE SPACES TO CON-SIG
              PERFORM 4320-CERRAR-PREDICADO
           END-IF.

       4310-PIEZA-WHERE.
           MOVE PZA-TEXTO(IDX) TO PALABRA-SQL.
           IF SALTANDO = 'S'
              IF PALABRA-SQL = '('
                 ADD 1 TO PROF-SUB
              END-IF
              IF PALABRA-SQL = ')'
                 SUBTRACT 1 FROM PROF-SUB
                 IF PROF-SUB = ZEROS
                    MOVE 'N' TO SALTANDO
                 END-IF
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN FIN-DE-WHERE
                      MOVE SPACES TO CON-SIG
                      PERFORM 4320-CERRAR-PREDICADO
                      MOVE 'S' TO FIN-WHERE
                 WHEN PALABRA-SQL = 'AND' AND ENTRE-PENDIENTE = 'S'
                      MOVE 'N' TO ENTRE-PENDIENTE
                      PERFORM 4330-ANADIR-A-PREDICADO
                 WHEN PALABRA-SQL = 'AND' OR PALABRA-SQL = 'OR'
                      MOVE PALABRA-SQL TO CON-SIG
                      PERFORM 4320-CERRAR-PREDICADO
                 WHEN PALABRA-SQL = '(' AND IDX < PZA-USADAS
                      AND PZA-TEXTO(IDX + 1) = 'SELECT'
                      MOVE 'S' TO SALTANDO
                      MOVE 1 TO PROF-SUB
                      MOVE '(SUBCONSULTA)' TO PALABRA-SQL
                      PERFORM 4330-ANADIR-A-PREDICADO
                 WHEN PALABRA-SQL = 'BETWEEN'
                      MOVE 'S' TO ENTRE-PENDIENTE
                      PERFORM 4330-ANADIR-A-PREDICADO
                 WHEN OTHER
                      PERFORM 4330-ANADIR-A-PREDICADO
              END-EVALUATE
           END-IF.

       4320-CERRAR-PREDICADO.
           IF PRT-USADAS > ZEROS
              PERFORM 4400-ANALIZAR-PREDICADO
           END-IF.
           MOVE CON-SIG TO CON-ANT.
           MOVE ZEROS TO PRT-USADAS.

       4330-ANADIR-A-PREDICADO.
           IF PRT-USADAS < 40
              ADD 1 TO PRT-USADAS
              MOVE PALABRA-SQL TO PRT(PRT-USADAS)
           END-IF.

      * CLASE DEL PREDICADO POR SU OPERADOR; COLUMNAS DE TABLAS
      * DECLARADAS, CON LA FUNCION O LA ARITMETICA QUE LAS ENVUELVA
       4400-ANALIZAR-PREDICADO.
           MOVE 'N' TO CLASE-PRED HAY-OPERADOR.
           PERFORM 4410-MIRAR-OPERADOR
                   VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > PRT-USADAS OR HAY-OPERADOR = 'S'.
           IF CON-ANT = 'OR' OR CON-SIG = 'OR'
              MOVE 'N' TO CLASE-PRED
           END-IF.
           MOVE ZEROS TO CAN-USADOS.
           PERFORM 4420-MIRAR-COLUMNA
                   VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > PRT-USADAS.
           IF CLASE-PRED NOT = 'N'
              IF CAN-USADOS = 1
                 PERFORM 4460-ANOTAR-CANDIDATA
                         VARYING IDX-PRC FROM 1 BY 1
                         UNTIL IDX-PRC > 1
              END-IF
              IF CAN-USADOS = 2 AND CLASE-PRED = 'E'
                 PERFORM 4460-ANOTAR-CANDIDATA
                         VARYING IDX-PRC FROM 1 BY 1
                         UNTIL IDX-PRC > 2
              END-IF
           END-IF.

       4410-MIRAR-OPERADOR.
           MOVE 'S' TO HAY-OPERADOR.
           EVALUATE PRT(IDX-K)
              WHEN '='
              WHEN 'IN'
                   MOVE 'E' TO CLASE-PRED
              WHEN '<'
              WHEN '>'
              WHEN '<='
              WHEN '>='
              WHEN 'BETWEEN'
                   MOVE 'R' TO CLASE-PRED
              WHEN 'LIKE'
                   MOVE 'R' TO CLASE-PRED
                   IF IDX-K < PRT-USADAS
                      IF PRT(IDX-K + 1)(1:2) = "'%"
                         OR PRT(IDX-K + 1)(1:2) = "'_"
                         MOVE 'N' TO CLASE-PRED
                      END-IF
                   END-IF
              WHEN 'IS'
                   MOVE 'E' TO CLASE-PRED
                   IF IDX-K < PRT-USADAS
                      IF PRT(IDX-K + 1) = 'NOT'
                         MOVE 'N' TO CLASE-PRED
                      END-IF
                   END-IF
              WHEN '<>'
              WHEN '!='
              WHEN 'NOT'
              WHEN 'EXISTS'
                   MOVE 'N' TO CLASE-PRED
              WHEN OTHER
                   MOVE 'N' TO HAY-OPERADOR
           END-EVALUATE.

       4420-MIRAR-COLUMNA.
           MOVE PRT(IDX-K) TO PALABRA-SQL.
           IF PALABRA-SQL(1:1) IS ALPHABETIC
              AND PALABRA-SQL(1:1) NOT = SPACE
              AND NOT ES-RESERVADA
              IF IDX-K = PRT-USADAS
                 PERFORM 4430-RESOLVER-COLUMNA
              ELSE
                 IF PRT(IDX-K + 1) NOT = '('
                    PERFORM 4430-RESOLVER-COLUMNA
                 END-IF
              END-IF
           END-IF.

      * CALIFICADA POR ALIAS O TABLA; SIN CALIFICAR ES DE LA UNICA
      * TABLA O DE LA QUE LA DECLARA EN COLUMN O EN UN INDICE
       4430-RESOLVER-COLUMNA.
           MOVE SPACES TO CALIFICADOR COLUMNA-PRED.
           MOVE ZEROS TO COL-FRM.
           UNSTRING PALABRA-SQL DELIMITED BY '.'
                    INTO CALIFICADOR COLUMNA-PRED.
           IF COLUMNA-PRED = SPACES
              MOVE CALIFICADOR TO COLUMNA-PRED
              IF FRM-USADAS = 1
                 MOVE 1 TO COL-FRM
              ELSE
                 PERFORM 4432-TABLA-DE-COLUMNA
                         VARYING IDX-FRM FROM 1 BY 1
                         UNTIL IDX-FRM > FRM-USADAS
                            OR COL-FRM > ZEROS
              END-IF
           ELSE
              PERFORM 4431-TABLA-DE-CALIFICADOR
                      VARYING IDX-FRM FROM 1 BY 1
                      UNTIL IDX-FRM > FRM-USADAS OR COL-FRM > ZEROS
           END-IF.
           IF COL-FRM > ZEROS
              IF FRM-DEF(COL-FRM) = 'S'
                 PERFORM 4440-ENVOLTURA
              END-IF
           END-IF.

       4431-TABLA-DE-CALIFICADOR.
           IF FRM-ALIAS(IDX-FRM) = CALIFICADOR
              OR FRM-TABLA(IDX-FRM) = CALIFICADOR
              MOVE IDX-FRM TO COL-FRM
           END-IF.

       4432-TABLA-DE-COLUMNA.
           MOVE FRM-TABLA(IDX-FRM) TO TABLA-BUSCADA.
           PERFORM 4470-COLUMNA-INDEXADA.
           IF IND-HALLADO > ZEROS
              MOVE IDX-FRM TO COL-FRM
           ELSE
              PERFORM 4434-COLUMNA-DECLARADA
                      VARYING IDX-IND FROM 1 BY 1
                      UNTIL IDX-IND > COL-USADAS OR COL-FRM > ZEROS
           END-IF.

       4434-COLUMNA-DECLARADA.
           IF COL-TABLA(IDX-IND) = TABLA-BUSCADA
              AND COL-COLUMNA(IDX-IND) = COLUMNA-PRED
              MOVE IDX-FRM TO COL-FRM
           END-IF.

      * FUNCION: LA COLUMNA ES ARGUMENTO DE UN NOMBRE SEGUIDO DE
      * PARENTESIS; ARITMETICA: UN OPERADOR A CUALQUIER LADO
       4440-ENVOLTURA.
           MOVE 'N' TO ES-FUNCION ES-CALCULO.
           IF IDX-K > 2
              IF PRT(IDX-K - 1) = '('
                 MOVE PRT(IDX-K - 2) TO PALABRA-SQL
                 IF PALABRA-SQL(1:1) IS ALPHABETIC
                    AND PALABRA-SQL(1:1) NOT = SPACE
                    AND NOT ES-RESERVADA
                    MOVE 'S' TO ES-FUNCION
                 END-IF
              END-IF
           END-IF.
           IF IDX-K > 1
              MOVE PRT(IDX-K - 1) TO PALABRA-SQL
              IF ES-ARITMETICA
                 MOVE 'S' TO ES-CALCULO
              END-IF
           END-IF.
           IF IDX-K < PRT-USADAS
              MOVE PRT(IDX-K + 1) TO PALABRA-SQL
              IF ES-ARITMETICA
                 MOVE 'S' TO ES-CALCULO
              END-IF
           END-IF.
           IF ES-FUNCION = 'S' OR ES-CALCULO = 'S'
              MOVE FRM-TABLA(COL-FRM) TO TABLA-BUSCADA
              PERFORM 4470-COLUMNA-INDEXADA
              IF IND-HALLADO > ZEROS
                 MOVE 'SQLI0003' TO REGLA-INCIDENCIA
                 MOVE SPACES TO TEXTO-HALLAZGO
                 IF ES-FUNCION = 'S'
                    STRING 'FUNCION ' DELIMITED BY SIZE
                           PRT(IDX-K - 2) DELIMITED BY SPACE
                           ' SOBRE COLUMNA INDEXADA ' DELIMITED BY SIZE
                           COLUMNA-PRED DELIMITED BY SPACE
                           ' DE ' DELIMITED BY SIZE
                           IND-NOMBRE(IND-HALLADO) DELIMITED BY SPACE
                           INTO TEXTO-HALLAZGO
                 ELSE
                    STRING 'ARITMETICA SOBRE COLUMNA INDEXADA '
                           DELIMITED BY SIZE
                           COLUMNA-PRED DELIMITED BY SPACE
                           ' DE ' DELIMITED BY SIZE
                           IND-NOMBRE(IND-HALLADO) DELIMITED BY SPACE
                           INTO TEXTO-HALLAZGO
                 END-IF
                 PERFORM 8100-GUARDAR-HALLAZGO
              END-IF
           ELSE
              IF CAN-USADOS < 2
                 ADD 1 TO CAN-USADOS
                 MOVE COL-FRM      TO CAN-FRM(CAN-USADOS)
                 MOVE COLUMNA-PRED TO CAN-COLUMNA(CAN-USADOS)
              END-IF
           END-IF.

       4460-ANOTAR-CANDIDATA.
           IF PRC-USADAS < 60
              ADD 1 TO PRC-USADAS
              MOVE CAN-FRM(IDX-PRC)     TO PRC-FRM(PRC-USADAS)
              MOVE CAN-COLUMNA(IDX-PRC) TO PRC-COLUMNA(PRC-USADAS)
              MOVE CLASE-PRED           TO PRC-CLASE(PRC-USADAS)
           END-IF.

      * PRIMER INDICE DE TABLA-BUSCADA QUE CONTIENE COLUMNA-PRED, Y
      * SU POSICION EN EL
       4470-COLUMNA-INDEXADA.
           MOVE ZEROS TO IND-HALLADO POS-HALLADA.
           PERFORM 4475-MIRAR-INDICE
                   VARYING IDX-IND FROM 1 BY 1
                   UNTIL IDX-IND > IND-USADOS OR IND-HALLADO > ZEROS.

       4475-MIRAR-INDICE.
           IF IND-TABLA(IDX-IND) = TABLA-BUSCADA
              PERFORM 4476-MIRAR-COLUMNA-INDICE
                      VARYING IDX-ICOL FROM 1 BY 1
                      UNTIL IDX-ICOL > IND-NCOLS(IDX-IND)
                         OR IND-HALLADO > ZEROS
           END-IF.

       4476-MIRAR-COLUMNA-INDICE.
           IF IND-COL(IDX-IND, IDX-ICOL) = COLUMNA-PRED
              MOVE IDX-IND  TO IND-HALLADO
              MOVE IDX-ICOL TO POS-HALLADA
           END-IF.

      ******************************************************************
      * EVALUACION DE CADA TABLA DECLARADA DE LA SENTENCIA
      ******************************************************************
       4500-EVALUAR-TABLA.
           IF FRM-DEF(IDX-FRM) = 'S'
              MOVE FRM-TABLA(IDX-FRM) TO TABLA-BUSCADA
              MOVE 'N' TO USA-INDICE
              PERFORM 4510-INDICE-UTIL
                      VARYING IDX-IND FROM 1 BY 1
                      UNTIL IDX-IND > IND-USADOS OR USA-INDICE = 'S'
              IF USA-INDICE = 'N'
                 PERFORM 4520-SALTA-INICIAL
                         VARYING IDX-IND FROM 1 BY 1
                         UNTIL IDX-IND > IND-USADOS
                 IF (SEN-VERBO = 'UPDATE' OR SEN-VERBO = 'DELETE')
                    AND IDX-FRM = 1
                    MOVE 'SQLI0002' TO REGLA-INCIDENCIA
                    MOVE SPACES TO TEXTO-HALLAZGO
                    IF POS-WHERE = ZEROS
                       STRING SEN-VERBO DELIMITED BY SPACE
                              ' SIN WHERE' DELIMITED BY SIZE
                              INTO TEXTO-HALLAZGO
                    ELSE
                       STRING SEN-VERBO DELIMITED BY SPACE
                              ' SIN PREDICADO INDEXADO'
                              DELIMITED BY SIZE INTO TEXTO-HALLAZGO
                    END-IF
                    PERFORM 8100-GUARDAR-HALLAZGO
                 END-IF
                 PERFORM 4600-SUGERIR-INDICE
              END-IF
           END-IF.

       4510-INDICE-UTIL.
           IF IND-TABLA(IDX-IND) = TABLA-BUSCADA
              MOVE IND-COL(IDX-IND, 1) TO COLUMNA-PRED
              PERFORM 4530-BUSCAR-EN-PREDICADOS
              IF PRC-HALLADO > ZEROS
                 MOVE 'S' TO USA-INDICE
              END-IF
           END-IF.

      * UN INDICE DE LA TABLA CON PREDICADO SOBRE ALGUNA COLUMNA QUE
      * NO ES LA PRIMERA: SE INFORMA LA PRIMERA QUE APARECE
       4520-SALTA-INICIAL.
           IF IND-TABLA(IDX-IND) = TABLA-BUSCADA
              MOVE ZEROS TO PRC-HALLADO
              PERFORM 4525-COLUMNA-NO-INICIAL
                      VARYING IDX-ICOL FROM 2 BY 1
                      UNTIL IDX-ICOL > IND-NCOLS(IDX-IND)
                         OR PRC-HALLADO > ZEROS
              IF PRC-HALLADO > ZEROS
                 SUBTRACT 1 FROM IDX-ICOL
                 MOVE IDX-ICOL TO POS-ED
                 MOVE 'SQLI0001' TO REGLA-INCIDENCIA
                 MOVE SPACES TO TEXTO-HALLAZGO
                 STRING 'PREDICADO SOBRE ' DELIMITED BY SIZE
                        PRC-COLUMNA(PRC-HALLADO) DELIMITED BY SPACE
                        ' (COLUMNA ' POS-ED ' DE ' DELIMITED BY SIZE
                        IND-NOMBRE(IDX-IND) DELIMITED BY SPACE
                        ') SIN SU INICIAL ' DELIMITED BY SIZE
                        IND-COL(IDX-IND, 1) DELIMITED BY SPACE
                        INTO TEXTO-HALLAZGO
                 PERFORM 8100-GUARDAR-HALLAZGO
              END-IF
           END-IF.

       4525-COLUMNA-NO-INICIAL.
           MOVE IND-COL(IDX-IND, IDX-ICOL) TO COLUMNA-PRED.
           PERFORM 4530-BUSCAR-EN-PREDICADOS.

       4530-BUSCAR-EN-PREDICADOS.
           MOVE ZEROS TO PRC-HALLADO.
           PERFORM 4535-COMPARAR-PREDICADO
                   VARYING IDX-PRC FROM 1 BY 1
                   UNTIL IDX-PRC > PRC-USADAS OR PRC-HALLADO > ZEROS.

       4535-COMPARAR-PREDICADO.
           IF PRC-FRM(IDX-PRC) = IDX-FRM
              AND PRC-COLUMNA(IDX-PRC) = COLUMNA-PRED
              MOVE IDX-PRC TO PRC-HALLADO
           END-IF.

      * INDICE PROPUESTO: COLUMNAS DE IGUALDAD Y DESPUES DE RANGO,
      * SIN REPETIR; SE ACUMULA POR TABLA Y COLUMNAS
       4600-SUGERIR-INDICE.
           MOVE SPACES TO SUG-TEXTO.
           MOVE 1 TO PTR-SUG.
           MOVE 'E' TO CLASE-PRED.
           PERFORM 4610-COLUMNA-SUGERIDA
                   VARYING IDX-PRC FROM 1 BY 1
                   UNTIL IDX-PRC > PRC-USADAS.
           MOVE 'R' TO CLASE-PRED.
           PERFORM 4610-COLUMNA-SUGERIDA
                   VARYING IDX-PRC FROM 1 BY 1
                   UNTIL IDX-PRC > PRC-USADAS.
           IF SUG-TEXTO NOT = SPACES
              MOVE ZEROS TO IDX-IND
              PERFORM 4620-COMPARAR-SUGERENCIA
                      VARYING IDX FROM 1 BY 1
                      UNTIL IDX > SUG-USADAS OR IDX-IND > ZEROS
              IF IDX-IND > ZEROS
                 ADD 1 TO SUG-SENTENCIAS(IDX-IND)
              ELSE
                 IF SUG-USADAS < 300
                    ADD 1 TO SUG-USADAS
                    MOVE TABLA-BUSCADA TO SUG-TABLA(SUG-USADAS)
                    MOVE SUG-TEXTO     TO SUG-COLUMNAS(SUG-USADAS)
                    MOVE 1             TO SUG-SENTENCIAS(SUG-USADAS)
                 END-IF
              END-IF
           END-IF.

       4610-COLUMNA-SUGERIDA.
           IF PRC-FRM(IDX-PRC) = IDX-FRM
              AND PRC-CLASE(IDX-PRC) = CLASE-PRED
              MOVE ZEROS TO CUANTOS
              INSPECT SUG-TEXTO TALLYING CUANTOS
                      FOR ALL PRC-COLUMNA(IDX-PRC)
              IF CUANTOS = ZEROS AND PTR-SUG < 62
                 IF PTR-SUG > 1
                    STRING ',' DELIMITED BY SIZE
                           INTO SUG-TEXTO WITH POINTER PTR-SUG
                 END-IF
                 STRING PRC-COLUMNA(IDX-PRC) DELIMITED BY SPACE
                        INTO SUG-TEXTO WITH POINTER PTR-SUG
              END-IF
           END-IF.

       4620-COMPARAR-SUGERENCIA.
           IF SUG-TABLA(IDX) = TABLA-BUSCADA
              AND SUG-COLUMNAS(IDX) = SUG-TEXTO
              MOVE IDX TO IDX-IND
           END-IF.

      ******************************************************************
      * INFORME AGRUPADO POR TABLA
      ******************************************************************
       5000-LISTAR-TABLA.
           PERFORM 5100-LISTAR-HALLAZGO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > HAL-USADOS.
           PERFORM 5200-LISTAR-SUGERENCIA
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > SUG-USADAS.

       5100-LISTAR-HALLAZGO.
           IF HAL-TABLA(IDX) = TAB-NOMBRE(IDX-TAB)
              MOVE 'DETALLE ' TO RPT-FUNCION
              MOVE HAL-TABLA(IDX)(1:16) TO RPT-CORTE
              MOVE 1 TO RPT-IMPORTE
              MOVE HAL-LINEA(IDX) TO RPT-LINEA
              CALL 'SDPREPW0' USING INFORME-INDICES
           END-IF.

       5200-LISTAR-SUGERENCIA.
           IF SUG-TABLA(IDX) = TAB-NOMBRE(IDX-TAB)
              MOVE SUG-SENTENCIAS(IDX) TO SUG-ED
              MOVE SPACES TO LINEA
              STRING 'INDICE SUGERIDO (' DELIMITED BY SIZE
                     SUG-COLUMNAS(IDX) DELIMITED BY SPACE
                     ') PARA ' SUG-ED ' SENTENCIAS'
                     DELIMITED BY SIZE INTO LINEA
              MOVE 'DETALLE ' TO RPT-FUNCION
              MOVE SUG-TABLA(IDX)(1:16) TO RPT-CORTE
              MOVE ZEROS TO RPT-IMPORTE
              MOVE LINEA TO RPT-LINEA
              CALL 'SDPREPW0' USING INFORME-INDICES
           END-IF.

      * HALLAZGO DE LA TABLA EN CURSO: SE GUARDA PARA EL INFORME Y SE
      * ANOTA EN SDPFINDG
       8100-GUARDAR-HALLAZGO.
           ADD 1 TO HALLAZGOS.
           MOVE SPACES TO LINEA.
           STRING MIEMBRO-PROGRAMA ' LINEA ' SQL-LINEA ' '
                  REGLA-INCIDENCIA(1:8) ' ' TEXTO-HALLAZGO
                  DELIMITED BY SIZE INTO LINEA.
           IF HAL-USADOS < 2000
              ADD 1 TO HAL-USADOS
              IF COL-FRM > ZEROS AND REGLA-INCIDENCIA = 'SQLI0003'
                 MOVE FRM-TABLA(COL-FRM) TO HAL-TABLA(HAL-USADOS)
              ELSE
                 MOVE FRM-TABLA(IDX-FRM) TO HAL-TABLA(HAL-USADOS)
              END-IF
              MOVE LINEA TO HAL-LINEA(HAL-USADOS)
           END-IF.
           PERFORM 8000-ANOTAR-INCIDENCIA.

      * INCIDENCIA CON EL TRAZADO SDPWFNDG, COMO LAS DEL SCAN
       8000-ANOTAR-INCIDENCIA.
           OPEN EXTEND INCIDENCIAS.
           IF FS-FINDG NOT = '00' AND FS-FINDG NOT = '05'
              CLOSE INCIDENCIAS
           ELSE
              MOVE MIEMBRO-PROGRAMA TO FND-PROGRAMA
              MOVE SPACE            TO FND-SEP1 FND-SEP2 FND-SEP3
              MOVE REGLA-INCIDENCIA TO FND-REGLA
              MOVE 1                TO FND-CUANTAS
              MOVE SQL-LINEA        TO FND-LINEA
              WRITE REC-FINDG
              CLOSE INCIDENCIAS
           END-IF.
