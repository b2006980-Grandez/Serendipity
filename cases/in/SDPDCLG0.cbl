      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Copybooks de variables host al estilo DCLGEN desde
      *          la definicion de tablas y variables host a mano que
      *          podrian sustituir
      ******************************************************************
      * SDP DESCRIPTION
      *  SQLB0001 declara a mano sus variables host (W-SALDO
      *> S9(13)V99 COMP-3, W-NOMBRE X(30)) y por eso SDPSQLC0 no deja
      *> de encontrar descuadres. Este generador lee las tarjetas
      *> TABLE y COLUMN del deck SDPTABD y escribe un copybook por
      *> tabla con el bloque EXEC SQL DECLARE TABLE, la estructura
      *> host con la PICTURE y el USAGE de cada columna:
      *>    CHAR(n)      X(n)          VARCHAR(n) grupo LEN/TEXT
      *>    DECIMAL(p,s) S9(p-s)V9(s) COMP-3
      *>    INTEGER      S9(09) COMP   SMALLINT   S9(04) COMP
      *>    DATE X(10)   TIME X(08)    TIMESTAMP  X(26)
      *> y una tabla de indicadores de nulo con una ocurrencia por
      *> columna. El deck SDPDCLGP da el directorio de salida y,
      *> si hace falta, el miembro y el prefijo de una tabla:
      *>    DESTINO <directorio>
      *>    MIEMBRO <tabla> <miembro> [<prefijo>]
      *> por omision el miembro es DCL mas las cinco primeras letras
      *> de la tabla y el prefijo sus tres primeras; el fichero es
      *> <directorio>/<miembro>.cpy.
      *  Despues recorre los miembros del deck SDPSRCL (si lo hay) y
      *> empareja las variables host de sus EXEC SQL con su columna
      *> (<columna> = :VARIABLE, SELECT ... INTO, INSERT ... VALUES
      *> y FETCH de un cursor declarado en el miembro): cada variable
      *> declarada a mano en el miembro se lista por programa con el
      *> campo generado que la sustituye y si su PICTURE y USAGE
      *> coinciden o en que difieren.
      *  RC 4 si alguna variable a mano difiere del campo generado,
      *> 8 si una columna tiene un tipo desconocido (su tabla no se
      *> genera) o no se puede escribir algun copybook.
      * SDP END
      *
      * SDP DESC Copybooks DCLGEN por tabla y variables host a mano
      * SDP IVP 0 Files.Consumes = SDPTABD,SDPDCLGP,SDPSRCL
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPDCLG0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TABLAS ASSIGN TO 'SDPTABD'
                  FILE STATUS IS FS-TABLAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'SDPDCLGP'
                  FILE STATUS IS FS-PARAM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL LISTA ASSIGN TO 'SDPSRCL'
                  FILE STATUS IS FS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT FUENTE ASSIGN TO NOMBRE-FUENTE
                  FILE STATUS IS FS-FUENTE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SALIDA ASSIGN TO NOMBRE-SALIDA
                  FILE STATUS IS FS-SALIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TABLAS.
       01  REC-TABLA PIC X(132).

       FD  PARAMETROS.
       01  REC-PARAM PIC X(132).

       FD  LISTA.
       01  REC-LISTA PIC X(132).

       FD  FUENTE.
       01  REC-FUENTE PIC X(132).

       FD  SALIDA.
       01  REC-SALIDA PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-TABLAS PIC XX VALUE SPACES.
       77 FS-PARAM  PIC XX VALUE SPACES.
       77 FS-LISTA  PIC XX VALUE SPACES.
       77 FS-FUENTE PIC XX VALUE SPACES.
       77 FS-SALIDA PIC XX VALUE SPACES.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT PIC X(40) VALUE SPACES.
       77 FIN-FICH  PIC X(01) VALUE 'N'.
       77 FIN-LISTA PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(18) VALUE SPACES.
           03 PAL-2 PIC X(18) VALUE SPACES.
           03 PAL-3 PIC X(64) VALUE SPACES.
           03 PAL-4 PIC X(18) VALUE SPACES.
           03 PAL-5 PIC X(18) VALUE SPACES.

       01  MIEMBRO-ACTUAL.
           03 MIEMBRO-PROGRAMA PIC X(08) VALUE SPACES.
           03 NOMBRE-FUENTE    PIC X(64) VALUE SPACES.
           03 NOMBRE-SALIDA    PIC X(100) VALUE SPACES.
           03 DIRECTORIO       PIC X(64) VALUE '.'.

      * TABLAS CON SU MIEMBRO Y PREFIJO, Y SUS COLUMNAS CON EL TIPO
      * DECLARADO Y EL CAMPO HOST QUE LES CORRESPONDE
       01  TABLA-DEFINIDAS.
           03 TAB-USADAS PIC 9(03) VALUE ZEROS.
           03 TAB-ENTRADA OCCURS 100 TIMES.
              05 TAB-NOMBRE  PIC X(18).
              05 TAB-MIEMBRO PIC X(08).
              05 TAB-PREFIJO PIC X(08).
              05 TAB-COLUMNAS PIC 9(03).
              05 TAB-VALIDA  PIC X(01).
       01  TABLA-DECLARANDO PIC 9(03) VALUE ZEROS.

       01  TABLA-COLUMNAS.
           03 COL-USADAS PIC 9(03) VALUE ZEROS.
           03 COL-ENTRADA OCCURS 500 TIMES.
              05 COL-TAB       PIC 9(03).
              05 COL-NOMBRE    PIC X(18).
              05 COL-TIPO      PIC X(10).
              05 COL-LONGITUD  PIC 9(04).
              05 COL-DECIMALES PIC 9(02).
              05 COL-CAMPO     PIC X(30).
              05 COL-CLASE     PIC X(01).
              05 COL-ENTEROS   PIC 9(04).
              05 COL-USO       PIC X(01).
              05 COL-PIC       PIC X(30).

      * DECLARACIONES DEL MIEMBRO EN CURSO: NOMBRE, PICTURE, USAGE Y
      * SU DESGLOSE
       01  TABLA-DECLARADAS.
           03 DEC-USADAS PIC 9(03) VALUE ZEROS.
           03 DEC-ENTRADA OCCURS 500 TIMES.
              05 DEC-NOMBRE    PIC X(30).
              05 DEC-PIC       PIC X(30).
              05 DEC-USAGE     PIC X(14).
              05 DEC-CLASE     PIC X(01).
              05 DEC-ENTEROS   PIC 9(04).
              05 DEC-DECIMALES PIC 9(02).
              05 DEC-USO       PIC X(01).

      * CURSORES DECLARADOS EN EL MIEMBRO CON LAS COLUMNAS DE SU
      * SELECT EN ORDEN
       01  TABLA-CURSORES.
           03 CUR-USADOS PIC 9(02) VALUE ZEROS.
           03 CUR-ENTRADA OCCURS 20 TIMES.
              05 CUR-NOMBRE PIC X(18).
              05 CUR-TABLA  PIC X(18).
              05 CUR-NCOLS  PIC 9(02).
              05 CUR-COL OCCURS 40 TIMES PIC X(30).

      * SUSTITUCIONES DEL MIEMBRO: VARIABLE A MANO Y COLUMNA
       01  TABLA-SUSTITUCIONES.
           03 SUS-USADAS PIC 9(03) VALUE ZEROS.
           03 SUS-ENTRADA OCCURS 300 TIMES.
              05 SUS-DEC PIC 9(03).
              05 SUS-COL PIC 9(03).

       01  PALABRAS-LINEA.
           03 PLN-USADAS PIC 9(02) VALUE ZEROS.
           03 PLN OCCURS 12 TIMES PIC X(30).

      * SENTENCIA EXEC SQL ACUMULADA Y SU DESGLOSE EN PIEZAS
       01  SENTENCIA-SQL.
           03 SQL-BUFFER  PIC X(2000) VALUE SPACES.
           03 SQL-LON     PIC 9(04) VALUE ZEROS.
           03 EN-SENTENCIA PIC X(01) VALUE 'N'.
           03 EN-PROCEDURE PIC X(01) VALUE 'N'.

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

      * LISTAS POSICIONALES: COLUMNAS Y VARIABLES HOST
       01  LISTAS.
           03 SEN-VERBO  PIC X(08) VALUE SPACES.
           03 POS-VERBO  PIC 9(03) VALUE ZEROS.
           03 SEN-TABLA  PIC X(18) VALUE SPACES.
           03 LCO-USADAS PIC 9(02) VALUE ZEROS.
           03 LCO OCCURS 40 TIMES PIC X(30).
           03 LVA-USADAS PIC 9(02) VALUE ZEROS.
           03 LVA OCCURS 40 TIMES PIC X(30).
           03 ELEMENTO   PIC X(30) VALUE SPACES.
           03 PIEZAS-ELEMENTO PIC 9(02) VALUE ZEROS.
           03 PROF       PIC 9(02) VALUE ZEROS.
           03 DESDE      PIC 9(03) VALUE ZEROS.
           03 HASTA      PIC 9(03) VALUE ZEROS.
           03 DESTINO-LISTA PIC X(01) VALUE SPACE.

       01  PALABRA-SQL PIC X(30) VALUE SPACES.
           88 CIERRA-LISTA VALUE 'FROM' 'WHERE' 'ORDER' 'GROUP'
              'HAVING' 'FOR' 'WITH' 'FETCH' 'UNION' 'OPTIMIZE'
              'END-EXEC' 'VALUES' 'INTO' 'SET'.

       01  DESGLOSE-PIC.
           03 TEXTO-PIC     PIC X(30) VALUE SPACES.
           03 PIC-CLASE     PIC X(01) VALUE SPACE.
           03 PIC-ENTEROS   PIC 9(04) VALUE ZEROS.
           03 PIC-DECIMALES PIC 9(02) VALUE ZEROS.
           03 TRAS-V        PIC X(01) VALUE 'N'.
           03 REPETICION    PIC 9(04) VALUE ZEROS.
           03 EN-REPETICION PIC X(01) VALUE 'N'.
           03 ULTIMO        PIC X(01) VALUE SPACE.
           03 IDX-PIC       PIC 9(02) VALUE ZEROS.

       01  TRABAJO.
           03 IDX      PIC 9(03) VALUE ZEROS.
           03 IDX2     PIC 9(03) VALUE ZEROS.
           03 IDX-TAB  PIC 9(03) VALUE ZEROS.
           03 IDX-COL  PIC 9(03) VALUE ZEROS.
           03 IDX-DEC  PIC 9(03) VALUE ZEROS.
           03 IDX-CUR  PIC 9(02) VALUE ZEROS.
           03 HALLADO  PIC 9(03) VALUE ZEROS.
           03 DEC-HALLADA PIC 9(03) VALUE ZEROS.
           03 COL-HALLADA PIC 9(03) VALUE ZEROS.
           03 CUANTOS  PIC 9(04) VALUE ZEROS.
           03 ORDEN    PIC 9(03) VALUE ZEROS.
           03 CALIFICADOR PIC X(30) VALUE SPACES.
           03 NOMBRE-COLUMNA PIC X(30) VALUE SPACES.
           03 NOMBRE-VARIABLE PIC X(30) VALUE SPACES.
           03 MOTIVO   PIC X(20) VALUE SPACES.
           03 TEXTO-ENTEROS   PIC X(04) VALUE SPACES.
           03 TEXTO-DECIMALES PIC X(04) VALUE SPACES.
           03 NCOLS-ED     PIC ZZ9.
           03 TIPO-SQL     PIC X(20) VALUE SPACES.
           03 PTR-LINEA    PIC 9(03) VALUE ZEROS.
           03 LINEA        PIC X(80) VALUE SPACES.
           03 LINEA-INF    PIC X(132) VALUE SPACES.

      * NUMERO SIN CEROS A LA IZQUIERDA, CON AL MENOS MIN-CIFRAS
       01  CIFRAS.
           03 CIFRAS-VALOR PIC 9(04) VALUE ZEROS.
           03 CIFRAS-TEXTO PIC X(04) VALUE SPACES.
           03 MIN-CIFRAS   PIC 9(01) VALUE 1.
           03 POS-CIFRA    PIC 9(01) VALUE 1.

       01  TOTALES.
           03 GENERADOS   PIC 9(05) VALUE ZEROS.
           03 SUSTITUIBLES PIC 9(05) VALUE ZEROS.
           03 DIFIEREN    PIC 9(05) VALUE ZEROS.

       01  INFORME-DCLGEN.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           OPEN INPUT TABLAS.
           MOVE 'ABRIENDO DEFINICION SDPTABD' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TABLAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           MOVE 'N' TO FIN-FICH.
           READ TABLAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1100-TRATAR-TARJETA UNTIL FIN-FICH = 'S'.
           CLOSE TABLAS.

           PERFORM 1300-CARGAR-PARAMETROS.
           PERFORM 1400-DEFAULTS-TABLA
                   VARYING IDX-TAB FROM 1 BY 1
                   UNTIL IDX-TAB > TAB-USADAS.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'COPYBOOKS DCLGEN Y VARIABLES HOST A MANO'
                TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-DCLGEN.

           PERFORM 2000-GENERAR-TABLA
                   VARYING IDX-TAB FROM 1 BY 1
                   UNTIL IDX-TAB > TAB-USADAS.

           OPEN INPUT LISTA.
           IF FS-LISTA = '00'
              READ LISTA
                   AT END MOVE 'S' TO FIN-LISTA
              END-READ
              PERFORM 3000-TRATAR-MIEMBRO UNTIL FIN-LISTA = 'S'
           END-IF.
           CLOSE LISTA.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-DCLGEN.

           DISPLAY 'COPYBOOKS GENERADOS ' GENERADOS
                   ' VARIABLES A MANO ' SUSTITUIBLES
                   ' DIFIEREN ' DIFIEREN.
           IF DIFIEREN > ZEROS AND RC < 4
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      ******************************************************************
      * DECK SDPTABD: TABLE Y COLUMN (LOS INDEX NO CUENTAN AQUI)
      ******************************************************************
       1100-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TABLA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4 PAL-5.
           EVALUATE PAL-1
              WHEN 'TABLE             '
                   IF TAB-USADAS < 100
                      ADD 1 TO TAB-USADAS
                      MOVE TAB-USADAS TO TABLA-DECLARANDO
                      MOVE PAL-2 TO TAB-NOMBRE(TAB-USADAS)
                      MOVE SPACES TO TAB-MIEMBRO(TAB-USADAS)
                                     TAB-PREFIJO(TAB-USADAS)
                      MOVE ZEROS TO TAB-COLUMNAS(TAB-USADAS)
                      MOVE 'S' TO TAB-VALIDA(TAB-USADAS)
                   END-IF
              WHEN 'COLUMN            '
                   IF TABLA-DECLARANDO > ZEROS AND COL-USADAS < 500
                      PERFORM 1200-ANOTAR-COLUMNA
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TABLAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * TIPO SQL A CLASE ('C' CARACTER, 'N' NUMERICO, 'V' VARCHAR),
      * DIGITOS Y USAGE ('D' DISPLAY, 'B' BINARIO, 'P' EMPAQUETADO)
       1200-ANOTAR-COLUMNA.
           ADD 1 TO COL-USADAS.
           ADD 1 TO TAB-COLUMNAS(TABLA-DECLARANDO).
           MOVE TABLA-DECLARANDO TO COL-TAB(COL-USADAS).
           MOVE PAL-2 TO COL-NOMBRE(COL-USADAS).
           MOVE PAL-3 TO COL-TIPO(COL-USADAS).
           MOVE ZEROS TO COL-LONGITUD(COL-USADAS)
                         COL-DECIMALES(COL-USADAS).
           IF PAL-4 NOT = SPACES
              MOVE FUNCTION NUMVAL(PAL-4) TO COL-LONGITUD(COL-USADAS)
           END-IF.
           IF PAL-5 NOT = SPACES
              MOVE FUNCTION NUMVAL(PAL-5) TO COL-DECIMALES(COL-USADAS)
           END-IF.
           MOVE ZEROS TO COL-ENTEROS(COL-USADAS).
           MOVE SPACES TO COL-PIC(COL-USADAS).
           EVALUATE COL-TIPO(COL-USADAS)
              WHEN 'CHAR'
              WHEN 'CHARACTER'
                   MOVE 'C' TO COL-CLASE(COL-USADAS)
                   MOVE 'D' TO COL-USO(COL-USADAS)
                   MOVE COL-LONGITUD(COL-USADAS)
                        TO COL-ENTEROS(COL-USADAS)
              WHEN 'VARCHAR'
                   MOVE 'V' TO COL-CLASE(COL-USADAS)
                   MOVE 'D' TO COL-USO(COL-USADAS)
                   MOVE COL-LONGITUD(COL-USADAS)
                        TO COL-ENTEROS(COL-USADAS)
              WHEN 'DATE'
                   MOVE 'C' TO COL-CLASE(COL-USADAS)
                   MOVE 'D' TO COL-USO(COL-USADAS)
                   MOVE 10 TO COL-ENTEROS(COL-USADAS)
              WHEN 'TIME'
                   MOVE 'C' TO COL-CLASE(COL-USADAS)
                   MOVE 'D' TO COL-USO(COL-USADAS)
                   MOVE 8 TO COL-ENTEROS(COL-USADAS)
              WHEN 'TIMESTAMP'
                   MOVE 'C' TO COL-CLASE(COL-USADAS)
                   MOVE 'D' TO COL-USO(COL-USADAS)
                   MOVE 26 TO COL-ENTEROS(COL-USADAS)
              WHEN 'DECIMAL'
              WHEN 'NUMERIC'
                   MOVE 'N' TO COL-CLASE(COL-USADAS)
                   MOVE 'P' TO COL-USO(COL-USADAS)
                   COMPUTE COL-ENTEROS(COL-USADAS) =
                           COL-LONGITUD(COL-USADAS)
                           - COL-DECIMALES(COL-USADAS)
              WHEN 'INTEGER'
                   MOVE 'N' TO COL-CLASE(COL-USADAS)
                   MOVE 'B' TO COL-USO(COL-USADAS)
                   MOVE 9 TO COL-ENTEROS(COL-USADAS)
                   MOVE ZEROS TO COL-DECIMALES(COL-USADAS)
              WHEN 'SMALLINT'
                   MOVE 'N' TO COL-CLASE(COL-USADAS)
                   MOVE 'B' TO COL-USO(COL-USADAS)
                   MOVE 4 TO COL-ENTEROS(COL-USADAS)
                   MOVE ZEROS TO COL-DECIMALES(COL-USADAS)
              WHEN OTHER
                   MOVE SPACE TO COL-CLASE(COL-USADAS)
                   MOVE 'N' TO TAB-VALIDA(TABLA-DECLARANDO)
                   MOVE 8 TO RC
                   MOVE SPACES TO LINEA-INF
                   STRING 'TIPO DESCONOCIDO ' COL-TIPO(COL-USADAS)
                          ' EN ' TAB-NOMBRE(TABLA-DECLARANDO) '.'
                          COL-NOMBRE(COL-USADAS)
                          ', LA TABLA NO SE GENERA'
                          DELIMITED BY SIZE INTO LINEA-INF
                   DISPLAY LINEA-INF(1:100)
           END-EVALUATE.
           PERFORM 1210-TEXTO-PICTURE.

       1210-TEXTO-PICTURE.
           MOVE 2 TO MIN-CIFRAS.
           MOVE COL-ENTEROS(COL-USADAS) TO CIFRAS-VALOR.
           PERFORM 9100-CIFRAS.
           MOVE CIFRAS-TEXTO TO TEXTO-ENTEROS.
           MOVE COL-DECIMALES(COL-USADAS) TO CIFRAS-VALOR.
           PERFORM 9100-CIFRAS.
           MOVE CIFRAS-TEXTO TO TEXTO-DECIMALES.
           MOVE 1 TO PTR-LINEA.
           EVALUATE COL-CLASE(COL-USADAS)
              WHEN 'C'
              WHEN 'V'
                   STRING 'PIC X(' DELIMITED BY SIZE
                          TEXTO-ENTEROS DELIMITED BY SPACE
                          ')' DELIMITED BY SIZE
                          INTO COL-PIC(COL-USADAS)
                          WITH POINTER PTR-LINEA
              WHEN 'N'
                   STRING 'PIC S9(' DELIMITED BY SIZE
                          TEXTO-ENTEROS DELIMITED BY SPACE
                          ')' DELIMITED BY SIZE
                          INTO COL-PIC(COL-USADAS)
                          WITH POINTER PTR-LINEA
                   IF COL-DECIMALES(COL-USADAS) > ZEROS
                      STRING 'V9(' DELIMITED BY SIZE
                             TEXTO-DECIMALES DELIMITED BY SPACE
                             ')' DELIMITED BY SIZE
                             INTO COL-PIC(COL-USADAS)
                             WITH POINTER PTR-LINEA
                   END-IF
                   IF COL-USO(COL-USADAS) = 'P'
                      STRING ' COMP-3' DELIMITED BY SIZE
                             INTO COL-PIC(COL-USADAS)
                             WITH POINTER PTR-LINEA
                   ELSE
                      STRING ' COMP' DELIMITED BY SIZE
                             INTO COL-PIC(COL-USADAS)
                             WITH POINTER PTR-LINEA
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1300-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FS-PARAM = '00'
              MOVE 'N' TO FIN-FICH
              READ PARAMETROS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1310-TRATAR-PARAMETRO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE PARAMETROS.

       1310-TRATAR-PARAMETRO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-PARAM DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4.
           EVALUATE PAL-1
              WHEN 'DESTINO           '
                   MOVE PAL-2 TO DIRECTORIO
              WHEN 'MIEMBRO           '
                   PERFORM 1320-ANOTAR-MIEMBRO
                           VARYING IDX-TAB FROM 1 BY 1
                           UNTIL IDX-TAB > TAB-USADAS
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1320-ANOTAR-MIEMBRO.
           IF TAB-NOMBRE(IDX-TAB) = PAL-2
              MOVE PAL-3(1:8) TO TAB-MIEMBRO(IDX-TAB)
              MOVE PAL-4(1:8) TO TAB-PREFIJO(IDX-TAB)
           END-IF.

      * MIEMBRO DCL + CINCO LETRAS, PREFIJO TRES; EL CAMPO HOST ES
      * PREFIJO-COLUMNA CON LOS SUBRAYADOS COMO GUIONES
       1400-DEFAULTS-TABLA.
           IF TAB-MIEMBRO(IDX-TAB) = SPACES
              STRING 'DCL' TAB-NOMBRE(IDX-TAB)(1:5) DELIMITED BY SIZE
                     INTO TAB-MIEMBRO(IDX-TAB)
           END-IF.
           IF TAB-PREFIJO(IDX-TAB) = SPACES
              MOVE TAB-NOMBRE(IDX-TAB)(1:3) TO TAB-PREFIJO(IDX-TAB)
           END-IF.
           INSPECT TAB-MIEMBRO(IDX-TAB) CONVERTING '_' TO '-'.
           INSPECT TAB-PREFIJO(IDX-TAB) CONVERTING '_' TO '-'.
           PERFORM 1410-CAMPO-COLUMNA
                   VARYING IDX-COL FROM 1 BY 1
                   UNTIL IDX-COL > COL-USADAS.

       1410-CAMPO-COLUMNA.
           IF COL-TAB(IDX-COL) = IDX-TAB
              MOVE SPACES TO COL-CAMPO(IDX-COL)
              STRING TAB-PREFIJO(IDX-TAB) DELIMITED BY SPACE
                     '-' DELIMITED BY SIZE
                     COL-NOMBRE(IDX-COL) DELIMITED BY SPACE
                     INTO COL-CAMPO(IDX-COL)
              INSPECT COL-CAMPO(IDX-COL) CONVERTING '_' TO '-'
           END-IF.

      ******************************************************************
      * COPYBOOK DE UNA TABLA
      ******************************************************************
       2000-GENERAR-TABLA.
           IF TAB-VALIDA(IDX-TAB) = 'S' AND TAB-COLUMNAS(IDX-TAB) > 0
              MOVE SPACES TO NOMBRE-SALIDA
              STRING DIRECTORIO DELIMITED BY SPACE
                     '/' DELIMITED BY SIZE
                     TAB-MIEMBRO(IDX-TAB) DELIMITED BY SPACE
                     '.cpy' DELIMITED BY SIZE
                     INTO NOMBRE-SALIDA
              OPEN OUTPUT SALIDA
              IF FS-SALIDA NOT = '00'
                 MOVE 8 TO RC
                 MOVE SPACES TO LINEA-INF
                 STRING 'NO SE PUEDE ESCRIBIR ' NOMBRE-SALIDA
                        DELIMITED BY SIZE INTO LINEA-INF
                 MOVE ZEROS TO RPT-IMPORTE
              ELSE
                 PERFORM 2100-CABECERA
                 PERFORM 2200-DECLARE-TABLE
                 PERFORM 2300-ESTRUCTURA-HOST
                 PERFORM 2400-INDICADORES
                 CLOSE SALIDA
                 ADD 1 TO GENERADOS
                 MOVE TAB-COLUMNAS(IDX-TAB) TO NCOLS-ED
                 MOVE SPACES TO LINEA-INF
                 STRING 'COPYBOOK ' DELIMITED BY SIZE
                        TAB-MIEMBRO(IDX-TAB) DELIMITED BY SPACE
                        ' EN ' DELIMITED BY SIZE
                        NOMBRE-SALIDA DELIMITED BY SPACE
                        ', ' NCOLS-ED ' COLUMNAS, PREFIJO '
                        TAB-PREFIJO(IDX-TAB) DELIMITED BY SIZE
                        INTO LINEA-INF
                 MOVE 1 TO RPT-IMPORTE
              END-IF
              MOVE 'DETALLE ' TO RPT-FUNCION
              MOVE TAB-NOMBRE(IDX-TAB)(1:16) TO RPT-CORTE
              MOVE LINEA-INF TO RPT-LINEA
              CALL 'SDPREPW0' USING INFORME-DCLGEN
           END-IF.

       2100-CABECERA.
           MOVE ALL '*' TO LINEA.
           MOVE SPACES TO LINEA(1:6) LINEA(73:).
           PERFORM 9000-ESCRIBIR.
           MOVE SPACES TO LINEA.
           STRING '      * Variables host de la tabla '
                  TAB-NOMBRE(IDX-TAB) DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE '      * generadas por SDPDCLG0 desde el deck SDPTABD:'
                TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE '      * la DECLARE TABLE, el registro host y los'
                TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE '      * indicadores de nulo, uno por columna.'
                TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE ALL '*' TO LINEA.
           MOVE SPACES TO LINEA(1:6) LINEA(73:).
           PERFORM 9000-ESCRIBIR.

       2200-DECLARE-TABLE.
           MOVE SPACES TO LINEA.
           STRING '           EXEC SQL DECLARE ' DELIMITED BY SIZE
                  TAB-NOMBRE(IDX-TAB) DELIMITED BY SPACE
                  ' TABLE' DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE ZEROS TO ORDEN.
           PERFORM 2210-COLUMNA-DECLARE
                   VARYING IDX-COL FROM 1 BY 1
                   UNTIL IDX-COL > COL-USADAS.
           MOVE '           ) END-EXEC.' TO LINEA.
           PERFORM 9000-ESCRIBIR.

       2210-COLUMNA-DECLARE.
           IF COL-TAB(IDX-COL) = IDX-TAB
              ADD 1 TO ORDEN
              MOVE 1 TO MIN-CIFRAS
              MOVE COL-LONGITUD(IDX-COL) TO CIFRAS-VALOR
              PERFORM 9100-CIFRAS
              MOVE CIFRAS-TEXTO TO TEXTO-ENTEROS
              MOVE COL-DECIMALES(IDX-COL) TO CIFRAS-VALOR
              PERFORM 9100-CIFRAS
              MOVE CIFRAS-TEXTO TO TEXTO-DECIMALES
              MOVE SPACES TO TIPO-SQL
              EVALUATE COL-TIPO(IDX-COL)
                 WHEN 'CHAR'
                 WHEN 'CHARACTER'
                 WHEN 'VARCHAR'
                      STRING COL-TIPO(IDX-COL) DELIMITED BY SPACE
                             '(' DELIMITED BY SIZE
                             TEXTO-ENTEROS DELIMITED BY SPACE
                             ')' DELIMITED BY SIZE INTO TIPO-SQL
                 WHEN 'DECIMAL'
                 WHEN 'NUMERIC'
                      STRING COL-TIPO(IDX-COL) DELIMITED BY SPACE
                             '(' DELIMITED BY SIZE
                             TEXTO-ENTEROS DELIMITED BY SPACE
                             ',' DELIMITED BY SIZE
                             TEXTO-DECIMALES DELIMITED BY SPACE
                             ')' DELIMITED BY SIZE INTO TIPO-SQL
                 WHEN OTHER
                      MOVE COL-TIPO(IDX-COL) TO TIPO-SQL
              END-EVALUATE
              MOVE SPACES TO LINEA
              IF ORDEN = 1
                 MOVE '           (' TO LINEA(1:12)
              END-IF
              MOVE COL-NOMBRE(IDX-COL) TO LINEA(14:18)
              MOVE TIPO-SQL TO LINEA(34:20)
              IF ORDEN < TAB-COLUMNAS(IDX-TAB)
                 MOVE 1 TO PTR-LINEA
                 INSPECT TIPO-SQL TALLYING PTR-LINEA
                         FOR CHARACTERS BEFORE INITIAL SPACE
                 ADD 33 TO PTR-LINEA
                 MOVE ',' TO LINEA(PTR-LINEA:1)
              END-IF
              PERFORM 9000-ESCRIBIR
           END-IF.

       2300-ESTRUCTURA-HOST.
           MOVE SPACES TO LINEA.
           STRING '       01  REG-' DELIMITED BY SIZE
                  TAB-MIEMBRO(IDX-TAB) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.
           PERFORM 2310-CAMPO-HOST
                   VARYING IDX-COL FROM 1 BY 1
                   UNTIL IDX-COL > COL-USADAS.

       2310-CAMPO-HOST.
           IF COL-TAB(IDX-COL) = IDX-TAB
              MOVE SPACES TO LINEA
              IF COL-CLASE(IDX-COL) = 'V'
                 STRING '           03 ' COL-CAMPO(IDX-COL)
                        DELIMITED BY SIZE INTO LINEA
                 PERFORM 2320-PUNTO-FINAL
                 PERFORM 9000-ESCRIBIR
                 MOVE SPACES TO LINEA
                 STRING '              49 ' DELIMITED BY SIZE
                        COL-CAMPO(IDX-COL) DELIMITED BY SPACE
                        '-LEN' DELIMITED BY SIZE INTO LINEA
                 MOVE 'PIC S9(04) COMP.' TO LINEA(51:)
                 PERFORM 9000-ESCRIBIR
                 MOVE SPACES TO LINEA
                 STRING '              49 ' DELIMITED BY SIZE
                        COL-CAMPO(IDX-COL) DELIMITED BY SPACE
                        '-TEXT' DELIMITED BY SIZE INTO LINEA
                 MOVE COL-PIC(IDX-COL) TO LINEA(51:)
                 PERFORM 2320-PUNTO-FINAL
              ELSE
                 STRING '           03 ' COL-CAMPO(IDX-COL)
                        DELIMITED BY SIZE INTO LINEA
                 MOVE COL-PIC(IDX-COL) TO LINEA(44:)
                 PERFORM 2320-PUNTO-FINAL
              END-IF
              PERFORM 9000-ESCRIBIR
           END-IF.

       2320-PUNTO-FINAL.
           MOVE 72 TO PTR-LINEA.
           PERFORM 2325-RETROCEDER
                   UNTIL PTR-LINEA = 1
                      OR LINEA(PTR-LINEA:1) NOT = SPACE.
           ADD 1 TO PTR-LINEA.
           MOVE '.' TO LINEA(PTR-LINEA:1).

       2325-RETROCEDER.
           SUBTRACT 1 FROM PTR-LINEA.

       2400-INDICADORES.
           MOVE SPACES TO LINEA.
           STRING '       01  IND-' DELIMITED BY SIZE
                  TAB-MIEMBRO(IDX-TAB) DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE SPACES TO LINEA.
           STRING '           03 ' DELIMITED BY SIZE
                  TAB-PREFIJO(IDX-TAB) DELIMITED BY SPACE
                  '-INDNULO' DELIMITED BY SIZE INTO LINEA.
           MOVE 'PIC S9(04) COMP' TO LINEA(44:).
           PERFORM 9000-ESCRIBIR.
           MOVE TAB-COLUMNAS(IDX-TAB) TO CIFRAS-VALOR.
           MOVE 1 TO MIN-CIFRAS.
           PERFORM 9100-CIFRAS.
           MOVE SPACES TO LINEA.
           STRING '              OCCURS ' DELIMITED BY SIZE
                  CIFRAS-TEXTO DELIMITED BY SPACE
                  ' TIMES.' DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.

      ******************************************************************
      * MIEMBROS DEL DECK SDPSRCL: DECLARACIONES Y VARIABLES HOST
      ******************************************************************
       3000-TRATAR-MIEMBRO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-LISTA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'SOURCE            '
              MOVE PAL-2(1:8) TO MIEMBRO-PROGRAMA
              MOVE PAL-3      TO NOMBRE-FUENTE
              PERFORM 3100-EXPLORAR-FUENTE
                      THRU 3100-EXPLORAR-FUENTE-FIN
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-LISTA
           END-READ.

       3100-EXPLORAR-FUENTE.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              DISPLAY 'FUENTE AUSENTE ' NOMBRE-FUENTE(1:40)
              CLOSE FUENTE
              GO TO 3100-EXPLORAR-FUENTE-FIN
           END-IF.

           MOVE ZEROS TO DEC-USADAS CUR-USADOS SUS-USADAS.
           MOVE 'N' TO EN-SENTENCIA EN-PROCEDURE FIN-FICH.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 3200-EXPLORAR-LINEA UNTIL FIN-FICH = 'S'.
           CLOSE FUENTE.
           PERFORM 5900-LISTAR-SUSTITUCION
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > SUS-USADAS.

       3100-EXPLORAR-FUENTE-FIN.
           EXIT.

       3200-EXPLORAR-LINEA.
           IF REC-FUENTE(7:1) NOT = '*' AND NOT = '/'
              IF EN-SENTENCIA = 'S'
                 PERFORM 3400-ACUMULAR-SENTENCIA
              ELSE
                 MOVE ZEROS TO CUANTOS
                 INSPECT REC-FUENTE(8:65) TALLYING CUANTOS
                         FOR ALL 'EXEC SQL'
                 IF CUANTOS > ZEROS
                    MOVE 'S' TO EN-SENTENCIA
                    MOVE SPACES TO SQL-BUFFER
                    MOVE 1 TO SQL-LON
                    PERFORM 3400-ACUMULAR-SENTENCIA
                 ELSE
                    MOVE ZEROS TO CUANTOS
                    INSPECT REC-FUENTE(8:65) TALLYING CUANTOS
                            FOR ALL 'PROCEDURE DIVISION'
                    IF CUANTOS > ZEROS
                       MOVE 'S' TO EN-PROCEDURE
                    END-IF
                    IF EN-PROCEDURE = 'N'
                       PERFORM 3300-DECLARACION
                    END-IF
                 END-IF
              END-IF
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * NIVEL NOMBRE ... PIC <PICTURE> [USAGE] EN UNA MISMA LINEA
       3300-DECLARACION.
           MOVE SPACES TO PALABRAS-LINEA.
           UNSTRING REC-FUENTE(8:65) DELIMITED BY ALL SPACES
                    INTO PLN(1) PLN(2) PLN(3) PLN(4) PLN(5) PLN(6)
                         PLN(7) PLN(8) PLN(9) PLN(10) PLN(11)
                         PLN(12).
           IF PLN(1) = SPACES
              MOVE PLN(2) TO PLN(1)
              MOVE PLN(3) TO PLN(2)
              MOVE PLN(4) TO PLN(3)
              MOVE PLN(5) TO PLN(4)
              MOVE PLN(6) TO PLN(5)
              MOVE PLN(7) TO PLN(6)
              MOVE PLN(8) TO PLN(7)
           END-IF.
           IF PLN(1)(1:1) IS NUMERIC AND PLN(1)(1:2) NOT = '88'
              AND PLN(1)(1:2) NOT = '66' AND DEC-USADAS < 500
              MOVE ZEROS TO HALLADO
              PERFORM 3310-BUSCAR-PIC
                      VARYING IDX2 FROM 3 BY 1
                      UNTIL IDX2 > 10 OR HALLADO > ZEROS
              IF HALLADO > ZEROS
                 ADD 1 TO DEC-USADAS
                 MOVE PLN(2) TO DEC-NOMBRE(DEC-USADAS)
                 MOVE PLN(HALLADO + 1) TO DEC-PIC(DEC-USADAS)
                 PERFORM 3320-QUITAR-PUNTO
                 MOVE SPACES TO DEC-USAGE(DEC-USADAS)
                 MOVE 'D' TO DEC-USO(DEC-USADAS)
                 COMPUTE IDX2 = HALLADO + 2
                 PERFORM 3330-BUSCAR-USAGE
                         VARYING IDX2 FROM IDX2 BY 1 UNTIL IDX2 > 12
                 MOVE DEC-PIC(DEC-USADAS) TO TEXTO-PIC
                 PERFORM 3350-DESGLOSAR-PICTURE
                 MOVE PIC-CLASE     TO DEC-CLASE(DEC-USADAS)
                 MOVE PIC-ENTEROS   TO DEC-ENTEROS(DEC-USADAS)
                 MOVE PIC-DECIMALES TO DEC-DECIMALES(DEC-USADAS)
              END-IF
           END-IF.

       3310-BUSCAR-PIC.
           IF PLN(IDX2) = 'PIC' OR PLN(IDX2) = 'PICTURE'
              MOVE IDX2 TO HALLADO
              IF PLN(IDX2 + 1) = 'IS'
                 ADD 1 TO HALLADO
              END-IF
           END-IF.

       3320-QUITAR-PUNTO.
           MOVE ZEROS TO CUANTOS.
           INSPECT DEC-PIC(DEC-USADAS) TALLYING CUANTOS
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF CUANTOS > 1
              IF DEC-PIC(DEC-USADAS)(CUANTOS:1) = '.'
                 MOVE SPACE TO DEC-PIC(DEC-USADAS)(CUANTOS:1)
              END-IF
           END-IF.

       3330-BUSCAR-USAGE.
           MOVE PLN(IDX2) TO PALABRA-SQL.
           INSPECT PALABRA-SQL REPLACING ALL '.' BY SPACE.
           EVALUATE PALABRA-SQL
              WHEN 'COMP'
              WHEN 'COMP-4'
              WHEN 'COMP-5'
              WHEN 'BINARY'
              WHEN 'COMPUTATIONAL'
                   MOVE 'B' TO DEC-USO(DEC-USADAS)
                   MOVE PALABRA-SQL TO DEC-USAGE(DEC-USADAS)
              WHEN 'COMP-3'
              WHEN 'PACKED-DECIMAL'
              WHEN 'COMPUTATIONAL-3'
                   MOVE 'P' TO DEC-USO(DEC-USADAS)
                   MOVE PALABRA-SQL TO DEC-USAGE(DEC-USADAS)
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * CLASE, DIGITOS ENTEROS Y DECIMALES DE TEXTO-PIC
       3350-DESGLOSAR-PICTURE.
           MOVE SPACE TO PIC-CLASE ULTIMO.
           MOVE ZEROS TO PIC-ENTEROS PIC-DECIMALES REPETICION.
           MOVE 'N' TO TRAS-V EN-REPETICION.
           PERFORM 3360-CARACTER-PICTURE
                   VARYING IDX-PIC FROM 1 BY 1 UNTIL IDX-PIC > 30.

       3360-CARACTER-PICTURE.
           MOVE TEXTO-PIC(IDX-PIC:1) TO CAR.
           EVALUATE TRUE
              WHEN EN-REPETICION = 'S' AND CAR = ')'
                   MOVE 'N' TO EN-REPETICION
                   IF REPETICION > 1
                      SUBTRACT 1 FROM REPETICION
                      PERFORM 3370-SUMAR-DIGITOS
                   END-IF
              WHEN EN-REPETICION = 'S'
                   IF CAR IS NUMERIC
                      COMPUTE REPETICION = REPETICION * 10
                              + FUNCTION NUMVAL(CAR)
                   END-IF
              WHEN CAR = '('
                   MOVE 'S' TO EN-REPETICION
                   MOVE ZEROS TO REPETICION
              WHEN CAR = 'X' OR CAR = 'A'
                   MOVE 'C' TO PIC-CLASE
                   MOVE 'X' TO ULTIMO
                   MOVE 1 TO REPETICION
                   PERFORM 3370-SUMAR-DIGITOS
              WHEN CAR = '9'
                   IF PIC-CLASE = SPACE
                      MOVE 'N' TO PIC-CLASE
                   END-IF
                   MOVE '9' TO ULTIMO
                   MOVE 1 TO REPETICION
                   PERFORM 3370-SUMAR-DIGITOS
              WHEN CAR = 'V'
                   MOVE 'S' TO TRAS-V
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3370-SUMAR-DIGITOS.
           IF TRAS-V = 'S' AND ULTIMO = '9'
              ADD REPETICION TO PIC-DECIMALES
           ELSE
              ADD REPETICION TO PIC-ENTEROS
           END-IF.

       3400-ACUMULAR-SENTENCIA.
           IF SQL-LON < 1930
              MOVE REC-FUENTE(8:65) TO SQL-BUFFER(SQL-LON:65)
              ADD 66 TO SQL-LON
           END-IF.
           MOVE ZEROS TO CUANTOS.
           INSPECT REC-FUENTE(8:65) TALLYING CUANTOS FOR ALL 'END-EXEC'.
           IF CUANTOS > ZEROS
              MOVE 'N' TO EN-SENTENCIA
              PERFORM 4000-ANALIZAR-SENTENCIA
           END-IF.

      ******************************************************************
      * UNA SENTENCIA: PIEZAS, TABLA Y PAREJAS COLUMNA-VARIABLE
      ******************************************************************
       4000-ANALIZAR-SENTENCIA.
           INSPECT SQL-BUFFER CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT SQL-BUFFER REPLACING ALL 'END-EXEC.'
                   BY 'END-EXEC '.
           PERFORM 4100-TROCEAR.
           MOVE ZEROS TO POS-VERBO.
           MOVE SPACES TO SEN-VERBO SEN-TABLA.
           PERFORM 4200-BUSCAR-EXEC
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX NOT < PZA-USADAS OR POS-VERBO > ZEROS.
           IF POS-VERBO > ZEROS
              MOVE PZA-TEXTO(POS-VERBO) TO SEN-VERBO
              EVALUATE SEN-VERBO
                 WHEN 'SELECT'
                      PERFORM 4300-SELECT-INTO
                 WHEN 'DECLARE'
                      PERFORM 4400-DECLARAR-CURSOR
                 WHEN 'FETCH'
                      PERFORM 4500-FETCH-INTO
                 WHEN 'INSERT'
                      PERFORM 4600-INSERT-VALUES
                 WHEN 'UPDATE'
                      COMPUTE IDX = POS-VERBO + 1
                      PERFORM 4250-TABLA-EN
                 WHEN 'DELETE'
                      COMPUTE IDX = POS-VERBO + 2
                      PERFORM 4250-TABLA-EN
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
              IF SEN-TABLA NOT = SPACES
                 PERFORM 4700-PAREJAS-IGUAL
                         VARYING IDX FROM 2 BY 1
                         UNTIL IDX NOT < PZA-USADAS
              END-IF
           END-IF.

      * SEPARAN EL BLANCO; COMA, PARENTESIS E IGUAL SON PIEZA PROPIA
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
                      OR CAR = '='
                      PERFORM 4150-CERRAR-PIEZA
                      PERFORM 4120-ANADIR-CARACTER
                      PERFORM 4150-CERRAR-PIEZA
                 WHEN OTHER
                      PERFORM 4120-ANADIR-CARACTER
              END-EVALUATE
           END-IF.

       4120-ANADIR-CARACTER.
           IF TOKEN-LON < 30
              ADD 1 TO TOKEN-LON
              MOVE CAR TO TOKEN(TOKEN-LON:1)
           END-IF.

       4150-CERRAR-PIEZA.
           IF TOKEN-LON > ZEROS AND PZA-USADAS < 400
              ADD 1 TO PZA-USADAS
              MOVE TOKEN TO PZA-TEXTO(PZA-USADAS)
           END-IF.
           MOVE SPACES TO TOKEN.
           MOVE ZEROS TO TOKEN-LON.

       4200-BUSCAR-EXEC.
           IF PZA-TEXTO(IDX) = 'EXEC' AND PZA-TEXTO(IDX + 1) = 'SQL'
              AND IDX + 1 < PZA-USADAS
              COMPUTE POS-VERBO = IDX + 2
           END-IF.

      * TABLA EN LA PIEZA IDX, SIN ESQUEMA
       4250-TABLA-EN.
           IF IDX NOT > PZA-USADAS
              MOVE SPACES TO CALIFICADOR NOMBRE-COLUMNA
              UNSTRING PZA-TEXTO(IDX) DELIMITED BY '.'
                       INTO CALIFICADOR NOMBRE-COLUMNA
              IF NOMBRE-COLUMNA = SPACES
                 MOVE CALIFICADOR TO SEN-TABLA
              ELSE
                 MOVE NOMBRE-COLUMNA TO SEN-TABLA
              END-IF
           END-IF.

       4260-BUSCAR-PIEZA.
           IF PZA-TEXTO(IDX) = PALABRA-SQL AND HALLADO = ZEROS
              MOVE IDX TO HALLADO
           END-IF.

      * SELECT <LISTA> INTO <VARIABLES> FROM <TABLA>
       4300-SELECT-INTO.
           PERFORM 4310-LISTAS-SELECT.
           PERFORM 4800-EMPAREJAR-LISTAS.

       4310-LISTAS-SELECT.
           MOVE ZEROS TO LCO-USADAS LVA-USADAS.
           MOVE 'FROM' TO PALABRA-SQL.
           MOVE ZEROS TO HALLADO.
           PERFORM 4260-BUSCAR-PIEZA
                   VARYING IDX FROM POS-VERBO BY 1
                   UNTIL IDX > PZA-USADAS.
           IF HALLADO > ZEROS
              COMPUTE IDX = HALLADO + 1
              PERFORM 4250-TABLA-EN
           END-IF.
           MOVE 'C' TO DESTINO-LISTA.
           COMPUTE DESDE = POS-VERBO + 1.
           PERFORM 4900-PARTIR-LISTA.
           IF PZA-TEXTO(HASTA) = 'INTO'
              MOVE 'V' TO DESTINO-LISTA
              COMPUTE DESDE = HASTA + 1
              PERFORM 4900-PARTIR-LISTA
           END-IF.

      * DECLARE <CURSOR> CURSOR [WITH HOLD] FOR SELECT ...
       4400-DECLARAR-CURSOR.
           MOVE 'SELECT' TO PALABRA-SQL.
           MOVE ZEROS TO HALLADO.
           PERFORM 4260-BUSCAR-PIEZA
                   VARYING IDX FROM POS-VERBO BY 1
                   UNTIL IDX > PZA-USADAS.
           IF HALLADO > ZEROS AND CUR-USADOS < 20
              MOVE HALLADO TO POS-VERBO
              PERFORM 4310-LISTAS-SELECT
              ADD 1 TO CUR-USADOS
              MOVE SEN-TABLA TO CUR-TABLA(CUR-USADOS)
              MOVE LCO-USADAS TO CUR-NCOLS(CUR-USADOS)
              PERFORM 4410-GUARDAR-COLUMNA
                      VARYING IDX2 FROM 1 BY 1
                      UNTIL IDX2 > LCO-USADAS
              MOVE ZEROS TO POS-VERBO
              MOVE 'DECLARE' TO PALABRA-SQL
              MOVE ZEROS TO HALLADO
              PERFORM 4260-BUSCAR-PIEZA
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > PZA-USADAS
              IF HALLADO < PZA-USADAS
                 MOVE PZA-TEXTO(HALLADO + 1) TO CUR-NOMBRE(CUR-USADOS)
              END-IF
              MOVE SPACES TO SEN-TABLA
           END-IF.

       4410-GUARDAR-COLUMNA.
           MOVE LCO(IDX2) TO CUR-COL(CUR-USADOS, IDX2).

      * FETCH [FROM] <CURSOR> INTO <VARIABLES>: COLUMNAS DEL CURSOR
       4500-FETCH-INTO.
           COMPUTE IDX = POS-VERBO + 1.
           IF IDX < PZA-USADAS
              IF PZA-TEXTO(IDX) = 'FROM'
                 ADD 1 TO IDX
              END-IF
              MOVE ZEROS TO HALLADO
              PERFORM 4510-BUSCAR-CURSOR
                      VARYING IDX-CUR FROM 1 BY 1
                      UNTIL IDX-CUR > CUR-USADOS OR HALLADO > ZEROS
              IF HALLADO > ZEROS
                 MOVE CUR-TABLA(HALLADO) TO SEN-TABLA
                 MOVE CUR-NCOLS(HALLADO) TO LCO-USADAS
                 PERFORM 4520-COLUMNA-CURSOR
                         VARYING IDX2 FROM 1 BY 1
                         UNTIL IDX2 > LCO-USADAS
                 MOVE 'V' TO DESTINO-LISTA
                 MOVE ZEROS TO LVA-USADAS
                 COMPUTE DESDE = IDX + 2
                 PERFORM 4900-PARTIR-LISTA
                 PERFORM 4800-EMPAREJAR-LISTAS
              END-IF
              MOVE SPACES TO SEN-TABLA
           END-IF.

       4510-BUSCAR-CURSOR.
           IF CUR-NOMBRE(IDX-CUR) = PZA-TEXTO(IDX)
              MOVE IDX-CUR TO HALLADO
           END-IF.

       4520-COLUMNA-CURSOR.
           MOVE CUR-COL(HALLADO, IDX2) TO LCO(IDX2).

      * INSERT INTO <TABLA> (<COLUMNAS>) VALUES (<VARIABLES>)
       4600-INSERT-VALUES.
           MOVE ZEROS TO LCO-USADAS LVA-USADAS.
           COMPUTE IDX = POS-VERBO + 2.
           PERFORM 4250-TABLA-EN.
           IF IDX < PZA-USADAS
              IF PZA-TEXTO(IDX + 1) = '('
                 MOVE 'C' TO DESTINO-LISTA
                 COMPUTE DESDE = IDX + 2
                 PERFORM 4900-PARTIR-LISTA
              END-IF
           END-IF.
           MOVE 'VALUES' TO PALABRA-SQL.
           MOVE ZEROS TO HALLADO.
           PERFORM 4260-BUSCAR-PIEZA
                   VARYING IDX FROM POS-VERBO BY 1
                   UNTIL IDX > PZA-USADAS.
           IF HALLADO > ZEROS AND HALLADO < PZA-USADAS
              MOVE 'V' TO DESTINO-LISTA
              COMPUTE DESDE = HALLADO + 2
              PERFORM 4900-PARTIR-LISTA
           END-IF.
           PERFORM 4800-EMPAREJAR-LISTAS.

      * <COLUMNA> = :VARIABLE EN SET Y WHERE
       4700-PAREJAS-IGUAL.
           IF PZA-TEXTO(IDX) = '='
              AND PZA-TEXTO(IDX + 1)(1:1) = ':'
              MOVE PZA-TEXTO(IDX - 1) TO NOMBRE-COLUMNA
              MOVE PZA-TEXTO(IDX + 1) TO NOMBRE-VARIABLE
              PERFORM 5000-ANOTAR-PAREJA
           END-IF.

       4800-EMPAREJAR-LISTAS.
           PERFORM 4810-PAREJA-POSICIONAL
                   VARYING IDX2 FROM 1 BY 1
                   UNTIL IDX2 > LCO-USADAS OR IDX2 > LVA-USADAS.

       4810-PAREJA-POSICIONAL.
           IF LCO(IDX2) NOT = SPACES AND LVA(IDX2)(1:1) = ':'
              MOVE LCO(IDX2) TO NOMBRE-COLUMNA
              MOVE LVA(IDX2) TO NOMBRE-VARIABLE
              PERFORM 5000-ANOTAR-PAREJA
           END-IF.

      * ELEMENTOS SEPARADOS POR COMA DESDE LA PIEZA DESDE HASTA UNA
      * PALABRA DE CIERRE O UN PARENTESIS QUE CIERRA; UN ELEMENTO DE
      * MAS DE UNA PIEZA (UNA EXPRESION) QUEDA EN BLANCO
       4900-PARTIR-LISTA.
           MOVE ZEROS TO PROF PIEZAS-ELEMENTO.
           MOVE SPACES TO ELEMENTO.
           MOVE ZEROS TO HASTA.
           PERFORM 4910-PIEZA-LISTA
                   VARYING IDX FROM DESDE BY 1
                   UNTIL IDX > PZA-USADAS OR HASTA > ZEROS.
           IF HASTA = ZEROS
              MOVE PZA-USADAS TO HASTA
           END-IF.

       4910-PIEZA-LISTA.
           MOVE PZA-TEXTO(IDX) TO PALABRA-SQL.
           EVALUATE TRUE
              WHEN PROF = ZEROS AND CIERRA-LISTA
                   PERFORM 4920-CERRAR-ELEMENTO
                   MOVE IDX TO HASTA
              WHEN PROF = ZEROS AND PALABRA-SQL = ')'
                   PERFORM 4920-CERRAR-ELEMENTO
                   MOVE IDX TO HASTA
              WHEN PROF = ZEROS AND PALABRA-SQL = ','
                   PERFORM 4920-CERRAR-ELEMENTO
              WHEN PALABRA-SQL = '('
                   ADD 1 TO PROF
                   ADD 2 TO PIEZAS-ELEMENTO
              WHEN PALABRA-SQL = ')'
                   SUBTRACT 1 FROM PROF
              WHEN OTHER
                   ADD 1 TO PIEZAS-ELEMENTO
                   MOVE PALABRA-SQL TO ELEMENTO
           END-EVALUATE.

       4920-CERRAR-ELEMENTO.
           IF PIEZAS-ELEMENTO > 1
              MOVE SPACES TO ELEMENTO
           END-IF.
           IF PIEZAS-ELEMENTO > ZEROS
              IF DESTINO-LISTA = 'C' AND LCO-USADAS < 40
                 ADD 1 TO LCO-USADAS
                 MOVE ELEMENTO TO LCO(LCO-USADAS)
              END-IF
              IF DESTINO-LISTA = 'V' AND LVA-USADAS < 40
                 ADD 1 TO LVA-USADAS
                 MOVE ELEMENTO TO LVA(LVA-USADAS)
              END-IF
           END-IF.
           MOVE SPACES TO ELEMENTO.
           MOVE ZEROS TO PIEZAS-ELEMENTO.

      ******************************************************************
      * PAREJA COLUMNA-VARIABLE: COLUMNA DE LA TABLA DE LA SENTENCIA
      * Y VARIABLE DECLARADA EN EL MIEMBRO
      ******************************************************************
       5000-ANOTAR-PAREJA.
           MOVE SPACES TO CALIFICADOR.
           UNSTRING NOMBRE-COLUMNA DELIMITED BY '.'
                    INTO CALIFICADOR ELEMENTO.
           IF ELEMENTO NOT = SPACES
              MOVE ELEMENTO TO NOMBRE-COLUMNA
           END-IF.
           MOVE SPACES TO ELEMENTO.
           UNSTRING NOMBRE-VARIABLE(2:) DELIMITED BY ':'
                    INTO ELEMENTO.
           MOVE ELEMENTO TO NOMBRE-VARIABLE.
           MOVE SPACES TO ELEMENTO.
           MOVE ZEROS TO COL-HALLADA DEC-HALLADA.
           PERFORM 5010-BUSCAR-COLUMNA
                   VARYING IDX-COL FROM 1 BY 1
                   UNTIL IDX-COL > COL-USADAS OR COL-HALLADA > ZEROS.
           IF COL-HALLADA > ZEROS
              PERFORM 5020-BUSCAR-DECLARADA
                      VARYING IDX-DEC FROM 1 BY 1
                      UNTIL IDX-DEC > DEC-USADAS OR DEC-HALLADA > ZEROS
           END-IF.
           IF DEC-HALLADA > ZEROS
              MOVE ZEROS TO HALLADO
              PERFORM 5030-YA-ANOTADA
                      VARYING IDX-DEC FROM 1 BY 1
                      UNTIL IDX-DEC > SUS-USADAS OR HALLADO > ZEROS
              IF HALLADO = ZEROS AND SUS-USADAS < 300
                 ADD 1 TO SUS-USADAS
                 MOVE DEC-HALLADA TO SUS-DEC(SUS-USADAS)
                 MOVE COL-HALLADA TO SUS-COL(SUS-USADAS)
              END-IF
           END-IF.

       5010-BUSCAR-COLUMNA.
           IF COL-NOMBRE(IDX-COL) = NOMBRE-COLUMNA
              AND TAB-NOMBRE(COL-TAB(IDX-COL)) = SEN-TABLA
              AND TAB-VALIDA(COL-TAB(IDX-COL)) = 'S'
              MOVE IDX-COL TO COL-HALLADA
           END-IF.

       5020-BUSCAR-DECLARADA.
           IF DEC-NOMBRE(IDX-DEC) = NOMBRE-VARIABLE
              MOVE IDX-DEC TO DEC-HALLADA
           END-IF.

       5030-YA-ANOTADA.
           IF SUS-DEC(IDX-DEC) = DEC-HALLADA
              AND SUS-COL(IDX-DEC) = COL-HALLADA
              MOVE IDX-DEC TO HALLADO
           END-IF.

      * VARIABLE A MANO, CAMPO GENERADO Y SI COINCIDEN
       5900-LISTAR-SUSTITUCION.
           MOVE SUS-DEC(IDX) TO DEC-HALLADA.
           MOVE SUS-COL(IDX) TO COL-HALLADA.
           MOVE SPACES TO MOTIVO.
           EVALUATE TRUE
              WHEN COL-CLASE(COL-HALLADA) = 'V'
                   MOVE 'VARCHAR SIN LONGITUD' TO MOTIVO
              WHEN DEC-CLASE(DEC-HALLADA) NOT = COL-CLASE(COL-HALLADA)
                   MOVE 'CLASE DISTINTA' TO MOTIVO
              WHEN DEC-ENTEROS(DEC-HALLADA)
                   NOT = COL-ENTEROS(COL-HALLADA)
                   IF COL-CLASE(COL-HALLADA) = 'C'
                      MOVE 'LONGITUD DISTINTA' TO MOTIVO
                   ELSE
                      MOVE 'ENTEROS DISTINTOS' TO MOTIVO
                   END-IF
              WHEN COL-CLASE(COL-HALLADA) = 'N'
                   AND DEC-DECIMALES(DEC-HALLADA)
                       NOT = COL-DECIMALES(COL-HALLADA)
                   MOVE 'DECIMALES DISTINTOS' TO MOTIVO
              WHEN DEC-USO(DEC-HALLADA) NOT = COL-USO(COL-HALLADA)
                   MOVE 'USAGE DISTINTO' TO MOTIVO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO SUSTITUIBLES.
           MOVE SPACES TO LINEA-INF.
           STRING DEC-NOMBRE(DEC-HALLADA) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  DEC-PIC(DEC-HALLADA) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  DEC-USAGE(DEC-HALLADA) DELIMITED BY SPACE
                  ' -> ' DELIMITED BY SIZE
                  COL-CAMPO(COL-HALLADA) DELIMITED BY SPACE
                  ' DE ' DELIMITED BY SIZE
                  TAB-MIEMBRO(COL-TAB(COL-HALLADA)) DELIMITED BY SPACE
                  INTO LINEA-INF.
           IF MOTIVO = SPACES
              MOVE 'IGUAL' TO LINEA-INF(80:)
           ELSE
              ADD 1 TO DIFIEREN
              STRING 'DIFIERE: ' MOTIVO DELIMITED BY SIZE
                     INTO LINEA-INF(80:)
           END-IF.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MIEMBRO-PROGRAMA TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA-INF TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-DCLGEN.

       9000-ESCRIBIR.
           WRITE REC-SALIDA FROM LINEA.

       9100-CIFRAS.
           MOVE 1 TO POS-CIFRA.
           PERFORM 9110-SALTAR-CERO
                   UNTIL POS-CIFRA > 4 - MIN-CIFRAS
                      OR CIFRAS-VALOR(POS-CIFRA:1) NOT = '0'.
           MOVE SPACES TO CIFRAS-TEXTO.
           MOVE CIFRAS-VALOR(POS-CIFRA:) TO CIFRAS-TEXTO.

       9110-SALTAR-CERO.
           ADD 1 TO POS-CIFRA.
