      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Conciliacion de la descarga de la tabla relacional
      *          contra el maestro SALIDA
      ******************************************************************
      * SDP DESCRIPTION
      *  Comprueba que la tabla cargada con lo que deja KSDMRELX es
      *> el maestro SALIDA. Lee la descarga de la tabla KSDRELU, con
      *> el formato del fichero de carga KSDRELL (mismas columnas,
      *> mismo separador del deck KSDRELP, decimales con punto y
      *> fechas AAAA-MM-DD o vacias), la ordena por clave con SORT
      *> porque la base de datos no garantiza el orden, y la cruza
      *> en linea compensada con SALIDA leido por clave.
      *  Salen al informe por SDPREPW0 cada clave que falta en la
      *> tabla, cada clave de mas, cada clave repetida, cada linea
      *> ilegible y cada registro con columnas distintas (nombrando
      *> las columnas). Las fechas del maestro que KSDMRELX carga
      *> como nulas se comparan como nulas.
      *  Los totales de ambos lados (registros, hash de claves con el
      *> convenio de KSDMBKUP y suma de saldos) cierran el informe.
      *> Cualquier diferencia termina con RC 16.
      * SDP END
      *
      * SDP DESC Conciliacion de la tabla migrada con el maestro
      * SDP IVP 0 Files.Consumes = KSDRELP,KSDRELU,SALIDA
      * SDP IVP 0 Files.Produces = SDPPRINT lo escribe SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMRELC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDRELP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT DESCARGA ASSIGN TO 'KSDRELU'
                  FILE STATUS IS FS-DESCARGA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

           SELECT FILAS-SORT ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  DESCARGA.
       01  REC-DESCARGA PIC X(132).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

      * FILA DE LA TABLA YA CONVERTIDA A LOS TIPOS DEL MAESTRO
       SD  FILAS-SORT.
       01  REC-SORT.
           03 SRT-CLAVE     PIC 9(05).
           03 SRT-NOMBRE    PIC X(20).
           03 SRT-CATEGORIA PIC X(04).
           03 SRT-SALDO     PIC S9(09)V99.
           03 SRT-ALTA      PIC 9(08).
           03 SRT-ESTADO    PIC X(01).
           03 SRT-BAJA      PIC 9(08).
           03 SRT-VERSION   PIC 9(06).

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-DESCARGA PIC XX VALUE SPACES.
       77 FS-MAESTRO  PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-DESCARGA PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 FIN-SORT    PIC X(01) VALUE 'N'.
       77 LEGIBLE     PIC X(01) VALUE 'S'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA PIC X(64) VALUE 'SALIDA'.

       01  OPCIONES.
           03 SEPARADOR PIC X(01) VALUE '|'.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.

      * COLUMNAS DE LA LINEA DE DESCARGA
       01  PIEZAS.
           03 PIEZAS-LEIDAS PIC 9(02) VALUE ZEROS.
           03 PZ-CLAVE     PIC X(20).
           03 PZ-NOMBRE    PIC X(20).
           03 PZ-CATEGORIA PIC X(20).
           03 PZ-SALDO     PIC X(20).
           03 PZ-ALTA      PIC X(20).
           03 PZ-ESTADO    PIC X(20).
           03 PZ-BAJA      PIC X(20).
           03 PZ-VERSION   PIC X(20).
           03 PZ-FECHA     PIC X(20).
           03 FECHA-PIEZA  PIC 9(08) VALUE ZEROS.

      * REGISTRO DEL MAESTRO CON LAS FECHAS COMO LAS CARGA KSDMRELX
       01  MAESTRO-NORMAL.
           03 NOR-ALTA PIC 9(08) VALUE ZEROS.
           03 NOR-BAJA PIC 9(08) VALUE ZEROS.
           03 NOR-VERSION PIC 9(06) VALUE ZEROS.
           03 FECHA-NORMAL PIC 9(08) VALUE ZEROS.

       01  CLAVE-ANTERIOR PIC 9(05) VALUE ZEROS.
       01  HAY-ANTERIOR   PIC X(01) VALUE 'N'.

       01  CUADRE.
           03 LINEAS-DESCARGA PIC 9(09) VALUE ZEROS.
           03 ILEGIBLES       PIC 9(09) VALUE ZEROS.
           03 FILAS-TABLA     PIC 9(09) VALUE ZEROS.
           03 HASH-TABLA      PIC 9(12) VALUE ZEROS.
           03 SALDO-TABLA     PIC S9(13)V99 VALUE ZEROS.
           03 REG-MAESTRO-LEIDOS PIC 9(09) VALUE ZEROS.
           03 HASH-MAESTRO    PIC 9(12) VALUE ZEROS.
           03 SALDO-MAESTRO   PIC S9(13)V99 VALUE ZEROS.
           03 FALTAN          PIC 9(09) VALUE ZEROS.
           03 SOBRAN          PIC 9(09) VALUE ZEROS.
           03 REPETIDAS       PIC 9(09) VALUE ZEROS.
           03 DISTINTAS       PIC 9(09) VALUE ZEROS.
           03 SALDO-ED        PIC -(13)9.99.

       01  COLUMNAS-DISTINTAS PIC X(80) VALUE SPACES.
       01  PUNTERO            PIC 9(04) VALUE ZEROS.

       01  INFORME-CONCILIACION.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           PERFORM 1100-LEER-PARAMETROS.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'CONCILIACION TABLA RELACIONAL' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-CONCILIACION.

           SORT FILAS-SORT
                ON ASCENDING KEY SRT-CLAVE
                INPUT PROCEDURE IS 2000-LEER-DESCARGA
                                THRU 2000-LEER-DESCARGA-FIN
                OUTPUT PROCEDURE IS 3000-CRUZAR-MAESTRO
                                THRU 3000-CRUZAR-MAESTRO-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 4000-EMITIR-TOTALES.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-CONCILIACION.

           DISPLAY 'TABLA ' FILAS-TABLA ' MAESTRO ' REG-MAESTRO-LEIDOS
                   ' FALTAN ' FALTAN ' SOBRAN ' SOBRAN
                   ' REPETIDAS ' REPETIDAS ' DISTINTAS ' DISTINTAS
                   ' ILEGIBLES ' ILEGIBLES.

           IF FALTAN > ZEROS OR SOBRAN > ZEROS OR REPETIDAS > ZEROS
              OR DISTINTAS > ZEROS OR ILEGIBLES > ZEROS
              OR FILAS-TABLA NOT = REG-MAESTRO-LEIDOS
              OR HASH-TABLA NOT = HASH-MAESTRO
              OR SALDO-TABLA NOT = SALDO-MAESTRO
              MOVE 16 TO RC
           END-IF.
           STOP RUN RETURNING RC.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FS-PARM = '00'
              READ PARAMETROS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1110-TRATAR-PARAMETRO UNTIL FIN-FICH = 'S'
              CLOSE PARAMETROS
           END-IF.

       1110-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'SEPARADOR   '
                   IF PRM-VALOR(1:1) NOT = SPACE
                      MOVE PRM-VALOR(1:1) TO SEPARADOR
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * INPUT PROCEDURE: CADA LINEA LEGIBLE DE LA DESCARGA AL SORT
       2000-LEER-DESCARGA.
           OPEN INPUT DESCARGA.
           MOVE 'ABRIENDO DESCARGA KSDRELU' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-DESCARGA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-LEER-DESCARGA-FIN.
           READ DESCARGA
                AT END MOVE 'S' TO FIN-DESCARGA
           END-READ.
           PERFORM 2100-TRATAR-LINEA UNTIL FIN-DESCARGA = 'S'.
           CLOSE DESCARGA.

       2000-LEER-DESCARGA-FIN.
           EXIT.

       2100-TRATAR-LINEA.
           IF REC-DESCARGA NOT = SPACES
              ADD 1 TO LINEAS-DESCARGA
              PERFORM 2200-INTERPRETAR-LINEA
                      THRU 2200-INTERPRETAR-LINEA-FIN
              IF LEGIBLE = 'S'
                 RELEASE REC-SORT
                 ADD 1 TO FILAS-TABLA
                 ADD SRT-SALDO TO SALDO-TABLA
                 COMPUTE HASH-TABLA =
                         FUNCTION MOD(HASH-TABLA + SRT-CLAVE,
                                      1000000000000)
              ELSE
                 ADD 1 TO ILEGIBLES
                 MOVE SPACES TO LINEA
                 STRING 'LINEA ILEGIBLE ' LINEAS-DESCARGA ': '
                        REC-DESCARGA(1:90)
                        DELIMITED BY SIZE INTO LINEA
                 PERFORM 5000-EMITIR-DIFERENCIA
              END-IF
           END-IF.
           READ DESCARGA
                AT END MOVE 'S' TO FIN-DESCARGA
           END-READ.

      * COLUMNAS EN EL ORDEN DEL DDL DE KSDMRELX
       2200-INTERPRETAR-LINEA.
           MOVE 'S' TO LEGIBLE.
           MOVE ZEROS TO PIEZAS-LEIDAS.
           MOVE SPACES TO PZ-CLAVE PZ-NOMBRE PZ-CATEGORIA PZ-SALDO
                          PZ-ALTA PZ-ESTADO PZ-BAJA PZ-VERSION.
           UNSTRING REC-DESCARGA DELIMITED BY SEPARADOR
                    INTO PZ-CLAVE PZ-NOMBRE PZ-CATEGORIA PZ-SALDO
                         PZ-ALTA PZ-ESTADO PZ-BAJA PZ-VERSION
                    TALLYING IN PIEZAS-LEIDAS
           END-UNSTRING.
           IF PIEZAS-LEIDAS < 8
              OR FUNCTION TEST-NUMVAL(PZ-CLAVE) NOT = 0
              OR FUNCTION TEST-NUMVAL(PZ-SALDO) NOT = 0
              OR FUNCTION TEST-NUMVAL(PZ-VERSION) NOT = 0
              MOVE 'N' TO LEGIBLE
              GO TO 2200-INTERPRETAR-LINEA-FIN
           END-IF.

           MOVE FUNCTION NUMVAL(PZ-CLAVE)   TO SRT-CLAVE.
           MOVE PZ-NOMBRE                   TO SRT-NOMBRE.
           MOVE PZ-CATEGORIA                TO SRT-CATEGORIA.
           MOVE FUNCTION NUMVAL(PZ-SALDO)   TO SRT-SALDO.
           MOVE PZ-ESTADO                   TO SRT-ESTADO.
           MOVE FUNCTION NUMVAL(PZ-VERSION) TO SRT-VERSION.
           MOVE PZ-ALTA TO PZ-FECHA.
           PERFORM 2300-INTERPRETAR-FECHA.
           MOVE FECHA-PIEZA TO SRT-ALTA.
           MOVE PZ-BAJA TO PZ-FECHA.
           PERFORM 2300-INTERPRETAR-FECHA.
           MOVE FECHA-PIEZA TO SRT-BAJA.

       2200-INTERPRETAR-LINEA-FIN.
           EXIT.

      * AAAA-MM-DD A AAAAMMDD; LA COLUMNA VACIA ES CERO
       2300-INTERPRETAR-FECHA.
           MOVE ZEROS TO FECHA-PIEZA.
           IF PZ-FECHA NOT = SPACES
              IF PZ-FECHA(1:4) NUMERIC AND PZ-FECHA(5:1) = '-'
                 AND PZ-FECHA(6:2) NUMERIC AND PZ-FECHA(8:1) = '-'
                 AND PZ-FECHA(9:2) NUMERIC
                 AND PZ-FECHA(11:10) = SPACES
                 MOVE PZ-FECHA(1:4) TO FECHA-PIEZA(1:4)
                 MOVE PZ-FECHA(6:2) TO FECHA-PIEZA(5:2)
                 MOVE PZ-FECHA(9:2) TO FECHA-PIEZA(7:2)
              ELSE
                 MOVE 'N' TO LEGIBLE
              END-IF
           END-IF.

      * OUTPUT PROCEDURE: LINEA COMPENSADA TABLA CONTRA MAESTRO
       3000-CRUZAR-MAESTRO.
           IF RC NOT = ZEROS GO TO 3000-CRUZAR-MAESTRO-FIN.
           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-CRUZAR-MAESTRO-FIN.

           PERFORM 3900-LEER-MAESTRO.
           RETURN FILAS-SORT
                  AT END MOVE 'S' TO FIN-SORT
           END-RETURN.
           PERFORM 3100-COMPARAR-CLAVES
                   UNTIL FIN-SORT = 'S' AND FIN-MAESTRO = 'S'.
           CLOSE MAESTRO.

       3000-CRUZAR-MAESTRO-FIN.
           EXIT.

       3100-COMPARAR-CLAVES.
           EVALUATE TRUE
              WHEN FIN-SORT = 'N' AND HAY-ANTERIOR = 'S'
                   AND SRT-CLAVE = CLAVE-ANTERIOR
                   ADD 1 TO REPETIDAS
                   MOVE SPACES TO LINEA
                   STRING SRT-CLAVE ' REPETIDA EN LA TABLA'
                          DELIMITED BY SIZE INTO LINEA
                   PERFORM 5000-EMITIR-DIFERENCIA
                   PERFORM 3800-LEER-SORT
              WHEN FIN-MAESTRO = 'S'
                   OR (FIN-SORT = 'N' AND SRT-CLAVE < MST-CLAVE)
                   ADD 1 TO SOBRAN
                   MOVE SPACES TO LINEA
                   STRING SRT-CLAVE ' SOBRA EN LA TABLA: NO ESTA EN '
                          'SALIDA'
                          DELIMITED BY SIZE INTO LINEA
                   PERFORM 5000-EMITIR-DIFERENCIA
                   PERFORM 3800-LEER-SORT
              WHEN FIN-SORT = 'S' OR SRT-CLAVE > MST-CLAVE
                   ADD 1 TO FALTAN
                   MOVE SPACES TO LINEA
                   STRING MST-CLAVE ' FALTA EN LA TABLA'
                          DELIMITED BY SIZE INTO LINEA
                   PERFORM 5000-EMITIR-DIFERENCIA
                   PERFORM 3900-LEER-MAESTRO
              WHEN OTHER
                   PERFORM 3200-COMPARAR-COLUMNAS
                   PERFORM 3800-LEER-SORT
                   PERFORM 3900-LEER-MAESTRO
           END-EVALUATE.

       3200-COMPARAR-COLUMNAS.
           MOVE SPACES TO COLUMNAS-DISTINTAS.
           MOVE 1 TO PUNTERO.
           MOVE MST-FECHA-ALTA TO FECHA-NORMAL.
           IF MST-FECHA-ALTA NOT NUMERIC
              MOVE ZEROS TO FECHA-NORMAL
           END-IF.
           PERFORM 3300-NORMALIZAR-FECHA.
           MOVE FECHA-NORMAL TO NOR-ALTA.
           MOVE MST-FECHA-BAJA TO FECHA-NORMAL.
           IF MST-FECHA-BAJA NOT NUMERIC
              MOVE ZEROS TO FECHA-NORMAL
           END-IF.
           PERFORM 3300-NORMALIZAR-FECHA.
           MOVE FECHA-NORMAL TO NOR-BAJA.

           IF SRT-NOMBRE NOT = MST-NOMBRE
              STRING 'NOMBRE ' DELIMITED BY SIZE
                     INTO COLUMNAS-DISTINTAS WITH POINTER PUNTERO
           END-IF.
           IF SRT-CATEGORIA NOT = MST-CATEGORIA
              STRING 'CATEGORIA ' DELIMITED BY SIZE
                     INTO COLUMNAS-DISTINTAS WITH POINTER PUNTERO
           END-IF.
           IF MST-SALDO NOT NUMERIC
              STRING 'SALDO ' DELIMITED BY SIZE
                     INTO COLUMNAS-DISTINTAS WITH POINTER PUNTERO
           ELSE
              IF SRT-SALDO NOT = MST-SALDO
                 STRING 'SALDO ' DELIMITED BY SIZE
                        INTO COLUMNAS-DISTINTAS WITH POINTER PUNTERO
              END-IF
           END-IF.
           IF SRT-ALTA NOT = NOR-ALTA
              STRING 'FECHA-ALTA ' DELIMITED BY SIZE
                     INTO COLUMNAS-DISTINTAS WITH POINTER PUNTERO
           END-IF.
           IF SRT-ESTADO NOT = MST-ESTADO
              STRING 'ESTADO ' DELIMITED BY SIZE
                     INTO COLUMNAS-DISTINTAS WITH POINTER PUNTERO
           END-IF.
           IF SRT-BAJA NOT = NOR-BAJA
              STRING 'FECHA-BAJA ' DELIMITED BY SIZE
                     INTO COLUMNAS-DISTINTAS WITH POINTER PUNTERO
           END-IF.
      * LA VERSION EN BLANCO DE REGISTROS ANTIGUOS VALE 0, COMO LA
      * CARGA KSDMRELX; SOLO UNA VERSION ILEGIBLE DIFIERE SIEMPRE
           IF MST-VERSION NUMERIC
              MOVE MST-VERSION TO NOR-VERSION
           ELSE
              MOVE ZEROS TO NOR-VERSION
           END-IF.
           IF (MST-VERSION NOT NUMERIC AND MST-VERSION NOT = SPACES)
              OR SRT-VERSION NOT = NOR-VERSION
              STRING 'VERSION ' DELIMITED BY SIZE
                     INTO COLUMNAS-DISTINTAS WITH POINTER PUNTERO
           END-IF.

           IF COLUMNAS-DISTINTAS NOT = SPACES
              ADD 1 TO DISTINTAS
              MOVE SPACES TO LINEA
              STRING MST-CLAVE ' DISTINTA EN ' COLUMNAS-DISTINTAS
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 5000-EMITIR-DIFERENCIA
           END-IF.

      * LA FECHA QUE NO ES VALIDA SE CARGO COMO NULA
       3300-NORMALIZAR-FECHA.
           IF FECHA-NORMAL NOT = ZEROS
              MOVE 'VALIDAR ' TO DTE-FUNCION
              MOVE FECHA-NORMAL TO DTE-FECHA-E
              CALL 'SDPDATE0' USING FECHA-SERVICIO
              IF DTE-RC NOT = ZEROS
                 MOVE ZEROS TO FECHA-NORMAL
              END-IF
           END-IF.

       3800-LEER-SORT.
           MOVE SRT-CLAVE TO CLAVE-ANTERIOR.
           MOVE 'S' TO HAY-ANTERIOR.
           RETURN FILAS-SORT
                  AT END MOVE 'S' TO FIN-SORT
           END-RETURN.

       3900-LEER-MAESTRO.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.
           IF FIN-MAESTRO = 'N'
              ADD 1 TO REG-MAESTRO-LEIDOS
              IF MST-SALDO NUMERIC
                 ADD MST-SALDO TO SALDO-MAESTRO
              END-IF
              COMPUTE HASH-MAESTRO =
                      FUNCTION MOD(HASH-MAESTRO + MST-CLAVE,
                                   1000000000000)
           END-IF.

       4000-EMITIR-TOTALES.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'TOTALES' TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE SPACES TO LINEA.
           MOVE SALDO-TABLA TO SALDO-ED.
           STRING 'TABLA    REGISTROS ' FILAS-TABLA
                  ' HASH ' HASH-TABLA ' SALDO ' SALDO-ED
                  DELIMITED BY SIZE INTO LINEA.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CONCILIACION.
           MOVE SPACES TO LINEA.
           MOVE SALDO-MAESTRO TO SALDO-ED.
           STRING 'MAESTRO  REGISTROS ' REG-MAESTRO-LEIDOS
                  ' HASH ' HASH-MAESTRO ' SALDO ' SALDO-ED
                  DELIMITED BY SIZE INTO LINEA.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CONCILIACION.
           MOVE SPACES TO LINEA.
           STRING 'FALTAN ' FALTAN ' SOBRAN ' SOBRAN
                  ' REPETIDAS ' REPETIDAS ' DISTINTAS ' DISTINTAS
                  ' ILEGIBLES ' ILEGIBLES
                  DELIMITED BY SIZE INTO LINEA.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CONCILIACION.

       5000-EMITIR-DIFERENCIA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'DIFERENCIAS' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CONCILIACION.
