      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Exportacion relacional del maestro SALIDA: DDL de la
      *          tabla y fichero de carga delimitado desde KSDBKUP
      ******************************************************************
      * SDP DESCRIPTION
      *  Prepara la migracion de SALIDA a una tabla relacional sin
      *> traducir KSDWMAST a mano. Escribe en KSDRELD el CREATE TABLE
      *> con una columna por campo del maestro, clave primaria sobre
      *> MST_CLAVE e indice sobre MST_CATEGORIA, y en KSDRELL una
      *> linea delimitada por registro de la copia KSDBKUP, en el
      *> orden de las columnas del DDL.
      *  MST-SALDO (signo delantero separado) sale como decimal con
      *> punto y signo solo si es negativo; MST-FECHA-ALTA y
      *> MST-FECHA-BAJA salen como fecha AAAA-MM-DD, y vacias (nulo)
      *> si son ceros o no son una fecha valida segun SDPDATE0; las
      *> altas nulas se cuentan aparte en los totales. Los textos
      *> van sin los blancos de cola.
      *  El deck KSDRELP admite TABLA (SALIDA si no viene), ESQUEMA
      *> y SEPARADOR (barra vertical si no viene); KSDMRELC lee el
      *> mismo deck para interpretar la descarga de la tabla.
      *  La copia tiene que cuadrar en registros y hash de claves con
      *> KSDBKUPC, o termina con RC 16 sin dejar fichero de carga
      *> valido. Un registro con el saldo ilegible, la version
      *> ilegible o el separador dentro de un texto no se carga: va
      *> a KSDRELR con el motivo y el paso termina con RC 8. La
      *> version en blanco de los registros antiguos se carga como 0.
      *  KSDRELC guarda los totales de lo cargable (registros, hash
      *> de claves con el convenio de KSDMBKUP y suma de saldos)
      *> para cuadrar la carga en destino.
      * SDP END
      *
      * SDP DESC DDL y fichero de carga relacional del maestro
      * SDP IVP 0 Files.Consumes = KSDRELP,KSDBKUP,KSDBKUPC
      * SDP IVP 0 Files.Produces = KSDRELD,KSDRELL,KSDRELC,KSDRELR
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMRELX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDRELP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT COPIA ASSIGN TO FIS-KSDBKUP
                  FILE STATUS IS FS-COPIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CONTROL-COPIA ASSIGN TO FIS-KSDBKUPC
                  FILE STATUS IS FS-CONTROL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT DDL ASSIGN TO 'KSDRELD'
                  FILE STATUS IS FS-DDL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT CARGA ASSIGN TO 'KSDRELL'
                  FILE STATUS IS FS-CARGA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT CONTROL-CARGA ASSIGN TO 'KSDRELC'
                  FILE STATUS IS FS-CTLCARGA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT RECHAZOS ASSIGN TO 'KSDRELR'
                  FILE STATUS IS FS-RECHAZO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  COPIA.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  CONTROL-COPIA.
       01  REC-CONTROL.
           03 BCT-REGISTROS PIC 9(09).
           03 BCT-SEP1      PIC X(01).
           03 BCT-HASH      PIC 9(12).
           03 BCT-SEP2      PIC X(01).
           03 BCT-TMS       PIC X(16).

       FD  DDL.
       01  REC-DDL PIC X(80).

       FD  CARGA.
       01  REC-CARGA PIC X(132).

       FD  CONTROL-CARGA.
       01  REC-CTLCARGA.
           03 RCT-REGISTROS PIC 9(09).
           03 RCT-SEP1      PIC X(01).
           03 RCT-HASH      PIC 9(12).
           03 RCT-SEP2      PIC X(01).
           03 RCT-SALDO     PIC S9(13)V99 SIGN LEADING SEPARATE.
           03 RCT-SEP3      PIC X(01).
           03 RCT-TMS       PIC X(16).

       FD  RECHAZOS.
       01  REC-RECHAZO.
           03 RCH-CLAVE  PIC 9(05).
           03 RCH-SEP1   PIC X(01).
           03 RCH-MOTIVO PIC X(30).
           03 RCH-SEP2   PIC X(01).
           03 RCH-DATOS  PIC X(75).

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-COPIA    PIC XX VALUE SPACES.
       77 FS-CONTROL  PIC XX VALUE SPACES.
       77 FS-DDL      PIC XX VALUE SPACES.
       77 FS-CARGA    PIC XX VALUE SPACES.
       77 FS-CTLCARGA PIC XX VALUE SPACES.
       77 FS-RECHAZO  PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-COPIA   PIC X(01) VALUE 'N'.
       77 CON-SEPARADOR PIC 9(04) VALUE ZEROS.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-KSDBKUP   PIC X(64) VALUE 'KSDBKUP'.
           03 FIS-KSDBKUPC  PIC X(64) VALUE 'KSDBKUPC'.

       01  OPCIONES.
           03 TABLA     PIC X(18) VALUE 'SALIDA'.
           03 ESQUEMA   PIC X(18) VALUE SPACES.
           03 SEPARADOR PIC X(01) VALUE '|'.

       01  NOMBRE-TABLA PIC X(40) VALUE SPACES.

      * UNA ENTRADA POR COLUMNA DEL DDL, EN EL ORDEN DEL FICHERO DE
      * CARGA: NOMBRE, TIPO Y NULIDAD
       01  COLUMNAS-VALORES.
           03 FILLER PIC X(50) VALUE
              'MST_CLAVE       DECIMAL(5,0)         NOT NULL'.
           03 FILLER PIC X(50) VALUE
              'MST_NOMBRE      VARCHAR(20)'.
           03 FILLER PIC X(50) VALUE
              'MST_CATEGORIA   CHAR(4)              NOT NULL'.
           03 FILLER PIC X(50) VALUE
              'MST_SALDO       DECIMAL(11,2)        NOT NULL'.
           03 FILLER PIC X(50) VALUE
              'MST_FECHA_ALTA  DATE'.
           03 FILLER PIC X(50) VALUE
              'MST_ESTADO      CHAR(1)'.
           03 FILLER PIC X(50) VALUE
              'MST_FECHA_BAJA  DATE'.
           03 FILLER PIC X(50) VALUE
              'MST_VERSION     DECIMAL(6,0)         NOT NULL'.
       01  TABLA-COLUMNAS REDEFINES COLUMNAS-VALORES.
           03 COL-DEFINICION PIC X(50) OCCURS 8 TIMES.

       01  INDICES.
           03 IDX PIC 9(04) VALUE ZEROS.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.

       01  FECHA-HORA PIC X(21) VALUE SPACES.

      * PIEZAS DE LA LINEA DE CARGA
       01  CAMPOS-CARGA.
           03 PUNTERO     PIC 9(04) VALUE ZEROS.
           03 TEXTO       PIC X(20) VALUE SPACES.
           03 LONG-TEXTO  PIC 9(02) VALUE ZEROS.
           03 BLANCOS     PIC 9(02) VALUE ZEROS.
           03 SALDO-ED    PIC -(9)9.99.
           03 FECHA-ENTRADA PIC 9(08) VALUE ZEROS.
           03 FECHA-ED.
              05 FED-AAAA PIC 9(04).
              05 FILLER   PIC X(01) VALUE '-'.
              05 FED-MM   PIC 9(02).
              05 FILLER   PIC X(01) VALUE '-'.
              05 FED-DD   PIC 9(02).
           03 FECHA-NULA  PIC X(01) VALUE 'N'.
           03 VERSION-ED  PIC Z(5)9.

       01  CUADRE.
           03 LEIDOS        PIC 9(09) VALUE ZEROS.
           03 HASH-COPIA    PIC 9(12) VALUE ZEROS.
           03 CARGADOS      PIC 9(09) VALUE ZEROS.
           03 HASH-CARGA    PIC 9(12) VALUE ZEROS.
           03 SALDO-CARGA   PIC S9(13)V99 VALUE ZEROS.
           03 RECHAZADOS    PIC 9(09) VALUE ZEROS.
           03 ALTAS-NULAS   PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'KSDBKUP ' FIS-KSDBKUP.
           CALL 'SDPDDMP0' USING 'KSDBKUPC' FIS-KSDBKUPC.
           PERFORM 1100-LEER-PARAMETROS.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.

           PERFORM 1200-CUADRAR-COPIA THRU 1200-CUADRAR-COPIA-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 2000-ESCRIBIR-DDL THRU 2000-ESCRIBIR-DDL-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN INPUT COPIA.
           MOVE 'ABRIENDO COPIA KSDBKUP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-COPIA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN OUTPUT CARGA.
           MOVE 'ABRIENDO CARGA KSDRELL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-CARGA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN OUTPUT RECHAZOS.
           MOVE 'ABRIENDO RECHAZOS KSDRELR' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-RECHAZO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'N' TO FIN-COPIA.
           READ COPIA
                AT END MOVE 'S' TO FIN-COPIA
           END-READ.
           PERFORM 3000-CARGAR-REGISTRO THRU 3000-CARGAR-REGISTRO-FIN
                   UNTIL FIN-COPIA = 'S'.

           CLOSE COPIA CARGA RECHAZOS.

           OPEN OUTPUT CONTROL-CARGA.
           MOVE 'ABRIENDO CONTROL KSDRELC' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-CTLCARGA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           MOVE CARGADOS    TO RCT-REGISTROS.
           MOVE HASH-CARGA  TO RCT-HASH.
           MOVE SALDO-CARGA TO RCT-SALDO.
           MOVE FECHA-HORA(1:16) TO RCT-TMS.
           MOVE SPACE TO RCT-SEP1 RCT-SEP2 RCT-SEP3.
           WRITE REC-CTLCARGA.
           CLOSE CONTROL-CARGA.

           DISPLAY 'TABLA ' NOMBRE-TABLA.
           DISPLAY 'LEIDOS ' LEIDOS ' CARGADOS ' CARGADOS
                   ' RECHAZADOS ' RECHAZADOS.
           DISPLAY 'HASH ' HASH-CARGA ' SALDO ' SALDO-CARGA
                   ' ALTAS NULAS ' ALTAS-NULAS.

           IF RECHAZADOS > ZEROS
              MOVE 8 TO RC
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
           IF ESQUEMA = SPACES
              MOVE TABLA TO NOMBRE-TABLA
           ELSE
              STRING FUNCTION TRIM(ESQUEMA) '.' FUNCTION TRIM(TABLA)
                     DELIMITED BY SIZE INTO NOMBRE-TABLA
           END-IF.

       1110-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'TABLA       '
                   MOVE PRM-VALOR TO TABLA
              WHEN 'ESQUEMA     '
                   MOVE PRM-VALOR TO ESQUEMA
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

      * LA COPIA TIENE QUE SER LA QUE DESCRIBE SU CONTROL: UNA COPIA
      * CORTADA NO SE MIGRA
       1200-CUADRAR-COPIA.
           OPEN INPUT CONTROL-COPIA.
           IF FS-CONTROL NOT = '00'
              DISPLAY 'SIN CONTROL KSDBKUPC DE LA COPIA'
              MOVE 16 TO RC
              GO TO 1200-CUADRAR-COPIA-FIN
           END-IF.
           READ CONTROL-COPIA
                AT END MOVE ZEROS TO BCT-REGISTROS BCT-HASH
           END-READ.
           CLOSE CONTROL-COPIA.

           OPEN INPUT COPIA.
           MOVE 'ABRIENDO COPIA KSDBKUP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-COPIA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 1200-CUADRAR-COPIA-FIN.
           READ COPIA
                AT END MOVE 'S' TO FIN-COPIA
           END-READ.
           PERFORM 1210-SUMAR-COPIA UNTIL FIN-COPIA = 'S'.
           CLOSE COPIA.

           IF LEIDOS NOT = BCT-REGISTROS
              OR HASH-COPIA NOT = BCT-HASH
              DISPLAY 'KSDBKUP NO CUADRA CON KSDBKUPC: REGISTROS '
                      LEIDOS '/' BCT-REGISTROS ' HASH '
                      HASH-COPIA '/' BCT-HASH
              MOVE 16 TO RC
           END-IF.
           MOVE ZEROS TO LEIDOS.

       1200-CUADRAR-COPIA-FIN.
           EXIT.

       1210-SUMAR-COPIA.
           ADD 1 TO LEIDOS.
           IF MST-CLAVE NUMERIC
              COMPUTE HASH-COPIA =
                      FUNCTION MOD(HASH-COPIA + MST-CLAVE,
                                   1000000000000)
           END-IF.
           READ COPIA
                AT END MOVE 'S' TO FIN-COPIA
           END-READ.

      * CREATE TABLE CON LAS COLUMNAS DE KSDWMAST, CLAVE PRIMARIA E
      * INDICE POR CATEGORIA, IGUAL QUE EL MAESTRO INDEXADO
       2000-ESCRIBIR-DDL.
           OPEN OUTPUT DDL.
           MOVE 'ABRIENDO DDL KSDRELD' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-DDL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-ESCRIBIR-DDL-FIN.

           MOVE SPACES TO REC-DDL.
           STRING '-- ' FUNCTION TRIM(NOMBRE-TABLA)
                  ' DESDE KSDWMAST, GENERADO ' FECHA-HORA(1:8)
                  DELIMITED BY SIZE INTO REC-DDL.
           WRITE REC-DDL.
           MOVE SPACES TO REC-DDL.
           STRING 'CREATE TABLE ' FUNCTION TRIM(NOMBRE-TABLA) ' ('
                  DELIMITED BY SIZE INTO REC-DDL.
           WRITE REC-DDL.
           PERFORM 2100-ESCRIBIR-COLUMNA
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > 8.
           MOVE SPACES TO REC-DDL.
           STRING '    CONSTRAINT PK_' FUNCTION TRIM(TABLA)
                  ' PRIMARY KEY (MST_CLAVE)'
                  DELIMITED BY SIZE INTO REC-DDL.
           WRITE REC-DDL.
           MOVE ');' TO REC-DDL.
           WRITE REC-DDL.
           MOVE SPACES TO REC-DDL.
           STRING 'CREATE INDEX IX_' FUNCTION TRIM(TABLA)
                  '_CATEGORIA ON ' FUNCTION TRIM(NOMBRE-TABLA)
                  ' (MST_CATEGORIA);'
                  DELIMITED BY SIZE INTO REC-DDL.
           WRITE REC-DDL.
           CLOSE DDL.

       2000-ESCRIBIR-DDL-FIN.
           EXIT.

       2100-ESCRIBIR-COLUMNA.
           MOVE SPACES TO REC-DDL.
           STRING '    ' FUNCTION TRIM(COL-DEFINICION(IDX)) ','
                  DELIMITED BY SIZE INTO REC-DDL.
           WRITE REC-DDL.

       3000-CARGAR-REGISTRO.
           ADD 1 TO LEIDOS.
           MOVE ZEROS TO CON-SEPARADOR.
           INSPECT MST-NOMBRE TALLYING CON-SEPARADOR
                   FOR ALL SEPARADOR.
           INSPECT MST-CATEGORIA TALLYING CON-SEPARADOR
                   FOR ALL SEPARADOR.
           INSPECT MST-ESTADO TALLYING CON-SEPARADOR
                   FOR ALL SEPARADOR.
           EVALUATE TRUE
              WHEN MST-CLAVE NOT NUMERIC
                   MOVE 'CLAVE NO NUMERICA' TO RCH-MOTIVO
              WHEN MST-SALDO NOT NUMERIC
                   MOVE 'SALDO ILEGIBLE' TO RCH-MOTIVO
              WHEN MST-VERSION NOT NUMERIC
                   AND MST-VERSION NOT = SPACES
                   MOVE 'VERSION ILEGIBLE' TO RCH-MOTIVO
              WHEN CON-SEPARADOR > ZEROS
                   MOVE 'SEPARADOR DENTRO DE UN TEXTO' TO RCH-MOTIVO
              WHEN OTHER
                   MOVE SPACES TO RCH-MOTIVO
           END-EVALUATE.
           IF RCH-MOTIVO NOT = SPACES
              MOVE MST-CLAVE TO RCH-CLAVE
              MOVE MST-DATOS TO RCH-DATOS
              MOVE ';' TO RCH-SEP1 RCH-SEP2
              WRITE REC-RECHAZO
              ADD 1 TO RECHAZADOS
              GO TO 3000-SIGUIENTE
           END-IF.

           MOVE SPACES TO REC-CARGA.
           MOVE 1 TO PUNTERO.
           STRING MST-CLAVE SEPARADOR
                  DELIMITED BY SIZE INTO REC-CARGA
                  WITH POINTER PUNTERO.
           MOVE MST-NOMBRE TO TEXTO.
           PERFORM 3100-AGREGAR-TEXTO.
           MOVE MST-CATEGORIA TO TEXTO.
           PERFORM 3100-AGREGAR-TEXTO.

           MOVE MST-SALDO TO SALDO-ED.
           STRING FUNCTION TRIM(SALDO-ED) SEPARADOR
                  DELIMITED BY SIZE INTO REC-CARGA
                  WITH POINTER PUNTERO.

           MOVE ZEROS TO FECHA-ENTRADA.
           IF MST-FECHA-ALTA NUMERIC
              MOVE MST-FECHA-ALTA TO FECHA-ENTRADA
           END-IF.
           PERFORM 3200-AGREGAR-FECHA.
           IF FECHA-NULA = 'S'
              ADD 1 TO ALTAS-NULAS
           END-IF.

           MOVE MST-ESTADO TO TEXTO.
           PERFORM 3100-AGREGAR-TEXTO.

           MOVE ZEROS TO FECHA-ENTRADA.
           IF MST-FECHA-BAJA NUMERIC
              MOVE MST-FECHA-BAJA TO FECHA-ENTRADA
           END-IF.
           PERFORM 3200-AGREGAR-FECHA.

      * LA VERSION EN BLANCO DE REGISTROS ANTIGUOS SE CARGA COMO 0
           IF MST-VERSION NUMERIC
              MOVE MST-VERSION TO VERSION-ED
           ELSE
              MOVE ZEROS TO VERSION-ED
           END-IF.
           STRING FUNCTION TRIM(VERSION-ED)
                  DELIMITED BY SIZE INTO REC-CARGA
                  WITH POINTER PUNTERO.
           WRITE REC-CARGA.

           ADD 1 TO CARGADOS.
           ADD MST-SALDO TO SALDO-CARGA.
           COMPUTE HASH-CARGA =
                   FUNCTION MOD(HASH-CARGA + MST-CLAVE,
                                1000000000000).

       3000-SIGUIENTE.
           READ COPIA
                AT END MOVE 'S' TO FIN-COPIA
           END-READ.

       3000-CARGAR-REGISTRO-FIN.
           EXIT.

      * TEXTO SIN LOS BLANCOS DE COLA SEGUIDO DEL SEPARADOR
       3100-AGREGAR-TEXTO.
           MOVE ZEROS TO BLANCOS.
           INSPECT FUNCTION REVERSE(TEXTO) TALLYING BLANCOS
                   FOR LEADING SPACES.
           COMPUTE LONG-TEXTO = 20 - BLANCOS.
           IF LONG-TEXTO > ZEROS
              STRING TEXTO(1:LONG-TEXTO)
                     DELIMITED BY SIZE INTO REC-CARGA
                     WITH POINTER PUNTERO
           END-IF.
           STRING SEPARADOR
                  DELIMITED BY SIZE INTO REC-CARGA
                  WITH POINTER PUNTERO.

      * AAAA-MM-DD SI ES UNA FECHA VALIDA; SI NO, COLUMNA VACIA
       3200-AGREGAR-FECHA.
           MOVE 'S' TO FECHA-NULA.
           IF FECHA-ENTRADA NOT = ZEROS
              MOVE 'VALIDAR ' TO DTE-FUNCION
              MOVE FECHA-ENTRADA TO DTE-FECHA-E
              CALL 'SDPDATE0' USING FECHA-SERVICIO
              IF DTE-RC = ZEROS
                 MOVE 'N' TO FECHA-NULA
              END-IF
           END-IF.
           IF FECHA-NULA = 'N'
              MOVE FECHA-ENTRADA(1:4) TO FED-AAAA
              MOVE FECHA-ENTRADA(5:2) TO FED-MM
              MOVE FECHA-ENTRADA(7:2) TO FED-DD
              STRING FECHA-ED
                     DELIMITED BY SIZE INTO REC-CARGA
                     WITH POINTER PUNTERO
           END-IF.
           STRING SEPARADOR
                  DELIMITED BY SIZE INTO REC-CARGA
                  WITH POINTER PUNTERO.
