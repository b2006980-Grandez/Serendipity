      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Barrido de calidad de datos del maestro SALIDA por un
      *          deck de reglas declarativas
      ******************************************************************
      * SDP DESCRIPTION
      *  Lee SALIDA entero por clave y aplica a cada registro las
      *> reglas del deck KSDCALR, una tarjeta por regla:
      *>    REGLA <ID> <CAMPO> <OPERADOR> <VALOR> <CATEGORIAS>
      *> con el identificador en 8, el campo de KSDWMAST en 10
      *> (NOMBRE, CATEGORIA, SALDO, FECHA-ALTA, ESTADO, FECHA-BAJA,
      *> VERSION), el operador en 8, el valor en 30 y hasta cinco
      *> categorias separadas por comas (en blanco, todas):
      *>    NOBLANCO  el campo no esta en blanco
      *>    NUMERICO  el campo es numerico
      *>    FECHA     fecha valida segun SDPDATE0 (solo fechas)
      *>    FECHAOPC  como FECHA pero admite ceros o blancos
      *>    NOFUTURA  la fecha no es posterior a hoy
      *>    ENLISTA   el valor esta en la lista del VALOR separada
      *>              por comas; BLANCO representa el campo vacio
      *>    NONEG     el valor no es negativo
      *>    MINIMO    el valor no es menor que VALOR
      *>    MAXIMO    el valor no es mayor que VALOR
      *> Las tarjetas con asterisco en la columna 1 son comentario.
      *> Un deck ausente, vacio o con una tarjeta invalida termina
      *> con RC 16 sin tocar nada.
      *  Cada incumplimiento va a KSDCALF (clave, regla, campo, valor,
      *> categoria, ejecuciones seguidas y fecha de la primera) y al
      *> informe por SDPREPW0, con corte por regla y cuenta por
      *> categoria.
      *  Los reincidentes se siguen con el historico KSDCALH, una
      *> linea por clave y regla ordenada por ambas: cada ejecucion
      *> lo cruza contra los hallazgos nuevos en linea compensada y
      *> lo sustituye entero. Lo que deja de aparecer cuenta como
      *> corregido y sale del historico. Es reincidente el par que
      *> lleva REINCIDENCIA ejecuciones seguidas (3 si no hay
      *> tarjeta en KSDCALP), listado hasta MAX-LISTA lineas.
      *  KSDCALT guarda una linea por ejecucion con los totales para
      *> ver la evolucion; el informe compara con la anterior.
      *  RC 4 si hay algun hallazgo.
      * SDP END
      *
      * SDP DESC Reglas de calidad de datos sobre el maestro
      * SDP IVP 0 Files.Consumes = KSDCALR,KSDCALP,SALIDA
      * SDP IVP 0 Files.Produces = KSDCALF; SDPPRINT lo escribe SDPREPW0
      * SDP IVP 0 Files.Updates = KSDCALH,KSDCALT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMCALD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL REGLAS ASSIGN TO 'KSDCALR'
                  FILE STATUS IS FS-REGLAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDCALP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

           SELECT HALLAZGOS ASSIGN TO 'KSDCALF'
                  FILE STATUS IS FS-HALLAZGO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HISTORICO ASSIGN TO 'KSDCALH'
                  FILE STATUS IS FS-HIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * EL HISTORICO NUEVO SE ESCRIBE APARTE Y SUSTITUYE AL ANTERIOR
      * AL TERMINAR
           SELECT HISTORICO-NUEVO ASSIGN TO 'KSDCALHN'
                  FILE STATUS IS FS-HISTN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL TENDENCIA ASSIGN TO 'KSDCALT'
                  FILE STATUS IS FS-TEND
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  REGLAS.
       01  REC-REGLA.
           03 RGL-PALABRA    PIC X(05).
           03 RGL-SEP1       PIC X(01).
           03 RGL-ID         PIC X(08).
           03 RGL-SEP2       PIC X(01).
           03 RGL-CAMPO      PIC X(10).
           03 RGL-SEP3       PIC X(01).
           03 RGL-OPERADOR   PIC X(08).
           03 RGL-SEP4       PIC X(01).
           03 RGL-VALOR      PIC X(30).
           03 RGL-SEP5       PIC X(01).
           03 RGL-CATEGORIAS PIC X(24).

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  HALLAZGOS.
       01  REC-HALLAZGO.
           03 HAL-CLAVE     PIC 9(05).
           03 HAL-SEP1      PIC X(01).
           03 HAL-REGLA     PIC X(08).
           03 HAL-SEP2      PIC X(01).
           03 HAL-CAMPO     PIC X(10).
           03 HAL-SEP3      PIC X(01).
           03 HAL-VALOR     PIC X(20).
           03 HAL-SEP4      PIC X(01).
           03 HAL-CATEGORIA PIC X(04).
           03 HAL-SEP5      PIC X(01).
           03 HAL-VECES     PIC 9(04).
           03 HAL-SEP6      PIC X(01).
           03 HAL-PRIMERA   PIC 9(08).
           03 HAL-SEP7      PIC X(01).
           03 HAL-REINCIDE  PIC X(01).

       FD  HISTORICO.
       01  REC-HISTORICO.
           03 HIS-CLAVE     PIC 9(05).
           03 HIS-SEP1      PIC X(01).
           03 HIS-REGLA     PIC X(08).
           03 HIS-SEP2      PIC X(01).
           03 HIS-PRIMERA   PIC 9(08).
           03 HIS-SEP3      PIC X(01).
           03 HIS-ULTIMA    PIC 9(08).
           03 HIS-SEP4      PIC X(01).
           03 HIS-VECES     PIC 9(04).

       FD  HISTORICO-NUEVO.
       01  REC-HISTORICO-NUEVO PIC X(37).

       FD  TENDENCIA.
       01  REC-TENDENCIA.
           03 TND-FECHA        PIC 9(08).
           03 TND-SEP1         PIC X(01).
           03 TND-LEIDOS       PIC 9(09).
           03 TND-SEP2         PIC X(01).
           03 TND-HALLAZGOS    PIC 9(09).
           03 TND-SEP3         PIC X(01).
           03 TND-NUEVOS       PIC 9(09).
           03 TND-SEP4         PIC X(01).
           03 TND-REPETIDOS    PIC 9(09).
           03 TND-SEP5         PIC X(01).
           03 TND-CORREGIDOS   PIC 9(09).
           03 TND-SEP6         PIC X(01).
           03 TND-REINCIDENTES PIC 9(09).

       WORKING-STORAGE SECTION.
       77 FS-REGLAS   PIC XX VALUE SPACES.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-MAESTRO  PIC XX VALUE SPACES.
       77 FS-HALLAZGO PIC XX VALUE SPACES.
       77 FS-HIST     PIC XX VALUE SPACES.
       77 FS-HISTN    PIC XX VALUE SPACES.
       77 FS-TEND     PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 FIN-HIST    PIC X(01) VALUE 'N'.
       77 FIN-TEND    PIC X(01) VALUE 'N'.
       77 DECK-VALIDO PIC X(01) VALUE 'S'.
       77 APLICA      PIC X(01) VALUE 'N'.
       77 INCUMPLE    PIC X(01) VALUE 'N'.
       77 EN-LISTA    PIC X(01) VALUE 'N'.
       77 HAY-ANTERIOR PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.

       01  NOMBRE-HISTORICO       PIC X(08) VALUE 'KSDCALH'.
       01  NOMBRE-HISTORICO-NUEVO PIC X(08) VALUE 'KSDCALHN'.

       01  OPCIONES.
           03 REINCIDENCIA PIC 9(04) VALUE 3.
           03 MAX-LISTA    PIC 9(04) VALUE 200.

       01  FECHA-HOY PIC 9(08) VALUE ZEROS.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.

      * REGLAS DEL DECK, ORDENADAS POR IDENTIFICADOR PARA QUE EL
      * HISTORICO SALGA EN EL ORDEN DE CLAVE MAS REGLA
       01  TABLA-REGLAS.
           03 REGLAS-USADAS PIC 9(04) VALUE ZEROS.
           03 TBR-ENTRADA OCCURS 30 TIMES.
              05 TBR-ID        PIC X(08).
              05 TBR-CAMPO     PIC X(10).
              05 TBR-OPERADOR  PIC X(08).
              05 TBR-VALOR     PIC X(30).
              05 TBR-NUM       PIC S9(09)V99.
              05 TBR-CATEGORIA PIC X(04) OCCURS 5 TIMES.
              05 TBR-LISTA     PIC X(10) OCCURS 10 TIMES.
              05 TBR-TOTAL     PIC 9(09).

       01  REGLA-AUXILIAR PIC X(196).

      * CUENTA POR REGLA Y CATEGORIA
       01  TABLA-CATEGORIAS.
           03 CATEGORIAS-USADAS PIC 9(04) VALUE ZEROS.
           03 TCA-ENTRADA OCCURS 100 TIMES.
              05 TCA-CODIGO PIC X(04).
              05 TCA-CUENTA PIC 9(07) OCCURS 30 TIMES.

       01  INDICES.
           03 IDX      PIC 9(04) VALUE ZEROS.
           03 IDX2     PIC 9(04) VALUE ZEROS.
           03 IDX-RGL  PIC 9(04) VALUE ZEROS.
           03 IDX-CAT  PIC 9(04) VALUE ZEROS.

      * VISTA DEL CAMPO EN EXAMEN
       01  CAMPO-EXAMEN.
           03 CAMPO-TEXTO    PIC X(20) VALUE SPACES.
           03 CAMPO-LONGITUD PIC 9(02) VALUE ZEROS.
           03 CAMPO-NUMERICO PIC X(01) VALUE 'N'.
           03 CAMPO-ES-FECHA PIC X(01) VALUE 'N'.
           03 CAMPO-NUM      PIC S9(09)V99 VALUE ZEROS.
           03 CAMPO-FECHA    PIC 9(08) VALUE ZEROS.

      * LLAVES DEL CRUCE ENTRE EL HISTORICO Y EL HALLAZGO EN CURSO
       01  LLAVE-HISTORICO.
           03 LLH-CLAVE PIC 9(05).
           03 LLH-REGLA PIC X(08).
       01  LLAVE-ACTUAL.
           03 LLA-CLAVE PIC 9(05).
           03 LLA-REGLA PIC X(08).

       01  HISTORICO-SALIDA.
           03 HSA-CLAVE     PIC 9(05).
           03 HSA-SEP1      PIC X(01) VALUE ';'.
           03 HSA-REGLA     PIC X(08).
           03 HSA-SEP2      PIC X(01) VALUE ';'.
           03 HSA-PRIMERA   PIC 9(08).
           03 HSA-SEP3      PIC X(01) VALUE ';'.
           03 HSA-ULTIMA    PIC 9(08).
           03 HSA-SEP4      PIC X(01) VALUE ';'.
           03 HSA-VECES     PIC 9(04).

       01  TABLA-REINCIDENTES.
           03 REINCIDENTES-LISTADOS PIC 9(04) VALUE ZEROS.
           03 TRE-LINEA PIC X(80) OCCURS 200 TIMES.

       01  ANTERIOR.
           03 ANT-FECHA     PIC 9(08) VALUE ZEROS.
           03 ANT-HALLAZGOS PIC 9(09) VALUE ZEROS.
           03 DIFERENCIA    PIC S9(09) VALUE ZEROS.
           03 DIFERENCIA-ED PIC -(9)9.

       01  CONTADORES.
           03 LEIDOS       PIC 9(09) VALUE ZEROS.
           03 TOTAL-HALLAZGOS PIC 9(09) VALUE ZEROS.
           03 NUEVOS       PIC 9(09) VALUE ZEROS.
           03 REPETIDOS    PIC 9(09) VALUE ZEROS.
           03 CORREGIDOS   PIC 9(09) VALUE ZEROS.
           03 REINCIDENTES PIC 9(09) VALUE ZEROS.
           03 VECES-ACTUAL PIC 9(04) VALUE ZEROS.
           03 PRIMERA-ACTUAL PIC 9(08) VALUE ZEROS.

       01  INFORME-CALIDAD.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           PERFORM 1100-LEER-PARAMETROS.
           MOVE 'ACTUAL  ' TO DTE-FUNCION.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           MOVE DTE-FECHA-S TO FECHA-HOY.

           PERFORM 1200-CARGAR-REGLAS THRU 1200-CARGAR-REGLAS-FIN.
           IF DECK-VALIDO = 'N' OR REGLAS-USADAS = ZEROS
              DISPLAY 'DECK DE REGLAS KSDCALR AUSENTE, VACIO O '
                      'INVALIDO'
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.
           PERFORM 1300-ORDENAR-REGLAS
                   VARYING IDX FROM 2 BY 1 UNTIL IDX > REGLAS-USADAS.
           PERFORM 1400-COMPROBAR-DUPLICADA
                   VARYING IDX FROM 2 BY 1 UNTIL IDX > REGLAS-USADAS.
           IF DECK-VALIDO = 'N'
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 1500-LEER-TENDENCIA.

           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN INPUT HISTORICO.
           MOVE 'ABRIENDO HISTORICO KSDCALH' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-HIST '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1600-LEER-HISTORICO.

           OPEN OUTPUT HISTORICO-NUEVO.
           MOVE 'ABRIENDO HISTORICO NUEVO KSDCALHN' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-HISTN '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN OUTPUT HALLAZGOS.
           MOVE 'ABRIENDO HALLAZGOS KSDCALF' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-HALLAZGO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'CALIDAD DE DATOS DEL MAESTRO' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-CALIDAD.

           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.
           PERFORM 2000-EXAMINAR-REGISTRO
                   UNTIL FIN-MAESTRO = 'S'.

      * LO QUE QUEDA DEL HISTORICO NO HA VUELTO A APARECER
           PERFORM 2600-CORREGIDO UNTIL FIN-HIST = 'S'.

           CLOSE MAESTRO HISTORICO HISTORICO-NUEVO HALLAZGOS.
           CALL 'CBL_DELETE_FILE' USING NOMBRE-HISTORICO.
           CALL 'CBL_RENAME_FILE' USING NOMBRE-HISTORICO-NUEVO
                                        NOMBRE-HISTORICO.

           PERFORM 3000-EMITIR-RESUMEN
                   VARYING IDX-RGL FROM 1 BY 1
                   UNTIL IDX-RGL > REGLAS-USADAS.
           PERFORM 3100-EMITIR-TOTALES.
           PERFORM 3200-EMITIR-REINCIDENTE
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > REINCIDENTES-LISTADOS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-CALIDAD.

           PERFORM 3300-ANOTAR-TENDENCIA.

           DISPLAY 'REGISTROS ' LEIDOS ' HALLAZGOS ' TOTAL-HALLAZGOS
                   ' NUEVOS ' NUEVOS ' CORREGIDOS ' CORREGIDOS
                   ' REINCIDENTES ' REINCIDENTES.

           IF TOTAL-HALLAZGOS > ZEROS
              MOVE 4 TO RC
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
           MOVE 'N' TO FIN-FICH.

       1110-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'REINCIDENCIA'
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO REINCIDENCIA
              WHEN 'MAX-LISTA   '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO MAX-LISTA
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF REINCIDENCIA < 2
              MOVE 2 TO REINCIDENCIA
           END-IF.
           IF MAX-LISTA > 200
              MOVE 200 TO MAX-LISTA
           END-IF.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1200-CARGAR-REGLAS.
           OPEN INPUT REGLAS.
           IF FS-REGLAS NOT = '00'
              CLOSE REGLAS
              GO TO 1200-CARGAR-REGLAS-FIN
           END-IF.
           READ REGLAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1210-TRATAR-REGLA THRU 1210-TRATAR-REGLA-FIN
                   UNTIL FIN-FICH = 'S'.
           CLOSE REGLAS.

       1200-CARGAR-REGLAS-FIN.
           EXIT.

       1210-TRATAR-REGLA.
           IF RGL-PALABRA(1:1) = '*' OR REC-REGLA = SPACES
              GO TO 1210-SIGUIENTE
           END-IF.
           IF RGL-PALABRA NOT = 'REGLA' OR RGL-ID = SPACES
              DISPLAY 'TARJETA NO RECONOCIDA: ' REC-REGLA(1:40)
              MOVE 'N' TO DECK-VALIDO
              GO TO 1210-SIGUIENTE
           END-IF.
           IF REGLAS-USADAS = 30
              DISPLAY 'DEMASIADAS REGLAS, MAXIMO 30: ' RGL-ID
              MOVE 'N' TO DECK-VALIDO
              GO TO 1210-SIGUIENTE
           END-IF.

           PERFORM 1220-VALIDAR-REGLA THRU 1220-VALIDAR-REGLA-FIN.
           IF INCUMPLE = 'S'
              MOVE 'N' TO DECK-VALIDO
              GO TO 1210-SIGUIENTE
           END-IF.

           ADD 1 TO REGLAS-USADAS.
           MOVE RGL-ID       TO TBR-ID(REGLAS-USADAS).
           MOVE RGL-CAMPO    TO TBR-CAMPO(REGLAS-USADAS).
           MOVE RGL-OPERADOR TO TBR-OPERADOR(REGLAS-USADAS).
           MOVE RGL-VALOR    TO TBR-VALOR(REGLAS-USADAS).
           MOVE ZEROS        TO TBR-NUM(REGLAS-USADAS)
                                TBR-TOTAL(REGLAS-USADAS).
           IF RGL-OPERADOR = 'MINIMO  ' OR RGL-OPERADOR = 'MAXIMO  '
              MOVE FUNCTION NUMVAL(RGL-VALOR)
                TO TBR-NUM(REGLAS-USADAS)
           END-IF.
           MOVE SPACES TO TBR-CATEGORIA(REGLAS-USADAS, 1)
                          TBR-CATEGORIA(REGLAS-USADAS, 2)
                          TBR-CATEGORIA(REGLAS-USADAS, 3)
                          TBR-CATEGORIA(REGLAS-USADAS, 4)
                          TBR-CATEGORIA(REGLAS-USADAS, 5).
           UNSTRING RGL-CATEGORIAS DELIMITED BY ','
                    INTO TBR-CATEGORIA(REGLAS-USADAS, 1)
                         TBR-CATEGORIA(REGLAS-USADAS, 2)
                         TBR-CATEGORIA(REGLAS-USADAS, 3)
                         TBR-CATEGORIA(REGLAS-USADAS, 4)
                         TBR-CATEGORIA(REGLAS-USADAS, 5)
           END-UNSTRING.
           PERFORM 1230-LIMPIAR-LISTA
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > 10.
           IF RGL-OPERADOR = 'ENLISTA '
              UNSTRING RGL-VALOR DELIMITED BY ','
                       INTO TBR-LISTA(REGLAS-USADAS, 1)
                            TBR-LISTA(REGLAS-USADAS, 2)
                            TBR-LISTA(REGLAS-USADAS, 3)
                            TBR-LISTA(REGLAS-USADAS, 4)
                            TBR-LISTA(REGLAS-USADAS, 5)
                            TBR-LISTA(REGLAS-USADAS, 6)
                            TBR-LISTA(REGLAS-USADAS, 7)
                            TBR-LISTA(REGLAS-USADAS, 8)
                            TBR-LISTA(REGLAS-USADAS, 9)
                            TBR-LISTA(REGLAS-USADAS, 10)
              END-UNSTRING
           END-IF.

       1210-SIGUIENTE.
           READ REGLAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1210-TRATAR-REGLA-FIN.
           EXIT.

      * CAMPO Y OPERADOR CONOCIDOS Y COMPATIBLES; EL VALOR SOLO SE
      * EXIGE DONDE HACE FALTA
       1220-VALIDAR-REGLA.
           MOVE 'N' TO INCUMPLE.
           EVALUATE RGL-CAMPO
              WHEN 'NOMBRE    '
              WHEN 'CATEGORIA '
              WHEN 'ESTADO    '
                   MOVE 'N' TO CAMPO-NUMERICO CAMPO-ES-FECHA
              WHEN 'SALDO     '
              WHEN 'VERSION   '
                   MOVE 'S' TO CAMPO-NUMERICO
                   MOVE 'N' TO CAMPO-ES-FECHA
              WHEN 'FECHA-ALTA'
              WHEN 'FECHA-BAJA'
                   MOVE 'S' TO CAMPO-NUMERICO CAMPO-ES-FECHA
              WHEN OTHER
                   DISPLAY 'CAMPO DESCONOCIDO EN ' RGL-ID ': '
                           RGL-CAMPO
                   MOVE 'S' TO INCUMPLE
           END-EVALUATE.
           IF INCUMPLE = 'S'
              GO TO 1220-VALIDAR-REGLA-FIN
           END-IF.

           EVALUATE RGL-OPERADOR
              WHEN 'NOBLANCO'
              WHEN 'NUMERICO'
                   CONTINUE
              WHEN 'ENLISTA '
                   IF RGL-VALOR = SPACES
                      DISPLAY 'LISTA VACIA EN ' RGL-ID
                      MOVE 'S' TO INCUMPLE
                   END-IF
              WHEN 'FECHA   '
              WHEN 'FECHAOPC'
              WHEN 'NOFUTURA'
                   IF CAMPO-ES-FECHA = 'N'
                      DISPLAY 'OPERADOR DE FECHA SOBRE CAMPO QUE NO '
                              'LO ES EN ' RGL-ID
                      MOVE 'S' TO INCUMPLE
                   END-IF
              WHEN 'NONEG   '
                   IF CAMPO-NUMERICO = 'N'
                      DISPLAY 'OPERADOR NUMERICO SOBRE CAMPO QUE NO '
                              'LO ES EN ' RGL-ID
                      MOVE 'S' TO INCUMPLE
                   END-IF
              WHEN 'MINIMO  '
              WHEN 'MAXIMO  '
                   IF CAMPO-NUMERICO = 'N'
                      OR FUNCTION TEST-NUMVAL(RGL-VALOR) NOT = 0
                      DISPLAY 'LIMITE NO NUMERICO O CAMPO NO '
                              'NUMERICO EN ' RGL-ID
                      MOVE 'S' TO INCUMPLE
                   END-IF
              WHEN OTHER
                   DISPLAY 'OPERADOR DESCONOCIDO EN ' RGL-ID ': '
                           RGL-OPERADOR
                   MOVE 'S' TO INCUMPLE
           END-EVALUATE.

       1220-VALIDAR-REGLA-FIN.
           EXIT.

       1230-LIMPIAR-LISTA.
           MOVE SPACES TO TBR-LISTA(REGLAS-USADAS, IDX).

      * INSERCION DIRECTA: LA ENTRADA IDX SE HUNDE HASTA SU SITIO
       1300-ORDENAR-REGLAS.
           MOVE TBR-ENTRADA(IDX) TO REGLA-AUXILIAR.
           MOVE IDX TO IDX2.
           PERFORM 1310-DESPLAZAR-REGLA
                   UNTIL IDX2 = 1
                      OR TBR-ID(IDX2 - 1) NOT > REGLA-AUXILIAR(1:8).
           MOVE REGLA-AUXILIAR TO TBR-ENTRADA(IDX2).

       1310-DESPLAZAR-REGLA.
           MOVE TBR-ENTRADA(IDX2 - 1) TO TBR-ENTRADA(IDX2).
           SUBTRACT 1 FROM IDX2.

       1400-COMPROBAR-DUPLICADA.
           IF TBR-ID(IDX) = TBR-ID(IDX - 1)
              DISPLAY 'REGLA DUPLICADA EN KSDCALR: ' TBR-ID(IDX)
              MOVE 'N' TO DECK-VALIDO
           END-IF.

      * LA ULTIMA LINEA DE KSDCALT ES LA EJECUCION ANTERIOR
       1500-LEER-TENDENCIA.
           OPEN INPUT TENDENCIA.
           IF FS-TEND = '00'
              READ TENDENCIA
                   AT END MOVE 'S' TO FIN-TEND
              END-READ
              PERFORM 1510-GUARDAR-ANTERIOR UNTIL FIN-TEND = 'S'
           END-IF.
           CLOSE TENDENCIA.

       1510-GUARDAR-ANTERIOR.
           IF TND-FECHA NUMERIC AND TND-HALLAZGOS NUMERIC
              MOVE 'S' TO HAY-ANTERIOR
              MOVE TND-FECHA     TO ANT-FECHA
              MOVE TND-HALLAZGOS TO ANT-HALLAZGOS
           END-IF.
           READ TENDENCIA
                AT END MOVE 'S' TO FIN-TEND
           END-READ.

       1600-LEER-HISTORICO.
           IF FS-HIST = '05'
              MOVE 'S' TO FIN-HIST
           END-IF.
           IF FIN-HIST = 'N'
              READ HISTORICO
                   AT END MOVE 'S' TO FIN-HIST
              END-READ
           END-IF.
           IF FIN-HIST = 'S'
              MOVE HIGH-VALUES TO LLAVE-HISTORICO
           ELSE
              MOVE HIS-CLAVE TO LLH-CLAVE
              MOVE HIS-REGLA TO LLH-REGLA
           END-IF.

       2000-EXAMINAR-REGISTRO.
           ADD 1 TO LEIDOS.
           PERFORM 2100-APLICAR-REGLA THRU 2100-APLICAR-REGLA-FIN
                   VARYING IDX-RGL FROM 1 BY 1
                   UNTIL IDX-RGL > REGLAS-USADAS.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

       2100-APLICAR-REGLA.
           IF TBR-CATEGORIA(IDX-RGL, 1) NOT = SPACES
              MOVE 'N' TO APLICA
              PERFORM 2110-COMPARAR-CATEGORIA
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
              IF APLICA = 'N'
                 GO TO 2100-APLICAR-REGLA-FIN
              END-IF
           END-IF.

           PERFORM 2200-TOMAR-CAMPO.
           PERFORM 2300-EVALUAR-REGLA.
           IF INCUMPLE = 'S'
              PERFORM 2400-ANOTAR-HALLAZGO
           END-IF.

       2100-APLICAR-REGLA-FIN.
           EXIT.

       2110-COMPARAR-CATEGORIA.
           IF TBR-CATEGORIA(IDX-RGL, IDX) NOT = SPACES
              AND TBR-CATEGORIA(IDX-RGL, IDX) = MST-CATEGORIA
              MOVE 'S' TO APLICA
           END-IF.

      * TEXTO DEL CAMPO TAL COMO ESTA EN EL REGISTRO Y, SI ES NUMERICO
      * Y SE PUEDE LEER, SU VALOR
       2200-TOMAR-CAMPO.
           MOVE SPACES TO CAMPO-TEXTO.
           MOVE 'N' TO CAMPO-NUMERICO.
           MOVE ZEROS TO CAMPO-NUM CAMPO-FECHA.
           EVALUATE TBR-CAMPO(IDX-RGL)
              WHEN 'NOMBRE    '
                   MOVE MST-NOMBRE TO CAMPO-TEXTO
                   MOVE 20 TO CAMPO-LONGITUD
              WHEN 'CATEGORIA '
                   MOVE MST-CATEGORIA TO CAMPO-TEXTO
                   MOVE 4 TO CAMPO-LONGITUD
              WHEN 'ESTADO    '
                   MOVE MST-ESTADO TO CAMPO-TEXTO
                   MOVE 1 TO CAMPO-LONGITUD
              WHEN 'SALDO     '
                   MOVE MST-DATOS(25:12) TO CAMPO-TEXTO
                   MOVE 12 TO CAMPO-LONGITUD
                   IF MST-SALDO NUMERIC
                      MOVE 'S' TO CAMPO-NUMERICO
                      MOVE MST-SALDO TO CAMPO-NUM
                   END-IF
              WHEN 'FECHA-ALTA'
                   MOVE MST-DATOS(37:8) TO CAMPO-TEXTO
                   MOVE 8 TO CAMPO-LONGITUD
                   IF MST-FECHA-ALTA NUMERIC
                      MOVE 'S' TO CAMPO-NUMERICO
                      MOVE MST-FECHA-ALTA TO CAMPO-FECHA
                      MOVE CAMPO-FECHA TO CAMPO-NUM
                   END-IF
              WHEN 'FECHA-BAJA'
                   MOVE MST-DATOS(46:8) TO CAMPO-TEXTO
                   MOVE 8 TO CAMPO-LONGITUD
                   IF MST-FECHA-BAJA NUMERIC
                      MOVE 'S' TO CAMPO-NUMERICO
                      MOVE MST-FECHA-BAJA TO CAMPO-FECHA
                      MOVE CAMPO-FECHA TO CAMPO-NUM
                   END-IF
              WHEN 'VERSION   '
                   MOVE MST-DATOS(54:6) TO CAMPO-TEXTO
                   MOVE 6 TO CAMPO-LONGITUD
                   IF MST-VERSION NUMERIC
                      MOVE 'S' TO CAMPO-NUMERICO
                      MOVE MST-VERSION TO CAMPO-NUM
                   END-IF
           END-EVALUATE.

      * INCUMPLE QUEDA A 'S' SI EL REGISTRO NO CUMPLE LA REGLA; LOS
      * OPERADORES DE VALOR NO JUZGAN UN CAMPO ILEGIBLE, DE ESO SE
      * OCUPAN NUMERICO Y FECHA
       2300-EVALUAR-REGLA.
           MOVE 'N' TO INCUMPLE.
           EVALUATE TBR-OPERADOR(IDX-RGL)
              WHEN 'NOBLANCO'
                   IF CAMPO-TEXTO = SPACES
                      MOVE 'S' TO INCUMPLE
                   END-IF
              WHEN 'NUMERICO'
                   IF CAMPO-TEXTO(1:CAMPO-LONGITUD) NOT NUMERIC
                      AND CAMPO-NUMERICO = 'N'
                      MOVE 'S' TO INCUMPLE
                   END-IF
              WHEN 'FECHA   '
                   PERFORM 2310-VALIDAR-FECHA
              WHEN 'FECHAOPC'
                   IF CAMPO-TEXTO NOT = SPACES
                      AND CAMPO-TEXTO(1:8) NOT = ZEROS
                      PERFORM 2310-VALIDAR-FECHA
                   END-IF
              WHEN 'NOFUTURA'
                   IF CAMPO-NUMERICO = 'S'
                      AND CAMPO-FECHA > FECHA-HOY
                      MOVE 'S' TO INCUMPLE
                   END-IF
              WHEN 'ENLISTA '
                   MOVE 'N' TO EN-LISTA
                   PERFORM 2320-BUSCAR-EN-LISTA
                           VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
                   IF EN-LISTA = 'N'
                      MOVE 'S' TO INCUMPLE
                   END-IF
              WHEN 'NONEG   '
                   IF CAMPO-NUMERICO = 'S' AND CAMPO-NUM < ZEROS
                      MOVE 'S' TO INCUMPLE
                   END-IF
              WHEN 'MINIMO  '
                   IF CAMPO-NUMERICO = 'S'
                      AND CAMPO-NUM < TBR-NUM(IDX-RGL)
                      MOVE 'S' TO INCUMPLE
                   END-IF
              WHEN 'MAXIMO  '
                   IF CAMPO-NUMERICO = 'S'
                      AND CAMPO-NUM > TBR-NUM(IDX-RGL)
                      MOVE 'S' TO INCUMPLE
                   END-IF
           END-EVALUATE.

       2310-VALIDAR-FECHA.
           IF CAMPO-NUMERICO = 'N'
              MOVE 'S' TO INCUMPLE
           ELSE
              MOVE 'VALIDAR ' TO DTE-FUNCION
              MOVE CAMPO-FECHA TO DTE-FECHA-E
              CALL 'SDPDATE0' USING FECHA-SERVICIO
              IF DTE-RC NOT = ZEROS
                 MOVE 'S' TO INCUMPLE
              END-IF
           END-IF.

       2320-BUSCAR-EN-LISTA.
           IF TBR-LISTA(IDX-RGL, IDX) = 'BLANCO'
              IF CAMPO-TEXTO = SPACES
                 MOVE 'S' TO EN-LISTA
              END-IF
           ELSE
              IF TBR-LISTA(IDX-RGL, IDX) NOT = SPACES
                 AND TBR-LISTA(IDX-RGL, IDX) = CAMPO-TEXTO
                 MOVE 'S' TO EN-LISTA
              END-IF
           END-IF.

      * CRUCE EN LINEA COMPENSADA: LOS HALLAZGOS SALEN EN ORDEN DE
      * CLAVE Y, DENTRO DE ELLA, DE REGLA, IGUAL QUE EL HISTORICO
       2400-ANOTAR-HALLAZGO.
           MOVE MST-CLAVE      TO LLA-CLAVE.
           MOVE TBR-ID(IDX-RGL) TO LLA-REGLA.
           PERFORM 2600-CORREGIDO
                   UNTIL LLAVE-HISTORICO NOT < LLAVE-ACTUAL.

           IF LLAVE-HISTORICO = LLAVE-ACTUAL
              ADD 1 TO REPETIDOS
              COMPUTE VECES-ACTUAL = HIS-VECES + 1
              MOVE HIS-PRIMERA TO PRIMERA-ACTUAL
              PERFORM 1600-LEER-HISTORICO
           ELSE
              ADD 1 TO NUEVOS
              MOVE 1 TO VECES-ACTUAL
              MOVE FECHA-HOY TO PRIMERA-ACTUAL
           END-IF.

           MOVE MST-CLAVE      TO HSA-CLAVE.
           MOVE TBR-ID(IDX-RGL) TO HSA-REGLA.
           MOVE PRIMERA-ACTUAL TO HSA-PRIMERA.
           MOVE FECHA-HOY      TO HSA-ULTIMA.
           MOVE VECES-ACTUAL   TO HSA-VECES.
           WRITE REC-HISTORICO-NUEVO FROM HISTORICO-SALIDA.

           MOVE SPACES TO REC-HALLAZGO.
           MOVE MST-CLAVE         TO HAL-CLAVE.
           MOVE TBR-ID(IDX-RGL)    TO HAL-REGLA.
           MOVE TBR-CAMPO(IDX-RGL) TO HAL-CAMPO.
           MOVE CAMPO-TEXTO       TO HAL-VALOR.
           MOVE MST-CATEGORIA     TO HAL-CATEGORIA.
           MOVE VECES-ACTUAL      TO HAL-VECES.
           MOVE PRIMERA-ACTUAL    TO HAL-PRIMERA.
           MOVE ';' TO HAL-SEP1 HAL-SEP2 HAL-SEP3 HAL-SEP4
                       HAL-SEP5 HAL-SEP6 HAL-SEP7.
           MOVE 'N' TO HAL-REINCIDE.
           IF VECES-ACTUAL NOT < REINCIDENCIA
              MOVE 'S' TO HAL-REINCIDE
              PERFORM 2500-ANOTAR-REINCIDENTE
           END-IF.
           WRITE REC-HALLAZGO.

           ADD 1 TO TOTAL-HALLAZGOS.
           ADD 1 TO TBR-TOTAL(IDX-RGL).
           PERFORM 2700-ACUMULAR-CATEGORIA.

       2500-ANOTAR-REINCIDENTE.
           ADD 1 TO REINCIDENTES.
           IF REINCIDENTES-LISTADOS < MAX-LISTA
              ADD 1 TO REINCIDENTES-LISTADOS
              MOVE SPACES TO TRE-LINEA(REINCIDENTES-LISTADOS)
              STRING MST-CLAVE ' ' MST-CATEGORIA
                     ' REGLA ' TBR-ID(IDX-RGL)
                     ' EJECUCIONES ' VECES-ACTUAL
                     ' DESDE ' PRIMERA-ACTUAL
                     DELIMITED BY SIZE
                     INTO TRE-LINEA(REINCIDENTES-LISTADOS)
           END-IF.

       2600-CORREGIDO.
           ADD 1 TO CORREGIDOS.
           PERFORM 1600-LEER-HISTORICO.

       2700-ACUMULAR-CATEGORIA.
           MOVE ZEROS TO IDX-CAT.
           PERFORM 2710-BUSCAR-CATEGORIA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CATEGORIAS-USADAS OR IDX-CAT > ZEROS.
           IF IDX-CAT = ZEROS AND CATEGORIAS-USADAS < 100
              ADD 1 TO CATEGORIAS-USADAS
              MOVE CATEGORIAS-USADAS TO IDX-CAT
              MOVE MST-CATEGORIA TO TCA-CODIGO(IDX-CAT)
              PERFORM 2720-LIMPIAR-CUENTAS
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > 30
           END-IF.
           IF IDX-CAT > ZEROS
              ADD 1 TO TCA-CUENTA(IDX-CAT, IDX-RGL)
           END-IF.

       2710-BUSCAR-CATEGORIA.
           IF TCA-CODIGO(IDX) = MST-CATEGORIA
              MOVE IDX TO IDX-CAT
           END-IF.

       2720-LIMPIAR-CUENTAS.
           MOVE ZEROS TO TCA-CUENTA(IDX-CAT, IDX).

      * UN CORTE POR REGLA CON SU DEFINICION Y LA CUENTA DE CADA
      * CATEGORIA AFECTADA
       3000-EMITIR-RESUMEN.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE SPACES TO RPT-CORTE.
           STRING 'REGLA ' TBR-ID(IDX-RGL)
                  DELIMITED BY SIZE INTO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE SPACES TO LINEA.
           STRING 'REGLA ' TBR-ID(IDX-RGL)
                  ' CAMPO ' TBR-CAMPO(IDX-RGL)
                  ' ' TBR-OPERADOR(IDX-RGL)
                  ' ' TBR-VALOR(IDX-RGL)
                  ' INCUMPLIMIENTOS ' TBR-TOTAL(IDX-RGL)
                  DELIMITED BY SIZE INTO LINEA.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CALIDAD.
           PERFORM 3010-EMITIR-CATEGORIA
                   VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT > CATEGORIAS-USADAS.

       3010-EMITIR-CATEGORIA.
           IF TCA-CUENTA(IDX-CAT, IDX-RGL) > ZEROS
              MOVE SPACES TO LINEA
              STRING '   CATEGORIA ' TCA-CODIGO(IDX-CAT)
                     ' INCUMPLIMIENTOS ' TCA-CUENTA(IDX-CAT, IDX-RGL)
                     DELIMITED BY SIZE INTO LINEA
              MOVE LINEA TO RPT-LINEA
              MOVE TCA-CUENTA(IDX-CAT, IDX-RGL) TO RPT-IMPORTE
              CALL 'SDPREPW0' USING INFORME-CALIDAD
           END-IF.

       3100-EMITIR-TOTALES.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'TOTALES' TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE SPACES TO LINEA.
           STRING 'REGISTROS ' LEIDOS
                  ' HALLAZGOS ' TOTAL-HALLAZGOS
                  ' NUEVOS ' NUEVOS
                  ' REPETIDOS ' REPETIDOS
                  ' CORREGIDOS ' CORREGIDOS
                  DELIMITED BY SIZE INTO LINEA.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CALIDAD.

           MOVE SPACES TO LINEA.
           STRING 'REINCIDENTES ' REINCIDENTES
                  ' (' REINCIDENCIA ' EJECUCIONES SEGUIDAS O MAS)'
                  DELIMITED BY SIZE INTO LINEA.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CALIDAD.

           MOVE SPACES TO LINEA.
           IF HAY-ANTERIOR = 'S'
              COMPUTE DIFERENCIA = TOTAL-HALLAZGOS - ANT-HALLAZGOS
              MOVE DIFERENCIA TO DIFERENCIA-ED
              STRING 'EJECUCION ANTERIOR ' ANT-FECHA
                     ' HALLAZGOS ' ANT-HALLAZGOS
                     ' DIFERENCIA ' DIFERENCIA-ED
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              MOVE 'SIN EJECUCION ANTERIOR EN KSDCALT' TO LINEA
           END-IF.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CALIDAD.

       3200-EMITIR-REINCIDENTE.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'REINCIDENTES' TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE TRE-LINEA(IDX) TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CALIDAD.

       3300-ANOTAR-TENDENCIA.
           OPEN EXTEND TENDENCIA.
           MOVE 'ABRIENDO TENDENCIA KSDCALT' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TEND '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           MOVE FECHA-HOY       TO TND-FECHA.
           MOVE LEIDOS          TO TND-LEIDOS.
           MOVE TOTAL-HALLAZGOS TO TND-HALLAZGOS.
           MOVE NUEVOS          TO TND-NUEVOS.
           MOVE REPETIDOS       TO TND-REPETIDOS.
           MOVE CORREGIDOS      TO TND-CORREGIDOS.
           MOVE REINCIDENTES    TO TND-REINCIDENTES.
           MOVE ';' TO TND-SEP1 TND-SEP2 TND-SEP3 TND-SEP4
                       TND-SEP5 TND-SEP6.
           WRITE REC-TENDENCIA.
           CLOSE TENDENCIA.
