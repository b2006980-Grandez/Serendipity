      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Extractos de cuenta por clave del maestro SALIDA a
      *          partir del journal
      ******************************************************************
      * SDP DESCRIPTION
      *  Extracto de un periodo para una lista de claves o para una
      *> categoria, sin componerlo a mano con paginas de KSDMJRPT. El
      *> deck KSDEXTRP lleva la tarjeta PERIODO AAAAMM (el mes en
      *> curso si no viene) y, excluyentes entre si, tarjetas CLAVE
      *> nnnnn (una por clave) o una tarjeta CATEGORIA xxxx, que
      *> toma las claves vivas de esa categoria en SALIDA por la
      *> clave alternativa.
      *  Recorre la cadena de journal como KSDMRBLD (generaciones
      *> activas de KSDJRNGC y el KSDJRNL en curso) llevando el saldo
      *> de cada clave pedida con las imagenes de KSDWMAST de cada
      *> confirmacion: saldo inicial al empezar el periodo, cada
      *> movimiento o cambio del periodo por orden de fecha (con el
      *> importe, el saldo resultante y los campos que cambian) y
      *> saldo final al acabar el periodo.
      *  Sale por SDPREPW0 con el titulo fijo EXTRACTOS DE CUENTA y
      *> un corte por clave, de modo que SDPDIST0 lo reparte con una
      *> tarjeta DEST de ese titulo.
      *  El saldo que deja el journal tras la ultima confirmacion
      *> tiene que ser el MST-SALDO vivo de SALIDA; cada descuadre, y
      *> cada clave desconocida en el maestro y en el journal, va a
      *> la lista de excepciones KSDEXTRX y al informe en el corte
      *> de la clave, con RC 4. Una generacion activa desaparecida
      *> tambien da RC 4.
      * SDP END
      *
      * SDP DESC Extractos de cuenta por clave desde el journal
      * SDP IVP 0 Files.Consumes = KSDEXTRP,KSDJRNGC,KSDJRNL,SALIDA
      * SDP IVP 0 Files.Produces = KSDEXTRX - SDPPRINT lo escribe
      * SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMEXTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDEXTRP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'KSDJRNGC'
                  FILE STATUS IS FS-CATLG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * EL MISMO FD RECORRE CADA GENERACION ARCHIVADA Y EL KSDJRNL
      * EN CURSO: EL NOMBRE SE CAMBIA ANTES DE CADA OPEN
           SELECT JOURNAL ASSIGN TO NOMBRE-JOURNAL
                  FILE STATUS IS FS-JRNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CLAVE OF REG-MAESTRO
                  ALTERNATE RECORD KEY IS MST-CATEGORIA OF REG-MAESTRO
                            WITH DUPLICATES.

           SELECT EXCEPCIONES ASSIGN TO 'KSDEXTRX'
                  FILE STATUS IS FS-EXCP
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  CATALOGO.
       01  REC-CATALOGO.
           03 CAT-SEQ       PIC 9(04).
           03 CAT-SEP1      PIC X(01).
           03 CAT-FICHERO   PIC X(08).
           03 CAT-SEP2      PIC X(01).
           03 CAT-TMS-CORTE PIC X(16).
           03 CAT-SEP3      PIC X(01).
           03 CAT-TMS-COPIA PIC X(16).
           03 CAT-SEP4      PIC X(01).
           03 CAT-ESTADO    PIC X(01).

       FD  JOURNAL.
       01  REG-JOURNAL.
       COPY KSDWJRNL.

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  EXCEPCIONES.
       01  REC-EXCEPCION PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-CATLG    PIC XX VALUE SPACES.
       77 FS-JRNL     PIC XX VALUE SPACES.
       77 FS-MAESTRO  PIC XX VALUE SPACES.
       77 FS-EXCP     PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-CATLG   PIC X(01) VALUE 'N'.
       77 FIN-JRNL    PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 ES-ARCHIVO  PIC X(01) VALUE 'N'.
       77 HISTORIA-COMPLETA PIC X(01) VALUE 'S'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.

       01  NOMBRE-JOURNAL PIC X(08) VALUE 'KSDJRNL'.

       01  PETICION.
           03 PERIODO        PIC 9(06) VALUE ZEROS.
           03 CATEGORIA-PEDIDA PIC X(04) VALUE SPACES.
           03 CLAVES-PEDIDAS PIC 9(05) VALUE ZEROS.
           03 FECHA-DESDE    PIC 9(08) VALUE ZEROS.
           03 FECHA-HASTA    PIC 9(08) VALUE ZEROS.
           03 FECHA-JOURNAL  PIC 9(08) VALUE ZEROS.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
              05 GEN-FICHERO   PIC X(08).
              05 GEN-ESTADO    PIC X(01).

      * POSICION EN TABLA-EXTRACTOS DE CADA CLAVE PEDIDA (POSICION
      * CLAVE + 1): CERO ES CLAVE NO PEDIDA
       01  TABLA-POSICIONES.
           03 POS-EXTRACTO PIC 9(04) OCCURS 100000 TIMES.

      * SALDO CORRIDO POR CLAVE. FASE 0 ANTES DEL PERIODO, 1 DENTRO
      * (SALDO INICIAL YA TOMADO), 2 DESPUES (SALDO FINAL TOMADO)
       01  TABLA-EXTRACTOS.
           03 EXT-USADAS PIC 9(04) VALUE ZEROS.
           03 EXT-ENTRADA OCCURS 5000 TIMES.
              05 EXT-CLAVE     PIC 9(05).
              05 EXT-VISTA     PIC X(01).
              05 EXT-FASE      PIC 9(01).
              05 EXT-CORRIDO   PIC S9(11)V99.
              05 EXT-INICIAL   PIC S9(11)V99.
              05 EXT-FINAL     PIC S9(11)V99.
              05 EXT-MOVS      PIC 9(05).

      * MOVIMIENTOS DEL PERIODO EN EL ORDEN DEL JOURNAL
       01  TABLA-MOVIMIENTOS.
           03 MOV-USADOS PIC 9(05) VALUE ZEROS.
           03 MOV-ENTRADA OCCURS 20000 TIMES.
              05 MOV-EXTRACTO  PIC 9(04).
              05 MOV-FECHA     PIC 9(08).
              05 MOV-OP        PIC X(01).
              05 MOV-IMPORTE   PIC S9(11)V99.
              05 MOV-SALDO     PIC S9(11)V99.
              05 MOV-CAMBIOS   PIC X(40).

       01  INDICES.
           03 IDX     PIC 9(04) VALUE ZEROS.
           03 IDX-EXT PIC 9(04) VALUE ZEROS.
           03 IDX-MOV PIC 9(05) VALUE ZEROS.

      * DESGLOSE DE LAS IMAGENES ANTES Y DESPUES DEL JOURNAL
       01  IMAGEN-ANTES.
       COPY KSDWMAST.
       01  IMAGEN-DESPUES.
       COPY KSDWMAST.

       01  TRABAJO.
           03 SALDO-ANTES    PIC S9(11)V99 VALUE ZEROS.
           03 SALDO-DESPUES  PIC S9(11)V99 VALUE ZEROS.
           03 SALDO-VIVO     PIC S9(11)V99 VALUE ZEROS.
           03 CAMBIOS        PIC X(40) VALUE SPACES.
           03 PUNTERO        PIC 9(03) VALUE ZEROS.
           03 OPERACION-TXT  PIC X(10) VALUE SPACES.
           03 CORTE-CLAVE    PIC X(16) VALUE SPACES.
           03 MOTIVO-EXCEPCION PIC X(40) VALUE SPACES.
           03 EN-MAESTRO     PIC X(01) VALUE 'N'.
           03 TABLA-LLENA    PIC X(01) VALUE 'N'.

       01  CONTADORES.
           03 ENTRADAS    PIC 9(09) VALUE ZEROS.
           03 EXTRACTOS   PIC 9(09) VALUE ZEROS.
           03 EXCEPCIONES-N PIC 9(09) VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 SALDO-ED    PIC -ZZZZZZZZZZ9.99.
           03 IMPORTE-ED  PIC -ZZZZZZZZZZ9.99.
           03 VIVO-ED     PIC -ZZZZZZZZZZ9.99.
           03 FECHA-ED    PIC X(10) VALUE SPACES.

       01  INFORME-EXTRACTOS.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           MOVE ZEROS TO TABLA-POSICIONES.

           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1200-FIJAR-PERIODO THRU 1200-FIJAR-PERIODO-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           IF CATEGORIA-PEDIDA NOT = SPACES
              PERFORM 1300-CLAVES-CATEGORIA
                      THRU 1300-CLAVES-CATEGORIA-FIN
           END-IF.
           IF EXT-USADAS = ZEROS
              DISPLAY 'NINGUNA CLAVE QUE EXTRACTAR'
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           OPEN OUTPUT EXCEPCIONES.
           MOVE 'ABRIENDO EXCEPCIONES KSDEXTRX' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-EXCP '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 2000-CARGAR-CATALOGO
                   THRU 2000-CARGAR-CATALOGO-FIN.
           MOVE 'S' TO ES-ARCHIVO.
           PERFORM 2100-RECORRER-FICHERO
                   THRU 2100-RECORRER-FICHERO-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > GEN-USADAS.
           MOVE 'N' TO ES-ARCHIVO.
           MOVE 'KSDJRNL' TO NOMBRE-JOURNAL.
           PERFORM 2100-RECORRER-FICHERO
                   THRU 2100-RECORRER-FICHERO-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'EXTRACTOS DE CUENTA' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-EXTRACTOS.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 3000-EMITIR-EXTRACTO THRU 3000-EMITIR-EXTRACTO-FIN
                   VARYING IDX-EXT FROM 1 BY 1
                   UNTIL IDX-EXT > EXT-USADAS.

           IF HISTORIA-COMPLETA = 'N'
              MOVE 'HISTORIA DE JOURNAL INCOMPLETA' TO MOTIVO-EXCEPCION
              MOVE 'GENERAL' TO CORTE-CLAVE
              PERFORM 3900-ANOTAR-EXCEPCION
           END-IF.
           IF TABLA-LLENA = 'S'
              MOVE 'TABLA DE MOVIMIENTOS LLENA' TO MOTIVO-EXCEPCION
              MOVE 'GENERAL' TO CORTE-CLAVE
              PERFORM 3900-ANOTAR-EXCEPCION
           END-IF.

           CLOSE MAESTRO.
           CLOSE EXCEPCIONES.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-EXTRACTOS.

           DISPLAY 'PERIODO ' PERIODO ' EXTRACTOS ' EXTRACTOS
                   ' ENTRADAS DE JOURNAL ' ENTRADAS
                   ' MOVIMIENTOS ' MOV-USADOS
                   ' EXCEPCIONES ' EXCEPCIONES-N.

           IF EXCEPCIONES-N > ZEROS
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
              WHEN 'PERIODO     '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO PERIODO
              WHEN 'CATEGORIA   '
                   MOVE PRM-VALOR(1:4) TO CATEGORIA-PEDIDA
              WHEN 'CLAVE       '
                   ADD 1 TO CLAVES-PEDIDAS
                   PERFORM 1120-PEDIR-CLAVE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1120-PEDIR-CLAVE.
           IF PRM-VALOR(1:5) NOT NUMERIC
              DISPLAY 'CLAVE NO NUMERICA EN KSDEXTRP ' PRM-VALOR
           ELSE
              MOVE PRM-VALOR(1:5) TO MST-CLAVE OF REG-MAESTRO
              PERFORM 1400-ANOTAR-CLAVE
           END-IF.

      * EL PERIODO VA DEL DIA 1 AL FIN-MES DE SDPDATE0
       1200-FIJAR-PERIODO.
           IF CLAVES-PEDIDAS > ZEROS AND CATEGORIA-PEDIDA NOT = SPACES
              DISPLAY 'CLAVE Y CATEGORIA SON EXCLUYENTES EN KSDEXTRP'
              MOVE 16 TO RC
              GO TO 1200-FIJAR-PERIODO-FIN
           END-IF.
           IF PERIODO = ZEROS
              MOVE 'ACTUAL  ' TO DTE-FUNCION
              CALL 'SDPDATE0' USING FECHA-SERVICIO
              MOVE DTE-FECHA-S(1:6) TO PERIODO
           END-IF.
           COMPUTE FECHA-DESDE = PERIODO * 100 + 1.
           MOVE 'FIN-MES ' TO DTE-FUNCION.
           MOVE FECHA-DESDE TO DTE-FECHA-E.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           IF DTE-RC NOT = ZEROS
              DISPLAY 'PERIODO INVALIDO ' PERIODO
              MOVE 16 TO RC
              GO TO 1200-FIJAR-PERIODO-FIN
           END-IF.
           MOVE DTE-FECHA-S TO FECHA-HASTA.

       1200-FIJAR-PERIODO-FIN.
           EXIT.

      * CLAVES VIVAS DE LA CATEGORIA POR LA CLAVE ALTERNATIVA
       1300-CLAVES-CATEGORIA.
           MOVE CATEGORIA-PEDIDA TO MST-CATEGORIA OF REG-MAESTRO.
           START MAESTRO KEY = MST-CATEGORIA OF REG-MAESTRO
                 INVALID KEY
                      DISPLAY 'SIN CLAVES DE LA CATEGORIA '
                              CATEGORIA-PEDIDA
                      GO TO 1300-CLAVES-CATEGORIA-FIN
           END-START.
           MOVE 'N' TO FIN-MAESTRO.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.
           PERFORM 1310-CLAVE-DE-CATEGORIA
                   UNTIL FIN-MAESTRO = 'S'
                      OR MST-CATEGORIA OF REG-MAESTRO
                         NOT = CATEGORIA-PEDIDA.

       1300-CLAVES-CATEGORIA-FIN.
           EXIT.

       1310-CLAVE-DE-CATEGORIA.
           IF MST-ESTADO OF REG-MAESTRO NOT = 'C'
              PERFORM 1400-ANOTAR-CLAVE
           END-IF.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

      * LA CLAVE VA EN MST-CLAVE DE REG-MAESTRO; UNA CLAVE REPETIDA
      * EN EL DECK SOLO SE EXTRACTA UNA VEZ
       1400-ANOTAR-CLAVE.
           IF POS-EXTRACTO(MST-CLAVE OF REG-MAESTRO + 1) > ZEROS
              GO TO 1400-ANOTAR-CLAVE-FIN
           END-IF.
           IF EXT-USADAS NOT < 5000
              DISPLAY 'TABLA DE EXTRACTOS LLENA, SE IGNORA '
                      MST-CLAVE OF REG-MAESTRO
              GO TO 1400-ANOTAR-CLAVE-FIN
           END-IF.
           ADD 1 TO EXT-USADAS.
           MOVE EXT-USADAS
             TO POS-EXTRACTO(MST-CLAVE OF REG-MAESTRO + 1).
           MOVE MST-CLAVE OF REG-MAESTRO TO EXT-CLAVE(EXT-USADAS).
           MOVE 'N' TO EXT-VISTA(EXT-USADAS).
           MOVE ZEROS TO EXT-FASE(EXT-USADAS) EXT-CORRIDO(EXT-USADAS)
                         EXT-INICIAL(EXT-USADAS) EXT-FINAL(EXT-USADAS)
                         EXT-MOVS(EXT-USADAS).

       1400-ANOTAR-CLAVE-FIN.
           EXIT.

      * GENERACIONES ARCHIVADAS POR KSDMJSWT; SIN CATALOGO LA
      * HISTORIA SE REDUCE AL KSDJRNL EN CURSO
       2000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO.
           IF FS-CATLG NOT = '00'
              CLOSE CATALOGO
              GO TO 2000-CARGAR-CATALOGO-FIN
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.
           PERFORM 2050-ANOTAR-GENERACION UNTIL FIN-CATLG = 'S'.
           CLOSE CATALOGO.

       2000-CARGAR-CATALOGO-FIN.
           EXIT.

       2050-ANOTAR-GENERACION.
           IF GEN-USADAS < 500
              ADD 1 TO GEN-USADAS
              MOVE CAT-FICHERO TO GEN-FICHERO(GEN-USADAS)
              MOVE CAT-ESTADO  TO GEN-ESTADO(GEN-USADAS)
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.

       2100-RECORRER-FICHERO.
           IF ES-ARCHIVO = 'S'
              IF GEN-ESTADO(IDX) NOT = 'A'
                 GO TO 2100-RECORRER-FICHERO-FIN
              END-IF
              MOVE GEN-FICHERO(IDX) TO NOMBRE-JOURNAL
           END-IF.

           OPEN INPUT JOURNAL.
           IF ES-ARCHIVO = 'S' AND FS-JRNL = '35'
              MOVE 'N' TO HISTORIA-COMPLETA
              DISPLAY 'GENERACION DESAPARECIDA ' NOMBRE-JOURNAL
              GO TO 2100-RECORRER-FICHERO-FIN
           END-IF.
           IF ES-ARCHIVO = 'N' AND FS-JRNL = '35'
              DISPLAY 'SIN JOURNAL EN CURSO KSDJRNL'
              GO TO 2100-RECORRER-FICHERO-FIN
           END-IF.
           MOVE 'ABRIENDO JOURNAL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2100-RECORRER-FICHERO-FIN.

           MOVE 'N' TO FIN-JRNL.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.
           PERFORM 2200-TRATAR-ENTRADA THRU 2200-TRATAR-ENTRADA-FIN
                   UNTIL FIN-JRNL = 'S'.

           CLOSE JOURNAL.

       2100-RECORRER-FICHERO-FIN.
           EXIT.

      * SOLO CUENTAN LAS CONFIRMACIONES; LA FASE EN BLANCO DE
      * JOURNALS ANTIGUOS CUENTA COMO CONFIRMADA
       2200-TRATAR-ENTRADA.
           IF JRN-FASE = 'I' OR JRN-TMS(1:8) NOT NUMERIC
              OR JRN-CLAVE NOT NUMERIC
              GO TO 2200-LEER-SIGUIENTE
           END-IF.
           MOVE POS-EXTRACTO(JRN-CLAVE + 1) TO IDX-EXT.
           IF IDX-EXT = ZEROS
              GO TO 2200-LEER-SIGUIENTE
           END-IF.
           ADD 1 TO ENTRADAS.
           MOVE JRN-TMS(1:8) TO FECHA-JOURNAL.
           PERFORM 2300-SALDOS-ENTRADA.

      * LA PRIMERA ENTRADA DE LA CLAVE FIJA EL SALDO DE PARTIDA CON
      * SU IMAGEN ANTES (EN BLANCO EN UN ALTA: SALDO CERO)
           IF EXT-VISTA(IDX-EXT) = 'N'
              MOVE 'S' TO EXT-VISTA(IDX-EXT)
              MOVE SALDO-ANTES TO EXT-CORRIDO(IDX-EXT)
           END-IF.
           IF FECHA-JOURNAL NOT < FECHA-DESDE
              AND EXT-FASE(IDX-EXT) = 0
              MOVE EXT-CORRIDO(IDX-EXT) TO EXT-INICIAL(IDX-EXT)
              MOVE 1 TO EXT-FASE(IDX-EXT)
           END-IF.
           IF FECHA-JOURNAL > FECHA-HASTA
              AND EXT-FASE(IDX-EXT) = 1
              MOVE EXT-CORRIDO(IDX-EXT) TO EXT-FINAL(IDX-EXT)
              MOVE 2 TO EXT-FASE(IDX-EXT)
           END-IF.
           IF EXT-FASE(IDX-EXT) = 1
              PERFORM 2400-ANOTAR-MOVIMIENTO
           END-IF.
           MOVE SALDO-DESPUES TO EXT-CORRIDO(IDX-EXT).

       2200-LEER-SIGUIENTE.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.

       2200-TRATAR-ENTRADA-FIN.
           EXIT.

      * UNA IMAGEN EN BLANCO (ANTES DE UN ALTA, DESPUES DE UNA BAJA
      * FISICA) ES SALDO CERO
       2300-SALDOS-ENTRADA.
           MOVE JRN-ANTES   TO MST-DATOS OF IMAGEN-ANTES.
           MOVE JRN-DESPUES TO MST-DATOS OF IMAGEN-DESPUES.
           MOVE ZEROS TO SALDO-ANTES SALDO-DESPUES.
           IF JRN-ANTES NOT = SPACES
              AND MST-SALDO OF IMAGEN-ANTES NUMERIC
              MOVE MST-SALDO OF IMAGEN-ANTES TO SALDO-ANTES
           END-IF.
           IF JRN-DESPUES NOT = SPACES
              AND MST-SALDO OF IMAGEN-DESPUES NUMERIC
              MOVE MST-SALDO OF IMAGEN-DESPUES TO SALDO-DESPUES
           END-IF.

       2400-ANOTAR-MOVIMIENTO.
           IF MOV-USADOS NOT < 20000
              MOVE 'S' TO TABLA-LLENA
           ELSE
              PERFORM 2500-DESCRIBIR-CAMBIOS
              ADD 1 TO MOV-USADOS
              ADD 1 TO EXT-MOVS(IDX-EXT)
              MOVE IDX-EXT       TO MOV-EXTRACTO(MOV-USADOS)
              MOVE FECHA-JOURNAL TO MOV-FECHA(MOV-USADOS)
              MOVE JRN-OP        TO MOV-OP(MOV-USADOS)
              COMPUTE MOV-IMPORTE(MOV-USADOS) =
                      SALDO-DESPUES - EXT-CORRIDO(IDX-EXT)
              MOVE SALDO-DESPUES TO MOV-SALDO(MOV-USADOS)
              MOVE CAMBIOS       TO MOV-CAMBIOS(MOV-USADOS)
           END-IF.

      * CAMPOS DE KSDWMAST DISTINTOS DEL SALDO QUE CAMBIAN
       2500-DESCRIBIR-CAMBIOS.
           MOVE SPACES TO CAMBIOS.
           MOVE 1 TO PUNTERO.
           EVALUATE TRUE
              WHEN JRN-ANTES = SPACES
                   MOVE 'ALTA' TO CAMBIOS
              WHEN JRN-DESPUES = SPACES
                   MOVE 'BAJA FISICA' TO CAMBIOS
              WHEN OTHER
                   IF MST-NOMBRE OF IMAGEN-ANTES
                      NOT = MST-NOMBRE OF IMAGEN-DESPUES
                      STRING 'NOMBRE ' DELIMITED BY SIZE
                             INTO CAMBIOS WITH POINTER PUNTERO
                   END-IF
                   IF MST-CATEGORIA OF IMAGEN-ANTES
                      NOT = MST-CATEGORIA OF IMAGEN-DESPUES
                      STRING 'CATEGORIA ' MST-CATEGORIA OF IMAGEN-ANTES
                             '>' MST-CATEGORIA OF IMAGEN-DESPUES ' '
                             DELIMITED BY SIZE
                             INTO CAMBIOS WITH POINTER PUNTERO
                   END-IF
                   IF MST-FECHA-ALTA OF IMAGEN-ANTES
                      NOT = MST-FECHA-ALTA OF IMAGEN-DESPUES
                      STRING 'FECHA-ALTA ' DELIMITED BY SIZE
                             INTO CAMBIOS WITH POINTER PUNTERO
                   END-IF
                   IF MST-ESTADO OF IMAGEN-ANTES
                      NOT = MST-ESTADO OF IMAGEN-DESPUES
                      STRING 'ESTADO ' MST-ESTADO OF IMAGEN-ANTES
                             '>' MST-ESTADO OF IMAGEN-DESPUES
                             DELIMITED BY SIZE
                             INTO CAMBIOS WITH POINTER PUNTERO
                   END-IF
           END-EVALUATE.

       3000-EMITIR-EXTRACTO.
           ADD 1 TO EXTRACTOS.
           MOVE SPACES TO CORTE-CLAVE.
           STRING 'CLAVE ' EXT-CLAVE(IDX-EXT) DELIMITED BY SIZE
                  INTO CORTE-CLAVE.

           MOVE EXT-CLAVE(IDX-EXT) TO MST-CLAVE OF REG-MAESTRO.
           MOVE 'S' TO EN-MAESTRO.
           READ MAESTRO
                INVALID KEY MOVE 'N' TO EN-MAESTRO
           END-READ.
           MOVE ZEROS TO SALDO-VIVO.
           IF EN-MAESTRO = 'S'
              MOVE MST-SALDO OF REG-MAESTRO TO SALDO-VIVO
           END-IF.

           IF EN-MAESTRO = 'N' AND EXT-VISTA(IDX-EXT) = 'N'
              MOVE 'CLAVE DESCONOCIDA EN SALIDA Y JOURNAL'
                TO MOTIVO-EXCEPCION
              PERFORM 3900-ANOTAR-EXCEPCION
              GO TO 3000-EMITIR-EXTRACTO-FIN
           END-IF.

      * SIN NADA EN EL JOURNAL EL SALDO ES EL VIVO, SIN MOVIMIENTOS;
      * SIN NADA DESDE EL PERIODO LOS SALDOS SON EL ULTIMO CONOCIDO
           IF EXT-VISTA(IDX-EXT) = 'N'
              MOVE SALDO-VIVO TO EXT-CORRIDO(IDX-EXT)
           END-IF.
           IF EXT-FASE(IDX-EXT) = 0
              MOVE EXT-CORRIDO(IDX-EXT) TO EXT-INICIAL(IDX-EXT)
              MOVE 1 TO EXT-FASE(IDX-EXT)
           END-IF.
           IF EXT-FASE(IDX-EXT) = 1
              MOVE EXT-CORRIDO(IDX-EXT) TO EXT-FINAL(IDX-EXT)
           END-IF.

           MOVE SPACES TO LINEA.
           IF EN-MAESTRO = 'S'
              STRING 'EXTRACTO CLAVE ' EXT-CLAVE(IDX-EXT)
                     ' ' MST-NOMBRE OF REG-MAESTRO
                     ' CATEGORIA ' MST-CATEGORIA OF REG-MAESTRO
                     ' ESTADO ' MST-ESTADO OF REG-MAESTRO
                     ' PERIODO ' FECHA-DESDE ' A ' FECHA-HASTA
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              STRING 'EXTRACTO CLAVE ' EXT-CLAVE(IDX-EXT)
                     ' (YA NO ESTA EN SALIDA)'
                     ' PERIODO ' FECHA-DESDE ' A ' FECHA-HASTA
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           PERFORM 3800-EMITIR-LINEA.

           MOVE EXT-INICIAL(IDX-EXT) TO SALDO-ED.
           MOVE SPACES TO LINEA.
           STRING '  SALDO INICIAL ' SALDO-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3800-EMITIR-LINEA.

           IF EXT-MOVS(IDX-EXT) > ZEROS
              PERFORM 3100-EMITIR-MOVIMIENTO
                      VARYING IDX-MOV FROM 1 BY 1
                      UNTIL IDX-MOV > MOV-USADOS
           ELSE
              MOVE '  SIN MOVIMIENTOS EN EL PERIODO' TO LINEA
              PERFORM 3800-EMITIR-LINEA
           END-IF.

           MOVE EXT-FINAL(IDX-EXT) TO SALDO-ED.
           MOVE SPACES TO LINEA.
           STRING '  SALDO FINAL   ' SALDO-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3800-EMITIR-LINEA.

      * EL SALDO QUE DEJA EL JOURNAL TIENE QUE SER EL VIVO
           IF EXT-CORRIDO(IDX-EXT) NOT = SALDO-VIVO
              MOVE EXT-CORRIDO(IDX-EXT) TO SALDO-ED
              MOVE SALDO-VIVO TO VIVO-ED
              MOVE SPACES TO MOTIVO-EXCEPCION
              STRING 'JOURNAL ' SALDO-ED ' VIVO ' VIVO-ED
                     DELIMITED BY SIZE INTO MOTIVO-EXCEPCION
              PERFORM 3900-ANOTAR-EXCEPCION
           END-IF.

       3000-EMITIR-EXTRACTO-FIN.
           EXIT.

       3100-EMITIR-MOVIMIENTO.
           IF MOV-EXTRACTO(IDX-MOV) = IDX-EXT
              EVALUATE MOV-OP(IDX-MOV)
                 WHEN 'A' MOVE 'ALTA'       TO OPERACION-TXT
                 WHEN 'U' MOVE 'CAMBIO'     TO OPERACION-TXT
                 WHEN 'P' MOVE 'PARCIAL'    TO OPERACION-TXT
                 WHEN 'D' MOVE 'BAJA'       TO OPERACION-TXT
                 WHEN 'M' MOVE 'MOVIMIENTO' TO OPERACION-TXT
                 WHEN OTHER MOVE MOV-OP(IDX-MOV) TO OPERACION-TXT
              END-EVALUATE
              STRING MOV-FECHA(IDX-MOV)(7:2) '/'
                     MOV-FECHA(IDX-MOV)(5:2) '/'
                     MOV-FECHA(IDX-MOV)(1:4)
                     DELIMITED BY SIZE INTO FECHA-ED
              MOVE MOV-IMPORTE(IDX-MOV) TO IMPORTE-ED
              MOVE MOV-SALDO(IDX-MOV)   TO SALDO-ED
              MOVE SPACES TO LINEA
              STRING '  ' FECHA-ED ' ' OPERACION-TXT
                     ' IMPORTE ' IMPORTE-ED
                     ' SALDO ' SALDO-ED
                     ' ' MOV-CAMBIOS(IDX-MOV)
                     DELIMITED BY SIZE INTO LINEA
              MOVE 1 TO RPT-IMPORTE
              PERFORM 3810-EMITIR-CONTADA
           END-IF.

       3800-EMITIR-LINEA.
           MOVE ZEROS TO RPT-IMPORTE.
           PERFORM 3810-EMITIR-CONTADA.

       3810-EMITIR-CONTADA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE CORTE-CLAVE TO RPT-CORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-EXTRACTOS.

      * LA EXCEPCION VA A KSDEXTRX Y AL INFORME BAJO LA CLAVE
       3900-ANOTAR-EXCEPCION.
           ADD 1 TO EXCEPCIONES-N.
           MOVE SPACES TO LINEA.
           STRING 'EXCEPCION ' CORTE-CLAVE ' ' MOTIVO-EXCEPCION
                  DELIMITED BY SIZE INTO LINEA.
           WRITE REC-EXCEPCION FROM LINEA.
           PERFORM 3800-EMITIR-LINEA.
