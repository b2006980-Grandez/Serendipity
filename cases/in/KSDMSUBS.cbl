      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Subconjunto de datos de prueba de la cadena del
      *          maestro con integridad referencial
      ******************************************************************
      * SDP DESCRIPTION
      *  Recorta para el entorno de pruebas toda la cadena del
      *> maestro a un conjunto de claves, en lugar de llevar el
      *> maestro entero. Las claves salen del deck KSDSUBP:
      *>    CLAVE       nnnnn     una tarjeta por clave
      *>    PORCENTAJE  cccc ppp  muestra del ppp por ciento de la
      *>                          categoria cccc; con * en la
      *>                          categoria vale para las demas
      *> La muestra es sistematica por categoria en orden de clave
      *> (el primer registro de cada categoria entra siempre), asi
      *> que dos pasadas sobre el mismo maestro dan el mismo
      *> subconjunto. Claves y porcentajes se suman. Sin ninguna
      *> tarjeta valida termina con RC 16.
      *  Con las claves elegidas deja:
      *>    KSDSUBX  extracto de SALIDA con el trazado de KSDEXTR,
      *>             en orden de clave, para cargarlo con KSDMLOAD
      *>    KSDSUBB  la copia KSDBKUP de esas claves
      *>    KSDSUBC  su control con el convenio de KSDBKUPC (registros
      *>             y hash recalculados, la misma marca de tiempo)
      *>    KSDSUBJ  las entradas de journal de esas claves de las
      *>             generaciones activas de KSDJRNGC y del KSDJRNL en
      *>             curso, en su orden, en un solo fichero que hace
      *>             de KSDJRNL de pruebas sin catalogo; la cadena de
      *>             huellas se vuelve a sellar con KSDMHUEL desde
      *>             cero para que la verificacion de KSDMRECO pase
      *>    KSDSUBT  las transacciones pendientes de KSDTRAN de esas
      *>             claves
      *> Como la conciliacion de KSDMRECO es clave a clave, un
      *> maestro que concilia da un subconjunto que concilia.
      *  La copia tiene que cuadrar con KSDBKUPC antes de recortarla
      *> (RC 16 si no). Una generacion activa desaparecida deja el
      *> journal de pruebas corto: se avisa y termina con RC 4; una
      *> que existe pero no se puede abrir termina con RC 16. El
      *> enmascarado para pruebas se aplica despues con KSDMMASK
      *> como hasta ahora.
      * SDP END
      *
      * SDP DESC Subconjunto referencial de datos de prueba
      * SDP IVP 0 Files.Consumes = KSDSUBP,SALIDA,KSDBKUP,KSDBKUPC,
      * KSDJRNGC,KSDJRNL,KSDTRAN
      * SDP IVP 0 Files.Produces = KSDSUBX,KSDSUBB,KSDSUBC,KSDSUBJ,
      * KSDSUBT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMSUBS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDSUBP'
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

           SELECT COPIA ASSIGN TO FIS-KSDBKUP
                  FILE STATUS IS FS-COPIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CONTROL-COPIA ASSIGN TO FIS-KSDBKUPC
                  FILE STATUS IS FS-CONTROL
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

           SELECT OPTIONAL TRANSACCIONES ASSIGN TO FIS-KSDTRAN
                  FILE STATUS IS FS-TRAN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SUB-EXTRACTO ASSIGN TO 'KSDSUBX'
                  FILE STATUS IS FS-SUBX
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SUB-COPIA ASSIGN TO 'KSDSUBB'
                  FILE STATUS IS FS-SUBB
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SUB-CONTROL ASSIGN TO 'KSDSUBC'
                  FILE STATUS IS FS-SUBC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SUB-JOURNAL ASSIGN TO 'KSDSUBJ'
                  FILE STATUS IS FS-SUBJ
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SUB-TRANSACCIONES ASSIGN TO 'KSDSUBT'
                  FILE STATUS IS FS-SUBT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).
      * VISTA DE LA TARJETA PORCENTAJE
           03 PRM-MUESTRA REDEFINES PRM-VALOR.
              05 PRM-CATEGORIA  PIC X(04).
              05 FILLER         PIC X(01).
              05 PRM-PORCENTAJE PIC X(03).
              05 FILLER         PIC X(12).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  COPIA.
       01  REC-COPIA.
           03 CPY-CLAVE PIC 9(05).
           03 CPY-DATOS PIC X(75).

       FD  CONTROL-COPIA.
       01  REC-CONTROL.
           03 BCT-REGISTROS PIC 9(09).
           03 BCT-SEP1      PIC X(01).
           03 BCT-HASH      PIC 9(12).
           03 BCT-SEP2      PIC X(01).
           03 BCT-TMS       PIC X(16).

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

       FD  TRANSACCIONES.
       01  REC-TRAN.
           03 TRN-OP    PIC X(01).
           03 TRN-CLAVE PIC X(05).
           03 TRN-CLAVE-N REDEFINES TRN-CLAVE PIC 9(05).
           03 TRN-DATOS PIC X(74).

       FD  SUB-EXTRACTO.
       01  REC-SUBX.
           03 EXT-CLAVE PIC 9(05).
           03 EXT-DATOS PIC X(75).

       FD  SUB-COPIA.
       01  REC-SUBB PIC X(80).

       FD  SUB-CONTROL.
       01  REC-SUBC PIC X(39).

       FD  SUB-JOURNAL.
       01  REC-SUBJ PIC X(219).

       FD  SUB-TRANSACCIONES.
       01  REC-SUBT PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-MAESTRO  PIC XX VALUE SPACES.
       77 FS-COPIA    PIC XX VALUE SPACES.
       77 FS-CONTROL  PIC XX VALUE SPACES.
       77 FS-CATLG    PIC XX VALUE SPACES.
       77 FS-JRNL     PIC XX VALUE SPACES.
       77 FS-TRAN     PIC XX VALUE SPACES.
       77 FS-SUBX     PIC XX VALUE SPACES.
       77 FS-SUBB     PIC XX VALUE SPACES.
       77 FS-SUBC     PIC XX VALUE SPACES.
       77 FS-SUBJ     PIC XX VALUE SPACES.
       77 FS-SUBT     PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 FIN-COPIA   PIC X(01) VALUE 'N'.
       77 FIN-CATLG   PIC X(01) VALUE 'N'.
       77 FIN-JRNL    PIC X(01) VALUE 'N'.
       77 FIN-TRAN    PIC X(01) VALUE 'N'.
       77 ES-ARCHIVO  PIC X(01) VALUE 'N'.
       77 HISTORIA-COMPLETA PIC X(01) VALUE 'S'.
       77 DECK-VALIDO PIC X(01) VALUE 'S'.
       77 ELEGIDA     PIC X(01) VALUE 'N'.
      * UNA GENERACION DEL JOURNAL QUE NO SE PUDO ABRIR; NO LO BORRA EL
      * RC DE LAS GENERACIONES SIGUIENTES
       77 FALLO-JOURNAL PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA   PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDBKUP  PIC X(64) VALUE 'KSDBKUP'.
           03 FIS-KSDBKUPC PIC X(64) VALUE 'KSDBKUPC'.
           03 FIS-KSDTRAN  PIC X(64) VALUE 'KSDTRAN'.

       01  NOMBRE-JOURNAL PIC X(08) VALUE 'KSDJRNL'.

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
              05 GEN-FICHERO   PIC X(08).
              05 GEN-ESTADO    PIC X(01).

      * CLAVES ELEGIDAS (POSICION CLAVE + 1)
       01  TABLA-SELECCION.
           03 SEL-MARCA PIC X(01) OCCURS 100000 TIMES.

      * MUESTRA POR CATEGORIA: EL ACUMULADO SUMA EL PORCENTAJE CON
      * CADA REGISTRO Y ELIGE EL REGISTRO CADA VEZ QUE LLEGA A 100
       01  TABLA-MUESTRA.
           03 MUESTRAS-USADAS PIC 9(04) VALUE ZEROS.
           03 PORCENTAJE-RESTO PIC 9(03) VALUE ZEROS.
           03 HAY-RESTO        PIC X(01) VALUE 'N'.
           03 TMU-ENTRADA OCCURS 500 TIMES.
              05 TMU-CATEGORIA  PIC X(04).
              05 TMU-PORCENTAJE PIC 9(03).
              05 TMU-ACUMULADO  PIC 9(05).
              05 TMU-ELEGIDOS   PIC 9(09).

       01  INDICES.
           03 IDX     PIC 9(04) VALUE ZEROS.
           03 IDX-MUE PIC 9(04) VALUE ZEROS.
           03 CLAVE-JOURNAL PIC 9(09) VALUE ZEROS.
           03 CLAVE-PARM    PIC 9(09) VALUE ZEROS.
           03 PORCENTAJE-LEIDO PIC 9(03) VALUE ZEROS.

      * HUELLA ENCADENADA DEL JOURNAL (MODULO KSDMHUEL)
       01  BLOQUE-HUELLA.
       COPY KSDWHUEL.

       01  CONTROL-SUBCONJUNTO.
           03 SCT-REGISTROS PIC 9(09).
           03 SCT-SEP1      PIC X(01) VALUE SPACE.
           03 SCT-HASH      PIC 9(12).
           03 SCT-SEP2      PIC X(01) VALUE SPACE.
           03 SCT-TMS       PIC X(16).

       01  CONTADORES.
           03 CLAVES-LISTA    PIC 9(09) VALUE ZEROS.
           03 LEIDOS-MAESTRO  PIC 9(09) VALUE ZEROS.
           03 ELEGIDOS        PIC 9(09) VALUE ZEROS.
           03 LEIDOS-COPIA    PIC 9(09) VALUE ZEROS.
           03 HASH-COPIA      PIC 9(12) VALUE ZEROS.
           03 COPIADOS        PIC 9(09) VALUE ZEROS.
           03 HASH-SUBCONJUNTO PIC 9(12) VALUE ZEROS.
           03 ENTRADAS-JOURNAL PIC 9(09) VALUE ZEROS.
           03 ENTRADAS-COPIADAS PIC 9(09) VALUE ZEROS.
           03 TRANSACCIONES-LEIDAS PIC 9(09) VALUE ZEROS.
           03 TRANSACCIONES-COPIADAS PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'KSDBKUP ' FIS-KSDBKUP.
           CALL 'SDPDDMP0' USING 'KSDBKUPC' FIS-KSDBKUPC.
           CALL 'SDPDDMP0' USING 'KSDTRAN ' FIS-KSDTRAN.
           MOVE ALL 'N' TO TABLA-SELECCION.

           PERFORM 1100-LEER-PARAMETROS.
           IF DECK-VALIDO = 'N'
              OR (CLAVES-LISTA = ZEROS AND MUESTRAS-USADAS = ZEROS
                  AND HAY-RESTO = 'N')
              DISPLAY 'DECK KSDSUBP SIN CLAVES NI PORCENTAJES VALIDOS'
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 1200-CUADRAR-COPIA THRU 1200-CUADRAR-COPIA-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 2000-RECORTAR-MAESTRO THRU 2000-RECORTAR-MAESTRO-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 3000-RECORTAR-COPIA THRU 3000-RECORTAR-COPIA-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 4000-RECORTAR-JOURNAL THRU 4000-RECORTAR-JOURNAL-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 5000-RECORTAR-TRANSACCIONES
                   THRU 5000-RECORTAR-TRANSACCIONES-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           DISPLAY 'MAESTRO ' LEIDOS-MAESTRO ' ELEGIDOS ' ELEGIDOS
                   ' CLAVES DE LISTA ' CLAVES-LISTA.
           PERFORM 1900-MOSTRAR-MUESTRA
                   VARYING IDX-MUE FROM 1 BY 1
                   UNTIL IDX-MUE > MUESTRAS-USADAS.
           DISPLAY 'COPIA ' LEIDOS-COPIA ' RECORTADA ' COPIADOS
                   ' HASH ' HASH-SUBCONJUNTO.
           DISPLAY 'JOURNAL ' ENTRADAS-JOURNAL ' RECORTADO '
                   ENTRADAS-COPIADAS.
           DISPLAY 'TRANSACCIONES ' TRANSACCIONES-LEIDAS
                   ' RECORTADAS ' TRANSACCIONES-COPIADAS.

           IF HISTORIA-COMPLETA = 'N'
              DISPLAY 'HISTORIA DE JOURNAL INCOMPLETA EN KSDSUBJ'
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

       1110-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'CLAVE       '
                   MOVE 100000 TO CLAVE-PARM
                   IF FUNCTION TEST-NUMVAL(PRM-VALOR) = 0
                      AND FUNCTION NUMVAL(PRM-VALOR) < 100000
                      AND FUNCTION NUMVAL(PRM-VALOR) NOT < 0
                      MOVE FUNCTION NUMVAL(PRM-VALOR) TO CLAVE-PARM
                   END-IF
                   IF CLAVE-PARM < 100000
                      MOVE 'S' TO SEL-MARCA(CLAVE-PARM + 1)
                      ADD 1 TO CLAVES-LISTA
                   ELSE
                      DISPLAY 'CLAVE NO VALIDA EN KSDSUBP: ' PRM-VALOR
                      MOVE 'N' TO DECK-VALIDO
                   END-IF
              WHEN 'PORCENTAJE  '
                   PERFORM 1120-ANOTAR-PORCENTAJE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1120-ANOTAR-PORCENTAJE.
           MOVE 999 TO PORCENTAJE-LEIDO.
           IF FUNCTION TEST-NUMVAL(PRM-PORCENTAJE) = 0
              MOVE FUNCTION NUMVAL(PRM-PORCENTAJE) TO PORCENTAJE-LEIDO
           END-IF.
           IF PORCENTAJE-LEIDO > 100
              DISPLAY 'PORCENTAJE NO VALIDO EN KSDSUBP: ' PRM-VALOR
              MOVE 'N' TO DECK-VALIDO
           ELSE
              IF PRM-CATEGORIA = '*   '
                 MOVE 'S' TO HAY-RESTO
                 MOVE PORCENTAJE-LEIDO TO PORCENTAJE-RESTO
              ELSE
                 IF MUESTRAS-USADAS < 500
                    ADD 1 TO MUESTRAS-USADAS
                    MOVE PRM-CATEGORIA TO
                         TMU-CATEGORIA(MUESTRAS-USADAS)
                    MOVE PORCENTAJE-LEIDO TO
                         TMU-PORCENTAJE(MUESTRAS-USADAS)
                    PERFORM 1130-PREPARAR-ACUMULADO
                 END-IF
              END-IF
           END-IF.

      * EL ACUMULADO EMPIEZA DE MODO QUE EL PRIMER REGISTRO DE LA
      * CATEGORIA ENTRE SIEMPRE QUE EL PORCENTAJE NO SEA CERO
       1130-PREPARAR-ACUMULADO.
           MOVE ZEROS TO TMU-ELEGIDOS(MUESTRAS-USADAS).
           IF TMU-PORCENTAJE(MUESTRAS-USADAS) = ZEROS
              MOVE ZEROS TO TMU-ACUMULADO(MUESTRAS-USADAS)
           ELSE
              COMPUTE TMU-ACUMULADO(MUESTRAS-USADAS) =
                      100 - TMU-PORCENTAJE(MUESTRAS-USADAS)
           END-IF.

       1900-MOSTRAR-MUESTRA.
           DISPLAY '   CATEGORIA ' TMU-CATEGORIA(IDX-MUE)
                   ' PORCENTAJE ' TMU-PORCENTAJE(IDX-MUE)
                   ' ELEGIDOS ' TMU-ELEGIDOS(IDX-MUE).

      * LA COPIA TIENE QUE SER LA QUE DESCRIBE SU CONTROL ANTES DE
      * RECORTARLA; LA MARCA DE TIEMPO PASA AL CONTROL RECORTADO
       1200-CUADRAR-COPIA.
           OPEN INPUT CONTROL-COPIA.
           IF FS-CONTROL NOT = '00'
              DISPLAY 'SIN CONTROL KSDBKUPC DE LA COPIA'
              MOVE 16 TO RC
              GO TO 1200-CUADRAR-COPIA-FIN
           END-IF.
           READ CONTROL-COPIA
                AT END MOVE ZEROS TO BCT-REGISTROS BCT-HASH
                       MOVE SPACES TO BCT-TMS
           END-READ.
           CLOSE CONTROL-COPIA.
           MOVE BCT-TMS TO SCT-TMS.

           OPEN INPUT COPIA.
           MOVE 'ABRIENDO COPIA KSDBKUP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-COPIA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 1200-CUADRAR-COPIA-FIN.
           MOVE 'N' TO FIN-COPIA.
           READ COPIA
                AT END MOVE 'S' TO FIN-COPIA
           END-READ.
           PERFORM 1210-SUMAR-COPIA UNTIL FIN-COPIA = 'S'.
           CLOSE COPIA.

           IF LEIDOS-COPIA NOT = BCT-REGISTROS
              OR HASH-COPIA NOT = BCT-HASH
              DISPLAY 'KSDBKUP NO CUADRA CON KSDBKUPC: REGISTROS '
                      LEIDOS-COPIA '/' BCT-REGISTROS ' HASH '
                      HASH-COPIA '/' BCT-HASH
              MOVE 16 TO RC
           END-IF.
           MOVE ZEROS TO LEIDOS-COPIA.

       1200-CUADRAR-COPIA-FIN.
           EXIT.

       1210-SUMAR-COPIA.
           ADD 1 TO LEIDOS-COPIA.
           IF CPY-CLAVE NUMERIC
              COMPUTE HASH-COPIA =
                      FUNCTION MOD(HASH-COPIA + CPY-CLAVE,
                                   1000000000000)
           END-IF.
           READ COPIA
                AT END MOVE 'S' TO FIN-COPIA
           END-READ.

      * EL MAESTRO VIVO DECIDE LA MUESTRA Y DA EL EXTRACTO DE CARGA
       2000-RECORTAR-MAESTRO.
           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-RECORTAR-MAESTRO-FIN.

           OPEN OUTPUT SUB-EXTRACTO.
           MOVE 'ABRIENDO EXTRACTO KSDSUBX' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-SUBX '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-RECORTAR-MAESTRO-FIN.

           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.
           PERFORM 2100-ELEGIR-REGISTRO UNTIL FIN-MAESTRO = 'S'.

           CLOSE MAESTRO SUB-EXTRACTO.

       2000-RECORTAR-MAESTRO-FIN.
           EXIT.

       2100-ELEGIR-REGISTRO.
           ADD 1 TO LEIDOS-MAESTRO.
           PERFORM 2200-APLICAR-MUESTRA.
           IF SEL-MARCA(MST-CLAVE + 1) = 'S'
              MOVE MST-CLAVE TO EXT-CLAVE
              MOVE MST-DATOS TO EXT-DATOS
              WRITE REC-SUBX
              ADD 1 TO ELEGIDOS
           END-IF.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

       2200-APLICAR-MUESTRA.
           MOVE ZEROS TO IDX-MUE.
           PERFORM 2210-BUSCAR-CATEGORIA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > MUESTRAS-USADAS OR IDX-MUE > ZEROS.
           IF IDX-MUE = ZEROS AND HAY-RESTO = 'S'
              AND MUESTRAS-USADAS < 500
              ADD 1 TO MUESTRAS-USADAS
              MOVE MST-CATEGORIA    TO TMU-CATEGORIA(MUESTRAS-USADAS)
              MOVE PORCENTAJE-RESTO TO TMU-PORCENTAJE(MUESTRAS-USADAS)
              PERFORM 1130-PREPARAR-ACUMULADO
              MOVE MUESTRAS-USADAS TO IDX-MUE
           END-IF.
           IF IDX-MUE > ZEROS
              ADD TMU-PORCENTAJE(IDX-MUE) TO TMU-ACUMULADO(IDX-MUE)
              IF TMU-ACUMULADO(IDX-MUE) NOT < 100
                 SUBTRACT 100 FROM TMU-ACUMULADO(IDX-MUE)
                 IF SEL-MARCA(MST-CLAVE + 1) NOT = 'S'
                    MOVE 'S' TO SEL-MARCA(MST-CLAVE + 1)
                    ADD 1 TO TMU-ELEGIDOS(IDX-MUE)
                 END-IF
              END-IF
           END-IF.

       2210-BUSCAR-CATEGORIA.
           IF TMU-CATEGORIA(IDX) = MST-CATEGORIA
              MOVE IDX TO IDX-MUE
           END-IF.

      * COPIA RECORTADA Y SU CONTROL CON EL CONVENIO DE KSDMBKUP
       3000-RECORTAR-COPIA.
           OPEN INPUT COPIA.
           MOVE 'ABRIENDO COPIA KSDBKUP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-COPIA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-RECORTAR-COPIA-FIN.

           OPEN OUTPUT SUB-COPIA.
           MOVE 'ABRIENDO COPIA RECORTADA KSDSUBB' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-SUBB '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-RECORTAR-COPIA-FIN.

           MOVE 'N' TO FIN-COPIA.
           READ COPIA
                AT END MOVE 'S' TO FIN-COPIA
           END-READ.
           PERFORM 3100-RECORTAR-REGISTRO UNTIL FIN-COPIA = 'S'.
           CLOSE COPIA SUB-COPIA.

           OPEN OUTPUT SUB-CONTROL.
           MOVE 'ABRIENDO CONTROL RECORTADO KSDSUBC' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-SUBC '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-RECORTAR-COPIA-FIN.
           MOVE COPIADOS         TO SCT-REGISTROS.
           MOVE HASH-SUBCONJUNTO TO SCT-HASH.
           WRITE REC-SUBC FROM CONTROL-SUBCONJUNTO.
           CLOSE SUB-CONTROL.

       3000-RECORTAR-COPIA-FIN.
           EXIT.

       3100-RECORTAR-REGISTRO.
           ADD 1 TO LEIDOS-COPIA.
           IF CPY-CLAVE NUMERIC
              IF SEL-MARCA(CPY-CLAVE + 1) = 'S'
                 WRITE REC-SUBB FROM REC-COPIA
                 ADD 1 TO COPIADOS
                 COMPUTE HASH-SUBCONJUNTO =
                         FUNCTION MOD(HASH-SUBCONJUNTO + CPY-CLAVE,
                                      1000000000000)
              END-IF
           END-IF.
           READ COPIA
                AT END MOVE 'S' TO FIN-COPIA
           END-READ.

      * TODA LA CADENA EN SU ORDEN A UN SOLO FICHERO, SELLADO DE
      * NUEVO DESDE CERO: EL JOURNAL DE PRUEBAS NO TIENE CATALOGO
       4000-RECORTAR-JOURNAL.
           OPEN OUTPUT SUB-JOURNAL.
           MOVE 'ABRIENDO JOURNAL RECORTADO KSDSUBJ' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-SUBJ '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 4000-RECORTAR-JOURNAL-FIN.
           MOVE ZEROS TO HUE-ANTERIOR.

           PERFORM 4100-CARGAR-CATALOGO
                   THRU 4100-CARGAR-CATALOGO-FIN.
           MOVE 'S' TO ES-ARCHIVO.
           PERFORM 4200-RECORRER-FICHERO
                   THRU 4200-RECORRER-FICHERO-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > GEN-USADAS.
           MOVE 'N' TO ES-ARCHIVO.
           MOVE 'KSDJRNL' TO NOMBRE-JOURNAL.
           PERFORM 4200-RECORRER-FICHERO
                   THRU 4200-RECORRER-FICHERO-FIN.
           CLOSE SUB-JOURNAL.
           IF FALLO-JOURNAL = 'S'
              MOVE 16 TO RC
           END-IF.

       4000-RECORTAR-JOURNAL-FIN.
           EXIT.

      * GENERACIONES ARCHIVADAS POR KSDMJSWT; SIN CATALOGO LA
      * HISTORIA SE REDUCE AL KSDJRNL EN CURSO
       4100-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO.
           IF FS-CATLG NOT = '00'
              CLOSE CATALOGO
              GO TO 4100-CARGAR-CATALOGO-FIN
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.
           PERFORM 4150-ANOTAR-GENERACION UNTIL FIN-CATLG = 'S'.
           CLOSE CATALOGO.

       4100-CARGAR-CATALOGO-FIN.
           EXIT.

       4150-ANOTAR-GENERACION.
           IF GEN-USADAS < 500
              ADD 1 TO GEN-USADAS
              MOVE CAT-FICHERO TO GEN-FICHERO(GEN-USADAS)
              MOVE CAT-ESTADO  TO GEN-ESTADO(GEN-USADAS)
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.

       4200-RECORRER-FICHERO.
           IF ES-ARCHIVO = 'S'
              IF GEN-ESTADO(IDX) NOT = 'A'
                 GO TO 4200-RECORRER-FICHERO-FIN
              END-IF
              MOVE GEN-FICHERO(IDX) TO NOMBRE-JOURNAL
           END-IF.

           OPEN INPUT JOURNAL.
           IF ES-ARCHIVO = 'S' AND FS-JRNL = '35'
              MOVE 'N' TO HISTORIA-COMPLETA
              DISPLAY 'GENERACION DESAPARECIDA ' NOMBRE-JOURNAL
              GO TO 4200-RECORRER-FICHERO-FIN
           END-IF.
           IF ES-ARCHIVO = 'N' AND FS-JRNL = '35'
              DISPLAY 'SIN JOURNAL EN CURSO KSDJRNL'
              GO TO 4200-RECORRER-FICHERO-FIN
           END-IF.
           MOVE 'ABRIENDO JOURNAL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 'S' TO FALLO-JOURNAL
              GO TO 4200-RECORRER-FICHERO-FIN
           END-IF.

           MOVE 'N' TO FIN-JRNL.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.
           PERFORM 4300-RECORTAR-ENTRADA UNTIL FIN-JRNL = 'S'.
           CLOSE JOURNAL.

       4200-RECORRER-FICHERO-FIN.
           EXIT.

      * LA CLAVE AMPLIADA MANDA CUANDO ES NUMERICA, COMO EN KSDMRECO
       4300-RECORTAR-ENTRADA.
           ADD 1 TO ENTRADAS-JOURNAL.
           MOVE 'N' TO ELEGIDA.
           IF JRN-CLAVE-AMPLIA NUMERIC
              MOVE JRN-CLAVE-AMPLIA TO CLAVE-JOURNAL
           ELSE
              IF JRN-CLAVE NUMERIC
                 MOVE JRN-CLAVE TO CLAVE-JOURNAL
              ELSE
                 MOVE 100000 TO CLAVE-JOURNAL
              END-IF
           END-IF.
           IF CLAVE-JOURNAL < 100000
              IF SEL-MARCA(CLAVE-JOURNAL + 1) = 'S'
                 MOVE 'S' TO ELEGIDA
              END-IF
           END-IF.
           IF ELEGIDA = 'S'
              MOVE 'SELLAR  ' TO HUE-FUNCION
              CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL
              WRITE REC-SUBJ FROM REG-JOURNAL
              ADD 1 TO ENTRADAS-COPIADAS
           END-IF.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.

       5000-RECORTAR-TRANSACCIONES.
           OPEN INPUT TRANSACCIONES.
           MOVE 'ABRIENDO TRANSACCIONES KSDTRAN' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TRAN '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 5000-RECORTAR-TRANSACCIONES-FIN.

           OPEN OUTPUT SUB-TRANSACCIONES.
           MOVE 'ABRIENDO TRANSACCIONES KSDSUBT' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-SUBT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 5000-RECORTAR-TRANSACCIONES-FIN.

           IF FS-TRAN = '05'
              MOVE 'S' TO FIN-TRAN
           ELSE
              READ TRANSACCIONES
                   AT END MOVE 'S' TO FIN-TRAN
              END-READ
           END-IF.
           PERFORM 5100-RECORTAR-TRANSACCION UNTIL FIN-TRAN = 'S'.
           CLOSE TRANSACCIONES SUB-TRANSACCIONES.

       5000-RECORTAR-TRANSACCIONES-FIN.
           EXIT.

       5100-RECORTAR-TRANSACCION.
           ADD 1 TO TRANSACCIONES-LEIDAS.
           IF TRN-CLAVE NUMERIC
              IF SEL-MARCA(TRN-CLAVE-N + 1) = 'S'
                 WRITE REC-SUBT FROM REC-TRAN
                 ADD 1 TO TRANSACCIONES-COPIADAS
              END-IF
           END-IF.
           READ TRANSACCIONES
                AT END MOVE 'S' TO FIN-TRAN
           END-READ.
