      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Marcha atras de una ejecucion completa sobre el
      *          maestro indexado SALIDA por su identificador de run
      ******************************************************************
      * SDP DESCRIPTION
      *  Deshace solo las transacciones confirmadas de una ejecucion
      *> (la tarjeta RUNID del deck KSDBACKP, el JRN-RUNID que estampa
      *> SDPRUNI0) sin tocar las ejecuciones buenas aplicadas antes o
      *> despues, que con KSDMRBLD a un punto en el tiempo se
      *> perderian.
      *  Recorre la cadena de journal igual que KSDMRBLD: las
      *> generaciones activas del catalogo KSDJRNGC y despues el
      *> KSDJRNL en curso. Guarda las confirmaciones del run pedido y
      *> marca en conflicto toda clave que una confirmacion de otro
      *> run haya tocado despues: esa clave no se deshace y sale al
      *> listado con el run que la toco.
      *  Las demas se deshacen de la mas nueva a la mas antigua con
      *> la imagen JRN-ANTES: un alta se borra, una baja fisica se
      *> vuelve a dar de alta y una modificacion (U, P, movimiento M
      *> o baja logica) recupera la imagen antes. Antes de cada
      *> cambio se comprueba que el maestro sigue con la imagen
      *> despues del journal; si no, la entrada se cuenta como
      *> descuadre. Tambien es descuadre, y no se deshace, una
      *> confirmacion que no es un alta y llega con la imagen antes
      *> en blanco (IMAGEN ANTES EN BLANCO).
      *  Cada marcha atras se journaliza en KSDJRNL con intencion y
      *> confirmacion y el RUN-ID de esta ejecucion, como una
      *> transaccion normal, para que KSDMRBLD y KSDMRECO la
      *> reapliquen; por eso repetir la marcha atras del mismo run
      *> sale entera como conflicto. Las entradas se sellan con la
      *> huella encadenada de KSDMHUEL.
      *  RC 4 si alguna clave quedo en conflicto; RC 16 si el run no
      *> tiene confirmaciones, coincide con el de esta ejecucion o
      *> hubo descuadres.
      * SDP END
      *
      * SDP DESC Marcha atras de un run del maestro por JRN-RUNID
      * SDP IVP 0 Files.Consumes = KSDBACKP,KSDJRNGC - SDPPRINT lo
      * escribe SDPREPW0
      * SDP IVP 0 Files.Updates = KSDJRNL,SALIDA - abierto en I-O
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMBACK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDBACKP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'KSDJRNGC'
                  FILE STATUS IS FS-CATLG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * EL MISMO FD RECORRE CADA GENERACION ARCHIVADA Y EL KSDJRNL
      * EN CURSO: EL NOMBRE SE CAMBIA ANTES DE CADA OPEN
           SELECT JOURNAL-LECTURA ASSIGN TO NOMBRE-JOURNAL
                  FILE STATUS IS FS-JRNL-L
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL JOURNAL ASSIGN TO FIS-KSDJRNL
                  FILE STATUS IS FS-JRNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

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

       FD  JOURNAL-LECTURA.
       01  REG-JOURNAL-L PIC X(219).

       FD  JOURNAL.
       01  REG-JOURNAL.
       COPY KSDWJRNL.

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       WORKING-STORAGE SECTION.
       77 FS-PARM    PIC XX VALUE SPACES.
       77 FS-CATLG   PIC XX VALUE SPACES.
       77 FS-JRNL-L  PIC XX VALUE SPACES.
       77 FS-JRNL    PIC XX VALUE SPACES.
       77 FS-MAESTRO PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
      * RC PROPIO DE LA SUELTA DEL CERROJO: NO DEBE PISAR EL RC
      * DEL ERROR QUE NOS TRAJO AQUI
       77 RC-CERROJO PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-FICH   PIC X(01) VALUE 'N'.
       77 FIN-CATLG  PIC X(01) VALUE 'N'.
       77 FIN-JRNL-L PIC X(01) VALUE 'N'.
       77 ES-ARCHIVO PIC X(01) VALUE 'N'.
       77 IMAGEN-CASA PIC X(01) VALUE 'N'.
      * EL RECORRIDO DEL JOURNAL QUEDO INCOMPLETO (GENERACION
      * DESAPARECIDA O TABLA LLENA): NO SE DESHACE NADA. NO LO BORRA
      * EL RC DE LOS FICHEROS SIGUIENTES
       77 RECORRIDO-INCOMPLETO PIC X(01) VALUE 'N'.
       77 TABLA-LLENA PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDJRNL PIC X(64) VALUE 'KSDJRNL'.

       01  NOMBRE-JOURNAL PIC X(08) VALUE 'KSDJRNL'.

       01  RUNID-DESHACER PIC X(16) VALUE SPACES.

       01  IDENTIDAD-RUN.
           03 RUN-FUNCION PIC X(08) VALUE 'ACTUAL  '.
           03 RUN-ID      PIC X(16) VALUE SPACES.

      * VISTA DEL REGISTRO DE JOURNAL LEIDO EN EL RECORRIDO
       01  ENTRADA-RASTREO.
           03 RAS-TMS     PIC X(16).
           03 RAS-OP      PIC X(01).
           03 RAS-CLAVE   PIC 9(05).
           03 RAS-ANTES   PIC X(75).
           03 RAS-DESPUES PIC X(75).
           03 RAS-SEQ     PIC 9(09).
           03 RAS-FASE    PIC X(01).
           03 RAS-RUNID   PIC X(16).
           03 RAS-CLAVE-AMPLIA PIC 9(09).
           03 RAS-HUELLA  PIC 9(12).

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
              05 GEN-FICHERO   PIC X(08).
              05 GEN-ESTADO    PIC X(01).

      * CONFIRMACIONES DEL RUN A DESHACER, EN ORDEN DE JOURNAL; LA
      * MARCA DE CONFLICTO LLEVA EL RUN POSTERIOR QUE TOCO LA CLAVE
       01  TABLA-DESHACER.
           03 DSH-USADAS PIC 9(05) VALUE ZEROS.
           03 DSH-ENTRADA OCCURS 5000 TIMES.
              05 DSH-OP        PIC X(01).
              05 DSH-CLAVE     PIC 9(05).
              05 DSH-ANTES     PIC X(75).
              05 DSH-DESPUES   PIC X(75).
              05 DSH-CONFLICTO PIC X(16).
              05 DSH-TMS-CONFL PIC X(16).

       01  INDICES.
           03 IDX     PIC 9(04) VALUE ZEROS.
           03 IDX-DSH PIC 9(05) VALUE ZEROS.

       01  IMAGENES.
           03 IMAGEN-ANTES   PIC X(75) VALUE SPACES.
           03 IMAGEN-DESPUES PIC X(75) VALUE SPACES.
           03 OP-INVERSA     PIC X(01) VALUE SPACES.
           03 MOTIVO         PIC X(30) VALUE SPACES.

       01  FECHA-HORA PIC X(21) VALUE SPACES.
       01  TXN-SEQ    PIC 9(09) VALUE ZEROS.

      * CERROJO DE ESCRITOR UNICO SOBRE SALIDA (MODULO KSDMLOCK)
       01  CERROJO-DATOS.
           03 LCK-FUNCION  PIC X(08) VALUE SPACES.
           03 LCK-PROGRAMA PIC X(08) VALUE 'KSDMBACK'.

      * HUELLA ENCADENADA DEL JOURNAL (MODULO KSDMHUEL)
       01  BLOQUE-HUELLA.
       COPY KSDWHUEL.

       01  CONTADORES.
           03 ENCONTRADAS PIC 9(09) VALUE ZEROS.
           03 DESHECHAS   PIC 9(09) VALUE ZEROS.
           03 CONFLICTOS  PIC 9(09) VALUE ZEROS.
           03 DESCUADRES  PIC 9(09) VALUE ZEROS.

       01  INFORME-MARCHA-ATRAS.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'KSDJRNL ' FIS-KSDJRNL.
           CALL 'SDPRUNI0' USING RUN-FUNCION RUN-ID.
           PERFORM 1100-LEER-PARAMETROS.

           IF RUNID-DESHACER = SPACES
              DISPLAY 'FALTA LA TARJETA RUNID EN KSDBACKP'
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.
      * LO QUE ESTA EJECUCION JOURNALIZA NO PUEDE CONFUNDIRSE CON EL
      * RUN QUE SE DESHACE
           IF RUNID-DESHACER = RUN-ID
              DISPLAY 'EL RUNID ' RUNID-DESHACER
                      ' ES EL DE ESTA EJECUCION'
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           MOVE 'TOMAR   ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 2000-CARGAR-CATALOGO
                   THRU 2000-CARGAR-CATALOGO-FIN.

           MOVE 'S' TO ES-ARCHIVO.
           PERFORM 2100-RECORRER-FICHERO
                   THRU 2100-RECORRER-FICHERO-FIN
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > GEN-USADAS OR TABLA-LLENA = 'S'.
           MOVE 'N' TO ES-ARCHIVO.
           MOVE 'KSDJRNL' TO NOMBRE-JOURNAL.
           IF TABLA-LLENA = 'N'
              PERFORM 2100-RECORRER-FICHERO
                      THRU 2100-RECORRER-FICHERO-FIN
           END-IF.

           IF DSH-USADAS = ZEROS AND DESCUADRES = ZEROS
              DISPLAY 'SIN CONFIRMACIONES DEL RUNID ' RUNID-DESHACER
              MOVE 16 TO RC
           END-IF.
           IF RECORRIDO-INCOMPLETO = 'S'
              MOVE 16 TO RC
           END-IF.
           IF RC NOT = ZEROS
              PERFORM 9000-SOLTAR-CERROJO
              STOP RUN RETURNING RC
           END-IF.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'MARCHA ATRAS DEL RUN' TO RPT-TITULO.
           MOVE RUNID-DESHACER TO RPT-TITULO(22:16).
           CALL 'SDPREPW0' USING INFORME-MARCHA-ATRAS.

           PERFORM 3000-DESHACER-RUN THRU 3000-DESHACER-RUN-FIN.

           PERFORM 9000-SOLTAR-CERROJO.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-MARCHA-ATRAS.

           DISPLAY 'ENCONTRADAS ' ENCONTRADAS
                   ' DESHECHAS ' DESHECHAS
                   ' CONFLICTOS ' CONFLICTOS
                   ' DESCUADRES ' DESCUADRES.

           EVALUATE TRUE
              WHEN RC NOT = ZEROS
                   CONTINUE
              WHEN DESCUADRES > ZEROS
                   MOVE 16 TO RC
              WHEN CONFLICTOS > ZEROS
                   MOVE 4 TO RC
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
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
           IF PRM-CLAVE = 'RUNID       '
              MOVE PRM-VALOR(1:16) TO RUNID-DESHACER
           END-IF.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

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

           OPEN INPUT JOURNAL-LECTURA.
      * SIN UNA GENERACION ACTIVA NO SE PUEDE ASEGURAR QUE NINGUN RUN
      * POSTERIOR HAYA TOCADO LAS CLAVES: DESCUADRE Y NO SE DESHACE
           IF ES-ARCHIVO = 'S' AND FS-JRNL-L = '35'
              ADD 1 TO DESCUADRES
              DISPLAY 'GENERACION DESAPARECIDA ' NOMBRE-JOURNAL
              MOVE 'S' TO RECORRIDO-INCOMPLETO
              MOVE 16 TO RC
              GO TO 2100-RECORRER-FICHERO-FIN
           END-IF.
           IF ES-ARCHIVO = 'N' AND FS-JRNL-L = '35'
              DISPLAY 'SIN JOURNAL EN CURSO KSDJRNL'
              GO TO 2100-RECORRER-FICHERO-FIN
           END-IF.
           MOVE 'ABRIENDO JOURNAL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL-L '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2100-RECORRER-FICHERO-FIN.

           MOVE 'N' TO FIN-JRNL-L.
           READ JOURNAL-LECTURA
                AT END MOVE 'S' TO FIN-JRNL-L
           END-READ.
           PERFORM 2200-ANOTAR-ENTRADA UNTIL FIN-JRNL-L = 'S'.

           CLOSE JOURNAL-LECTURA.

       2100-RECORRER-FICHERO-FIN.
           EXIT.

      * SOLO CUENTAN LAS CONFIRMACIONES: UNA INTENCION SIN 'C' NO
      * LLEGO AL MAESTRO. LA FASE EN BLANCO DE JOURNALS ANTIGUOS
      * CUENTA COMO CONFIRMADA
       2200-ANOTAR-ENTRADA.
           MOVE REG-JOURNAL-L TO ENTRADA-RASTREO.
           EVALUATE TRUE
              WHEN RAS-FASE = 'I'
                   CONTINUE
              WHEN RAS-RUNID = RUNID-DESHACER
                   PERFORM 2300-GUARDAR-CONFIRMACION
              WHEN OTHER
                   PERFORM 2400-MARCAR-CONFLICTO
                           VARYING IDX-DSH FROM 1 BY 1
                           UNTIL IDX-DSH > DSH-USADAS
           END-EVALUATE.
           READ JOURNAL-LECTURA
                AT END MOVE 'S' TO FIN-JRNL-L
           END-READ.

       2300-GUARDAR-CONFIRMACION.
           IF DSH-USADAS NOT < 5000
              DISPLAY 'RUN CON MAS DE 5000 CONFIRMACIONES'
              ADD 1 TO DESCUADRES
              MOVE 'S' TO RECORRIDO-INCOMPLETO TABLA-LLENA
              MOVE 16 TO RC
              MOVE 'S' TO FIN-JRNL-L
           ELSE
              ADD 1 TO DSH-USADAS
              ADD 1 TO ENCONTRADAS
              MOVE RAS-OP      TO DSH-OP(DSH-USADAS)
              MOVE RAS-CLAVE   TO DSH-CLAVE(DSH-USADAS)
              MOVE RAS-ANTES   TO DSH-ANTES(DSH-USADAS)
              MOVE RAS-DESPUES TO DSH-DESPUES(DSH-USADAS)
              MOVE SPACES      TO DSH-CONFLICTO(DSH-USADAS)
              MOVE SPACES      TO DSH-TMS-CONFL(DSH-USADAS)
           END-IF.

      * UN RUN POSTERIOR TOCO UNA CLAVE DEL RUN: SE QUEDA CON EL
      * PRIMERO QUE LO HIZO, QUE ES EL QUE SE LISTA
       2400-MARCAR-CONFLICTO.
           IF DSH-CLAVE(IDX-DSH) = RAS-CLAVE
              AND DSH-CONFLICTO(IDX-DSH) = SPACES
              MOVE RAS-RUNID TO DSH-CONFLICTO(IDX-DSH)
              MOVE RAS-TMS   TO DSH-TMS-CONFL(IDX-DSH)
              IF RAS-RUNID = SPACES
                 MOVE 'SIN RUNID' TO DSH-CONFLICTO(IDX-DSH)
              END-IF
           END-IF.

       3000-DESHACER-RUN.
           OPEN I-O MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-DESHACER-RUN-FIN.

           MOVE 'INICIO  ' TO HUE-FUNCION.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.
           OPEN EXTEND JOURNAL.
           MOVE 'ABRIENDO JOURNAL KSDJRNL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              CLOSE MAESTRO
              GO TO 3000-DESHACER-RUN-FIN
           END-IF.

      * DE LA MAS NUEVA A LA MAS ANTIGUA: CADA CLAVE VUELVE POR SUS
      * PROPIAS IMAGENES HASTA LA QUE TENIA ANTES DEL RUN
           PERFORM 3100-DESHACER-ENTRADA
                   THRU 3100-DESHACER-ENTRADA-FIN
                   VARYING IDX-DSH FROM DSH-USADAS BY -1
                   UNTIL IDX-DSH < 1.

           CLOSE MAESTRO.
           CLOSE JOURNAL.

       3000-DESHACER-RUN-FIN.
           EXIT.

       3100-DESHACER-ENTRADA.
           IF DSH-CONFLICTO(IDX-DSH) NOT = SPACES
              ADD 1 TO CONFLICTOS
              PERFORM 3800-LISTAR-CONFLICTO
              GO TO 3100-DESHACER-ENTRADA-FIN
           END-IF.

           MOVE DSH-CLAVE(IDX-DSH) TO MST-CLAVE.
           PERFORM 3200-COMPROBAR-MAESTRO.
           IF IMAGEN-CASA = 'N'
              ADD 1 TO DESCUADRES
              MOVE 'MAESTRO NO CASA CON EL JOURNAL' TO MOTIVO
              PERFORM 3900-LISTAR-DESCUADRE
              GO TO 3100-DESHACER-ENTRADA-FIN
           END-IF.

      * SOLO EL ALTA NO TIENE IMAGEN ANTES: DESHACER OTRA COSA CON
      * LA IMAGEN EN BLANCO DEJARIA LA CLAVE VACIA EN EL MAESTRO
           IF DSH-OP(IDX-DSH) NOT = 'A'
              AND DSH-ANTES(IDX-DSH) = SPACES
              ADD 1 TO DESCUADRES
              MOVE 'IMAGEN ANTES EN BLANCO' TO MOTIVO
              PERFORM 3900-LISTAR-DESCUADRE
              GO TO 3100-DESHACER-ENTRADA-FIN
           END-IF.

           ADD 1 TO TXN-SEQ.
           EVALUATE TRUE
              WHEN DSH-OP(IDX-DSH) = 'A'
                   PERFORM 3300-DESHACER-ALTA
              WHEN DSH-OP(IDX-DSH) = 'D'
                   AND DSH-DESPUES(IDX-DSH) = SPACES
                   PERFORM 3400-DESHACER-BAJA
              WHEN OTHER
                   PERFORM 3500-DESHACER-CAMBIO
           END-EVALUATE.

       3100-DESHACER-ENTRADA-FIN.
           EXIT.

      * TRAS UN ALTA, UN CAMBIO O UNA BAJA LOGICA EL MAESTRO DEBE
      * TENER LA IMAGEN DESPUES; TRAS UNA BAJA FISICA (SIN IMAGEN
      * DESPUES) LA CLAVE NO DEBE EXISTIR
       3200-COMPROBAR-MAESTRO.
           MOVE 'N' TO IMAGEN-CASA.
           READ MAESTRO
                INVALID KEY
                     IF DSH-DESPUES(IDX-DSH) = SPACES
                        MOVE 'S' TO IMAGEN-CASA
                     END-IF
                NOT INVALID KEY
                     IF DSH-DESPUES(IDX-DSH) NOT = SPACES
                        AND MST-DATOS = DSH-DESPUES(IDX-DSH)
                        MOVE 'S' TO IMAGEN-CASA
                     END-IF
           END-READ.

       3300-DESHACER-ALTA.
           MOVE 'D' TO OP-INVERSA.
           MOVE DSH-DESPUES(IDX-DSH) TO IMAGEN-ANTES.
           MOVE SPACES TO IMAGEN-DESPUES.
           PERFORM 3600-GRABAR-INTENCION.
           DELETE MAESTRO
                  INVALID KEY
                       ADD 1 TO DESCUADRES
                       MOVE 'DELETE RECHAZADO' TO MOTIVO
                       PERFORM 3900-LISTAR-DESCUADRE
                  NOT INVALID KEY
                       PERFORM 3700-GRABAR-CONFIRMACION
           END-DELETE.

       3400-DESHACER-BAJA.
           MOVE 'A' TO OP-INVERSA.
           MOVE SPACES TO IMAGEN-ANTES.
           MOVE DSH-ANTES(IDX-DSH) TO IMAGEN-DESPUES.
           MOVE DSH-CLAVE(IDX-DSH) TO MST-CLAVE.
           MOVE DSH-ANTES(IDX-DSH) TO MST-DATOS.
           PERFORM 3600-GRABAR-INTENCION.
           WRITE REG-MAESTRO
                 INVALID KEY
                      ADD 1 TO DESCUADRES
                      MOVE 'WRITE RECHAZADO' TO MOTIVO
                      PERFORM 3900-LISTAR-DESCUADRE
                 NOT INVALID KEY
                      PERFORM 3700-GRABAR-CONFIRMACION
           END-WRITE.

       3500-DESHACER-CAMBIO.
           MOVE 'U' TO OP-INVERSA.
           MOVE DSH-DESPUES(IDX-DSH) TO IMAGEN-ANTES.
           MOVE DSH-ANTES(IDX-DSH) TO IMAGEN-DESPUES.
           MOVE DSH-ANTES(IDX-DSH) TO MST-DATOS.
           PERFORM 3600-GRABAR-INTENCION.
           REWRITE REG-MAESTRO
                   INVALID KEY
                        ADD 1 TO DESCUADRES
                        MOVE 'REWRITE RECHAZADO' TO MOTIVO
                        PERFORM 3900-LISTAR-DESCUADRE
                   NOT INVALID KEY
                        PERFORM 3700-GRABAR-CONFIRMACION
           END-REWRITE.

      * ESCRITURA ADELANTADA, COMO EN KSDMMANT
       3600-GRABAR-INTENCION.
           MOVE 'I' TO JRN-FASE.
           PERFORM 3650-GRABAR-ENTRADA.

       3650-GRABAR-ENTRADA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE FECHA-HORA(1:16)   TO JRN-TMS.
           MOVE TXN-SEQ            TO JRN-SEQ.
           MOVE OP-INVERSA         TO JRN-OP.
           MOVE DSH-CLAVE(IDX-DSH) TO JRN-CLAVE.
           MOVE DSH-CLAVE(IDX-DSH) TO JRN-CLAVE-AMPLIA.
           MOVE IMAGEN-ANTES       TO JRN-ANTES.
           MOVE IMAGEN-DESPUES     TO JRN-DESPUES.
           MOVE RUN-ID             TO JRN-RUNID.
           MOVE 'SELLAR  ' TO HUE-FUNCION.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.
           WRITE REG-JOURNAL.

       3700-GRABAR-CONFIRMACION.
           MOVE 'C' TO JRN-FASE.
           PERFORM 3650-GRABAR-ENTRADA.
           ADD 1 TO DESHECHAS.
           MOVE SPACES TO LINEA.
           STRING 'CLAVE ' DSH-CLAVE(IDX-DSH)
                  ' OP ' DSH-OP(IDX-DSH)
                  ' DESHECHA CON ' OP-INVERSA
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'DESHECHAS       ' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-MARCHA-ATRAS.

       3800-LISTAR-CONFLICTO.
           MOVE SPACES TO LINEA.
           STRING 'CLAVE ' DSH-CLAVE(IDX-DSH)
                  ' OP ' DSH-OP(IDX-DSH)
                  ' NO DESHECHA: TOCADA DESPUES POR EL RUN '
                  DSH-CONFLICTO(IDX-DSH)
                  ' EL ' DSH-TMS-CONFL(IDX-DSH)
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'CONFLICTOS      ' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-MARCHA-ATRAS.

       3900-LISTAR-DESCUADRE.
           MOVE SPACES TO LINEA.
           STRING 'CLAVE ' DSH-CLAVE(IDX-DSH)
                  ' OP ' DSH-OP(IDX-DSH)
                  ' NO DESHECHA: ' MOTIVO
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'DESCUADRES      ' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-MARCHA-ATRAS.

       9000-SOLTAR-CERROJO.
           MOVE 'SOLTAR  ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA
                RC-CERROJO.
