      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Contabilizacion de cargos y abonos sobre el saldo del
      *          maestro indexado SALIDA con prueba de saldos
      ******************************************************************
      * SDP DESCRIPTION
      *  Contabiliza sobre MST-SALDO los movimientos monetarios del
      *> fichero KSDMOVS (trazado KSDWMOVS): el cargo (D) resta el
      *> importe del saldo y el abono (C) lo suma, con READ mas
      *> REWRITE por clave. A diferencia de la 'U' o la 'P' SALDO de
      *> KSDMMANT, que pisan el saldo con un valor absoluto, dos
      *> movimientos de la misma clave en la misma noche se acumulan
      *> los dos.
      *  Cada movimiento pasa por el journal KSDJRNL con la misma
      *> escritura adelantada que KSDMMANT: intencion (JRN-FASE 'I')
      *> con las imagenes antes y despues, REWRITE del maestro y
      *> confirmacion (JRN-FASE 'C'), con la operacion 'M' para que
      *> KSDMRBLD y KSDMRECO la reapliquen como una modificacion.
      *> Cada entrada se sella con la huella encadenada de KSDMHUEL.
      *  Cada movimiento sube tambien MST-VERSION, para que una 'U'
      *> construida antes sobre el saldo viejo se rechace por STALE.
      *  Al cerrar se imprime por SDPREPW0 la prueba de saldos por
      *> MST-CATEGORIA: saldo de apertura (recorrido del maestro
      *> antes de contabilizar), mas abonos, menos cargos, contra el
      *> saldo de cierre (recorrido del maestro despues). Si alguna
      *> categoria no cuadra la ejecucion termina con RC = 16; los
      *> movimientos rechazados (clave inexistente o cerrada,
      *> indicador o importe invalido) salen en el listado y tambien
      *> dan RC = 16, como las rechazadas de KSDMMANT.
      *  Recorrido KSDMOVS entero, el fichero se regraba solo con los
      *> movimientos rechazados (apartados en KSDMOVSR durante la
      *> pasada), vacio si no hubo ninguno: lo contabilizado ya
      *> consta en el journal y no se vuelve a contabilizar en la
      *> siguiente ejecucion, y lo rechazado queda para corregirlo.
      *  Reinicio: un cargo o un abono no se puede aplicar dos veces
      *> sin descuadrar, asi que al empezar se deja en KSDPCHKP el
      *> RUN-ID del lote con la fase C (contabilizando), justo antes
      *> de regrabar KSDMOVS se pasa a la fase R y solo se borra
      *> cuando KSDMOVS ya esta regrabado.
      *  Si al arrancar KSDPCHKP trae la fase C, la ejecucion
      *> anterior se corto a medias y KSDMOVS sigue entero: se
      *> rastrean en KSDJRNL las entradas 'M' desde ese RUN-ID (las
      *> de sus reintentos incluidas) para conocer la ultima
      *> confirmada, los huecos sin confirmar por debajo de ella y la
      *> intencion en duda posterior. Los movimientos confirmados se
      *> saltan; los de un hueco (rechazados en la ejecucion cortada)
      *> no se aplican y quedan pendientes en KSDMOVS para la
      *> siguiente, con RC = 4; y el que esta en duda se resuelve
      *> comparando el maestro con la imagen despues de su intencion,
      *> como en KSDMMANT, y se confirma con sus dos imagenes. Lo
      *> saltado y lo resuelto ya esta en el saldo de apertura y no
      *> entra en la prueba. Mas de 500 huecos terminan con RC = 16
      *> sin tocar nada.
      *  Si trae la fase R, la contabilizacion ya habia terminado y
      *> KSDMOVS puede estar a medio regrabar, con posiciones que ya
      *> no son las del journal: no se contabiliza nada, solo se
      *> repite la regrabacion desde KSDMOVSR, que esta entero, y se
      *> borra KSDPCHKP. RC = 4 si KSDMOVS queda con movimientos.
      * SDP END
      *
      * SDP DESC Contabilizacion de movimientos con prueba de saldos
      * SDP IVP 0 Files.Updates = SALIDA,KSDJRNL,KSDMOVS,KSDMOVSR,
      * KSDPCHKP
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMPOST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MOVIMIENTOS ASSIGN TO FIS-KSDMOVS
                  FILE STATUS IS FS-MOVS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * MOVIMIENTOS RECHAZADOS, QUE AL FINAL SUSTITUYEN A KSDMOVS
           SELECT RECHAZADOS-MOVS ASSIGN TO 'KSDMOVSR'
                  FILE STATUS IS FS-RECH
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

           SELECT OPTIONAL JOURNAL ASSIGN TO FIS-KSDJRNL
                  FILE STATUS IS FS-JRNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * SEGUNDA VISTA DE LECTURA DEL JOURNAL PARA EL RASTREO DE
      * REINICIO, CON EL JOURNAL DE ESCRITURA TODAVIA CERRADO
           SELECT OPTIONAL JOURNAL-LECTURA ASSIGN TO FIS-KSDJRNL
                  FILE STATUS IS FS-JRNL-L
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * RUN-ID DEL LOTE EN CURSO; EN BLANCO SI TERMINO LIMPIO
           SELECT OPTIONAL CHECKPT ASSIGN TO 'KSDPCHKP'
                  FILE STATUS IS FS-CHKPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MOVIMIENTOS.
       01  REG-MOVIMIENTO.
       COPY KSDWMOVS.

       FD  RECHAZADOS-MOVS.
       01  REG-RECHAZADO PIC X(80).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  JOURNAL.
       01  REG-JOURNAL.
       COPY KSDWJRNL.

       FD  JOURNAL-LECTURA.
       01  REG-JOURNAL-L PIC X(219).

       FD  CHECKPT.
       01  REC-CHKPT.
           03 CHK-RUNID PIC X(16).
           03 FILLER    PIC X(01).
           03 CHK-FASE  PIC X(01).

       WORKING-STORAGE SECTION.
       77 FS-MOVS    PIC XX VALUE SPACES.
       77 FS-MAESTRO PIC XX VALUE SPACES.
       77 FS-JRNL    PIC XX VALUE SPACES.
       77 FS-RECH    PIC XX VALUE SPACES.
       77 FS-JRNL-L  PIC XX VALUE SPACES.
       77 FS-CHKPT   PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
      * RC PROPIO DE LA SUELTA DEL CERROJO: NO DEBE PISAR EL RC
      * DEL ERROR QUE NOS TRAJO AQUI
       77 RC-CERROJO PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-MOVS   PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 FIN-RECH    PIC X(01) VALUE 'N'.
       77 FIN-JRNL-L  PIC X(01) VALUE 'N'.
       77 EN-DUDA     PIC X(01) VALUE 'N'.
       77 EN-LOTE     PIC X(01) VALUE 'N'.
       77 EN-HUECO    PIC X(01) VALUE 'N'.
       77 RESUELTA    PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-KSDMOVS PIC X(64) VALUE 'KSDMOVS'.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDJRNL PIC X(64) VALUE 'KSDJRNL'.

       01  IMAGENES.
           03 IMAGEN-ANTES   PIC X(75) VALUE SPACES.
           03 IMAGEN-DESPUES PIC X(75) VALUE SPACES.

       01  FECHA-HORA PIC X(21) VALUE SPACES.

       01  IDENTIDAD-RUN.
           03 RUN-FUNCION PIC X(08) VALUE 'ACTUAL  '.
           03 RUN-ID      PIC X(16) VALUE SPACES.

      * CERROJO DE ESCRITOR UNICO SOBRE SALIDA (MODULO KSDMLOCK)
       01  CERROJO-DATOS.
           03 LCK-FUNCION  PIC X(08) VALUE SPACES.
           03 LCK-PROGRAMA PIC X(08) VALUE 'KSDMPOST'.

      * HUELLA ENCADENADA DEL JOURNAL (MODULO KSDMHUEL)
       01  BLOQUE-HUELLA.
       COPY KSDWHUEL.

      * PRUEBA DE SALDOS POR CATEGORIA: APERTURA + ABONOS - CARGOS
      * TIENE QUE DAR EL CIERRE RECORRIDO DESPUES DE CONTABILIZAR
       01  TABLA-CATEGORIAS.
           03 CATEGORIAS-USADAS PIC 9(03) VALUE ZEROS.
           03 TCA-ENTRADA OCCURS 500 TIMES.
              05 TCA-CODIGO    PIC X(04).
              05 TCA-APERTURA  PIC S9(13)V99.
              05 TCA-ABONOS    PIC S9(13)V99.
              05 TCA-CARGOS    PIC S9(13)V99.
              05 TCA-CIERRE    PIC S9(13)V99.
              05 TCA-MOVIMIENTOS PIC 9(09).

       01  BUSQUEDA.
           03 IDX           PIC 9(03) VALUE ZEROS.
           03 IDX-HCO       PIC 9(03) VALUE ZEROS.
           03 IDX-CAT       PIC 9(03) VALUE ZEROS.
           03 CATEGORIA-BUSCADA PIC X(04) VALUE SPACES.
           03 SALDO-NUEVO   PIC S9(13)V99 VALUE ZEROS.
           03 ESPERADO      PIC S9(13)V99 VALUE ZEROS.
           03 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.

       01  CONTROL-JOURNAL.
           03 TXN-SEQ       PIC 9(09) VALUE ZEROS.

      * VISTA DEL REGISTRO DE JOURNAL LEIDO EN EL RASTREO DE REINICIO
       01  ENTRADA-RASTREO.
           03 RAS-TMS     PIC X(16).
           03 RAS-OP      PIC X(01).
           03 RAS-CLAVE   PIC 9(05).
           03 RAS-ANTES   PIC X(75).
           03 RAS-DESPUES PIC X(75).
           03 RAS-SEQ     PIC 9(09).
           03 RAS-FASE    PIC X(01).
           03 RAS-RUNID   PIC X(16).
           03 RAS-CLAVE-AMPLIA PIC X(09).
           03 RAS-HUELLA  PIC X(12).

       01  CONTROL-REINICIO.
           03 LOTE-CORTADO      PIC X(16) VALUE SPACES.
           03 FASE-CORTADA      PIC X(01) VALUE SPACE.
           03 LOTE-EN-CURSO     PIC X(16) VALUE SPACES.
           03 FASE-EN-CURSO     PIC X(01) VALUE SPACE.
           03 ULTIMA-CONFIRMADA PIC 9(09) VALUE ZEROS.
           03 SEQ-EN-DUDA       PIC 9(09) VALUE ZEROS.
           03 DUDA-CLAVE        PIC 9(05) VALUE ZEROS.
           03 DUDA-ANTES        PIC X(75) VALUE SPACES.
           03 DUDA-DESPUES      PIC X(75) VALUE SPACES.

      * MOVIMIENTOS SIN CONFIRMAR POR DEBAJO DE LA ULTIMA CONFIRMADA
      * DEL LOTE CORTADO, COMO TRAMOS DE JRN-SEQ
       01  TABLA-HUECOS.
           03 HUECOS-USADOS PIC 9(03) VALUE ZEROS.
           03 HCO-ENTRADA OCCURS 500 TIMES.
              05 HCO-DESDE  PIC 9(09).
              05 HCO-HASTA  PIC 9(09).

       01  CONTADORES.
           03 LEIDOS        PIC 9(09) VALUE ZEROS.
           03 CARGOS        PIC 9(09) VALUE ZEROS.
           03 ABONOS        PIC 9(09) VALUE ZEROS.
           03 RECHAZADOS    PIC 9(09) VALUE ZEROS.
           03 DESCUADRES    PIC 9(09) VALUE ZEROS.
           03 SALTADOS      PIC 9(09) VALUE ZEROS.
           03 PENDIENTES    PIC 9(09) VALUE ZEROS.
           03 RESUELTOS     PIC 9(09) VALUE ZEROS.
           03 DEVUELTOS     PIC 9(09) VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 IMPORTE-ED    PIC -ZZZZZZZZZZZZ9.99.
           03 APERTURA-ED   PIC -ZZZZZZZZZZZZ9.99.
           03 ABONOS-ED     PIC -ZZZZZZZZZZZZ9.99.
           03 CARGOS-ED     PIC -ZZZZZZZZZZZZ9.99.
           03 CIERRE-ED     PIC -ZZZZZZZZZZZZ9.99.

       01  INFORME-PRUEBA.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'KSDMOVS ' FIS-KSDMOVS.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'KSDJRNL ' FIS-KSDJRNL.
           CALL 'SDPRUNI0' USING RUN-FUNCION RUN-ID.
           PERFORM 1400-LEER-CHECKPOINT.
      * CORTADO AL REGRABAR KSDMOVS: LA CONTABILIZACION YA TERMINO Y
      * KSDMOVSR ESTA ENTERO. SOLO SE REPITE LA REGRABACION
           IF FASE-CORTADA = 'R'
              PERFORM 1800-REANUDAR-REGRABACION
           END-IF.
           IF LOTE-CORTADO NOT = SPACES
              PERFORM 1500-RASTREAR-JOURNAL
                      THRU 1500-RASTREAR-JOURNAL-FIN
              IF RC NOT = ZEROS STOP RUN RETURNING RC
           END-IF.

           OPEN INPUT MOVIMIENTOS.
           MOVE 'ABRIENDO MOVIMIENTOS KSDMOVS' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MOVS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN OUTPUT RECHAZADOS-MOVS.
           MOVE 'ABRIENDO RECHAZADOS KSDMOVSR' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-RECH '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'PRUEBA DE SALDOS DE LA CONTABILIZACION'
                TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-PRUEBA.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           MOVE 'TOMAR   ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

      * SALDOS DE APERTURA ANTES DE TOCAR NADA
           PERFORM 1100-SALDOS-APERTURA THRU 1100-SALDOS-APERTURA-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-SOLTAR-CERROJO
              STOP RUN RETURNING RC
           END-IF.

           OPEN I-O MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              PERFORM 9000-SOLTAR-CERROJO
              STOP RUN RETURNING RC
           END-IF.

           MOVE 'INICIO  ' TO HUE-FUNCION.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.
           OPEN EXTEND JOURNAL.
           MOVE 'ABRIENDO JOURNAL KSDJRNL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              PERFORM 9000-SOLTAR-CERROJO
              STOP RUN RETURNING RC
           END-IF.

      * LOTE NUEVO: SU RUN-ID QUEDA EN KSDPCHKP HASTA QUE KSDMOVS
      * ESTE REGRABADO. UN REINTENTO CONSERVA EL DEL LOTE CORTADO
           IF LOTE-CORTADO = SPACES
              MOVE RUN-ID TO LOTE-EN-CURSO
              MOVE 'C' TO FASE-EN-CURSO
              PERFORM 2700-GRABAR-CHECKPOINT
           ELSE
              MOVE LOTE-CORTADO TO LOTE-EN-CURSO
           END-IF.

           READ MOVIMIENTOS
                AT END MOVE 'S' TO FIN-MOVS
           END-READ.
           PERFORM 2000-CONTABILIZAR-MOVIMIENTO UNTIL FIN-MOVS = 'S'.

           CLOSE MOVIMIENTOS.
           CLOSE MAESTRO.
           CLOSE JOURNAL.
           CLOSE RECHAZADOS-MOVS.

      * TODO KSDMOVS ESTA TRATADO: SE QUEDA SOLO CON LOS RECHAZADOS.
      * ANTES SE ANOTA LA FASE R: DESDE AQUI LAS POSICIONES DE
      * KSDMOVS YA NO SON LAS DEL JOURNAL Y UN CORTE SOLO SE REANUDA
      * REPITIENDO LA REGRABACION
           MOVE 'R' TO FASE-EN-CURSO.
           PERFORM 2700-GRABAR-CHECKPOINT.
           PERFORM 5000-REGRABAR-MOVIMIENTOS
                   THRU 5000-REGRABAR-MOVIMIENTOS-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-SOLTAR-CERROJO
              STOP RUN RETURNING RC
           END-IF.
           PERFORM 2750-BORRAR-CHECKPOINT.

      * SALDOS DE CIERRE CON EL CERROJO AUN TOMADO: NADIE MAS HA
      * PODIDO TOCAR EL MAESTRO ENTRE LOS DOS RECORRIDOS
           PERFORM 3000-SALDOS-CIERRE THRU 3000-SALDOS-CIERRE-FIN.
           PERFORM 9000-SOLTAR-CERROJO.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 4000-PRUEBA-SALDOS
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CATEGORIAS-USADAS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-PRUEBA.

           DISPLAY 'LEIDOS ' LEIDOS ' CARGOS ' CARGOS
                   ' ABONOS ' ABONOS ' RECHAZADOS ' RECHAZADOS
                   ' CATEGORIAS DESCUADRADAS ' DESCUADRES.
           IF LOTE-CORTADO NOT = SPACES
              DISPLAY 'REINICIO DEL LOTE ' LOTE-CORTADO
                      ' SALTADOS ' SALTADOS ' RESUELTOS ' RESUELTOS
                      ' PENDIENTES ' PENDIENTES
           END-IF.

           IF PENDIENTES > ZEROS
              MOVE 4 TO RC
           END-IF.
           IF RECHAZADOS > ZEROS OR DESCUADRES > ZEROS
              MOVE 16 TO RC
           END-IF.
           STOP RUN RETURNING RC.

       1100-SALDOS-APERTURA.
           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO PARA APERTURA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 1100-SALDOS-APERTURA-FIN.

           MOVE 'N' TO FIN-MAESTRO.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.
           PERFORM 1200-ACUMULAR-APERTURA UNTIL FIN-MAESTRO = 'S'.
           CLOSE MAESTRO.

       1100-SALDOS-APERTURA-FIN.
           EXIT.

       1200-ACUMULAR-APERTURA.
           MOVE MST-CATEGORIA TO CATEGORIA-BUSCADA.
           PERFORM 1300-BUSCAR-CATEGORIA THRU 1300-BUSCAR-CATEGORIA-FIN.
           IF IDX-CAT > ZEROS
              ADD MST-SALDO TO TCA-APERTURA(IDX-CAT)
           END-IF.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

      * DEVUELVE EN IDX-CAT LA ENTRADA DE LA CATEGORIA, DANDOLA DE
      * ALTA SI ES NUEVA; CERO SI LA TABLA ESTA LLENA
       1300-BUSCAR-CATEGORIA.
           MOVE ZEROS TO IDX-CAT.
           PERFORM 1310-COMPARAR-CATEGORIA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CATEGORIAS-USADAS OR IDX-CAT > ZEROS.
           IF IDX-CAT > ZEROS GO TO 1300-BUSCAR-CATEGORIA-FIN.

           IF CATEGORIAS-USADAS NOT < 500
              DISPLAY 'TABLA DE CATEGORIAS LLENA, SE IGNORA '
                      CATEGORIA-BUSCADA
              ADD 1 TO DESCUADRES
              GO TO 1300-BUSCAR-CATEGORIA-FIN
           END-IF.

           ADD 1 TO CATEGORIAS-USADAS.
           MOVE CATEGORIAS-USADAS TO IDX-CAT.
           MOVE CATEGORIA-BUSCADA TO TCA-CODIGO(IDX-CAT).
           MOVE ZEROS TO TCA-APERTURA(IDX-CAT) TCA-ABONOS(IDX-CAT)
                         TCA-CARGOS(IDX-CAT) TCA-CIERRE(IDX-CAT)
                         TCA-MOVIMIENTOS(IDX-CAT).

       1300-BUSCAR-CATEGORIA-FIN.
           EXIT.

       1310-COMPARAR-CATEGORIA.
           IF TCA-CODIGO(IDX) = CATEGORIA-BUSCADA
              MOVE IDX TO IDX-CAT
           END-IF.

      * UN LOTE CORTADO DEJA EN KSDPCHKP SU RUN-ID
       1400-LEER-CHECKPOINT.
           MOVE SPACES TO LOTE-CORTADO.
           OPEN INPUT CHECKPT.
           IF FS-CHKPT = '00'
              READ CHECKPT
                   AT END CONTINUE
                   NOT AT END MOVE CHK-RUNID TO LOTE-CORTADO
                              MOVE CHK-FASE  TO FASE-CORTADA
              END-READ
           END-IF.
           CLOSE CHECKPT.

      * REINICIO: SE RECORREN LAS ENTRADAS 'M' DEL JOURNAL DESDE LA
      * PRIMERA DEL LOTE CORTADO (LAS DE UN REINTENTO TAMBIEN
      * CORTADO VAN DETRAS CON SU PROPIO RUN-ID). LAS CONFIRMACIONES
      * LLEGAN EN ORDEN DE JRN-SEQ, PORQUE UN REINTENTO NO APLICA
      * NADA POR DEBAJO DE LA ULTIMA CONFIRMADA: LO QUE FALTA ENTRE
      * DOS SEGUIDAS ES UN HUECO, Y LA INTENCION SIN CONFIRMAR POR
      * ENCIMA DE LA ULTIMA ES LA EN DUDA DEL ABEND
       1500-RASTREAR-JOURNAL.
           MOVE ZEROS  TO ULTIMA-CONFIRMADA SEQ-EN-DUDA HUECOS-USADOS.
           MOVE 'N' TO EN-LOTE EN-DUDA.
           OPEN INPUT JOURNAL-LECTURA.
           IF FS-JRNL-L NOT = '00'
              CLOSE JOURNAL-LECTURA
              GO TO 1500-RASTREAR-JOURNAL-FIN
           END-IF.
           MOVE 'N' TO FIN-JRNL-L.
           READ JOURNAL-LECTURA
                AT END MOVE 'S' TO FIN-JRNL-L
           END-READ.
           PERFORM 1600-RASTREAR-ENTRADA UNTIL FIN-JRNL-L = 'S'.
           CLOSE JOURNAL-LECTURA.

      * UNA INTENCION SIN CONFIRMAR POR DEBAJO DE LA ULTIMA
      * CONFIRMADA ES UN REWRITE FALLIDO, YA CONTADO COMO HUECO
           IF SEQ-EN-DUDA NOT > ULTIMA-CONFIRMADA
              MOVE 'N' TO EN-DUDA
              MOVE ZEROS TO SEQ-EN-DUDA
           END-IF.

           DISPLAY 'REINICIO DEL LOTE ' LOTE-CORTADO
                   ' ULTIMA CONFIRMADA ' ULTIMA-CONFIRMADA
                   ' EN DUDA ' SEQ-EN-DUDA ' HUECOS ' HUECOS-USADOS.

       1500-RASTREAR-JOURNAL-FIN.
           EXIT.

       1600-RASTREAR-ENTRADA.
           MOVE REG-JOURNAL-L TO ENTRADA-RASTREO.
           IF RAS-RUNID = LOTE-CORTADO
              MOVE 'S' TO EN-LOTE
           END-IF.
           IF EN-LOTE = 'S' AND RAS-OP = 'M' AND RC = ZEROS
              EVALUATE RAS-FASE
                 WHEN 'C'
                      IF RAS-SEQ > ULTIMA-CONFIRMADA + 1
                         PERFORM 1700-ANOTAR-HUECO
                      END-IF
                      IF RAS-SEQ > ULTIMA-CONFIRMADA
                         MOVE RAS-SEQ TO ULTIMA-CONFIRMADA
                      END-IF
                      IF RAS-SEQ = SEQ-EN-DUDA
                         MOVE 'N' TO EN-DUDA
                         MOVE ZEROS TO SEQ-EN-DUDA
                      END-IF
                 WHEN 'I'
                      MOVE 'S' TO EN-DUDA
                      MOVE RAS-SEQ     TO SEQ-EN-DUDA
                      MOVE RAS-CLAVE   TO DUDA-CLAVE
                      MOVE RAS-ANTES   TO DUDA-ANTES
                      MOVE RAS-DESPUES TO DUDA-DESPUES
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.
           READ JOURNAL-LECTURA
                AT END MOVE 'S' TO FIN-JRNL-L
           END-READ.

      * SIN SITIO PARA EL HUECO NO SE PUEDE SABER QUE SALTAR: SE
      * PARA ANTES DE TOCAR NADA
       1700-ANOTAR-HUECO.
           IF HUECOS-USADOS NOT < 500
              DISPLAY 'MAS DE 500 HUECOS EN EL LOTE ' LOTE-CORTADO
                      ', REINICIO IMPOSIBLE'
              MOVE 16 TO RC
           ELSE
              ADD 1 TO HUECOS-USADOS
              COMPUTE HCO-DESDE(HUECOS-USADOS) = ULTIMA-CONFIRMADA + 1
              COMPUTE HCO-HASTA(HUECOS-USADOS) = RAS-SEQ - 1
           END-IF.

      * REANUDACION DE UNA REGRABACION CORTADA: KSDMOVSR TIENE LOS
      * RECHAZADOS Y PENDIENTES DEL LOTE, QUE SE DETALLARON EN SU
      * LISTADO. NO SE CONTABILIZA NADA NI SE HACE PRUEBA DE SALDOS;
      * SI KSDMOVS QUEDA CON MOVIMIENTOS TERMINA CON RC = 4
       1800-REANUDAR-REGRABACION.
           DISPLAY 'LOTE ' LOTE-CORTADO ' CORTADO AL REGRABAR KSDMOVS'
                   ', SE REPITE LA REGRABACION'.
           MOVE 'TOMAR   ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 5000-REGRABAR-MOVIMIENTOS
                   THRU 5000-REGRABAR-MOVIMIENTOS-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-SOLTAR-CERROJO
              STOP RUN RETURNING RC
           END-IF.
           PERFORM 2750-BORRAR-CHECKPOINT.
           PERFORM 9000-SOLTAR-CERROJO.
           DISPLAY 'MOVIMIENTOS DEVUELTOS A KSDMOVS ' DEVUELTOS.
           IF DEVUELTOS > ZEROS
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

       2000-CONTABILIZAR-MOVIMIENTO.
           ADD 1 TO LEIDOS.
           ADD 1 TO TXN-SEQ.
           EVALUATE TRUE
              WHEN TXN-SEQ NOT > ULTIMA-CONFIRMADA
                   PERFORM 2020-MOVIMIENTO-PREVIO
              WHEN EN-DUDA = 'S' AND TXN-SEQ = SEQ-EN-DUDA
                   PERFORM 2800-RESOLVER-EN-DUDA
                   IF RESUELTA = 'N'
                      PERFORM 2100-APLICAR-MOVIMIENTO
                              THRU 2100-APLICAR-MOVIMIENTO-FIN
                   END-IF
              WHEN OTHER
                   PERFORM 2100-APLICAR-MOVIMIENTO
                           THRU 2100-APLICAR-MOVIMIENTO-FIN
           END-EVALUATE.
           READ MOVIMIENTOS
                AT END MOVE 'S' TO FIN-MOVS
           END-READ.

      * YA TRATADO EN EL LOTE CORTADO: CONFIRMADO SE SALTA; EN UN
      * HUECO NO SE CONTABILIZO Y QUEDA PENDIENTE PARA LA SIGUIENTE
       2020-MOVIMIENTO-PREVIO.
           MOVE 'N' TO EN-HUECO.
           PERFORM 2030-BUSCAR-HUECO
                   VARYING IDX-HCO FROM 1 BY 1
                   UNTIL IDX-HCO > HUECOS-USADOS OR EN-HUECO = 'S'.
           IF EN-HUECO = 'N'
              ADD 1 TO SALTADOS
           ELSE
              ADD 1 TO PENDIENTES
              WRITE REG-RECHAZADO FROM REG-MOVIMIENTO
              MOVE MOV-IMPORTE TO IMPORTE-ED
              MOVE SPACES TO LINEA
              STRING 'PENDIENTE CLAVE ' MOV-CLAVE
                     ' ' MOV-INDICADOR ' ' IMPORTE-ED
                     ' REF ' MOV-REFERENCIA
                     ' NO CONTABILIZADO EN EL LOTE ' LOTE-CORTADO
                     DELIMITED BY SIZE INTO LINEA
              MOVE 'DETALLE ' TO RPT-FUNCION
              MOVE 'PENDIENTES      ' TO RPT-CORTE
              MOVE 1 TO RPT-IMPORTE
              MOVE LINEA TO RPT-LINEA
              CALL 'SDPREPW0' USING INFORME-PRUEBA
           END-IF.

       2030-BUSCAR-HUECO.
           IF TXN-SEQ NOT < HCO-DESDE(IDX-HCO)
              AND TXN-SEQ NOT > HCO-HASTA(IDX-HCO)
              MOVE 'S' TO EN-HUECO
           END-IF.

       2100-APLICAR-MOVIMIENTO.
           IF MOV-INDICADOR NOT = 'D' AND MOV-INDICADOR NOT = 'C'
              MOVE 'INDICADOR DEBE SER D O C' TO MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-MOVIMIENTO
              GO TO 2100-APLICAR-MOVIMIENTO-FIN
           END-IF.
           IF MOV-IMPORTE NOT NUMERIC
              MOVE 'IMPORTE NO NUMERICO' TO MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-MOVIMIENTO
              GO TO 2100-APLICAR-MOVIMIENTO-FIN
           END-IF.

           MOVE MOV-CLAVE TO MST-CLAVE.
           READ MAESTRO
                INVALID KEY
                     MOVE 'CLAVE NO EXISTE EN SALIDA' TO MOTIVO-RECHAZO
                     PERFORM 2900-RECHAZAR-MOVIMIENTO
                     GO TO 2100-APLICAR-MOVIMIENTO-FIN
           END-READ.
      * UNA CLAVE DADA DE BAJA (CERRADA) NO ADMITE MOVIMIENTOS
           IF MST-ESTADO = 'C'
              MOVE 'CLAVE CERRADA EN SALIDA' TO MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-MOVIMIENTO
              GO TO 2100-APLICAR-MOVIMIENTO-FIN
           END-IF.

           IF MOV-INDICADOR = 'D'
              COMPUTE SALDO-NUEVO = MST-SALDO - MOV-IMPORTE
           ELSE
              COMPUTE SALDO-NUEVO = MST-SALDO + MOV-IMPORTE
           END-IF.
      * EL SALDO DEL MAESTRO ES S9(09)V99: UN DESBORDE NO SE TRUNCA
           IF SALDO-NUEVO > 999999999.99
              OR SALDO-NUEVO < -999999999.99
              MOVE 'SALDO RESULTANTE DESBORDA' TO MOTIVO-RECHAZO
              PERFORM 2900-RECHAZAR-MOVIMIENTO
              GO TO 2100-APLICAR-MOVIMIENTO-FIN
           END-IF.

           MOVE MST-DATOS TO IMAGEN-ANTES.
           MOVE SALDO-NUEVO TO MST-SALDO.
           PERFORM 2150-SUBIR-VERSION.
           MOVE MST-DATOS TO IMAGEN-DESPUES.
           PERFORM 2400-GRABAR-INTENCION.
           REWRITE REG-MAESTRO
                   INVALID KEY
                        MOVE 'REWRITE RECHAZADO' TO MOTIVO-RECHAZO
                        PERFORM 2900-RECHAZAR-MOVIMIENTO
                        GO TO 2100-APLICAR-MOVIMIENTO-FIN
           END-REWRITE.
           PERFORM 2500-GRABAR-CONFIRMACION.

           MOVE MST-CATEGORIA TO CATEGORIA-BUSCADA.
           PERFORM 1300-BUSCAR-CATEGORIA THRU 1300-BUSCAR-CATEGORIA-FIN.
           IF IDX-CAT > ZEROS
              ADD 1 TO TCA-MOVIMIENTOS(IDX-CAT)
              IF MOV-INDICADOR = 'D'
                 ADD MOV-IMPORTE TO TCA-CARGOS(IDX-CAT)
              ELSE
                 ADD MOV-IMPORTE TO TCA-ABONOS(IDX-CAT)
              END-IF
           END-IF.
           IF MOV-INDICADOR = 'D'
              ADD 1 TO CARGOS
           ELSE
              ADD 1 TO ABONOS
           END-IF.

       2100-APLICAR-MOVIMIENTO-FIN.
           EXIT.

      * EL MOVIMIENTO TAMBIEN ES UN CAMBIO DEL REGISTRO: SUBE SU
      * VERSION COMO EN KSDMMANT (EN BLANCO VALE 0; EN EL TOPE
      * VUELVE A 1)
       2150-SUBIR-VERSION.
           IF MST-VERSION NOT NUMERIC
              MOVE ZEROS TO MST-VERSION
           END-IF.
           IF MST-VERSION = 999999
              MOVE 1 TO MST-VERSION
           ELSE
              ADD 1 TO MST-VERSION
           END-IF.

      * ESCRITURA ADELANTADA: LA INTENCION LLEGA AL JOURNAL ANTES
      * QUE EL CAMBIO AL MAESTRO
       2400-GRABAR-INTENCION.
           MOVE 'I' TO JRN-FASE.
           PERFORM 2600-GRABAR-ENTRADA.

       2500-GRABAR-CONFIRMACION.
           MOVE 'C' TO JRN-FASE.
           PERFORM 2600-GRABAR-ENTRADA.

       2600-GRABAR-ENTRADA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE FECHA-HORA(1:16) TO JRN-TMS.
           MOVE TXN-SEQ          TO JRN-SEQ.
           MOVE 'M'              TO JRN-OP.
           MOVE MOV-CLAVE        TO JRN-CLAVE.
           MOVE MOV-CLAVE        TO JRN-CLAVE-AMPLIA.
           MOVE IMAGEN-ANTES     TO JRN-ANTES.
           MOVE IMAGEN-DESPUES   TO JRN-DESPUES.
           MOVE RUN-ID           TO JRN-RUNID.
           MOVE 'SELLAR  ' TO HUE-FUNCION.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.
           WRITE REG-JOURNAL.

      * RUN-ID DEL LOTE Y FASE: C CONTABILIZANDO, R REGRABANDO
       2700-GRABAR-CHECKPOINT.
           MOVE SPACES TO REC-CHKPT.
           MOVE LOTE-EN-CURSO TO CHK-RUNID.
           MOVE FASE-EN-CURSO TO CHK-FASE.
           OPEN OUTPUT CHECKPT.
           WRITE REC-CHKPT.
           CLOSE CHECKPT.

       2750-BORRAR-CHECKPOINT.
           MOVE SPACES TO REC-CHKPT.
           OPEN OUTPUT CHECKPT.
           WRITE REC-CHKPT.
           CLOSE CHECKPT.

      * EL MOVIMIENTO EN DUDA DEL ABEND: SI EL MAESTRO YA TIENE LA
      * IMAGEN DESPUES DE SU INTENCION SOLO FALTABA CONFIRMAR, Y EL
      * IMPORTE YA ESTA EN EL SALDO DE APERTURA; SI NO, SE APLICA
      * POR EL CAMINO NORMAL
       2800-RESOLVER-EN-DUDA.
           MOVE 'N' TO RESUELTA.
           IF MOV-CLAVE = DUDA-CLAVE
              MOVE DUDA-CLAVE TO MST-CLAVE
              READ MAESTRO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                        IF MST-DATOS = DUDA-DESPUES
                           MOVE 'S' TO RESUELTA
                        END-IF
              END-READ
           END-IF.
           IF RESUELTA = 'S'
              ADD 1 TO RESUELTOS
              MOVE DUDA-ANTES TO IMAGEN-ANTES
              MOVE DUDA-DESPUES TO IMAGEN-DESPUES
              PERFORM 2500-GRABAR-CONFIRMACION
           END-IF.

       2900-RECHAZAR-MOVIMIENTO.
           ADD 1 TO RECHAZADOS.
           WRITE REG-RECHAZADO FROM REG-MOVIMIENTO.
           MOVE MOV-IMPORTE TO IMPORTE-ED.
           MOVE SPACES TO LINEA.
           STRING 'RECHAZADO CLAVE ' MOV-CLAVE
                  ' ' MOV-INDICADOR ' ' IMPORTE-ED
                  ' REF ' MOV-REFERENCIA
                  ' ' MOTIVO-RECHAZO
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'RECHAZOS        ' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PRUEBA.

       3000-SALDOS-CIERRE.
           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO PARA CIERRE' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-SALDOS-CIERRE-FIN.

           MOVE 'N' TO FIN-MAESTRO.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.
           PERFORM 3100-ACUMULAR-CIERRE UNTIL FIN-MAESTRO = 'S'.
           CLOSE MAESTRO.

       3000-SALDOS-CIERRE-FIN.
           EXIT.

       3100-ACUMULAR-CIERRE.
           MOVE MST-CATEGORIA TO CATEGORIA-BUSCADA.
           PERFORM 1300-BUSCAR-CATEGORIA THRU 1300-BUSCAR-CATEGORIA-FIN.
           IF IDX-CAT > ZEROS
              ADD MST-SALDO TO TCA-CIERRE(IDX-CAT)
           END-IF.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

       4000-PRUEBA-SALDOS.
           COMPUTE ESPERADO = TCA-APERTURA(IDX) + TCA-ABONOS(IDX)
                            - TCA-CARGOS(IDX).
           MOVE TCA-APERTURA(IDX) TO APERTURA-ED.
           MOVE TCA-ABONOS(IDX)   TO ABONOS-ED.
           MOVE TCA-CARGOS(IDX)   TO CARGOS-ED.
           MOVE TCA-CIERRE(IDX)   TO CIERRE-ED.
           MOVE SPACES TO LINEA.
           STRING 'CATEGORIA ' TCA-CODIGO(IDX)
                  ' APERTURA ' APERTURA-ED
                  ' +ABONOS ' ABONOS-ED
                  ' -CARGOS ' CARGOS-ED
                  ' CIERRE ' CIERRE-ED
                  DELIMITED BY SIZE INTO LINEA.
           IF ESPERADO = TCA-CIERRE(IDX)
              MOVE 'CUADRE          ' TO RPT-CORTE
           ELSE
              ADD 1 TO DESCUADRES
              MOVE 'DESCUADRE       ' TO RPT-CORTE
           END-IF.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE TCA-MOVIMIENTOS(IDX) TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PRUEBA.

      * EN EL DESCUADRE SE DA ADEMAS EL CIERRE QUE DEBIA SALIR
           IF ESPERADO NOT = TCA-CIERRE(IDX)
              MOVE ESPERADO TO IMPORTE-ED
              MOVE SPACES TO LINEA
              STRING 'CATEGORIA ' TCA-CODIGO(IDX)
                     ' CIERRE ESPERADO ' IMPORTE-ED
                     ' NO CUADRA CON EL MAESTRO'
                     DELIMITED BY SIZE INTO LINEA
              MOVE 'DETALLE ' TO RPT-FUNCION
              MOVE ZEROS TO RPT-IMPORTE
              MOVE LINEA TO RPT-LINEA
              CALL 'SDPREPW0' USING INFORME-PRUEBA
           END-IF.

      * KSDMOVS SE VACIA COMO KSDMAPRV VACIA KSDAPRD, SALVO LOS
      * RECHAZADOS, QUE SE COPIAN DE VUELTA PARA SU CORRECCION
       5000-REGRABAR-MOVIMIENTOS.
           OPEN INPUT RECHAZADOS-MOVS.
           MOVE 'LEYENDO RECHAZADOS KSDMOVSR' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-RECH '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 5000-REGRABAR-MOVIMIENTOS-FIN.

           OPEN OUTPUT MOVIMIENTOS.
           MOVE 'VACIANDO MOVIMIENTOS KSDMOVS' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MOVS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              CLOSE RECHAZADOS-MOVS
              GO TO 5000-REGRABAR-MOVIMIENTOS-FIN
           END-IF.

           MOVE 'N' TO FIN-RECH.
           READ RECHAZADOS-MOVS
                AT END MOVE 'S' TO FIN-RECH
           END-READ.
           PERFORM 5100-DEVOLVER-RECHAZADO UNTIL FIN-RECH = 'S'.
           CLOSE RECHAZADOS-MOVS.
           CLOSE MOVIMIENTOS.

       5000-REGRABAR-MOVIMIENTOS-FIN.
           EXIT.

       5100-DEVOLVER-RECHAZADO.
           WRITE REG-MOVIMIENTO FROM REG-RECHAZADO.
           ADD 1 TO DEVUELTOS.
           READ RECHAZADOS-MOVS
                AT END MOVE 'S' TO FIN-RECH
           END-READ.

       9000-SOLTAR-CERROJO.
           MOVE 'SOLTAR  ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA
                RC-CERROJO.
