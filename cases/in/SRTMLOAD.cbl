      *  Al completar la carga deja ademas en SRTTOTAL los totales de
      *> control (numero de registros y suma de claves modulo 10**12)
      *> que SRTMVRFY recomputa sobre SORTOUT para cuadrar la cadena.
      *  Con la tarjeta MODO ETIQUETAS del deck SRTLOADP la carga es
      *> por etiquetas: cada registro entero de SORTIN va ademas, en
      *> su orden de llegada, al fichero de trabajo SRTTAGWK, los
      *> algoritmos siguen ordenando solo las claves de ORDEN y
      *> SRTMWRIT recompone SORTOUT con los registros completos. En
      *> ese modo SRTTOTAL lleva tambien la suma de las huellas de
      *> los 80 octetos de cada registro, para que SRTMVRFY cuadre
      *> el contenido y no solo las claves.
      *  Si el deck SRTHDTRP define tipos de registro (modulo
      *> SRTMHDTR), la cabecera y el pie no se cargan en ORDEN: el pie
      *> se cuadra contra los detalles antes de ordenar, un descuadre
      *> rechaza el fichero con RC 16 sin llegar al algoritmo, y la
      *> cabecera y el pie recalculado pasan por SRTWDATA a SRTMWRIT.
      *> SRTTOTAL solo cuenta los detalles.
      *  El SORTIN que llega de fuera pasa antes por la edicion
      *> SRTMEDIT, que aparta a SRTSUSP los registros con la clave
      *> mal o cortos para que no entren aqui como basura.
      * SDP END
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTMLOAD.
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'SRTLOADP'
                   FILE STATUS IS FS-PARM
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL.

           SELECT TRABAJO ASSIGN TO FIS-SRTTAGWK
                   FILE STATUS IS FS-TRABAJO
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL.

           SELECT CHECKPT ASSIGN TO 'SRTCHKPT'
                   FILE STATUS IS FS-CHKPT
                   ORGANIZATION IS LINE SEQUENTIAL
           03 DATO PIC 9(05).
           03 F    PIC X(75).

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  TRABAJO.
       01  REC-TRABAJO PIC X(80).

       FD  CHECKPT.
       01  REC-CHKPT PIC 9(05).

           03 TOT-REGISTROS PIC 9(09).
           03 TOT-SEP       PIC X(01).
           03 TOT-HASH      PIC 9(12).
           03 TOT-SEP2      PIC X(01).
           03 TOT-MODO      PIC X(01).
           03 TOT-SEP3      PIC X(01).
           03 TOT-HASH-DATOS PIC 9(12).

       WORKING-STORAGE SECTION.
       77 FS-INPUT  PIC XX VALUE SPACES.
       77 FS-CHKPT  PIC XX VALUE SPACES.
       77 FS-TOTAL  PIC XX VALUE SPACES.
       77 FS-PARM   PIC XX VALUE SPACES.
       77 FS-TRABAJO PIC XX VALUE SPACES.
       77 FIN-PARM  PIC X(01) VALUE 'N'.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.

       01 TBDATOS.
           03 ITEMS PIC 9(05) VALUE 0.
           03 DATOS OCCURS 10000 TIMES PIC 9(05).
           03 MODO-CARGA PIC X(01) VALUE 'C'.
           03 HAY-CABECERA PIC X(01) VALUE 'N'.
           03 REG-CABECERA PIC X(80) VALUE SPACES.
           03 HAY-PIE      PIC X(01) VALUE 'N'.
           03 REG-PIE      PIC X(80) VALUE SPACES.

      * TIPOS DE REGISTRO DEL DECK SRTHDTRP
       01  CABECERA-PIE.
       COPY SRTWHDTR.

       01  LIMITES.
           03  MAX-DATOS PIC 9(05) VALUE 10000.

       01  TOTALES-CONTROL.
           03  HASH-CLAVES PIC 9(12) VALUE ZEROS.
           03  HASH-DATOS  PIC 9(12) VALUE ZEROS.

      * HUELLA DE LOS 80 OCTETOS DE UN REGISTRO; SRTMVRFY LA CALCULA
      * IGUAL SOBRE SORTOUT
       01  HUELLA-REGISTRO.
           03  BASE-HUELLA  PIC 9(03) VALUE 257.
           03  PRIMO-HUELLA PIC 9(09) VALUE 999999937.
           03  ACUMULADO    PIC 9(09) VALUE ZEROS.
           03  IDX-OCTETO   PIC 9(02) VALUE ZEROS.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SORTIN   PIC X(64) VALUE 'SORTIN'.
           03 FIS-SRTTOTAL PIC X(64) VALUE 'SRTTOTAL'.
           03 FIS-SRTTAGWK PIC X(64) VALUE 'SRTTAGWK'.

       01  REGISTRO-EJECUCION.
           03  RLOG-PROGRAMA PIC X(08) VALUE 'SRTMLOAD'.
       CARGAR-DATOS.
           CALL 'SDPDDMP0' USING 'SORTIN  ' FIS-SORTIN.
           CALL 'SDPDDMP0' USING 'SRTTOTAL' FIS-SRTTOTAL.
           CALL 'SDPDDMP0' USING 'SRTTAGWK' FIS-SRTTAGWK.
           CALL 'SDPRLOG0' USING 'START' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-NADA.

           PERFORM LEER-PARAMETROS.
           PERFORM LEER-CHECKPOINT.

           MOVE 'INICIO  ' TO HDT-FUNCION.
           CALL 'SRTMHDTR' USING CABECERA-PIE.
           IF HDT-RC NOT = ZEROS
              PERFORM RECHAZAR-FICHERO
           END-IF.

           OPEN INPUT ENTRADA.

           MOVE 'ABRIENDO FICHERO DE ENTRADA' TO MSG-FSTAT.
              GOBACK
           END-IF.

      * EL FICHERO DE TRABAJO SE REHACE ENTERO AUNQUE SE REINICIE:
      * SALTAR-YA-CARGADOS VUELVE A LEER LOS REGISTROS YA CARGADOS
           IF MODO-CARGA OF TBDATOS = 'E'
              OPEN OUTPUT TRABAJO
              MOVE 'ABRIENDO FICHERO DE TRABAJO SRTTAGWK' TO MSG-FSTAT
              CALL 'SRTFSTAT' USING FS-TRABAJO '00' SPACES
                   MSG-FSTAT RC
              IF RC NOT = ZEROS
                 PERFORM CIERRE-CONTROLADO
                 GOBACK
              END-IF
           END-IF.

           PERFORM SALTAR-YA-CARGADOS.

           READ ENTRADA
           PERFORM UNTIL FS-INPUT NOT = '00'
              PERFORM ANOTAR-REGISTRO THRU ANOTAR-REGISTRO-FIN
              IF (ITEMS OF TBDATOS) > ZEROS
                 AND FUNCTION MOD(ITEMS OF TBDATOS CADA-CUANTOS) = ZEROS
                 PERFORM GRABAR-CHECKPOINT
           END-IF.

           CLOSE ENTRADA.
           IF MODO-CARGA OF TBDATOS = 'E'
              CLOSE TRABAJO
           END-IF.

           IF HDT-ACTIVO = 'S'
              PERFORM APARTAR-CABECERA-PIE
           END-IF.

      * CARGA COMPLETADA: EL CHECKPOINT YA NO HACE FALTA PARA UN
      * REINICIO, SE DEJA A CERO PARA LA PROXIMA EJECUCION
           CALL 'SDPRLOG0' USING 'STOP ' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-NADA.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FS-PARM = '00'
              READ PARAMETROS
                   AT END MOVE 'S' TO FIN-PARM
              END-READ
              PERFORM TRATAR-PARAMETRO UNTIL FIN-PARM = 'S'
              CLOSE PARAMETROS
           END-IF.

       TRATAR-PARAMETRO.
           IF PRM-CLAVE = 'MODO        '
              IF PRM-VALOR(1:9) = 'ETIQUETAS'
                 MOVE 'E' TO MODO-CARGA OF TBDATOS
              ELSE
                 MOVE 'C' TO MODO-CARGA OF TBDATOS
              END-IF
           END-IF.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-PARM
           END-READ.

       LEER-CHECKPOINT.
           MOVE ZEROS TO YA-CARGADOS.
           OPEN INPUT CHECKPT.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > YA-CARGADOS
                           OR FS-INPUT NOT = '00'
              READ ENTRADA
              PERFORM ANOTAR-REGISTRO THRU ANOTAR-REGISTRO-FIN
           END-PERFORM.

      * SOLO LOS DETALLES VAN A LA TABLA; LA CABECERA Y EL PIE QUEDAN
      * RETENIDOS EN CABECERA-PIE
       ANOTAR-REGISTRO.
           IF HDT-ACTIVO = 'S'
              MOVE REC-ENTRADA TO HDT-REGISTRO
              MOVE 'CLASIFIC' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
              IF HDT-RC NOT = ZEROS
                 PERFORM RECHAZAR-FICHERO
              END-IF
              IF HDT-TIPO NOT = 'D'
                 GO TO ANOTAR-REGISTRO-FIN
              END-IF
              MOVE 'DETALLE ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
           END-IF.
           IF ITEMS OF TBDATOS NOT < MAX-DATOS
              DISPLAY 'ERROR FICHERO DE ENTRADA EXCEDE EL LIMITE '
                      'DE ' MAX-DATOS ' REGISTROS DE LA TABLA'
              MOVE 16 TO RC
              PERFORM CIERRE-CONTROLADO
              GOBACK
           END-IF.
           ADD 1 TO ITEMS OF TBDATOS.
           MOVE DATO TO DATOS(ITEMS OF TBDATOS).
           IF MODO-CARGA OF TBDATOS = 'E'
              PERFORM GUARDAR-REGISTRO
           END-IF.

       ANOTAR-REGISTRO-FIN.
           EXIT.

      * EL PIE SE CUADRA CONTRA LOS DETALLES ANTES DE ORDENAR; LA
      * CABECERA Y EL PIE RECALCULADO VIAJAN A SRTMWRIT EN SRTWDATA
       APARTAR-CABECERA-PIE.
           MOVE 'VALIDAR ' TO HDT-FUNCION.
           CALL 'SRTMHDTR' USING CABECERA-PIE.
           IF HDT-RC NOT = ZEROS
              PERFORM RECHAZAR-FICHERO
           END-IF.
           MOVE HDT-HAY-CABECERA TO HAY-CABECERA OF TBDATOS.
           MOVE HDT-CABECERA     TO REG-CABECERA OF TBDATOS.
           MOVE HDT-HAY-PIE      TO HAY-PIE OF TBDATOS.
           IF HDT-HAY-PIE = 'S'
              MOVE 'PIE     ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
              MOVE HDT-REGISTRO TO REG-PIE OF TBDATOS
           END-IF.

      * UN FICHERO RECHAZADO NO DEBE LLEGAR AL ALGORITMO NI A SORTOUT
       RECHAZAR-FICHERO.
           DISPLAY 'FICHERO DE ENTRADA RECHAZADO POR CABECERA O PIE'.
           MOVE 16 TO RC.
           PERFORM CIERRE-CONTROLADO.
           STOP RUN RETURNING RC.

      * EL REGISTRO ENTERO VA AL FICHERO DE TRABAJO EN SU ORDEN DE
      * LLEGADA: SU POSICION ALLI ES LA ETIQUETA QUE ACOMPANA A LA
      * CLAVE
       GUARDAR-REGISTRO.
           WRITE REC-TRABAJO FROM REC-ENTRADA.
           MOVE 'ESCRIBIENDO FICHERO DE TRABAJO SRTTAGWK' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TRABAJO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              PERFORM CIERRE-CONTROLADO
              GOBACK
           END-IF.
           MOVE ZEROS TO ACUMULADO.
           PERFORM SUMAR-OCTETO
                   VARYING IDX-OCTETO FROM 1 BY 1
                   UNTIL IDX-OCTETO > 80.
           COMPUTE HASH-DATOS =
                   FUNCTION MOD(HASH-DATOS + ACUMULADO, 1000000000000).

       SUMAR-OCTETO.
           COMPUTE ACUMULADO =
                   FUNCTION MOD(ACUMULADO * BASE-HUELLA
                      + FUNCTION ORD(REC-ENTRADA(IDX-OCTETO:1)),
                      PRIMO-HUELLA).

       GRABAR-CHECKPOINT.
           OPEN OUTPUT CHECKPT.
           MOVE ITEMS OF TBDATOS TO REC-CHKPT.
           MOVE ITEMS OF TBDATOS TO TOT-REGISTROS.
           MOVE SPACE TO TOT-SEP.
           MOVE HASH-CLAVES TO TOT-HASH.
           MOVE SPACE TO TOT-SEP2.
           MOVE MODO-CARGA OF TBDATOS TO TOT-MODO.
           MOVE SPACE TO TOT-SEP3.
           IF MODO-CARGA OF TBDATOS = 'E'
              MOVE HASH-DATOS TO TOT-HASH-DATOS
           ELSE
              MOVE SPACES TO REC-TOTAL(26:12)
           END-IF.
           WRITE REC-TOTAL.
           CLOSE TOTALES.
