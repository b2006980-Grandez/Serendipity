      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Consulta de la imagen final de claves cerradas en el
      *          historico KSDHIST
      ******************************************************************
      * SDP DESCRIPTION
      *  Para cada clave del deck KSDHINQP (una clave de 5 digitos
      *> por linea) posiciona el historico indexado KSDHIST con START
      *> NOT < sobre la clave mas fecha cero y lista con READ NEXT
      *> todos sus cierres purgados: la imagen final desglosada con
      *> el trazado KSDWMAST (nombre, categoria, saldo, fecha de alta,
      *> estado), la fecha de cierre, la de purga y el run que purgo.
      *  Una clave sin historico se busca en el maestro SALIDA, para
      *> decir si sigue viva o cerrada a la espera de la purga; si
      *> tampoco esta alli sale como desconocida. Todo va al listado
      *> de SDPREPW0 con corte por clave; alguna clave sin historico
      *> da RC 4.
      * SDP END
      *
      * SDP DESC Consulta de cerrados en el historico del maestro
      * SDP IVP 0 Files.Consumes = KSDHINQP,KSDHIST,SALIDA - SDPPRINT
      * lo escribe SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMHINQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARAMETROS ASSIGN TO 'KSDHINQP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HISTORICO ASSIGN TO FIS-KSDHIST
                  FILE STATUS IS FS-HIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HST-LLAVE.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CLAVE OF REG-MAESTRO
                  ALTERNATE RECORD KEY IS MST-CATEGORIA OF REG-MAESTRO
                            WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-VALOR PIC X(05).

       FD  HISTORICO.
       01  REG-HISTORICO.
       COPY KSDWHIST.

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-HIST     PIC XX VALUE SPACES.
       77 FS-MAESTRO  PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-PARM    PIC X(01) VALUE 'N'.
       77 FIN-HIST    PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDHIST PIC X(64) VALUE 'KSDHIST'.

      * DESGLOSE DE LA IMAGEN FINAL GUARDADA EN HST-DATOS
       01  IMAGEN-HISTORICO.
       COPY KSDWMAST.

       01  CONSULTA.
           03 CLAVE-PEDIDA  PIC 9(05) VALUE ZEROS.
           03 CIERRES-CLAVE PIC 9(05) VALUE ZEROS.
           03 CORTE-CLAVE   PIC X(16) VALUE SPACES.

       01  CONTADORES.
           03 PEDIDAS       PIC 9(09) VALUE ZEROS.
           03 CON-HISTORICO PIC 9(09) VALUE ZEROS.
           03 SIN-HISTORICO PIC 9(09) VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 SALDO-ED PIC -ZZZZZZZZ9.99.

       01  INFORME-HISTORICO.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'KSDHIST ' FIS-KSDHIST.

           OPEN INPUT PARAMETROS.
           MOVE 'ABRIENDO PARAMETROS KSDHINQP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PARM '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

      * SIN HISTORICO TODAVIA (NINGUNA PURGA) TODO SE BUSCA EN SALIDA
           OPEN INPUT HISTORICO.
           MOVE 'ABRIENDO HISTORICO KSDHIST' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-HIST '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'CONSULTA DE HISTORICO KSDHIST' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-HISTORICO.

           READ PARAMETROS
                AT END MOVE 'S' TO FIN-PARM
           END-READ.
           PERFORM 2000-CONSULTAR-CLAVE THRU 2000-CONSULTAR-CLAVE-FIN
                   UNTIL FIN-PARM = 'S'.

           CLOSE PARAMETROS.
           CLOSE HISTORICO.
           CLOSE MAESTRO.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-HISTORICO.

           DISPLAY 'PEDIDAS ' PEDIDAS ' CON HISTORICO ' CON-HISTORICO
                   ' SIN HISTORICO ' SIN-HISTORICO.

           IF SIN-HISTORICO > ZEROS
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

       2000-CONSULTAR-CLAVE.
           IF PRM-VALOR NOT NUMERIC
              DISPLAY 'CLAVE NO NUMERICA EN KSDHINQP ' PRM-VALOR
              GO TO 2000-LEER-SIGUIENTE
           END-IF.
           ADD 1 TO PEDIDAS.
           MOVE PRM-VALOR TO CLAVE-PEDIDA.
           MOVE SPACES TO CORTE-CLAVE.
           STRING 'CLAVE ' CLAVE-PEDIDA DELIMITED BY SIZE
                  INTO CORTE-CLAVE.
           MOVE ZEROS TO CIERRES-CLAVE.

           MOVE 'N' TO FIN-HIST.
           IF FS-HIST = '05'
              MOVE 'S' TO FIN-HIST
           ELSE
              MOVE CLAVE-PEDIDA TO HST-CLAVE
              MOVE ZEROS TO HST-FECHA-BAJA
              START HISTORICO KEY NOT < HST-LLAVE
                    INVALID KEY MOVE 'S' TO FIN-HIST
              END-START
           END-IF.
           IF FIN-HIST = 'N'
              READ HISTORICO NEXT RECORD
                   AT END MOVE 'S' TO FIN-HIST
              END-READ
           END-IF.
           PERFORM 2100-LISTAR-CIERRE
                   UNTIL FIN-HIST = 'S' OR HST-CLAVE NOT = CLAVE-PEDIDA.

           IF CIERRES-CLAVE > ZEROS
              ADD 1 TO CON-HISTORICO
           ELSE
              ADD 1 TO SIN-HISTORICO
              PERFORM 2200-BUSCAR-EN-MAESTRO
           END-IF.

       2000-LEER-SIGUIENTE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-PARM
           END-READ.

       2000-CONSULTAR-CLAVE-FIN.
           EXIT.

       2100-LISTAR-CIERRE.
           ADD 1 TO CIERRES-CLAVE.
           MOVE HST-CLAVE TO MST-CLAVE OF IMAGEN-HISTORICO.
           MOVE HST-DATOS TO MST-DATOS OF IMAGEN-HISTORICO.
           MOVE MST-SALDO OF IMAGEN-HISTORICO TO SALDO-ED.
           MOVE SPACES TO LINEA.
           STRING 'CERRADA ' HST-FECHA-BAJA
                  ' PURGADA ' HST-FECHA-PURGA
                  ' RUN ' HST-RUNID
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 2900-EMITIR-LINEA.
           MOVE SPACES TO LINEA.
           STRING '  ' MST-NOMBRE OF IMAGEN-HISTORICO
                  ' CAT ' MST-CATEGORIA OF IMAGEN-HISTORICO
                  ' SALDO ' SALDO-ED
                  ' ALTA ' MST-FECHA-ALTA OF IMAGEN-HISTORICO
                  ' ESTADO ' MST-ESTADO OF IMAGEN-HISTORICO
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 2900-EMITIR-LINEA.
           READ HISTORICO NEXT RECORD
                AT END MOVE 'S' TO FIN-HIST
           END-READ.

       2200-BUSCAR-EN-MAESTRO.
           MOVE CLAVE-PEDIDA TO MST-CLAVE OF REG-MAESTRO.
           MOVE SPACES TO LINEA.
           READ MAESTRO
                INVALID KEY
                     MOVE 'SIN HISTORICO Y DESCONOCIDA EN SALIDA'
                       TO LINEA
                NOT INVALID KEY
                     IF MST-ESTADO OF REG-MAESTRO = 'C'
                        STRING 'SIN HISTORICO: CERRADA EL '
                               MST-FECHA-BAJA OF REG-MAESTRO
                               ', PENDIENTE DE PURGA EN SALIDA'
                               DELIMITED BY SIZE INTO LINEA
                     ELSE
                        MOVE 'SIN HISTORICO: VIVA EN SALIDA' TO LINEA
                     END-IF
           END-READ.
           PERFORM 2900-EMITIR-LINEA.

       2900-EMITIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE CORTE-CLAVE TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-HISTORICO.
