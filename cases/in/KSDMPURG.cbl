      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Purga de los registros cerrados del maestro indexado
      *          SALIDA al historico KSDHIST
      ******************************************************************
      * SDP DESCRIPTION
      *  La baja de KSDMMANT es logica: deja el registro cerrado
      *> (MST-ESTADO 'C') con su fecha en MST-FECHA-BAJA. Esta purga
      *> periodica recorre SALIDA y cada registro cerrado hace mas
      *> dias que la RETENCION del deck KSDPURGP (365 si no hay
      *> tarjeta) lo graba en el historico indexado KSDHIST (trazado
      *> KSDWHIST, clave MST-CLAVE mas fecha de cierre) y despues lo
      *> borra del maestro.
      *  El borrado pasa por el journal KSDJRNL con intencion y
      *> confirmacion como en KSDMMANT, operacion 'D' sin imagen
      *> despues (baja fisica), para que KSDMRBLD y KSDMRECO no
      *> resuciten lo purgado. Si una purga anterior se corto entre
      *> el historico y el maestro, la clave ya archivada con la
      *> misma imagen se borra sin volver a grabarla. Las entradas
      *> se sellan con la huella encadenada de KSDMHUEL. Un
      *> registro cerrado con MST-FECHA-BAJA no numerica no se purga
      *> y sale como error (FECHA DE BAJA INVALIDA).
      *  Las purgadas y los errores salen al listado de SDPREPW0; un
      *> error termina con RC 16.
      * SDP END
      *
      * SDP DESC Purga de cerrados del maestro a historico
      * SDP IVP 0 Files.Consumes = KSDPURGP
      * SDP IVP 0 Files.Updates = KSDHIST,KSDJRNL,SALIDA - SDPPRINT lo
      * escribe SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMPURG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDPURGP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

           SELECT OPTIONAL HISTORICO ASSIGN TO FIS-KSDHIST
                  FILE STATUS IS FS-HIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HST-LLAVE.

           SELECT OPTIONAL JOURNAL ASSIGN TO FIS-KSDJRNL
                  FILE STATUS IS FS-JRNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  HISTORICO.
       01  REG-HISTORICO.
       COPY KSDWHIST.

       FD  JOURNAL.
       01  REG-JOURNAL.
       COPY KSDWJRNL.

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-MAESTRO  PIC XX VALUE SPACES.
       77 FS-HIST     PIC XX VALUE SPACES.
       77 FS-JRNL     PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
      * RC PROPIO DE LA SUELTA DEL CERROJO: NO DEBE PISAR EL RC
      * DEL ERROR QUE NOS TRAJO AQUI
       77 RC-CERROJO  PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 ARCHIVADO   PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDHIST PIC X(64) VALUE 'KSDHIST'.
           03 FIS-KSDJRNL PIC X(64) VALUE 'KSDJRNL'.

       01  RETENCION-PURGA.
           03 DIAS-RETENCION PIC 9(05) VALUE 365.
           03 FECHA-HOY      PIC 9(08) VALUE ZEROS.
           03 FECHA-LIMITE   PIC 9(08) VALUE ZEROS.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.

       01  IDENTIDAD-RUN.
           03 RUN-FUNCION PIC X(08) VALUE 'ACTUAL  '.
           03 RUN-ID      PIC X(16) VALUE SPACES.

       01  FECHA-HORA PIC X(21) VALUE SPACES.
       01  TXN-SEQ    PIC 9(09) VALUE ZEROS.
       01  MOTIVO     PIC X(30) VALUE SPACES.

      * CERROJO DE ESCRITOR UNICO SOBRE SALIDA (MODULO KSDMLOCK)
       01  CERROJO-DATOS.
           03 LCK-FUNCION  PIC X(08) VALUE SPACES.
           03 LCK-PROGRAMA PIC X(08) VALUE 'KSDMPURG'.

      * HUELLA ENCADENADA DEL JOURNAL (MODULO KSDMHUEL)
       01  BLOQUE-HUELLA.
       COPY KSDWHUEL.

       01  CONTADORES.
           03 LEIDOS    PIC 9(09) VALUE ZEROS.
           03 CERRADOS  PIC 9(09) VALUE ZEROS.
           03 PURGADOS  PIC 9(09) VALUE ZEROS.
           03 ERRORES   PIC 9(09) VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 SALDO-ED PIC -ZZZZZZZZ9.99.

       01  INFORME-PURGA.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'KSDHIST ' FIS-KSDHIST.
           CALL 'SDPDDMP0' USING 'KSDJRNL ' FIS-KSDJRNL.
           CALL 'SDPRUNI0' USING RUN-FUNCION RUN-ID.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1200-CALCULAR-LIMITE.

           MOVE 'TOMAR   ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN I-O MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              PERFORM 9000-SOLTAR-CERROJO
              STOP RUN RETURNING RC
           END-IF.

      * LA PRIMERA PURGA CREA EL HISTORICO (STATUS 05)
           OPEN I-O HISTORICO.
           MOVE 'ABRIENDO HISTORICO KSDHIST' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-HIST '00' '05'
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

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'PURGA DE CERRADOS A KSDHIST' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-PURGA.

           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.
           PERFORM 2000-TRATAR-REGISTRO UNTIL FIN-MAESTRO = 'S'.

           CLOSE MAESTRO.
           CLOSE HISTORICO.
           CLOSE JOURNAL.

           PERFORM 9000-SOLTAR-CERROJO.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-PURGA.

           DISPLAY 'LEIDOS ' LEIDOS ' CERRADOS ' CERRADOS
                   ' PURGADOS ' PURGADOS ' ERRORES ' ERRORES
                   ' LIMITE ' FECHA-LIMITE.

           IF ERRORES > ZEROS
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
           IF PRM-CLAVE = 'RETENCION   '
              MOVE FUNCTION NUMVAL(PRM-VALOR) TO DIAS-RETENCION
           END-IF.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * SE PURGA LO CERRADO ANTES DE HOY MENOS LA RETENCION
       1200-CALCULAR-LIMITE.
           MOVE 'ACTUAL  ' TO DTE-FUNCION.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           MOVE DTE-FECHA-S TO FECHA-HOY.

           MOVE 'SUMAR   ' TO DTE-FUNCION.
           MOVE FECHA-HOY TO DTE-FECHA-E.
           COMPUTE DTE-DIAS = ZEROS - DIAS-RETENCION.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           MOVE DTE-FECHA-S TO FECHA-LIMITE.

       2000-TRATAR-REGISTRO.
           ADD 1 TO LEIDOS.
           IF MST-ESTADO = 'C'
              ADD 1 TO CERRADOS
      * UN CERRADO SIN FECHA DE BAJA VALIDA NO SE PURGARIA NUNCA:
      * SALE A ERRORES PARA QUE SE CORRIJA
              IF MST-FECHA-BAJA NOT NUMERIC
                 MOVE 'FECHA DE BAJA INVALIDA' TO MOTIVO
                 PERFORM 2900-LISTAR-ERROR
              ELSE
                 IF MST-FECHA-BAJA < FECHA-LIMITE
                    PERFORM 2100-PURGAR-REGISTRO
                            THRU 2100-PURGAR-REGISTRO-FIN
                 END-IF
              END-IF
           END-IF.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

       2100-PURGAR-REGISTRO.
           MOVE SPACES TO REG-HISTORICO.
           MOVE MST-CLAVE      TO HST-CLAVE.
           MOVE MST-FECHA-BAJA TO HST-FECHA-BAJA.
           MOVE MST-DATOS      TO HST-DATOS.
           MOVE FECHA-HOY      TO HST-FECHA-PURGA.
           MOVE RUN-ID         TO HST-RUNID.
           MOVE 'S' TO ARCHIVADO.
           WRITE REG-HISTORICO
                 INVALID KEY MOVE 'N' TO ARCHIVADO
           END-WRITE.

      * YA ARCHIVADA POR UNA PURGA CORTADA: SOLO VALE SI ES LA MISMA
      * IMAGEN
           IF ARCHIVADO = 'N'
              READ HISTORICO
                   INVALID KEY CONTINUE
              END-READ
              IF HST-DATOS NOT = MST-DATOS
                 MOVE 'CIERRE YA EN HISTORICO DISTINTO' TO MOTIVO
                 PERFORM 2900-LISTAR-ERROR
                 GO TO 2100-PURGAR-REGISTRO-FIN
              END-IF
           END-IF.

           ADD 1 TO TXN-SEQ.
           MOVE 'I' TO JRN-FASE.
           PERFORM 2600-GRABAR-ENTRADA.
           DELETE MAESTRO
                  INVALID KEY
                       MOVE 'DELETE RECHAZADO' TO MOTIVO
                       PERFORM 2900-LISTAR-ERROR
                  NOT INVALID KEY
                       MOVE 'C' TO JRN-FASE
                       PERFORM 2600-GRABAR-ENTRADA
                       ADD 1 TO PURGADOS
                       PERFORM 2800-LISTAR-PURGADO
           END-DELETE.

       2100-PURGAR-REGISTRO-FIN.
           EXIT.

      * BAJA FISICA EN EL JOURNAL: IMAGEN DESPUES EN BLANCO
       2600-GRABAR-ENTRADA.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE FECHA-HORA(1:16) TO JRN-TMS.
           MOVE TXN-SEQ          TO JRN-SEQ.
           MOVE 'D'              TO JRN-OP.
           MOVE MST-CLAVE        TO JRN-CLAVE.
           MOVE MST-CLAVE        TO JRN-CLAVE-AMPLIA.
           MOVE MST-DATOS        TO JRN-ANTES.
           MOVE SPACES           TO JRN-DESPUES.
           MOVE RUN-ID           TO JRN-RUNID.
           MOVE 'SELLAR  ' TO HUE-FUNCION.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.
           WRITE REG-JOURNAL.

       2800-LISTAR-PURGADO.
           MOVE MST-SALDO TO SALDO-ED.
           MOVE SPACES TO LINEA.
           STRING MST-CLAVE ' ' MST-NOMBRE ' ' MST-CATEGORIA
                  ' SALDO ' SALDO-ED
                  ' CERRADA ' MST-FECHA-BAJA
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'PURGADOS        ' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PURGA.

       2900-LISTAR-ERROR.
           ADD 1 TO ERRORES.
           MOVE SPACES TO LINEA.
           STRING MST-CLAVE ' CERRADA ' MST-FECHA-BAJA
                  ' NO PURGADA: ' MOTIVO
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'ERRORES         ' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PURGA.

       9000-SOLTAR-CERROJO.
           MOVE 'SOLTAR  ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA
                RC-CERROJO.
