      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Fichero de cambios del maestro SALIDA para sistemas
      *          receptores a partir del journal
      ******************************************************************
      * SDP DESCRIPTION
      *  En vez del KSDLIST completo de cada noche, los sistemas
      *> receptores reciben solo lo que cambio. Recorre la cadena de
      *> journal como KSDMRBLD (generaciones activas de KSDJRNGC y el
      *> KSDJRNL en curso) y escribe en KSDCDCO, separado por ';', un
      *> registro DET por cada confirmacion (JRN-FASE 'C') posterior
      *> a la ultima enviada: numero de secuencia del envio,
      *> operacion, clave y la imagen despues desglosada por los
      *> campos de KSDWMAST, mas la marca y el run del journal y, al
      *> final, la version MST-VERSION del registro (en blanco en la
      *> baja fisica y en journals antiguos). Cierra
      *> con un registro TRL con los recuentos por operacion, la
      *> primera y la ultima secuencia y si es un reenvio.
      *  La posicion en el journal es la marca JRN-TMS mas JRN-RUNID
      *> mas JRN-SEQ de la ultima confirmacion, porque JRN-SEQ vuelve
      *> a 1 en cada run. El fichero KSDCDCHW guarda la posicion y la
      *> secuencia de lo ultimo enviado y de lo ultimo acusado.
      *  El receptor deja en KSDCDCAK la ultima secuencia que ha
      *> procesado. Si acusa el envio anterior completo, este sigue
      *> detras; si no hay acuse, o no llega hasta el final, se
      *> reenvia desde lo ultimo acusado con las mismas secuencias,
      *> de modo que ninguna entrada se salta ni se cuenta dos veces
      *> en el receptor.
      *  Una generacion activa desaparecida dejaria un hueco: la
      *> ejecucion termina con RC 16 sin mover KSDCDCHW.
      * SDP END
      *
      * SDP DESC Fichero de cambios del maestro desde el journal
      * SDP IVP 0 Files.Consumes = KSDCDCAK,KSDJRNGC,KSDJRNL
      * SDP IVP 0 Files.Produces = KSDCDCO
      * SDP IVP 0 Files.Updates = KSDCDCHW
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMCDCF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MARCA-AGUA ASSIGN TO 'KSDCDCHW'
                  FILE STATUS IS FS-MARCA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ACUSE ASSIGN TO 'KSDCDCAK'
                  FILE STATUS IS FS-ACUSE
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

           SELECT CAMBIOS ASSIGN TO 'KSDCDCO'
                  FILE STATUS IS FS-CAMBIOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MARCA-AGUA.
       01  REC-MARCA.
           03 HWM-ENVIADA-SEQ PIC 9(09).
           03 HWM-SEP1        PIC X(01).
           03 HWM-ENVIADA-POS PIC X(41).
           03 HWM-SEP2        PIC X(01).
           03 HWM-ACUSADA-SEQ PIC 9(09).
           03 HWM-SEP3        PIC X(01).
           03 HWM-ACUSADA-POS PIC X(41).

       FD  ACUSE.
       01  REC-ACUSE.
           03 ACK-SEQ PIC 9(09).

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

       FD  CAMBIOS.
       01  REC-CAMBIO PIC X(160).

       WORKING-STORAGE SECTION.
       77 FS-MARCA   PIC XX VALUE SPACES.
       77 FS-ACUSE   PIC XX VALUE SPACES.
       77 FS-CATLG   PIC XX VALUE SPACES.
       77 FS-JRNL    PIC XX VALUE SPACES.
       77 FS-CAMBIOS PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-CATLG  PIC X(01) VALUE 'N'.
       77 FIN-JRNL   PIC X(01) VALUE 'N'.
       77 ES-ARCHIVO PIC X(01) VALUE 'N'.
       77 REENVIO    PIC X(01) VALUE 'N'.
      * UNA GENERACION ARCHIVADA QUE FALTA; NO LO BORRA EL RC DE LOS
      * FICHEROS SIGUIENTES
       77 HUECO      PIC X(01) VALUE 'N'.

       01  NOMBRE-JOURNAL PIC X(08) VALUE 'KSDJRNL'.

      * POSICION EN EL JOURNAL: COMPARABLE COMO TEXTO PORQUE VA EN
      * EL ORDEN MARCA, RUN, SECUENCIA DEL RUN
       01  POSICION-ENTRADA.
           03 POS-TMS   PIC X(16).
           03 POS-RUNID PIC X(16).
           03 POS-SEQ   PIC 9(09).

       01  CONTROL-ENVIO.
           03 ENVIADA-SEQ PIC 9(09) VALUE ZEROS.
           03 ENVIADA-POS PIC X(41) VALUE SPACES.
           03 ACUSADA-SEQ PIC 9(09) VALUE ZEROS.
           03 ACUSADA-POS PIC X(41) VALUE SPACES.
           03 RECIBIDA-SEQ PIC 9(09) VALUE ZEROS.
           03 DESDE-POS   PIC X(41) VALUE SPACES.
           03 SEQ-ENVIO   PIC 9(09) VALUE ZEROS.
           03 PRIMERA-SEQ PIC 9(09) VALUE ZEROS.
           03 ULTIMA-POS  PIC X(41) VALUE SPACES.

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
              05 GEN-FICHERO   PIC X(08).
              05 GEN-ESTADO    PIC X(01).

       01  INDICES.
           03 IDX PIC 9(04) VALUE ZEROS.

      * DESGLOSE DE LA IMAGEN DESPUES CON EL TRAZADO DEL MAESTRO
       01  IMAGEN-CAMBIO.
       COPY KSDWMAST.

       01  CAMPOS-EDICION.
           03 SALDO-ED      PIC +9(09).99.
           03 SALDO-TEXTO   PIC X(13) VALUE SPACES.

       01  CONTADORES.
           03 ENVIADAS    PIC 9(09) VALUE ZEROS.
           03 ALTAS       PIC 9(09) VALUE ZEROS.
           03 CAMBIOS-U   PIC 9(09) VALUE ZEROS.
           03 BAJAS       PIC 9(09) VALUE ZEROS.
           03 PARCIALES   PIC 9(09) VALUE ZEROS.
           03 MOVIMIENTOS PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-LEER-MARCA.
           PERFORM 1200-LEER-ACUSE.

           OPEN OUTPUT CAMBIOS.
           MOVE 'ABRIENDO FICHERO DE CAMBIOS KSDCDCO' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-CAMBIOS '00' SPACES
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

           PERFORM 3000-GRABAR-TRAILER.
           CLOSE CAMBIOS.

      * CON UN HUECO EN LA HISTORIA NO SE MUEVE LA MARCA: LA PROXIMA
      * EJECUCION VUELVE A EMPEZAR DESDE EL MISMO SITIO
           IF HUECO = 'S'
              MOVE 16 TO RC
           END-IF.
           IF RC NOT = ZEROS
              DISPLAY 'KSDCDCHW NO ACTUALIZADO'
              STOP RUN RETURNING RC
           END-IF.
           PERFORM 4000-GRABAR-MARCA.

           DISPLAY 'ENVIADAS ' ENVIADAS ' ALTAS ' ALTAS
                   ' CAMBIOS ' CAMBIOS-U ' BAJAS ' BAJAS
                   ' PARCIALES ' PARCIALES
                   ' MOVIMIENTOS ' MOVIMIENTOS
                   ' REENVIO ' REENVIO.
           STOP RUN RETURNING RC.

      * SIN MARCA ES EL PRIMER ENVIO: TODO EL JOURNAL DISPONIBLE
       1100-LEER-MARCA.
           OPEN INPUT MARCA-AGUA.
           IF FS-MARCA = '00'
              READ MARCA-AGUA
                   AT END CONTINUE
                   NOT AT END
                        MOVE HWM-ENVIADA-SEQ TO ENVIADA-SEQ
                        MOVE HWM-ENVIADA-POS TO ENVIADA-POS
                        MOVE HWM-ACUSADA-SEQ TO ACUSADA-SEQ
                        MOVE HWM-ACUSADA-POS TO ACUSADA-POS
              END-READ
           END-IF.
           CLOSE MARCA-AGUA.

      * EL ACUSE QUE LLEGA AL FINAL DEL ULTIMO ENVIO LO DA POR
      * RECIBIDO; SIN ACUSE, O CORTO, SE REENVIA DESDE EL ACUSADO
       1200-LEER-ACUSE.
           MOVE ZEROS TO RECIBIDA-SEQ.
           OPEN INPUT ACUSE.
           IF FS-ACUSE = '00'
              READ ACUSE
                   AT END CONTINUE
                   NOT AT END
                        IF ACK-SEQ NUMERIC
                           MOVE ACK-SEQ TO RECIBIDA-SEQ
                        END-IF
              END-READ
           END-IF.
           CLOSE ACUSE.

           IF RECIBIDA-SEQ NOT < ENVIADA-SEQ
              MOVE ENVIADA-SEQ TO ACUSADA-SEQ
              MOVE ENVIADA-POS TO ACUSADA-POS
           ELSE
              MOVE 'S' TO REENVIO
              DISPLAY 'ENVIO HASTA ' ENVIADA-SEQ ' SIN ACUSE; '
                      'SE REENVIA DESDE ' ACUSADA-SEQ
           END-IF.
           MOVE ACUSADA-POS TO DESDE-POS.
           MOVE ACUSADA-SEQ TO SEQ-ENVIO.
           MOVE ACUSADA-POS TO ULTIMA-POS.

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
              DISPLAY 'GENERACION DESAPARECIDA ' NOMBRE-JOURNAL
              MOVE 'S' TO HUECO
              MOVE 16 TO RC
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
           PERFORM 2200-TRATAR-ENTRADA UNTIL FIN-JRNL = 'S'.

           CLOSE JOURNAL.

       2100-RECORRER-FICHERO-FIN.
           EXIT.

       2200-TRATAR-ENTRADA.
           MOVE JRN-TMS   TO POS-TMS.
           MOVE JRN-RUNID TO POS-RUNID.
           MOVE JRN-SEQ   TO POS-SEQ.
           IF JRN-FASE = 'C' AND POSICION-ENTRADA > DESDE-POS
              PERFORM 2300-GRABAR-CAMBIO
           END-IF.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.

       2300-GRABAR-CAMBIO.
           ADD 1 TO SEQ-ENVIO.
           ADD 1 TO ENVIADAS.
           IF PRIMERA-SEQ = ZEROS
              MOVE SEQ-ENVIO TO PRIMERA-SEQ
           END-IF.
           MOVE POSICION-ENTRADA TO ULTIMA-POS.
           EVALUATE JRN-OP
              WHEN 'A' ADD 1 TO ALTAS
              WHEN 'U' ADD 1 TO CAMBIOS-U
              WHEN 'D' ADD 1 TO BAJAS
              WHEN 'P' ADD 1 TO PARCIALES
              WHEN 'M' ADD 1 TO MOVIMIENTOS
              WHEN OTHER CONTINUE
           END-EVALUATE.

      * LA BAJA FISICA NO TIENE IMAGEN DESPUES: CAMPOS VACIOS
           MOVE JRN-CLAVE   TO MST-CLAVE.
           MOVE JRN-DESPUES TO MST-DATOS.
           MOVE SPACES TO SALDO-TEXTO.
           IF MST-SALDO NUMERIC
              MOVE MST-SALDO TO SALDO-ED
              MOVE SALDO-ED TO SALDO-TEXTO
           END-IF.

           MOVE SPACES TO REC-CAMBIO.
           STRING 'DET;' SEQ-ENVIO ';' JRN-OP ';' JRN-CLAVE
                  ';' MST-NOMBRE ';' MST-CATEGORIA
                  ';' SALDO-TEXTO ';' MST-FECHA-ALTA
                  ';' MST-ESTADO ';' MST-FECHA-BAJA
                  ';' JRN-TMS ';' JRN-RUNID ';' MST-VERSION
                  DELIMITED BY SIZE INTO REC-CAMBIO.
           WRITE REC-CAMBIO.

       3000-GRABAR-TRAILER.
           MOVE SPACES TO REC-CAMBIO.
           STRING 'TRL;' ENVIADAS ';' ALTAS ';' CAMBIOS-U
                  ';' BAJAS ';' PARCIALES ';' MOVIMIENTOS
                  ';' PRIMERA-SEQ ';' SEQ-ENVIO ';' REENVIO
                  DELIMITED BY SIZE INTO REC-CAMBIO.
           WRITE REC-CAMBIO.

       4000-GRABAR-MARCA.
           OPEN OUTPUT MARCA-AGUA.
           MOVE 'GRABANDO MARCA KSDCDCHW' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MARCA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           MOVE SPACES      TO REC-MARCA.
           MOVE SEQ-ENVIO   TO HWM-ENVIADA-SEQ.
           MOVE ULTIMA-POS  TO HWM-ENVIADA-POS.
           MOVE ACUSADA-SEQ TO HWM-ACUSADA-SEQ.
           MOVE ACUSADA-POS TO HWM-ACUSADA-POS.
           WRITE REC-MARCA.
           CLOSE MARCA-AGUA.
