      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Conversion de los ficheros del maestro SALIDA a la
      *          clave ampliada de 9 posiciones
      ******************************************************************
      * SDP DESCRIPTION
      *  Utilidad de una sola pasada para ampliar el espacio de
      *> claves del maestro SALIDA de 9(05) a 9(09). Bajo el cerrojo
      *> de escritor unico convierte todos los ficheros que llevan la
      *> clave:
      *>   SALIDA    al maestro ampliado SALIDAW (trazado KSDWMAMP)
      *>   KSDBKUP   a la copia ampliada KSDBKUPW
      *>   journal   las generaciones activas del catalogo KSDJRNGC y
      *>             el KSDJRNL en curso se reescriben en su sitio con
      *>             JRN-CLAVE-AMPLIA rellena (JRN-CLAVE se conserva)
      *>   KSDTRAN   y KSDTRANC pendientes de aplicar a KSDTRANW y
      *>             KSDTRNCW (operacion, clave de 9 y los 74 de datos)
      *  El journal sigue valiendo con los dos anchos: KSDMRBLD y
      *> KSDMRECO toman la clave ampliada cuando la hay, asi que la
      *> reconstruccion y la conciliacion funcionan antes, durante y
      *> despues del cambio. La huella JRN-HUELLA de cada entrada se
      *> copia tal cual: la clave ampliada rellena con JRN-CLAVE no
      *> altera la huella, y la cadena sigue verificando.
      *  Cada fichero se cuadra con el convenio de SRTTOTAL (numero
      *> de registros y suma de claves modulo 10**12) leyendo el
      *> original y releyendo el convertido; el informe de SDPREPW0
      *> da los totales de antes y de despues de cada uno. Un
      *> fichero que no cuadra, que no se puede abrir o renombrar,
      *> o una generacion archivada desaparecida, termina con RC 16;
      *> una generacion de journal que no cuadra no sustituye a la
      *> original.
      * SDP END
      *
      * SDP DESC Conversion a clave ampliada con cuadre antes/despues
      * SDP IVP 0 Files.Consumes = SALIDA,KSDBKUP,KSDJRNGC,KSDTRAN,
      * KSDTRANC
      * SDP IVP 0 Files.Produces = SALIDAW,KSDBKUPW,KSDTRANW,KSDTRNCW,
      * SDPPRINT - SDPPRINT lo escribe SDPREPW0
      * SDP IVP 0 Files.Updates = KSDJRNL
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CLAVE OF REG-MAESTRO
                  ALTERNATE RECORD KEY IS MST-CATEGORIA OF REG-MAESTRO
                            WITH DUPLICATES.

           SELECT AMPLIO ASSIGN TO FIS-SALIDAW
                  FILE STATUS IS FS-AMPLIO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CLAVE OF REG-AMPLIO
                  ALTERNATE RECORD KEY IS MST-CATEGORIA OF REG-AMPLIO
                            WITH DUPLICATES.

           SELECT COPIA ASSIGN TO FIS-KSDBKUP
                  FILE STATUS IS FS-COPIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT COPIA-AMPLIA ASSIGN TO FIS-KSDBKUPW
                  FILE STATUS IS FS-COPIA-AMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'KSDJRNGC'
                  FILE STATUS IS FS-CATLG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * EL MISMO FD LEE CADA GENERACION, EL KSDJRNL EN CURSO Y LA
      * RELECTURA DEL FICHERO DE TRABAJO: EL NOMBRE CAMBIA ANTES DE
      * CADA OPEN
           SELECT JOURNAL ASSIGN TO NOMBRE-JOURNAL
                  FILE STATUS IS FS-JRNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT JOURNAL-NUEVO ASSIGN TO NOMBRE-TRABAJO
                  FILE STATUS IS FS-JRNL-NUEVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TRANSACCIONES ASSIGN TO NOMBRE-TRAN
                  FILE STATUS IS FS-TRAN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TRAN-AMPLIA ASSIGN TO NOMBRE-TRAN-AMPLIA
                  FILE STATUS IS FS-TRAN-AMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  AMPLIO.
       01  REG-AMPLIO.
       COPY KSDWMAMP.

       FD  COPIA.
       01  REC-COPIA.
           03 CPY-CLAVE PIC 9(05).
           03 CPY-DATOS PIC X(75).

       FD  COPIA-AMPLIA.
       01  REC-COPIA-AMPLIA.
           03 CPA-CLAVE PIC 9(09).
           03 CPA-DATOS PIC X(75).

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

       FD  JOURNAL-NUEVO.
       01  REG-JRN-NUEVO PIC X(219).

       FD  TRANSACCIONES.
       01  REC-TRAN.
           03 TRN-OP    PIC X(01).
           03 TRN-CLAVE PIC 9(05).
           03 TRN-DATOS PIC X(74).

      * LA CLAVE NO NUMERICA DE UNA TRANSACCION SIN VALIDAR PASA TAL
      * CUAL, AJUSTADA A LA DERECHA: KSDMEDIT LA SEGUIRA RECHAZANDO
       FD  TRAN-AMPLIA.
       01  REC-TRAN-AMPLIA.
           03 TRA-OP    PIC X(01).
           03 TRA-CLAVE PIC 9(09).
           03 TRA-CLAVE-X REDEFINES TRA-CLAVE.
              05 TRA-RELLENO    PIC X(04).
              05 TRA-CLAVE-CORTA PIC X(05).
           03 TRA-DATOS PIC X(74).

       WORKING-STORAGE SECTION.
       77 FS-MAESTRO    PIC XX VALUE SPACES.
       77 FS-AMPLIO     PIC XX VALUE SPACES.
       77 FS-COPIA      PIC XX VALUE SPACES.
       77 FS-COPIA-AMP  PIC XX VALUE SPACES.
       77 FS-CATLG      PIC XX VALUE SPACES.
       77 FS-JRNL       PIC XX VALUE SPACES.
       77 FS-JRNL-NUEVO PIC XX VALUE SPACES.
       77 FS-TRAN       PIC XX VALUE SPACES.
       77 FS-TRAN-AMP   PIC XX VALUE SPACES.
       77 RC            PIC 9(03) VALUE ZEROS.
       77 RC-CERROJO    PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT     PIC X(40) VALUE SPACES.
       77 FIN-FICH      PIC X(01) VALUE 'N'.
       77 FIN-CATLG     PIC X(01) VALUE 'N'.
       77 ES-ARCHIVO    PIC X(01) VALUE 'N'.
      * UN FICHERO QUE NO SE PUDO ABRIR O RENOMBRAR; NO LO BORRA EL RC
      * DE LOS FICHEROS SIGUIENTES
       77 FALLO-FICHERO PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA    PIC X(64) VALUE 'SALIDA'.
           03 FIS-SALIDAW   PIC X(64) VALUE 'SALIDAW'.
           03 FIS-KSDBKUP   PIC X(64) VALUE 'KSDBKUP'.
           03 FIS-KSDBKUPW  PIC X(64) VALUE 'KSDBKUPW'.

      * NOMBRES FIJOS PARA LAS RUTINAS CBL_ DE FICHERO
       01  NOMBRES-FICHERO.
           03 NOMBRE-JOURNAL     PIC X(08) VALUE 'KSDJRNL'.
           03 NOMBRE-ORIGEN      PIC X(08) VALUE SPACES.
           03 NOMBRE-TRABAJO     PIC X(08) VALUE 'KSDJCONV'.
           03 NOMBRE-TRAN        PIC X(08) VALUE SPACES.
           03 NOMBRE-TRAN-AMPLIA PIC X(08) VALUE SPACES.

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
              05 GEN-FICHERO   PIC X(08).
              05 GEN-ESTADO    PIC X(01).

       01  INDICES.
           03 IDX PIC 9(04) VALUE ZEROS.

      * CERROJO DE ESCRITOR UNICO SOBRE SALIDA (MODULO KSDMLOCK)
       01  CERROJO-DATOS.
           03 LCK-FUNCION  PIC X(08) VALUE SPACES.
           03 LCK-PROGRAMA PIC X(08) VALUE 'KSDMCONV'.

      * CUADRE DEL FICHERO EN CURSO CON EL CONVENIO DE SRTTOTAL
       01  CUADRE-FICHERO.
           03 CNV-FICHERO      PIC X(08) VALUE SPACES.
           03 CNV-ANTES-REG    PIC 9(09) VALUE ZEROS.
           03 CNV-ANTES-HASH   PIC 9(12) VALUE ZEROS.
           03 CNV-DESPUES-REG  PIC 9(09) VALUE ZEROS.
           03 CNV-DESPUES-HASH PIC 9(12) VALUE ZEROS.
           03 CNV-CUADRA       PIC X(01) VALUE 'N'.

       01  CLAVE-JOURNAL PIC 9(09) VALUE ZEROS.

       01  CONTADORES.
           03 CONVERTIDOS  PIC 9(09) VALUE ZEROS.
           03 AUSENTES     PIC 9(09) VALUE ZEROS.
           03 DESCUADRES   PIC 9(09) VALUE ZEROS.

       01  INFORME-CONVERSION.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'SALIDAW ' FIS-SALIDAW.
           CALL 'SDPDDMP0' USING 'KSDBKUP ' FIS-KSDBKUP.
           CALL 'SDPDDMP0' USING 'KSDBKUPW' FIS-KSDBKUPW.

           MOVE 'TOMAR   ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'CONVERSION A CLAVE AMPLIADA' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-CONVERSION.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              PERFORM 9000-SOLTAR-CERROJO
              STOP RUN RETURNING RC
           END-IF.
           MOVE ZEROS TO RPT-IMPORTE.

      * SIN MAESTRO CONVERTIDO NO TIENE SENTIDO SEGUIR CON EL RESTO
           PERFORM 2000-CONVERTIR-MAESTRO
                   THRU 2000-CONVERTIR-MAESTRO-FIN.
           IF RC NOT = ZEROS
              PERFORM 1900-TERMINAR
           END-IF.

           PERFORM 3000-CONVERTIR-COPIA
                   THRU 3000-CONVERTIR-COPIA-FIN.
           PERFORM 1800-VER-FALLO.

           PERFORM 4000-CARGAR-CATALOGO
                   THRU 4000-CARGAR-CATALOGO-FIN.
           MOVE 'S' TO ES-ARCHIVO.
           PERFORM 4100-CONVERTIR-GENERACION
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > GEN-USADAS.
           MOVE 'N' TO ES-ARCHIVO.
           MOVE 'KSDJRNL' TO NOMBRE-ORIGEN.
           PERFORM 4200-CONVERTIR-JOURNAL
                   THRU 4200-CONVERTIR-JOURNAL-FIN.
           PERFORM 1800-VER-FALLO.

           MOVE 'KSDTRAN'  TO NOMBRE-TRAN.
           MOVE 'KSDTRANW' TO NOMBRE-TRAN-AMPLIA.
           PERFORM 5000-CONVERTIR-TRANSACCIONES
                   THRU 5000-CONVERTIR-TRANSACCIONES-FIN.
           PERFORM 1800-VER-FALLO.
           MOVE 'KSDTRANC' TO NOMBRE-TRAN.
           MOVE 'KSDTRNCW' TO NOMBRE-TRAN-AMPLIA.
           PERFORM 5000-CONVERTIR-TRANSACCIONES
                   THRU 5000-CONVERTIR-TRANSACCIONES-FIN.
           PERFORM 1800-VER-FALLO.

           PERFORM 1900-TERMINAR.

       1800-VER-FALLO.
           IF RC NOT = ZEROS
              MOVE 'S' TO FALLO-FICHERO
           END-IF.

       1900-TERMINAR.
           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-CONVERSION.

           PERFORM 9000-SOLTAR-CERROJO.

           DISPLAY 'CONVERTIDOS ' CONVERTIDOS
                   ' AUSENTES ' AUSENTES
                   ' DESCUADRES ' DESCUADRES.

           IF DESCUADRES > ZEROS OR FALLO-FICHERO = 'S'
              MOVE 16 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      * MAESTRO: SE CARGA SALIDAW EN ORDEN DE CLAVE Y SE RELEE PARA
      * EL CUADRE DE DESPUES
       2000-CONVERTIR-MAESTRO.
           MOVE 'SALIDA' TO CNV-FICHERO.
           PERFORM 8100-LIMPIAR-CUADRE.

           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-CONVERTIR-MAESTRO-FIN.

           OPEN OUTPUT AMPLIO.
           MOVE 'ABRIENDO MAESTRO AMPLIADO SALIDAW' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-AMPLIO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              CLOSE MAESTRO
              GO TO 2000-CONVERTIR-MAESTRO-FIN
           END-IF.

           MOVE 'N' TO FIN-FICH.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2100-PASAR-MAESTRO UNTIL FIN-FICH = 'S'.
           CLOSE MAESTRO.
           CLOSE AMPLIO.

           OPEN INPUT AMPLIO.
           MOVE 'RELEYENDO MAESTRO AMPLIADO SALIDAW' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-AMPLIO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-CONVERTIR-MAESTRO-FIN.

           MOVE 'N' TO FIN-FICH.
           READ AMPLIO NEXT RECORD
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2200-TOTALIZAR-MAESTRO UNTIL FIN-FICH = 'S'.
           CLOSE AMPLIO.

           PERFORM 8000-ANOTAR-CUADRE.

       2000-CONVERTIR-MAESTRO-FIN.
           EXIT.

       2100-PASAR-MAESTRO.
           ADD 1 TO CNV-ANTES-REG.
           COMPUTE CNV-ANTES-HASH =
                   FUNCTION MOD(CNV-ANTES-HASH
                                + MST-CLAVE OF REG-MAESTRO,
                                1000000000000).
           MOVE MST-CLAVE OF REG-MAESTRO TO MST-CLAVE OF REG-AMPLIO.
           MOVE MST-DATOS OF REG-MAESTRO TO MST-DATOS OF REG-AMPLIO.
           WRITE REG-AMPLIO
                 INVALID KEY
                      DISPLAY 'CLAVE REPETIDA EN SALIDAW '
                              MST-CLAVE OF REG-AMPLIO
           END-WRITE.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       2200-TOTALIZAR-MAESTRO.
           ADD 1 TO CNV-DESPUES-REG.
           COMPUTE CNV-DESPUES-HASH =
                   FUNCTION MOD(CNV-DESPUES-HASH
                                + MST-CLAVE OF REG-AMPLIO,
                                1000000000000).
           READ AMPLIO NEXT RECORD
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * COPIA DE SEGURIDAD: SU KSDBKUPC SIGUE VALIENDO PARA LA COPIA
      * AMPLIADA PORQUE LAS CLAVES, Y CON ELLAS EL HASH, NO CAMBIAN
       3000-CONVERTIR-COPIA.
           MOVE 'KSDBKUP' TO CNV-FICHERO.
           PERFORM 8100-LIMPIAR-CUADRE.

           OPEN INPUT COPIA.
           IF FS-COPIA = '35'
              PERFORM 8200-ANOTAR-AUSENTE
              GO TO 3000-CONVERTIR-COPIA-FIN
           END-IF.
           MOVE 'ABRIENDO COPIA KSDBKUP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-COPIA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-CONVERTIR-COPIA-FIN.

           OPEN OUTPUT COPIA-AMPLIA.
           MOVE 'ABRIENDO COPIA AMPLIADA KSDBKUPW' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-COPIA-AMP '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              CLOSE COPIA
              GO TO 3000-CONVERTIR-COPIA-FIN
           END-IF.

           MOVE 'N' TO FIN-FICH.
           READ COPIA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 3100-PASAR-COPIA UNTIL FIN-FICH = 'S'.
           CLOSE COPIA.
           CLOSE COPIA-AMPLIA.

           OPEN INPUT COPIA-AMPLIA.
           MOVE 'RELEYENDO COPIA AMPLIADA KSDBKUPW' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-COPIA-AMP '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-CONVERTIR-COPIA-FIN.

           MOVE 'N' TO FIN-FICH.
           READ COPIA-AMPLIA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 3200-TOTALIZAR-COPIA UNTIL FIN-FICH = 'S'.
           CLOSE COPIA-AMPLIA.

           PERFORM 8000-ANOTAR-CUADRE.

       3000-CONVERTIR-COPIA-FIN.
           EXIT.

       3100-PASAR-COPIA.
           ADD 1 TO CNV-ANTES-REG.
           COMPUTE CNV-ANTES-HASH =
                   FUNCTION MOD(CNV-ANTES-HASH + CPY-CLAVE,
                                1000000000000).
           MOVE CPY-CLAVE TO CPA-CLAVE.
           MOVE CPY-DATOS TO CPA-DATOS.
           WRITE REC-COPIA-AMPLIA.
           READ COPIA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       3200-TOTALIZAR-COPIA.
           ADD 1 TO CNV-DESPUES-REG.
           COMPUTE CNV-DESPUES-HASH =
                   FUNCTION MOD(CNV-DESPUES-HASH + CPA-CLAVE,
                                1000000000000).
           READ COPIA-AMPLIA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * GENERACIONES ARCHIVADAS POR KSDMJSWT; SIN CATALOGO SOLO SE
      * CONVIERTE EL KSDJRNL EN CURSO
       4000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO.
           IF FS-CATLG NOT = '00'
              CLOSE CATALOGO
              GO TO 4000-CARGAR-CATALOGO-FIN
           END-IF.
           MOVE 'N' TO FIN-CATLG.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.
           PERFORM 4050-ANOTAR-GENERACION UNTIL FIN-CATLG = 'S'.
           CLOSE CATALOGO.

       4000-CARGAR-CATALOGO-FIN.
           EXIT.

       4050-ANOTAR-GENERACION.
           IF GEN-USADAS < 500
              ADD 1 TO GEN-USADAS
              MOVE CAT-FICHERO TO GEN-FICHERO(GEN-USADAS)
              MOVE CAT-ESTADO  TO GEN-ESTADO(GEN-USADAS)
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.

      * LAS GENERACIONES BORRADAS POR LA RETENCION NO SE TOCAN
       4100-CONVERTIR-GENERACION.
           IF GEN-ESTADO(IDX) = 'A'
              MOVE GEN-FICHERO(IDX) TO NOMBRE-ORIGEN
              PERFORM 4200-CONVERTIR-JOURNAL
                      THRU 4200-CONVERTIR-JOURNAL-FIN
              PERFORM 1800-VER-FALLO
           END-IF.

      * EL JOURNAL SE REESCRIBE EN EL FICHERO DE TRABAJO KSDJCONV,
      * SE RELEE Y, SOLO SI CUADRA, SUSTITUYE AL ORIGINAL
       4200-CONVERTIR-JOURNAL.
           MOVE NOMBRE-ORIGEN TO CNV-FICHERO.
           PERFORM 8100-LIMPIAR-CUADRE.

           MOVE NOMBRE-ORIGEN TO NOMBRE-JOURNAL.
           OPEN INPUT JOURNAL.
           IF FS-JRNL = '35' AND ES-ARCHIVO = 'N'
              PERFORM 8200-ANOTAR-AUSENTE
              GO TO 4200-CONVERTIR-JOURNAL-FIN
           END-IF.
           IF FS-JRNL = '35'
              ADD 1 TO DESCUADRES
              MOVE SPACES TO LINEA
              STRING NOMBRE-ORIGEN ' GENERACION ARCHIVADA'
                     ' DESAPARECIDA'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 8300-ESCRIBIR-LINEA
              GO TO 4200-CONVERTIR-JOURNAL-FIN
           END-IF.
           MOVE 'ABRIENDO JOURNAL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 4200-CONVERTIR-JOURNAL-FIN.

           OPEN OUTPUT JOURNAL-NUEVO.
           MOVE 'ABRIENDO JOURNAL DE TRABAJO KSDJCONV' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL-NUEVO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              CLOSE JOURNAL
              GO TO 4200-CONVERTIR-JOURNAL-FIN
           END-IF.

           MOVE 'N' TO FIN-FICH.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 4300-PASAR-ENTRADA UNTIL FIN-FICH = 'S'.
           CLOSE JOURNAL.
           CLOSE JOURNAL-NUEVO.

           MOVE NOMBRE-TRABAJO TO NOMBRE-JOURNAL.
           OPEN INPUT JOURNAL.
           MOVE 'RELEYENDO JOURNAL DE TRABAJO KSDJCONV' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 4200-CONVERTIR-JOURNAL-FIN.

           MOVE 'N' TO FIN-FICH.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 4400-TOTALIZAR-ENTRADA UNTIL FIN-FICH = 'S'.
           CLOSE JOURNAL.

           PERFORM 8000-ANOTAR-CUADRE.

           IF CNV-CUADRA = 'N'
              CALL 'CBL_DELETE_FILE' USING NOMBRE-TRABAJO
              GO TO 4200-CONVERTIR-JOURNAL-FIN
           END-IF.
           CALL 'CBL_DELETE_FILE' USING NOMBRE-ORIGEN.
           CALL 'CBL_RENAME_FILE' USING NOMBRE-TRABAJO NOMBRE-ORIGEN.
           IF RETURN-CODE NOT = ZEROS
              DISPLAY 'ERROR RENOMBRANDO KSDJCONV A ' NOMBRE-ORIGEN
              MOVE 16 TO RC
           END-IF.

       4200-CONVERTIR-JOURNAL-FIN.
           EXIT.

      * EL CUADRE DE ANTES USA LA CLAVE QUE LEERIA KSDMRBLD: UNA
      * ENTRADA YA CONVERTIDA EN UNA PASADA ANTERIOR SE RESPETA
       4300-PASAR-ENTRADA.
           IF JRN-CLAVE-AMPLIA NUMERIC
              MOVE JRN-CLAVE-AMPLIA TO CLAVE-JOURNAL
           ELSE
              MOVE JRN-CLAVE TO CLAVE-JOURNAL
           END-IF.
           ADD 1 TO CNV-ANTES-REG.
           COMPUTE CNV-ANTES-HASH =
                   FUNCTION MOD(CNV-ANTES-HASH + CLAVE-JOURNAL,
                                1000000000000).
           MOVE CLAVE-JOURNAL TO JRN-CLAVE-AMPLIA.
           WRITE REG-JRN-NUEVO FROM REG-JOURNAL.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       4400-TOTALIZAR-ENTRADA.
           ADD 1 TO CNV-DESPUES-REG.
           IF JRN-CLAVE-AMPLIA NUMERIC
              COMPUTE CNV-DESPUES-HASH =
                      FUNCTION MOD(CNV-DESPUES-HASH
                                   + JRN-CLAVE-AMPLIA,
                                   1000000000000)
           END-IF.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * TRANSACCIONES PENDIENTES DE APLICAR, SIN VALIDAR (KSDTRAN) O
      * YA VALIDADAS (KSDTRANC); SOLO LAS CLAVES NUMERICAS ENTRAN EN
      * EL HASH, A LOS DOS LADOS
       5000-CONVERTIR-TRANSACCIONES.
           MOVE NOMBRE-TRAN TO CNV-FICHERO.
           PERFORM 8100-LIMPIAR-CUADRE.

           OPEN INPUT TRANSACCIONES.
           IF FS-TRAN = '35'
              PERFORM 8200-ANOTAR-AUSENTE
              GO TO 5000-CONVERTIR-TRANSACCIONES-FIN
           END-IF.
           MOVE 'ABRIENDO TRANSACCIONES' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TRAN '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 5000-CONVERTIR-TRANSACCIONES-FIN.

           OPEN OUTPUT TRAN-AMPLIA.
           MOVE 'ABRIENDO TRANSACCIONES AMPLIADAS' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TRAN-AMP '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              CLOSE TRANSACCIONES
              GO TO 5000-CONVERTIR-TRANSACCIONES-FIN
           END-IF.

           MOVE 'N' TO FIN-FICH.
           READ TRANSACCIONES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 5100-PASAR-TRANSACCION UNTIL FIN-FICH = 'S'.
           CLOSE TRANSACCIONES.
           CLOSE TRAN-AMPLIA.

           OPEN INPUT TRAN-AMPLIA.
           MOVE 'RELEYENDO TRANSACCIONES AMPLIADAS' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TRAN-AMP '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 5000-CONVERTIR-TRANSACCIONES-FIN.

           MOVE 'N' TO FIN-FICH.
           READ TRAN-AMPLIA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 5200-TOTALIZAR-TRANSACCION UNTIL FIN-FICH = 'S'.
           CLOSE TRAN-AMPLIA.

           PERFORM 8000-ANOTAR-CUADRE.

       5000-CONVERTIR-TRANSACCIONES-FIN.
           EXIT.

       5100-PASAR-TRANSACCION.
           ADD 1 TO CNV-ANTES-REG.
           MOVE TRN-OP    TO TRA-OP.
           MOVE TRN-DATOS TO TRA-DATOS.
           IF TRN-CLAVE NUMERIC
              COMPUTE CNV-ANTES-HASH =
                      FUNCTION MOD(CNV-ANTES-HASH + TRN-CLAVE,
                                   1000000000000)
              MOVE TRN-CLAVE TO TRA-CLAVE
           ELSE
              MOVE SPACES    TO TRA-RELLENO
              MOVE TRN-CLAVE TO TRA-CLAVE-CORTA
           END-IF.
           WRITE REC-TRAN-AMPLIA.
           READ TRANSACCIONES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       5200-TOTALIZAR-TRANSACCION.
           ADD 1 TO CNV-DESPUES-REG.
           IF TRA-CLAVE NUMERIC
              COMPUTE CNV-DESPUES-HASH =
                      FUNCTION MOD(CNV-DESPUES-HASH + TRA-CLAVE,
                                   1000000000000)
           END-IF.
           READ TRAN-AMPLIA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * UNA LINEA DE INFORME POR FICHERO CON LOS TOTALES DE ANTES Y
      * DE DESPUES; EL IMPORTE DEL CORTE ES EL NUMERO DE REGISTROS
       8000-ANOTAR-CUADRE.
           IF CNV-ANTES-REG = CNV-DESPUES-REG
              AND CNV-ANTES-HASH = CNV-DESPUES-HASH
              MOVE 'S' TO CNV-CUADRA
              ADD 1 TO CONVERTIDOS
           ELSE
              MOVE 'N' TO CNV-CUADRA
              ADD 1 TO DESCUADRES
           END-IF.
           MOVE SPACES TO LINEA.
           STRING CNV-FICHERO
                  ' ANTES '   CNV-ANTES-REG   ' HASH ' CNV-ANTES-HASH
                  ' DESPUES ' CNV-DESPUES-REG ' HASH ' CNV-DESPUES-HASH
                  DELIMITED BY SIZE INTO LINEA.
           IF CNV-CUADRA = 'S'
              MOVE 'CUADRA' TO LINEA(101:9)
           ELSE
              MOVE 'DESCUADRE' TO LINEA(101:9)
           END-IF.
           MOVE CNV-ANTES-REG TO RPT-IMPORTE.
           PERFORM 8300-ESCRIBIR-LINEA.

       8100-LIMPIAR-CUADRE.
           MOVE ZEROS TO CNV-ANTES-REG CNV-ANTES-HASH
                         CNV-DESPUES-REG CNV-DESPUES-HASH.
           MOVE 'N' TO CNV-CUADRA.

       8200-ANOTAR-AUSENTE.
           ADD 1 TO AUSENTES.
           MOVE SPACES TO LINEA.
           STRING CNV-FICHERO ' NO EXISTE, NADA QUE CONVERTIR'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 8300-ESCRIBIR-LINEA.

       8300-ESCRIBIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'FICHEROS' TO RPT-CORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CONVERSION.
           MOVE ZEROS TO RPT-IMPORTE.

       9000-SOLTAR-CERROJO.
           MOVE 'SOLTAR  ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA
                RC-CERROJO.
