      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Consulta por nombre sobre el maestro con un indice
      *          fonetico mantenido desde el journal
      ******************************************************************
      * SDP DESCRIPTION
      *  SALIDA solo se posiciona por MST-CLAVE o MST-CATEGORIA y en
      *> atencion al cliente solo se tiene el nombre. Este paso
      *> mantiene el indice fonetico indexado KSDFONX (trazado
      *> KSDWFONX: una entrada por palabra de MST-NOMBRE con su clave
      *> fonetica del espanol, que calcula el modulo comun KSDMFONC)
      *> y contesta las consultas por nombre del deck KSDFONP, una
      *> por linea.
      *  Mantenimiento: recorre la cadena de journal como KSDMCDCF
      *> (generaciones activas de KSDJRNGC y el KSDJRNL en curso) y
      *> por cada confirmacion posterior a la marca KSDFONHW rehace
      *> las entradas de la clave con la imagen despues; la baja
      *> fisica de la purga las quita. La posicion es la misma de
      *> KSDMCDCF: JRN-TMS mas JRN-RUNID mas JRN-SEQ. Sin KSDFONX el
      *> indice se construye entero leyendo SALIDA y la marca se
      *> lleva al final del journal; para reconstruirlo basta con
      *> borrar KSDFONX. Una generacion activa desaparecida deja la
      *> marca donde estaba y da RC 16.
      *  Consulta: cada palabra del nombre pedido se busca por su
      *> clave fonetica. Puntua 3 la palabra identica, 2 la que
      *> suena igual y 1 la que empieza igual (codigos de 3 letras o
      *> mas); la clave suma la mejor puntuacion de cada palabra. El
      *> listado de SDPREPW0, con corte por nombre pedido, da hasta
      *> 20 claves de mas a menos puntos con su categoria, saldo y
      *> estado en SALIDA. Un nombre sin candidatos da RC 4.
      * SDP END
      *
      * SDP DESC Consulta por nombre con indice fonetico
      * SDP IVP 0 Files.Consumes = KSDFONP,KSDJRNGC,KSDJRNL,SALIDA
      * SDP IVP 0 Files.Updates = KSDFONX,KSDFONHW
      * SDP IVP 0 Files.Produces = SDPPRINT - SDPPRINT lo escribe
      * SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMFONE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONSULTAS ASSIGN TO 'KSDFONP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL MARCA-AGUA ASSIGN TO 'KSDFONHW'
                  FILE STATUS IS FS-MARCA
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
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

           SELECT FONETICO ASSIGN TO FIS-KSDFONX
                  FILE STATUS IS FS-FONX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FON-LLAVE
                  ALTERNATE RECORD KEY IS FON-CLAVE
                            WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

       FD  CONSULTAS.
       01  REC-CONSULTA PIC X(40).

       FD  MARCA-AGUA.
       01  REC-MARCA.
           03 HWM-POSICION PIC X(41).

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
           03 CAT-SEP5      PIC X(01).
           03 CAT-HUELLA    PIC X(12).

       FD  JOURNAL.
       01  REG-JOURNAL.
       COPY KSDWJRNL.

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  FONETICO.
       01  REG-FONETICO.
       COPY KSDWFONX.

       WORKING-STORAGE SECTION.
       77 FS-PARM    PIC XX VALUE SPACES.
       77 FS-MARCA   PIC XX VALUE SPACES.
       77 FS-CATLG   PIC XX VALUE SPACES.
       77 FS-JRNL    PIC XX VALUE SPACES.
       77 FS-MAESTRO PIC XX VALUE SPACES.
       77 FS-FONX    PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-CATLG  PIC X(01) VALUE 'N'.
       77 FIN-JRNL   PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 FIN-FONX   PIC X(01) VALUE 'N'.
       77 FIN-PARM   PIC X(01) VALUE 'N'.
       77 ES-ARCHIVO PIC X(01) VALUE 'N'.
       77 RECONSTRUIR PIC X(01) VALUE 'N'.
       77 HUECO      PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDFONX PIC X(64) VALUE 'KSDFONX'.
           03 FIS-KSDJRNL PIC X(64) VALUE 'KSDJRNL'.

       01  NOMBRE-JOURNAL PIC X(64) VALUE SPACES.

      * POSICION EN EL JOURNAL: COMPARABLE COMO TEXTO PORQUE VA EN
      * EL ORDEN MARCA, RUN, SECUENCIA DEL RUN
       01  POSICION-ENTRADA.
           03 POS-TMS   PIC X(16).
           03 POS-RUNID PIC X(16).
           03 POS-SEQ   PIC 9(09).

       01  CONTROL-MARCA.
           03 DESDE-POS  PIC X(41) VALUE SPACES.
           03 ULTIMA-POS PIC X(41) VALUE SPACES.

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
              05 GEN-FICHERO   PIC X(08).
              05 GEN-ESTADO    PIC X(01).

       01  INDICES.
           03 IDX     PIC 9(04) VALUE ZEROS.
           03 IDX-PAL PIC 9(02) VALUE ZEROS.
           03 IDX-CND PIC 9(03) VALUE ZEROS.
           03 LISTADOS PIC 9(02) VALUE ZEROS.

      * NOMBRE A PARTIR EN PALABRAS: EL DEL MAESTRO O EL PEDIDO
       01  NOMBRE-TRABAJO PIC X(40) VALUE SPACES.
       01  CLAVE-INDICE   PIC 9(05) VALUE ZEROS.

       01  PALABRA-ACTUAL PIC X(20) VALUE SPACES.
           88 PARTICULA VALUE 'DE' 'DEL' 'LA' 'LAS' 'LOS' 'Y' 'E'.
       01  LON-PALABRA    PIC 9(02) VALUE ZEROS.
       01  POS-NOMBRE     PIC 9(02) VALUE ZEROS.

       01  PALABRAS.
           03 PAL-USADAS PIC 9(02) VALUE ZEROS.
           03 PAL-ENTRADA OCCURS 9 TIMES.
              05 PAL-TEXTO  PIC X(20).
              05 PAL-CODIGO PIC X(08).
              05 PAL-LON    PIC 9(02).

      * CODIFICACION FONETICA DE UNA PALABRA (MODULO KSDMFONC)
       01  CODIFICACION.
       COPY KSDWFONC.

      * CANDIDATOS DE UNA CONSULTA: MEJOR PUNTUACION POR PALABRA
       01  TABLA-CANDIDATOS.
           03 CND-USADOS PIC 9(03) VALUE ZEROS.
           03 CND-ENTRADA OCCURS 300 TIMES.
              05 CND-CLAVE   PIC 9(05).
              05 CND-PUNTOS  PIC 9(03).
              05 CND-LISTADO PIC X(01).
              05 CND-PUNTOS-PAL PIC 9(01) OCCURS 9 TIMES.

       01  BUSQUEDA.
           03 LON-BUSQUEDA PIC 9(02) VALUE ZEROS.
           03 PUNTOS       PIC 9(01) VALUE ZEROS.
           03 CND-HALLADO  PIC 9(03) VALUE ZEROS.
           03 MEJOR        PIC 9(03) VALUE ZEROS.
           03 DESBORDES    PIC 9(09) VALUE ZEROS.
           03 CORTE-NOMBRE PIC X(16) VALUE SPACES.

       01  CONTADORES.
           03 APLICADAS     PIC 9(09) VALUE ZEROS.
           03 CLAVES-INDICE PIC 9(09) VALUE ZEROS.
           03 PALABRAS-ALTA PIC 9(09) VALUE ZEROS.
           03 PEDIDAS       PIC 9(09) VALUE ZEROS.
           03 SIN-CANDIDATOS PIC 9(09) VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 SALDO-ED PIC -ZZZZZZZZ9.99.

       01  INFORME-FONETICO.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'KSDFONX ' FIS-KSDFONX.
           CALL 'SDPDDMP0' USING 'KSDJRNL ' FIS-KSDJRNL.

           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 1100-ABRIR-INDICE THRU 1100-ABRIR-INDICE-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           IF RECONSTRUIR = 'S'
              PERFORM 1200-RECONSTRUIR-INDICE
           END-IF.
           PERFORM 1300-LEER-MARCA.

           PERFORM 2000-CARGAR-CATALOGO
                   THRU 2000-CARGAR-CATALOGO-FIN.
           MOVE 'S' TO ES-ARCHIVO.
           PERFORM 2100-RECORRER-FICHERO
                   THRU 2100-RECORRER-FICHERO-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > GEN-USADAS.
           MOVE 'N' TO ES-ARCHIVO.
           MOVE FIS-KSDJRNL TO NOMBRE-JOURNAL.
           PERFORM 2100-RECORRER-FICHERO
                   THRU 2100-RECORRER-FICHERO-FIN.

      * CON UN HUECO EN LA HISTORIA NO SE MUEVE LA MARCA: LA PROXIMA
      * EJECUCION VUELVE A APLICAR DESDE EL MISMO SITIO
           IF HUECO = 'S'
              DISPLAY 'KSDFONHW NO ACTUALIZADO'
           ELSE
              PERFORM 2900-GRABAR-MARCA
           END-IF.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'CONSULTA POR NOMBRE FONETICO' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-FONETICO.

           MOVE 'INDICE KSDFONX  ' TO CORTE-NOMBRE.
           MOVE SPACES TO LINEA.
           STRING 'RECONSTRUIDO ' RECONSTRUIR
                  '  ENTRADAS APLICADAS ' APLICADAS
                  '  CLAVES INDEXADAS ' CLAVES-INDICE
                  '  PALABRAS ' PALABRAS-ALTA
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-EMITIR-LINEA.

           OPEN INPUT CONSULTAS.
           IF FS-PARM = '00'
              READ CONSULTAS
                   AT END MOVE 'S' TO FIN-PARM
              END-READ
              PERFORM 3000-ATENDER-CONSULTA
                      THRU 3000-ATENDER-CONSULTA-FIN
                      UNTIL FIN-PARM = 'S'
           END-IF.
           CLOSE CONSULTAS.

           CLOSE MAESTRO.
           CLOSE FONETICO.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-FONETICO.

           DISPLAY 'APLICADAS ' APLICADAS ' CLAVES INDEXADAS '
                   CLAVES-INDICE ' CONSULTAS ' PEDIDAS
                   ' SIN CANDIDATOS ' SIN-CANDIDATOS.
           IF DESBORDES > ZEROS
              DISPLAY 'CANDIDATOS NO CABIDOS EN LA TABLA ' DESBORDES
           END-IF.

           IF HUECO = 'S'
              MOVE 16 TO RC
           END-IF.
           IF RC = ZEROS AND SIN-CANDIDATOS > ZEROS
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      * SIN INDICE SE CREA VACIO Y SE CONSTRUYE DESDE SALIDA
       1100-ABRIR-INDICE.
           OPEN I-O FONETICO.
           IF FS-FONX = '35'
              MOVE 'S' TO RECONSTRUIR
              OPEN OUTPUT FONETICO
              CLOSE FONETICO
              OPEN I-O FONETICO
           END-IF.
           MOVE 'ABRIENDO INDICE FONETICO KSDFONX' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-FONX '00' SPACES
                MSG-FSTAT RC.

       1100-ABRIR-INDICE-FIN.
           EXIT.

       1200-RECONSTRUIR-INDICE.
           MOVE ZEROS TO MST-CLAVE.
           START MAESTRO KEY NOT < MST-CLAVE
                 INVALID KEY MOVE 'S' TO FIN-MAESTRO
           END-START.
           IF FIN-MAESTRO = 'N'
              READ MAESTRO NEXT RECORD
                   AT END MOVE 'S' TO FIN-MAESTRO
              END-READ
           END-IF.
           PERFORM 1210-INDEXAR-MAESTRO UNTIL FIN-MAESTRO = 'S'.

       1210-INDEXAR-MAESTRO.
           MOVE MST-CLAVE  TO CLAVE-INDICE.
           MOVE MST-NOMBRE TO NOMBRE-TRABAJO.
           PERFORM 4000-INDEXAR-CLAVE.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

      * TRAS UNA RECONSTRUCCION EL JOURNAL SOLO SE RECORRE PARA
      * LLEVAR LA MARCA AL FINAL: SALIDA YA TIENE LO CONFIRMADO
       1300-LEER-MARCA.
           OPEN INPUT MARCA-AGUA.
           IF FS-MARCA = '00' AND RECONSTRUIR = 'N'
              READ MARCA-AGUA
                   AT END CONTINUE
                   NOT AT END MOVE HWM-POSICION TO DESDE-POS
              END-READ
           END-IF.
           CLOSE MARCA-AGUA.
           MOVE DESDE-POS TO ULTIMA-POS.

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
              GO TO 2100-RECORRER-FICHERO-FIN
           END-IF.
           IF ES-ARCHIVO = 'N' AND FS-JRNL = '35'
              DISPLAY 'SIN JOURNAL EN CURSO KSDJRNL'
              GO TO 2100-RECORRER-FICHERO-FIN
           END-IF.
           IF FS-JRNL NOT = '00'
              DISPLAY 'ERROR ' FS-JRNL ' ABRIENDO ' NOMBRE-JOURNAL
              MOVE 'S' TO HUECO
              GO TO 2100-RECORRER-FICHERO-FIN
           END-IF.

           MOVE 'N' TO FIN-JRNL.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.
           PERFORM 2200-TRATAR-ENTRADA UNTIL FIN-JRNL = 'S'.

           CLOSE JOURNAL.

       2100-RECORRER-FICHERO-FIN.
           EXIT.

      * SOLO LO CONFIRMADO (LA FASE EN BLANCO DE JOURNALS ANTIGUOS
      * CUENTA COMO CONFIRMADA)
       2200-TRATAR-ENTRADA.
           MOVE JRN-TMS   TO POS-TMS.
           MOVE JRN-RUNID TO POS-RUNID.
           MOVE JRN-SEQ   TO POS-SEQ.
           IF (JRN-FASE = 'C' OR JRN-FASE = SPACE)
              AND POSICION-ENTRADA > DESDE-POS
              MOVE POSICION-ENTRADA TO ULTIMA-POS
              IF RECONSTRUIR = 'N'
                 ADD 1 TO APLICADAS
                 MOVE JRN-CLAVE TO CLAVE-INDICE
                 MOVE JRN-DESPUES TO MST-DATOS
                 MOVE MST-NOMBRE TO NOMBRE-TRABAJO
                 PERFORM 4000-INDEXAR-CLAVE
              END-IF
           END-IF.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.

       2900-GRABAR-MARCA.
           OPEN OUTPUT MARCA-AGUA.
           IF FS-MARCA NOT = '00'
              DISPLAY 'ERROR ' FS-MARCA ' GRABANDO MARCA KSDFONHW'
              MOVE 'S' TO HUECO
           ELSE
              MOVE ULTIMA-POS TO HWM-POSICION
              WRITE REC-MARCA
              CLOSE MARCA-AGUA
           END-IF.

       3000-ATENDER-CONSULTA.
           MOVE REC-CONSULTA TO NOMBRE-TRABAJO.
           IF NOMBRE-TRABAJO = SPACES
              GO TO 3000-LEER-SIGUIENTE
           END-IF.
           ADD 1 TO PEDIDAS.
           MOVE NOMBRE-TRABAJO(1:16) TO CORTE-NOMBRE.
           PERFORM 4100-PARTIR-NOMBRE.
           IF PAL-USADAS = ZEROS
              MOVE 'SIN PALABRAS QUE BUSCAR' TO LINEA
              PERFORM 3900-EMITIR-LINEA
              ADD 1 TO SIN-CANDIDATOS
              GO TO 3000-LEER-SIGUIENTE
           END-IF.

           MOVE ZEROS TO CND-USADOS.
           PERFORM 3100-BUSCAR-PALABRA
                   VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > PAL-USADAS.
           IF CND-USADOS = ZEROS
              MOVE 'SIN CANDIDATOS' TO LINEA
              PERFORM 3900-EMITIR-LINEA
              ADD 1 TO SIN-CANDIDATOS
              GO TO 3000-LEER-SIGUIENTE
           END-IF.

           PERFORM 3200-SUMAR-CANDIDATO
                   VARYING IDX-CND FROM 1 BY 1
                   UNTIL IDX-CND > CND-USADOS.
           MOVE ZEROS TO LISTADOS.
           MOVE 1 TO MEJOR.
           PERFORM 3300-LISTAR-MEJOR
                   UNTIL LISTADOS = 20 OR MEJOR = ZEROS.

       3000-LEER-SIGUIENTE.
           READ CONSULTAS
                AT END MOVE 'S' TO FIN-PARM
           END-READ.

       3000-ATENDER-CONSULTA-FIN.
           EXIT.

      * UN CODIGO CORTO SOLO SE BUSCA ENTERO: EMPEZAR POR UNA O DOS
      * LETRAS TRAERIA MEDIO INDICE
       3100-BUSCAR-PALABRA.
           IF PAL-LON(IDX-PAL) < 3
              MOVE 8 TO LON-BUSQUEDA
           ELSE
              MOVE PAL-LON(IDX-PAL) TO LON-BUSQUEDA
           END-IF.
           MOVE PAL-CODIGO(IDX-PAL) TO FON-CODIGO.
           MOVE ZEROS TO FON-CLAVE FON-ORDEN.
           MOVE 'N' TO FIN-FONX.
           START FONETICO KEY NOT < FON-LLAVE
                 INVALID KEY MOVE 'S' TO FIN-FONX
           END-START.
           IF FIN-FONX = 'N'
              READ FONETICO NEXT RECORD
                   AT END MOVE 'S' TO FIN-FONX
              END-READ
           END-IF.
           PERFORM 3110-PUNTUAR-ENTRADA
                   UNTIL FIN-FONX = 'S'
                      OR FON-CODIGO(1:LON-BUSQUEDA) NOT =
                         PAL-CODIGO(IDX-PAL)(1:LON-BUSQUEDA).

       3110-PUNTUAR-ENTRADA.
           EVALUATE TRUE
              WHEN FON-PALABRA = PAL-TEXTO(IDX-PAL)
                   MOVE 3 TO PUNTOS
              WHEN FON-CODIGO = PAL-CODIGO(IDX-PAL)
                   MOVE 2 TO PUNTOS
              WHEN OTHER
                   MOVE 1 TO PUNTOS
           END-EVALUATE.
           MOVE ZEROS TO CND-HALLADO.
           PERFORM 3120-BUSCAR-CANDIDATO
                   VARYING IDX-CND FROM 1 BY 1
                   UNTIL IDX-CND > CND-USADOS OR CND-HALLADO > ZEROS.
           IF CND-HALLADO = ZEROS
              IF CND-USADOS < 300
                 ADD 1 TO CND-USADOS
                 MOVE CND-USADOS TO CND-HALLADO
                 MOVE FON-CLAVE TO CND-CLAVE(CND-HALLADO)
                 MOVE ZEROS TO CND-PUNTOS(CND-HALLADO)
                 MOVE 'N' TO CND-LISTADO(CND-HALLADO)
                 PERFORM 3130-LIMPIAR-PUNTOS
                         VARYING IDX FROM 1 BY 1 UNTIL IDX > 9
              ELSE
                 ADD 1 TO DESBORDES
              END-IF
           END-IF.
           IF CND-HALLADO > ZEROS
              AND PUNTOS > CND-PUNTOS-PAL(CND-HALLADO, IDX-PAL)
              MOVE PUNTOS TO CND-PUNTOS-PAL(CND-HALLADO, IDX-PAL)
           END-IF.
           READ FONETICO NEXT RECORD
                AT END MOVE 'S' TO FIN-FONX
           END-READ.

       3120-BUSCAR-CANDIDATO.
           IF CND-CLAVE(IDX-CND) = FON-CLAVE
              MOVE IDX-CND TO CND-HALLADO
           END-IF.

       3130-LIMPIAR-PUNTOS.
           MOVE ZEROS TO CND-PUNTOS-PAL(CND-HALLADO, IDX).

       3200-SUMAR-CANDIDATO.
           PERFORM 3210-SUMAR-PALABRA
                   VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > PAL-USADAS.

       3210-SUMAR-PALABRA.
           ADD CND-PUNTOS-PAL(IDX-CND, IDX-PAL)
               TO CND-PUNTOS(IDX-CND).

      * EL MEJOR DE LOS QUE QUEDAN: MAS PUNTOS Y, A IGUALDAD, LA
      * CLAVE MAS BAJA
       3300-LISTAR-MEJOR.
           MOVE ZEROS TO MEJOR.
           PERFORM 3310-COMPARAR-CANDIDATO
                   VARYING IDX-CND FROM 1 BY 1
                   UNTIL IDX-CND > CND-USADOS.
           IF MEJOR > ZEROS
              MOVE 'S' TO CND-LISTADO(MEJOR)
              ADD 1 TO LISTADOS
              PERFORM 3400-LISTAR-CANDIDATO
           END-IF.

       3310-COMPARAR-CANDIDATO.
           IF CND-LISTADO(IDX-CND) = 'N'
              IF MEJOR = ZEROS
                 MOVE IDX-CND TO MEJOR
              ELSE
                 IF CND-PUNTOS(IDX-CND) > CND-PUNTOS(MEJOR)
                    OR (CND-PUNTOS(IDX-CND) = CND-PUNTOS(MEJOR)
                        AND CND-CLAVE(IDX-CND) < CND-CLAVE(MEJOR))
                    MOVE IDX-CND TO MEJOR
                 END-IF
              END-IF
           END-IF.

       3400-LISTAR-CANDIDATO.
           MOVE CND-CLAVE(MEJOR) TO MST-CLAVE.
           MOVE SPACES TO LINEA.
           READ MAESTRO
                INVALID KEY
                     STRING 'PUNTOS ' CND-PUNTOS(MEJOR)
                            ' CLAVE ' CND-CLAVE(MEJOR)
                            ' YA NO ESTA EN SALIDA'
                            DELIMITED BY SIZE INTO LINEA
                NOT INVALID KEY
                     MOVE MST-SALDO TO SALDO-ED
                     STRING 'PUNTOS ' CND-PUNTOS(MEJOR)
                            ' CLAVE ' MST-CLAVE
                            ' ' MST-NOMBRE
                            ' CAT ' MST-CATEGORIA
                            ' SALDO ' SALDO-ED
                            ' ESTADO ' MST-ESTADO
                            DELIMITED BY SIZE INTO LINEA
           END-READ.
           PERFORM 3900-EMITIR-LINEA.

       3900-EMITIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE CORTE-NOMBRE TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-FONETICO.

      * LAS ENTRADAS DE LA CLAVE SE REHACEN ENTERAS CON EL NOMBRE
      * ACTUAL; SIN NOMBRE (BAJA FISICA) SOLO SE BORRAN
       4000-INDEXAR-CLAVE.
           MOVE CLAVE-INDICE TO FON-CLAVE.
           MOVE 'N' TO FIN-FONX.
           START FONETICO KEY = FON-CLAVE
                 INVALID KEY MOVE 'S' TO FIN-FONX
           END-START.
           IF FIN-FONX = 'N'
              READ FONETICO NEXT RECORD
                   AT END MOVE 'S' TO FIN-FONX
              END-READ
           END-IF.
           PERFORM 4010-BORRAR-ENTRADA
                   UNTIL FIN-FONX = 'S' OR FON-CLAVE NOT = CLAVE-INDICE.

           PERFORM 4100-PARTIR-NOMBRE.
           IF PAL-USADAS > ZEROS
              ADD 1 TO CLAVES-INDICE
           END-IF.
           PERFORM 4020-GRABAR-PALABRA
                   VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > PAL-USADAS.

       4010-BORRAR-ENTRADA.
           DELETE FONETICO RECORD
                  INVALID KEY CONTINUE
           END-DELETE.
           READ FONETICO NEXT RECORD
                AT END MOVE 'S' TO FIN-FONX
           END-READ.

       4020-GRABAR-PALABRA.
           MOVE SPACES TO REG-FONETICO.
           MOVE PAL-CODIGO(IDX-PAL) TO FON-CODIGO.
           MOVE CLAVE-INDICE        TO FON-CLAVE.
           MOVE IDX-PAL             TO FON-ORDEN.
           MOVE PAL-TEXTO(IDX-PAL)  TO FON-PALABRA.
           WRITE REG-FONETICO
                 INVALID KEY REWRITE REG-FONETICO
                                     INVALID KEY CONTINUE
                             END-REWRITE
           END-WRITE.
           ADD 1 TO PALABRAS-ALTA.

      * PALABRAS CON SIGNIFICADO DEL NOMBRE, EN MAYUSCULAS Y CON
      * GUIONES Y SIGNOS COMO SEPARADORES, CADA UNA CON SU CODIGO
       4100-PARTIR-NOMBRE.
           INSPECT NOMBRE-TRABAJO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz-.,/'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ    '.
           MOVE ZEROS TO PAL-USADAS LON-PALABRA.
           MOVE SPACES TO PALABRA-ACTUAL.
           PERFORM 4110-LETRA-NOMBRE
                   VARYING POS-NOMBRE FROM 1 BY 1
                   UNTIL POS-NOMBRE > 40.
           PERFORM 4120-CERRAR-PALABRA.

       4110-LETRA-NOMBRE.
           IF NOMBRE-TRABAJO(POS-NOMBRE:1) = SPACE
              PERFORM 4120-CERRAR-PALABRA
           ELSE
              IF LON-PALABRA < 20
                 ADD 1 TO LON-PALABRA
                 MOVE NOMBRE-TRABAJO(POS-NOMBRE:1)
                      TO PALABRA-ACTUAL(LON-PALABRA:1)
              END-IF
           END-IF.

       4120-CERRAR-PALABRA.
           IF LON-PALABRA > 1 AND NOT PARTICULA AND PAL-USADAS < 9
              MOVE PALABRA-ACTUAL TO FNC-PALABRA
              CALL 'KSDMFONC' USING CODIFICACION
              IF FNC-LON > ZEROS
                 ADD 1 TO PAL-USADAS
                 MOVE PALABRA-ACTUAL TO PAL-TEXTO(PAL-USADAS)
                 MOVE FNC-CODIGO     TO PAL-CODIGO(PAL-USADAS)
                 MOVE FNC-LON        TO PAL-LON(PAL-USADAS)
              END-IF
           END-IF.
           MOVE ZEROS TO LON-PALABRA.
           MOVE SPACES TO PALABRA-ACTUAL.
