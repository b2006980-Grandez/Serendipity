      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Generacion de JCL por cadena desde el deck de pasos,
      *          el deck de mapeo y las definiciones de generaciones
      ******************************************************************
      * SDP DESCRIPTION
      *  Para la migracion al host cada cadena se pasaba a JCL a
      *> mano, aunque todo esta ya en los decks: pasos, programas y
      *> predecesoras en SDPCHNDK, nombres logicos y fisicos en
      *> SDPDDMAP y generaciones en SDPGDGD. Este generador escribe
      *> un job por cadena a partir del deck SDPJCLGP:
      *>    CADENA    <deck-de-pasos> [<job>]  (SDPCHNDK por omision)
      *>    DESTINO   <directorio>             (el de trabajo)
      *>    CUENTA    <cuenta>                 (SDP)
      *>    CLASE     <clase>                  (A)
      *>    CONDICION IF|COND                  (IF)
      *>    PREFIJO   <calificador>            (ninguno)
      *> El job es <directorio>/<job>.jcl (el job por omision es el
      *> nombre del deck). Los pasos salen en el orden en que los
      *> lanzaria SDPCHAIN si todos terminan bien, un EXEC por paso.
      *> Un paso con predecesoras lleva un IF/THEN con cada una:
      *>    <pred>.RUN AND <pred>.RC LE <n>
      *> donde n es el menor entre el rcmax del paso y el de la
      *> predecesora (SDPCHAIN salta el paso si la predecesora fallo,
      *> se salto o devolvio mas de su rcmax). Con CONDICION COND se
      *> escribe COND=((n,LT,<pred>),...) en el EXEC, que no distingue
      *> una predecesora que no llego a correr.
      *  Los DD salen de los fuentes del deck SDPSRCL (tarjetas
      *> SOURCE): cada SELECT abierta (OPEN, SORT o MERGE USING y
      *> GIVING) del programa del paso y de los modulos que llama y
      *> estan en SDPSRCL, con el literal del ASSIGN o el nombre
      *> logico que se pasa a SDPDDMP0 como nombre del DD. Los
      *> ficheros del propio SDPDDMP0 no salen: el mapeo lo hacen los
      *> DD. El DSN es el fisico de la tarjeta MAP del nombre (o el
      *> propio nombre si no la tiene) detras del PREFIJO; el DISP
      *> sale del modo de apertura: SHR si solo se lee, OLD si se
      *> escribe o se actualiza, MOD si se extiende. Un fichero con
      *> tarjeta GDG, o con una referencia relativa en su MAP, va
      *> como generacion: <base>(-n) si el MAP la trae, (+1) NEW y
      *> CATLG en el paso que lo escribe y en los que lo usan despues
      *> dentro del job, y (0) si se usa sin escribirse antes. Los
      *> pasos de SDPGDG00 quedan como comentario: las generaciones
      *> las corta la propia GDG.
      *  Se listan para el equipo de migracion, en el informe de
      *> SDPREPW0, los ficheros sin tarjeta MAP, los asignados en
      *> ejecucion (su DD no se puede escribir), los DSN no validos,
      *> los programas o modulos sin fuente, las predecesoras
      *> desconocidas y los pasos que nunca se lanzan. RC 4 si hay
      *> algo en esa lista, 8 si no se puede leer un deck de pasos o
      *> escribir un job.
      * SDP END
      *
      * SDP DESC JCL por cadena con DD mapeados y generaciones
      * SDP IVP 0 Files.Consumes = SDPJCLGP,SDPSRCL,SDPDDMAP,SDPGDGD,
      * SDPCHNDK
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPJCLG0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TARJETAS ASSIGN TO 'SDPJCLGP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT LISTA ASSIGN TO 'SDPSRCL'
                  FILE STATUS IS FS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL MAPEO ASSIGN TO 'SDPDDMAP'
                  FILE STATUS IS FS-MAPEO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL GENERACIONES ASSIGN TO 'SDPGDGD'
                  FILE STATUS IS FS-GDG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT PASOS ASSIGN TO NOMBRE-CADENA
                  FILE STATUS IS FS-PASOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT FUENTE ASSIGN TO NOMBRE-FUENTE
                  FILE STATUS IS FS-FUENTE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SALIDA ASSIGN TO NOMBRE-SALIDA
                  FILE STATUS IS FS-SALIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(132).

       FD  LISTA.
       01  REC-LISTA PIC X(132).

       FD  MAPEO.
       01  REC-MAPEO PIC X(80).

       FD  GENERACIONES.
       01  REC-GDG PIC X(80).

       FD  PASOS.
       01  REC-PASO PIC X(80).

       FD  FUENTE.
       01  REC-FUENTE PIC X(80).

       FD  SALIDA.
       01  REC-SALIDA PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-LISTA    PIC XX VALUE SPACES.
       77 FS-MAPEO    PIC XX VALUE SPACES.
       77 FS-GDG      PIC XX VALUE SPACES.
       77 FS-PASOS    PIC XX VALUE SPACES.
       77 FS-FUENTE   PIC XX VALUE SPACES.
       77 FS-SALIDA   PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(10) VALUE SPACES.
           03 PAL-2 PIC X(10) VALUE SPACES.
           03 PAL-3 PIC X(64) VALUE SPACES.
           03 PAL-4 PIC X(10) VALUE SPACES.
           03 PAL-5 PIC X(10) VALUE SPACES.
           03 PAL-6 PIC X(10) VALUE SPACES.
           03 PAL-7 PIC X(10) VALUE SPACES.
           03 PAL-8 PIC X(10) VALUE SPACES.
           03 PAL-9 PIC X(10) VALUE SPACES.
           03 PAL-10 PIC X(10) VALUE SPACES.

       01  NOMBRES-FICHERO.
           03 NOMBRE-CADENA PIC X(64) VALUE SPACES.
           03 NOMBRE-FUENTE PIC X(64) VALUE SPACES.
           03 NOMBRE-SALIDA PIC X(132) VALUE SPACES.

       01  OPCIONES.
           03 DIRECTORIO PIC X(64) VALUE SPACES.
           03 CUENTA     PIC X(20) VALUE 'SDP'.
           03 CLASE      PIC X(01) VALUE 'A'.
           03 MODO-CONDICION PIC X(04) VALUE 'IF'.
           03 PREFIJO    PIC X(30) VALUE SPACES.

       01  TABLA-CADENAS.
           03 CAD-USADAS PIC 9(02) VALUE ZEROS.
           03 CAD OCCURS 20 TIMES.
              05 CAD-DECK PIC X(64).
              05 CAD-JOB  PIC X(08).

       01  TABLA-MAPEOS.
           03 MAP-USADOS PIC 9(03) VALUE ZEROS.
           03 MAP OCCURS 200 TIMES.
              05 MAP-LOGICO PIC X(08).
              05 MAP-FISICO PIC X(64).

       01  TABLA-GDG.
           03 GDG-USADAS PIC 9(02) VALUE ZEROS.
           03 GDG-NOMBRE OCCURS 50 TIMES PIC X(08).

      * MIEMBROS DE SDPSRCL; ESTADO: BLANCO SIN EXPLORAR, E
      * EXPLORADO, A FUENTE AUSENTE, D NO CABE. SUS FICHEROS Y SUS
      * LLAMADAS SON TRAMOS DE LAS TABLAS DE FICHEROS Y LLAMADAS
       01  TABLA-MIEMBROS.
           03 MBR-USADOS PIC 9(03) VALUE ZEROS.
           03 MBR OCCURS 200 TIMES.
              05 MBR-PROGRAMA  PIC X(08).
              05 MBR-FICHERO   PIC X(64).
              05 MBR-ESTADO    PIC X(01).
              05 MBR-FIC-BASE  PIC 9(04).
              05 MBR-FIC-CUANTOS PIC 9(03).
              05 MBR-LLA-BASE  PIC 9(04).
              05 MBR-LLA-CUANTOS PIC 9(03).

      * FICHEROS ABIERTOS POR CADA MIEMBRO: NOMBRE DEL DD, TIPO (L
      * LITERAL DEL ASSIGN, M NOMBRE LOGICO PASADO A SDPDDMP0, D
      * ASIGNADO EN EJECUCION) Y MODOS (ENTRADA, SALIDA, I-O, EXTEND)
       01  TABLA-FICHEROS.
           03 FIC-USADOS PIC 9(04) VALUE ZEROS.
           03 FIC OCCURS 3000 TIMES.
              05 FIC-DD       PIC X(08).
              05 FIC-VARIABLE PIC X(30).
              05 FIC-TIPO     PIC X(01).
              05 FIC-ENTRADA  PIC X(01).
              05 FIC-SALIDA   PIC X(01).
              05 FIC-ACTUAL   PIC X(01).
              05 FIC-EXTIENDE PIC X(01).

       01  TABLA-LLAMADAS.
           03 LLA-USADAS PIC 9(04) VALUE ZEROS.
           03 LLA-MODULO OCCURS 3000 TIMES PIC X(08).

      * PALABRAS DEL MIEMBRO EN CURSO (COLUMNAS 8-72)
       01  TABLA-PALABRAS.
           03 TOK-USADOS PIC 9(05) VALUE ZEROS.
           03 TOK OCCURS 30000 TIMES.
              05 TOK-COL    PIC 9(02).
              05 TOK-LON    PIC 9(02).
              05 TOK-TEXTO  PIC X(30).
              05 TOK-PUNTO  PIC X(01).

       01  LIMITES-MIEMBRO.
           03 TOK-DATA      PIC 9(05) VALUE ZEROS.
           03 TOK-PROCEDURE PIC 9(05) VALUE ZEROS.

       01  TABLA-SELECT.
           03 SEL-USADAS PIC 9(03) VALUE ZEROS.
           03 SEL OCCURS 100 TIMES.
              05 SEL-FICHERO  PIC X(30).
              05 SEL-DESTINO  PIC X(30).
              05 SEL-LITERAL  PIC X(01).
              05 SEL-ENTRADA  PIC X(01).
              05 SEL-SALIDA   PIC X(01).
              05 SEL-ACTUAL   PIC X(01).
              05 SEL-EXTIENDE PIC X(01).

      * VARIABLES QUE RECIBEN DE SDPDDMP0 UN NOMBRE LOGICO
       01  TABLA-ASIGNA.
           03 ASG-USADAS PIC 9(03) VALUE ZEROS.
           03 ASG OCCURS 100 TIMES.
              05 ASG-CAMPO  PIC X(30).
              05 ASG-LOGICO PIC X(08).

       01  PALABRA-PRUEBA PIC X(30) VALUE SPACES.
           88 ES-VERBO VALUE 'MOVE' 'ADD' 'SUBTRACT' 'MULTIPLY'
              'DIVIDE' 'COMPUTE' 'IF' 'EVALUATE' 'PERFORM' 'DISPLAY'
              'ACCEPT' 'CALL' 'SET' 'READ' 'WRITE' 'REWRITE' 'DELETE'
              'START' 'OPEN' 'CLOSE' 'STRING' 'UNSTRING' 'INSPECT'
              'INITIALIZE' 'SEARCH' 'CONTINUE' 'EXIT' 'STOP'
              'GOBACK' 'GO' 'RETURN' 'RELEASE' 'SORT' 'MERGE'
              'CANCEL' 'NEXT' 'ELSE' 'WHEN' 'END-IF' 'END-EVALUATE'
              'END-PERFORM' 'END-CALL'.
           88 ES-MODO-PASO VALUE 'BY' 'REFERENCE' 'CONTENT' 'VALUE'.
           88 ES-MODO-OPEN VALUE 'INPUT' 'OUTPUT' 'I-O' 'EXTEND'.
           88 ES-FIN-USING-SORT VALUE 'INPUT' 'OUTPUT' 'ON'
              'ASCENDING' 'DESCENDING' 'WITH' 'COLLATING'.
           88 ES-SERVICIO VALUE 'SYSTEM' 'CBL_DELETE_FILE'
              'CBL_RENAME_FILE' 'CBL_COPY_FILE' 'CBL_CHECK_FILE_EXIST'
              'C$SLEEP' 'CBL_OC_NANOSLEEP'.

       01  SENTENCIA.
           03 VERBO        PIC X(30) VALUE SPACES.
           03 FIN-SENT     PIC 9(05) VALUE ZEROS.
           03 MODULO       PIC X(30) VALUE SPACES.
           03 POSICION     PIC 9(02) VALUE ZEROS.
           03 LITERAL-DDMP PIC X(08) VALUE SPACES.
           03 MODO-FICHERO PIC X(01) VALUE SPACE.
           03 POS-USING    PIC 9(05) VALUE ZEROS.

       01  TROCEO.
           03 CARACTER    PIC X(01) VALUE SPACE.
           03 CIERRE      PIC X(01) VALUE SPACE.
           03 EN-LITERAL  PIC X(01) VALUE 'N'.
           03 EN-PALABRA  PIC X(01) VALUE 'N'.
           03 DESBORDADO  PIC X(01) VALUE 'N'.

      * PASOS DE LA CADENA EN CURSO; EMITIDO: N PENDIENTE, S ESCRITO
       01  TABLA-PASOS.
           03 PAS-USADOS PIC 9(02) VALUE ZEROS.
           03 PAS OCCURS 50 TIMES.
              05 PAS-NOMBRE   PIC X(08).
              05 PAS-PROGRAMA PIC X(08).
              05 PAS-RCMAX    PIC 9(03).
              05 PAS-NPRED    PIC 9(01).
              05 PAS-PRED OCCURS 5 TIMES PIC X(08).
              05 PAS-EMITIDO  PIC X(01).

      * PREDECESORAS DEL PASO QUE ENTRAN EN SU CONDICION
       01  TABLA-CONDICION.
           03 CON-USADAS PIC 9(01) VALUE ZEROS.
           03 CON OCCURS 5 TIMES.
              05 CON-PASO  PIC X(08).
              05 CON-RC    PIC 9(03).

      * DD DEL PASO: PROGRAMA MAS MODULOS LLAMADOS, SIN REPETIR
       01  TABLA-DD-PASO.
           03 PDD-USADOS PIC 9(03) VALUE ZEROS.
           03 PDD OCCURS 200 TIMES.
              05 PDD-DD       PIC X(08).
              05 PDD-VARIABLE PIC X(30).
              05 PDD-TIPO     PIC X(01).
              05 PDD-ENTRADA  PIC X(01).
              05 PDD-SALIDA   PIC X(01).
              05 PDD-ACTUAL   PIC X(01).
              05 PDD-EXTIENDE PIC X(01).
              05 PDD-MODULO   PIC X(08).

      * MODULOS DEL PASO YA RECORRIDOS (EL PRIMERO ES EL PROGRAMA)
       01  TABLA-VISITADOS.
           03 VIS-USADOS PIC 9(02) VALUE ZEROS.
           03 VIS-MODULO OCCURS 60 TIMES PIC X(08).

      * BASES DE GENERACION ESCRITAS YA EN EL JOB: LEIDAS DESPUES
      * SON LA (+1)
       01  TABLA-CREADAS.
           03 CRE-USADAS PIC 9(02) VALUE ZEROS.
           03 CRE-BASE OCCURS 50 TIMES PIC X(44).

      * LISTA PARA EL EQUIPO DE MIGRACION
       01  TABLA-PENDIENTES.
           03 PND-USADOS PIC 9(03) VALUE ZEROS.
           03 PND OCCURS 500 TIMES.
              05 PND-JOB      PIC X(08).
              05 PND-PASO     PIC X(08).
              05 PND-PROGRAMA PIC X(08).
              05 PND-DD       PIC X(08).
              05 PND-MOTIVO   PIC X(70).

       01  DD-ACTUAL.
           03 FISICO       PIC X(64) VALUE SPACES.
           03 BASE-DSN     PIC X(64) VALUE SPACES.
           03 RELATIVA     PIC X(06) VALUE SPACES.
           03 PARTE-REL    PIC X(06) VALUE SPACES.
           03 DSN          PIC X(80) VALUE SPACES.
           03 DSN-LON      PIC 9(03) VALUE ZEROS.
           03 DISP         PIC X(60) VALUE SPACES.
           03 ES-GDG       PIC X(01) VALUE 'N'.
           03 CON-MAPEO    PIC X(01) VALUE 'N'.
           03 DSN-VALIDO   PIC X(01) VALUE 'S'.
           03 LON-CALIF    PIC 9(03) VALUE ZEROS.

       01  TRABAJO.
           03 IDX       PIC 9(05) VALUE ZEROS.
           03 IDX-J     PIC 9(05) VALUE ZEROS.
           03 IDX-K     PIC 9(05) VALUE ZEROS.
           03 IDX-TOK   PIC 9(05) VALUE ZEROS.
           03 IDX-COL   PIC 9(02) VALUE ZEROS.
           03 IDX-SEL   PIC 9(03) VALUE ZEROS.
           03 IDX-CAD   PIC 9(02) VALUE ZEROS.
           03 IDX-PAS   PIC 9(02) VALUE ZEROS.
           03 IDX-PRD   PIC 9(01) VALUE ZEROS.
           03 IDX-MBR   PIC 9(03) VALUE ZEROS.
           03 IDX-VIS   PIC 9(02) VALUE ZEROS.
           03 IDX-PDD   PIC 9(03) VALUE ZEROS.
           03 HALLADO   PIC 9(05) VALUE ZEROS.
           03 ELEGIDO   PIC 9(02) VALUE ZEROS.
           03 LISTO     PIC X(01) VALUE 'N'.
           03 PASO-GDG  PIC X(01) VALUE 'N'.
           03 DD-ESCRITOS PIC 9(03) VALUE ZEROS.
           03 PASOS-JOB PIC 9(03) VALUE ZEROS.
           03 JOBS-ESCRITOS PIC 9(03) VALUE ZEROS.
           03 MOTIVO    PIC X(70) VALUE SPACES.
           03 DD-MOTIVO PIC X(08) VALUE SPACES.
           03 NOMBRE-DD PIC X(08) VALUE SPACES.
           03 NOMBRE-JOB PIC X(08) VALUE SPACES.
           03 PASO-ACTUAL PIC X(08) VALUE SPACES.
           03 PROGRAMA-ACTUAL PIC X(08) VALUE SPACES.
           03 MODULO-ACTUAL PIC X(08) VALUE SPACES.
           03 CUANTOS   PIC 9(03) VALUE ZEROS.
           03 NUM-ED    PIC ZZ9.
           03 LINEA     PIC X(132) VALUE SPACES.
           03 LINEA-JCL PIC X(80) VALUE SPACES.

      * NUMERO SIN CEROS A LA IZQUIERDA
       01  CIFRAS.
           03 CIFRAS-VALOR PIC 9(04) VALUE ZEROS.
           03 CIFRAS-ED    PIC ZZZ9.
           03 CIFRAS-TEXTO PIC X(04) VALUE SPACES.

       01  INFORME-JCL.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-CARGAR-TARJETAS.
           PERFORM 1200-CARGAR-MAPEOS.
           PERFORM 1300-CARGAR-GDG.

           OPEN INPUT LISTA.
           MOVE 'ABRIENDO LISTA SDPSRCL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-LISTA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           MOVE 'N' TO FIN-FICH.
           READ LISTA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1400-ANOTAR-MIEMBRO UNTIL FIN-FICH = 'S'.
           CLOSE LISTA.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'JCL POR CADENA DESDE LOS DECKS' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-JCL.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 3000-TRATAR-CADENA THRU 3000-TRATAR-CADENA-FIN
                   VARYING IDX-CAD FROM 1 BY 1
                   UNTIL IDX-CAD > CAD-USADAS.

           PERFORM 6000-LISTAR-PENDIENTE
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PND-USADOS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-JCL.

           IF PND-USADOS > ZEROS AND RC < 4
              MOVE 4 TO RC
           END-IF.
           DISPLAY 'JOBS ESCRITOS ' JOBS-ESCRITOS
                   ' FICHEROS PARA MIGRACION ' PND-USADOS.
           STOP RUN RETURNING RC.

      ******************************************************************
      * DECKS: ORDENES, MAPEO, GENERACIONES Y MIEMBROS
      ******************************************************************
       1100-CARGAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FS-TARJETAS = '00'
              MOVE 'N' TO FIN-FICH
              READ TARJETAS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1110-TRATAR-TARJETA UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE TARJETAS.
           IF CAD-USADAS = ZEROS
              MOVE 1 TO CAD-USADAS
              MOVE 'SDPCHNDK' TO CAD-DECK(1)
              MOVE SPACES TO CAD-JOB(1)
           END-IF.
           PERFORM 1120-JOB-POR-OMISION
                   VARYING IDX-CAD FROM 1 BY 1
                   UNTIL IDX-CAD > CAD-USADAS.

       1110-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-3 PAL-2.
           EVALUATE PAL-1
              WHEN 'CADENA    '
                   IF CAD-USADAS < 20 AND PAL-3 NOT = SPACES
                      ADD 1 TO CAD-USADAS
                      MOVE PAL-3 TO CAD-DECK(CAD-USADAS)
                      MOVE PAL-2(1:8) TO CAD-JOB(CAD-USADAS)
                   END-IF
              WHEN 'DESTINO   '
                   MOVE PAL-3 TO DIRECTORIO
              WHEN 'CUENTA    '
                   MOVE PAL-3 TO CUENTA
              WHEN 'CLASE     '
                   MOVE PAL-3(1:1) TO CLASE
              WHEN 'CONDICION '
                   MOVE PAL-3(1:4) TO MODO-CONDICION
              WHEN 'PREFIJO   '
                   MOVE PAL-3 TO PREFIJO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * SIN JOB EN LA TARJETA, EL NOMBRE DEL DECK SIN DIRECTORIO
       1120-JOB-POR-OMISION.
           IF CAD-JOB(IDX-CAD) = SPACES
              MOVE ZEROS TO HALLADO
              PERFORM 1125-BUSCAR-BARRA
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > 64
              MOVE CAD-DECK(IDX-CAD)(HALLADO + 1:8)
                   TO CAD-JOB(IDX-CAD)
              INSPECT CAD-JOB(IDX-CAD) REPLACING ALL '.' BY SPACE
           END-IF.

       1125-BUSCAR-BARRA.
           IF CAD-DECK(IDX-CAD)(IDX:1) = '/'
              MOVE IDX TO HALLADO
           END-IF.

       1200-CARGAR-MAPEOS.
           OPEN INPUT MAPEO.
           IF FS-MAPEO = '00'
              MOVE 'N' TO FIN-FICH
              READ MAPEO
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1210-ANOTAR-MAPEO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE MAPEO.

       1210-ANOTAR-MAPEO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-MAPEO DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'MAP       ' AND MAP-USADOS < 200
              ADD 1 TO MAP-USADOS
              MOVE PAL-2(1:8) TO MAP-LOGICO(MAP-USADOS)
              MOVE PAL-3      TO MAP-FISICO(MAP-USADOS)
           END-IF.
           READ MAPEO
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1300-CARGAR-GDG.
           OPEN INPUT GENERACIONES.
           IF FS-GDG = '00'
              MOVE 'N' TO FIN-FICH
              READ GENERACIONES
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1310-ANOTAR-GDG UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE GENERACIONES.

       1310-ANOTAR-GDG.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-GDG DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2.
           IF PAL-1 = 'GDG       ' AND GDG-USADAS < 50
              ADD 1 TO GDG-USADAS
              MOVE PAL-2(1:8) TO GDG-NOMBRE(GDG-USADAS)
           END-IF.
           READ GENERACIONES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1400-ANOTAR-MIEMBRO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-LISTA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'SOURCE    ' AND MBR-USADOS < 200
              ADD 1 TO MBR-USADOS
              MOVE PAL-2(1:8) TO MBR-PROGRAMA(MBR-USADOS)
              MOVE PAL-3      TO MBR-FICHERO(MBR-USADOS)
              MOVE SPACE      TO MBR-ESTADO(MBR-USADOS)
              MOVE ZEROS      TO MBR-FIC-BASE(MBR-USADOS)
                                 MBR-FIC-CUANTOS(MBR-USADOS)
                                 MBR-LLA-BASE(MBR-USADOS)
                                 MBR-LLA-CUANTOS(MBR-USADOS)
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * UNA CADENA: SUS PASOS, EL JOB Y LOS PASOS EN EL ORDEN DE
      * SDPCHAIN
      ******************************************************************
       3000-TRATAR-CADENA.
           MOVE CAD-DECK(IDX-CAD) TO NOMBRE-CADENA.
           MOVE CAD-JOB(IDX-CAD) TO NOMBRE-JOB.
           MOVE NOMBRE-JOB TO RPT-CORTE.
           MOVE ZEROS TO PAS-USADOS CRE-USADAS PASOS-JOB.
           OPEN INPUT PASOS.
           IF FS-PASOS NOT = '00'
              CLOSE PASOS
              MOVE SPACES TO LINEA
              STRING 'NO SE PUEDE LEER EL DECK DE PASOS '
                     DELIMITED BY SIZE
                     NOMBRE-CADENA DELIMITED BY SPACE
                     INTO LINEA
              PERFORM 8900-LINEA-INFORME
              MOVE 8 TO RC
              GO TO 3000-TRATAR-CADENA-FIN
           END-IF.
           MOVE 'N' TO FIN-FICH.
           READ PASOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 3100-ANOTAR-PASO UNTIL FIN-FICH = 'S'.
           CLOSE PASOS.

           MOVE SPACES TO NOMBRE-SALIDA.
           IF DIRECTORIO = SPACES
              STRING NOMBRE-JOB DELIMITED BY SPACE
                     '.jcl' DELIMITED BY SIZE
                     INTO NOMBRE-SALIDA
           ELSE
              STRING DIRECTORIO DELIMITED BY SPACE
                     '/' DELIMITED BY SIZE
                     NOMBRE-JOB DELIMITED BY SPACE
                     '.jcl' DELIMITED BY SIZE
                     INTO NOMBRE-SALIDA
           END-IF.
           OPEN OUTPUT SALIDA.
           IF FS-SALIDA NOT = '00'
              CLOSE SALIDA
              MOVE SPACES TO LINEA
              STRING 'NO SE PUEDE ESCRIBIR ' DELIMITED BY SIZE
                     NOMBRE-SALIDA DELIMITED BY SPACE
                     INTO LINEA
              PERFORM 8900-LINEA-INFORME
              MOVE 8 TO RC
              GO TO 3000-TRATAR-CADENA-FIN
           END-IF.

           PERFORM 3200-CABECERA-JOB.
           MOVE 'S' TO LISTO.
           PERFORM 3300-EMITIR-SIGUIENTE UNTIL LISTO = 'N'.
           PERFORM 3900-PASO-SIN-LANZAR
                   VARYING IDX-PAS FROM 1 BY 1
                   UNTIL IDX-PAS > PAS-USADOS.
           CLOSE SALIDA.
           ADD 1 TO JOBS-ESCRITOS.

           MOVE PASOS-JOB TO NUM-ED.
           MOVE SPACES TO LINEA.
           STRING 'JOB ' NOMBRE-JOB ' CON ' NUM-ED ' PASOS EN '
                  DELIMITED BY SIZE
                  NOMBRE-SALIDA DELIMITED BY SPACE
                  INTO LINEA.
           MOVE ZEROS TO RPT-IMPORTE.
           PERFORM 8910-LINEA-SIN-IMPORTE.

       3000-TRATAR-CADENA-FIN.
           EXIT.

      * STEP <paso> <programa> <rcmax> [PRED <p1> ... <p5>]
       3100-ANOTAR-PASO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-PASO DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4 PAL-5
                         PAL-6 PAL-7 PAL-8 PAL-9 PAL-10.
           IF PAL-1 = 'STEP      ' AND PAS-USADOS < 50
              ADD 1 TO PAS-USADOS
              MOVE PAL-2(1:8) TO PAS-NOMBRE(PAS-USADOS)
              MOVE PAL-3(1:8) TO PAS-PROGRAMA(PAS-USADOS)
              MOVE ZEROS TO PAS-RCMAX(PAS-USADOS)
              IF PAL-4 NOT = SPACES
                 MOVE FUNCTION NUMVAL(PAL-4) TO PAS-RCMAX(PAS-USADOS)
              END-IF
              MOVE ZEROS TO PAS-NPRED(PAS-USADOS)
              MOVE 'N' TO PAS-EMITIDO(PAS-USADOS)
              IF PAL-5 = 'PRED      '
                 MOVE PAL-6 TO PAL-1
                 PERFORM 3110-ANOTAR-PRED
                 MOVE PAL-7 TO PAL-1
                 PERFORM 3110-ANOTAR-PRED
                 MOVE PAL-8 TO PAL-1
                 PERFORM 3110-ANOTAR-PRED
                 MOVE PAL-9 TO PAL-1
                 PERFORM 3110-ANOTAR-PRED
                 MOVE PAL-10 TO PAL-1
                 PERFORM 3110-ANOTAR-PRED
              END-IF
           END-IF.
           READ PASOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       3110-ANOTAR-PRED.
           IF PAL-1 NOT = SPACES AND PAS-NPRED(PAS-USADOS) < 5
              ADD 1 TO PAS-NPRED(PAS-USADOS)
              MOVE PAL-1(1:8)
                   TO PAS-PRED(PAS-USADOS, PAS-NPRED(PAS-USADOS))
           END-IF.

       3200-CABECERA-JOB.
           MOVE SPACES TO LINEA-JCL.
           STRING '//' NOMBRE-JOB ' JOB (' DELIMITED BY SIZE
                  CUENTA DELIMITED BY SPACE
                  '),''CADENA ' DELIMITED BY SIZE
                  NOMBRE-JOB DELIMITED BY SPACE
                  ''',CLASS=' CLASE ',MSGCLASS=X'
                  DELIMITED BY SIZE
                  INTO LINEA-JCL.
           PERFORM 7000-ESCRIBIR-JCL.
           MOVE '//*' TO LINEA-JCL.
           PERFORM 7000-ESCRIBIR-JCL.
           STRING '//* PASOS DE ' DELIMITED BY SIZE
                  NOMBRE-CADENA DELIMITED BY SPACE
                  ', FICHEROS DE SDPDDMAP Y SDPGDGD'
                  DELIMITED BY SIZE INTO LINEA-JCL.
           PERFORM 7000-ESCRIBIR-JCL.
           MOVE '//*' TO LINEA-JCL.
           PERFORM 7000-ESCRIBIR-JCL.

      * EL PRIMER PASO PENDIENTE CON TODAS SUS PREDECESORAS ESCRITAS
       3300-EMITIR-SIGUIENTE.
           MOVE ZEROS TO ELEGIDO.
           PERFORM 3310-PROBAR-PASO
                   VARYING IDX-PAS FROM 1 BY 1
                   UNTIL IDX-PAS > PAS-USADOS OR ELEGIDO > ZEROS.
           IF ELEGIDO = ZEROS
              MOVE 'N' TO LISTO
           ELSE
              MOVE ELEGIDO TO IDX-PAS
              PERFORM 4000-EMITIR-PASO
              MOVE 'S' TO PAS-EMITIDO(IDX-PAS)
           END-IF.

       3310-PROBAR-PASO.
           IF PAS-EMITIDO(IDX-PAS) = 'N'
              MOVE 'S' TO LISTO
              PERFORM 3320-PROBAR-PRED
                      VARYING IDX-PRD FROM 1 BY 1
                      UNTIL IDX-PRD > PAS-NPRED(IDX-PAS)
              IF LISTO = 'S'
                 MOVE IDX-PAS TO ELEGIDO
              END-IF
           END-IF.

      * UNA PREDECESORA DESCONOCIDA NO DETIENE EL PASO (SDPCHAIN LA
      * IGNORA); SE LISTA AL ESCRIBIR EL PASO
       3320-PROBAR-PRED.
           PERFORM 3330-BUSCAR-PASO.
           IF HALLADO > ZEROS
              IF PAS-EMITIDO(HALLADO) NOT = 'S'
                 MOVE 'N' TO LISTO
              END-IF
           END-IF.

       3330-BUSCAR-PASO.
           MOVE ZEROS TO HALLADO.
           PERFORM 3335-COMPARAR-PASO
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > PAS-USADOS OR HALLADO > ZEROS.

       3335-COMPARAR-PASO.
           IF PAS-NOMBRE(IDX-J) = PAS-PRED(IDX-PAS, IDX-PRD)
              MOVE IDX-J TO HALLADO
           END-IF.

       3900-PASO-SIN-LANZAR.
           IF PAS-EMITIDO(IDX-PAS) = 'N'
              MOVE SPACES TO LINEA-JCL
              STRING '//* PASO ' PAS-NOMBRE(IDX-PAS)
                     ' NO SE LANZA: PREDECESORAS EN CICLO'
                     DELIMITED BY SIZE INTO LINEA-JCL
              PERFORM 7000-ESCRIBIR-JCL
              MOVE PAS-NOMBRE(IDX-PAS) TO PASO-ACTUAL
              MOVE PAS-PROGRAMA(IDX-PAS) TO PROGRAMA-ACTUAL
              MOVE SPACES TO DD-MOTIVO
              MOVE 'PASO QUE NUNCA SE LANZA: PREDECESORAS EN CICLO'
                TO MOTIVO
              PERFORM 8200-ANOTAR-PENDIENTE
           END-IF.

      ******************************************************************
      * UN PASO: CONDICION, EXEC, DD Y CIERRE DEL IF
      ******************************************************************
       4000-EMITIR-PASO.
           MOVE PAS-NOMBRE(IDX-PAS) TO PASO-ACTUAL.
           MOVE PAS-PROGRAMA(IDX-PAS) TO PROGRAMA-ACTUAL.
           ADD 1 TO PASOS-JOB.
           IF PROGRAMA-ACTUAL = 'SDPGDG00'
              MOVE SPACES TO LINEA-JCL
              STRING '//* PASO ' PASO-ACTUAL ' (SDPGDG00): LAS '
                     'GENERACIONES LAS CORTA LA GDG'
                     DELIMITED BY SIZE INTO LINEA-JCL
              PERFORM 7000-ESCRIBIR-JCL
              MOVE '//*' TO LINEA-JCL
              PERFORM 7000-ESCRIBIR-JCL
              MOVE SPACES TO LINEA
              STRING 'PASO ' PASO-ACTUAL ' SDPGDG00 QUEDA COMO '
                     'COMENTARIO' DELIMITED BY SIZE INTO LINEA
              PERFORM 8910-LINEA-SIN-IMPORTE
           ELSE
              PERFORM 4100-PREPARAR-CONDICION
              IF CON-USADAS > ZEROS AND MODO-CONDICION = 'IF'
                 PERFORM 4200-ESCRIBIR-IF
              END-IF
              PERFORM 4300-ESCRIBIR-EXEC
              PERFORM 5000-RECOGER-FICHEROS
              MOVE ZEROS TO DD-ESCRITOS
              PERFORM 5500-ESCRIBIR-DD THRU 5500-ESCRIBIR-DD-FIN
                      VARYING IDX-PDD FROM 1 BY 1
                      UNTIL IDX-PDD > PDD-USADOS
              MOVE '//SYSOUT   DD SYSOUT=*' TO LINEA-JCL
              PERFORM 7000-ESCRIBIR-JCL
              IF CON-USADAS > ZEROS AND MODO-CONDICION = 'IF'
                 MOVE '//         ENDIF' TO LINEA-JCL
                 PERFORM 7000-ESCRIBIR-JCL
              END-IF
              MOVE '//*' TO LINEA-JCL
              PERFORM 7000-ESCRIBIR-JCL

              MOVE DD-ESCRITOS TO NUM-ED
              MOVE SPACES TO LINEA
              STRING 'PASO ' PASO-ACTUAL ' PGM=' PROGRAMA-ACTUAL
                     ' ' NUM-ED ' DD' DELIMITED BY SIZE INTO LINEA
              IF CON-USADAS > ZEROS
                 MOVE CON-USADAS TO NUM-ED
                 STRING 'CONDICION SOBRE ' NUM-ED ' PREDECESORAS'
                        DELIMITED BY SIZE INTO LINEA(40:)
              END-IF
              PERFORM 8910-LINEA-SIN-IMPORTE
           END-IF.

      * PREDECESORAS CONOCIDAS QUE NO SON PASOS DE SDPGDG00; CADA
      * UNA CON EL MENOR DE LOS DOS RCMAX
       4100-PREPARAR-CONDICION.
           MOVE ZEROS TO CON-USADAS.
           PERFORM 4110-ANOTAR-CONDICION
                   VARYING IDX-PRD FROM 1 BY 1
                   UNTIL IDX-PRD > PAS-NPRED(IDX-PAS).

       4110-ANOTAR-CONDICION.
           PERFORM 3330-BUSCAR-PASO.
           IF HALLADO = ZEROS
              MOVE PAS-PRED(IDX-PAS, IDX-PRD) TO DD-MOTIVO
              MOVE SPACES TO MOTIVO
              STRING 'PREDECESORA ' PAS-PRED(IDX-PAS, IDX-PRD)
                     ' DESCONOCIDA, FUERA DE LA CONDICION'
                     DELIMITED BY SIZE INTO MOTIVO
              PERFORM 8200-ANOTAR-PENDIENTE
           ELSE
              IF PAS-PROGRAMA(HALLADO) NOT = 'SDPGDG00'
                 ADD 1 TO CON-USADAS
                 MOVE PAS-NOMBRE(HALLADO) TO CON-PASO(CON-USADAS)
                 MOVE PAS-RCMAX(IDX-PAS) TO CON-RC(CON-USADAS)
                 IF PAS-RCMAX(HALLADO) < PAS-RCMAX(IDX-PAS)
                    MOVE PAS-RCMAX(HALLADO) TO CON-RC(CON-USADAS)
                 END-IF
              END-IF
           END-IF.

      * //         IF (P1.RUN AND P1.RC LE n AND
      * //             P2.RUN AND P2.RC LE m) THEN
       4200-ESCRIBIR-IF.
           PERFORM 4210-LINEA-IF
                   VARYING IDX-PRD FROM 1 BY 1
                   UNTIL IDX-PRD > CON-USADAS.

       4210-LINEA-IF.
           MOVE CON-RC(IDX-PRD) TO CIFRAS-VALOR.
           PERFORM 8300-CIFRAS.
           MOVE SPACES TO LINEA-JCL.
           IF IDX-PRD = 1
              MOVE '//         IF (' TO LINEA-JCL
           ELSE
              MOVE '//' TO LINEA-JCL
           END-IF.
           STRING CON-PASO(IDX-PRD) DELIMITED BY SPACE
                  '.RUN AND ' DELIMITED BY SIZE
                  CON-PASO(IDX-PRD) DELIMITED BY SPACE
                  '.RC LE ' DELIMITED BY SIZE
                  CIFRAS-TEXTO DELIMITED BY SPACE
                  INTO LINEA-JCL(16:).
           PERFORM 4310-MEDIR-LINEA.
           IF IDX-PRD < CON-USADAS
              STRING ' AND' DELIMITED BY SIZE
                     INTO LINEA-JCL(IDX-K + 1:)
           ELSE
              STRING ') THEN' DELIMITED BY SIZE
                     INTO LINEA-JCL(IDX-K + 1:)
           END-IF.
           PERFORM 7000-ESCRIBIR-JCL.

      * EXEC; EN MODO COND UNA PRUEBA POR LINEA DE CONTINUACION
       4300-ESCRIBIR-EXEC.
           MOVE SPACES TO LINEA-JCL.
           STRING '//' PASO-ACTUAL ' EXEC PGM=' DELIMITED BY SIZE
                  PROGRAMA-ACTUAL DELIMITED BY SPACE
                  INTO LINEA-JCL.
           IF CON-USADAS > ZEROS AND MODO-CONDICION = 'COND'
              PERFORM 4310-MEDIR-LINEA
              MOVE ',' TO LINEA-JCL(IDX-K + 1:1)
              PERFORM 7000-ESCRIBIR-JCL
              PERFORM 4320-LINEA-COND
                      VARYING IDX-PRD FROM 1 BY 1
                      UNTIL IDX-PRD > CON-USADAS
           ELSE
              PERFORM 7000-ESCRIBIR-JCL
           END-IF.

       4310-MEDIR-LINEA.
           MOVE 80 TO IDX-K.
           PERFORM 4315-RETROCEDER
                   UNTIL IDX-K = ZEROS
                      OR LINEA-JCL(IDX-K:1) NOT = SPACE.

       4315-RETROCEDER.
           SUBTRACT 1 FROM IDX-K.

       4320-LINEA-COND.
           MOVE CON-RC(IDX-PRD) TO CIFRAS-VALOR.
           PERFORM 8300-CIFRAS.
           MOVE SPACES TO LINEA-JCL.
           IF IDX-PRD = 1
              MOVE '//             COND=((' TO LINEA-JCL
              MOVE 22 TO IDX-J
           ELSE
              MOVE '//             (' TO LINEA-JCL
              MOVE 16 TO IDX-J
           END-IF.
           STRING CIFRAS-TEXTO DELIMITED BY SPACE
                  ',LT,' DELIMITED BY SIZE
                  CON-PASO(IDX-PRD) DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE
                  INTO LINEA-JCL(IDX-J + 1:).
           PERFORM 4310-MEDIR-LINEA.
           IF IDX-PRD < CON-USADAS
              MOVE ',' TO LINEA-JCL(IDX-K + 1:1)
           ELSE
              MOVE ')' TO LINEA-JCL(IDX-K + 1:1)
           END-IF.
           PERFORM 7000-ESCRIBIR-JCL.

      ******************************************************************
      * FICHEROS DEL PASO: LOS DEL PROGRAMA Y LOS DE CADA MODULO QUE
      * LLAMA, UNA SOLA VEZ POR MODULO
      ******************************************************************
       5000-RECOGER-FICHEROS.
           MOVE ZEROS TO PDD-USADOS.
           MOVE 1 TO VIS-USADOS.
           MOVE PROGRAMA-ACTUAL TO VIS-MODULO(1).
           PERFORM 5100-RECORRER-MODULO
                   VARYING IDX-VIS FROM 1 BY 1
                   UNTIL IDX-VIS > VIS-USADOS.

       5100-RECORRER-MODULO.
           MOVE VIS-MODULO(IDX-VIS) TO MODULO-ACTUAL.
           PERFORM 5110-BUSCAR-MIEMBRO.
           IF IDX-MBR = ZEROS
              MOVE SPACES TO DD-MOTIVO MOTIVO
              IF IDX-VIS = 1
                 STRING 'PROGRAMA ' MODULO-ACTUAL
                        ' SIN FUENTE EN SDPSRCL: SIN DD'
                        DELIMITED BY SIZE INTO MOTIVO
              ELSE
                 STRING 'MODULO ' MODULO-ACTUAL
                        ' SIN FUENTE: SUS FICHEROS NO CONSTAN'
                        DELIMITED BY SIZE INTO MOTIVO
              END-IF
              PERFORM 8200-ANOTAR-PENDIENTE
           ELSE
              IF MBR-ESTADO(IDX-MBR) = SPACE
                 PERFORM 2000-EXPLORAR-MIEMBRO
              END-IF
              IF MBR-ESTADO(IDX-MBR) NOT = 'E'
                 MOVE SPACES TO DD-MOTIVO MOTIVO
                 STRING 'FUENTE DE ' MODULO-ACTUAL
                        ' AUSENTE O DEMASIADO GRANDE: SIN DD'
                        DELIMITED BY SIZE INTO MOTIVO
                 PERFORM 8200-ANOTAR-PENDIENTE
              ELSE
                 PERFORM 5120-TOMAR-FICHERO
                         VARYING IDX FROM MBR-FIC-BASE(IDX-MBR) BY 1
                         UNTIL IDX NOT < MBR-FIC-BASE(IDX-MBR)
                                       + MBR-FIC-CUANTOS(IDX-MBR)
                 PERFORM 5150-TOMAR-LLAMADA
                         VARYING IDX FROM MBR-LLA-BASE(IDX-MBR) BY 1
                         UNTIL IDX NOT < MBR-LLA-BASE(IDX-MBR)
                                       + MBR-LLA-CUANTOS(IDX-MBR)
              END-IF
           END-IF.

       5110-BUSCAR-MIEMBRO.
           MOVE ZEROS TO IDX-MBR.
           PERFORM 5115-COMPARAR-MIEMBRO
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > MBR-USADOS OR IDX-MBR > ZEROS.

       5115-COMPARAR-MIEMBRO.
           IF MBR-PROGRAMA(IDX-J) = MODULO-ACTUAL
              MOVE IDX-J TO IDX-MBR
           END-IF.

      * EL MISMO DD EN VARIOS MODULOS SUMA SUS MODOS
       5120-TOMAR-FICHERO.
           MOVE ZEROS TO HALLADO.
           PERFORM 5125-COMPARAR-DD
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > PDD-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS AND PDD-USADOS < 200
              ADD 1 TO PDD-USADOS
              MOVE PDD-USADOS TO HALLADO
              MOVE FIC-DD(IDX)       TO PDD-DD(HALLADO)
              MOVE FIC-VARIABLE(IDX) TO PDD-VARIABLE(HALLADO)
              MOVE FIC-TIPO(IDX)     TO PDD-TIPO(HALLADO)
              MOVE MODULO-ACTUAL     TO PDD-MODULO(HALLADO)
              MOVE 'N' TO PDD-ENTRADA(HALLADO) PDD-SALIDA(HALLADO)
                          PDD-ACTUAL(HALLADO) PDD-EXTIENDE(HALLADO)
           END-IF.
           IF HALLADO > ZEROS
              IF FIC-ENTRADA(IDX) = 'S'
                 MOVE 'S' TO PDD-ENTRADA(HALLADO)
              END-IF
              IF FIC-SALIDA(IDX) = 'S'
                 MOVE 'S' TO PDD-SALIDA(HALLADO)
              END-IF
              IF FIC-ACTUAL(IDX) = 'S'
                 MOVE 'S' TO PDD-ACTUAL(HALLADO)
              END-IF
              IF FIC-EXTIENDE(IDX) = 'S'
                 MOVE 'S' TO PDD-EXTIENDE(HALLADO)
              END-IF
           END-IF.

       5125-COMPARAR-DD.
           IF FIC-TIPO(IDX) NOT = 'D'
              AND PDD-TIPO(IDX-J) NOT = 'D'
              AND PDD-DD(IDX-J) = FIC-DD(IDX)
              MOVE IDX-J TO HALLADO
           END-IF.

      * SDPDDMP0 NO APORTA DD: SU DECK DE MAPEO LO SUSTITUYEN LOS DD
       5150-TOMAR-LLAMADA.
           MOVE LLA-MODULO(IDX) TO PALABRA-PRUEBA.
           IF PALABRA-PRUEBA NOT = 'SDPDDMP0' AND NOT ES-SERVICIO
              AND PALABRA-PRUEBA(1:4) NOT = 'CBL_'
              MOVE ZEROS TO HALLADO
              PERFORM 5155-COMPARAR-VISITADO
                      VARYING IDX-J FROM 1 BY 1
                      UNTIL IDX-J > VIS-USADOS OR HALLADO > ZEROS
              IF HALLADO = ZEROS AND VIS-USADOS < 60
                 ADD 1 TO VIS-USADOS
                 MOVE LLA-MODULO(IDX) TO VIS-MODULO(VIS-USADOS)
              END-IF
           END-IF.

       5155-COMPARAR-VISITADO.
           IF VIS-MODULO(IDX-J) = LLA-MODULO(IDX)
              MOVE IDX-J TO HALLADO
           END-IF.

      ******************************************************************
      * UN DD: FISICO DEL MAPEO, GENERACION, DSN Y DISP
      ******************************************************************
       5500-ESCRIBIR-DD.
           MOVE PDD-DD(IDX-PDD) TO NOMBRE-DD DD-MOTIVO.
           IF PDD-TIPO(IDX-PDD) = 'D'
              MOVE SPACES TO LINEA-JCL
              STRING '//* ' DELIMITED BY SIZE
                     PDD-VARIABLE(IDX-PDD) DELIMITED BY SPACE
                     ' DE ' PDD-MODULO(IDX-PDD)
                     ' SE ASIGNA EN EJECUCION: SIN DD'
                     DELIMITED BY SIZE INTO LINEA-JCL
              PERFORM 7000-ESCRIBIR-JCL
              MOVE SPACES TO DD-MOTIVO MOTIVO
              STRING 'ASSIGN ' DELIMITED BY SIZE
                     PDD-VARIABLE(IDX-PDD) DELIMITED BY SPACE
                     ' (' PDD-MODULO(IDX-PDD) DELIMITED BY SIZE
                     ') EN EJECUCION: SIN DD' DELIMITED BY SIZE
                     INTO MOTIVO
              PERFORM 8200-ANOTAR-PENDIENTE
              GO TO 5500-ESCRIBIR-DD-FIN
           END-IF.

           PERFORM 5510-BUSCAR-MAPEO.
           PERFORM 5520-SEPARAR-RELATIVA.
           MOVE SPACES TO DSN.
           IF PREFIJO = SPACES
              MOVE BASE-DSN TO DSN
           ELSE
              STRING PREFIJO DELIMITED BY SPACE
                     '.' DELIMITED BY SIZE
                     BASE-DSN DELIMITED BY SPACE
                     INTO DSN
           END-IF.
           PERFORM 8100-VALIDAR-DSN.
           IF DSN-VALIDO = 'N'
              MOVE SPACES TO LINEA-JCL
              STRING '//* ' NOMBRE-DD ' DSN NO VALIDO: '
                     DELIMITED BY SIZE
                     DSN DELIMITED BY SPACE
                     INTO LINEA-JCL
              PERFORM 7000-ESCRIBIR-JCL
              MOVE SPACES TO MOTIVO
              STRING 'DSN NO VALIDO: ' DELIMITED BY SIZE
                     DSN DELIMITED BY SPACE
                     INTO MOTIVO
              PERFORM 8200-ANOTAR-PENDIENTE
              GO TO 5500-ESCRIBIR-DD-FIN
           END-IF.

           IF CON-MAPEO = 'N'
              MOVE SPACES TO LINEA-JCL
              STRING '//* ' NOMBRE-DD ' SIN TARJETA MAP EN SDPDDMAP'
                     DELIMITED BY SIZE INTO LINEA-JCL
              PERFORM 7000-ESCRIBIR-JCL
              MOVE 'SIN TARJETA MAP: DSN POR OMISION' TO MOTIVO
              PERFORM 8200-ANOTAR-PENDIENTE
           END-IF.

           PERFORM 5530-DECIDIR-DISP.
           MOVE SPACES TO LINEA-JCL.
           STRING '//' NOMBRE-DD ' DD DSN=' DELIMITED BY SIZE
                  DSN DELIMITED BY SPACE
                  RELATIVA DELIMITED BY SPACE
                  ',' DELIMITED BY SIZE
                  INTO LINEA-JCL.
           PERFORM 7000-ESCRIBIR-JCL.
           STRING '//             ' DISP DELIMITED BY SIZE
                  INTO LINEA-JCL.
           PERFORM 7000-ESCRIBIR-JCL.
           ADD 1 TO DD-ESCRITOS.

       5500-ESCRIBIR-DD-FIN.
           EXIT.

       5510-BUSCAR-MAPEO.
           MOVE 'N' TO CON-MAPEO.
           MOVE SPACES TO FISICO.
           MOVE NOMBRE-DD TO FISICO.
           PERFORM 5515-COMPARAR-MAPEO
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > MAP-USADOS OR CON-MAPEO = 'S'.

       5515-COMPARAR-MAPEO.
           IF MAP-LOGICO(IDX-J) = NOMBRE-DD
              MOVE MAP-FISICO(IDX-J) TO FISICO
              MOVE 'S' TO CON-MAPEO
           END-IF.

      * <BASE>(-N) DEL MAPEO: BASE Y REFERENCIA RELATIVA
       5520-SEPARAR-RELATIVA.
           MOVE SPACES TO BASE-DSN RELATIVA PARTE-REL.
           UNSTRING FISICO DELIMITED BY '('
                    INTO BASE-DSN PARTE-REL.
           IF PARTE-REL NOT = SPACES
              STRING '(' PARTE-REL DELIMITED BY SPACE INTO RELATIVA
           END-IF.
           MOVE 'N' TO ES-GDG.
           IF RELATIVA NOT = SPACES
              MOVE 'S' TO ES-GDG
           END-IF.
           PERFORM 5525-COMPARAR-GDG
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > GDG-USADAS OR ES-GDG = 'S'.

       5525-COMPARAR-GDG.
           IF GDG-NOMBRE(IDX-J) = BASE-DSN
              MOVE 'S' TO ES-GDG
           END-IF.

       5530-DECIDIR-DISP.
           MOVE SPACES TO DISP.
           IF ES-GDG = 'S'
              PERFORM 5540-DISP-GENERACION
           ELSE
              EVALUATE TRUE
                 WHEN PDD-ACTUAL(IDX-PDD) = 'S'
                 WHEN PDD-SALIDA(IDX-PDD) = 'S'
                      MOVE 'DISP=OLD' TO DISP
                 WHEN PDD-EXTIENDE(IDX-PDD) = 'S'
                      MOVE 'DISP=MOD' TO DISP
                 WHEN OTHER
                      MOVE 'DISP=SHR' TO DISP
              END-EVALUATE
           END-IF.

      * (-N) DEL MAPEO SE RESPETA; SI EL PASO ESCRIBE, (+1) NUEVA; SI
      * EXTIENDE O LEE, LA (+1) CUANDO OTRO PASO DEL JOB YA LA
      * ESCRIBIO Y LA (0) EN OTRO CASO
       5540-DISP-GENERACION.
           MOVE ZEROS TO HALLADO.
           PERFORM 5545-COMPARAR-CREADA
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > CRE-USADAS OR HALLADO > ZEROS.
           EVALUATE TRUE
              WHEN RELATIVA NOT = SPACES
                   MOVE 'DISP=SHR' TO DISP
              WHEN PDD-SALIDA(IDX-PDD) = 'S'
                   IF HALLADO = ZEROS
                      MOVE '(+1)' TO RELATIVA
                      STRING 'DISP=(NEW,CATLG,DELETE),'
                             'SPACE=(CYL,(1,1),RLSE)'
                             DELIMITED BY SIZE INTO DISP
                      IF CRE-USADAS < 50
                         ADD 1 TO CRE-USADAS
                         MOVE DSN TO CRE-BASE(CRE-USADAS)
                      END-IF
                   ELSE
                      MOVE '(+1)' TO RELATIVA
                      MOVE 'DISP=MOD' TO DISP
                   END-IF
              WHEN PDD-EXTIENDE(IDX-PDD) = 'S' AND HALLADO > ZEROS
                   MOVE '(+1)' TO RELATIVA
                   MOVE 'DISP=MOD' TO DISP
              WHEN PDD-EXTIENDE(IDX-PDD) = 'S'
                   MOVE '(0)' TO RELATIVA
                   MOVE 'DISP=MOD' TO DISP
              WHEN PDD-ACTUAL(IDX-PDD) = 'S'
                   MOVE '(0)' TO RELATIVA
                   MOVE 'DISP=OLD' TO DISP
              WHEN HALLADO > ZEROS
                   MOVE '(+1)' TO RELATIVA
                   MOVE 'DISP=SHR' TO DISP
              WHEN OTHER
                   MOVE '(0)' TO RELATIVA
                   MOVE 'DISP=SHR' TO DISP
           END-EVALUATE.

       5545-COMPARAR-CREADA.
           IF CRE-BASE(IDX-J) = DSN
              MOVE IDX-J TO HALLADO
           END-IF.

      ******************************************************************
      * EXPLORACION DE UN MIEMBRO: PALABRAS, SELECT Y SENTENCIAS; SUS
      * FICHEROS Y LLAMADAS QUEDAN EN LAS TABLAS COMUNES
      ******************************************************************
       2000-EXPLORAR-MIEMBRO.
           MOVE MBR-FICHERO(IDX-MBR) TO NOMBRE-FUENTE.
           MOVE ZEROS TO TOK-USADOS.
           MOVE 'N' TO DESBORDADO.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              CLOSE FUENTE
              MOVE 'A' TO MBR-ESTADO(IDX-MBR)
           ELSE
              MOVE 'N' TO FIN-FICH
              READ FUENTE
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 2100-PARTIR-LINEA UNTIL FIN-FICH = 'S'
              CLOSE FUENTE
              IF DESBORDADO = 'S'
                 MOVE 'D' TO MBR-ESTADO(IDX-MBR)
              ELSE
                 MOVE 'E' TO MBR-ESTADO(IDX-MBR)
                 PERFORM 2200-LOCALIZAR-DIVISIONES
                 PERFORM 2300-LEER-SELECT
                 MOVE ZEROS TO ASG-USADAS
                 COMPUTE MBR-LLA-BASE(IDX-MBR) = LLA-USADAS + 1
                 MOVE TOK-PROCEDURE TO IDX-TOK
                 PERFORM 2400-MIRAR-SENTENCIA
                         UNTIL IDX-TOK > TOK-USADOS
                 COMPUTE MBR-LLA-CUANTOS(IDX-MBR) =
                         LLA-USADAS + 1 - MBR-LLA-BASE(IDX-MBR)
                 COMPUTE MBR-FIC-BASE(IDX-MBR) = FIC-USADOS + 1
                 PERFORM 2800-GUARDAR-SELECT
                         VARYING IDX-SEL FROM 1 BY 1
                         UNTIL IDX-SEL > SEL-USADAS
                 COMPUTE MBR-FIC-CUANTOS(IDX-MBR) =
                         FIC-USADOS + 1 - MBR-FIC-BASE(IDX-MBR)
              END-IF
           END-IF.

      * PALABRAS DE LAS COLUMNAS 8-72; UN LITERAL ES UNA PALABRA Y EL
      * PUNTO QUE CIERRA SENTENCIA SE ANOTA EN LA PALABRA
       2100-PARTIR-LINEA.
           IF REC-FUENTE(7:1) NOT = '*' AND NOT = '/'
              MOVE 'N' TO EN-LITERAL EN-PALABRA
              PERFORM 2110-PARTIR-CARACTER
                      VARYING IDX-COL FROM 8 BY 1 UNTIL IDX-COL > 72
              IF EN-PALABRA = 'S'
                 PERFORM 2130-CERRAR-PALABRA
              END-IF
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       2110-PARTIR-CARACTER.
           MOVE REC-FUENTE(IDX-COL:1) TO CARACTER.
           IF EN-LITERAL = 'S'
              PERFORM 2120-ANADIR-CARACTER
              IF CARACTER = CIERRE
                 MOVE 'N' TO EN-LITERAL
              END-IF
           ELSE
              IF CARACTER = SPACE
                 IF EN-PALABRA = 'S'
                    PERFORM 2130-CERRAR-PALABRA
                 END-IF
              ELSE
                 IF EN-PALABRA = 'N'
                    IF TOK-USADOS < 30000
                       ADD 1 TO TOK-USADOS
                       MOVE IDX-COL TO TOK-COL(TOK-USADOS)
                       MOVE ZEROS   TO TOK-LON(TOK-USADOS)
                       MOVE SPACES  TO TOK-TEXTO(TOK-USADOS)
                       MOVE 'N'     TO TOK-PUNTO(TOK-USADOS)
                       MOVE 'S'     TO EN-PALABRA
                    ELSE
                       MOVE 'S' TO DESBORDADO
                    END-IF
                 END-IF
                 IF CARACTER = QUOTE OR CARACTER = "'"
                    MOVE 'S' TO EN-LITERAL
                    MOVE CARACTER TO CIERRE
                 END-IF
                 PERFORM 2120-ANADIR-CARACTER
              END-IF
           END-IF.

       2120-ANADIR-CARACTER.
           IF EN-PALABRA = 'S'
              ADD 1 TO TOK-LON(TOK-USADOS)
              IF TOK-LON(TOK-USADOS) NOT > 30
                 MOVE CARACTER
                      TO TOK-TEXTO(TOK-USADOS)(TOK-LON(TOK-USADOS):1)
              END-IF
           END-IF.

      * PUNTO FINAL PEGADO O SUELTO; LA COMA O EL PUNTO Y COMA SE
      * QUITAN
       2130-CERRAR-PALABRA.
           MOVE 'N' TO EN-PALABRA.
           COMPUTE IDX = TOK-COL(TOK-USADOS) + TOK-LON(TOK-USADOS) - 1.
           MOVE REC-FUENTE(IDX:1) TO CARACTER.
           IF CARACTER = ',' OR CARACTER = ';'
              IF TOK-TEXTO(TOK-USADOS)(1:1) NOT = QUOTE AND NOT = "'"
                 SUBTRACT 1 FROM TOK-LON(TOK-USADOS)
                 PERFORM 2140-RECORTAR-TEXTO
              END-IF
           END-IF.
           IF CARACTER = '.' AND TOK-LON(TOK-USADOS) = 1
              SUBTRACT 1 FROM TOK-USADOS
              IF TOK-USADOS > ZEROS
                 MOVE 'S' TO TOK-PUNTO(TOK-USADOS)
              END-IF
           ELSE
              IF CARACTER = '.'
                 AND (TOK-TEXTO(TOK-USADOS)(1:1) NOT = QUOTE
                      AND NOT = "'"
                      OR REC-FUENTE(IDX - 1:1) = QUOTE
                      OR REC-FUENTE(IDX - 1:1) = "'")
                 MOVE 'S' TO TOK-PUNTO(TOK-USADOS)
                 SUBTRACT 1 FROM TOK-LON(TOK-USADOS)
                 PERFORM 2140-RECORTAR-TEXTO
              END-IF
           END-IF.

       2140-RECORTAR-TEXTO.
           IF TOK-LON(TOK-USADOS) < 30
              MOVE SPACES
                 TO TOK-TEXTO(TOK-USADOS)(TOK-LON(TOK-USADOS) + 1:)
           END-IF.

       2200-LOCALIZAR-DIVISIONES.
           MOVE ZEROS TO TOK-DATA TOK-PROCEDURE.
           PERFORM 2210-MIRAR-DIVISION
                   VARYING IDX-TOK FROM 1 BY 1
                   UNTIL IDX-TOK NOT < TOK-USADOS
                      OR TOK-PROCEDURE > ZEROS.
           IF TOK-DATA = ZEROS
              MOVE TOK-USADOS TO TOK-DATA
           END-IF.
           IF TOK-PROCEDURE = ZEROS
              COMPUTE TOK-PROCEDURE = TOK-USADOS + 1
           END-IF.

       2210-MIRAR-DIVISION.
           IF TOK-TEXTO(IDX-TOK + 1) = 'DIVISION'
              IF TOK-TEXTO(IDX-TOK) = 'DATA' AND TOK-DATA = ZEROS
                 MOVE IDX-TOK TO TOK-DATA
              END-IF
              IF TOK-TEXTO(IDX-TOK) = 'PROCEDURE'
                 MOVE IDX-TOK TO TOK-PROCEDURE
              END-IF
           END-IF.

      * SELECT [OPTIONAL] <fichero> ... ASSIGN [TO] <destino>
       2300-LEER-SELECT.
           MOVE ZEROS TO SEL-USADAS.
           PERFORM 2310-MIRAR-SELECT
                   VARYING IDX-TOK FROM 1 BY 1
                   UNTIL IDX-TOK NOT < TOK-DATA.

       2310-MIRAR-SELECT.
           IF TOK-TEXTO(IDX-TOK) = 'SELECT' AND SEL-USADAS < 100
              MOVE IDX-TOK TO IDX-K
              ADD 1 TO IDX-K
              IF TOK-TEXTO(IDX-K) = 'OPTIONAL'
                 ADD 1 TO IDX-K
              END-IF
              ADD 1 TO SEL-USADAS
              MOVE TOK-TEXTO(IDX-K) TO SEL-FICHERO(SEL-USADAS)
              MOVE SPACES TO SEL-DESTINO(SEL-USADAS)
              MOVE 'N'    TO SEL-LITERAL(SEL-USADAS)
                             SEL-ENTRADA(SEL-USADAS)
                             SEL-SALIDA(SEL-USADAS)
                             SEL-ACTUAL(SEL-USADAS)
                             SEL-EXTIENDE(SEL-USADAS)
              PERFORM 2320-AVANZAR
                      UNTIL IDX-K NOT < TOK-DATA
                         OR TOK-PUNTO(IDX-K) = 'S'
                         OR TOK-TEXTO(IDX-K) = 'ASSIGN'
              IF TOK-TEXTO(IDX-K) = 'ASSIGN'
                 ADD 1 TO IDX-K
                 IF TOK-TEXTO(IDX-K) = 'TO'
                    ADD 1 TO IDX-K
                 END-IF
                 IF TOK-TEXTO(IDX-K)(1:1) = QUOTE OR "'"
                    MOVE 'S' TO SEL-LITERAL(SEL-USADAS)
                    UNSTRING TOK-TEXTO(IDX-K)(2:) DELIMITED BY QUOTE
                             OR "'" INTO SEL-DESTINO(SEL-USADAS)
                 ELSE
                    MOVE TOK-TEXTO(IDX-K) TO SEL-DESTINO(SEL-USADAS)
                 END-IF
              END-IF
           END-IF.

       2320-AVANZAR.
           ADD 1 TO IDX-K.

      * SENTENCIAS QUE INTERESAN: OPEN, SORT, MERGE, CALL Y MOVE DE
      * UN NOMBRE LOGICO DE SDPDDMP0
       2400-MIRAR-SENTENCIA.
           MOVE TOK-TEXTO(IDX-TOK) TO PALABRA-PRUEBA.
           IF ES-VERBO
              MOVE PALABRA-PRUEBA TO VERBO
              MOVE IDX-TOK TO FIN-SENT
              MOVE SPACES TO PALABRA-PRUEBA
              PERFORM 2410-ALARGAR-SENTENCIA
                      UNTIL TOK-PUNTO(FIN-SENT) = 'S'
                         OR FIN-SENT NOT < TOK-USADOS
                         OR ES-VERBO
              IF ES-VERBO
                 SUBTRACT 1 FROM FIN-SENT
              END-IF
              EVALUATE VERBO
                 WHEN 'OPEN'
                      MOVE SPACE TO MODO-FICHERO
                      PERFORM 2420-FICHERO-OPEN
                              VARYING IDX-K FROM IDX-TOK BY 1
                              UNTIL IDX-K > FIN-SENT
                 WHEN 'SORT'
                 WHEN 'MERGE'
                      MOVE SPACE TO MODO-FICHERO
                      PERFORM 2430-CLAUSULA-SORT
                              VARYING IDX-K FROM IDX-TOK BY 1
                              UNTIL IDX-K > FIN-SENT
                 WHEN 'CALL'
                      PERFORM 2500-TRATAR-CALL
                 WHEN 'MOVE'
                      PERFORM 2600-COPIAR-ASIGNA
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
              COMPUTE IDX-TOK = FIN-SENT + 1
           ELSE
              ADD 1 TO IDX-TOK
           END-IF.

       2410-ALARGAR-SENTENCIA.
           ADD 1 TO FIN-SENT.
           MOVE TOK-TEXTO(FIN-SENT) TO PALABRA-PRUEBA.

      * OPEN <modo> <fichero>... [<modo> <fichero>...]
       2420-FICHERO-OPEN.
           MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA.
           IF ES-MODO-OPEN
              EVALUATE PALABRA-PRUEBA
                 WHEN 'INPUT'  MOVE 'I' TO MODO-FICHERO
                 WHEN 'OUTPUT' MOVE 'O' TO MODO-FICHERO
                 WHEN 'EXTEND' MOVE 'X' TO MODO-FICHERO
                 WHEN OTHER    MOVE 'U' TO MODO-FICHERO
              END-EVALUATE
           ELSE
              IF MODO-FICHERO NOT = SPACE
                 PERFORM 2700-MARCAR-SELECT
                         VARYING IDX-SEL FROM 1 BY 1
                         UNTIL IDX-SEL > SEL-USADAS
              END-IF
           END-IF.

      * USING SE LEE Y GIVING SE ESCRIBE; LAS PROCEDURE NO SON
      * FICHEROS
       2430-CLAUSULA-SORT.
           MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA.
           EVALUATE TRUE
              WHEN PALABRA-PRUEBA = 'USING'
                 MOVE 'I' TO MODO-FICHERO
              WHEN PALABRA-PRUEBA = 'GIVING'
                 MOVE 'O' TO MODO-FICHERO
              WHEN ES-FIN-USING-SORT
                 MOVE SPACE TO MODO-FICHERO
              WHEN MODO-FICHERO NOT = SPACE
                 PERFORM 2700-MARCAR-SELECT
                         VARYING IDX-SEL FROM 1 BY 1
                         UNTIL IDX-SEL > SEL-USADAS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * CALL '<modulo>' O CALL <dato> CON VALUE '<modulo>'; EL CALL A
      * SDPDDMP0 ANOTA LA VARIABLE QUE RECIBE EL FISICO
       2500-TRATAR-CALL.
           MOVE SPACES TO MODULO.
           MOVE TOK-TEXTO(IDX-TOK + 1) TO PALABRA-PRUEBA.
           IF PALABRA-PRUEBA(1:1) = QUOTE OR "'"
              UNSTRING PALABRA-PRUEBA(2:) DELIMITED BY QUOTE
                       OR "'" INTO MODULO
           ELSE
              PERFORM 2510-VALOR-DEL-DATO
           END-IF.
           IF MODULO NOT = SPACES
              MOVE ZEROS TO HALLADO
              PERFORM 2520-COMPARAR-LLAMADA
                      VARYING IDX-J FROM MBR-LLA-BASE(IDX-MBR) BY 1
                      UNTIL IDX-J > LLA-USADAS OR HALLADO > ZEROS
              IF HALLADO = ZEROS AND LLA-USADAS < 3000
                 ADD 1 TO LLA-USADAS
                 MOVE MODULO(1:8) TO LLA-MODULO(LLA-USADAS)
              END-IF
           END-IF.
           IF MODULO = 'SDPDDMP0'
              MOVE ZEROS TO POS-USING POSICION
              MOVE SPACES TO LITERAL-DDMP
              PERFORM 2530-PARAMETRO-DDMP
                      VARYING IDX-K FROM IDX-TOK BY 1
                      UNTIL IDX-K > FIN-SENT
           END-IF.

      * <NIVEL> <DATO> ... VALUE '<modulo>' EN LA DATA DIVISION
       2510-VALOR-DEL-DATO.
           PERFORM 2515-BUSCAR-VALOR
                   VARYING IDX-K FROM TOK-DATA BY 1
                   UNTIL IDX-K NOT < TOK-PROCEDURE
                      OR MODULO NOT = SPACES.

       2515-BUSCAR-VALOR.
           IF TOK-TEXTO(IDX-K) = PALABRA-PRUEBA
              AND TOK-TEXTO(IDX-K - 1)(1:2) IS NUMERIC
              MOVE IDX-K TO IDX-J
              PERFORM 2517-AVANZAR-VALOR
                      UNTIL TOK-PUNTO(IDX-J) = 'S'
                         OR TOK-TEXTO(IDX-J) = 'VALUE'
                         OR IDX-J NOT < TOK-PROCEDURE
              IF TOK-TEXTO(IDX-J) = 'VALUE'
                 AND (TOK-TEXTO(IDX-J + 1)(1:1) = QUOTE OR "'")
                 UNSTRING TOK-TEXTO(IDX-J + 1)(2:) DELIMITED BY QUOTE
                          OR "'" INTO MODULO
              END-IF
           END-IF.

       2517-AVANZAR-VALOR.
           ADD 1 TO IDX-J.

       2520-COMPARAR-LLAMADA.
           IF LLA-MODULO(IDX-J) = MODULO(1:8)
              MOVE IDX-J TO HALLADO
           END-IF.

       2530-PARAMETRO-DDMP.
           MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA.
           IF PALABRA-PRUEBA = 'USING'
              MOVE IDX-K TO POS-USING
           ELSE
              IF POS-USING > ZEROS AND NOT ES-MODO-PASO
                 ADD 1 TO POSICION
                 IF POSICION = 1
                    AND (PALABRA-PRUEBA(1:1) = QUOTE OR "'")
                    UNSTRING PALABRA-PRUEBA(2:) DELIMITED BY QUOTE
                             OR "'" INTO LITERAL-DDMP
                 END-IF
                 IF POSICION = 2 AND LITERAL-DDMP NOT = SPACES
                    AND ASG-USADAS < 100
                    ADD 1 TO ASG-USADAS
                    MOVE SPACES TO ASG-CAMPO(ASG-USADAS)
                    UNSTRING PALABRA-PRUEBA DELIMITED BY '('
                             INTO ASG-CAMPO(ASG-USADAS)
                    MOVE LITERAL-DDMP TO ASG-LOGICO(ASG-USADAS)
                 END-IF
              END-IF
           END-IF.

      * MOVE <campo con nombre logico> TO <otros>: LOS DESTINOS
      * HEREDAN EL NOMBRE LOGICO
       2600-COPIAR-ASIGNA.
           MOVE SPACES TO LITERAL-DDMP.
           PERFORM 2610-BUSCAR-ORIGEN
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > ASG-USADAS.
           IF LITERAL-DDMP NOT = SPACES
              AND TOK-TEXTO(IDX-TOK + 2) = 'TO'
              PERFORM 2620-ANOTAR-DESTINO
                      VARYING IDX-K FROM IDX-TOK BY 1
                      UNTIL IDX-K > FIN-SENT
           END-IF.

       2610-BUSCAR-ORIGEN.
           IF ASG-CAMPO(IDX-J) = TOK-TEXTO(IDX-TOK + 1)
              MOVE ASG-LOGICO(IDX-J) TO LITERAL-DDMP
           END-IF.

       2620-ANOTAR-DESTINO.
           IF IDX-K > IDX-TOK + 2 AND ASG-USADAS < 100
              ADD 1 TO ASG-USADAS
              MOVE SPACES TO ASG-CAMPO(ASG-USADAS)
              UNSTRING TOK-TEXTO(IDX-K) DELIMITED BY '('
                       INTO ASG-CAMPO(ASG-USADAS)
              MOVE LITERAL-DDMP TO ASG-LOGICO(ASG-USADAS)
           END-IF.

       2700-MARCAR-SELECT.
           IF SEL-FICHERO(IDX-SEL) = TOK-TEXTO(IDX-K)
              EVALUATE MODO-FICHERO
                 WHEN 'I'
                      MOVE 'S' TO SEL-ENTRADA(IDX-SEL)
                 WHEN 'O'
                      MOVE 'S' TO SEL-SALIDA(IDX-SEL)
                 WHEN 'X'
                      MOVE 'S' TO SEL-EXTIENDE(IDX-SEL)
                 WHEN OTHER
                      MOVE 'S' TO SEL-ACTUAL(IDX-SEL)
              END-EVALUATE
           END-IF.

      * SOLO LAS SELECT QUE SE ABREN; EL NOMBRE DEL DD ES EL LITERAL
      * DEL ASSIGN O EL NOMBRE LOGICO DE LA VARIABLE
       2800-GUARDAR-SELECT.
           IF (SEL-ENTRADA(IDX-SEL) = 'S' OR SEL-SALIDA(IDX-SEL) = 'S'
               OR SEL-ACTUAL(IDX-SEL) = 'S'
               OR SEL-EXTIENDE(IDX-SEL) = 'S')
              AND FIC-USADOS < 3000
              ADD 1 TO FIC-USADOS
              MOVE SPACES TO FIC-DD(FIC-USADOS)
              MOVE SEL-DESTINO(IDX-SEL) TO FIC-VARIABLE(FIC-USADOS)
              MOVE SEL-ENTRADA(IDX-SEL) TO FIC-ENTRADA(FIC-USADOS)
              MOVE SEL-SALIDA(IDX-SEL)  TO FIC-SALIDA(FIC-USADOS)
              MOVE SEL-ACTUAL(IDX-SEL)  TO FIC-ACTUAL(FIC-USADOS)
              MOVE SEL-EXTIENDE(IDX-SEL) TO FIC-EXTIENDE(FIC-USADOS)
              IF SEL-LITERAL(IDX-SEL) = 'S'
                 MOVE 'L' TO FIC-TIPO(FIC-USADOS)
                 MOVE SEL-DESTINO(IDX-SEL)(1:8) TO FIC-DD(FIC-USADOS)
              ELSE
                 MOVE 'D' TO FIC-TIPO(FIC-USADOS)
                 PERFORM 2810-BUSCAR-LOGICO
                         VARYING IDX-J FROM 1 BY 1
                         UNTIL IDX-J > ASG-USADAS
                            OR FIC-TIPO(FIC-USADOS) = 'M'
              END-IF
           END-IF.

       2810-BUSCAR-LOGICO.
           IF ASG-CAMPO(IDX-J) = SEL-DESTINO(IDX-SEL)
              MOVE 'M' TO FIC-TIPO(FIC-USADOS)
              MOVE ASG-LOGICO(IDX-J) TO FIC-DD(FIC-USADOS)
           END-IF.

      ******************************************************************
      * LISTA PARA MIGRACION, JCL Y UTILIDADES
      ******************************************************************
       6000-LISTAR-PENDIENTE.
           MOVE 'PARA MIGRACION' TO RPT-CORTE.
           MOVE SPACES TO LINEA.
           STRING PND-JOB(IDX) ' ' PND-PASO(IDX) ' '
                  PND-PROGRAMA(IDX) ' ' PND-DD(IDX) ' '
                  PND-MOTIVO(IDX) DELIMITED BY SIZE
                  INTO LINEA.
           PERFORM 8900-LINEA-INFORME.

       7000-ESCRIBIR-JCL.
           WRITE REC-SALIDA FROM LINEA-JCL.
           MOVE SPACES TO LINEA-JCL.

      * DSN: HASTA 44 CARACTERES, CALIFICADORES DE 1 A 8 QUE EMPIEZAN
      * POR LETRA O NACIONAL, Y SOLO LETRAS, CIFRAS, NACIONALES Y
      * GUION
       8100-VALIDAR-DSN.
           MOVE 'S' TO DSN-VALIDO.
           MOVE ZEROS TO LON-CALIF DSN-LON.
           INSPECT DSN TALLYING DSN-LON FOR CHARACTERS
                   BEFORE INITIAL SPACE.
           IF DSN-LON = ZEROS OR DSN-LON > 44
              MOVE 'N' TO DSN-VALIDO
           ELSE
              PERFORM 8110-VALIDAR-CARACTER
                      VARYING IDX-J FROM 1 BY 1
                      UNTIL IDX-J > DSN-LON OR DSN-VALIDO = 'N'
              IF LON-CALIF = ZEROS
                 MOVE 'N' TO DSN-VALIDO
              END-IF
           END-IF.

       8110-VALIDAR-CARACTER.
           MOVE DSN(IDX-J:1) TO CARACTER.
           IF CARACTER = '.'
              IF LON-CALIF = ZEROS
                 MOVE 'N' TO DSN-VALIDO
              END-IF
              MOVE ZEROS TO LON-CALIF
           ELSE
              ADD 1 TO LON-CALIF
              IF LON-CALIF > 8
                 MOVE 'N' TO DSN-VALIDO
              END-IF
              EVALUATE TRUE
                 WHEN CARACTER >= 'A' AND CARACTER <= 'Z'
                 WHEN CARACTER = '@' OR '#' OR '$'
                      CONTINUE
                 WHEN (CARACTER >= '0' AND CARACTER <= '9')
                      OR CARACTER = '-'
                      IF LON-CALIF = 1
                         MOVE 'N' TO DSN-VALIDO
                      END-IF
                 WHEN OTHER
                      MOVE 'N' TO DSN-VALIDO
              END-EVALUATE
           END-IF.

       8200-ANOTAR-PENDIENTE.
           IF PND-USADOS < 500
              ADD 1 TO PND-USADOS
              MOVE NOMBRE-JOB      TO PND-JOB(PND-USADOS)
              MOVE PASO-ACTUAL     TO PND-PASO(PND-USADOS)
              MOVE PROGRAMA-ACTUAL TO PND-PROGRAMA(PND-USADOS)
              MOVE DD-MOTIVO       TO PND-DD(PND-USADOS)
              MOVE MOTIVO          TO PND-MOTIVO(PND-USADOS)
           END-IF.
           MOVE SPACES TO MOTIVO.

       8300-CIFRAS.
           MOVE CIFRAS-VALOR TO CIFRAS-ED.
           MOVE ZEROS TO CUANTOS.
           INSPECT CIFRAS-ED TALLYING CUANTOS FOR LEADING SPACES.
           MOVE SPACES TO CIFRAS-TEXTO.
           MOVE CIFRAS-ED(CUANTOS + 1:) TO CIFRAS-TEXTO.

       8900-LINEA-INFORME.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-JCL.

       8910-LINEA-SIN-IMPORTE.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-JCL.
