      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Diferencias estructurales de un miembro entre dos
      *          versiones: parrafos, aristas y complejidad
      ******************************************************************
      * SDP DESCRIPTION
      *  Cuando cambia el MD5ID de un miembro se ve la diferencia de
      *> texto, pero no que ha cambiado en su estructura. Este
      *> programa lee el deck SDPDIFGP, una tarjeta por miembro:
      *>    COMPARAR <programa> <anterior> <actual>
      *> Un nombre de hasta ocho letras sin punto ni barra es un
      *> nombre logico y se resuelve con SDPDDMP0, de modo que una
      *> tarjeta MAP FUENTANT KSDMMANT(-1) del deck SDPDDMAP compara
      *> con la generacion anterior de la biblioteca que cataloga
      *> SDPGDG00. De cada version se saca el grafo por parrafos, con
      *> las mismas reglas que SDPREST0:
      *>    PERFORM <parrafo> [THRU <parrafo>]
      *>    GO TO <parrafo>, caida al siguiente y bucle en linea
      *>    CALL <modulo> (literal o dinamico)
      *>    OPEN <modo> <fichero>
      *> y la complejidad de cada parrafo (1 mas IF, WHEN que no sea
      *> OTHER, UNTIL, AND, OR, AT END e INVALID KEY). El informe,
      *> por programa, da cada parrafo NUEVO, ELIMINADO, CAMBIADO (su
      *> texto sin comentarios es otro) o con solo sus aristas
      *> distintas, con la complejidad antes y despues y las aristas
      *> que aparecen (+) y desaparecen (-); despues los ficheros que
      *> cambian de modo de apertura y un resumen.
      *  RC 0 sin cambios estructurales, 4 con cambios, 12 fuente
      *> ausente o miembro que no cabe en las tablas.
      * SDP END
      *
      * SDP DESC Diferencias de grafo por parrafo entre dos versiones
      * SDP IVP 0 Files.Consumes = SDPDIFGP
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPDIFG0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETAS ASSIGN TO 'SDPDIFGP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MIEMBRO ASSIGN TO NOMBRE-MIEMBRO
                  FILE STATUS IS FS-MIEMBRO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(200).

       FD  MIEMBRO.
       01  REC-MIEMBRO PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-MIEMBRO  PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 RC-MIEMBRO  PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-TARJETAS PIC X(01) VALUE 'N'.
       77 FIN-MIEMBRO  PIC X(01) VALUE 'N'.
       77 DESBORDADO   PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(16) VALUE SPACES.
           03 PAL-2 PIC X(32) VALUE SPACES.
           03 PAL-3 PIC X(80) VALUE SPACES.
           03 PAL-4 PIC X(80) VALUE SPACES.

       01  MIEMBRO-ACTUAL.
           03 MIEMBRO-PROGRAMA PIC X(08) VALUE SPACES.
           03 NOMBRE-MIEMBRO   PIC X(80) VALUE SPACES.
           03 NOMBRE-VERSION OCCURS 2 TIMES PIC X(80).
           03 NOMBRE-RESUELTO OCCURS 2 TIMES PIC X(80).
           03 NOMBRE-LOGICO    PIC X(08) VALUE SPACES.
           03 NOMBRE-FISICO    PIC X(64) VALUE SPACES.

      * LINEAS DEL MIEMBRO EN CURSO
       01  TABLA-LINEAS.
           03 LIN-USADAS PIC 9(04) VALUE ZEROS.
           03 LIN-PROCEDURE PIC 9(04) VALUE ZEROS.
           03 LIN-TEXTO OCCURS 6000 TIMES PIC X(132).

      * PALABRAS DE LA PROCEDURE DIVISION CON SU POSICION, EL PUNTO
      * QUE LAS SIGUE Y EL NIVEL DE ANIDAMIENTO EN QUE ESTAN
       01  TABLA-PALABRAS.
           03 TOK-USADOS PIC 9(05) VALUE ZEROS.
           03 TOK OCCURS 25000 TIMES.
              05 TOK-COL    PIC 9(02).
              05 TOK-LON    PIC 9(03).
              05 TOK-TEXTO  PIC X(30).
              05 TOK-PUNTO  PIC X(01).
              05 TOK-NIVEL  PIC 9(02).

      * PALABRAS DE LA VERSION ANTERIOR, PARA COMPARAR LOS CUERPOS
       01  TABLA-ANTERIOR.
           03 TKA-USADOS PIC 9(05) VALUE ZEROS.
           03 TKA-TEXTO OCCURS 25000 TIMES PIC X(30).

       01  TABLA-PARRAFOS.
           03 PAR-USADOS PIC 9(04) VALUE ZEROS.
           03 PAR OCCURS 1500 TIMES.
              05 PAR-NOMBRE    PIC X(30).
              05 PAR-INI       PIC 9(05).
              05 PAR-FIN       PIC 9(05).
              05 PAR-SECCION   PIC X(01).

      * PILA DE AMBITOS ABIERTOS: I IF, E EVALUATE, S SEARCH,
      * P PERFORM EN LINEA, C CLAUSULA AT END/INVALID KEY/SIZE ERROR
       01  PILA-AMBITOS.
           03 PIL-USADOS PIC 9(02) VALUE ZEROS.
           03 PIL OCCURS 61 TIMES.
              05 PIL-TIPO PIC X(01).

      * GRAFOS: 1 ANTERIOR, 2 ACTUAL. ARISTA P PERFORM (CON SU THRU),
      * G GO TO, F CAIDA AL SIGUIENTE, B BUCLE EN LINEA, C CALL (CON
      * DINAMICO EN HASTA) Y A OPEN (CON EL MODO EN HASTA). CADA NODO
      * LLEVA SU RANGO DE PALABRAS, SU COMPLEJIDAD Y SU PAREJA EN EL
      * OTRO GRAFO
       01  TABLA-GRAFOS.
           03 GRF OCCURS 2 TIMES.
              05 NOD-USADOS PIC 9(04).
              05 NOD OCCURS 1500 TIMES.
                 07 NOD-NOMBRE  PIC X(30).
                 07 NOD-INI     PIC 9(05).
                 07 NOD-FIN     PIC 9(05).
                 07 NOD-COMPLEJ PIC 9(04).
                 07 NOD-PAREJA  PIC 9(04).
              05 ARI-USADAS PIC 9(04).
              05 ARI OCCURS 4000 TIMES.
                 07 ARI-ORIGEN  PIC X(30).
                 07 ARI-TIPO    PIC X(01).
                 07 ARI-DESTINO PIC X(30).
                 07 ARI-HASTA   PIC X(30).

       01  NUEVA-ARISTA.
           03 NAR-ORIGEN  PIC X(30) VALUE SPACES.
           03 NAR-TIPO    PIC X(01) VALUE SPACE.
           03 NAR-DESTINO PIC X(30) VALUE SPACES.
           03 NAR-HASTA   PIC X(30) VALUE SPACES.

      * FICHEROS ABIERTOS Y SUS MODOS EN CADA VERSION: POSICION 1
      * INPUT, 2 OUTPUT, 3 I-O, 4 EXTEND
       01  TABLA-FICHEROS.
           03 FIC-USADOS PIC 9(03) VALUE ZEROS.
           03 FIC OCCURS 300 TIMES.
              05 FIC-NOMBRE PIC X(30).
              05 FIC-MODOS OCCURS 2 TIMES PIC X(04).

       01  CONTADORES-MIEMBRO.
           03 CNT-NUEVOS     PIC 9(05) VALUE ZEROS.
           03 CNT-ELIMINADOS PIC 9(05) VALUE ZEROS.
           03 CNT-CAMBIADOS  PIC 9(05) VALUE ZEROS.
           03 CNT-ARI-MAS    PIC 9(05) VALUE ZEROS.
           03 CNT-ARI-MENOS  PIC 9(05) VALUE ZEROS.
           03 CNT-FICHEROS   PIC 9(05) VALUE ZEROS.
           03 CNT-ARI-NODO   PIC 9(05) VALUE ZEROS.
           03 COMPLEJ-TOTAL OCCURS 2 TIMES PIC 9(06).

       01  PALABRA-PRUEBA PIC X(30) VALUE SPACES.
           88 ES-VERBO VALUE 'MOVE' 'ADD' 'SUBTRACT' 'MULTIPLY'
              'DIVIDE' 'COMPUTE' 'IF' 'EVALUATE' 'PERFORM' 'DISPLAY'
              'ACCEPT' 'CALL' 'SET' 'READ' 'WRITE' 'REWRITE' 'DELETE'
              'START' 'OPEN' 'CLOSE' 'STRING' 'UNSTRING' 'INSPECT'
              'INITIALIZE' 'SEARCH' 'CONTINUE' 'EXIT' 'STOP'
              'GOBACK' 'GO' 'RETURN' 'RELEASE' 'SORT' 'MERGE'
              'CANCEL' 'NEXT' 'ELSE' 'WHEN'.
           88 ES-FIN-CLAUSULA VALUE 'END-READ' 'END-WRITE'
              'END-REWRITE' 'END-DELETE' 'END-START' 'END-RETURN'
              'END-STRING' 'END-UNSTRING' 'END-CALL' 'END-COMPUTE'
              'END-ADD' 'END-SUBTRACT' 'END-MULTIPLY' 'END-DIVIDE'
              'END-ACCEPT' 'END-DISPLAY'.
           88 ES-CLAUSULA VALUE 'INVALID' 'SIZE' 'OVERFLOW'
              'EXCEPTION'.
           88 ES-BUCLE-EN-LINEA VALUE 'VARYING' 'UNTIL' 'WITH'
              'TEST'.
           88 ES-MODO-APERTURA VALUE 'INPUT' 'OUTPUT' 'I-O'
              'EXTEND'.
           88 ES-OPCION-APERTURA VALUE 'WITH' 'NO' 'REWIND' 'LOCK'.
           88 ES-DECISION VALUE 'IF' 'UNTIL' 'AND' 'OR'.

       01  TRABAJO.
           03 IDX       PIC 9(05) VALUE ZEROS.
           03 IDX-LIN   PIC 9(04) VALUE ZEROS.
           03 IDX-TOK   PIC 9(05) VALUE ZEROS.
           03 IDX-TKA   PIC 9(05) VALUE ZEROS.
           03 IDX-PAR   PIC 9(04) VALUE ZEROS.
           03 IDX-NOD   PIC 9(04) VALUE ZEROS.
           03 IDX-ARI   PIC 9(04) VALUE ZEROS.
           03 IDX-AUX   PIC 9(04) VALUE ZEROS.
           03 IDX-COL   PIC 9(03) VALUE ZEROS.
           03 IDX-FIC   PIC 9(03) VALUE ZEROS.
           03 IDX-MODO  PIC 9(01) VALUE ZEROS.
           03 HALLADO   PIC 9(05) VALUE ZEROS.
           03 HASTA     PIC 9(05) VALUE ZEROS.
           03 ULTIMO    PIC 9(05) VALUE ZEROS.
           03 GRAFO     PIC 9(01) VALUE ZEROS.
           03 OTRO      PIC 9(01) VALUE ZEROS.
           03 NOMBRE-BUSCADO PIC X(30) VALUE SPACES.
           03 MODO-APERTURA  PIC X(08) VALUE SPACES.
           03 CARACTER  PIC X(01) VALUE SPACE.
           03 EN-LITERAL PIC X(01) VALUE 'N'.
           03 CIERRE    PIC X(01) VALUE SPACE.
           03 EN-PALABRA PIC X(01) VALUE 'N'.
           03 SE-PUEDE  PIC X(01) VALUE 'S'.
           03 CAE       PIC X(01) VALUE 'S'.
           03 TIPO-FIN  PIC X(01) VALUE SPACE.
           03 MISMO-CUERPO PIC X(01) VALUE 'S'.
           03 SIGNO     PIC X(01) VALUE SPACE.
           03 ESTADO-NODO PIC X(12) VALUE SPACES.
           03 COMPLEJ-ANT PIC 9(04) VALUE ZEROS.
           03 COMPLEJ-ACT PIC 9(04) VALUE ZEROS.
           03 DELTA     PIC S9(04) VALUE ZEROS.
           03 PTR-LINEA PIC 9(03) VALUE ZEROS.
           03 TEXTO-MODOS PIC X(30) VALUE SPACES.
           03 MODOS-VERSION PIC X(04) VALUE SPACES.
           03 LINEA     PIC X(132) VALUE SPACES.
           03 CUENTA-ED PIC Z(04)9.
           03 CUENTA-ED2 PIC Z(04)9.
           03 CUENTA-ED3 PIC Z(05)9.
           03 DELTA-ED  PIC +(04)9.

       01  RESUMEN-MIEMBRO.
           03 FILLER         PIC X(16) VALUE 'RESUMEN PARRAFOS'.
           03 FILLER         PIC X(02) VALUE ' +'.
           03 RES-NUEVOS     PIC Z(03)9.
           03 FILLER         PIC X(02) VALUE ' -'.
           03 RES-ELIMINADOS PIC Z(03)9.
           03 FILLER         PIC X(02) VALUE ' ~'.
           03 RES-CAMBIADOS  PIC Z(03)9.
           03 FILLER         PIC X(10) VALUE ' ARISTAS +'.
           03 RES-ARI-MAS    PIC Z(03)9.
           03 FILLER         PIC X(02) VALUE ' -'.
           03 RES-ARI-MENOS  PIC Z(03)9.
           03 FILLER         PIC X(10) VALUE ' FICHEROS '.
           03 RES-FICHEROS   PIC Z(03)9.
           03 FILLER         PIC X(13) VALUE ' COMPLEJIDAD '.
           03 RES-COMPLEJ-1  PIC Z(05)9.
           03 FILLER         PIC X(04) VALUE ' -> '.
           03 RES-COMPLEJ-2  PIC Z(05)9.

       01  INFORME-DIFERENCIAS.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           OPEN INPUT TARJETAS.
           MOVE 'ABRIENDO DECK SDPDIFGP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TARJETAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'DIFERENCIAS ESTRUCTURALES DE MIEMBROS' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-DIFERENCIAS.

           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.
           PERFORM 2000-TRATAR-TARJETA UNTIL FIN-TARJETAS = 'S'.
           CLOSE TARJETAS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-DIFERENCIAS.
           STOP RUN RETURNING RC.

       2000-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4.
           IF PAL-1 = 'COMPARAR'
              MOVE PAL-2(1:8) TO MIEMBRO-PROGRAMA
              MOVE PAL-3      TO NOMBRE-VERSION(1)
              MOVE PAL-4      TO NOMBRE-VERSION(2)
              MOVE ZEROS      TO RC-MIEMBRO
              PERFORM 2100-COMPARAR-MIEMBRO
                      THRU 2100-COMPARAR-MIEMBRO-FIN
              IF RC-MIEMBRO > RC
                 MOVE RC-MIEMBRO TO RC
              END-IF
           END-IF.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.

      ******************************************************************
      * UN MIEMBRO: GRAFO DE CADA VERSION Y COMPARACION
      ******************************************************************
       2100-COMPARAR-MIEMBRO.
           MOVE ZEROS TO CNT-NUEVOS CNT-ELIMINADOS CNT-CAMBIADOS
                         CNT-ARI-MAS CNT-ARI-MENOS CNT-FICHEROS
                         FIC-USADOS.
           PERFORM 2200-CARGAR-VERSION
                   VARYING GRAFO FROM 1 BY 1
                   UNTIL GRAFO > 2 OR RC-MIEMBRO > ZEROS.
           IF RC-MIEMBRO > ZEROS
              GO TO 2100-COMPARAR-MIEMBRO-FIN
           END-IF.
           PERFORM 5000-COMPARAR-GRAFOS.

       2100-COMPARAR-MIEMBRO-FIN.
           EXIT.

       2200-CARGAR-VERSION.
           PERFORM 2210-RESOLVER-NOMBRE.
           PERFORM 3000-CARGAR-MIEMBRO.
           IF FS-MIEMBRO NOT = '00' OR DESBORDADO = 'S'
              MOVE 12 TO RC-MIEMBRO
              MOVE SPACES TO LINEA
              IF DESBORDADO = 'S'
                 STRING 'MIEMBRO DEMASIADO GRANDE ' NOMBRE-MIEMBRO
                        DELIMITED BY SIZE INTO LINEA
              ELSE
                 STRING 'FUENTE AUSENTE ' NOMBRE-MIEMBRO
                        DELIMITED BY SIZE INTO LINEA
              END-IF
              PERFORM 8900-LINEA-INFORME
           ELSE
              PERFORM 4000-CONSTRUIR-GRAFO
              IF GRAFO = 1
                 PERFORM 4950-GUARDAR-ANTERIOR
                         VARYING IDX-TOK FROM 1 BY 1
                         UNTIL IDX-TOK > TOK-USADOS
                 MOVE TOK-USADOS TO TKA-USADOS
              END-IF
           END-IF.

      * NOMBRE CORTO SIN PUNTO NI BARRA: NOMBRE LOGICO PARA SDPDDMP0
       2210-RESOLVER-NOMBRE.
           MOVE NOMBRE-VERSION(GRAFO) TO NOMBRE-MIEMBRO.
           MOVE ZEROS TO IDX.
           INSPECT NOMBRE-VERSION(GRAFO) TALLYING IDX
                   FOR ALL '.' ALL '/'.
           IF IDX = ZEROS AND NOMBRE-VERSION(GRAFO)(9:) = SPACES
              MOVE NOMBRE-VERSION(GRAFO)(1:8) TO NOMBRE-LOGICO
              CALL 'SDPDDMP0' USING NOMBRE-LOGICO NOMBRE-FISICO
              MOVE NOMBRE-FISICO TO NOMBRE-MIEMBRO
           END-IF.
           MOVE NOMBRE-MIEMBRO TO NOMBRE-RESUELTO(GRAFO).

      ******************************************************************
      * CARGA DE LINEAS, PALABRAS, PARRAFOS Y NIVELES
      ******************************************************************
       3000-CARGAR-MIEMBRO.
           MOVE ZEROS TO LIN-USADAS LIN-PROCEDURE TOK-USADOS
                         PAR-USADOS.
           MOVE 'N' TO DESBORDADO.
           OPEN INPUT MIEMBRO.
           IF FS-MIEMBRO NOT = '00'
              CLOSE MIEMBRO
           ELSE
              MOVE 'N' TO FIN-MIEMBRO
              READ MIEMBRO
                   AT END MOVE 'S' TO FIN-MIEMBRO
              END-READ
              PERFORM 3010-GUARDAR-LINEA UNTIL FIN-MIEMBRO = 'S'
              CLOSE MIEMBRO
              MOVE '00' TO FS-MIEMBRO
              IF LIN-PROCEDURE > ZEROS
                 PERFORM 3100-PARTIR-LINEA
                         VARYING IDX-LIN FROM LIN-PROCEDURE BY 1
                         UNTIL IDX-LIN > LIN-USADAS
                 PERFORM 3300-LOCALIZAR-PARRAFOS
                 PERFORM 3500-CALCULAR-NIVELES
                         VARYING IDX-PAR FROM 1 BY 1
                         UNTIL IDX-PAR > PAR-USADOS
              END-IF
           END-IF.

       3010-GUARDAR-LINEA.
           IF LIN-USADAS < 6000
              ADD 1 TO LIN-USADAS
              MOVE REC-MIEMBRO TO LIN-TEXTO(LIN-USADAS)
              IF LIN-PROCEDURE = ZEROS
                 AND REC-MIEMBRO(7:1) NOT = '*' AND NOT = '/'
                 MOVE ZEROS TO IDX
                 INSPECT REC-MIEMBRO(8:65) TALLYING IDX
                         FOR ALL 'PROCEDURE DIVISION'
                 IF IDX > ZEROS
                    MOVE LIN-USADAS TO LIN-PROCEDURE
                 END-IF
              END-IF
           ELSE
              MOVE 'S' TO DESBORDADO
           END-IF.
           READ MIEMBRO
                AT END MOVE 'S' TO FIN-MIEMBRO
           END-READ.

      * PALABRAS DE LAS COLUMNAS 8-72; UN LITERAL ES UNA PALABRA Y EL
      * PUNTO QUE CIERRA SENTENCIA SE ANOTA EN LA PALABRA ANTERIOR
       3100-PARTIR-LINEA.
           IF LIN-TEXTO(IDX-LIN)(7:1) NOT = '*' AND NOT = '/'
              MOVE 'N' TO EN-LITERAL EN-PALABRA
              PERFORM 3110-PARTIR-CARACTER
                      VARYING IDX-COL FROM 8 BY 1 UNTIL IDX-COL > 72
              IF EN-PALABRA = 'S'
                 PERFORM 3130-CERRAR-PALABRA
              END-IF
           END-IF.

       3110-PARTIR-CARACTER.
           MOVE LIN-TEXTO(IDX-LIN)(IDX-COL:1) TO CARACTER.
           IF EN-LITERAL = 'S'
              PERFORM 3120-ANADIR-CARACTER
              IF CARACTER = CIERRE
                 MOVE 'N' TO EN-LITERAL
              END-IF
           ELSE
              IF CARACTER = SPACE
                 IF EN-PALABRA = 'S'
                    PERFORM 3130-CERRAR-PALABRA
                 END-IF
              ELSE
                 IF EN-PALABRA = 'N'
                    IF TOK-USADOS < 25000
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
                 IF EN-PALABRA = 'S'
                    PERFORM 3120-ANADIR-CARACTER
                 END-IF
              END-IF
           END-IF.

       3120-ANADIR-CARACTER.
           IF EN-PALABRA = 'S'
              ADD 1 TO TOK-LON(TOK-USADOS)
              IF TOK-LON(TOK-USADOS) NOT > 30
                 MOVE CARACTER
                      TO TOK-TEXTO(TOK-USADOS)(TOK-LON(TOK-USADOS):1)
              END-IF
           END-IF.

      * PUNTO FINAL: PEGADO A LA PALABRA O SUELTO (SE APUNTA A LA
      * PALABRA ANTERIOR); LA COMA O EL PUNTO Y COMA SE QUITAN
       3130-CERRAR-PALABRA.
           MOVE 'N' TO EN-PALABRA.
           MOVE TOK-COL(TOK-USADOS) TO IDX.
           ADD TOK-LON(TOK-USADOS) TO IDX.
           SUBTRACT 1 FROM IDX.
           MOVE LIN-TEXTO(IDX-LIN)(IDX:1) TO CARACTER.
           IF CARACTER = ',' OR CARACTER = ';'
              IF TOK-TEXTO(TOK-USADOS)(1:1) NOT = QUOTE AND NOT = "'"
                 SUBTRACT 1 FROM TOK-LON(TOK-USADOS)
                 PERFORM 3140-RECORTAR-TEXTO
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
                      OR LIN-TEXTO(IDX-LIN)(IDX - 1:1) = QUOTE
                      OR LIN-TEXTO(IDX-LIN)(IDX - 1:1) = "'")
                 MOVE 'S' TO TOK-PUNTO(TOK-USADOS)
                 SUBTRACT 1 FROM TOK-LON(TOK-USADOS)
                 PERFORM 3140-RECORTAR-TEXTO
              END-IF
           END-IF.

       3140-RECORTAR-TEXTO.
           IF TOK-LON(TOK-USADOS) < 30
              MOVE SPACES
                 TO TOK-TEXTO(TOK-USADOS)(TOK-LON(TOK-USADOS) + 1:)
           END-IF.

      * CABECERAS EN AREA A (COLUMNAS 8-11): PARRAFO O SECCION. LAS
      * PALABRAS DE LA CABECERA PROCEDURE DIVISION NO SON DE NADIE
       3300-LOCALIZAR-PARRAFOS.
           MOVE 1 TO IDX-TOK.
           PERFORM 3310-SALTAR-CABECERA
                   UNTIL IDX-TOK > TOK-USADOS
                      OR TOK-PUNTO(IDX-TOK) = 'S'.
           ADD 1 TO IDX-TOK.
           IF IDX-TOK NOT > TOK-USADOS AND TOK-COL(IDX-TOK) > 11
              MOVE '(INICIAL)' TO NOMBRE-BUSCADO
              PERFORM 3330-NUEVO-PARRAFO
              MOVE IDX-TOK TO PAR-INI(PAR-USADOS)
           END-IF.
           PERFORM 3320-MIRAR-PALABRA
                   UNTIL IDX-TOK > TOK-USADOS.
           IF PAR-USADOS > ZEROS
              MOVE TOK-USADOS TO PAR-FIN(PAR-USADOS)
           END-IF.

       3310-SALTAR-CABECERA.
           ADD 1 TO IDX-TOK.

       3320-MIRAR-PALABRA.
           IF TOK-COL(IDX-TOK) < 12
              AND TOK-TEXTO(IDX-TOK)(1:1) NOT = QUOTE AND NOT = "'"
              IF PAR-USADOS > ZEROS
                 COMPUTE PAR-FIN(PAR-USADOS) = IDX-TOK - 1
              END-IF
              MOVE TOK-TEXTO(IDX-TOK) TO NOMBRE-BUSCADO
              PERFORM 3330-NUEVO-PARRAFO
              IF IDX-TOK < TOK-USADOS
                 AND TOK-TEXTO(IDX-TOK + 1) = 'SECTION'
                 MOVE 'S' TO PAR-SECCION(PAR-USADOS)
              END-IF
              PERFORM 3310-SALTAR-CABECERA
                      UNTIL IDX-TOK > TOK-USADOS
                         OR TOK-PUNTO(IDX-TOK) = 'S'
              ADD 1 TO IDX-TOK
              MOVE IDX-TOK TO PAR-INI(PAR-USADOS)
           ELSE
              ADD 1 TO IDX-TOK
           END-IF.

       3330-NUEVO-PARRAFO.
           IF PAR-USADOS < 1500
              ADD 1 TO PAR-USADOS
              MOVE NOMBRE-BUSCADO TO PAR-NOMBRE(PAR-USADOS)
              MOVE ZEROS TO PAR-INI(PAR-USADOS) PAR-FIN(PAR-USADOS)
              MOVE 'N' TO PAR-SECCION(PAR-USADOS)
           ELSE
              MOVE 'S' TO DESBORDADO
           END-IF.

      * NIVEL DE CADA PALABRA DENTRO DE SU SENTENCIA
       3500-CALCULAR-NIVELES.
           MOVE ZEROS TO PIL-USADOS.
           IF PAR-INI(IDX-PAR) > ZEROS
              PERFORM 3510-NIVEL-PALABRA
                      VARYING IDX-TOK FROM PAR-INI(IDX-PAR) BY 1
                      UNTIL IDX-TOK > PAR-FIN(IDX-PAR)
           END-IF.

       3510-NIVEL-PALABRA.
           MOVE PIL-USADOS TO TOK-NIVEL(IDX-TOK).
           MOVE TOK-TEXTO(IDX-TOK) TO PALABRA-PRUEBA.
           EVALUATE TRUE
              WHEN PALABRA-PRUEBA = 'IF'
                 MOVE 'I' TO PIL-TIPO(PIL-USADOS + 1)
                 PERFORM 3520-ABRIR-AMBITO
              WHEN PALABRA-PRUEBA = 'EVALUATE'
                 MOVE 'E' TO PIL-TIPO(PIL-USADOS + 1)
                 PERFORM 3520-ABRIR-AMBITO
              WHEN PALABRA-PRUEBA = 'SEARCH'
                 MOVE 'S' TO PIL-TIPO(PIL-USADOS + 1)
                 PERFORM 3520-ABRIR-AMBITO
              WHEN PALABRA-PRUEBA = 'PERFORM'
                 PERFORM 3530-PERFORM-EN-LINEA
                 IF SE-PUEDE = 'S'
                    MOVE 'P' TO PIL-TIPO(PIL-USADOS + 1)
                    PERFORM 3520-ABRIR-AMBITO
                 END-IF
              WHEN PALABRA-PRUEBA = 'END-IF'
                 MOVE 'I' TO TIPO-FIN
                 PERFORM 3540-CERRAR-AMBITO
              WHEN PALABRA-PRUEBA = 'END-EVALUATE'
                 MOVE 'E' TO TIPO-FIN
                 PERFORM 3540-CERRAR-AMBITO
              WHEN PALABRA-PRUEBA = 'END-PERFORM'
                 MOVE 'P' TO TIPO-FIN
                 PERFORM 3540-CERRAR-AMBITO
              WHEN PALABRA-PRUEBA = 'END-SEARCH'
                 MOVE 'C' TO TIPO-FIN
                 PERFORM 3540-CERRAR-AMBITO
                 MOVE 'S' TO TIPO-FIN
                 PERFORM 3540-CERRAR-AMBITO
              WHEN PALABRA-PRUEBA = 'WHEN'
                 IF PIL-USADOS > 1 AND PIL-TIPO(PIL-USADOS) = 'C'
                    AND PIL-TIPO(PIL-USADOS - 1) = 'S'
                    SUBTRACT 1 FROM PIL-USADOS
                 END-IF
              WHEN ES-FIN-CLAUSULA
                 MOVE 'C' TO TIPO-FIN
                 PERFORM 3540-CERRAR-AMBITO
              WHEN ES-CLAUSULA
              WHEN PALABRA-PRUEBA = 'AT'
                   AND IDX-TOK < PAR-FIN(IDX-PAR)
                   AND (TOK-TEXTO(IDX-TOK + 1) = 'END'
                        OR TOK-TEXTO(IDX-TOK + 1) = 'END-OF-PAGE'
                        OR TOK-TEXTO(IDX-TOK + 1) = 'EOP')
                 IF PIL-USADOS = ZEROS OR PIL-TIPO(PIL-USADOS) NOT = 'C'
                    MOVE 'C' TO PIL-TIPO(PIL-USADOS + 1)
                    PERFORM 3520-ABRIR-AMBITO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF TOK-PUNTO(IDX-TOK) = 'S'
              MOVE ZEROS TO PIL-USADOS
           END-IF.

       3520-ABRIR-AMBITO.
           IF PIL-USADOS < 60
              ADD 1 TO PIL-USADOS
           END-IF.

      * PERFORM EN LINEA: LO QUE SIGUE NO ES UN PARRAFO
       3530-PERFORM-EN-LINEA.
           MOVE 'S' TO SE-PUEDE.
           IF IDX-TOK < TOK-USADOS
              MOVE TOK-TEXTO(IDX-TOK + 1) TO NOMBRE-BUSCADO
              PERFORM 3900-BUSCAR-PARRAFO
              IF HALLADO > ZEROS
                 MOVE 'N' TO SE-PUEDE
              END-IF
           END-IF.

       3540-CERRAR-AMBITO.
           IF PIL-USADOS > ZEROS
              IF PIL-TIPO(PIL-USADOS) = TIPO-FIN
                 SUBTRACT 1 FROM PIL-USADOS
              END-IF
           END-IF.

       3900-BUSCAR-PARRAFO.
           MOVE ZEROS TO HALLADO.
           PERFORM 3910-COMPARAR-PARRAFO
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > PAR-USADOS OR HALLADO > ZEROS.

       3910-COMPARAR-PARRAFO.
           IF PAR-NOMBRE(IDX) = NOMBRE-BUSCADO
              MOVE IDX TO HALLADO
           END-IF.

      ******************************************************************
      * GRAFO DE LLAMADAS Y DE CONTROL POR PARRAFOS
      ******************************************************************
       4000-CONSTRUIR-GRAFO.
           MOVE ZEROS TO NOD-USADOS(GRAFO) ARI-USADAS(GRAFO)
                         COMPLEJ-TOTAL(GRAFO).
           PERFORM 4100-ARISTAS-PARRAFO
                   VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > PAR-USADOS.

       4100-ARISTAS-PARRAFO.
           ADD 1 TO NOD-USADOS(GRAFO).
           MOVE NOD-USADOS(GRAFO) TO IDX-NOD.
           MOVE PAR-NOMBRE(IDX-PAR) TO NOD-NOMBRE(GRAFO, IDX-NOD).
           MOVE PAR-INI(IDX-PAR)    TO NOD-INI(GRAFO, IDX-NOD).
           MOVE PAR-FIN(IDX-PAR)    TO NOD-FIN(GRAFO, IDX-NOD).
           MOVE 1 TO NOD-COMPLEJ(GRAFO, IDX-NOD).
           MOVE ZEROS TO NOD-PAREJA(GRAFO, IDX-NOD).
           MOVE PAR-NOMBRE(IDX-PAR) TO NAR-ORIGEN.
           IF PAR-INI(IDX-PAR) > ZEROS
              PERFORM 4110-ARISTAS-PALABRA
                      VARYING IDX-TOK FROM PAR-INI(IDX-PAR) BY 1
                      UNTIL IDX-TOK > PAR-FIN(IDX-PAR)
           END-IF.
           ADD NOD-COMPLEJ(GRAFO, IDX-NOD) TO COMPLEJ-TOTAL(GRAFO).
           PERFORM 4200-MIRAR-CAIDA.
           IF CAE = 'S' AND IDX-PAR < PAR-USADOS
              MOVE 'F' TO NAR-TIPO
              MOVE PAR-NOMBRE(IDX-PAR + 1) TO NAR-DESTINO
              MOVE SPACES TO NAR-HASTA
              PERFORM 4900-ANADIR-ARISTA
           END-IF.

       4110-ARISTAS-PALABRA.
           MOVE TOK-TEXTO(IDX-TOK) TO PALABRA-PRUEBA.
           PERFORM 4170-SUMAR-DECISION.
           EVALUATE PALABRA-PRUEBA
              WHEN 'PERFORM'
                 PERFORM 4120-ARISTA-PERFORM
              WHEN 'GO'
                 MOVE IDX-TOK TO HASTA
                 ADD 1 TO HASTA
                 IF HASTA NOT > PAR-FIN(IDX-PAR)
                    AND TOK-TEXTO(HASTA) = 'TO'
                    ADD 1 TO HASTA
                 END-IF
                 MOVE 'S' TO SE-PUEDE
                 PERFORM 4130-ARISTA-SALTO
                         UNTIL HASTA > PAR-FIN(IDX-PAR)
                            OR SE-PUEDE = 'N'
              WHEN 'CALL'
                 PERFORM 4140-ARISTA-CALL
              WHEN 'OPEN'
                 MOVE IDX-TOK TO HASTA
                 ADD 1 TO HASTA
                 MOVE SPACES TO MODO-APERTURA
                 MOVE 'S' TO SE-PUEDE
                 PERFORM 4150-ARISTA-OPEN
                         UNTIL HASTA > PAR-FIN(IDX-PAR)
                            OR SE-PUEDE = 'N'
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * PERFORM A PARRAFO: ARISTA P; PERFORM EN LINEA QUE REPITE:
      * VUELTA AL PROPIO PARRAFO
       4120-ARISTA-PERFORM.
           IF IDX-TOK < PAR-FIN(IDX-PAR)
              MOVE TOK-TEXTO(IDX-TOK + 1) TO NOMBRE-BUSCADO
              PERFORM 3900-BUSCAR-PARRAFO
              IF HALLADO > ZEROS
                 MOVE 'P' TO NAR-TIPO
                 MOVE NOMBRE-BUSCADO TO NAR-DESTINO
                 MOVE SPACES TO NAR-HASTA
                 IF IDX-TOK + 3 NOT > PAR-FIN(IDX-PAR)
                    AND (TOK-TEXTO(IDX-TOK + 2) = 'THRU'
                         OR TOK-TEXTO(IDX-TOK + 2) = 'THROUGH')
                    MOVE TOK-TEXTO(IDX-TOK + 3) TO NAR-HASTA
                 END-IF
                 PERFORM 4900-ANADIR-ARISTA
              ELSE
                 MOVE TOK-TEXTO(IDX-TOK + 1) TO PALABRA-PRUEBA
                 IF ES-BUCLE-EN-LINEA
                    OR (IDX-TOK + 2 NOT > PAR-FIN(IDX-PAR)
                        AND TOK-TEXTO(IDX-TOK + 2) = 'TIMES')
                    MOVE 'B' TO NAR-TIPO
                    MOVE PAR-NOMBRE(IDX-PAR) TO NAR-DESTINO
                    MOVE SPACES TO NAR-HASTA
                    PERFORM 4900-ANADIR-ARISTA
                 END-IF
              END-IF
           END-IF.

       4130-ARISTA-SALTO.
           MOVE TOK-TEXTO(HASTA) TO NOMBRE-BUSCADO.
           PERFORM 3900-BUSCAR-PARRAFO.
           IF HALLADO > ZEROS
              MOVE 'G' TO NAR-TIPO
              MOVE NOMBRE-BUSCADO TO NAR-DESTINO
              MOVE SPACES TO NAR-HASTA
              PERFORM 4900-ANADIR-ARISTA
              IF TOK-PUNTO(HASTA) = 'S'
                 MOVE 'N' TO SE-PUEDE
              END-IF
              ADD 1 TO HASTA
           ELSE
              MOVE 'N' TO SE-PUEDE
           END-IF.

      * CALL 'MODULO' O CALL IDENTIFICADOR (DINAMICO)
       4140-ARISTA-CALL.
           IF IDX-TOK < PAR-FIN(IDX-PAR)
              MOVE 'C' TO NAR-TIPO
              MOVE SPACES TO NAR-DESTINO NAR-HASTA
              IF TOK-TEXTO(IDX-TOK + 1)(1:1) = QUOTE OR = "'"
                 MOVE TOK-TEXTO(IDX-TOK + 1)(2:) TO NAR-DESTINO
                 INSPECT NAR-DESTINO REPLACING ALL QUOTE BY SPACE
                                                ALL "'" BY SPACE
              ELSE
                 MOVE TOK-TEXTO(IDX-TOK + 1) TO NAR-DESTINO
                 MOVE '(DINAMICO)' TO NAR-HASTA
              END-IF
              PERFORM 4900-ANADIR-ARISTA
           END-IF.

      * OPEN <MODO> <FICHERO>... HASTA OTRO VERBO O EL PUNTO
       4150-ARISTA-OPEN.
           MOVE TOK-TEXTO(HASTA) TO PALABRA-PRUEBA.
           EVALUATE TRUE
              WHEN ES-MODO-APERTURA
                 MOVE PALABRA-PRUEBA TO MODO-APERTURA
              WHEN ES-OPCION-APERTURA
                 CONTINUE
              WHEN ES-VERBO OR PALABRA-PRUEBA(1:4) = 'END-'
                 MOVE 'N' TO SE-PUEDE
              WHEN MODO-APERTURA NOT = SPACES
                 MOVE 'A' TO NAR-TIPO
                 MOVE PALABRA-PRUEBA TO NAR-DESTINO
                 MOVE MODO-APERTURA TO NAR-HASTA
                 PERFORM 4900-ANADIR-ARISTA
                 PERFORM 4160-ANOTAR-FICHERO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF TOK-PUNTO(HASTA) = 'S'
              MOVE 'N' TO SE-PUEDE
           END-IF.
           ADD 1 TO HASTA.

       4160-ANOTAR-FICHERO.
           MOVE ZEROS TO HALLADO.
           PERFORM 4165-BUSCAR-FICHERO
                   VARYING IDX-FIC FROM 1 BY 1
                   UNTIL IDX-FIC > FIC-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS AND FIC-USADOS < 300
              ADD 1 TO FIC-USADOS
              MOVE FIC-USADOS TO HALLADO
              MOVE NAR-DESTINO TO FIC-NOMBRE(HALLADO)
              MOVE SPACES TO FIC-MODOS(HALLADO, 1)
                             FIC-MODOS(HALLADO, 2)
           END-IF.
           IF HALLADO > ZEROS
              EVALUATE MODO-APERTURA
                 WHEN 'INPUT'
                    MOVE 'I' TO FIC-MODOS(HALLADO, GRAFO)(1:1)
                 WHEN 'OUTPUT'
                    MOVE 'O' TO FIC-MODOS(HALLADO, GRAFO)(2:1)
                 WHEN 'I-O'
                    MOVE 'U' TO FIC-MODOS(HALLADO, GRAFO)(3:1)
                 WHEN OTHER
                    MOVE 'E' TO FIC-MODOS(HALLADO, GRAFO)(4:1)
              END-EVALUATE
           END-IF.

       4165-BUSCAR-FICHERO.
           IF FIC-NOMBRE(IDX-FIC) = NAR-DESTINO
              MOVE IDX-FIC TO HALLADO
           END-IF.

      * PUNTOS DE DECISION: IF, WHEN SALVO OTHER, UNTIL, AND, OR,
      * AT END E INVALID KEY (NO LOS NOT AT END NI NOT INVALID)
       4170-SUMAR-DECISION.
           EVALUATE TRUE
              WHEN ES-DECISION
                 ADD 1 TO NOD-COMPLEJ(GRAFO, IDX-NOD)
              WHEN PALABRA-PRUEBA = 'WHEN'
                   AND IDX-TOK < PAR-FIN(IDX-PAR)
                 IF TOK-TEXTO(IDX-TOK + 1) NOT = 'OTHER'
                    ADD 1 TO NOD-COMPLEJ(GRAFO, IDX-NOD)
                 END-IF
              WHEN PALABRA-PRUEBA = 'INVALID'
                 IF IDX-TOK = PAR-INI(IDX-PAR)
                    ADD 1 TO NOD-COMPLEJ(GRAFO, IDX-NOD)
                 ELSE
                    IF TOK-TEXTO(IDX-TOK - 1) NOT = 'NOT'
                       ADD 1 TO NOD-COMPLEJ(GRAFO, IDX-NOD)
                    END-IF
                 END-IF
              WHEN PALABRA-PRUEBA = 'AT'
                   AND IDX-TOK < PAR-FIN(IDX-PAR)
                 IF TOK-TEXTO(IDX-TOK + 1) = 'END'
                    IF IDX-TOK = PAR-INI(IDX-PAR)
                       ADD 1 TO NOD-COMPLEJ(GRAFO, IDX-NOD)
                    ELSE
                       IF TOK-TEXTO(IDX-TOK - 1) NOT = 'NOT'
                          ADD 1 TO NOD-COMPLEJ(GRAFO, IDX-NOD)
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * EL PARRAFO CAE AL SIGUIENTE SALVO QUE SU ULTIMA SENTENCIA, A
      * PRIMER NIVEL, SEA GO TO A UN PARRAFO, STOP RUN, GOBACK O
      * EXIT PROGRAM
       4200-MIRAR-CAIDA.
           MOVE 'S' TO CAE.
           MOVE PAR-FIN(IDX-PAR) TO ULTIMO.
           IF PAR-INI(IDX-PAR) > ZEROS
              AND ULTIMO NOT < PAR-INI(IDX-PAR)
              EVALUATE TRUE
                 WHEN TOK-TEXTO(ULTIMO) = 'GOBACK'
                      AND TOK-NIVEL(ULTIMO) = ZEROS
                    MOVE 'N' TO CAE
                 WHEN ULTIMO > PAR-INI(IDX-PAR)
                      AND TOK-TEXTO(ULTIMO) = 'RUN'
                      AND TOK-TEXTO(ULTIMO - 1) = 'STOP'
                      AND TOK-NIVEL(ULTIMO - 1) = ZEROS
                    MOVE 'N' TO CAE
                 WHEN ULTIMO > PAR-INI(IDX-PAR)
                      AND TOK-TEXTO(ULTIMO) = 'PROGRAM'
                      AND TOK-TEXTO(ULTIMO - 1) = 'EXIT'
                      AND TOK-NIVEL(ULTIMO - 1) = ZEROS
                    MOVE 'N' TO CAE
                 WHEN ULTIMO > PAR-INI(IDX-PAR)
                      AND TOK-TEXTO(ULTIMO - 1) = 'GO'
                      AND TOK-NIVEL(ULTIMO - 1) = ZEROS
                    MOVE 'N' TO CAE
                 WHEN ULTIMO - 1 > PAR-INI(IDX-PAR)
                      AND TOK-TEXTO(ULTIMO - 1) = 'TO'
                      AND TOK-TEXTO(ULTIMO - 2) = 'GO'
                      AND TOK-NIVEL(ULTIMO - 2) = ZEROS
                    MOVE 'N' TO CAE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       4900-ANADIR-ARISTA.
           MOVE ZEROS TO HALLADO.
           PERFORM 4910-COMPARAR-ARISTA
                   VARYING IDX-ARI FROM 1 BY 1
                   UNTIL IDX-ARI > ARI-USADAS(GRAFO) OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              IF ARI-USADAS(GRAFO) < 4000
                 ADD 1 TO ARI-USADAS(GRAFO)
                 MOVE NUEVA-ARISTA TO ARI(GRAFO, ARI-USADAS(GRAFO))
              ELSE
                 MOVE 'S' TO DESBORDADO
              END-IF
           END-IF.

       4910-COMPARAR-ARISTA.
           IF ARI(GRAFO, IDX-ARI) = NUEVA-ARISTA
              MOVE IDX-ARI TO HALLADO
           END-IF.

       4950-GUARDAR-ANTERIOR.
           MOVE TOK-TEXTO(IDX-TOK) TO TKA-TEXTO(IDX-TOK).

      ******************************************************************
      * COMPARACION: PARRAFOS DE LA VERSION ACTUAL EN SU ORDEN, LUEGO
      * LOS QUE YA NO ESTAN, LOS FICHEROS Y EL RESUMEN
      ******************************************************************
       5000-COMPARAR-GRAFOS.
           MOVE SPACES TO LINEA.
           MOVE NOD-USADOS(1) TO CUENTA-ED.
           MOVE ARI-USADAS(1) TO CUENTA-ED2.
           MOVE COMPLEJ-TOTAL(1) TO CUENTA-ED3.
           STRING 'ANTERIOR ' CUENTA-ED ' PARRAFOS ' CUENTA-ED2
                  ' ARISTAS ' CUENTA-ED3 ' COMPLEJIDAD  '
                  DELIMITED BY SIZE
                  NOMBRE-RESUELTO(1) DELIMITED BY SPACE INTO LINEA.
           PERFORM 8900-LINEA-INFORME.
           MOVE SPACES TO LINEA.
           MOVE NOD-USADOS(2) TO CUENTA-ED.
           MOVE ARI-USADAS(2) TO CUENTA-ED2.
           MOVE COMPLEJ-TOTAL(2) TO CUENTA-ED3.
           STRING 'ACTUAL   ' CUENTA-ED ' PARRAFOS ' CUENTA-ED2
                  ' ARISTAS ' CUENTA-ED3 ' COMPLEJIDAD  '
                  DELIMITED BY SIZE
                  NOMBRE-RESUELTO(2) DELIMITED BY SPACE INTO LINEA.
           PERFORM 8900-LINEA-INFORME.

           PERFORM 5010-EMPAREJAR-NODO
                   VARYING IDX-NOD FROM 1 BY 1
                   UNTIL IDX-NOD > NOD-USADOS(2).
           PERFORM 5100-PARRAFO-ACTUAL
                   VARYING IDX-NOD FROM 1 BY 1
                   UNTIL IDX-NOD > NOD-USADOS(2).
           PERFORM 5200-PARRAFO-ELIMINADO
                   VARYING IDX-NOD FROM 1 BY 1
                   UNTIL IDX-NOD > NOD-USADOS(1).
           PERFORM 5400-FICHERO-CAMBIADO
                   VARYING IDX-FIC FROM 1 BY 1
                   UNTIL IDX-FIC > FIC-USADOS.
           PERFORM 5900-RESUMEN.

       5010-EMPAREJAR-NODO.
           MOVE ZEROS TO HALLADO.
           PERFORM 5020-BUSCAR-NODO
                   VARYING IDX-AUX FROM 1 BY 1
                   UNTIL IDX-AUX > NOD-USADOS(1) OR HALLADO > ZEROS.
           IF HALLADO > ZEROS
              MOVE HALLADO TO NOD-PAREJA(2, IDX-NOD)
              MOVE IDX-NOD TO NOD-PAREJA(1, HALLADO)
           END-IF.

       5020-BUSCAR-NODO.
           IF NOD-NOMBRE(1, IDX-AUX) = NOD-NOMBRE(2, IDX-NOD)
              MOVE IDX-AUX TO HALLADO
           END-IF.

      * NUEVO, CAMBIADO (OTRO TEXTO) O CON OTRAS ARISTAS; EL QUE NO
      * CAMBIA EN NADA NO SALE
       5100-PARRAFO-ACTUAL.
           MOVE ZEROS TO CNT-ARI-NODO.
           MOVE 2 TO GRAFO.
           MOVE 1 TO OTRO.
           MOVE '+' TO SIGNO.
           MOVE NOD-NOMBRE(2, IDX-NOD) TO NOMBRE-BUSCADO.
           PERFORM 5300-CONTAR-ARISTAS
                   VARYING IDX-ARI FROM 1 BY 1
                   UNTIL IDX-ARI > ARI-USADAS(2).
           MOVE 1 TO GRAFO.
           MOVE 2 TO OTRO.
           PERFORM 5300-CONTAR-ARISTAS
                   VARYING IDX-ARI FROM 1 BY 1
                   UNTIL IDX-ARI > ARI-USADAS(1).
           MOVE NOD-PAREJA(2, IDX-NOD) TO HALLADO.
           MOVE NOD-COMPLEJ(2, IDX-NOD) TO COMPLEJ-ACT.
           IF HALLADO = ZEROS
              ADD 1 TO CNT-NUEVOS
              MOVE 'NUEVO' TO ESTADO-NODO
              MOVE ZEROS TO COMPLEJ-ANT
           ELSE
              MOVE NOD-COMPLEJ(1, HALLADO) TO COMPLEJ-ANT
              PERFORM 5110-COMPARAR-CUERPO
              EVALUATE TRUE
                 WHEN MISMO-CUERPO = 'N'
                    ADD 1 TO CNT-CAMBIADOS
                    MOVE 'CAMBIADO' TO ESTADO-NODO
                 WHEN CNT-ARI-NODO > ZEROS
                    MOVE 'ARISTAS' TO ESTADO-NODO
                 WHEN OTHER
                    MOVE SPACES TO ESTADO-NODO
              END-EVALUATE
           END-IF.
           IF ESTADO-NODO NOT = SPACES
              PERFORM 5500-LINEA-PARRAFO
              MOVE 2 TO GRAFO
              MOVE 1 TO OTRO
              MOVE '+' TO SIGNO
              PERFORM 5310-LISTAR-ARISTA
                      VARYING IDX-ARI FROM 1 BY 1
                      UNTIL IDX-ARI > ARI-USADAS(2)
              MOVE 1 TO GRAFO
              MOVE 2 TO OTRO
              MOVE '-' TO SIGNO
              PERFORM 5310-LISTAR-ARISTA
                      VARYING IDX-ARI FROM 1 BY 1
                      UNTIL IDX-ARI > ARI-USADAS(1)
           END-IF.

      * MISMAS PALABRAS EN EL MISMO ORDEN (LOS COMENTARIOS NO CUENTAN)
       5110-COMPARAR-CUERPO.
           MOVE 'S' TO MISMO-CUERPO.
           IF NOD-FIN(2, IDX-NOD) - NOD-INI(2, IDX-NOD)
              NOT = NOD-FIN(1, HALLADO) - NOD-INI(1, HALLADO)
              MOVE 'N' TO MISMO-CUERPO
           ELSE
              IF NOD-INI(2, IDX-NOD) > ZEROS
                 MOVE NOD-INI(1, HALLADO) TO IDX-TKA
                 PERFORM 5120-COMPARAR-PALABRA
                         VARYING IDX-TOK FROM NOD-INI(2, IDX-NOD) BY 1
                         UNTIL IDX-TOK > NOD-FIN(2, IDX-NOD)
                            OR MISMO-CUERPO = 'N'
              END-IF
           END-IF.

       5120-COMPARAR-PALABRA.
           IF TOK-TEXTO(IDX-TOK) NOT = TKA-TEXTO(IDX-TKA)
              MOVE 'N' TO MISMO-CUERPO
           END-IF.
           ADD 1 TO IDX-TKA.

       5200-PARRAFO-ELIMINADO.
           IF NOD-PAREJA(1, IDX-NOD) = ZEROS
              ADD 1 TO CNT-ELIMINADOS
              MOVE 'ELIMINADO' TO ESTADO-NODO
              MOVE NOD-COMPLEJ(1, IDX-NOD) TO COMPLEJ-ANT
              MOVE ZEROS TO COMPLEJ-ACT
              MOVE NOD-NOMBRE(1, IDX-NOD) TO NOMBRE-BUSCADO
              PERFORM 5500-LINEA-PARRAFO
              MOVE 1 TO GRAFO
              MOVE 2 TO OTRO
              MOVE '-' TO SIGNO
              PERFORM 5310-LISTAR-ARISTA
                      VARYING IDX-ARI FROM 1 BY 1
                      UNTIL IDX-ARI > ARI-USADAS(1)
           END-IF.

      * ARISTAS DEL PARRAFO NOMBRE-BUSCADO EN GRAFO QUE NO ESTAN EN
      * OTRO
       5300-CONTAR-ARISTAS.
           IF ARI-ORIGEN(GRAFO, IDX-ARI) = NOMBRE-BUSCADO
              PERFORM 5320-BUSCAR-EN-OTRO
              IF HALLADO = ZEROS
                 ADD 1 TO CNT-ARI-NODO
              END-IF
           END-IF.

       5310-LISTAR-ARISTA.
           IF ARI-ORIGEN(GRAFO, IDX-ARI) = NOMBRE-BUSCADO
              PERFORM 5320-BUSCAR-EN-OTRO
              IF HALLADO = ZEROS
                 IF SIGNO = '+'
                    ADD 1 TO CNT-ARI-MAS
                 ELSE
                    ADD 1 TO CNT-ARI-MENOS
                 END-IF
                 PERFORM 5600-LINEA-ARISTA
              END-IF
           END-IF.

       5320-BUSCAR-EN-OTRO.
           MOVE ARI(GRAFO, IDX-ARI) TO NUEVA-ARISTA.
           MOVE ZEROS TO HALLADO.
           PERFORM 5330-COMPARAR-EN-OTRO
                   VARYING IDX-AUX FROM 1 BY 1
                   UNTIL IDX-AUX > ARI-USADAS(OTRO) OR HALLADO > ZEROS.

       5330-COMPARAR-EN-OTRO.
           IF ARI(OTRO, IDX-AUX) = NUEVA-ARISTA
              MOVE IDX-AUX TO HALLADO
           END-IF.

      * FICHERO CON OTROS MODOS DE APERTURA EN LA VERSION ACTUAL
       5400-FICHERO-CAMBIADO.
           IF FIC-MODOS(IDX-FIC, 1) NOT = FIC-MODOS(IDX-FIC, 2)
              ADD 1 TO CNT-FICHEROS
              MOVE SPACES TO LINEA
              MOVE 1 TO PTR-LINEA
              STRING 'FICHERO ' DELIMITED BY SIZE
                     FIC-NOMBRE(IDX-FIC) DELIMITED BY SPACE
                     ' APERTURA ' DELIMITED BY SIZE
                     INTO LINEA WITH POINTER PTR-LINEA
              MOVE 1 TO IDX-MODO
              PERFORM 5410-TEXTO-MODOS
              STRING TEXTO-MODOS DELIMITED BY SPACE
                     ' -> ' DELIMITED BY SIZE
                     INTO LINEA WITH POINTER PTR-LINEA
              MOVE 2 TO IDX-MODO
              PERFORM 5410-TEXTO-MODOS
              STRING TEXTO-MODOS DELIMITED BY SPACE
                     INTO LINEA WITH POINTER PTR-LINEA
              MOVE 1 TO RPT-IMPORTE
              PERFORM 8910-LINEA-CON-IMPORTE
           END-IF.

       5410-TEXTO-MODOS.
           MOVE FIC-MODOS(IDX-FIC, IDX-MODO) TO MODOS-VERSION.
           MOVE SPACES TO TEXTO-MODOS.
           MOVE 1 TO IDX.
           IF MODOS-VERSION = SPACES
              MOVE '(NINGUNA)' TO TEXTO-MODOS
           END-IF.
           IF MODOS-VERSION(1:1) = 'I'
              STRING 'INPUT+' DELIMITED BY SIZE
                     INTO TEXTO-MODOS WITH POINTER IDX
           END-IF.
           IF MODOS-VERSION(2:1) = 'O'
              STRING 'OUTPUT+' DELIMITED BY SIZE
                     INTO TEXTO-MODOS WITH POINTER IDX
           END-IF.
           IF MODOS-VERSION(3:1) = 'U'
              STRING 'I-O+' DELIMITED BY SIZE
                     INTO TEXTO-MODOS WITH POINTER IDX
           END-IF.
           IF MODOS-VERSION(4:1) = 'E'
              STRING 'EXTEND+' DELIMITED BY SIZE
                     INTO TEXTO-MODOS WITH POINTER IDX
           END-IF.
           IF IDX > 1
              SUBTRACT 1 FROM IDX
              MOVE SPACE TO TEXTO-MODOS(IDX:1)
           END-IF.

       5500-LINEA-PARRAFO.
           COMPUTE DELTA = COMPLEJ-ACT - COMPLEJ-ANT.
           MOVE COMPLEJ-ANT TO CUENTA-ED.
           MOVE COMPLEJ-ACT TO CUENTA-ED2.
           MOVE DELTA TO DELTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'PARRAFO ' NOMBRE-BUSCADO ' ' ESTADO-NODO
                  ' COMPLEJIDAD ' CUENTA-ED ' ->' CUENTA-ED2
                  ' (' DELTA-ED ')' DELIMITED BY SIZE INTO LINEA.
           MOVE 1 TO RPT-IMPORTE.
           PERFORM 8910-LINEA-CON-IMPORTE.

       5600-LINEA-ARISTA.
           MOVE SPACES TO LINEA.
           MOVE 1 TO PTR-LINEA.
           STRING '    ' SIGNO ' ' DELIMITED BY SIZE
                  INTO LINEA WITH POINTER PTR-LINEA.
           EVALUATE NAR-TIPO
              WHEN 'P'
                 STRING 'PERFORM ' DELIMITED BY SIZE
                        NAR-DESTINO DELIMITED BY SPACE
                        INTO LINEA WITH POINTER PTR-LINEA
                 IF NAR-HASTA NOT = SPACES
                    STRING ' THRU ' DELIMITED BY SIZE
                           NAR-HASTA DELIMITED BY SPACE
                           INTO LINEA WITH POINTER PTR-LINEA
                 END-IF
              WHEN 'G'
                 STRING 'GO TO ' DELIMITED BY SIZE
                        NAR-DESTINO DELIMITED BY SPACE
                        INTO LINEA WITH POINTER PTR-LINEA
              WHEN 'F'
                 STRING 'CAIDA A ' DELIMITED BY SIZE
                        NAR-DESTINO DELIMITED BY SPACE
                        INTO LINEA WITH POINTER PTR-LINEA
              WHEN 'B'
                 STRING 'BUCLE EN LINEA' DELIMITED BY SIZE
                        INTO LINEA WITH POINTER PTR-LINEA
              WHEN 'C'
                 STRING 'CALL ' DELIMITED BY SIZE
                        NAR-DESTINO DELIMITED BY SPACE
                        ' ' NAR-HASTA DELIMITED BY SIZE
                        INTO LINEA WITH POINTER PTR-LINEA
              WHEN OTHER
                 STRING 'OPEN ' DELIMITED BY SIZE
                        NAR-HASTA DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        NAR-DESTINO DELIMITED BY SPACE
                        INTO LINEA WITH POINTER PTR-LINEA
           END-EVALUATE.
           PERFORM 8900-LINEA-INFORME.

       5900-RESUMEN.
           MOVE CNT-NUEVOS       TO RES-NUEVOS.
           MOVE CNT-ELIMINADOS   TO RES-ELIMINADOS.
           MOVE CNT-CAMBIADOS    TO RES-CAMBIADOS.
           MOVE CNT-ARI-MAS      TO RES-ARI-MAS.
           MOVE CNT-ARI-MENOS    TO RES-ARI-MENOS.
           MOVE CNT-FICHEROS     TO RES-FICHEROS.
           MOVE COMPLEJ-TOTAL(1) TO RES-COMPLEJ-1.
           MOVE COMPLEJ-TOTAL(2) TO RES-COMPLEJ-2.
           MOVE RESUMEN-MIEMBRO TO LINEA.
           PERFORM 8900-LINEA-INFORME.
           IF CNT-NUEVOS + CNT-ELIMINADOS + CNT-CAMBIADOS
              + CNT-ARI-MAS + CNT-ARI-MENOS + CNT-FICHEROS = ZEROS
              MOVE 'SIN CAMBIOS ESTRUCTURALES' TO LINEA
              PERFORM 8900-LINEA-INFORME
           ELSE
              MOVE 4 TO RC-MIEMBRO
           END-IF.

       8900-LINEA-INFORME.
           MOVE ZEROS TO RPT-IMPORTE.
           PERFORM 8910-LINEA-CON-IMPORTE.

       8910-LINEA-CON-IMPORTE.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MIEMBRO-PROGRAMA TO RPT-CORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-DIFERENCIAS.
