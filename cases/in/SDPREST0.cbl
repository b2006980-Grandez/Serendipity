      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Eliminacion de GO TO con miembro reestructurado y
      *          verificacion del grafo de control
      ******************************************************************
      * SDP DESCRIPTION
      *  La referencia cruzada de GO TO dice donde estan los saltos,
      *> pero cada migracion a programacion estructurada se hacia a
      *> mano y alguna se equivoco en la caida al parrafo siguiente.
      *> Este programa lee el deck SDPRESTP, una tarjeta por miembro:
      *>    REESTRUCTURAR <programa> <fuente> <destino>
      *> y escribe en <destino> (otra biblioteca, nunca cases/in) una
      *> copia del fuente con los saltos que se pueden quitar sin
      *> cambiar el flujo ya convertidos, manteniendo el orden de los
      *> parrafos y el resto de lineas tal cual:
      *>  - IF <cond> [sentencias] GO TO <parrafo siguiente> pasa a
      *>    IF <cond> [sentencias | CONTINUE] ELSE <resto del
      *>    parrafo> END-IF (el salto al -FIN de un PERFORM THRU)
      *>  - un parrafo que acaba en IF <cond> GO TO <el mismo> pasa a
      *>    PERFORM WITH TEST AFTER UNTIL NOT (<cond>) ... END-PERFORM
      *>  - un GO TO incondicional al parrafo siguiente como ultima
      *>    sentencia sobra y se quita
      *> Solo se convierte si es seguro: el parrafo no puede ser el
      *> ultimo de ningun PERFORM (alli caer no es lo mismo que
      *> saltar), el IF tiene que estar a primer nivel y sin ELSE, y
      *> las sentencias que pasan a quedar dentro del bloque tienen
      *> que cerrar sus IF, READ ... AT END, etc. con su END-, no con
      *> el punto, ni usar NEXT SENTENCE. Cualquier otro GO TO se
      *> deja donde estaba con un comentario marcador delante que dice
      *> por que.
      *  Verificacion: el miembro escrito se vuelve a leer y se saca
      *> de los dos el grafo de control por parrafos (PERFORM a
      *> parrafo con su THRU, y transferencias: GO TO, caida al
      *> siguiente cuando el parrafo no acaba en salto, STOP RUN o
      *> GOBACK, y el bucle en linea como vuelta al propio parrafo).
      *> El informe compara nodos y aristas y da EQUIVALENTE o la
      *> lista de diferencias.
      *  RC 0 todo convertido y equivalente, 4 quedan GO TO
      *> marcados, 8 algun grafo distinto, 12 fuente ausente o
      *> miembro que no cabe en las tablas.
      * SDP END
      *
      * SDP DESC Miembro sin GO TO con verificacion del grafo de control
      * SDP IVP 0 Files.Consumes = SDPRESTP
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPREST0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETAS ASSIGN TO 'SDPRESTP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MIEMBRO ASSIGN TO NOMBRE-MIEMBRO
                  FILE STATUS IS FS-MIEMBRO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT DESTINO ASSIGN TO NOMBRE-DESTINO
                  FILE STATUS IS FS-DESTINO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(200).

       FD  MIEMBRO.
       01  REC-MIEMBRO PIC X(132).

       FD  DESTINO.
       01  REC-DESTINO PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-MIEMBRO  PIC XX VALUE SPACES.
       77 FS-DESTINO  PIC XX VALUE SPACES.
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
           03 NOMBRE-FUENTE    PIC X(80) VALUE SPACES.
           03 NOMBRE-DESTINO   PIC X(80) VALUE SPACES.

      * LINEAS DEL MIEMBRO: TEXTO ORIGINAL, TEXTO EDITADO Y
      * DESPLAZAMIENTO A LA DERECHA (SANGRIA DENTRO DE UN BLOQUE)
       01  TABLA-LINEAS.
           03 LIN-USADAS PIC 9(04) VALUE ZEROS.
           03 LIN-PROCEDURE PIC 9(04) VALUE ZEROS.
           03 LIN OCCURS 6000 TIMES.
              05 LIN-TEXTO  PIC X(132).
              05 LIN-NUEVA  PIC X(132).
              05 LIN-DESPL  PIC 9(02).
              05 LIN-TOCADA PIC X(01).

      * LINEAS NUEVAS, DELANTE ('S') O DETRAS ('N') DE UNA ORIGINAL
       01  TABLA-INSERCIONES.
           03 INS-USADAS PIC 9(04) VALUE ZEROS.
           03 INS OCCURS 3000 TIMES.
              05 INS-LINEA PIC 9(04).
              05 INS-ANTES PIC X(01).
              05 INS-TEXTO PIC X(132).
           03 INS-AUX.
              05 INS-AUX-LINEA PIC 9(04).
              05 INS-AUX-ANTES PIC X(01).
              05 INS-AUX-TEXTO PIC X(132).

      * PALABRAS DE LA PROCEDURE DIVISION CON SU POSICION, EL PUNTO
      * QUE LAS SIGUE Y EL NIVEL DE ANIDAMIENTO EN QUE ESTAN
       01  TABLA-PALABRAS.
           03 TOK-USADOS PIC 9(05) VALUE ZEROS.
           03 TOK OCCURS 25000 TIMES.
              05 TOK-LIN    PIC 9(04).
              05 TOK-COL    PIC 9(02).
              05 TOK-LON    PIC 9(03).
              05 TOK-TEXTO  PIC X(30).
              05 TOK-PUNTO  PIC X(01).
              05 TOK-PLIN   PIC 9(04).
              05 TOK-PCOL   PIC 9(02).
              05 TOK-NIVEL  PIC 9(02).
              05 TOK-TOPE   PIC 9(05).
              05 TOK-ELSE   PIC X(01).
              05 TOK-PNIVEL PIC 9(02).
              05 TOK-PTOPE  PIC 9(05).
              05 TOK-PAR    PIC 9(04).
              05 TOK-BORRA  PIC X(01).
              05 TOK-OK     PIC X(01).

       01  TABLA-PARRAFOS.
           03 PAR-USADOS PIC 9(04) VALUE ZEROS.
           03 PAR OCCURS 1500 TIMES.
              05 PAR-NOMBRE    PIC X(30).
              05 PAR-LIN       PIC 9(04).
              05 PAR-INI       PIC 9(05).
              05 PAR-FIN       PIC 9(05).
              05 PAR-SECCION   PIC X(01).
              05 PAR-FIN-RANGO PIC X(01).

      * PILA DE AMBITOS ABIERTOS: I IF, E EVALUATE, S SEARCH,
      * P PERFORM EN LINEA, C CLAUSULA AT END/INVALID KEY/SIZE ERROR
       01  PILA-AMBITOS.
           03 PIL-USADOS PIC 9(02) VALUE ZEROS.
           03 PIL OCCURS 61 TIMES.
              05 PIL-TIPO PIC X(01).
              05 PIL-TOK  PIC 9(05).
              05 PIL-ELSE PIC X(01).

      * GO TO DEL PARRAFO EN CURSO Y LO QUE SE HACE CON CADA UNO:
      * P1 CANDIDATO A BLOQUE IF, T1 BLOQUE IF, T2 BUCLE, T3 SOBRANTE,
      * M SE MANTIENE
       01  TABLA-SALTOS.
           03 SAL-USADOS PIC 9(03) VALUE ZEROS.
           03 SAL OCCURS 300 TIMES.
              05 SAL-GO      PIC 9(05).
              05 SAL-DEST    PIC 9(05).
              05 SAL-CORTE   PIC 9(05).
              05 SAL-FORMA   PIC X(01).
              05 SAL-ESTADO  PIC X(02).
              05 SAL-MOTIVO  PIC X(36).

      * SANGRIA DE LOS IF CONVERTIDOS, PARA SUS END-IF DEL FINAL
       01  PILA-BLOQUES.
           03 BLQ-USADOS PIC 9(03) VALUE ZEROS.
           03 BLQ-COL OCCURS 300 TIMES PIC 9(02).

      * GRAFOS: 1 ORIGINAL, 2 REESTRUCTURADO. ARISTA P = PERFORM
      * (CON SU THRU), T = TRANSFERENCIA (GO TO, CAIDA O BUCLE)
       01  TABLA-GRAFOS.
           03 GRF OCCURS 2 TIMES.
              05 NOD-USADOS PIC 9(04).
              05 NOD OCCURS 1500 TIMES PIC X(30).
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

       01  CONTADORES-MIEMBRO.
           03 CNT-GOTO     PIC 9(05) VALUE ZEROS.
           03 CNT-BLOQUE   PIC 9(05) VALUE ZEROS.
           03 CNT-BUCLE    PIC 9(05) VALUE ZEROS.
           03 CNT-SOBRANTE PIC 9(05) VALUE ZEROS.
           03 CNT-MANTIENE PIC 9(05) VALUE ZEROS.
           03 CNT-DIFER    PIC 9(05) VALUE ZEROS.

       01  PALABRA-PRUEBA PIC X(30) VALUE SPACES.
           88 ES-VERBO VALUE 'MOVE' 'ADD' 'SUBTRACT' 'MULTIPLY'
              'DIVIDE' 'COMPUTE' 'IF' 'EVALUATE' 'PERFORM' 'DISPLAY'
              'ACCEPT' 'CALL' 'SET' 'READ' 'WRITE' 'REWRITE' 'DELETE'
              'START' 'OPEN' 'CLOSE' 'STRING' 'UNSTRING' 'INSPECT'
              'INITIALIZE' 'SEARCH' 'CONTINUE' 'EXIT' 'STOP'
              'GOBACK' 'GO' 'RETURN' 'RELEASE' 'SORT' 'MERGE'
              'CANCEL' 'NEXT'.
           88 ES-FIN-CLAUSULA VALUE 'END-READ' 'END-WRITE'
              'END-REWRITE' 'END-DELETE' 'END-START' 'END-RETURN'
              'END-STRING' 'END-UNSTRING' 'END-CALL' 'END-COMPUTE'
              'END-ADD' 'END-SUBTRACT' 'END-MULTIPLY' 'END-DIVIDE'
              'END-ACCEPT' 'END-DISPLAY'.
           88 ES-CLAUSULA VALUE 'INVALID' 'SIZE' 'OVERFLOW'
              'EXCEPTION'.
           88 ES-BUCLE-EN-LINEA VALUE 'VARYING' 'UNTIL' 'WITH'
              'TEST'.

       01  TRABAJO.
           03 IDX       PIC 9(05) VALUE ZEROS.
           03 IDX-LIN   PIC 9(04) VALUE ZEROS.
           03 IDX-TOK   PIC 9(05) VALUE ZEROS.
           03 IDX-PAR   PIC 9(04) VALUE ZEROS.
           03 IDX-SAL   PIC 9(03) VALUE ZEROS.
           03 IDX-ARI   PIC 9(04) VALUE ZEROS.
           03 IDX-COL   PIC 9(03) VALUE ZEROS.
           03 IDX-INS   PIC 9(04) VALUE ZEROS.
           03 IDX-AUX   PIC 9(04) VALUE ZEROS.
           03 HALLADO   PIC 9(05) VALUE ZEROS.
           03 HASTA     PIC 9(05) VALUE ZEROS.
           03 ULTIMO    PIC 9(05) VALUE ZEROS.
           03 SIGUIENTE PIC 9(04) VALUE ZEROS.
           03 PRIMER-CORTE PIC 9(05) VALUE ZEROS.
           03 GRAFO     PIC 9(01) VALUE ZEROS.
           03 OTRO      PIC 9(01) VALUE ZEROS.
           03 COL-IF    PIC 9(03) VALUE ZEROS.
           03 COL-INS   PIC 9(03) VALUE ZEROS.
           03 LIN-INS   PIC 9(04) VALUE ZEROS.
           03 ANTES-INS PIC X(01) VALUE 'N'.
           03 CONTENIDO PIC X(72) VALUE SPACES.
           03 NOMBRE-BUSCADO PIC X(30) VALUE SPACES.
           03 CARACTER  PIC X(01) VALUE SPACE.
           03 EN-LITERAL PIC X(01) VALUE 'N'.
           03 CIERRE    PIC X(01) VALUE SPACE.
           03 EN-PALABRA PIC X(01) VALUE 'N'.
           03 TODO-BIEN PIC X(01) VALUE 'S'.
           03 VACIO     PIC X(01) VALUE 'S'.
           03 SE-PUEDE  PIC X(01) VALUE 'S'.
           03 FALTA-PUNTO PIC X(01) VALUE 'N'.
           03 CAE       PIC X(01) VALUE 'S'.
           03 TIPO-FIN  PIC X(01) VALUE SPACE.
           03 COND-INI  PIC 9(05) VALUE ZEROS.
           03 COND-FIN  PIC 9(05) VALUE ZEROS.
           03 COL-CUERPO PIC 9(03) VALUE ZEROS.
           03 PTR-LINEA PIC 9(03) VALUE ZEROS.
           03 LINEA-COND PIC X(80) VALUE SPACES.
           03 TEXTO-TOK PIC X(72) VALUE SPACES.
           03 LINEA     PIC X(132) VALUE SPACES.
           03 LINEA-ED  PIC Z(04)9.
           03 CUENTA-ED PIC Z(04)9.
           03 CUENTA-ED2 PIC Z(04)9.
           03 LINEA-SALIDA PIC X(132) VALUE SPACES.

       01  RESUMEN-MIEMBRO.
           03 FILLER         PIC X(06) VALUE 'GO TO '.
           03 RES-GOTO       PIC Z(04)9.
           03 FILLER         PIC X(12) VALUE ' ELIMINADOS '.
           03 RES-ELIMINADOS PIC Z(04)9.
           03 FILLER         PIC X(12) VALUE ' (BLOQUE IF '.
           03 RES-BLOQUE     PIC Z(04)9.
           03 FILLER         PIC X(07) VALUE ' BUCLE '.
           03 RES-BUCLE      PIC Z(04)9.
           03 FILLER         PIC X(10) VALUE ' SOBRANTE '.
           03 RES-SOBRANTE   PIC Z(04)9.
           03 FILLER         PIC X(13) VALUE ') MANTENIDOS '.
           03 RES-MANTENIDOS PIC Z(04)9.

       01  INFORME-REESTRUCTURA.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           OPEN INPUT TARJETAS.
           MOVE 'ABRIENDO DECK SDPRESTP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TARJETAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'REESTRUCTURACION DE GO TO Y GRAFO' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-REESTRUCTURA.

           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.
           PERFORM 2000-TRATAR-TARJETA UNTIL FIN-TARJETAS = 'S'.
           CLOSE TARJETAS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-REESTRUCTURA.
           STOP RUN RETURNING RC.

       2000-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4.
           IF PAL-1 = 'REESTRUCTURAR'
              MOVE PAL-2(1:8) TO MIEMBRO-PROGRAMA
              MOVE PAL-3      TO NOMBRE-FUENTE
              MOVE PAL-4      TO NOMBRE-DESTINO
              MOVE ZEROS      TO RC-MIEMBRO
              PERFORM 2100-REESTRUCTURAR THRU 2100-REESTRUCTURAR-FIN
              IF RC-MIEMBRO > RC
                 MOVE RC-MIEMBRO TO RC
              END-IF
           END-IF.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.

      ******************************************************************
      * UN MIEMBRO: GRAFO DEL ORIGINAL, CONVERSION, ESCRITURA Y GRAFO
      * DE LO ESCRITO LEIDO OTRA VEZ
      ******************************************************************
       2100-REESTRUCTURAR.
           MOVE ZEROS TO CNT-GOTO CNT-BLOQUE CNT-BUCLE CNT-SOBRANTE
                         CNT-MANTIENE CNT-DIFER.
           MOVE NOMBRE-FUENTE TO NOMBRE-MIEMBRO.
           PERFORM 3000-CARGAR-MIEMBRO.
           IF FS-MIEMBRO NOT = '00' OR DESBORDADO = 'S'
              MOVE 12 TO RC-MIEMBRO
              MOVE SPACES TO LINEA
              IF DESBORDADO = 'S'
                 STRING 'MIEMBRO DEMASIADO GRANDE ' NOMBRE-FUENTE
                        DELIMITED BY SIZE INTO LINEA
              ELSE
                 STRING 'FUENTE AUSENTE ' NOMBRE-FUENTE
                        DELIMITED BY SIZE INTO LINEA
              END-IF
              PERFORM 8900-LINEA-INFORME
              GO TO 2100-REESTRUCTURAR-FIN
           END-IF.
           MOVE 1 TO GRAFO.
           PERFORM 4000-CONSTRUIR-GRAFO.

           PERFORM 5000-TRATAR-PARRAFO
                   VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > PAR-USADOS.
           PERFORM 6000-ESCRIBIR-MIEMBRO THRU 6000-ESCRIBIR-MIEMBRO-FIN.
           IF FS-DESTINO NOT = '00'
              MOVE 12 TO RC-MIEMBRO
              MOVE SPACES TO LINEA
              STRING 'DESTINO NO GRABABLE ' NOMBRE-DESTINO
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 8900-LINEA-INFORME
              GO TO 2100-REESTRUCTURAR-FIN
           END-IF.

           MOVE NOMBRE-DESTINO TO NOMBRE-MIEMBRO.
           PERFORM 3000-CARGAR-MIEMBRO.
           IF FS-MIEMBRO NOT = '00' OR DESBORDADO = 'S'
              MOVE 12 TO RC-MIEMBRO
              MOVE SPACES TO LINEA
              STRING 'DESTINO ILEGIBLE ' NOMBRE-DESTINO
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 8900-LINEA-INFORME
              GO TO 2100-REESTRUCTURAR-FIN
           END-IF.
           MOVE 2 TO GRAFO.
           PERFORM 4000-CONSTRUIR-GRAFO.
           PERFORM 7000-COMPARAR-GRAFOS.

       2100-REESTRUCTURAR-FIN.
           EXIT.

      ******************************************************************
      * CARGA DE LINEAS, PALABRAS, PARRAFOS Y NIVELES
      ******************************************************************
       3000-CARGAR-MIEMBRO.
           MOVE ZEROS TO LIN-USADAS LIN-PROCEDURE TOK-USADOS
                         PAR-USADOS INS-USADAS.
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
                 PERFORM 3400-MARCAR-RANGOS
                 PERFORM 3500-CALCULAR-NIVELES
                         VARYING IDX-PAR FROM 1 BY 1
                         UNTIL IDX-PAR > PAR-USADOS
              END-IF
           END-IF.

       3010-GUARDAR-LINEA.
           IF LIN-USADAS < 6000
              ADD 1 TO LIN-USADAS
              MOVE REC-MIEMBRO TO LIN-TEXTO(LIN-USADAS)
                                  LIN-NUEVA(LIN-USADAS)
              MOVE ZEROS TO LIN-DESPL(LIN-USADAS)
              MOVE 'N'   TO LIN-TOCADA(LIN-USADAS)
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
      * PUNTO QUE CIERRA SENTENCIA SE ANOTA APARTE CON SU POSICION
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
                       MOVE IDX-LIN TO TOK-LIN(TOK-USADOS)
                       MOVE IDX-COL TO TOK-COL(TOK-USADOS)
                       MOVE ZEROS   TO TOK-LON(TOK-USADOS)
                                       TOK-PLIN(TOK-USADOS)
                                       TOK-PCOL(TOK-USADOS)
                                       TOK-PAR(TOK-USADOS)
                       MOVE SPACES  TO TOK-TEXTO(TOK-USADOS)
                       MOVE 'N'     TO TOK-PUNTO(TOK-USADOS)
                                       TOK-BORRA(TOK-USADOS)
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
                 MOVE 'S'     TO TOK-PUNTO(TOK-USADOS)
                 MOVE IDX-LIN TO TOK-PLIN(TOK-USADOS)
                 MOVE IDX     TO TOK-PCOL(TOK-USADOS)
              END-IF
           ELSE
              IF CARACTER = '.'
                 AND (TOK-TEXTO(TOK-USADOS)(1:1) NOT = QUOTE
                      AND NOT = "'"
                      OR LIN-TEXTO(IDX-LIN)(IDX - 1:1) = QUOTE
                      OR LIN-TEXTO(IDX-LIN)(IDX - 1:1) = "'")
                 MOVE 'S'     TO TOK-PUNTO(TOK-USADOS)
                 MOVE IDX-LIN TO TOK-PLIN(TOK-USADOS)
                 MOVE IDX     TO TOK-PCOL(TOK-USADOS)
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
              PERFORM 3340-PALABRA-CABECERA
                      UNTIL IDX-TOK > TOK-USADOS
                         OR TOK-PUNTO(IDX-TOK) = 'S'
              MOVE PAR-USADOS TO TOK-PAR(IDX-TOK)
              ADD 1 TO IDX-TOK
              MOVE IDX-TOK TO PAR-INI(PAR-USADOS)
           ELSE
              MOVE PAR-USADOS TO TOK-PAR(IDX-TOK)
              ADD 1 TO IDX-TOK
           END-IF.

       3330-NUEVO-PARRAFO.
           IF PAR-USADOS < 1500
              ADD 1 TO PAR-USADOS
              MOVE NOMBRE-BUSCADO TO PAR-NOMBRE(PAR-USADOS)
              MOVE TOK-LIN(IDX-TOK) TO PAR-LIN(PAR-USADOS)
              MOVE ZEROS TO PAR-INI(PAR-USADOS) PAR-FIN(PAR-USADOS)
              MOVE 'N' TO PAR-SECCION(PAR-USADOS)
                          PAR-FIN-RANGO(PAR-USADOS)
           ELSE
              MOVE 'S' TO DESBORDADO
           END-IF.

       3340-PALABRA-CABECERA.
           MOVE PAR-USADOS TO TOK-PAR(IDX-TOK).
           ADD 1 TO IDX-TOK.

      * PARRAFOS EN LOS QUE TERMINA ALGUN PERFORM: ALLI CAER AL FINAL
      * DEVUELVE EL CONTROL Y UN GO TO AL SIGUIENTE NO. EL ULTIMO
      * PARRAFO DE CADA SECCION CUENTA SIEMPRE COMO FINAL
       3400-MARCAR-RANGOS.
           PERFORM 3410-MIRAR-PERFORM
                   VARYING IDX-TOK FROM 1 BY 1
                   UNTIL IDX-TOK NOT < TOK-USADOS.
           PERFORM 3430-FINAL-DE-SECCION
                   VARYING IDX-PAR FROM 2 BY 1
                   UNTIL IDX-PAR > PAR-USADOS.

       3410-MIRAR-PERFORM.
           IF TOK-TEXTO(IDX-TOK) = 'PERFORM'
              MOVE TOK-TEXTO(IDX-TOK + 1) TO NOMBRE-BUSCADO
              PERFORM 3900-BUSCAR-PARRAFO
              IF HALLADO > ZEROS
                 IF IDX-TOK + 3 NOT > TOK-USADOS
                    AND (TOK-TEXTO(IDX-TOK + 2) = 'THRU'
                         OR TOK-TEXTO(IDX-TOK + 2) = 'THROUGH')
                    MOVE TOK-TEXTO(IDX-TOK + 3) TO NOMBRE-BUSCADO
                    PERFORM 3900-BUSCAR-PARRAFO
                 END-IF
              END-IF
              IF HALLADO > ZEROS
                 IF PAR-SECCION(HALLADO) = 'S'
                    PERFORM 3420-ULTIMO-DE-SECCION
                 END-IF
                 MOVE 'S' TO PAR-FIN-RANGO(HALLADO)
              END-IF
           END-IF.

       3420-ULTIMO-DE-SECCION.
           PERFORM 3425-AVANZAR-PARRAFO
                   UNTIL HALLADO NOT < PAR-USADOS
                      OR PAR-SECCION(HALLADO + 1) = 'S'.

       3425-AVANZAR-PARRAFO.
           ADD 1 TO HALLADO.

       3430-FINAL-DE-SECCION.
           IF PAR-SECCION(IDX-PAR) = 'S'
              MOVE 'S' TO PAR-FIN-RANGO(IDX-PAR - 1)
           END-IF.

      * NIVEL DE CADA PALABRA DENTRO DE SU SENTENCIA Y, EN CADA
      * PUNTO, LOS AMBITOS QUE HA TENIDO QUE CERRAR
       3500-CALCULAR-NIVELES.
           MOVE ZEROS TO PIL-USADOS.
           IF PAR-INI(IDX-PAR) > ZEROS
              PERFORM 3510-NIVEL-PALABRA
                      VARYING IDX-TOK FROM PAR-INI(IDX-PAR) BY 1
                      UNTIL IDX-TOK > PAR-FIN(IDX-PAR)
           END-IF.

       3510-NIVEL-PALABRA.
           MOVE PIL-USADOS TO TOK-NIVEL(IDX-TOK).
           MOVE ZEROS TO TOK-TOPE(IDX-TOK) TOK-PNIVEL(IDX-TOK)
                         TOK-PTOPE(IDX-TOK).
           MOVE 'N' TO TOK-ELSE(IDX-TOK).
           MOVE 'S' TO TOK-OK(IDX-TOK).
           IF PIL-USADOS > ZEROS
              MOVE PIL-TOK(PIL-USADOS)  TO TOK-TOPE(IDX-TOK)
              MOVE PIL-ELSE(PIL-USADOS) TO TOK-ELSE(IDX-TOK)
           END-IF.
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
              WHEN PALABRA-PRUEBA = 'ELSE'
                 IF PIL-USADOS > ZEROS AND PIL-TIPO(PIL-USADOS) = 'I'
                    MOVE 'S' TO PIL-ELSE(PIL-USADOS)
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
              MOVE PIL-USADOS TO TOK-PNIVEL(IDX-TOK)
              IF PIL-USADOS > ZEROS
                 MOVE PIL-TOK(PIL-USADOS) TO TOK-PTOPE(IDX-TOK)
              END-IF
              MOVE ZEROS TO PIL-USADOS
           END-IF.

       3520-ABRIR-AMBITO.
           IF PIL-USADOS < 60
              ADD 1 TO PIL-USADOS
              MOVE IDX-TOK TO PIL-TOK(PIL-USADOS)
              MOVE 'N'     TO PIL-ELSE(PIL-USADOS)
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
      * GRAFO DE CONTROL POR PARRAFOS
      ******************************************************************
       4000-CONSTRUIR-GRAFO.
           MOVE ZEROS TO NOD-USADOS(GRAFO) ARI-USADAS(GRAFO).
           PERFORM 4100-ARISTAS-PARRAFO
                   VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > PAR-USADOS.

       4100-ARISTAS-PARRAFO.
           ADD 1 TO NOD-USADOS(GRAFO).
           MOVE PAR-NOMBRE(IDX-PAR) TO NOD(GRAFO, NOD-USADOS(GRAFO)).
           MOVE PAR-NOMBRE(IDX-PAR) TO NAR-ORIGEN.
           IF PAR-INI(IDX-PAR) > ZEROS
              PERFORM 4110-ARISTAS-PALABRA
                      VARYING IDX-TOK FROM PAR-INI(IDX-PAR) BY 1
                      UNTIL IDX-TOK > PAR-FIN(IDX-PAR)
           END-IF.
           PERFORM 4200-MIRAR-CAIDA.
           IF CAE = 'S' AND IDX-PAR < PAR-USADOS
              MOVE 'T' TO NAR-TIPO
              MOVE PAR-NOMBRE(IDX-PAR + 1) TO NAR-DESTINO
              MOVE SPACES TO NAR-HASTA
              PERFORM 4900-ANADIR-ARISTA
           END-IF.

       4110-ARISTAS-PALABRA.
           EVALUATE TOK-TEXTO(IDX-TOK)
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
                    MOVE 'T' TO NAR-TIPO
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
              MOVE 'T' TO NAR-TIPO
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
           IF HALLADO = ZEROS AND ARI-USADAS(GRAFO) < 4000
              ADD 1 TO ARI-USADAS(GRAFO)
              MOVE NUEVA-ARISTA TO ARI(GRAFO, ARI-USADAS(GRAFO))
           END-IF.

       4910-COMPARAR-ARISTA.
           IF ARI(GRAFO, IDX-ARI) = NUEVA-ARISTA
              MOVE IDX-ARI TO HALLADO
           END-IF.

      ******************************************************************
      * CONVERSION DE LOS GO TO DE UN PARRAFO
      ******************************************************************
       5000-TRATAR-PARRAFO.
           MOVE ZEROS TO SAL-USADOS BLQ-USADOS PRIMER-CORTE.
           MOVE 'N' TO FALTA-PUNTO.
           IF PAR-INI(IDX-PAR) > ZEROS
              AND PAR-INI(IDX-PAR) NOT > PAR-FIN(IDX-PAR)
              PERFORM 5010-ANOTAR-SALTO
                      VARYING IDX-TOK FROM PAR-INI(IDX-PAR) BY 1
                      UNTIL IDX-TOK > PAR-FIN(IDX-PAR)
           END-IF.
           IF SAL-USADOS > ZEROS
              ADD SAL-USADOS TO CNT-GOTO
              MOVE ZEROS TO SIGUIENTE
              IF IDX-PAR < PAR-USADOS
                 AND PAR-SECCION(IDX-PAR + 1) = 'N'
                 COMPUTE SIGUIENTE = IDX-PAR + 1
              END-IF
              PERFORM 5100-PROBAR-BUCLE THRU 5100-PROBAR-BUCLE-FIN
              IF SAL-ESTADO(SAL-USADOS) NOT = 'T2'
                 PERFORM 5200-CLASIFICAR-SALTO
                         VARYING IDX-SAL FROM 1 BY 1
                         UNTIL IDX-SAL > SAL-USADOS
                 PERFORM 5300-SENTENCIAS-SEGURAS
                 PERFORM 5400-DECIDIR-BLOQUE
                         VARYING IDX-SAL FROM SAL-USADOS BY -1
                         UNTIL IDX-SAL < 1
                 PERFORM 5500-APLICAR-SALTO
                         VARYING IDX-SAL FROM 1 BY 1
                         UNTIL IDX-SAL > SAL-USADOS
                 PERFORM 5600-CERRAR-PARRAFO
              END-IF
              PERFORM 5700-MARCAR-MANTENIDO
                      VARYING IDX-SAL FROM 1 BY 1
                      UNTIL IDX-SAL > SAL-USADOS
           END-IF.

      * GO TO [TO] <DESTINO>: SE ANOTA EL ULTIMO DESTINO; SIN DESTINO
      * DE PARRAFO (ALTER) O CON DEPENDING ON SE MANTIENE
       5010-ANOTAR-SALTO.
           IF TOK-TEXTO(IDX-TOK) = 'GO' AND SAL-USADOS < 300
              ADD 1 TO SAL-USADOS
              MOVE IDX-TOK TO SAL-GO(SAL-USADOS)
              MOVE ZEROS   TO SAL-DEST(SAL-USADOS) SAL-CORTE(SAL-USADOS)
              MOVE SPACE   TO SAL-FORMA(SAL-USADOS)
              MOVE '  '    TO SAL-ESTADO(SAL-USADOS)
              MOVE SPACES  TO SAL-MOTIVO(SAL-USADOS)
              MOVE IDX-TOK TO HASTA
              ADD 1 TO HASTA
              IF HASTA NOT > PAR-FIN(IDX-PAR)
                 AND TOK-TEXTO(HASTA) = 'TO'
                 ADD 1 TO HASTA
              END-IF
              IF HASTA NOT > PAR-FIN(IDX-PAR)
                 MOVE TOK-TEXTO(HASTA) TO NOMBRE-BUSCADO
                 PERFORM 3900-BUSCAR-PARRAFO
                 IF HALLADO > ZEROS
                    MOVE HASTA TO SAL-DEST(SAL-USADOS)
                 END-IF
              END-IF
              IF SAL-DEST(SAL-USADOS) = ZEROS
                 MOVE 'M' TO SAL-ESTADO(SAL-USADOS)
                 MOVE 'SIN PARRAFO DESTINO (ALTER)'
                      TO SAL-MOTIVO(SAL-USADOS)
              ELSE
                 IF TOK-PUNTO(HASTA) = 'N' AND HASTA < PAR-FIN(IDX-PAR)
                    AND TOK-TEXTO(HASTA + 1) NOT = 'END-IF'
                    AND TOK-TEXTO(HASTA + 1) NOT = 'ELSE'
                    MOVE 'M' TO SAL-ESTADO(SAL-USADOS)
                    MOVE 'DEPENDING ON O SENTENCIAS DETRAS'
                         TO SAL-MOTIVO(SAL-USADOS)
                 END-IF
              END-IF
           END-IF.

      * BUCLE: EL PARRAFO ACABA EN IF <COND> GO TO <EL MISMO>, CON
      * CUERPO DELANTE Y TODO EL CUERPO CERRADO SIN DEPENDER DEL PUNTO
       5100-PROBAR-BUCLE.
           MOVE SAL-GO(SAL-USADOS) TO IDX-TOK.
           MOVE SAL-DEST(SAL-USADOS) TO HASTA.
           IF SAL-ESTADO(SAL-USADOS) = 'M' OR HASTA = ZEROS
              GO TO 5100-PROBAR-BUCLE-FIN
           END-IF.
           IF TOK-TEXTO(HASTA) NOT = PAR-NOMBRE(IDX-PAR)
              GO TO 5100-PROBAR-BUCLE-FIN
           END-IF.
           IF TOK-NIVEL(IDX-TOK) NOT = 1 OR TOK-ELSE(IDX-TOK) = 'S'
              GO TO 5100-PROBAR-BUCLE-FIN
           END-IF.
           MOVE TOK-TOPE(IDX-TOK) TO COND-INI.
           IF TOK-TEXTO(COND-INI) NOT = 'IF'
              OR TOK-NIVEL(COND-INI) NOT = ZEROS
              OR COND-INI NOT > PAR-INI(IDX-PAR)
              GO TO 5100-PROBAR-BUCLE-FIN
           END-IF.
           IF NOT ((TOK-PUNTO(HASTA) = 'S' AND HASTA = PAR-FIN(IDX-PAR))
              OR (HASTA + 1 = PAR-FIN(IDX-PAR)
                  AND TOK-TEXTO(HASTA + 1) = 'END-IF'
                  AND TOK-PUNTO(HASTA + 1) = 'S'))
              GO TO 5100-PROBAR-BUCLE-FIN
           END-IF.
      * LA CONDICION VA DEL IF AL GO TO, SIN VERBOS POR MEDIO
           COMPUTE COND-FIN = IDX-TOK - 1.
           IF TOK-TEXTO(COND-FIN) = 'THEN'
              SUBTRACT 1 FROM COND-FIN
           END-IF.
           ADD 1 TO COND-INI.
           IF COND-FIN < COND-INI
              GO TO 5100-PROBAR-BUCLE-FIN
           END-IF.
           MOVE 'N' TO SE-PUEDE.
           PERFORM 5110-BUSCAR-VERBO
                   VARYING IDX FROM COND-INI BY 1
                   UNTIL IDX > COND-FIN.
           IF SE-PUEDE = 'S'
              GO TO 5100-PROBAR-BUCLE-FIN
           END-IF.
      * EL CUERPO: SENTENCIAS CERRADAS Y SIN NEXT SENTENCE, Y LA
      * CABECERA DEL PARRAFO SOLA EN SU LINEA
           MOVE 'S' TO TODO-BIEN.
           COMPUTE HASTA = COND-INI - 2.
           PERFORM 5120-MIRAR-CUERPO
                   VARYING IDX FROM PAR-INI(IDX-PAR) BY 1
                   UNTIL IDX > HASTA.
           IF TOK-LIN(PAR-INI(IDX-PAR)) = PAR-LIN(IDX-PAR)
              MOVE 'N' TO TODO-BIEN
           END-IF.
           IF TODO-BIEN = 'N'
              GO TO 5100-PROBAR-BUCLE-FIN
           END-IF.

           PERFORM 5150-APLICAR-BUCLE.
           MOVE 'T2' TO SAL-ESTADO(SAL-USADOS).
           ADD 1 TO CNT-BUCLE.

       5100-PROBAR-BUCLE-FIN.
           EXIT.

       5110-BUSCAR-VERBO.
           MOVE TOK-TEXTO(IDX) TO PALABRA-PRUEBA.
           IF ES-VERBO
              MOVE 'S' TO SE-PUEDE
           END-IF.

       5120-MIRAR-CUERPO.
           IF TOK-PUNTO(IDX) = 'S' AND TOK-PNIVEL(IDX) NOT = ZEROS
              MOVE 'N' TO TODO-BIEN
           END-IF.
           IF TOK-TEXTO(IDX) = 'NEXT' AND IDX < PAR-FIN(IDX-PAR)
              AND TOK-TEXTO(IDX + 1) = 'SENTENCE'
              MOVE 'N' TO TODO-BIEN
           END-IF.

      * PERFORM WITH TEST AFTER UNTIL NOT (<COND>) TRAS LA CABECERA,
      * CUERPO SANGRADO Y SIN PUNTOS, END-PERFORM. EN LUGAR DEL IF
       5150-APLICAR-BUCLE.
           MOVE TOK-COL(PAR-INI(IDX-PAR)) TO COL-CUERPO.
           MOVE PAR-LIN(IDX-PAR) TO LIN-INS.
           MOVE 'N' TO ANTES-INS.
           MOVE COL-CUERPO TO COL-INS.
           MOVE 'PERFORM WITH TEST AFTER' TO CONTENIDO.
           PERFORM 8100-INSERTAR-LINEA.
           MOVE SPACES TO LINEA-COND.
           COMPUTE PTR-LINEA = COL-CUERPO + 8.
           STRING 'UNTIL NOT (' DELIMITED BY SIZE
                  INTO LINEA-COND WITH POINTER PTR-LINEA.
           PERFORM 5160-COPIAR-CONDICION
                   VARYING IDX FROM COND-INI BY 1
                   UNTIL IDX > COND-FIN.
           IF PTR-LINEA > 72
              PERFORM 5170-VOLCAR-CONDICION
           END-IF.
           STRING ')' DELIMITED BY SIZE
                  INTO LINEA-COND WITH POINTER PTR-LINEA.
           PERFORM 5170-VOLCAR-CONDICION.

           COMPUTE HASTA = COND-INI - 2.
           PERFORM 5180-SANGRAR-LINEA
                   VARYING IDX-LIN FROM TOK-LIN(PAR-INI(IDX-PAR)) BY 1
                   UNTIL IDX-LIN > TOK-LIN(PAR-FIN(IDX-PAR)).
           PERFORM 8300-BORRAR-PUNTO
                   VARYING IDX-TOK FROM PAR-INI(IDX-PAR) BY 1
                   UNTIL IDX-TOK > HASTA.
           COMPUTE IDX-TOK = COND-INI - 1.
           PERFORM 8200-BORRAR-PALABRA
                   VARYING IDX-TOK FROM IDX-TOK BY 1
                   UNTIL IDX-TOK > PAR-FIN(IDX-PAR).
           MOVE TOK-LIN(PAR-FIN(IDX-PAR)) TO LIN-INS.
           MOVE COL-CUERPO TO COL-INS.
           MOVE 'END-PERFORM.' TO CONTENIDO.
           PERFORM 8100-INSERTAR-LINEA.

       5160-COPIAR-CONDICION.
           MOVE SPACES TO TEXTO-TOK.
           MOVE LIN-TEXTO(TOK-LIN(IDX))(TOK-COL(IDX):TOK-LON(IDX))
                TO TEXTO-TOK.
           IF PTR-LINEA + TOK-LON(IDX) > 71
              PERFORM 5170-VOLCAR-CONDICION
              COMPUTE PTR-LINEA = COL-CUERPO + 12
           END-IF.
           IF LINEA-COND(PTR-LINEA - 1:1) NOT = '('
              AND LINEA-COND(PTR-LINEA - 1:1) NOT = SPACE
              ADD 1 TO PTR-LINEA
           END-IF.
           STRING TEXTO-TOK(1:TOK-LON(IDX)) DELIMITED BY SIZE
                  INTO LINEA-COND WITH POINTER PTR-LINEA.

       5170-VOLCAR-CONDICION.
           MOVE SPACES TO INS-AUX-TEXTO.
           MOVE LINEA-COND TO INS-AUX-TEXTO.
           IF INS-USADAS < 3000
              ADD 1 TO INS-USADAS
              MOVE LIN-INS TO INS-LINEA(INS-USADAS)
              MOVE 'N' TO INS-ANTES(INS-USADAS)
              MOVE INS-AUX-TEXTO TO INS-TEXTO(INS-USADAS)
           END-IF.
           MOVE SPACES TO LINEA-COND.

       5180-SANGRAR-LINEA.
           ADD 3 TO LIN-DESPL(IDX-LIN).

      * CADA GO TO QUE QUEDA: CANDIDATO A BLOQUE (P1), SOBRANTE (T3)
      * O SE MANTIENE CON SU MOTIVO
       5200-CLASIFICAR-SALTO.
           MOVE SAL-GO(IDX-SAL)   TO IDX-TOK.
           MOVE SAL-DEST(IDX-SAL) TO HASTA.
           EVALUATE TRUE
              WHEN SAL-ESTADO(IDX-SAL) = 'M'
                 CONTINUE
              WHEN TOK-TEXTO(HASTA) = PAR-NOMBRE(IDX-PAR)
                 MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                 MOVE 'SALTO ATRAS SIN FORMA DE BUCLE'
                      TO SAL-MOTIVO(IDX-SAL)
              WHEN SIGUIENTE = ZEROS
                 MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                 MOVE 'DESTINO NO ES EL PARRAFO SIGUIENTE'
                      TO SAL-MOTIVO(IDX-SAL)
              WHEN TOK-TEXTO(HASTA) NOT = PAR-NOMBRE(SIGUIENTE)
                 MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                 MOVE 'DESTINO NO ES EL PARRAFO SIGUIENTE'
                      TO SAL-MOTIVO(IDX-SAL)
              WHEN PAR-FIN-RANGO(IDX-PAR) = 'S'
                 MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                 MOVE 'PARRAFO FINAL DE UN PERFORM'
                      TO SAL-MOTIVO(IDX-SAL)
              WHEN TOK-NIVEL(IDX-TOK) = ZEROS
                 IF TOK-PUNTO(HASTA) = 'S' AND HASTA = PAR-FIN(IDX-PAR)
                    MOVE 'T3' TO SAL-ESTADO(IDX-SAL)
                    MOVE HASTA TO SAL-CORTE(IDX-SAL)
                 ELSE
                    MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                    MOVE 'SALTO INCONDICIONAL A MITAD'
                         TO SAL-MOTIVO(IDX-SAL)
                 END-IF
              WHEN TOK-NIVEL(IDX-TOK) NOT = 1
                 MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                 MOVE 'DENTRO DE BLOQUE ANIDADO'
                      TO SAL-MOTIVO(IDX-SAL)
              WHEN TOK-TEXTO(TOK-TOPE(IDX-TOK)) NOT = 'IF'
                 MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                 MOVE 'DENTRO DE BLOQUE ANIDADO'
                      TO SAL-MOTIVO(IDX-SAL)
              WHEN TOK-ELSE(IDX-TOK) = 'S'
                 MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                 MOVE 'EN LA RAMA ELSE'
                      TO SAL-MOTIVO(IDX-SAL)
              WHEN OTHER
                 PERFORM 5210-FORMA-DEL-IF
           END-EVALUATE.

      * EL GO TO CIERRA LA RAMA DEL IF: CON PUNTO (FORMA '.') O CON
      * SU END-IF (FORMA 'E'); NADA MAS EN LA LINEA DEL CORTE
       5210-FORMA-DEL-IF.
           EVALUATE TRUE
              WHEN TOK-PUNTO(HASTA) = 'S'
                 MOVE '.' TO SAL-FORMA(IDX-SAL)
                 MOVE HASTA TO SAL-CORTE(IDX-SAL)
              WHEN HASTA < PAR-FIN(IDX-PAR)
                   AND TOK-TEXTO(HASTA + 1) = 'END-IF'
                 MOVE 'E' TO SAL-FORMA(IDX-SAL)
                 COMPUTE SAL-CORTE(IDX-SAL) = HASTA + 1
              WHEN HASTA = PAR-FIN(IDX-PAR)
                 MOVE '.' TO SAL-FORMA(IDX-SAL)
                 MOVE HASTA TO SAL-CORTE(IDX-SAL)
              WHEN OTHER
                 MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                 MOVE 'IF CON ELSE O CODIGO TRAS EL SALTO'
                      TO SAL-MOTIVO(IDX-SAL)
           END-EVALUATE.
           IF SAL-ESTADO(IDX-SAL) NOT = 'M'
              MOVE SAL-CORTE(IDX-SAL) TO IDX
              IF IDX < PAR-FIN(IDX-PAR)
                 AND TOK-LIN(IDX + 1) = TOK-LIN(IDX)
                 MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                 MOVE 'CODIGO EN LA LINEA DEL SALTO'
                      TO SAL-MOTIVO(IDX-SAL)
              ELSE
                 MOVE 'P1' TO SAL-ESTADO(IDX-SAL)
              END-IF
           END-IF.

      * CADA PUNTO DEL PARRAFO ES SEGURO SI NO CIERRA NINGUN AMBITO,
      * SALVO EL IF DE UN CANDIDATO DE FORMA '.', Y SU SENTENCIA NO
      * TIENE NEXT SENTENCE
       5300-SENTENCIAS-SEGURAS.
           PERFORM 5310-PUNTO-SEGURO
                   VARYING IDX-TOK FROM PAR-INI(IDX-PAR) BY 1
                   UNTIL IDX-TOK > PAR-FIN(IDX-PAR).
           PERFORM 5330-NEXT-SENTENCE
                   VARYING IDX-TOK FROM PAR-INI(IDX-PAR) BY 1
                   UNTIL IDX-TOK NOT < PAR-FIN(IDX-PAR).

       5310-PUNTO-SEGURO.
           IF TOK-PUNTO(IDX-TOK) = 'S'
              MOVE 'S' TO TOK-OK(IDX-TOK)
              IF TOK-PNIVEL(IDX-TOK) > ZEROS
                 MOVE 'N' TO TOK-OK(IDX-TOK)
                 IF TOK-PNIVEL(IDX-TOK) = 1
                    PERFORM 5320-CIERRE-DE-CANDIDATO
                            VARYING IDX FROM 1 BY 1
                            UNTIL IDX > SAL-USADOS
                 END-IF
              END-IF
           END-IF.

       5320-CIERRE-DE-CANDIDATO.
           IF SAL-ESTADO(IDX) = 'P1' AND SAL-FORMA(IDX) = '.'
              AND SAL-CORTE(IDX) = IDX-TOK
              AND TOK-TOPE(SAL-GO(IDX)) = TOK-PTOPE(IDX-TOK)
              MOVE 'S' TO TOK-OK(IDX-TOK)
           END-IF.

       5330-NEXT-SENTENCE.
           IF TOK-TEXTO(IDX-TOK) = 'NEXT'
              AND TOK-TEXTO(IDX-TOK + 1) = 'SENTENCE'
              MOVE IDX-TOK TO IDX
              PERFORM 5335-BUSCAR-PUNTO
                      UNTIL IDX NOT < PAR-FIN(IDX-PAR)
                         OR TOK-PUNTO(IDX) = 'S'
              MOVE 'N' TO TOK-OK(IDX)
           END-IF.

       5335-BUSCAR-PUNTO.
           ADD 1 TO IDX.

      * DE ATRAS ADELANTE: UN CANDIDATO SE CONVIERTE SI TODOS LOS
      * PUNTOS QUE QUEDAN DETRAS DE SU CORTE SON SEGUROS; SI NO, EL
      * PUNTO DE SU PROPIA SENTENCIA DEJA DE SERLO PARA LOS DE DELANTE
       5400-DECIDIR-BLOQUE.
           IF SAL-ESTADO(IDX-SAL) = 'P1'
              MOVE 'S' TO TODO-BIEN
              COMPUTE IDX = SAL-CORTE(IDX-SAL) + 1
              PERFORM 5410-MIRAR-PUNTO
                      VARYING IDX FROM IDX BY 1
                      UNTIL IDX > PAR-FIN(IDX-PAR)
              IF TODO-BIEN = 'S'
                 MOVE 'T1' TO SAL-ESTADO(IDX-SAL)
              ELSE
                 MOVE 'M' TO SAL-ESTADO(IDX-SAL)
                 MOVE 'RESTO CERRADO POR PUNTO'
                      TO SAL-MOTIVO(IDX-SAL)
                 IF SAL-FORMA(IDX-SAL) = '.'
                    MOVE 'N' TO TOK-OK(SAL-CORTE(IDX-SAL))
                 END-IF
              END-IF
           END-IF.

       5410-MIRAR-PUNTO.
           IF TOK-PUNTO(IDX) = 'S' AND TOK-OK(IDX) = 'N'
              MOVE 'N' TO TODO-BIEN
           END-IF.

      * APLICACION EN ORDEN: T1 ABRE UN ELSE CON EL RESTO DEL PARRAFO
      * SANGRADO; SIN RESTO, O T3, EL SALTO SIMPLEMENTE DESAPARECE
       5500-APLICAR-SALTO.
           EVALUATE SAL-ESTADO(IDX-SAL)
              WHEN 'T1'
                 PERFORM 5510-APLICAR-BLOQUE
                 ADD 1 TO CNT-BLOQUE
              WHEN 'T3'
                 MOVE SAL-GO(IDX-SAL) TO IDX-TOK
                 PERFORM 8200-BORRAR-PALABRA
                         VARYING IDX-TOK FROM IDX-TOK BY 1
                         UNTIL IDX-TOK > SAL-DEST(IDX-SAL)
                 MOVE 'S' TO FALTA-PUNTO
                 ADD 1 TO CNT-SOBRANTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       5510-APLICAR-BLOQUE.
           MOVE TOK-TOPE(SAL-GO(IDX-SAL)) TO IDX.
           COMPUTE COL-IF = TOK-COL(IDX) + LIN-DESPL(TOK-LIN(IDX)).
      * RAMA DEL IF SIN SENTENCIAS: CONTINUE EN LUGAR DEL SALTO
           MOVE 'N' TO SE-PUEDE.
           COMPUTE COND-FIN = SAL-GO(IDX-SAL) - 1.
           ADD 1 TO IDX.
           PERFORM 5110-BUSCAR-VERBO
                   VARYING IDX FROM IDX BY 1
                   UNTIL IDX > COND-FIN.
           MOVE 'S' TO VACIO.
           IF SAL-CORTE(IDX-SAL) < PAR-FIN(IDX-PAR)
              MOVE 'N' TO VACIO
           END-IF.
           MOVE SAL-GO(IDX-SAL) TO IDX-TOK.
           PERFORM 8200-BORRAR-PALABRA
                   VARYING IDX-TOK FROM IDX-TOK BY 1
                   UNTIL IDX-TOK > SAL-DEST(IDX-SAL).
           MOVE TOK-LIN(SAL-CORTE(IDX-SAL)) TO LIN-INS.
           MOVE 'N' TO ANTES-INS.
           IF VACIO = 'S'
      * SIN RESTO: EL IF SE QUEDA (CON CONTINUE SI SE HA VACIADO) Y
      * EL PUNTO FINAL LO PONE EL CIERRE DEL PARRAFO
              IF SE-PUEDE = 'N'
                 COMPUTE COL-INS = COL-IF + 3
                 MOVE 'CONTINUE' TO CONTENIDO
                 PERFORM 8100-INSERTAR-LINEA
              END-IF
              IF SAL-FORMA(IDX-SAL) = '.'
                 IF BLQ-USADOS > ZEROS
                    ADD 1 TO BLQ-USADOS
                    MOVE COL-IF TO BLQ-COL(BLQ-USADOS)
                 ELSE
                    MOVE 'S' TO FALTA-PUNTO
                 END-IF
              END-IF
           ELSE
              IF SAL-FORMA(IDX-SAL) = 'E'
                 MOVE SAL-CORTE(IDX-SAL) TO IDX-TOK
                 PERFORM 8200-BORRAR-PALABRA
              END-IF
              IF SE-PUEDE = 'N'
                 COMPUTE COL-INS = COL-IF + 3
                 MOVE 'CONTINUE' TO CONTENIDO
                 PERFORM 8100-INSERTAR-LINEA
              END-IF
              MOVE COL-IF TO COL-INS
              MOVE 'ELSE' TO CONTENIDO
              PERFORM 8100-INSERTAR-LINEA
              ADD 1 TO BLQ-USADOS
              MOVE COL-IF TO BLQ-COL(BLQ-USADOS)
              IF PRIMER-CORTE = ZEROS
                 MOVE SAL-CORTE(IDX-SAL) TO PRIMER-CORTE
              END-IF
              COMPUTE IDX-LIN = TOK-LIN(SAL-CORTE(IDX-SAL)) + 1
              PERFORM 5180-SANGRAR-LINEA
                      VARYING IDX-LIN FROM IDX-LIN BY 1
                      UNTIL IDX-LIN > TOK-LIN(PAR-FIN(IDX-PAR))
           END-IF.

      * CIERRE: LOS PUNTOS DETRAS DEL PRIMER CORTE DESAPARECEN Y LOS
      * END-IF VAN AL FINAL, EL ULTIMO CON PUNTO; SI SOLO SE HA
      * PERDIDO EL PUNTO FINAL, SE PEGA A LA ULTIMA PALABRA QUE QUEDA
       5600-CERRAR-PARRAFO.
           IF BLQ-USADOS > ZEROS
              COMPUTE IDX-TOK = PRIMER-CORTE + 1
              PERFORM 8300-BORRAR-PUNTO
                      VARYING IDX-TOK FROM IDX-TOK BY 1
                      UNTIL IDX-TOK > PAR-FIN(IDX-PAR)
              MOVE TOK-LIN(PAR-FIN(IDX-PAR)) TO LIN-INS
              MOVE 'N' TO ANTES-INS
              PERFORM 5610-CERRAR-BLOQUE
                      VARYING IDX FROM BLQ-USADOS BY -1
                      UNTIL IDX < 1
           ELSE
              IF FALTA-PUNTO = 'S'
                 PERFORM 5620-PUNTO-FINAL
              END-IF
           END-IF.

       5610-CERRAR-BLOQUE.
           MOVE BLQ-COL(IDX) TO COL-INS.
           IF IDX = 1
              MOVE 'END-IF.' TO CONTENIDO
           ELSE
              MOVE 'END-IF' TO CONTENIDO
           END-IF.
           PERFORM 8100-INSERTAR-LINEA.

       5620-PUNTO-FINAL.
           MOVE PAR-FIN(IDX-PAR) TO IDX.
           PERFORM 5625-RETROCEDER
                   UNTIL IDX < PAR-INI(IDX-PAR)
                      OR TOK-BORRA(IDX) = 'N'.
           IF IDX NOT < PAR-INI(IDX-PAR)
              MOVE 'S' TO SE-PUEDE
              IF TOK-PUNTO(IDX) = 'S'
                 IF LIN-NUEVA(TOK-PLIN(IDX))(TOK-PCOL(IDX):1) = '.'
                    MOVE 'N' TO SE-PUEDE
                 END-IF
              END-IF
              IF SE-PUEDE = 'S'
                 COMPUTE IDX-COL = TOK-COL(IDX) + TOK-LON(IDX)
                 IF IDX-COL NOT > 72
                    AND LIN-NUEVA(TOK-LIN(IDX))(IDX-COL:1) = SPACE
                    MOVE '.' TO LIN-NUEVA(TOK-LIN(IDX))(IDX-COL:1)
                 ELSE
                    MOVE TOK-LIN(IDX) TO LIN-INS
                    MOVE 'N' TO ANTES-INS
                    MOVE TOK-COL(IDX) TO COL-INS
                    MOVE 'CONTINUE.' TO CONTENIDO
                    PERFORM 8100-INSERTAR-LINEA
                 END-IF
              END-IF
           END-IF.

       5625-RETROCEDER.
           SUBTRACT 1 FROM IDX.

      * COMENTARIO MARCADOR DELANTE DE CADA GO TO QUE SE QUEDA
       5700-MARCAR-MANTENIDO.
           IF SAL-ESTADO(IDX-SAL) = 'M' OR SAL-ESTADO(IDX-SAL) = '  '
              OR SAL-ESTADO(IDX-SAL) = 'P1'
              IF SAL-MOTIVO(IDX-SAL) = SPACES
                 MOVE 'PARRAFO CONVERTIDO EN BUCLE'
                      TO SAL-MOTIVO(IDX-SAL)
              END-IF
              ADD 1 TO CNT-MANTIENE
              MOVE SAL-GO(IDX-SAL) TO IDX-TOK
              MOVE SPACES TO CONTENIDO NOMBRE-BUSCADO
              IF SAL-DEST(IDX-SAL) > ZEROS
                 MOVE TOK-TEXTO(SAL-DEST(IDX-SAL)) TO NOMBRE-BUSCADO
              END-IF
              STRING '* SDPREST0 MANTIENE GO TO ' DELIMITED BY SIZE
                     NOMBRE-BUSCADO DELIMITED BY SPACE
                     ': ' SAL-MOTIVO(IDX-SAL) DELIMITED BY SIZE
                     INTO CONTENIDO
              MOVE SPACES TO CONTENIDO(67:)
              MOVE TOK-LIN(IDX-TOK) TO LIN-INS
              MOVE 'S' TO ANTES-INS
              MOVE 7 TO COL-INS
              PERFORM 8100-INSERTAR-LINEA
              MOVE SPACES TO LINEA
              MOVE TOK-LIN(IDX-TOK) TO LINEA-ED
              STRING 'MANTENIDO LINEA ' LINEA-ED ' GO TO '
                     DELIMITED BY SIZE
                     NOMBRE-BUSCADO DELIMITED BY SPACE
                     ': ' SAL-MOTIVO(IDX-SAL) DELIMITED BY SIZE
                     INTO LINEA
              PERFORM 8900-LINEA-INFORME
              IF RC-MIEMBRO < 4
                 MOVE 4 TO RC-MIEMBRO
              END-IF
           END-IF.

      ******************************************************************
      * ESCRITURA DEL MIEMBRO REESTRUCTURADO
      ******************************************************************
       6000-ESCRIBIR-MIEMBRO.
           PERFORM 6010-ORDENAR-INSERCION
                   VARYING IDX-INS FROM 2 BY 1
                   UNTIL IDX-INS > INS-USADAS.
           OPEN OUTPUT DESTINO.
           IF FS-DESTINO NOT = '00'
              CLOSE DESTINO
              GO TO 6000-ESCRIBIR-MIEMBRO-FIN
           END-IF.
           MOVE 1 TO IDX-INS.
           PERFORM 6100-ESCRIBIR-LINEA
                   VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > LIN-USADAS.
           CLOSE DESTINO.
           MOVE '00' TO FS-DESTINO.

       6000-ESCRIBIR-MIEMBRO-FIN.
           EXIT.

      * INSERCION ESTABLE POR LINEA, LAS DE DELANTE PRIMERO
       6010-ORDENAR-INSERCION.
           MOVE INS(IDX-INS) TO INS-AUX.
           MOVE IDX-INS TO IDX-AUX.
           PERFORM 6020-DESPLAZAR-INSERCION
                   UNTIL IDX-AUX < 2
                      OR INS-LINEA(IDX-AUX - 1) < INS-AUX-LINEA
                      OR (INS-LINEA(IDX-AUX - 1) = INS-AUX-LINEA
                          AND (INS-ANTES(IDX-AUX - 1) = INS-AUX-ANTES
                               OR INS-ANTES(IDX-AUX - 1) = 'S')).
           MOVE INS-AUX TO INS(IDX-AUX).

       6020-DESPLAZAR-INSERCION.
           MOVE INS(IDX-AUX - 1) TO INS(IDX-AUX).
           SUBTRACT 1 FROM IDX-AUX.

       6100-ESCRIBIR-LINEA.
           PERFORM 6110-ESCRIBIR-INSERCION
                   UNTIL IDX-INS > INS-USADAS
                      OR INS-LINEA(IDX-INS) > IDX-LIN
                      OR (INS-LINEA(IDX-INS) = IDX-LIN
                          AND INS-ANTES(IDX-INS) = 'N').
           IF LIN-TOCADA(IDX-LIN) = 'N'
              OR LIN-NUEVA(IDX-LIN)(8:65) NOT = SPACES
              PERFORM 6120-LINEA-SANGRADA
              WRITE REC-DESTINO FROM LINEA-SALIDA
           END-IF.
           PERFORM 6110-ESCRIBIR-INSERCION
                   UNTIL IDX-INS > INS-USADAS
                      OR INS-LINEA(IDX-INS) > IDX-LIN.

       6110-ESCRIBIR-INSERCION.
           WRITE REC-DESTINO FROM INS-TEXTO(IDX-INS).
           ADD 1 TO IDX-INS.

      * SANGRIA DE LINEAS DE CODIGO DENTRO DE UN BLOQUE NUEVO, SOLO
      * SI CABE EN LA COLUMNA 72
       6120-LINEA-SANGRADA.
           MOVE LIN-NUEVA(IDX-LIN) TO LINEA-SALIDA.
           MOVE LIN-DESPL(IDX-LIN) TO IDX-COL.
           IF IDX-COL > ZEROS
              AND LIN-NUEVA(IDX-LIN)(7:1) NOT = '*' AND NOT = '/'
              AND LIN-NUEVA(IDX-LIN)(8:65) NOT = SPACES
              IF LIN-NUEVA(IDX-LIN)(73 - IDX-COL:IDX-COL) = SPACES
                 MOVE SPACES TO LINEA-SALIDA(8:65)
                 MOVE LIN-NUEVA(IDX-LIN)(8:65 - IDX-COL)
                      TO LINEA-SALIDA(8 + IDX-COL:65 - IDX-COL)
              END-IF
           END-IF.

      ******************************************************************
      * COMPARACION DE LOS DOS GRAFOS
      ******************************************************************
       7000-COMPARAR-GRAFOS.
           COMPUTE CNT-DIFER = CNT-BLOQUE + CNT-BUCLE + CNT-SOBRANTE.
           MOVE CNT-GOTO     TO RES-GOTO.
           MOVE CNT-DIFER    TO RES-ELIMINADOS.
           MOVE CNT-BLOQUE   TO RES-BLOQUE.
           MOVE CNT-BUCLE    TO RES-BUCLE.
           MOVE CNT-SOBRANTE TO RES-SOBRANTE.
           MOVE CNT-MANTIENE TO RES-MANTENIDOS.
           MOVE RESUMEN-MIEMBRO TO LINEA.
           MOVE CNT-DIFER TO RPT-IMPORTE.
           PERFORM 8910-LINEA-CON-IMPORTE.

           MOVE ZEROS TO CNT-DIFER.
           MOVE 'S' TO TODO-BIEN.
           IF NOD-USADOS(1) NOT = NOD-USADOS(2)
              MOVE 'N' TO TODO-BIEN
           ELSE
              PERFORM 7010-COMPARAR-NODO
                      VARYING IDX FROM 1 BY 1
                      UNTIL IDX > NOD-USADOS(1)
           END-IF.
           IF TODO-BIEN = 'N'
              ADD 1 TO CNT-DIFER
              MOVE SPACES TO LINEA
              STRING 'PARRAFOS DISTINTOS O EN OTRO ORDEN'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 8900-LINEA-INFORME
           END-IF.
           MOVE 1 TO GRAFO.
           MOVE 2 TO OTRO.
           PERFORM 7100-BUSCAR-EN-OTRO
                   VARYING IDX-ARI FROM 1 BY 1
                   UNTIL IDX-ARI > ARI-USADAS(GRAFO).
           MOVE 2 TO GRAFO.
           MOVE 1 TO OTRO.
           PERFORM 7100-BUSCAR-EN-OTRO
                   VARYING IDX-ARI FROM 1 BY 1
                   UNTIL IDX-ARI > ARI-USADAS(GRAFO).

           MOVE SPACES TO LINEA.
           MOVE NOD-USADOS(1) TO CUENTA-ED.
           MOVE ARI-USADAS(1) TO CUENTA-ED2.
           STRING 'GRAFO ORIGINAL ' CUENTA-ED ' NODOS ' CUENTA-ED2
                  ' ARISTAS, REESTRUCTURADO ' DELIMITED BY SIZE
                  INTO LINEA.
           MOVE NOD-USADOS(2) TO CUENTA-ED.
           MOVE ARI-USADAS(2) TO CUENTA-ED2.
           MOVE LINEA TO LINEA-SALIDA.
           MOVE SPACES TO LINEA.
           IF CNT-DIFER = ZEROS
              STRING LINEA-SALIDA(1:60) CUENTA-ED ' NODOS '
                     CUENTA-ED2 ' ARISTAS: EQUIVALENTE'
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              STRING LINEA-SALIDA(1:60) CUENTA-ED ' NODOS '
                     CUENTA-ED2 ' ARISTAS: DISTINTO'
                     DELIMITED BY SIZE INTO LINEA
              MOVE 8 TO RC-MIEMBRO
           END-IF.
           PERFORM 8900-LINEA-INFORME.

       7010-COMPARAR-NODO.
           IF NOD(1, IDX) NOT = NOD(2, IDX)
              MOVE 'N' TO TODO-BIEN
           END-IF.

       7100-BUSCAR-EN-OTRO.
           MOVE ARI(GRAFO, IDX-ARI) TO NUEVA-ARISTA.
           MOVE ZEROS TO HALLADO.
           PERFORM 7110-COMPARAR-EN-OTRO
                   VARYING IDX-AUX FROM 1 BY 1
                   UNTIL IDX-AUX > ARI-USADAS(OTRO) OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              ADD 1 TO CNT-DIFER
              MOVE SPACES TO LINEA
              IF GRAFO = 1
                 STRING 'SOLO EN ORIGINAL: ' DELIMITED BY SIZE
                        INTO LINEA
              ELSE
                 STRING 'SOLO EN REESTRUCTURADO: ' DELIMITED BY SIZE
                        INTO LINEA
              END-IF
              MOVE 25 TO PTR-LINEA
              IF NAR-TIPO = 'P'
                 STRING NAR-ORIGEN DELIMITED BY SPACE
                        ' PERFORM ' NAR-DESTINO DELIMITED BY SPACE
                        ' ' NAR-HASTA DELIMITED BY SPACE
                        INTO LINEA WITH POINTER PTR-LINEA
              ELSE
                 STRING NAR-ORIGEN DELIMITED BY SPACE
                        ' -> ' NAR-DESTINO DELIMITED BY SPACE
                        INTO LINEA WITH POINTER PTR-LINEA
              END-IF
              PERFORM 8900-LINEA-INFORME
           END-IF.

       7110-COMPARAR-EN-OTRO.
           IF ARI(OTRO, IDX-AUX) = NUEVA-ARISTA
              MOVE IDX-AUX TO HALLADO
           END-IF.

      ******************************************************************
      * EDICION DE LINEAS
      ******************************************************************
      * LINEA NUEVA CON CONTENIDO EN LA COLUMNA COL-INS, DELANTE O
      * DETRAS DE LA LINEA ORIGINAL LIN-INS
       8100-INSERTAR-LINEA.
           IF INS-USADAS < 3000
              ADD 1 TO INS-USADAS
              MOVE LIN-INS   TO INS-LINEA(INS-USADAS)
              MOVE ANTES-INS TO INS-ANTES(INS-USADAS)
              MOVE SPACES    TO INS-TEXTO(INS-USADAS)
              MOVE CONTENIDO TO INS-TEXTO(INS-USADAS)(COL-INS:)
           END-IF.

       8200-BORRAR-PALABRA.
           MOVE SPACES TO LIN-NUEVA(TOK-LIN(IDX-TOK))
                          (TOK-COL(IDX-TOK):TOK-LON(IDX-TOK)).
           MOVE 'S' TO LIN-TOCADA(TOK-LIN(IDX-TOK)).
           MOVE 'S' TO TOK-BORRA(IDX-TOK).
           PERFORM 8300-BORRAR-PUNTO.

       8300-BORRAR-PUNTO.
           IF TOK-PUNTO(IDX-TOK) = 'S'
              MOVE SPACE TO LIN-NUEVA(TOK-PLIN(IDX-TOK))
                            (TOK-PCOL(IDX-TOK):1)
              MOVE 'S' TO LIN-TOCADA(TOK-PLIN(IDX-TOK))
           END-IF.

       8900-LINEA-INFORME.
           MOVE ZEROS TO RPT-IMPORTE.
           PERFORM 8910-LINEA-CON-IMPORTE.

       8910-LINEA-CON-IMPORTE.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MIEMBRO-PROGRAMA TO RPT-CORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-REESTRUCTURA.
