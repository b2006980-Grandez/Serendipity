      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Deteccion de clientes duplicados en el maestro
      ******************************************************************
      * SDP DESCRIPTION
      *  El mismo cliente dado de alta dos veces con claves distintas
      *> suele diferir en alguna letra del nombre. Este paso ordena
      *> con SORT los registros de SALIDA por una clave de nombre
      *> normalizada (el codigo fonetico de cada palabra del nombre,
      *> del modulo KSDMFONC que tambien da las claves del indice
      *> KSDFONX de KSDMFONE) y compara cada
      *> registro con los VENTANA anteriores en ese orden, donde caen
      *> los nombres que suenan parecido.
      *  Cada pareja puntua sobre 100: hasta 60 por parecido del
      *> nombre (coeficiente de bigramas de las letras; 60 si la
      *> clave normalizada es identica), 20 si la categoria es la
      *> misma y hasta 20 por cercania de MST-FECHA-ALTA (20 el mismo
      *> dia, 0 a DIAS-ALTA dias o mas). Las parejas desde UMBRAL
      *> puntos se agrupan (la pareja A-B y la B-C forman un grupo) y
      *> salen en el listado de SDPREPW0 con corte por grupo, y en
      *> KSDDUPO una linea por pareja para la revision.
      *  Las parejas que la revision decide que no son duplicados se
      *> anaden a KSDDUPNO (el mismo trazado de KSDDUPO, con el
      *> revisor y la fecha) y no vuelven a salir.
      *  Deck KSDDUPP opcional: UMBRAL (por defecto 70), VENTANA (de
      *> 2 a 50, por defecto 10), DIAS-ALTA (por defecto 365) y
      *> CERRADOS S para incluir las claves cerradas. Un valor fuera
      *> de rango da RC 16; alguna pareja en el listado, RC 4.
      * SDP END
      *
      * SDP DESC Informe de clientes posiblemente duplicados
      * SDP IVP 0 Files.Consumes = KSDDUPP,KSDDUPNO,SALIDA
      * SDP IVP 0 Files.Produces = KSDDUPO,SDPPRINT - SDPPRINT lo
      * escribe SDPREPW0
      * SDP IVP 0 Sort.Statements = 1 - un verbo SORT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMDUPL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDDUPP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL REVISADOS ASSIGN TO 'KSDDUPNO'
                  FILE STATUS IS FS-REVIS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

           SELECT PAREJAS ASSIGN TO 'KSDDUPO'
                  FILE STATUS IS FS-PAREJAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT NOMBRES-SORT ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

      * DECISION DE REVISION: ESTA PAREJA NO ES UN DUPLICADO
       FD  REVISADOS.
       01  REC-REVISADO.
           03 REV-CLAVE1  PIC 9(05).
           03 REV-SEP1    PIC X(01).
           03 REV-CLAVE2  PIC 9(05).
           03 REV-SEP2    PIC X(01).
           03 REV-REVISOR PIC X(08).
           03 REV-SEP3    PIC X(01).
           03 REV-FECHA   PIC X(08).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  PAREJAS.
       01  REC-PAREJA.
           03 PRJ-CLAVE1  PIC 9(05).
           03 PRJ-SEP1    PIC X(01).
           03 PRJ-CLAVE2  PIC 9(05).
           03 PRJ-SEP2    PIC X(01).
           03 PRJ-REVISOR PIC X(08).
           03 PRJ-SEP3    PIC X(01).
           03 PRJ-FECHA   PIC X(08).
           03 PRJ-SEP4    PIC X(01).
           03 PRJ-PUNTOS  PIC 9(03).

       SD  NOMBRES-SORT.
       01  REC-SORT.
           03 SRT-ESQUELETO PIC X(40).
           03 SRT-CLAVE     PIC 9(05).
           03 SRT-TEXTO     PIC X(40).
           03 SRT-LON-TEXTO PIC 9(02).
           03 SRT-NOMBRE    PIC X(20).
           03 SRT-CATEGORIA PIC X(04).
           03 SRT-ALTA      PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-PARM    PIC XX VALUE SPACES.
       77 FS-REVIS   PIC XX VALUE SPACES.
       77 FS-MAESTRO PIC XX VALUE SPACES.
       77 FS-PAREJAS PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-FICH   PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 FIN-SORT   PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA PIC X(64) VALUE 'SALIDA'.

       01  PARAMETROS-DUPLICADOS.
           03 UMBRAL     PIC 9(03) VALUE 70.
           03 VENTANA    PIC 9(02) VALUE 10.
           03 DIAS-ALTA  PIC 9(05) VALUE 365.
           03 CERRADOS   PIC X(01) VALUE 'N'.

      * PAREJAS YA REVISADAS, CON LA CLAVE MENOR PRIMERO
       01  TABLA-REVISADOS.
           03 REV-USADOS PIC 9(04) VALUE ZEROS.
           03 REV-ENTRADA OCCURS 2000 TIMES.
              05 TRV-CLAVE1 PIC 9(05).
              05 TRV-CLAVE2 PIC 9(05).

      * LOS VENTANA REGISTROS ANTERIORES EN EL ORDEN DEL SORT; EL
      * MAS ANTIGUO SALE POR ARRIBA
       01  TABLA-VENTANA.
           03 VEN-USADAS PIC 9(02) VALUE ZEROS.
           03 VEN-ENTRADA OCCURS 50 TIMES.
              05 VEN-ESQUELETO PIC X(40).
              05 VEN-CLAVE     PIC 9(05).
              05 VEN-TEXTO     PIC X(40).
              05 VEN-LON-TEXTO PIC 9(02).
              05 VEN-NOMBRE    PIC X(20).
              05 VEN-CATEGORIA PIC X(04).
              05 VEN-ALTA      PIC X(08).

      * CLAVES QUE APARECEN EN ALGUNA PAREJA, CON SU PADRE EN EL
      * ARBOL DE GRUPOS
       01  TABLA-NODOS.
           03 NOD-USADOS PIC 9(04) VALUE ZEROS.
           03 NOD-ENTRADA OCCURS 4000 TIMES.
              05 NOD-CLAVE     PIC 9(05).
              05 NOD-NOMBRE    PIC X(20).
              05 NOD-CATEGORIA PIC X(04).
              05 NOD-ALTA      PIC X(08).
              05 NOD-PADRE     PIC 9(04).

       01  TABLA-PAREJAS.
           03 PAR-USADAS PIC 9(04) VALUE ZEROS.
           03 PAR-ENTRADA OCCURS 2000 TIMES.
              05 PAR-NODO1    PIC 9(04).
              05 PAR-NODO2    PIC 9(04).
              05 PAR-PUNTOS   PIC 9(03).
              05 PAR-P-NOMBRE PIC 9(02).
              05 PAR-P-CAT    PIC 9(02).
              05 PAR-P-ALTA   PIC 9(02).
              05 PAR-GRUPO    PIC 9(04).
              05 PAR-LISTADA  PIC X(01).

       01  INDICES.
           03 IDX     PIC 9(04) VALUE ZEROS.
           03 IDX-VEN PIC 9(02) VALUE ZEROS.
           03 IDX-PAR PIC 9(04) VALUE ZEROS.
           03 IDX-NOD PIC 9(04) VALUE ZEROS.
           03 IDX-PAL PIC 9(02) VALUE ZEROS.
           03 IDX-A   PIC 9(02) VALUE ZEROS.
           03 IDX-B   PIC 9(02) VALUE ZEROS.

      * PUNTUACION DE LA PAREJA EN CURSO
       01  PUNTUACION.
           03 CLAVE-MENOR PIC 9(05) VALUE ZEROS.
           03 CLAVE-MAYOR PIC 9(05) VALUE ZEROS.
           03 P-NOMBRE    PIC 9(02) VALUE ZEROS.
           03 P-CAT       PIC 9(02) VALUE ZEROS.
           03 P-ALTA      PIC 9(02) VALUE ZEROS.
           03 P-TOTAL     PIC 9(03) VALUE ZEROS.
           03 YA-REVISADA PIC X(01) VALUE 'N'.
           03 COMUNES     PIC 9(02) VALUE ZEROS.
           03 BIGRAMAS    PIC 9(03) VALUE ZEROS.
           03 HALLADO     PIC X(01) VALUE 'N'.
           03 USADO       PIC X(01) OCCURS 40 TIMES.
           03 ALTA-A      PIC 9(08) VALUE ZEROS.
           03 ALTA-B      PIC 9(08) VALUE ZEROS.
           03 DIA-A       PIC 9(09) VALUE ZEROS.
           03 DIA-B       PIC 9(09) VALUE ZEROS.
           03 DISTANCIA   PIC 9(09) VALUE ZEROS.

       01  AGRUPACION.
           03 RAIZ        PIC 9(04) VALUE ZEROS.
           03 RAIZ1       PIC 9(04) VALUE ZEROS.
           03 RAIZ2       PIC 9(04) VALUE ZEROS.
           03 NODO1       PIC 9(04) VALUE ZEROS.
           03 NODO2       PIC 9(04) VALUE ZEROS.
           03 NODO-BUSCADO PIC 9(05) VALUE ZEROS.
           03 GRUPO-ACTUAL PIC 9(04) VALUE ZEROS.
           03 NUM-GRUPO   PIC 9(04) VALUE ZEROS.
           03 CORTE-GRUPO PIC X(16) VALUE SPACES.

      * NOMBRE A NORMALIZAR Y SUS PALABRAS, COMO EN KSDMFONE
       01  NOMBRE-TRABAJO PIC X(40) VALUE SPACES.
       01  ESQUELETO      PIC X(40) VALUE SPACES.
       01  TEXTO          PIC X(40) VALUE SPACES.
       01  PTR-ESQUELETO  PIC 9(02) VALUE ZEROS.
       01  PTR-TEXTO      PIC 9(02) VALUE ZEROS.

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

       01  CONTADORES.
           03 LEIDOS      PIC 9(09) VALUE ZEROS.
           03 ORDENADOS   PIC 9(09) VALUE ZEROS.
           03 COMPARADAS  PIC 9(09) VALUE ZEROS.
           03 SUPRIMIDAS  PIC 9(09) VALUE ZEROS.
           03 DESBORDES   PIC 9(09) VALUE ZEROS.

       01  INFORME-DUPLICADOS.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.

           PERFORM 1100-LEER-PARAMETROS.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1200-CARGAR-REVISADOS.

           SORT NOMBRES-SORT
                ON ASCENDING KEY SRT-ESQUELETO SRT-CLAVE
                INPUT PROCEDURE IS 2000-LEER-MAESTRO
                                THRU 2000-LEER-MAESTRO-FIN
                OUTPUT PROCEDURE IS 3000-COMPARAR-VECINOS
                                THRU 3000-COMPARAR-VECINOS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 6000-AGRUPAR-PAREJAS.
           PERFORM 7000-EMITIR-INFORME THRU 7000-EMITIR-INFORME-FIN.

           DISPLAY 'LEIDOS ' LEIDOS ' ORDENADOS ' ORDENADOS
                   ' COMPARADAS ' COMPARADAS ' PAREJAS ' PAR-USADAS
                   ' GRUPOS ' NUM-GRUPO ' YA REVISADAS ' SUPRIMIDAS.
           IF DESBORDES > ZEROS
              DISPLAY 'PAREJAS NO CABIDAS EN LA TABLA ' DESBORDES
           END-IF.

           IF RC = ZEROS AND PAR-USADAS > ZEROS
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FS-PARM = '00'
              READ PARAMETROS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1110-TRATAR-PARAMETRO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE PARAMETROS.
           MOVE 'N' TO FIN-FICH.

           IF UMBRAL > 100 OR UMBRAL = ZEROS
              DISPLAY 'ERROR UMBRAL FUERA DE RANGO ' UMBRAL
              MOVE 16 TO RC
           END-IF.
           IF VENTANA < 2 OR VENTANA > 50
              DISPLAY 'ERROR VENTANA FUERA DE RANGO ' VENTANA
              MOVE 16 TO RC
           END-IF.
           IF DIAS-ALTA = ZEROS
              DISPLAY 'ERROR DIAS-ALTA A CERO'
              MOVE 16 TO RC
           END-IF.

       1110-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'UMBRAL      '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO UMBRAL
              WHEN 'VENTANA     '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO VENTANA
              WHEN 'DIAS-ALTA   '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO DIAS-ALTA
              WHEN 'CERRADOS    '
                   MOVE PRM-VALOR(1:1) TO CERRADOS
              WHEN OTHER
                   DISPLAY 'TARJETA KSDDUPP DESCONOCIDA ' PRM-CLAVE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1200-CARGAR-REVISADOS.
           OPEN INPUT REVISADOS.
           IF FS-REVIS = '00'
              READ REVISADOS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1210-ANOTAR-REVISADO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE REVISADOS.
           MOVE 'N' TO FIN-FICH.

       1210-ANOTAR-REVISADO.
           IF REV-CLAVE1 NUMERIC AND REV-CLAVE2 NUMERIC
              AND REV-USADOS < 2000
              ADD 1 TO REV-USADOS
              IF REV-CLAVE1 < REV-CLAVE2
                 MOVE REV-CLAVE1 TO TRV-CLAVE1(REV-USADOS)
                 MOVE REV-CLAVE2 TO TRV-CLAVE2(REV-USADOS)
              ELSE
                 MOVE REV-CLAVE2 TO TRV-CLAVE1(REV-USADOS)
                 MOVE REV-CLAVE1 TO TRV-CLAVE2(REV-USADOS)
              END-IF
           END-IF.
           READ REVISADOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * INPUT PROCEDURE: CADA CLAVE CON NOMBRE, CON SU CLAVE DE
      * NOMBRE NORMALIZADA Y SUS LETRAS SEGUIDAS
       2000-LEER-MAESTRO.
           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-LEER-MAESTRO-FIN.

           MOVE ZEROS TO MST-CLAVE.
           START MAESTRO KEY NOT < MST-CLAVE
                 INVALID KEY MOVE 'S' TO FIN-MAESTRO
           END-START.
           IF FIN-MAESTRO = 'N'
              READ MAESTRO NEXT RECORD
                   AT END MOVE 'S' TO FIN-MAESTRO
              END-READ
           END-IF.
           PERFORM 2100-SOLTAR-REGISTRO UNTIL FIN-MAESTRO = 'S'.
           CLOSE MAESTRO.

       2000-LEER-MAESTRO-FIN.
           EXIT.

       2100-SOLTAR-REGISTRO.
           ADD 1 TO LEIDOS.
           IF MST-ESTADO NOT = 'C' OR CERRADOS = 'S'
              MOVE MST-NOMBRE TO NOMBRE-TRABAJO
              PERFORM 8000-NORMALIZAR-NOMBRE
              IF PAL-USADAS > ZEROS
                 MOVE ESQUELETO      TO SRT-ESQUELETO
                 MOVE MST-CLAVE      TO SRT-CLAVE
                 MOVE TEXTO          TO SRT-TEXTO
                 COMPUTE SRT-LON-TEXTO = PTR-TEXTO - 1
                 MOVE MST-NOMBRE     TO SRT-NOMBRE
                 MOVE MST-CATEGORIA  TO SRT-CATEGORIA
                 MOVE MST-FECHA-ALTA TO SRT-ALTA
                 RELEASE REC-SORT
                 ADD 1 TO ORDENADOS
              END-IF
           END-IF.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

      * OUTPUT PROCEDURE: CADA REGISTRO CONTRA LOS DE LA VENTANA
       3000-COMPARAR-VECINOS.
           MOVE ZEROS TO VEN-USADAS.
           MOVE 'N' TO FIN-SORT.
           RETURN NOMBRES-SORT
                  AT END MOVE 'S' TO FIN-SORT
           END-RETURN.
           PERFORM 3100-TRATAR-REGISTRO UNTIL FIN-SORT = 'S'.

       3000-COMPARAR-VECINOS-FIN.
           EXIT.

       3100-TRATAR-REGISTRO.
           PERFORM 3200-COMPARAR-PAR
                   VARYING IDX-VEN FROM 1 BY 1
                   UNTIL IDX-VEN > VEN-USADAS.
           PERFORM 3400-METER-EN-VENTANA.
           RETURN NOMBRES-SORT
                  AT END MOVE 'S' TO FIN-SORT
           END-RETURN.

       3200-COMPARAR-PAR.
           ADD 1 TO COMPARADAS.
           PERFORM 5000-PUNTUAR-PAR.
           IF P-TOTAL NOT < UMBRAL
              PERFORM 5500-BUSCAR-REVISADA
              IF YA-REVISADA = 'S'
                 ADD 1 TO SUPRIMIDAS
              ELSE
                 PERFORM 3300-ANOTAR-PAR
              END-IF
           END-IF.

       3300-ANOTAR-PAR.
           IF PAR-USADAS NOT < 2000 OR NOD-USADOS > 3998
              ADD 1 TO DESBORDES
           ELSE
              MOVE SRT-CLAVE TO NODO-BUSCADO
              PERFORM 3310-BUSCAR-NODO
              IF NODO1 = ZEROS
                 ADD 1 TO NOD-USADOS
                 MOVE NOD-USADOS    TO NODO1
                 MOVE SRT-CLAVE     TO NOD-CLAVE(NODO1)
                 MOVE SRT-NOMBRE    TO NOD-NOMBRE(NODO1)
                 MOVE SRT-CATEGORIA TO NOD-CATEGORIA(NODO1)
                 MOVE SRT-ALTA      TO NOD-ALTA(NODO1)
                 MOVE NODO1         TO NOD-PADRE(NODO1)
              END-IF
              MOVE NODO1 TO NODO2
              MOVE VEN-CLAVE(IDX-VEN) TO NODO-BUSCADO
              PERFORM 3310-BUSCAR-NODO
              IF NODO1 = ZEROS
                 ADD 1 TO NOD-USADOS
                 MOVE NOD-USADOS TO NODO1
                 MOVE VEN-CLAVE(IDX-VEN)     TO NOD-CLAVE(NODO1)
                 MOVE VEN-NOMBRE(IDX-VEN)    TO NOD-NOMBRE(NODO1)
                 MOVE VEN-CATEGORIA(IDX-VEN) TO NOD-CATEGORIA(NODO1)
                 MOVE VEN-ALTA(IDX-VEN)      TO NOD-ALTA(NODO1)
                 MOVE NODO1                  TO NOD-PADRE(NODO1)
              END-IF
              ADD 1 TO PAR-USADAS
              MOVE NODO1    TO PAR-NODO1(PAR-USADAS)
              MOVE NODO2    TO PAR-NODO2(PAR-USADAS)
              MOVE P-TOTAL  TO PAR-PUNTOS(PAR-USADAS)
              MOVE P-NOMBRE TO PAR-P-NOMBRE(PAR-USADAS)
              MOVE P-CAT    TO PAR-P-CAT(PAR-USADAS)
              MOVE P-ALTA   TO PAR-P-ALTA(PAR-USADAS)
              MOVE 'N'      TO PAR-LISTADA(PAR-USADAS)
           END-IF.

       3310-BUSCAR-NODO.
           MOVE ZEROS TO NODO1.
           PERFORM 3320-COMPARAR-NODO
                   VARYING IDX-NOD FROM 1 BY 1
                   UNTIL IDX-NOD > NOD-USADOS OR NODO1 > ZEROS.

       3320-COMPARAR-NODO.
           IF NOD-CLAVE(IDX-NOD) = NODO-BUSCADO
              MOVE IDX-NOD TO NODO1
           END-IF.

       3400-METER-EN-VENTANA.
           IF VEN-USADAS = VENTANA
              PERFORM 3410-DESPLAZAR-VENTANA
                      VARYING IDX-VEN FROM 2 BY 1
                      UNTIL IDX-VEN > VEN-USADAS
           ELSE
              ADD 1 TO VEN-USADAS
           END-IF.
           MOVE SRT-ESQUELETO TO VEN-ESQUELETO(VEN-USADAS).
           MOVE SRT-CLAVE     TO VEN-CLAVE(VEN-USADAS).
           MOVE SRT-TEXTO     TO VEN-TEXTO(VEN-USADAS).
           MOVE SRT-LON-TEXTO TO VEN-LON-TEXTO(VEN-USADAS).
           MOVE SRT-NOMBRE    TO VEN-NOMBRE(VEN-USADAS).
           MOVE SRT-CATEGORIA TO VEN-CATEGORIA(VEN-USADAS).
           MOVE SRT-ALTA      TO VEN-ALTA(VEN-USADAS).

       3410-DESPLAZAR-VENTANA.
           MOVE VEN-ENTRADA(IDX-VEN) TO VEN-ENTRADA(IDX-VEN - 1).

      * PUNTUACION DEL REGISTRO DEL SORT CONTRA LA ENTRADA IDX-VEN
      * DE LA VENTANA: NOMBRE, CATEGORIA Y FECHA DE ALTA
       5000-PUNTUAR-PAR.
           MOVE ZEROS TO P-NOMBRE P-CAT P-ALTA.
           IF SRT-ESQUELETO = VEN-ESQUELETO(IDX-VEN)
              MOVE 60 TO P-NOMBRE
           ELSE
              PERFORM 5100-PARECIDO-NOMBRE
           END-IF.
           IF SRT-CATEGORIA = VEN-CATEGORIA(IDX-VEN)
              MOVE 20 TO P-CAT
           END-IF.
           PERFORM 5200-CERCANIA-ALTA.
           COMPUTE P-TOTAL = P-NOMBRE + P-CAT + P-ALTA.

      * COEFICIENTE DE DICE SOBRE LOS BIGRAMAS DE LAS LETRAS: DOS
      * VECES LOS COMUNES ENTRE LOS DE LOS DOS NOMBRES
       5100-PARECIDO-NOMBRE.
           MOVE ZEROS TO COMUNES.
           IF SRT-LON-TEXTO < 2 OR VEN-LON-TEXTO(IDX-VEN) < 2
              GO TO 5100-PARECIDO-NOMBRE-FIN
           END-IF.
           PERFORM 5110-LIMPIAR-USADO
                   VARYING IDX-B FROM 1 BY 1 UNTIL IDX-B > 40.
           PERFORM 5120-BUSCAR-BIGRAMA
                   VARYING IDX-A FROM 1 BY 1
                   UNTIL IDX-A > SRT-LON-TEXTO - 1.
           COMPUTE BIGRAMAS = SRT-LON-TEXTO - 1
                            + VEN-LON-TEXTO(IDX-VEN) - 1.
           COMPUTE P-NOMBRE ROUNDED = 60 * 2 * COMUNES / BIGRAMAS.

       5100-PARECIDO-NOMBRE-FIN.
           EXIT.

       5110-LIMPIAR-USADO.
           MOVE 'N' TO USADO(IDX-B).

       5120-BUSCAR-BIGRAMA.
           MOVE 'N' TO HALLADO.
           PERFORM 5130-COMPARAR-BIGRAMA
                   VARYING IDX-B FROM 1 BY 1
                   UNTIL IDX-B > VEN-LON-TEXTO(IDX-VEN) - 1
                      OR HALLADO = 'S'.

       5130-COMPARAR-BIGRAMA.
           IF USADO(IDX-B) = 'N'
              AND VEN-TEXTO(IDX-VEN)(IDX-B:2) = SRT-TEXTO(IDX-A:2)
              MOVE 'S' TO USADO(IDX-B)
              MOVE 'S' TO HALLADO
              ADD 1 TO COMUNES
           END-IF.

      * 20 PUNTOS EL MISMO DIA, CERO A DIAS-ALTA DIAS O MAS; SIN
      * FECHA VALIDA EN LOS DOS NO PUNTUA
       5200-CERCANIA-ALTA.
           IF SRT-ALTA NOT NUMERIC
              OR VEN-ALTA(IDX-VEN) NOT NUMERIC
              GO TO 5200-CERCANIA-ALTA-FIN
           END-IF.
           MOVE SRT-ALTA          TO ALTA-A.
           MOVE VEN-ALTA(IDX-VEN) TO ALTA-B.
           IF FUNCTION TEST-DATE-YYYYMMDD(ALTA-A) NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(ALTA-B) NOT = 0
              GO TO 5200-CERCANIA-ALTA-FIN
           END-IF.
           COMPUTE DIA-A = FUNCTION INTEGER-OF-DATE(ALTA-A).
           COMPUTE DIA-B = FUNCTION INTEGER-OF-DATE(ALTA-B).
           IF DIA-A > DIA-B
              COMPUTE DISTANCIA = DIA-A - DIA-B
           ELSE
              COMPUTE DISTANCIA = DIA-B - DIA-A
           END-IF.
           IF DISTANCIA < DIAS-ALTA
              COMPUTE P-ALTA ROUNDED =
                      20 * (DIAS-ALTA - DISTANCIA) / DIAS-ALTA
           END-IF.

       5200-CERCANIA-ALTA-FIN.
           EXIT.

       5500-BUSCAR-REVISADA.
           IF SRT-CLAVE < VEN-CLAVE(IDX-VEN)
              MOVE SRT-CLAVE          TO CLAVE-MENOR
              MOVE VEN-CLAVE(IDX-VEN) TO CLAVE-MAYOR
           ELSE
              MOVE VEN-CLAVE(IDX-VEN) TO CLAVE-MENOR
              MOVE SRT-CLAVE          TO CLAVE-MAYOR
           END-IF.
           MOVE 'N' TO YA-REVISADA.
           PERFORM 5510-COMPARAR-REVISADA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > REV-USADOS OR YA-REVISADA = 'S'.

       5510-COMPARAR-REVISADA.
           IF TRV-CLAVE1(IDX) = CLAVE-MENOR
              AND TRV-CLAVE2(IDX) = CLAVE-MAYOR
              MOVE 'S' TO YA-REVISADA
           END-IF.

      * GRUPOS: CADA PAREJA UNE LOS ARBOLES DE SUS DOS CLAVES; EL
      * GRUPO DE LA PAREJA ES LA RAIZ DE SU ARBOL
       6000-AGRUPAR-PAREJAS.
           PERFORM 6100-UNIR-PAREJA
                   VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > PAR-USADAS.
           PERFORM 6200-ASIGNAR-GRUPO
                   VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > PAR-USADAS.

       6100-UNIR-PAREJA.
           MOVE PAR-NODO1(IDX-PAR) TO RAIZ.
           PERFORM 6110-SUBIR-NODO UNTIL NOD-PADRE(RAIZ) = RAIZ.
           MOVE RAIZ TO RAIZ1.
           MOVE PAR-NODO2(IDX-PAR) TO RAIZ.
           PERFORM 6110-SUBIR-NODO UNTIL NOD-PADRE(RAIZ) = RAIZ.
           MOVE RAIZ TO RAIZ2.
           IF RAIZ1 NOT = RAIZ2
              MOVE RAIZ1 TO NOD-PADRE(RAIZ2)
           END-IF.

       6110-SUBIR-NODO.
           MOVE NOD-PADRE(RAIZ) TO RAIZ.

       6200-ASIGNAR-GRUPO.
           MOVE PAR-NODO1(IDX-PAR) TO RAIZ.
           PERFORM 6110-SUBIR-NODO UNTIL NOD-PADRE(RAIZ) = RAIZ.
           MOVE RAIZ TO PAR-GRUPO(IDX-PAR).

      * LISTADO POR GRUPOS, EN EL ORDEN EN QUE APARECIERON EN EL SORT
       7000-EMITIR-INFORME.
           OPEN OUTPUT PAREJAS.
           MOVE 'ABRIENDO PAREJAS KSDDUPO' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PAREJAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 7000-EMITIR-INFORME-FIN.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'POSIBLES CLIENTES DUPLICADOS' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-DUPLICADOS.

           MOVE ZEROS TO NUM-GRUPO.
           PERFORM 7100-EMITIR-GRUPO
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > PAR-USADAS.

           MOVE 'TOTALES         ' TO CORTE-GRUPO.
           MOVE SPACES TO LINEA.
           STRING 'LEIDOS ' LEIDOS ' COMPARADAS ' COMPARADAS
                  ' PAREJAS ' PAR-USADAS ' GRUPOS ' NUM-GRUPO
                  ' UMBRAL ' UMBRAL ' YA REVISADAS ' SUPRIMIDAS
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 7900-EMITIR-LINEA.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-DUPLICADOS.
           CLOSE PAREJAS.

       7000-EMITIR-INFORME-FIN.
           EXIT.

       7100-EMITIR-GRUPO.
           IF PAR-LISTADA(IDX) = 'N'
              ADD 1 TO NUM-GRUPO
              MOVE PAR-GRUPO(IDX) TO GRUPO-ACTUAL
              MOVE SPACES TO CORTE-GRUPO
              STRING 'GRUPO ' NUM-GRUPO DELIMITED BY SIZE
                     INTO CORTE-GRUPO
              PERFORM 7200-EMITIR-PAREJA
                      VARYING IDX-PAR FROM IDX BY 1
                      UNTIL IDX-PAR > PAR-USADAS
           END-IF.

       7200-EMITIR-PAREJA.
           IF PAR-LISTADA(IDX-PAR) = 'N'
              AND PAR-GRUPO(IDX-PAR) = GRUPO-ACTUAL
              MOVE 'S' TO PAR-LISTADA(IDX-PAR)
              MOVE PAR-NODO1(IDX-PAR) TO NODO1
              MOVE PAR-NODO2(IDX-PAR) TO NODO2
              MOVE SPACES TO LINEA
              STRING NOD-CLAVE(NODO1) ' ' NOD-NOMBRE(NODO1)
                     ' ' NOD-CATEGORIA(NODO1) ' ' NOD-ALTA(NODO1)
                     ' ~ ' NOD-CLAVE(NODO2) ' ' NOD-NOMBRE(NODO2)
                     ' ' NOD-CATEGORIA(NODO2) ' ' NOD-ALTA(NODO2)
                     ' PUNTOS ' PAR-PUNTOS(IDX-PAR)
                     ' NOMBRE ' PAR-P-NOMBRE(IDX-PAR)
                     ' CAT ' PAR-P-CAT(IDX-PAR)
                     ' ALTA ' PAR-P-ALTA(IDX-PAR)
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7900-EMITIR-LINEA
              MOVE SPACES TO REC-PAREJA
              IF NOD-CLAVE(NODO1) < NOD-CLAVE(NODO2)
                 MOVE NOD-CLAVE(NODO1) TO PRJ-CLAVE1
                 MOVE NOD-CLAVE(NODO2) TO PRJ-CLAVE2
              ELSE
                 MOVE NOD-CLAVE(NODO2) TO PRJ-CLAVE1
                 MOVE NOD-CLAVE(NODO1) TO PRJ-CLAVE2
              END-IF
              MOVE PAR-PUNTOS(IDX-PAR) TO PRJ-PUNTOS
              WRITE REC-PAREJA
           END-IF.

       7900-EMITIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE CORTE-GRUPO TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-DUPLICADOS.

      * PALABRAS CON SIGNIFICADO DEL NOMBRE COMO EN KSDMFONE; LA
      * CLAVE NORMALIZADA SON SUS CODIGOS SEPARADOS POR UN BLANCO Y
      * EL TEXTO SUS LETRAS SEGUIDAS
       8000-NORMALIZAR-NOMBRE.
           INSPECT NOMBRE-TRABAJO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz-.,/'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ    '.
           MOVE ZEROS TO PAL-USADAS LON-PALABRA.
           MOVE SPACES TO PALABRA-ACTUAL ESQUELETO TEXTO.
           PERFORM 8010-LETRA-NOMBRE
                   VARYING POS-NOMBRE FROM 1 BY 1
                   UNTIL POS-NOMBRE > 40.
           PERFORM 8020-CERRAR-PALABRA.
           MOVE 1 TO PTR-ESQUELETO PTR-TEXTO.
           PERFORM 8030-ENCADENAR-PALABRA
                   VARYING IDX-PAL FROM 1 BY 1
                   UNTIL IDX-PAL > PAL-USADAS.

       8010-LETRA-NOMBRE.
           IF NOMBRE-TRABAJO(POS-NOMBRE:1) = SPACE
              PERFORM 8020-CERRAR-PALABRA
           ELSE
              IF LON-PALABRA < 20
                 ADD 1 TO LON-PALABRA
                 MOVE NOMBRE-TRABAJO(POS-NOMBRE:1)
                      TO PALABRA-ACTUAL(LON-PALABRA:1)
              END-IF
           END-IF.

       8020-CERRAR-PALABRA.
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

       8030-ENCADENAR-PALABRA.
           STRING PAL-CODIGO(IDX-PAL)(1:PAL-LON(IDX-PAL)) ' '
                  DELIMITED BY SIZE INTO ESQUELETO
                  WITH POINTER PTR-ESQUELETO
                  ON OVERFLOW CONTINUE
           END-STRING.
           STRING PAL-TEXTO(IDX-PAL) DELIMITED BY SPACE
                  INTO TEXTO WITH POINTER PTR-TEXTO
                  ON OVERFLOW CONTINUE
           END-STRING.
