      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Lista de comprobacion para dar de baja un programa
      ******************************************************************
      * SDP DESCRIPTION
      *  Hay miembros que nadie se atreve a borrar (las variantes
      *> viejas de WRT y SEQWRITE, miembros de cases/out sin pareja)
      *> porque nadie sabe que depende aun de ellos. Este paso recoge
      *> para cada programa del deck SDPDCOMP:
      *>    PROGRAMA <program-id>    (una tarjeta por programa)
      *>    DIAS     <n>             (ventana del log, 30 por omision)
      *>    CADENA   <deck>          (SDPCHNDK por omision; hasta 10)
      *> todas las referencias que tiene:
      *>  - CALL estaticos (CALL '<programa>') en los fuentes de
      *>    SDPSRCL y CALL dinamicos probables: un fuente con CALL a
      *>    un campo que ademas nombra el programa como literal
      *>  - sus ficheros (literales de ASSIGN y de SDPDDMP0 y las
      *>    anotaciones Files.) y si otro fuente los usa; una salida
      *>    suya (Produces o Updates) que otro usa es dependencia
      *>  - pasos STEP de las cadenas y los pasos que lo tienen de
      *>    PRED, tarjetas PLAN de SDPPLAN y SLA de SDPSLAD, tarjetas
      *>    MAP de SDPDDMAP y GDG de SDPGDGD de ficheros que solo usa
      *>    el, y su SOURCE de SDPSRCL, CASO de SDPMINIP y PRODUCES
      *>    de SDPPRODD
      *>  - casos IVP que lo ejecutan en SDPIVPRS: el suyo y los de
      *>    sus llamadores
      *>  - ejecuciones START en SDPRUNLG en los ultimos <n> dias
      *> El informe de SDPREPW0 da una seccion por cada cosa, el
      *> veredicto GO o NO-GO con sus motivos (llamadores, salidas que
      *> otro consume, ejecuciones recientes o SDPIVPRS o SDPRUNLG
      *> que no estan disponibles) y las lineas de deck
      *> que hay que quitar o modificar para la baja. Quitadas las
      *> lineas y pasada la ventana sin ejecuciones el veredicto pasa
      *> a GO. RC 0 todo GO, 4 algun NO-GO, 8 sin deck o sin SDPSRCL.
      * SDP END
      *
      * SDP DESC Referencias y veredicto para retirar un programa
      * SDP IVP 0 Files.Consumes = SDPDCOMP,SDPSRCL,SDPCHNDK,SDPPLAN,
      * SDPSLAD,SDPDDMAP,SDPGDGD,SDPMINIP,SDPPRODD,SDPIVPRS,SDPRUNLG
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPDCOM0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETAS ASSIGN TO 'SDPDCOMP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT LISTA ASSIGN TO 'SDPSRCL'
                  FILE STATUS IS FS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT FUENTE ASSIGN TO NOMBRE-FUENTE
                  FILE STATUS IS FS-FUENTE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DECK ASSIGN TO NOMBRE-DECK
                  FILE STATUS IS FS-DECK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RESULTADOS ASSIGN TO 'SDPIVPRS'
                  FILE STATUS IS FS-RESULT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RUNLOG ASSIGN TO 'SDPRUNLG'
                  FILE STATUS IS FS-RUNLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(80).

       FD  LISTA.
       01  REC-LISTA PIC X(132).

       FD  FUENTE.
       01  REC-FUENTE PIC X(132).

       FD  DECK.
       01  REC-DECK PIC X(132).

       FD  RESULTADOS.
       01  REC-RESULT PIC X(80).

       FD  RUNLOG.
       01  REG-RUNLOG.
       COPY SDPWRLOG.

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-LISTA    PIC XX VALUE SPACES.
       77 FS-FUENTE   PIC XX VALUE SPACES.
       77 FS-DECK     PIC XX VALUE SPACES.
       77 FS-RESULT   PIC XX VALUE SPACES.
       77 FS-RUNLOG   PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-FUENTE  PIC X(01) VALUE 'N'.
       77 FIN-DECK    PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(16) VALUE SPACES.
           03 PAL-2 PIC X(64) VALUE SPACES.

       01  NOMBRES.
           03 NOMBRE-FUENTE PIC X(64) VALUE SPACES.
           03 NOMBRE-DECK   PIC X(64) VALUE SPACES.

       01  PARAMETROS.
           03 DIAS-VENTANA PIC 9(05) VALUE 30.

       01  TABLA-OBJETIVOS.
           03 OBJ-USADOS PIC 9(02) VALUE ZEROS.
           03 OBJ-NOMBRE OCCURS 50 TIMES PIC X(08).

       01  TABLA-CADENAS.
           03 CAD-USADAS PIC 9(02) VALUE ZEROS.
           03 CAD-DECK OCCURS 10 TIMES PIC X(64).

       01  TABLA-FUENTES.
           03 SRC-USADOS PIC 9(04) VALUE ZEROS.
           03 SRC-ENTRADA OCCURS 1000 TIMES.
              05 SRC-NOMBRE  PIC X(08).
              05 SRC-FICHERO PIC X(64).

      * FICHEROS DEL PROGRAMA EN CURSO. ROL P SI LO DECLARA EN
      * PRODUCES O UPDATES, C EN CONSUMES, A SOLO POR EL ASSIGN
       01  TABLA-FICHEROS.
           03 FIC-USADOS PIC 9(02) VALUE ZEROS.
           03 FIC-ENTRADA OCCURS 60 TIMES.
              05 FIC-NOMBRE  PIC X(16).
              05 FIC-ROL     PIC X(01).
              05 FIC-USOS    PIC 9(04).
              05 FIC-PRIMERO PIC X(08).
              05 FIC-VISTO   PIC X(01).

      * LLAMADORES DEL PROGRAMA EN CURSO (SUS CASOS IVP TAMBIEN LO
      * EJECUTAN)
       01  TABLA-LLAMADORES.
           03 LLA-USADOS PIC 9(03) VALUE ZEROS.
           03 LLA-NOMBRE OCCURS 200 TIMES PIC X(08).

       01  TABLA-PASOS.
           03 PAS-USADOS PIC 9(02) VALUE ZEROS.
           03 PAS-NOMBRE OCCURS 20 TIMES PIC X(08).

       01  TABLA-CASOS.
           03 CAS-USADOS PIC 9(03) VALUE ZEROS.
           03 CAS-ENTRADA OCCURS 200 TIMES.
              05 CAS-NOMBRE PIC X(08).
              05 CAS-PASA   PIC 9(04).
              05 CAS-FALLA  PIC 9(04).

      * LINEAS DE DECK QUE HAY QUE QUITAR O MODIFICAR
       01  TABLA-QUITAR.
           03 QUI-USADAS PIC 9(03) VALUE ZEROS.
           03 QUI-PERDIDAS PIC 9(03) VALUE ZEROS.
           03 QUI-LINEA OCCURS 300 TIMES PIC X(132).

       01  PALABRAS-LINEA.
           03 PLI-PALABRA PIC X(32) OCCURS 12 TIMES.

       01  CONSULTA-DECK.
           03 CDK-CLAVE    PIC X(16) VALUE SPACES.
           03 CDK-POSICION PIC 9(02) VALUE ZEROS.
           03 CDK-MODO     PIC X(01) VALUE SPACES.
              88 CDK-PROGRAMA VALUE 'P'.
              88 CDK-FICHERO  VALUE 'F'.
              88 CDK-PRED     VALUE 'S'.
           03 CDK-NUMERO   PIC 9(05) VALUE ZEROS.

       01  OBJETIVO.
           03 OBJ-ACTUAL    PIC X(08) VALUE SPACES.
           03 OBJ-FUENTE    PIC X(01) VALUE 'N'.
           03 LLAMADAS      PIC 9(04) VALUE ZEROS.
           03 DEPENDENCIAS  PIC 9(04) VALUE ZEROS.
           03 REFERENCIAS   PIC 9(04) VALUE ZEROS.
           03 EJECUCIONES   PIC 9(05) VALUE ZEROS.
           03 ULTIMA-EJECUCION PIC X(16) VALUE SPACES.
           03 NO-GO         PIC 9(03) VALUE ZEROS.
           03 FALTA-IVP     PIC X(01) VALUE 'N'.
           03 FALTA-RUNLOG  PIC X(01) VALUE 'N'.

       01  RESULTADO-IVP.
           03 RES-ETIQUETA  PIC X(08).
           03 RES-CASO      PIC X(08).
           03 RES-ESCENARIO PIC X(16).
           03 RES-VEREDICTO PIC X(04).

       01  TRABAJO.
           03 IDX          PIC 9(04) VALUE ZEROS.
           03 IDX-O        PIC 9(04) VALUE ZEROS.
           03 IDX-S        PIC 9(04) VALUE ZEROS.
           03 IDX-P        PIC 9(04) VALUE ZEROS.
           03 IDX-F        PIC 9(04) VALUE ZEROS.
           03 HALLADO      PIC 9(04) VALUE ZEROS.
           03 NUM-LINEA    PIC 9(05) VALUE ZEROS.
           03 PALABRA      PIC X(32) VALUE SPACES.
           03 SIGUIENTE    PIC X(32) VALUE SPACES.
           03 DESPUES      PIC X(32) VALUE SPACES.
           03 NOMBRE-LIMPIO PIC X(32) VALUE SPACES.
           03 CALL-DINAMICO PIC X(01) VALUE 'N'.
           03 LINEA-LITERAL PIC 9(05) VALUE ZEROS.
           03 LITERAL-BUSCADO PIC X(10) VALUE SPACES.
           03 LON-BUSCADO  PIC 9(02) VALUE ZEROS.
           03 CUENTA       PIC 9(04) VALUE ZEROS.
           03 ROL-FILES    PIC X(01) VALUE SPACES.
           03 SIGUE-FILES  PIC X(01) VALUE 'N'.
           03 FUENTE-PROPIO PIC X(01) VALUE 'N'.
           03 TEXTO-FILES  PIC X(132) VALUE SPACES.
           03 PREFIJO-FILES PIC X(132) VALUE SPACES.
           03 LISTA-FILES  PIC X(132) VALUE SPACES.
           03 BASE-FISICO  PIC X(32) VALUE SPACES.
           03 FECHA-HOY    PIC 9(08) VALUE ZEROS.
           03 FECHA-REG    PIC 9(08) VALUE ZEROS.
           03 DIA-HOY      PIC 9(09) VALUE ZEROS.
           03 ANTIGUEDAD   PIC S9(09) VALUE ZEROS.
           03 ED-NUMERO    PIC ZZZZ9.
           03 LINEA        PIC X(132) VALUE SPACES.

       01  FECHA-HORA PIC X(21) VALUE SPACES.

       01  INFORME-BAJA.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE FECHA-HORA(1:8) TO FECHA-HOY.
           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY).

           PERFORM 1100-LEER-DECK THRU 1100-LEER-DECK-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1300-CARGAR-FUENTES THRU 1300-CARGAR-FUENTES-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'BAJA DE PROGRAMAS: REFERENCIAS' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-BAJA.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 8 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 2000-EVALUAR-PROGRAMA
                   VARYING IDX-O FROM 1 BY 1 UNTIL IDX-O > OBJ-USADOS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-BAJA.
           STOP RUN RETURNING RC.

       1100-LEER-DECK.
           OPEN INPUT TARJETAS.
           MOVE 'ABRIENDO DECK SDPDCOMP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TARJETAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              GO TO 1100-LEER-DECK-FIN
           END-IF.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1200-TRATAR-TARJETA UNTIL FIN-FICH = 'S'.
           CLOSE TARJETAS.
           MOVE 'N' TO FIN-FICH.

           IF CAD-USADAS = ZEROS
              MOVE 1 TO CAD-USADAS
              MOVE 'SDPCHNDK' TO CAD-DECK(1)
           END-IF.
           IF OBJ-USADOS = ZEROS
              DISPLAY 'ERROR SDPDCOMP SIN TARJETAS PROGRAMA'
              MOVE 8 TO RC
           END-IF.

       1100-LEER-DECK-FIN.
           EXIT.

       1200-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2.
           EVALUATE PAL-1
              WHEN 'PROGRAMA'
                   IF PAL-2 NOT = SPACES AND OBJ-USADOS < 50
                      ADD 1 TO OBJ-USADOS
                      MOVE PAL-2 TO OBJ-NOMBRE(OBJ-USADOS)
                   END-IF
              WHEN 'DIAS'
                   IF PAL-2 NOT = SPACES
                      MOVE FUNCTION NUMVAL(PAL-2) TO DIAS-VENTANA
                   END-IF
              WHEN 'CADENA'
                   IF PAL-2 NOT = SPACES AND CAD-USADAS < 10
                      ADD 1 TO CAD-USADAS
                      MOVE PAL-2 TO CAD-DECK(CAD-USADAS)
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1300-CARGAR-FUENTES.
           OPEN INPUT LISTA.
           MOVE 'ABRIENDO LISTA SDPSRCL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-LISTA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              GO TO 1300-CARGAR-FUENTES-FIN
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1350-ANOTAR-SOURCE UNTIL FIN-FICH = 'S'.
           CLOSE LISTA.
           MOVE 'N' TO FIN-FICH.

       1300-CARGAR-FUENTES-FIN.
           EXIT.

       1350-ANOTAR-SOURCE.
           MOVE SPACES TO PALABRAS-DECK NOMBRE-LIMPIO.
           UNSTRING REC-LISTA DELIMITED BY ALL SPACES
                    INTO PAL-1 NOMBRE-LIMPIO PAL-2.
           IF PAL-1 = 'SOURCE' AND SRC-USADOS < 1000
              ADD 1 TO SRC-USADOS
              MOVE NOMBRE-LIMPIO TO SRC-NOMBRE(SRC-USADOS)
              MOVE PAL-2 TO SRC-FICHERO(SRC-USADOS)
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * UN PROGRAMA A DAR DE BAJA: CADA FASE SACA SU SECCION
      ******************************************************************
       2000-EVALUAR-PROGRAMA.
           MOVE OBJ-NOMBRE(IDX-O) TO OBJ-ACTUAL.
           MOVE 'N' TO OBJ-FUENTE.
           MOVE ZEROS TO LLAMADAS DEPENDENCIAS REFERENCIAS EJECUCIONES
                         NO-GO FIC-USADOS LLA-USADOS PAS-USADOS
                         CAS-USADOS QUI-USADAS QUI-PERDIDAS.
           MOVE SPACES TO ULTIMA-EJECUCION.
           MOVE 'N' TO FALTA-IVP FALTA-RUNLOG.
           MOVE ZEROS TO LON-BUSCADO.
           INSPECT OBJ-ACTUAL TALLYING LON-BUSCADO
                   FOR CHARACTERS BEFORE INITIAL SPACE.

           PERFORM 2100-FUENTE-PROPIO.
           PERFORM 2200-EXPLORAR-OTRO THRU 2200-EXPLORAR-OTRO-FIN
                   VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > SRC-USADOS.
           PERFORM 2500-SECCION-FICHEROS.
           PERFORM 3000-SECCION-DECKS.
           PERFORM 4000-SECCION-IVP THRU 4000-SECCION-IVP-FIN.
           PERFORM 4500-SECCION-EJECUCIONES
                   THRU 4500-SECCION-EJECUCIONES-FIN.
           PERFORM 5000-VEREDICTO.
           PERFORM 5500-SECCION-QUITAR.

      * EL FUENTE DEL PROPIO PROGRAMA DA SUS FICHEROS
       2100-FUENTE-PROPIO.
           MOVE ZEROS TO HALLADO.
           PERFORM 2110-BUSCAR-SOURCE
                   VARYING IDX-S FROM 1 BY 1
                   UNTIL IDX-S > SRC-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              MOVE SPACES TO LINEA
              STRING 'SIN SOURCE EN SDPSRCL: NO SE CONOCEN SUS '
                     'FICHEROS NI SU ANOTACION Files.'
                     DELIMITED BY SIZE INTO LINEA
              MOVE 'FICHERO' TO PALABRA
              PERFORM 7000-EMITIR
           ELSE
              MOVE 'S' TO OBJ-FUENTE
              MOVE SRC-FICHERO(HALLADO) TO NOMBRE-FUENTE
              MOVE 'S' TO FUENTE-PROPIO
              PERFORM 2150-LEER-PROPIO
              MOVE 'N' TO FUENTE-PROPIO
           END-IF.

       2110-BUSCAR-SOURCE.
           IF SRC-NOMBRE(IDX-S) = OBJ-ACTUAL
              MOVE IDX-S TO HALLADO
           END-IF.

       2150-LEER-PROPIO.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              CLOSE FUENTE
              MOVE 'N' TO OBJ-FUENTE
           ELSE
              MOVE 'N' TO FIN-FUENTE SIGUE-FILES
              READ FUENTE
                   AT END MOVE 'S' TO FIN-FUENTE
              END-READ
              PERFORM 2160-LINEA-PROPIA UNTIL FIN-FUENTE = 'S'
              CLOSE FUENTE
           END-IF.

       2160-LINEA-PROPIA.
           IF REC-FUENTE(7:1) = '*'
              PERFORM 2170-ANOTACION-FILES
           ELSE
              MOVE 'N' TO SIGUE-FILES
              PERFORM 2700-PARTIR-LINEA
              PERFORM 2180-PALABRA-PROPIA
                      VARYING IDX-P FROM 1 BY 1 UNTIL IDX-P > 10
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FUENTE
           END-READ.

      * SDP IVP 0 Files.<ROL> = A,B,C [- COMENTARIO]; UNA LISTA QUE
      * ACABA EN COMA SIGUE EN LA LINEA DE COMENTARIO SIGUIENTE
       2170-ANOTACION-FILES.
           MOVE SPACES TO TEXTO-FILES.
           IF SIGUE-FILES = 'S'
              MOVE REC-FUENTE(9:) TO TEXTO-FILES
              MOVE 'N' TO SIGUE-FILES
           ELSE
              MOVE ZEROS TO CUENTA
              INSPECT REC-FUENTE TALLYING CUENTA
                      FOR ALL 'SDP IVP 0 Files.'
              IF CUENTA > ZEROS
                 MOVE SPACES TO PREFIJO-FILES
                 UNSTRING REC-FUENTE DELIMITED BY '= '
                          INTO PREFIJO-FILES TEXTO-FILES
                 MOVE ZEROS TO CUENTA
                 INSPECT PREFIJO-FILES TALLYING CUENTA
                         FOR ALL 'Produces' ALL 'Updates'
                 IF CUENTA > ZEROS
                    MOVE 'P' TO ROL-FILES
                 ELSE
                    MOVE 'C' TO ROL-FILES
                 END-IF
              END-IF
           END-IF.
           IF TEXTO-FILES NOT = SPACES
              MOVE SPACES TO LISTA-FILES
              UNSTRING TEXTO-FILES DELIMITED BY ' - '
                       INTO LISTA-FILES
              MOVE SPACES TO PALABRAS-LINEA
              UNSTRING LISTA-FILES DELIMITED BY ',' OR ALL SPACES
                       INTO PLI-PALABRA(1) PLI-PALABRA(2)
                            PLI-PALABRA(3) PLI-PALABRA(4)
                            PLI-PALABRA(5) PLI-PALABRA(6)
                            PLI-PALABRA(7) PLI-PALABRA(8)
                            PLI-PALABRA(9) PLI-PALABRA(10)
                            PLI-PALABRA(11) PLI-PALABRA(12)
              PERFORM 2175-FICHERO-ANOTADO
                      VARYING IDX-P FROM 1 BY 1 UNTIL IDX-P > 12
              MOVE ZEROS TO CUENTA
              INSPECT LISTA-FILES TALLYING CUENTA
                      FOR CHARACTERS BEFORE INITIAL '  '
              IF CUENTA > ZEROS
                 IF LISTA-FILES(CUENTA:1) = ','
                    MOVE 'S' TO SIGUE-FILES
                 END-IF
              END-IF
           END-IF.

       2175-FICHERO-ANOTADO.
           IF PLI-PALABRA(IDX-P) NOT = SPACES
              MOVE PLI-PALABRA(IDX-P) TO NOMBRE-LIMPIO
              IF FUENTE-PROPIO = 'S'
                 PERFORM 2178-FICHERO-PROPIO
              ELSE
                 PERFORM 2230-USO-FICHERO
              END-IF
           END-IF.

       2178-FICHERO-PROPIO.
           PERFORM 2190-ANADIR-FICHERO.
           IF ROL-FILES = 'P'
              MOVE 'P' TO FIC-ROL(HALLADO)
           ELSE
              IF FIC-ROL(HALLADO) = 'A'
                 MOVE 'C' TO FIC-ROL(HALLADO)
              END-IF
           END-IF.

      * ASSIGN [TO] '<FICHERO>' Y CALL 'SDPDDMP0' USING '<LOGICO>'
       2180-PALABRA-PROPIA.
           MOVE PLI-PALABRA(IDX-P) TO PALABRA.
           MOVE PLI-PALABRA(IDX-P + 1) TO SIGUIENTE.
           MOVE PLI-PALABRA(IDX-P + 2) TO DESPUES.
           IF PALABRA = 'ASSIGN'
              IF SIGUIENTE = 'TO'
                 MOVE DESPUES TO SIGUIENTE
              END-IF
              IF SIGUIENTE(1:1) = QUOTE OR SIGUIENTE(1:1) = "'"
                 MOVE SIGUIENTE TO NOMBRE-LIMPIO
                 PERFORM 2800-LIMPIAR-NOMBRE
                 PERFORM 2190-ANADIR-FICHERO
              END-IF
           END-IF.
           IF PALABRA = 'CALL' AND IDX-P < 9
              MOVE SIGUIENTE TO NOMBRE-LIMPIO
              PERFORM 2800-LIMPIAR-NOMBRE
              IF NOMBRE-LIMPIO = 'SDPDDMP0' AND DESPUES = 'USING'
                 MOVE PLI-PALABRA(IDX-P + 3) TO NOMBRE-LIMPIO
                 IF NOMBRE-LIMPIO(1:1) = QUOTE
                    OR NOMBRE-LIMPIO(1:1) = "'"
                    PERFORM 2800-LIMPIAR-NOMBRE
                    PERFORM 2190-ANADIR-FICHERO
                 END-IF
              END-IF
           END-IF.

      * DEJA EN HALLADO LA ENTRADA DEL FICHERO NOMBRE-LIMPIO
       2190-ANADIR-FICHERO.
           MOVE ZEROS TO HALLADO.
           PERFORM 2195-BUSCAR-FICHERO
                   VARYING IDX-F FROM 1 BY 1
                   UNTIL IDX-F > FIC-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS AND FIC-USADOS < 60
              ADD 1 TO FIC-USADOS
              MOVE FIC-USADOS TO HALLADO
              MOVE NOMBRE-LIMPIO TO FIC-NOMBRE(HALLADO)
              MOVE 'A'    TO FIC-ROL(HALLADO)
              MOVE ZEROS  TO FIC-USOS(HALLADO)
              MOVE SPACES TO FIC-PRIMERO(HALLADO)
           END-IF.
           IF HALLADO = ZEROS
              MOVE 1 TO HALLADO
           END-IF.

       2195-BUSCAR-FICHERO.
           IF FIC-NOMBRE(IDX-F) = NOMBRE-LIMPIO
              MOVE IDX-F TO HALLADO
           END-IF.

      ******************************************************************
      * LOS DEMAS FUENTES: CALL AL PROGRAMA Y USO DE SUS FICHEROS
      ******************************************************************
       2200-EXPLORAR-OTRO.
           IF SRC-NOMBRE(IDX-S) = OBJ-ACTUAL
              GO TO 2200-EXPLORAR-OTRO-FIN
           END-IF.
           MOVE SRC-FICHERO(IDX-S) TO NOMBRE-FUENTE.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              CLOSE FUENTE
              GO TO 2200-EXPLORAR-OTRO-FIN
           END-IF.
           PERFORM 2205-OLVIDAR-VISTO
                   VARYING IDX-F FROM 1 BY 1 UNTIL IDX-F > FIC-USADOS.
           MOVE 'N' TO CALL-DINAMICO FIN-FUENTE SIGUE-FILES.
           MOVE ZEROS TO LINEA-LITERAL NUM-LINEA.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FUENTE
           END-READ.
           PERFORM 2210-LINEA-OTRO UNTIL FIN-FUENTE = 'S'.
           CLOSE FUENTE.

      * CALL A UN CAMPO Y EL PROGRAMA NOMBRADO COMO LITERAL: CALL
      * DINAMICO PROBABLE
           IF CALL-DINAMICO = 'S' AND LINEA-LITERAL > ZEROS
              ADD 1 TO LLAMADAS
              PERFORM 2290-ANOTAR-LLAMADOR
              MOVE LINEA-LITERAL TO ED-NUMERO
              MOVE SPACES TO LINEA
              STRING SRC-NOMBRE(IDX-S) ' LINEA ' ED-NUMERO
                     ' CALL DINAMICO PROBABLE (LITERAL '
                     QUOTE DELIMITED BY SIZE
                     OBJ-ACTUAL DELIMITED BY SPACE
                     QUOTE ')' DELIMITED BY SIZE INTO LINEA
              MOVE 'LLAMADA' TO PALABRA
              PERFORM 7000-EMITIR
           END-IF.

       2200-EXPLORAR-OTRO-FIN.
           EXIT.

       2205-OLVIDAR-VISTO.
           MOVE 'N' TO FIC-VISTO(IDX-F).

       2210-LINEA-OTRO.
           ADD 1 TO NUM-LINEA.
           IF REC-FUENTE(7:1) = '*'
              PERFORM 2170-ANOTACION-FILES
           ELSE
              MOVE 'N' TO SIGUE-FILES
              PERFORM 2700-PARTIR-LINEA
              PERFORM 2220-PALABRA-OTRO THRU 2220-PALABRA-OTRO-FIN
                      VARYING IDX-P FROM 1 BY 1 UNTIL IDX-P > 10
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FUENTE
           END-READ.

       2220-PALABRA-OTRO.
           MOVE PLI-PALABRA(IDX-P) TO PALABRA.
           IF PALABRA = SPACES
              GO TO 2220-PALABRA-OTRO-FIN
           END-IF.
           IF PALABRA = 'CALL'
              MOVE PLI-PALABRA(IDX-P + 1) TO SIGUIENTE
              IF SIGUIENTE(1:1) = QUOTE OR SIGUIENTE(1:1) = "'"
                 MOVE SIGUIENTE TO NOMBRE-LIMPIO
                 PERFORM 2800-LIMPIAR-NOMBRE
                 IF NOMBRE-LIMPIO = OBJ-ACTUAL
                    ADD 1 TO LLAMADAS
                    PERFORM 2290-ANOTAR-LLAMADOR
                    MOVE NUM-LINEA TO ED-NUMERO
                    MOVE SPACES TO LINEA
                    STRING SRC-NOMBRE(IDX-S) ' LINEA ' ED-NUMERO
                           ' CALL ESTATICO'
                           DELIMITED BY SIZE INTO LINEA
                    MOVE 'LLAMADA' TO PALABRA
                    PERFORM 7000-EMITIR
                 END-IF
              ELSE
                 IF SIGUIENTE NOT = SPACES
                    MOVE 'S' TO CALL-DINAMICO
                 END-IF
              END-IF
              GO TO 2220-PALABRA-OTRO-FIN
           END-IF.
           IF PALABRA(1:1) = QUOTE OR PALABRA(1:1) = "'"
              MOVE PALABRA TO NOMBRE-LIMPIO
              PERFORM 2800-LIMPIAR-NOMBRE
              IF NOMBRE-LIMPIO = OBJ-ACTUAL AND LINEA-LITERAL = ZEROS
                 MOVE NUM-LINEA TO LINEA-LITERAL
              END-IF
              PERFORM 2230-USO-FICHERO
           END-IF.

       2220-PALABRA-OTRO-FIN.
           EXIT.

      * UN LITERAL DEL OTRO FUENTE QUE NOMBRA UN FICHERO DEL PROGRAMA
       2230-USO-FICHERO.
           PERFORM 2240-CASAR-FICHERO
                   VARYING IDX-F FROM 1 BY 1 UNTIL IDX-F > FIC-USADOS.

       2240-CASAR-FICHERO.
           IF FIC-NOMBRE(IDX-F) = NOMBRE-LIMPIO
              AND FIC-VISTO(IDX-F) = 'N'
              MOVE 'S' TO FIC-VISTO(IDX-F)
              ADD 1 TO FIC-USOS(IDX-F)
              IF FIC-PRIMERO(IDX-F) = SPACES
                 MOVE SRC-NOMBRE(IDX-S) TO FIC-PRIMERO(IDX-F)
              END-IF
           END-IF.

       2290-ANOTAR-LLAMADOR.
           MOVE ZEROS TO HALLADO.
           PERFORM 2295-BUSCAR-LLAMADOR
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > LLA-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS AND LLA-USADOS < 200
              ADD 1 TO LLA-USADOS
              MOVE SRC-NOMBRE(IDX-S) TO LLA-NOMBRE(LLA-USADOS)
           END-IF.

       2295-BUSCAR-LLAMADOR.
           IF LLA-NOMBRE(IDX) = SRC-NOMBRE(IDX-S)
              MOVE IDX TO HALLADO
           END-IF.

      * FICHEROS DEL PROGRAMA: SOLO SUYOS O COMPARTIDOS; UNA SALIDA
      * SUYA QUE OTRO USA ES DEPENDENCIA
       2500-SECCION-FICHEROS.
           PERFORM 2510-LINEA-FICHERO
                   VARYING IDX-F FROM 1 BY 1 UNTIL IDX-F > FIC-USADOS.

       2510-LINEA-FICHERO.
           MOVE SPACES TO LINEA.
           IF FIC-USOS(IDX-F) = ZEROS
              STRING FIC-NOMBRE(IDX-F) ' ROL ' FIC-ROL(IDX-F)
                     ' SOLO LO USA ' OBJ-ACTUAL
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              MOVE FIC-USOS(IDX-F) TO ED-NUMERO
              STRING FIC-NOMBRE(IDX-F) ' ROL ' FIC-ROL(IDX-F)
                     ' LO USAN ' ED-NUMERO ' MAS, EL PRIMERO '
                     FIC-PRIMERO(IDX-F)
                     DELIMITED BY SIZE INTO LINEA
              IF FIC-ROL(IDX-F) = 'P'
                 ADD 1 TO DEPENDENCIAS
              END-IF
           END-IF.
           MOVE 'FICHERO' TO PALABRA.
           PERFORM 7000-EMITIR.

      * PALABRAS DE LA LINEA DE PROGRAMA (COLUMNAS 8-72)
       2700-PARTIR-LINEA.
           MOVE SPACES TO PALABRAS-LINEA.
           MOVE ZEROS TO IDX.
           INSPECT REC-FUENTE(8:65) TALLYING IDX FOR LEADING SPACES.
           IF IDX > 64
              MOVE 64 TO IDX
           END-IF.
           UNSTRING REC-FUENTE(8 + IDX:65 - IDX)
                    DELIMITED BY ALL SPACES
                    INTO PLI-PALABRA(1) PLI-PALABRA(2)
                         PLI-PALABRA(3) PLI-PALABRA(4)
                         PLI-PALABRA(5) PLI-PALABRA(6)
                         PLI-PALABRA(7) PLI-PALABRA(8)
                         PLI-PALABRA(9) PLI-PALABRA(10)
                         PLI-PALABRA(11) PLI-PALABRA(12).

      * QUITA COMILLAS Y PUNTO FINAL DE NOMBRE-LIMPIO
       2800-LIMPIAR-NOMBRE.
           INSPECT NOMBRE-LIMPIO REPLACING ALL QUOTE BY SPACE
                                           ALL "'" BY SPACE
                                           ALL '.' BY SPACE.
           IF NOMBRE-LIMPIO(1:1) = SPACE
              MOVE NOMBRE-LIMPIO(2:) TO NOMBRE-LIMPIO
           END-IF.

      ******************************************************************
      * DECKS: CADENAS, PLAN, SLA, MAPEO, GDG, LISTA DE FUENTES,
      * SUITE IVP Y PRODUCCIONES DECLARADAS
      ******************************************************************
       3000-SECCION-DECKS.
           PERFORM 3010-CADENA
                   VARYING IDX-S FROM 1 BY 1 UNTIL IDX-S > CAD-USADAS.

           MOVE 'SDPPLAN' TO NOMBRE-DECK.
           MOVE 'PLAN' TO CDK-CLAVE.
           MOVE 2 TO CDK-POSICION.
           MOVE 'P' TO CDK-MODO.
           PERFORM 3100-EXPLORAR-DECK THRU 3100-EXPLORAR-DECK-FIN.

           MOVE 'SDPSLAD' TO NOMBRE-DECK.
           MOVE 'SLA' TO CDK-CLAVE.
           PERFORM 3100-EXPLORAR-DECK THRU 3100-EXPLORAR-DECK-FIN.

           MOVE 'SDPSRCL' TO NOMBRE-DECK.
           MOVE 'SOURCE' TO CDK-CLAVE.
           PERFORM 3100-EXPLORAR-DECK THRU 3100-EXPLORAR-DECK-FIN.

           MOVE 'SDPMINIP' TO NOMBRE-DECK.
           MOVE 'CASO' TO CDK-CLAVE.
           PERFORM 3100-EXPLORAR-DECK THRU 3100-EXPLORAR-DECK-FIN.

           MOVE 'SDPPRODD' TO NOMBRE-DECK.
           MOVE 'PRODUCES' TO CDK-CLAVE.
           PERFORM 3100-EXPLORAR-DECK THRU 3100-EXPLORAR-DECK-FIN.

           MOVE 'SDPDDMAP' TO NOMBRE-DECK.
           MOVE 'MAP' TO CDK-CLAVE.
           MOVE 'F' TO CDK-MODO.
           PERFORM 3100-EXPLORAR-DECK THRU 3100-EXPLORAR-DECK-FIN.

           MOVE 'SDPGDGD' TO NOMBRE-DECK.
           MOVE 'GDG' TO CDK-CLAVE.
           PERFORM 3100-EXPLORAR-DECK THRU 3100-EXPLORAR-DECK-FIN.

      * STEP <PASO> <PROGRAMA> ...: PRIMERO SUS PASOS, DESPUES LOS
      * QUE LOS TIENEN DE PREDECESORA
       3010-CADENA.
           MOVE CAD-DECK(IDX-S) TO NOMBRE-DECK.
           MOVE 'STEP' TO CDK-CLAVE.
           MOVE 3 TO CDK-POSICION.
           MOVE 'P' TO CDK-MODO.
           PERFORM 3100-EXPLORAR-DECK THRU 3100-EXPLORAR-DECK-FIN.
           IF PAS-USADOS > ZEROS
              MOVE 'S' TO CDK-MODO
              PERFORM 3100-EXPLORAR-DECK THRU 3100-EXPLORAR-DECK-FIN
           END-IF.

       3100-EXPLORAR-DECK.
           OPEN INPUT DECK.
           IF FS-DECK NOT = '00'
              CLOSE DECK
              GO TO 3100-EXPLORAR-DECK-FIN
           END-IF.
           MOVE 'N' TO FIN-DECK.
           MOVE ZEROS TO CDK-NUMERO.
           READ DECK
                AT END MOVE 'S' TO FIN-DECK
           END-READ.
           PERFORM 3200-LINEA-DECK UNTIL FIN-DECK = 'S'.
           CLOSE DECK.

       3100-EXPLORAR-DECK-FIN.
           EXIT.

       3200-LINEA-DECK.
           ADD 1 TO CDK-NUMERO.
           MOVE SPACES TO PALABRAS-LINEA.
           UNSTRING REC-DECK DELIMITED BY ALL SPACES
                    INTO PLI-PALABRA(1) PLI-PALABRA(2)
                         PLI-PALABRA(3) PLI-PALABRA(4)
                         PLI-PALABRA(5) PLI-PALABRA(6)
                         PLI-PALABRA(7) PLI-PALABRA(8)
                         PLI-PALABRA(9) PLI-PALABRA(10)
                         PLI-PALABRA(11) PLI-PALABRA(12).
           IF PLI-PALABRA(1) = CDK-CLAVE
              EVALUATE TRUE
                 WHEN CDK-PROGRAMA
                      IF PLI-PALABRA(CDK-POSICION) = OBJ-ACTUAL
                         PERFORM 3300-REFERENCIA-DECK
                      END-IF
                 WHEN CDK-FICHERO
                      PERFORM 3400-FICHERO-DECK
                 WHEN CDK-PRED
                      IF PLI-PALABRA(3) NOT = OBJ-ACTUAL
                         MOVE ZEROS TO HALLADO
                         PERFORM 3500-BUSCAR-PRED
                                 VARYING IDX-P FROM 5 BY 1
                                 UNTIL IDX-P > 12 OR HALLADO > ZEROS
                         IF HALLADO > ZEROS
                            PERFORM 3300-REFERENCIA-DECK
                         END-IF
                      END-IF
              END-EVALUATE
           END-IF.
           READ DECK
                AT END MOVE 'S' TO FIN-DECK
           END-READ.

      * LA LINEA VA A LA SECCION DE DECKS Y A LA LISTA DE QUITAR; UN
      * PASO QUE SOLO LO TIENE DE PREDECESORA SE MODIFICA
       3300-REFERENCIA-DECK.
           ADD 1 TO REFERENCIAS.
           IF CDK-CLAVE = 'STEP' AND CDK-PROGRAMA
              AND PAS-USADOS < 20
              ADD 1 TO PAS-USADOS
              MOVE PLI-PALABRA(2) TO PAS-NOMBRE(PAS-USADOS)
           END-IF.
           MOVE CDK-NUMERO TO ED-NUMERO.
           MOVE SPACES TO LINEA.
           STRING NOMBRE-DECK DELIMITED BY SPACE
                  ' ' ED-NUMERO ': ' DELIMITED BY SIZE
                  REC-DECK DELIMITED BY SIZE INTO LINEA.
           MOVE 'DECKS' TO PALABRA.
           PERFORM 7000-EMITIR.

           IF QUI-USADAS < 300
              ADD 1 TO QUI-USADAS
              MOVE SPACES TO QUI-LINEA(QUI-USADAS)
              IF CDK-PRED
                 STRING 'MODIFICAR (QUITAR PRED ' DELIMITED BY SIZE
                        PAS-NOMBRE(HALLADO) DELIMITED BY SPACE
                        ') ' DELIMITED BY SIZE
                        LINEA DELIMITED BY SIZE
                        INTO QUI-LINEA(QUI-USADAS)
              ELSE
                 STRING 'QUITAR ' LINEA DELIMITED BY SIZE
                        INTO QUI-LINEA(QUI-USADAS)
              END-IF
           ELSE
              ADD 1 TO QUI-PERDIDAS
           END-IF.

      * MAP <LOGICO> <FISICO> Y GDG <FICHERO> <N> DE FICHEROS QUE
      * SOLO USA EL PROGRAMA
       3400-FICHERO-DECK.
           MOVE SPACES TO BASE-FISICO.
           UNSTRING PLI-PALABRA(3) DELIMITED BY '(' INTO BASE-FISICO.
           MOVE ZEROS TO HALLADO.
           PERFORM 3450-FICHERO-EXCLUSIVO
                   VARYING IDX-F FROM 1 BY 1
                   UNTIL IDX-F > FIC-USADOS OR HALLADO > ZEROS.
           IF HALLADO > ZEROS
              PERFORM 3300-REFERENCIA-DECK
           END-IF.

       3450-FICHERO-EXCLUSIVO.
           IF FIC-USOS(IDX-F) = ZEROS
              AND (FIC-NOMBRE(IDX-F) = PLI-PALABRA(2)
                OR (CDK-CLAVE = 'MAP'
                    AND FIC-NOMBRE(IDX-F) = BASE-FISICO))
              MOVE IDX-F TO HALLADO
           END-IF.

       3500-BUSCAR-PRED.
           PERFORM 3550-CASAR-PASO
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > PAS-USADOS OR HALLADO > ZEROS.

       3550-CASAR-PASO.
           IF PLI-PALABRA(IDX-P) = PAS-NOMBRE(IDX)
              MOVE IDX TO HALLADO
           END-IF.

      ******************************************************************
      * CASOS IVP: EL DEL PROGRAMA Y LOS DE SUS LLAMADORES
      ******************************************************************
       4000-SECCION-IVP.
           OPEN INPUT RESULTADOS.
           IF FS-RESULT NOT = '00'
              CLOSE RESULTADOS
              MOVE 'S' TO FALTA-IVP
              MOVE 'SDPIVPRS NO DISPONIBLE' TO LINEA
              MOVE 'IVP' TO PALABRA
              PERFORM 7000-EMITIR
              GO TO 4000-SECCION-IVP-FIN
           END-IF.
           READ RESULTADOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 4100-LINEA-RESULTADO UNTIL FIN-FICH = 'S'.
           CLOSE RESULTADOS.
           MOVE 'N' TO FIN-FICH.
           PERFORM 4300-LINEA-CASO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > CAS-USADOS.

       4000-SECCION-IVP-FIN.
           EXIT.

       4100-LINEA-RESULTADO.
           MOVE SPACES TO RESULTADO-IVP.
           UNSTRING REC-RESULT DELIMITED BY ALL SPACES
                    INTO RES-ETIQUETA RES-CASO RES-ESCENARIO
                         RES-VEREDICTO.
           MOVE ZEROS TO HALLADO.
           IF RES-ETIQUETA = 'RESULT'
              IF RES-CASO = OBJ-ACTUAL
                 MOVE 1 TO HALLADO
              ELSE
                 PERFORM 4150-CASO-LLAMADOR
                         VARYING IDX FROM 1 BY 1
                         UNTIL IDX > LLA-USADOS OR HALLADO > ZEROS
              END-IF
           END-IF.
           IF HALLADO > ZEROS
              PERFORM 4200-ANOTAR-CASO
           END-IF.
           READ RESULTADOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       4150-CASO-LLAMADOR.
           IF LLA-NOMBRE(IDX) = RES-CASO
              MOVE IDX TO HALLADO
           END-IF.

       4200-ANOTAR-CASO.
           MOVE ZEROS TO HALLADO.
           PERFORM 4250-BUSCAR-CASO
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CAS-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS AND CAS-USADOS < 200
              ADD 1 TO CAS-USADOS
              MOVE CAS-USADOS TO HALLADO
              MOVE RES-CASO TO CAS-NOMBRE(HALLADO)
              MOVE ZEROS TO CAS-PASA(HALLADO) CAS-FALLA(HALLADO)
           END-IF.
           IF HALLADO > ZEROS
              IF RES-VEREDICTO = 'PASS'
                 ADD 1 TO CAS-PASA(HALLADO)
              ELSE
                 ADD 1 TO CAS-FALLA(HALLADO)
              END-IF
           END-IF.

       4250-BUSCAR-CASO.
           IF CAS-NOMBRE(IDX) = RES-CASO
              MOVE IDX TO HALLADO
           END-IF.

      * EL CASO PROPIO SE RETIRA CON EL PROGRAMA; LOS DE LOS
      * LLAMADORES SIGUEN Y HABRA QUE ADAPTARLOS
       4300-LINEA-CASO.
           MOVE SPACES TO LINEA.
           IF CAS-NOMBRE(IDX) = OBJ-ACTUAL
              STRING 'CASO ' CAS-NOMBRE(IDX) ' PROPIO, PASS '
                     CAS-PASA(IDX) ' FAIL ' CAS-FALLA(IDX)
                     ': SE RETIRA CON EL PROGRAMA'
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              STRING 'CASO ' CAS-NOMBRE(IDX) ' DE UN LLAMADOR, PASS '
                     CAS-PASA(IDX) ' FAIL ' CAS-FALLA(IDX)
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           MOVE 'IVP' TO PALABRA.
           PERFORM 7000-EMITIR.

      ******************************************************************
      * EJECUCIONES EN SDPRUNLG DENTRO DE LA VENTANA
      ******************************************************************
       4500-SECCION-EJECUCIONES.
           OPEN INPUT RUNLOG.
           IF FS-RUNLOG NOT = '00'
              CLOSE RUNLOG
              MOVE 'S' TO FALTA-RUNLOG
              MOVE 'SDPRUNLG NO DISPONIBLE' TO LINEA
              MOVE 'EJECUTA' TO PALABRA
              PERFORM 7000-EMITIR
              GO TO 4500-SECCION-EJECUCIONES-FIN
           END-IF.
           READ RUNLOG
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 4600-REGISTRO-LOG UNTIL FIN-FICH = 'S'.
           CLOSE RUNLOG.
           MOVE 'N' TO FIN-FICH.
           MOVE DIAS-VENTANA TO ED-NUMERO.
           MOVE SPACES TO LINEA.
           IF EJECUCIONES = ZEROS
              STRING 'SIN EJECUCIONES EN LOS ULTIMOS ' ED-NUMERO
                     ' DIAS'
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              STRING 'EJECUTADO ' EJECUCIONES ' VECES EN LOS '
                     'ULTIMOS ' ED-NUMERO ' DIAS, LA ULTIMA '
                     ULTIMA-EJECUCION(1:12)
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           MOVE 'EJECUTA' TO PALABRA.
           PERFORM 7000-EMITIR.

       4500-SECCION-EJECUCIONES-FIN.
           EXIT.

       4600-REGISTRO-LOG.
           IF RLG-MODO = 'START' AND RLG-PROGRAMA = OBJ-ACTUAL
              AND RLG-TMS(1:8) IS NUMERIC
              MOVE RLG-TMS(1:8) TO FECHA-REG
              COMPUTE ANTIGUEDAD = DIA-HOY
                      - FUNCTION INTEGER-OF-DATE(FECHA-REG)
              IF ANTIGUEDAD NOT > DIAS-VENTANA
                 ADD 1 TO EJECUCIONES
                 IF RLG-TMS > ULTIMA-EJECUCION
                    OR ULTIMA-EJECUCION = SPACES
                    MOVE RLG-TMS TO ULTIMA-EJECUCION
                 END-IF
              END-IF
           END-IF.
           READ RUNLOG
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * VEREDICTO Y LINEAS A QUITAR
      ******************************************************************
       5000-VEREDICTO.
           MOVE 'GO/NOGO' TO PALABRA.
           IF LLAMADAS > ZEROS
              ADD 1 TO NO-GO
              MOVE LLAMADAS TO ED-NUMERO
              MOVE SPACES TO LINEA
              STRING 'NO-GO: ' ED-NUMERO ' LLAMADAS DESDE OTROS '
                     'PROGRAMAS'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-EMITIR
           END-IF.
           IF DEPENDENCIAS > ZEROS
              ADD 1 TO NO-GO
              MOVE DEPENDENCIAS TO ED-NUMERO
              MOVE SPACES TO LINEA
              STRING 'NO-GO: ' ED-NUMERO ' SALIDAS QUE USAN OTROS '
                     'PROGRAMAS'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-EMITIR
           END-IF.
           IF EJECUCIONES > ZEROS
              ADD 1 TO NO-GO
              MOVE SPACES TO LINEA
              STRING 'NO-GO: SE HA EJECUTADO DENTRO DE LA VENTANA'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-EMITIR
           END-IF.
      * SIN EL FICHERO NO SE PUEDE DAR POR BUENA LA FALTA DE CASOS O
      * DE EJECUCIONES
           IF FALTA-IVP = 'S'
              ADD 1 TO NO-GO
              MOVE SPACES TO LINEA
              STRING 'NO-GO: SDPIVPRS NO DISPONIBLE, NO SE SABE QUE '
                     'CASOS LO EJECUTAN'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-EMITIR
           END-IF.
           IF FALTA-RUNLOG = 'S'
              ADD 1 TO NO-GO
              MOVE SPACES TO LINEA
              STRING 'NO-GO: SDPRUNLG NO DISPONIBLE, NO SE SABE SI SE '
                     'HA EJECUTADO'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-EMITIR
           END-IF.
           MOVE SPACES TO LINEA.
           MOVE QUI-USADAS TO ED-NUMERO.
           IF NO-GO = ZEROS
              STRING 'GO: ' DELIMITED BY SIZE
                     OBJ-ACTUAL DELIMITED BY SPACE
                     ' SE PUEDE RETIRAR QUITANDO ' ED-NUMERO
                     ' LINEAS DE DECK' DELIMITED BY SIZE INTO LINEA
           ELSE
              STRING 'NO-GO: ' DELIMITED BY SIZE
                     OBJ-ACTUAL DELIMITED BY SPACE
                     ' NO SE PUEDE RETIRAR TODAVIA' DELIMITED BY SIZE
                     INTO LINEA
              IF RC < 4
                 MOVE 4 TO RC
              END-IF
           END-IF.
           PERFORM 7000-EMITIR.
           DISPLAY LINEA(1:72).

       5500-SECCION-QUITAR.
           MOVE 'QUITAR' TO PALABRA.
           PERFORM 5600-LINEA-QUITAR
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > QUI-USADAS.
           IF QUI-PERDIDAS > ZEROS
              MOVE SPACES TO LINEA
              STRING 'Y ' QUI-PERDIDAS ' LINEAS MAS QUE NO CABEN'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-EMITIR
           END-IF.

       5600-LINEA-QUITAR.
           MOVE QUI-LINEA(IDX) TO LINEA.
           PERFORM 7000-EMITIR.

      * DETALLE BAJO EL CORTE <PROGRAMA> <SECCION>
       7000-EMITIR.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE SPACES TO RPT-CORTE.
           STRING OBJ-ACTUAL ' ' PALABRA
                  DELIMITED BY SIZE INTO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-BAJA.
