      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Minimizacion de la suite IVP por cobertura y nivel
      *          smoke para la ventana batch
      ******************************************************************
      * SDP DESCRIPTION
      *  La suite IVP solo crece: cada defecto deja su caso y la
      *> pasada nocturna ya no cabe en la ventana batch, aunque
      *> muchos casos recorren exactamente los mismos bloques que
      *> otros. Con la cobertura que vuelca SDPTRAPB en SDPCOVER se
      *> calcula el subconjunto mas pequeno de casos que mantiene la
      *> misma cobertura de bloques, de parrafos y de reglas. El
      *> deck SDPMINIP da los casos de la suite en su orden:
      *>    CASO <miembro> [<fichero-fuente>]
      *> Sin tarjetas CASO, cada TAREA es un caso (o el programa, si
      *> vuelca sin SDPTASKID con la tarea UNICA).
      *  Un volcado es del caso que nombra su TAREA (el driver lanza
      *> cada caso con SDPTASKID igual al miembro) o, si no, del caso
      *> que es su programa. Los volcados de otros programas (los
      *> modulos anidados vuelcan antes que quien los llama) quedan
      *> pendientes por TAREA y son del siguiente volcado de un caso
      *> con la misma TAREA. Varios volcados del mismo caso se
      *> suman. Un bloque cuenta si se
      *> ejecuto (COB con 1), un parrafo si su contador no es cero
      *> (el parrafo de cada programa es distinto de los demas). Las
      *> reglas son las de las aserciones Issues.<regla> del fuente
      *> del caso (salvo getCount) y las incidencias de SDPFINDG con
      *> el caso como programa.
      *  Se eligen primero los casos que no se pueden minimizar (con
      *> AVISO COBERTURA OMITIDA o sin volcado), luego en cada vuelta
      *> el caso que mas elementos nuevos cubre (a igualdad, el
      *> primero del deck) y al final se quitan los elegidos que los
      *> demas elegidos ya cubren. Los elegidos son el nivel smoke,
      *> que sale en SDPSMOKE (un miembro por registro) para que
      *> SDPBUDG0 lo use cuando la ventana es corta. Los demas son
      *> redundantes: el informe de SDPREPW0 da para cada uno el caso
      *> elegido que cubre todo lo suyo o, si ninguno lo cubre solo,
      *> el que mas cubre y cuantos mas hacen falta. RC 4 si hay
      *> casos sin cobertura, 8 si falta SDPCOVER.
      * SDP END
      *
      * SDP DESC Subconjunto minimo de la suite IVP por cobertura
      * SDP IVP 0 Files.Consumes = SDPMINIP,SDPCOVER,SDPFINDG
      * SDP IVP 0 Files.Produces = SDPSMOKE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPMINI0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TARJETAS ASSIGN TO 'SDPMINIP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT CONTADORES ASSIGN TO 'SDPCOVER'
                  FILE STATUS IS FS-COVER
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL INCIDENCIAS ASSIGN TO 'SDPFINDG'
                  FILE STATUS IS FS-FINDG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT FUENTE ASSIGN TO NOMBRE-FUENTE
                  FILE STATUS IS FS-FUENTE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SMOKE ASSIGN TO 'SDPSMOKE'
                  FILE STATUS IS FS-SMOKE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(132).

       FD  CONTADORES.
       01  REC-CONT PIC X(132).

       FD  INCIDENCIAS.
       01  REC-FINDG.
       COPY SDPWFNDG.

       FD  FUENTE.
       01  REC-FUENTE PIC X(80).

       FD  SMOKE.
       01  REC-SMOKE PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-COVER    PIC XX VALUE SPACES.
       77 FS-FINDG    PIC XX VALUE SPACES.
       77 FS-FUENTE   PIC XX VALUE SPACES.
       77 FS-SMOKE    PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-TARJETAS PIC X(01) VALUE 'N'.
       77 FIN-COVER   PIC X(01) VALUE 'N'.
       77 FIN-FINDG   PIC X(01) VALUE 'N'.
       77 FIN-FTE     PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(30) VALUE SPACES.
           03 PAL-2 PIC X(32) VALUE SPACES.
           03 PAL-3 PIC X(64) VALUE SPACES.
           03 PAL-4 PIC X(32) VALUE SPACES.
           03 PAL-5 PIC X(32) VALUE SPACES.
           03 PAL-6 PIC X(30) VALUE SPACES.
           03 PAL-7 PIC X(30) VALUE SPACES.

       01  NOMBRES-FICHERO.
           03 NOMBRE-FUENTE PIC X(64) VALUE SPACES.

      * CASOS DE LA SUITE EN EL ORDEN DEL DECK. ESTADO: BLANCO SIN
      * VOLCADO, V CON VOLCADO, A CON AVISO DE COBERTURA OMITIDA.
      * ELEGIDO: S NIVEL SMOKE, F SMOKE FORZADO, N REDUNDANTE
       01  TABLA-CASOS.
           03 CAS-USADOS PIC 9(03) VALUE ZEROS.
           03 CAS OCCURS 500 TIMES.
              05 CAS-NOMBRE    PIC X(08).
              05 CAS-FICHERO   PIC X(64).
              05 CAS-ESTADO    PIC X(01).
              05 CAS-ELEGIDO   PIC X(01).
              05 CAS-ORDEN     PIC 9(03).
              05 CAS-BLOQUES   PIC 9(05).
              05 CAS-PARRAFOS  PIC 9(05).
              05 CAS-REGLAS    PIC 9(05).
              05 CAS-ELEMENTOS PIC 9(05).
              05 CAS-GANANCIA  PIC 9(05).
              05 CAS-COMUN     PIC 9(05).

      * ELEMENTOS DE COBERTURA: B BLOQUE Y P PARRAFO DE UN PROGRAMA
      * (NUMERO GLOBAL), A REGLA ASERTADA Y R REGLA DE SDPFINDG
       01  TABLA-ELEMENTOS.
           03 ELE-USADOS PIC 9(05) VALUE ZEROS.
           03 ELE OCCURS 30000 TIMES.
              05 ELE-TIPO     PIC X(01).
              05 ELE-NOMBRE   PIC X(32).
              05 ELE-NUMERO   PIC 9(06).
              05 ELE-CUBIERTO PIC X(01).
              05 ELE-MARCA    PIC 9(04).
              05 ELE-ELEGIDOS PIC 9(03).

      * PROGRAMAS CON VOLCADO: TRAMO 1 LOS BLOQUES, TRAMO 2 LOS
      * PARRAFOS. EL PRIMER VOLCADO DEJA CADA TRAMO SEGUIDO EN LA
      * TABLA DE ELEMENTOS Y LOS DEMAS VOLCADOS VAN DIRECTOS A EL
       01  TABLA-PROGRAMAS.
           03 PGM-USADOS PIC 9(03) VALUE ZEROS.
           03 PGM OCCURS 500 TIMES.
              05 PGM-NOMBRE PIC X(32).
              05 PGM-TRAMO OCCURS 2 TIMES.
                 07 PGM-BASE   PIC 9(05).
                 07 PGM-CUENTA PIC 9(06).

      * INCIDENCIA DE UN ELEMENTO EN UN CASO. CASO CERO: PENDIENTE
      * DE LA TAREA HASTA QUE VUELQUE SU CASO, O DESCARTADA
       01  TABLA-INCIDENCIAS.
           03 INC-USADAS PIC 9(05) VALUE ZEROS.
           03 INC OCCURS 80000 TIMES.
              05 INC-CASO  PIC 9(03).
              05 INC-ELE   PIC 9(05).
              05 INC-TAREA PIC X(08).

      * TAREAS CON UN MODULO ANIDADO SIN COBERTURA: EL CASO QUE LAS
      * CIERRE TAMPOCO SE PUEDE MINIMIZAR
       01  TABLA-AVISOS.
           03 AVP-USADOS PIC 9(02) VALUE ZEROS.
           03 AVP-TAREA OCCURS 50 TIMES PIC X(08).

       01  VOLCADO.
           03 CASO-ACTUAL  PIC 9(03) VALUE ZEROS.
           03 PGM-ACTUAL   PIC 9(03) VALUE ZEROS.
           03 TAREA-ACTUAL PIC X(08) VALUE SPACES.
           03 SEGMENTO-VOL PIC 9(03) VALUE ZEROS.
           03 DESCARTADOS  PIC 9(05) VALUE ZEROS.
           03 SIN-CASO     PIC 9(05) VALUE ZEROS.
           03 DESBORDADO   PIC X(01) VALUE 'N'.

       01  ELEMENTO-BUSCADO.
           03 BUS-TIPO   PIC X(01) VALUE SPACE.
           03 BUS-NOMBRE PIC X(32) VALUE SPACES.
           03 BUS-NUMERO PIC 9(06) VALUE ZEROS.
           03 BUS-TRAMO  PIC 9(01) VALUE ZEROS.

       01  TRABAJO.
           03 IDX       PIC 9(05) VALUE ZEROS.
           03 IDX-CAS   PIC 9(03) VALUE ZEROS.
           03 IDX-OTRO  PIC 9(03) VALUE ZEROS.
           03 IDX-ELE   PIC 9(05) VALUE ZEROS.
           03 IDX-INC   PIC 9(05) VALUE ZEROS.
           03 IDX-PGM   PIC 9(03) VALUE ZEROS.
           03 IDX-AVP   PIC 9(02) VALUE ZEROS.
           03 HALLADO   PIC 9(05) VALUE ZEROS.
           03 MEJOR     PIC 9(03) VALUE ZEROS.
           03 MEJOR-VALOR PIC 9(05) VALUE ZEROS.
           03 ORDEN     PIC 9(03) VALUE ZEROS.
           03 ORDEN-QUITA PIC 9(03) VALUE ZEROS.
           03 OTROS     PIC 9(03) VALUE ZEROS.
           03 MARCA     PIC 9(04) VALUE ZEROS.
           03 NUMERO-LEIDO PIC 9(06) VALUE ZEROS.
           03 VALOR-PAR PIC 9(09) VALUE ZEROS.
           03 SE-QUITA  PIC X(01) VALUE 'N'.
           03 POS-PAREN PIC 9(03) VALUE ZEROS.
           03 REGLA-LEIDA PIC X(32) VALUE SPACES.
           03 NUM-ED    PIC ZZZZ9.
           03 NUM-ED-2  PIC ZZZZ9.
           03 NUM-ED-3  PIC ZZZZ9.
           03 LINEA     PIC X(132) VALUE SPACES.

       01  TOTALES.
           03 TOT-BLOQUES  PIC 9(06) VALUE ZEROS.
           03 TOT-PARRAFOS PIC 9(06) VALUE ZEROS.
           03 TOT-REGLAS   PIC 9(06) VALUE ZEROS.
           03 CUB-BLOQUES  PIC 9(06) VALUE ZEROS.
           03 CUB-PARRAFOS PIC 9(06) VALUE ZEROS.
           03 CUB-REGLAS   PIC 9(06) VALUE ZEROS.
           03 EN-SMOKE     PIC 9(03) VALUE ZEROS.
           03 REDUNDANTES  PIC 9(03) VALUE ZEROS.
           03 SIN-COBERTURA PIC 9(03) VALUE ZEROS.

       01  INFORME-MINIMO.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-CARGAR-CASOS.

           OPEN INPUT CONTADORES.
           MOVE 'ABRIENDO CONTADORES SDPCOVER' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-COVER '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           READ CONTADORES
                AT END MOVE 'S' TO FIN-COVER
           END-READ.
           PERFORM 2000-TRATAR-CONTADOR UNTIL FIN-COVER = 'S'.
           CLOSE CONTADORES.

           PERFORM 3000-REGLAS-DEL-CASO
                   VARYING IDX-CAS FROM 1 BY 1
                   UNTIL IDX-CAS > CAS-USADOS.
           PERFORM 3200-CARGAR-INCIDENCIAS.
           PERFORM 3500-CONTAR-CASO
                   VARYING IDX-CAS FROM 1 BY 1
                   UNTIL IDX-CAS > CAS-USADOS.

           PERFORM 4000-ELEGIR-FORZADOS
                   VARYING IDX-CAS FROM 1 BY 1
                   UNTIL IDX-CAS > CAS-USADOS.
           MOVE 999 TO MEJOR.
           PERFORM 4100-VUELTA-VORAZ UNTIL MEJOR = ZEROS.
           PERFORM 4300-PODAR-ELEGIDOS.

           PERFORM 5000-ESCRIBIR-SMOKE.
           PERFORM 6000-INFORME.

           DISPLAY 'CASOS ' CAS-USADOS ' SMOKE ' EN-SMOKE
                   ' REDUNDANTES ' REDUNDANTES
                   ' SIN COBERTURA ' SIN-COBERTURA.
           IF SIN-COBERTURA > ZEROS AND RC < 4
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      ******************************************************************
      * DECK SDPMINIP: LOS CASOS DE LA SUITE EN SU ORDEN
      ******************************************************************
       1100-CARGAR-CASOS.
           OPEN INPUT TARJETAS.
           IF FS-TARJETAS NOT = '00'
              CLOSE TARJETAS
           ELSE
              READ TARJETAS
                   AT END MOVE 'S' TO FIN-TARJETAS
              END-READ
              PERFORM 1110-TRATAR-TARJETA UNTIL FIN-TARJETAS = 'S'
              CLOSE TARJETAS
           END-IF.

       1110-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'CASO' AND PAL-2 NOT = SPACES
              MOVE PAL-2 TO BUS-NOMBRE
              PERFORM 1200-BUSCAR-CASO
              IF HALLADO = ZEROS AND CAS-USADOS < 500
                 PERFORM 1210-NUEVO-CASO
                 MOVE PAL-3 TO CAS-FICHERO(CAS-USADOS)
              END-IF
           END-IF.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.

       1200-BUSCAR-CASO.
           MOVE ZEROS TO HALLADO.
           IF BUS-NOMBRE(9:) = SPACES
              PERFORM 1201-COMPARAR-CASO
                      VARYING IDX FROM 1 BY 1
                      UNTIL IDX > CAS-USADOS OR HALLADO > ZEROS
           END-IF.

       1201-COMPARAR-CASO.
           IF CAS-NOMBRE(IDX) = BUS-NOMBRE(1:8)
              MOVE IDX TO HALLADO
           END-IF.

       1210-NUEVO-CASO.
           ADD 1 TO CAS-USADOS.
           MOVE BUS-NOMBRE(1:8) TO CAS-NOMBRE(CAS-USADOS).
           MOVE SPACES TO CAS-FICHERO(CAS-USADOS).
           MOVE SPACE  TO CAS-ESTADO(CAS-USADOS).
           MOVE 'N'    TO CAS-ELEGIDO(CAS-USADOS).
           MOVE ZEROS  TO CAS-ORDEN(CAS-USADOS)
                          CAS-BLOQUES(CAS-USADOS)
                          CAS-PARRAFOS(CAS-USADOS)
                          CAS-REGLAS(CAS-USADOS)
                          CAS-ELEMENTOS(CAS-USADOS)
                          CAS-GANANCIA(CAS-USADOS)
                          CAS-COMUN(CAS-USADOS).
           MOVE CAS-USADOS TO HALLADO.

      ******************************************************************
      * VOLCADOS DE SDPCOVER. LA CABECERA '* FIN' ABRE UN VOLCADO Y
      * '* SIGUE' SU SEGMENTO SIGUIENTE, CON LOS COB NUMERADOS DE
      * NUEVO DESDE 1 COMO EN EL MAPA DE SDPLIST0
      ******************************************************************
       2000-TRATAR-CONTADOR.
           EVALUATE TRUE
              WHEN REC-CONT(1:4) = 'COB '
                   PERFORM 2300-BLOQUE
              WHEN REC-CONT(1:4) = 'PAR '
                   PERFORM 2400-PARRAFO
              WHEN REC-CONT(1:6) = '* FIN '
                   PERFORM 2100-CABECERA
              WHEN REC-CONT(1:8) = '* SIGUE '
                   ADD 1 TO SEGMENTO-VOL
              WHEN REC-CONT(1:26) = '* AVISO COBERTURA OMITIDA '
                   PERFORM 2200-AVISO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ CONTADORES
                AT END MOVE 'S' TO FIN-COVER
           END-READ.

       2100-CABECERA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-CONT DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-6 PAL-2 PAL-4 PAL-5 PAL-3 PAL-7.
           MOVE PAL-7(1:8) TO TAREA-ACTUAL.
           MOVE 1 TO SEGMENTO-VOL.
           PERFORM 2140-CASO-DEL-VOLCADO.
           MOVE HALLADO TO CASO-ACTUAL.
           IF CASO-ACTUAL > ZEROS
              IF CAS-ESTADO(CASO-ACTUAL) = SPACE
                 MOVE 'V' TO CAS-ESTADO(CASO-ACTUAL)
              END-IF
              PERFORM 2110-ASIGNAR-PENDIENTE
                      VARYING IDX-INC FROM 1 BY 1
                      UNTIL IDX-INC > INC-USADAS
              PERFORM 2120-AVISO-PENDIENTE
                      VARYING IDX-AVP FROM 1 BY 1
                      UNTIL IDX-AVP > AVP-USADOS
           END-IF.

           MOVE ZEROS TO PGM-ACTUAL.
           PERFORM 2130-COMPARAR-PROGRAMA
                   VARYING IDX-PGM FROM 1 BY 1
                   UNTIL IDX-PGM > PGM-USADOS OR PGM-ACTUAL > ZEROS.
           IF PGM-ACTUAL = ZEROS AND PGM-USADOS < 500
              ADD 1 TO PGM-USADOS
              MOVE PGM-USADOS TO PGM-ACTUAL
              MOVE BUS-NOMBRE TO PGM-NOMBRE(PGM-ACTUAL)
              MOVE ZEROS TO PGM-BASE(PGM-ACTUAL, 1)
                            PGM-CUENTA(PGM-ACTUAL, 1)
                            PGM-BASE(PGM-ACTUAL, 2)
                            PGM-CUENTA(PGM-ACTUAL, 2)
           END-IF.

      * PRIMERO LA TAREA Y LUEGO EL PROGRAMA. SIN TARJETAS CASO
      * CADA TAREA (O CADA PROGRAMA CON LA TAREA UNICA) ES UN CASO
       2140-CASO-DEL-VOLCADO.
           MOVE PAL-7(1:8) TO BUS-NOMBRE.
           PERFORM 1200-BUSCAR-CASO.
           IF HALLADO = ZEROS
              MOVE PAL-2 TO BUS-NOMBRE
              PERFORM 1200-BUSCAR-CASO
           END-IF.
           IF HALLADO = ZEROS AND FS-TARJETAS NOT = '00'
              AND CAS-USADOS < 500
              IF PAL-7 NOT = 'UNICA'
                 MOVE PAL-7(1:8) TO BUS-NOMBRE
              END-IF
              IF BUS-NOMBRE(9:) = SPACES
                 PERFORM 1210-NUEVO-CASO
              END-IF
           END-IF.
           MOVE PAL-2 TO BUS-NOMBRE.

       2110-ASIGNAR-PENDIENTE.
           IF INC-CASO(IDX-INC) = ZEROS
              AND INC-TAREA(IDX-INC) = TAREA-ACTUAL
              MOVE CASO-ACTUAL TO INC-CASO(IDX-INC)
           END-IF.

       2120-AVISO-PENDIENTE.
           IF AVP-TAREA(IDX-AVP) = TAREA-ACTUAL
              MOVE 'A' TO CAS-ESTADO(CASO-ACTUAL)
              MOVE SPACES TO AVP-TAREA(IDX-AVP)
           END-IF.

       2130-COMPARAR-PROGRAMA.
           IF PGM-NOMBRE(IDX-PGM) = BUS-NOMBRE
              MOVE IDX-PGM TO PGM-ACTUAL
           END-IF.

      * EL AVISO NO TRAE VOLCADO: SI ES DE UN CASO NO SE PUEDE
      * MINIMIZAR, Y SI ES DE UN MODULO ANIDADO TAMPOCO EL CASO QUE
      * CIERRE SU TAREA
       2200-AVISO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-CONT DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-3 PAL-4 PAL-5 PAL-2 PAL-6 PAL-7.
           INSPECT PAL-7 REPLACING ALL ':' BY SPACE.
           PERFORM 2140-CASO-DEL-VOLCADO.
           IF HALLADO > ZEROS
              MOVE 'A' TO CAS-ESTADO(HALLADO)
           ELSE
              IF AVP-USADOS < 50
                 ADD 1 TO AVP-USADOS
                 MOVE PAL-7(1:8) TO AVP-TAREA(AVP-USADOS)
              END-IF
           END-IF.
      * LO QUE VENGA DETRAS YA NO ES DE NINGUN VOLCADO
           MOVE ZEROS TO PGM-ACTUAL.

       2300-BLOQUE.
           IF PGM-ACTUAL > ZEROS
              COMPUTE NUMERO-LEIDO = FUNCTION NUMVAL(REC-CONT(5:3))
              IF NUMERO-LEIDO > ZEROS
                 COMPUTE BUS-NUMERO =
                         ((SEGMENTO-VOL - 1) * 999) + NUMERO-LEIDO
                 MOVE 'B' TO BUS-TIPO
                 MOVE 1   TO BUS-TRAMO
                 PERFORM 2500-ELEMENTO-VOLCADO
                 IF REC-CONT(9:1) = '1' AND HALLADO > ZEROS
                    PERFORM 2600-ANOTAR-INCIDENCIA
                 END-IF
              END-IF
           END-IF.

       2400-PARRAFO.
           IF PGM-ACTUAL > ZEROS
              COMPUTE BUS-NUMERO = FUNCTION NUMVAL(REC-CONT(5:5))
              COMPUTE VALOR-PAR = FUNCTION NUMVAL(REC-CONT(11:9))
              MOVE 'P' TO BUS-TIPO
              MOVE 2   TO BUS-TRAMO
              PERFORM 2500-ELEMENTO-VOLCADO
              IF VALOR-PAR > ZEROS AND HALLADO > ZEROS
                 PERFORM 2600-ANOTAR-INCIDENCIA
              END-IF
           END-IF.

      * EL ELEMENTO N DEL TRAMO ESTA EN BASE + N - 1 SI EL PRIMER
      * VOLCADO DEL PROGRAMA YA LO ANOTO; EL SIGUIENTE AL FINAL DEL
      * TRAMO SE ANADE SI EL TRAMO SIGUE AL FINAL DE LA TABLA; EN
      * OTRO CASO (OTRA VERSION CON MAS BLOQUES) SE BUSCA ENTERO
       2500-ELEMENTO-VOLCADO.
           MOVE PGM-NOMBRE(PGM-ACTUAL) TO BUS-NOMBRE.
           MOVE ZEROS TO HALLADO.
           EVALUATE TRUE
              WHEN BUS-NUMERO NOT > PGM-CUENTA(PGM-ACTUAL, BUS-TRAMO)
                   COMPUTE HALLADO = PGM-BASE(PGM-ACTUAL, BUS-TRAMO)
                                   + BUS-NUMERO - 1
              WHEN BUS-NUMERO =
                   PGM-CUENTA(PGM-ACTUAL, BUS-TRAMO) + 1
                   AND (PGM-CUENTA(PGM-ACTUAL, BUS-TRAMO) = ZEROS
                     OR PGM-BASE(PGM-ACTUAL, BUS-TRAMO)
                      + PGM-CUENTA(PGM-ACTUAL, BUS-TRAMO) - 1
                      = ELE-USADOS)
                   PERFORM 2510-NUEVO-ELEMENTO
                   IF HALLADO > ZEROS
                      IF PGM-CUENTA(PGM-ACTUAL, BUS-TRAMO) = ZEROS
                         MOVE HALLADO
                           TO PGM-BASE(PGM-ACTUAL, BUS-TRAMO)
                      END-IF
                      ADD 1 TO PGM-CUENTA(PGM-ACTUAL, BUS-TRAMO)
                   END-IF
              WHEN OTHER
                   PERFORM 2520-BUSCAR-ELEMENTO
                   IF HALLADO = ZEROS
                      PERFORM 2510-NUEVO-ELEMENTO
                   END-IF
           END-EVALUATE.

       2510-NUEVO-ELEMENTO.
           MOVE ZEROS TO HALLADO.
           IF ELE-USADOS < 30000
              ADD 1 TO ELE-USADOS
              MOVE BUS-TIPO   TO ELE-TIPO(ELE-USADOS)
              MOVE BUS-NOMBRE TO ELE-NOMBRE(ELE-USADOS)
              MOVE BUS-NUMERO TO ELE-NUMERO(ELE-USADOS)
              MOVE 'N'        TO ELE-CUBIERTO(ELE-USADOS)
              MOVE ZEROS      TO ELE-MARCA(ELE-USADOS)
                                 ELE-ELEGIDOS(ELE-USADOS)
              MOVE ELE-USADOS TO HALLADO
           ELSE
              MOVE 'S' TO DESBORDADO
           END-IF.

       2520-BUSCAR-ELEMENTO.
           MOVE ZEROS TO HALLADO.
           PERFORM 2521-COMPARAR-ELEMENTO
                   VARYING IDX-ELE FROM 1 BY 1
                   UNTIL IDX-ELE > ELE-USADOS OR HALLADO > ZEROS.

       2521-COMPARAR-ELEMENTO.
           IF ELE-TIPO(IDX-ELE) = BUS-TIPO
              AND ELE-NUMERO(IDX-ELE) = BUS-NUMERO
              AND ELE-NOMBRE(IDX-ELE) = BUS-NOMBRE
              MOVE IDX-ELE TO HALLADO
           END-IF.

       2600-ANOTAR-INCIDENCIA.
           IF INC-USADAS < 80000
              ADD 1 TO INC-USADAS
              MOVE CASO-ACTUAL  TO INC-CASO(INC-USADAS)
              MOVE HALLADO      TO INC-ELE(INC-USADAS)
              MOVE TAREA-ACTUAL TO INC-TAREA(INC-USADAS)
           ELSE
              MOVE 'S' TO DESBORDADO
           END-IF.

      ******************************************************************
      * REGLAS ASERTADAS EN EL FUENTE DEL CASO: 'SDP IVP' CON UNA
      * CLAVE Issues.<regla>, SIN LO QUE VAYA TRAS EL PARENTESIS
      ******************************************************************
       3000-REGLAS-DEL-CASO.
           IF CAS-FICHERO(IDX-CAS) NOT = SPACES
              MOVE CAS-FICHERO(IDX-CAS) TO NOMBRE-FUENTE
              OPEN INPUT FUENTE
              IF FS-FUENTE NOT = '00'
                 CLOSE FUENTE
                 DISPLAY 'FUENTE NO ENCONTRADO ' NOMBRE-FUENTE
              ELSE
                 MOVE 'N' TO FIN-FTE
                 READ FUENTE
                      AT END MOVE 'S' TO FIN-FTE
                 END-READ
                 PERFORM 3010-LINEA-FUENTE UNTIL FIN-FTE = 'S'
                 CLOSE FUENTE
              END-IF
           END-IF.

       3010-LINEA-FUENTE.
           IF REC-FUENTE(7:1) = '*'
              MOVE SPACES TO PALABRAS-DECK
              UNSTRING REC-FUENTE(7:) DELIMITED BY ALL SPACES
                       INTO PAL-1 PAL-2 PAL-3 PAL-4 PAL-5
              IF PAL-2 = 'SDP' AND PAL-3 = 'IVP'
                 AND PAL-5(1:7) = 'Issues.'
                 MOVE PAL-5(8:) TO REGLA-LEIDA
                 MOVE ZEROS TO POS-PAREN
                 INSPECT REGLA-LEIDA TALLYING POS-PAREN
                         FOR CHARACTERS BEFORE INITIAL '('
                 IF POS-PAREN < 32
                    MOVE SPACES TO REGLA-LEIDA(POS-PAREN + 1:)
                 END-IF
                 IF REGLA-LEIDA NOT = 'getCount'
                    AND REGLA-LEIDA NOT = SPACES
                    MOVE 'A' TO BUS-TIPO
                    PERFORM 3100-ANOTAR-REGLA
                 END-IF
              END-IF
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.

       3100-ANOTAR-REGLA.
           MOVE REGLA-LEIDA TO BUS-NOMBRE.
           MOVE ZEROS TO BUS-NUMERO.
           PERFORM 2520-BUSCAR-ELEMENTO.
           IF HALLADO = ZEROS
              PERFORM 2510-NUEVO-ELEMENTO
           END-IF.
           IF HALLADO > ZEROS
              MOVE IDX-CAS TO CASO-ACTUAL
              MOVE SPACES  TO TAREA-ACTUAL
              PERFORM 2600-ANOTAR-INCIDENCIA
           END-IF.

      * INCIDENCIAS DEL SCAN CON EL CASO COMO PROGRAMA
       3200-CARGAR-INCIDENCIAS.
           OPEN INPUT INCIDENCIAS.
           IF FS-FINDG NOT = '00'
              CLOSE INCIDENCIAS
           ELSE
              READ INCIDENCIAS
                   AT END MOVE 'S' TO FIN-FINDG
              END-READ
              PERFORM 3210-TRATAR-INCIDENCIA UNTIL FIN-FINDG = 'S'
              CLOSE INCIDENCIAS
           END-IF.

       3210-TRATAR-INCIDENCIA.
           MOVE FND-PROGRAMA TO BUS-NOMBRE.
           PERFORM 1200-BUSCAR-CASO.
           IF HALLADO > ZEROS AND FND-REGLA NOT = SPACES
              MOVE HALLADO   TO IDX-CAS
              MOVE FND-REGLA TO REGLA-LEIDA
              MOVE 'R' TO BUS-TIPO
              PERFORM 3100-ANOTAR-REGLA
           END-IF.
           READ INCIDENCIAS
                AT END MOVE 'S' TO FIN-FINDG
           END-READ.

      ******************************************************************
      * CADA ELEMENTO CUENTA UNA SOLA VEZ POR CASO: LAS REPETICIONES
      * (VARIOS VOLCADOS, VARIAS ASERCIONES) SE DESCARTAN. LO QUE
      * QUEDA PENDIENTE SIN CASO TAMPOCO CUENTA
      ******************************************************************
       3500-CONTAR-CASO.
           COMPUTE MARCA = IDX-CAS.
           PERFORM 3510-CONTAR-INCIDENCIA
                   VARYING IDX-INC FROM 1 BY 1
                   UNTIL IDX-INC > INC-USADAS.

       3510-CONTAR-INCIDENCIA.
           IF INC-CASO(IDX-INC) = IDX-CAS
              MOVE INC-ELE(IDX-INC) TO IDX-ELE
              IF ELE-MARCA(IDX-ELE) = MARCA
                 MOVE ZEROS TO INC-CASO(IDX-INC)
                 MOVE HIGH-VALUES TO INC-TAREA(IDX-INC)
                 ADD 1 TO DESCARTADOS
              ELSE
                 MOVE MARCA TO ELE-MARCA(IDX-ELE)
                 ADD 1 TO CAS-ELEMENTOS(IDX-CAS)
                 EVALUATE ELE-TIPO(IDX-ELE)
                    WHEN 'B' ADD 1 TO CAS-BLOQUES(IDX-CAS)
                    WHEN 'P' ADD 1 TO CAS-PARRAFOS(IDX-CAS)
                    WHEN OTHER ADD 1 TO CAS-REGLAS(IDX-CAS)
                 END-EVALUATE
              END-IF
           END-IF.

      ******************************************************************
      * ELECCION: FORZADOS, VUELTAS VORACES Y PODA DE LOS ELEGIDOS
      * QUE LOS DEMAS YA CUBREN
      ******************************************************************
       4000-ELEGIR-FORZADOS.
           IF CAS-ESTADO(IDX-CAS) NOT = 'V'
              OR CAS-ELEMENTOS(IDX-CAS) = ZEROS
              MOVE 'F' TO CAS-ELEGIDO(IDX-CAS)
              ADD 1 TO ORDEN
              MOVE ORDEN TO CAS-ORDEN(IDX-CAS)
              PERFORM 4010-CUBRIR-INCIDENCIA
                      VARYING IDX-INC FROM 1 BY 1
                      UNTIL IDX-INC > INC-USADAS
           END-IF.

       4010-CUBRIR-INCIDENCIA.
           IF INC-CASO(IDX-INC) = IDX-CAS
              MOVE INC-ELE(IDX-INC) TO IDX-ELE
              MOVE 'S' TO ELE-CUBIERTO(IDX-ELE)
              ADD 1 TO ELE-ELEGIDOS(IDX-ELE)
           END-IF.

       4100-VUELTA-VORAZ.
           PERFORM 4110-LIMPIAR-GANANCIA
                   VARYING IDX-CAS FROM 1 BY 1
                   UNTIL IDX-CAS > CAS-USADOS.
           PERFORM 4120-SUMAR-GANANCIA
                   VARYING IDX-INC FROM 1 BY 1
                   UNTIL IDX-INC > INC-USADAS.
           MOVE ZEROS TO MEJOR MEJOR-VALOR.
           PERFORM 4130-COMPARAR-GANANCIA
                   VARYING IDX-CAS FROM 1 BY 1
                   UNTIL IDX-CAS > CAS-USADOS.
           IF MEJOR > ZEROS
              MOVE MEJOR TO IDX-CAS
              MOVE 'S' TO CAS-ELEGIDO(IDX-CAS)
              ADD 1 TO ORDEN
              MOVE ORDEN TO CAS-ORDEN(IDX-CAS)
              PERFORM 4010-CUBRIR-INCIDENCIA
                      VARYING IDX-INC FROM 1 BY 1
                      UNTIL IDX-INC > INC-USADAS
           END-IF.

       4110-LIMPIAR-GANANCIA.
           MOVE ZEROS TO CAS-GANANCIA(IDX-CAS).

       4120-SUMAR-GANANCIA.
           IF INC-CASO(IDX-INC) > ZEROS
              MOVE INC-ELE(IDX-INC) TO IDX-ELE
              IF ELE-CUBIERTO(IDX-ELE) = 'N'
                 MOVE INC-CASO(IDX-INC) TO IDX-CAS
                 ADD 1 TO CAS-GANANCIA(IDX-CAS)
              END-IF
           END-IF.

       4130-COMPARAR-GANANCIA.
           IF CAS-ELEGIDO(IDX-CAS) = 'N'
              AND CAS-GANANCIA(IDX-CAS) > MEJOR-VALOR
              MOVE IDX-CAS TO MEJOR
              MOVE CAS-GANANCIA(IDX-CAS) TO MEJOR-VALOR
           END-IF.

      * DEL ULTIMO ELEGIDO AL PRIMERO: SE QUITA EL QUE NO TIENE
      * NINGUN ELEMENTO QUE SOLO CUBRA EL
       4300-PODAR-ELEGIDOS.
           MOVE ORDEN TO ORDEN-QUITA.
           PERFORM 4310-PODAR-ORDEN UNTIL ORDEN-QUITA = ZEROS.

       4310-PODAR-ORDEN.
           MOVE ZEROS TO HALLADO.
           PERFORM 4320-BUSCAR-ORDEN
                   VARYING IDX-CAS FROM 1 BY 1
                   UNTIL IDX-CAS > CAS-USADOS OR HALLADO > ZEROS.
           IF HALLADO > ZEROS
              MOVE HALLADO TO IDX-CAS
              IF CAS-ELEGIDO(IDX-CAS) = 'S'
                 MOVE 'S' TO SE-QUITA
                 PERFORM 4330-COMPROBAR-UNICO
                         VARYING IDX-INC FROM 1 BY 1
                         UNTIL IDX-INC > INC-USADAS
                 IF SE-QUITA = 'S'
                    MOVE 'N' TO CAS-ELEGIDO(IDX-CAS)
                    MOVE ZEROS TO CAS-ORDEN(IDX-CAS)
                    PERFORM 4340-DESCONTAR-ELEGIDO
                            VARYING IDX-INC FROM 1 BY 1
                            UNTIL IDX-INC > INC-USADAS
                 END-IF
              END-IF
           END-IF.
           SUBTRACT 1 FROM ORDEN-QUITA.

       4320-BUSCAR-ORDEN.
           IF CAS-ORDEN(IDX-CAS) = ORDEN-QUITA
              MOVE IDX-CAS TO HALLADO
           END-IF.

       4330-COMPROBAR-UNICO.
           IF INC-CASO(IDX-INC) = IDX-CAS
              MOVE INC-ELE(IDX-INC) TO IDX-ELE
              IF ELE-ELEGIDOS(IDX-ELE) < 2
                 MOVE 'N' TO SE-QUITA
              END-IF
           END-IF.

       4340-DESCONTAR-ELEGIDO.
           IF INC-CASO(IDX-INC) = IDX-CAS
              MOVE INC-ELE(IDX-INC) TO IDX-ELE
              SUBTRACT 1 FROM ELE-ELEGIDOS(IDX-ELE)
           END-IF.

      ******************************************************************
      * NIVEL SMOKE PARA SDPBUDG0, EN EL ORDEN DEL DECK
      ******************************************************************
       5000-ESCRIBIR-SMOKE.
           OPEN OUTPUT SMOKE.
           MOVE 'ABRIENDO NIVEL SMOKE SDPSMOKE' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-SMOKE '00' SPACES
                MSG-FSTAT RC.
           IF RC = ZEROS
              PERFORM 5010-ESCRIBIR-CASO
                      VARYING IDX-CAS FROM 1 BY 1
                      UNTIL IDX-CAS > CAS-USADOS
              CLOSE SMOKE
           END-IF.

       5010-ESCRIBIR-CASO.
           IF CAS-ELEGIDO(IDX-CAS) NOT = 'N'
              MOVE CAS-NOMBRE(IDX-CAS) TO REC-SMOKE
              WRITE REC-SMOKE
              ADD 1 TO EN-SMOKE
           END-IF.

      ******************************************************************
      * INFORME: LOS CASOS SMOKE, LOS REDUNDANTES CON QUIEN LOS
      * CUBRE, Y LA COBERTURA DE LA SUITE Y DEL NIVEL SMOKE
      ******************************************************************
       6000-INFORME.
           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'MINIMIZACION DE LA SUITE IVP' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-MINIMO.

           PERFORM 6100-LINEA-SMOKE
                   VARYING IDX-CAS FROM 1 BY 1
                   UNTIL IDX-CAS > CAS-USADOS.
           PERFORM 6200-LINEA-REDUNDANTE
                   VARYING IDX-CAS FROM 1 BY 1
                   UNTIL IDX-CAS > CAS-USADOS.

           PERFORM 6300-SUMAR-ELEMENTO
                   VARYING IDX-ELE FROM 1 BY 1
                   UNTIL IDX-ELE > ELE-USADOS.
           MOVE 'COBERTURA' TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE CUB-BLOQUES TO NUM-ED.
           MOVE TOT-BLOQUES TO NUM-ED-2.
           MOVE SPACES TO LINEA.
           STRING 'BLOQUES EJECUTADOS ' NUM-ED ' DE ' NUM-ED-2
                  ', LOS MISMOS EN EL NIVEL SMOKE'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 6900-LINEA-INFORME.
           MOVE CUB-PARRAFOS TO NUM-ED.
           MOVE TOT-PARRAFOS TO NUM-ED-2.
           MOVE SPACES TO LINEA.
           STRING 'PARRAFOS EJECUTADOS ' NUM-ED ' DE ' NUM-ED-2
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 6900-LINEA-INFORME.
           MOVE CUB-REGLAS TO NUM-ED.
           MOVE SPACES TO LINEA.
           STRING 'REGLAS ASERTADAS O DETECTADAS ' NUM-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 6900-LINEA-INFORME.
           IF DESBORDADO = 'S'
              MOVE SPACES TO LINEA
              STRING 'TABLAS LLENAS: COBERTURA PARCIAL, EL NIVEL '
                     'SMOKE PUEDE QUEDARSE CORTO'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 6900-LINEA-INFORME
           END-IF.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-MINIMO.

       6100-LINEA-SMOKE.
           IF CAS-ELEGIDO(IDX-CAS) NOT = 'N'
              MOVE 'SMOKE' TO RPT-CORTE
              MOVE 1 TO RPT-IMPORTE
              PERFORM 6800-CUENTAS-CASO
              EVALUATE TRUE
                 WHEN CAS-ESTADO(IDX-CAS) = 'A'
                      MOVE 'SIN COBERTURA: AVISO COBERTURA OMITIDA'
                        TO LINEA(56:)
                      ADD 1 TO SIN-COBERTURA
                 WHEN CAS-ESTADO(IDX-CAS) = SPACE
                      MOVE 'SIN COBERTURA: NO HAY VOLCADO DEL CASO'
                        TO LINEA(56:)
                      ADD 1 TO SIN-COBERTURA
                 WHEN CAS-ELEMENTOS(IDX-CAS) = ZEROS
                      MOVE 'SIN COBERTURA: VOLCADO SIN EJECUCION'
                        TO LINEA(56:)
                      ADD 1 TO SIN-COBERTURA
                 WHEN OTHER
                      MOVE 'SMOKE' TO LINEA(56:)
              END-EVALUATE
              PERFORM 6900-LINEA-INFORME
           END-IF.

       6200-LINEA-REDUNDANTE.
           IF CAS-ELEGIDO(IDX-CAS) = 'N'
              ADD 1 TO REDUNDANTES
              MOVE 'REDUNDANTE' TO RPT-CORTE
              MOVE 1 TO RPT-IMPORTE
              PERFORM 6210-BUSCAR-CUBRIDOR
              PERFORM 6800-CUENTAS-CASO
              IF MEJOR-VALOR = CAS-ELEMENTOS(IDX-CAS)
                 STRING 'CUBIERTO POR ' CAS-NOMBRE(MEJOR)
                        DELIMITED BY SIZE INTO LINEA(56:)
              ELSE
                 MOVE OTROS TO NUM-ED
                 STRING 'CUBIERTO POR ' CAS-NOMBRE(MEJOR)
                        ' Y' NUM-ED ' MAS'
                        DELIMITED BY SIZE INTO LINEA(56:)
              END-IF
              PERFORM 6900-LINEA-INFORME
           END-IF.

      * EL ELEGIDO QUE MAS ELEMENTOS COMPARTE CON EL REDUNDANTE (A
      * IGUALDAD EL PRIMERO DEL DECK) Y CUANTOS ELEGIDOS MAS
      * COMPARTEN ALGUNO
       6210-BUSCAR-CUBRIDOR.
           COMPUTE MARCA = IDX-CAS + 1000.
           PERFORM 6220-MARCAR-ELEMENTO
                   VARYING IDX-INC FROM 1 BY 1
                   UNTIL IDX-INC > INC-USADAS.
           PERFORM 6230-LIMPIAR-COMUN
                   VARYING IDX-OTRO FROM 1 BY 1
                   UNTIL IDX-OTRO > CAS-USADOS.
           PERFORM 6240-SUMAR-COMUN
                   VARYING IDX-INC FROM 1 BY 1
                   UNTIL IDX-INC > INC-USADAS.
           MOVE ZEROS TO MEJOR MEJOR-VALOR OTROS.
           PERFORM 6250-COMPARAR-COMUN
                   VARYING IDX-OTRO FROM 1 BY 1
                   UNTIL IDX-OTRO > CAS-USADOS.
           IF OTROS > ZEROS
              SUBTRACT 1 FROM OTROS
           END-IF.

       6220-MARCAR-ELEMENTO.
           IF INC-CASO(IDX-INC) = IDX-CAS
              MOVE INC-ELE(IDX-INC) TO IDX-ELE
              MOVE MARCA TO ELE-MARCA(IDX-ELE)
           END-IF.

       6230-LIMPIAR-COMUN.
           MOVE ZEROS TO CAS-COMUN(IDX-OTRO).

       6240-SUMAR-COMUN.
           IF INC-CASO(IDX-INC) > ZEROS
              MOVE INC-ELE(IDX-INC) TO IDX-ELE
              MOVE INC-CASO(IDX-INC) TO IDX-OTRO
              IF ELE-MARCA(IDX-ELE) = MARCA
                 AND CAS-ELEGIDO(IDX-OTRO) NOT = 'N'
                 ADD 1 TO CAS-COMUN(IDX-OTRO)
              END-IF
           END-IF.

       6250-COMPARAR-COMUN.
           IF CAS-COMUN(IDX-OTRO) > ZEROS
              ADD 1 TO OTROS
              IF CAS-COMUN(IDX-OTRO) > MEJOR-VALOR
                 MOVE IDX-OTRO TO MEJOR
                 MOVE CAS-COMUN(IDX-OTRO) TO MEJOR-VALOR
              END-IF
           END-IF.

       6300-SUMAR-ELEMENTO.
           EVALUATE ELE-TIPO(IDX-ELE)
              WHEN 'B'
                   ADD 1 TO TOT-BLOQUES
                   IF ELE-CUBIERTO(IDX-ELE) = 'S'
                      ADD 1 TO CUB-BLOQUES
                   END-IF
              WHEN 'P'
                   ADD 1 TO TOT-PARRAFOS
                   IF ELE-CUBIERTO(IDX-ELE) = 'S'
                      ADD 1 TO CUB-PARRAFOS
                   END-IF
              WHEN OTHER
                   ADD 1 TO TOT-REGLAS
                   IF ELE-CUBIERTO(IDX-ELE) = 'S'
                      ADD 1 TO CUB-REGLAS
                   END-IF
           END-EVALUATE.

       6800-CUENTAS-CASO.
           MOVE CAS-BLOQUES(IDX-CAS)  TO NUM-ED.
           MOVE CAS-PARRAFOS(IDX-CAS) TO NUM-ED-2.
           MOVE CAS-REGLAS(IDX-CAS)   TO NUM-ED-3.
           MOVE SPACES TO LINEA.
           STRING CAS-NOMBRE(IDX-CAS) ' BLOQUES ' NUM-ED
                  ' PARRAFOS ' NUM-ED-2 ' REGLAS ' NUM-ED-3
                  DELIMITED BY SIZE INTO LINEA.

       6900-LINEA-INFORME.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-MINIMO.
