      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Manual de operacion por programa generado desde los
      *          decks y los fuentes
      ******************************************************************
      * SDP DESCRIPTION
      *  Cuando un paso cae a las 3 de la manana el operador tenia
      *> que mirar en seis sitios: SDPCHNDK para las predecesoras,
      *> SDPPREFD para las entradas, SDPSLAD para la hora limite, los
      *> ficheros de chequeo para el reinicio, el directorio de
      *> autores para el responsable y el SDP DESCRIPTION para saber
      *> que hace. Este paso, pensado como ultimo de la cadena de
      *> cada noche para que el manual nunca quede viejo, reescribe
      *> SDPRUNBK con una pagina por programa:
      *>  - proposito (Purpose y SDP DESCRIPTION del fuente)
      *>  - entradas y salidas con su longitud de registro (del FD,
      *>    o el COPY que la da) y sus comprobaciones de prevuelo;
      *>    tambien las de los modulos que llama y estan en SDPSRCL
      *>  - pasos de la cadena con su rcmax, predecesoras y sucesoras
      *>  - SLA: duracion maxima, hora limite, RC esperado, severidad
      *>  - codigos de retorno: los que fija el codigo y las frases
      *>    del SDP DESCRIPTION que los explican
      *>  - reinicio: el del fichero de chequeo que abre (KSDMCHKP,
      *>    KSDPCHKP, SRTCHKPT, SRTEMSCK), los ficheros que
      *>    extiende y hay que restaurar, los que el prevuelo exige
      *>    ausentes y el reinicio de la cadena por SDPCHAIN
      *>  - responsable (Author del fuente) y contacto de escalado
      *> Sobre el deck SDPRUNBP:
      *>    PROGRAMA   <programa>   (todos los de SDPSRCL si no hay)
      *>    CADENA     <deck>       (SDPCHNDK por omision)
      *>    REARRANQUE <fichero> <texto>   (sustituye al texto de la
      *>               casa para ese fichero de chequeo; una tarjeta
      *>               por linea)
      *> y el directorio de autores SDPAUTRD:
      *>    AUTOR    <contacto> <nombre como en Author:>
      *>    PROGRAMA <programa> <contacto>  (prevalece sobre AUTOR)
      *> El informe de SDPREPW0 resume las paginas y lista los
      *> huecos: programas sin fuente, sin contacto de escalado o
      *> sin SDP DESCRIPTION. RC 4 si hay huecos, 8 si no se puede
      *> escribir SDPRUNBK.
      * SDP END
      *
      * SDP DESC Manual de operacion por programa desde los decks
      * SDP IVP 0 Files.Consumes = SDPRUNBP,SDPSRCL,SDPCHNDK,SDPPREFD,
      * SDPSLAD,SDPAUTRD
      * SDP IVP 0 Files.Produces = SDPRUNBK
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPRUNB0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TARJETAS ASSIGN TO 'SDPRUNBP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT LISTA ASSIGN TO 'SDPSRCL'
                  FILE STATUS IS FS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PASOS ASSIGN TO NOMBRE-CADENA
                  FILE STATUS IS FS-PASOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PREVUELO ASSIGN TO 'SDPPREFD'
                  FILE STATUS IS FS-PREVUELO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL SLAS ASSIGN TO 'SDPSLAD'
                  FILE STATUS IS FS-SLAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL AUTORES ASSIGN TO 'SDPAUTRD'
                  FILE STATUS IS FS-AUTORES
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT FUENTE ASSIGN TO NOMBRE-FUENTE
                  FILE STATUS IS FS-FUENTE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MANUAL-OPERACION ASSIGN TO 'SDPRUNBK'
                  FILE STATUS IS FS-MANUAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(132).

       FD  LISTA.
       01  REC-LISTA PIC X(132).

       FD  PASOS.
       01  REC-PASO PIC X(80).

       FD  PREVUELO.
       01  REC-PREVUELO PIC X(80).

       FD  SLAS.
       01  REC-SLA PIC X(80).

       FD  AUTORES.
       01  REC-AUTOR PIC X(132).

       FD  FUENTE.
       01  REC-FUENTE PIC X(80).

       FD  MANUAL-OPERACION.
       01  REC-MANUAL PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-LISTA    PIC XX VALUE SPACES.
       77 FS-PASOS    PIC XX VALUE SPACES.
       77 FS-PREVUELO PIC XX VALUE SPACES.
       77 FS-SLAS     PIC XX VALUE SPACES.
       77 FS-AUTORES  PIC XX VALUE SPACES.
       77 FS-FUENTE   PIC XX VALUE SPACES.
       77 FS-MANUAL   PIC XX VALUE SPACES.
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
           03 PUNTERO PIC 9(03) VALUE ZEROS.

       01  NOMBRES-FICHERO.
           03 NOMBRE-CADENA PIC X(64) VALUE 'SDPCHNDK'.
           03 NOMBRE-FUENTE PIC X(64) VALUE SPACES.

       01  TABLA-PEDIDOS.
           03 PED-USADOS PIC 9(03) VALUE ZEROS.
           03 PED-PROGRAMA OCCURS 200 TIMES PIC X(08).

      * TEXTOS DE REINICIO POR FICHERO DE CHEQUEO; ORIGEN C DE LA
      * CASA, D DEL DECK (EL DECK SUSTITUYE A LA CASA)
       01  TABLA-REARRANQUE.
           03 RRQ-USADOS PIC 9(02) VALUE ZEROS.
           03 RRQ OCCURS 60 TIMES.
              05 RRQ-FICHERO PIC X(08).
              05 RRQ-ORIGEN  PIC X(01).
              05 RRQ-TEXTO   PIC X(100).

       01  TABLA-AUTORES.
           03 AUT-USADOS PIC 9(03) VALUE ZEROS.
           03 AUT OCCURS 100 TIMES.
              05 AUT-NOMBRE   PIC X(40).
              05 AUT-CONTACTO PIC X(40).

       01  TABLA-CONTACTOS.
           03 PCT-USADOS PIC 9(03) VALUE ZEROS.
           03 PCT OCCURS 200 TIMES.
              05 PCT-PROGRAMA PIC X(08).
              05 PCT-CONTACTO PIC X(40).

      * INPUT <f> <lrecl>, WRITABLE <f>, NOSTALE <f>
       01  TABLA-PREVUELO.
           03 PRV-USADOS PIC 9(03) VALUE ZEROS.
           03 PRV OCCURS 200 TIMES.
              05 PRV-TIPO    PIC X(08).
              05 PRV-FICHERO PIC X(08).
              05 PRV-LRECL   PIC X(06).

      * SLA <programa> <max-minutos> <HHMM> <rc-esperado> <severidad>
       01  TABLA-SLA.
           03 SLA-USADOS PIC 9(03) VALUE ZEROS.
           03 SLA OCCURS 200 TIMES.
              05 SLA-PROGRAMA  PIC X(08).
              05 SLA-MAXIMO    PIC X(06).
              05 SLA-LIMITE    PIC X(04).
              05 SLA-RC        PIC X(03).
              05 SLA-SEVERIDAD PIC X(10).

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
              05 MBR-NRC       PIC 9(02).
              05 MBR-RC OCCURS 10 TIMES PIC 9(03).

      * FICHEROS ABIERTOS POR CADA MIEMBRO: NOMBRE DEL DD, TIPO (L
      * LITERAL DEL ASSIGN, M NOMBRE LOGICO PASADO A SDPDDMP0, D
      * ASIGNADO EN EJECUCION), MODOS Y LONGITUD DEL REGISTRO
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
              05 FIC-LRECL    PIC X(14).

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
           03 VALOR-RC     PIC 9(03) VALUE ZEROS.

       01  TROCEO.
           03 CARACTER    PIC X(01) VALUE SPACE.
           03 CIERRE      PIC X(01) VALUE SPACE.
           03 EN-LITERAL  PIC X(01) VALUE 'N'.
           03 EN-PALABRA  PIC X(01) VALUE 'N'.
           03 DESBORDADO  PIC X(01) VALUE 'N'.

      * LONGITUD DEL REGISTRO DEL FD: PIC X(N), PIC XXX O EL COPY
       01  LONGITUD-FD.
           03 POS-FD       PIC 9(05) VALUE ZEROS.
           03 PIC-NUMERO   PIC X(10) VALUE SPACES.
           03 PIC-LONGITUD PIC 9(05) VALUE ZEROS.
           03 LONGITUD-ED  PIC ZZZZ9.
           03 POS-NUMERO   PIC 9(02) VALUE ZEROS.
           03 EN-PARENTESIS PIC X(01) VALUE 'N'.
           03 COMPLEJO     PIC X(01) VALUE 'N'.
           03 PALABRA-FD   PIC X(30) VALUE SPACES.
              88 ES-FIN-REGISTRO VALUE '01' 'FD' 'SD' '66' '77'
                 'WORKING-STORAGE' 'LOCAL-STORAGE' 'LINKAGE'.
              88 ES-COMPLEJO VALUE 'REDEFINES' 'OCCURS' 'USAGE'
                 'COMP' 'COMP-1' 'COMP-2' 'COMP-3' 'COMP-4' 'COMP-5'
                 'COMPUTATIONAL' 'COMPUTATIONAL-3' 'BINARY'
                 'PACKED-DECIMAL' 'INDEX' 'POINTER' 'COPY'.

       01  TABLA-PASOS.
           03 PAS-USADOS PIC 9(02) VALUE ZEROS.
           03 PAS OCCURS 50 TIMES.
              05 PAS-NOMBRE   PIC X(08).
              05 PAS-PROGRAMA PIC X(08).
              05 PAS-RCMAX    PIC 9(03).
              05 PAS-NPRED    PIC 9(01).
              05 PAS-PRED OCCURS 5 TIMES PIC X(08).

      * FICHEROS DE LA PAGINA: PROGRAMA MAS MODULOS LLAMADOS
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
              05 PDD-LRECL    PIC X(14).

       01  TABLA-VISITADOS.
           03 VIS-USADOS PIC 9(02) VALUE ZEROS.
           03 VIS-MODULO OCCURS 60 TIMES PIC X(08).
           03 VIS-SIN-FUENTE PIC X(60) VALUE SPACES.

      * CABECERA DEL FUENTE DE LA PAGINA
       01  CABECERA.
           03 AUTOR-FUENTE   PIC X(40) VALUE SPACES.
           03 PROPOSITO      PIC X(65) VALUE SPACES.
           03 PROPOSITO-2    PIC X(65) VALUE SPACES.
           03 RESUMEN        PIC X(65) VALUE SPACES.
           03 EN-DESCRIPCION PIC X(01) VALUE 'N'.
           03 EN-PROPOSITO   PIC X(01) VALUE 'N'.
           03 FIN-CABECERA   PIC X(01) VALUE 'N'.
           03 TEXTO-COMENTARIO PIC X(65) VALUE SPACES.
           03 RESTO-COMENTARIO PIC X(65) VALUE SPACES.
           03 DES-USADAS PIC 9(03) VALUE ZEROS.
           03 DES OCCURS 80 TIMES.
              05 DES-TEXTO  PIC X(65).
              05 DES-RC     PIC X(01).

       01  HUECOS.
           03 HUE-USADOS PIC 9(03) VALUE ZEROS.
           03 HUE OCCURS 600 TIMES.
              05 HUE-PROGRAMA PIC X(08).
              05 HUE-MOTIVO   PIC X(60).

       01  TRABAJO.
           03 IDX       PIC 9(05) VALUE ZEROS.
           03 IDX-J     PIC 9(05) VALUE ZEROS.
           03 IDX-K     PIC 9(05) VALUE ZEROS.
           03 IDX-TOK   PIC 9(05) VALUE ZEROS.
           03 IDX-COL   PIC 9(02) VALUE ZEROS.
           03 IDX-SEL   PIC 9(03) VALUE ZEROS.
           03 IDX-PED   PIC 9(03) VALUE ZEROS.
           03 IDX-PAS   PIC 9(02) VALUE ZEROS.
           03 IDX-PRD   PIC 9(01) VALUE ZEROS.
           03 IDX-MBR   PIC 9(03) VALUE ZEROS.
           03 IDX-PAG   PIC 9(03) VALUE ZEROS.
           03 IDX-VIS   PIC 9(02) VALUE ZEROS.
           03 IDX-PDD   PIC 9(03) VALUE ZEROS.
           03 HALLADO   PIC 9(05) VALUE ZEROS.
           03 CUANTOS   PIC 9(05) VALUE ZEROS.
           03 ESCRITAS  PIC 9(03) VALUE ZEROS.
           03 VISTOS    PIC 9(03) VALUE ZEROS.
           03 POS-SIN-FUENTE PIC 9(03) VALUE ZEROS.
           03 CON-CHEQUEO PIC X(01) VALUE 'N'.
           03 EN-CADENA PIC X(01) VALUE 'N'.
           03 PROGRAMA-ACTUAL PIC X(08) VALUE SPACES.
           03 MODULO-ACTUAL PIC X(08) VALUE SPACES.
           03 CONTACTO  PIC X(40) VALUE SPACES.
           03 MOTIVO    PIC X(60) VALUE SPACES.
           03 NUM-ED    PIC ZZ9.
           03 LINEA     PIC X(132) VALUE SPACES.
           03 LINEA-INF PIC X(132) VALUE SPACES.

       01  FECHA-HORA PIC X(21) VALUE SPACES.

       01  INFORME-MANUAL.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1050-REARRANQUE-CASA.
           PERFORM 1100-CARGAR-TARJETAS.
           PERFORM 1200-CARGAR-PASOS.
           PERFORM 1300-CARGAR-PREVUELO.
           PERFORM 1400-CARGAR-SLA.
           PERFORM 1500-CARGAR-AUTORES.

           OPEN INPUT LISTA.
           MOVE 'ABRIENDO LISTA SDPSRCL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-LISTA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           MOVE 'N' TO FIN-FICH.
           READ LISTA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1600-ANOTAR-MIEMBRO UNTIL FIN-FICH = 'S'.
           CLOSE LISTA.
           IF PED-USADOS = ZEROS
              PERFORM 1650-PEDIR-MIEMBRO
                      VARYING IDX-MBR FROM 1 BY 1
                      UNTIL IDX-MBR > MBR-USADOS
           END-IF.

           OPEN OUTPUT MANUAL-OPERACION.
           MOVE 'ABRIENDO MANUAL SDPRUNBK' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MANUAL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              STOP RUN RETURNING RC
           END-IF.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'MANUAL DE OPERACION POR PROGRAMA' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-MANUAL.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           PERFORM 3000-ESCRIBIR-PAGINA
                   VARYING IDX-PED FROM 1 BY 1
                   UNTIL IDX-PED > PED-USADOS.
           CLOSE MANUAL-OPERACION.

           PERFORM 8800-LISTAR-HUECO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > HUE-USADOS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-MANUAL.

           IF HUE-USADOS > ZEROS
              MOVE 4 TO RC
           END-IF.
           DISPLAY 'PAGINAS ESCRITAS ' ESCRITAS
                   ' HUECOS ' HUE-USADOS.
           STOP RUN RETURNING RC.

      ******************************************************************
      * DECKS: ORDENES, CADENA, PREVUELO, SLA, AUTORES Y MIEMBROS
      ******************************************************************
      * REINICIO DE LOS CUATRO PROGRAMAS CON PUNTO DE CHEQUEO PROPIO
       1050-REARRANQUE-CASA.
           MOVE 'KSDMCHKP' TO RRQ-FICHERO(1) RRQ-FICHERO(2).
           STRING 'RELANZAR EL PASO TAL CUAL: REANUDA TRAS LA ULTIMA '
                  'TRANSACCION CONFIRMADA QUE CONSTA EN KSDMCHKP'
                  DELIMITED BY SIZE INTO RRQ-TEXTO(1).
           STRING 'Y RESUELVE LA EN DUDA CONTRA EL JOURNAL. NO BORRAR '
                  'KSDMCHKP NI EL JOURNAL EN CURSO.'
                  DELIMITED BY SIZE INTO RRQ-TEXTO(2).
           MOVE 'SRTCHKPT' TO RRQ-FICHERO(3) RRQ-FICHERO(4).
           STRING 'RELANZAR EL PASO TAL CUAL: RELEE LOS REGISTROS YA '
                  'CARGADOS QUE CONSTAN EN SRTCHKPT.'
                  DELIMITED BY SIZE INTO RRQ-TEXTO(3).
           STRING 'BORRAR SRTCHKPT SOLO PARA REPETIR LA CARGA DESDE EL '
                  'PRINCIPIO.' DELIMITED BY SIZE INTO RRQ-TEXTO(4).
           MOVE 'SRTEMSCK' TO RRQ-FICHERO(5) RRQ-FICHERO(6).
           STRING 'RELANZAR EL PASO TAL CUAL: RETOMA LA ULTIMA PASADA '
                  'DE MEZCLA REGISTRADA EN SRTEMSCK; UNA CAIDA EN LA'
                  DELIMITED BY SIZE INTO RRQ-TEXTO(5).
           STRING 'DISTRIBUCION REPITE DESDE EL PRINCIPIO. NO BORRAR '
                  'SRTEMSCK NI LOS FICHEROS DE TRABAJO.'
                  DELIMITED BY SIZE INTO RRQ-TEXTO(6).
           MOVE 'KSDPCHKP' TO RRQ-FICHERO(7) RRQ-FICHERO(8).
           STRING 'RELANZAR EL PASO TAL CUAL. FASE C: SALTA LO '
                  'CONFIRMADO EN EL JOURNAL, RESUELVE EL EN DUDA '
                  'Y DEJA'
                  DELIMITED BY SIZE INTO RRQ-TEXTO(7).
           STRING 'PENDIENTES LOS HUECOS. FASE R: SOLO REGRABA '
                  'KSDMOVS. NO BORRAR KSDPCHKP, KSDMOVSR NI EL JOURNAL.'
                  DELIMITED BY SIZE INTO RRQ-TEXTO(8).
           MOVE 'C' TO RRQ-ORIGEN(1) RRQ-ORIGEN(2) RRQ-ORIGEN(3)
                       RRQ-ORIGEN(4) RRQ-ORIGEN(5) RRQ-ORIGEN(6)
                       RRQ-ORIGEN(7) RRQ-ORIGEN(8).
           MOVE 8 TO RRQ-USADOS.

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

       1110-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           MOVE 1 TO PUNTERO.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-3 WITH POINTER PUNTERO.
           EVALUATE PAL-1
              WHEN 'PROGRAMA  '
                   IF PED-USADOS < 200 AND PAL-3 NOT = SPACES
                      ADD 1 TO PED-USADOS
                      MOVE PAL-3(1:8) TO PED-PROGRAMA(PED-USADOS)
                   END-IF
              WHEN 'CADENA    '
                   MOVE PAL-3 TO NOMBRE-CADENA
              WHEN 'REARRANQUE'
                   PERFORM 1120-TARJETA-REARRANQUE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * LA PRIMERA TARJETA DE UN FICHERO RETIRA EL TEXTO DE LA CASA
       1120-TARJETA-REARRANQUE.
           PERFORM 1125-RETIRAR-CASA
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > RRQ-USADOS.
           IF RRQ-USADOS < 60 AND PAL-3 NOT = SPACES
              ADD 1 TO RRQ-USADOS
              MOVE PAL-3(1:8) TO RRQ-FICHERO(RRQ-USADOS)
              MOVE 'D' TO RRQ-ORIGEN(RRQ-USADOS)
              MOVE SPACES TO RRQ-TEXTO(RRQ-USADOS)
              IF PUNTERO < 132
                 MOVE REC-TARJETA(PUNTERO:) TO RRQ-TEXTO(RRQ-USADOS)
              END-IF
           END-IF.

       1125-RETIRAR-CASA.
           IF RRQ-FICHERO(IDX) = PAL-3(1:8) AND RRQ-ORIGEN(IDX) = 'C'
              MOVE SPACES TO RRQ-FICHERO(IDX)
           END-IF.

       1200-CARGAR-PASOS.
           OPEN INPUT PASOS.
           IF FS-PASOS = '00'
              MOVE 'N' TO FIN-FICH
              READ PASOS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1210-ANOTAR-PASO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE PASOS.

      * STEP <paso> <programa> <rcmax> [PRED <p1> ... <p5>]
       1210-ANOTAR-PASO.
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
              IF PAL-5 = 'PRED      '
                 MOVE PAL-6 TO PAL-1
                 PERFORM 1220-ANOTAR-PRED
                 MOVE PAL-7 TO PAL-1
                 PERFORM 1220-ANOTAR-PRED
                 MOVE PAL-8 TO PAL-1
                 PERFORM 1220-ANOTAR-PRED
                 MOVE PAL-9 TO PAL-1
                 PERFORM 1220-ANOTAR-PRED
                 MOVE PAL-10 TO PAL-1
                 PERFORM 1220-ANOTAR-PRED
              END-IF
           END-IF.
           READ PASOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1220-ANOTAR-PRED.
           IF PAL-1 NOT = SPACES AND PAS-NPRED(PAS-USADOS) < 5
              ADD 1 TO PAS-NPRED(PAS-USADOS)
              MOVE PAL-1(1:8)
                   TO PAS-PRED(PAS-USADOS, PAS-NPRED(PAS-USADOS))
           END-IF.

       1300-CARGAR-PREVUELO.
           OPEN INPUT PREVUELO.
           IF FS-PREVUELO = '00'
              MOVE 'N' TO FIN-FICH
              READ PREVUELO
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1310-ANOTAR-PREVUELO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE PREVUELO.

       1310-ANOTAR-PREVUELO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-PREVUELO DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-4.
           IF (PAL-1 = 'INPUT' OR 'WRITABLE' OR 'NOSTALE')
              AND PRV-USADOS < 200
              ADD 1 TO PRV-USADOS
              MOVE PAL-1      TO PRV-TIPO(PRV-USADOS)
              MOVE PAL-2(1:8) TO PRV-FICHERO(PRV-USADOS)
              MOVE PAL-4(1:6) TO PRV-LRECL(PRV-USADOS)
           END-IF.
           READ PREVUELO
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1400-CARGAR-SLA.
           OPEN INPUT SLAS.
           IF FS-SLAS = '00'
              MOVE 'N' TO FIN-FICH
              READ SLAS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1410-ANOTAR-SLA UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE SLAS.

       1410-ANOTAR-SLA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-SLA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-4 PAL-5 PAL-6 PAL-7.
           IF PAL-1 = 'SLA       ' AND SLA-USADOS < 200
              ADD 1 TO SLA-USADOS
              MOVE PAL-2(1:8) TO SLA-PROGRAMA(SLA-USADOS)
              MOVE PAL-4(1:6) TO SLA-MAXIMO(SLA-USADOS)
              MOVE PAL-5(1:4) TO SLA-LIMITE(SLA-USADOS)
              MOVE PAL-6(1:3) TO SLA-RC(SLA-USADOS)
              MOVE PAL-7      TO SLA-SEVERIDAD(SLA-USADOS)
           END-IF.
           READ SLAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * AUTOR <contacto> <nombre>; PROGRAMA <programa> <contacto>
       1500-CARGAR-AUTORES.
           OPEN INPUT AUTORES.
           IF FS-AUTORES = '00'
              MOVE 'N' TO FIN-FICH
              READ AUTORES
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1510-ANOTAR-AUTOR UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE AUTORES.

       1510-ANOTAR-AUTOR.
           MOVE SPACES TO PALABRAS-DECK.
           MOVE 1 TO PUNTERO.
           UNSTRING REC-AUTOR DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-3 WITH POINTER PUNTERO.
           EVALUATE TRUE
              WHEN PAL-1 = 'AUTOR     ' AND AUT-USADOS < 100
                   AND PUNTERO < 132
                   ADD 1 TO AUT-USADOS
                   MOVE PAL-3 TO AUT-CONTACTO(AUT-USADOS)
                   MOVE REC-AUTOR(PUNTERO:) TO AUT-NOMBRE(AUT-USADOS)
              WHEN PAL-1 = 'PROGRAMA  ' AND PCT-USADOS < 200
                   ADD 1 TO PCT-USADOS
                   MOVE PAL-3(1:8) TO PCT-PROGRAMA(PCT-USADOS)
                   UNSTRING REC-AUTOR DELIMITED BY ALL SPACES
                            INTO PCT-CONTACTO(PCT-USADOS)
                            WITH POINTER PUNTERO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ AUTORES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1600-ANOTAR-MIEMBRO.
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
                                 MBR-NRC(MBR-USADOS)
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1650-PEDIR-MIEMBRO.
           IF PED-USADOS < 200
              ADD 1 TO PED-USADOS
              MOVE MBR-PROGRAMA(IDX-MBR) TO PED-PROGRAMA(PED-USADOS)
           END-IF.

      ******************************************************************
      * UNA PAGINA DEL MANUAL
      ******************************************************************
       3000-ESCRIBIR-PAGINA.
           MOVE PED-PROGRAMA(IDX-PED) TO PROGRAMA-ACTUAL MODULO-ACTUAL.
           PERFORM 5110-BUSCAR-MIEMBRO.
           MOVE IDX-MBR TO IDX-PAG.
           MOVE ALL '=' TO LINEA(1:100).
           PERFORM 7000-ESCRIBIR.
           STRING 'MANUAL DE OPERACION  ' PROGRAMA-ACTUAL
                  '    GENERADO ' FECHA-HORA(7:2) '/' FECHA-HORA(5:2)
                  '/' FECHA-HORA(1:4) ' ' FECHA-HORA(9:2) ':'
                  FECHA-HORA(11:2) DELIMITED BY SIZE INTO LINEA.
           PERFORM 7000-ESCRIBIR.
           MOVE ALL '=' TO LINEA(1:100).
           PERFORM 7000-ESCRIBIR.

           MOVE SPACES TO CABECERA.
           MOVE ZEROS TO DES-USADAS.
           IF IDX-PAG > ZEROS
              PERFORM 3100-LEER-CABECERA
           END-IF.
           IF IDX-PAG = ZEROS OR FS-FUENTE NOT = '00'
              MOVE 'SIN FUENTE EN SDPSRCL: PAGINA SOLO CON LOS DECKS'
                TO LINEA
              PERFORM 7000-ESCRIBIR
              MOVE 'PROGRAMA SIN FUENTE EN SDPSRCL' TO MOTIVO
              PERFORM 8700-ANOTAR-HUECO
           END-IF.

           PERFORM 3200-PARTE-PROPOSITO.
           MOVE ZEROS TO PDD-USADOS.
           MOVE SPACES TO VIS-SIN-FUENTE.
           IF IDX-PAG > ZEROS
              PERFORM 5000-RECOGER-FICHEROS
           END-IF.
           PERFORM 3300-PARTE-FICHEROS.
           PERFORM 3400-PARTE-CADENA.
           PERFORM 3500-PARTE-SLA.
           PERFORM 3600-PARTE-RC.
           PERFORM 3700-PARTE-REINICIO.
           PERFORM 3800-PARTE-ESCALADO.
           PERFORM 7000-ESCRIBIR.
           ADD 1 TO ESCRITAS.

           MOVE PDD-USADOS TO NUM-ED.
           MOVE SPACES TO LINEA-INF.
           STRING PROGRAMA-ACTUAL ' ' NUM-ED ' FICHEROS, CONTACTO '
                  CONTACTO DELIMITED BY SIZE INTO LINEA-INF.
           MOVE 'PAGINAS' TO RPT-CORTE.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA-INF TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-MANUAL.

      * AUTHOR, PURPOSE (CON SU LINEA DE CONTINUACION), SDP DESC Y EL
      * TEXTO DE SDP DESCRIPTION; SE LEE HASTA LA IDENTIFICATION
       3100-LEER-CABECERA.
           MOVE MBR-FICHERO(IDX-PAG) TO NOMBRE-FUENTE.
           OPEN INPUT FUENTE.
           IF FS-FUENTE = '00'
              MOVE 'N' TO FIN-FICH FIN-CABECERA
              READ FUENTE
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 3110-LINEA-CABECERA
                      UNTIL FIN-FICH = 'S' OR FIN-CABECERA = 'S'
              CLOSE FUENTE
              MOVE 'N' TO FIN-FICH
              MOVE '00' TO FS-FUENTE
           ELSE
              CLOSE FUENTE
           END-IF.

       3110-LINEA-CABECERA.
           IF REC-FUENTE(7:1) = '*'
              PERFORM 3120-TEXTO-COMENTARIO
              EVALUATE TRUE
                 WHEN TEXTO-COMENTARIO(1:15) = 'SDP DESCRIPTION'
                      MOVE 'S' TO EN-DESCRIPCION
                 WHEN TEXTO-COMENTARIO(1:7) = 'SDP END'
                      MOVE 'N' TO EN-DESCRIPCION
                 WHEN EN-DESCRIPCION = 'S'
                      PERFORM 3130-ANOTAR-DESCRIPCION
                 WHEN TEXTO-COMENTARIO(1:7) = 'Author:'
                      MOVE TEXTO-COMENTARIO(8:) TO RESTO-COMENTARIO
                      MOVE ZEROS TO IDX
                      INSPECT RESTO-COMENTARIO TALLYING IDX
                              FOR LEADING SPACES
                      IF IDX < 40
                         MOVE RESTO-COMENTARIO(IDX + 1:)
                           TO AUTOR-FUENTE
                      END-IF
                 WHEN TEXTO-COMENTARIO(1:8) = 'Purpose:'
                      MOVE TEXTO-COMENTARIO(10:) TO PROPOSITO
                      MOVE 'S' TO EN-PROPOSITO
                 WHEN EN-PROPOSITO = 'S'
                      AND REC-FUENTE(8:5) = SPACES
                      AND TEXTO-COMENTARIO NOT = SPACES
                      MOVE TEXTO-COMENTARIO TO PROPOSITO-2
                      MOVE 'N' TO EN-PROPOSITO
                 WHEN TEXTO-COMENTARIO(1:9) = 'SDP DESC '
                      MOVE TEXTO-COMENTARIO(10:) TO RESUMEN
                      MOVE 'N' TO EN-PROPOSITO
                 WHEN OTHER
                      MOVE 'N' TO EN-PROPOSITO
              END-EVALUATE
           ELSE
              IF REC-FUENTE(8:14) = 'IDENTIFICATION'
                 MOVE 'S' TO FIN-CABECERA
              END-IF
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * TEXTO DEL COMENTARIO SIN EL '>' DE '*>' NI BLANCOS INICIALES
       3120-TEXTO-COMENTARIO.
           MOVE REC-FUENTE(8:65) TO RESTO-COMENTARIO.
           IF RESTO-COMENTARIO(1:1) = '>'
              MOVE SPACE TO RESTO-COMENTARIO(1:1)
           END-IF.
           MOVE SPACES TO TEXTO-COMENTARIO.
           MOVE ZEROS TO IDX.
           INSPECT RESTO-COMENTARIO TALLYING IDX FOR LEADING SPACES.
           IF IDX < 65
              MOVE RESTO-COMENTARIO(IDX + 1:) TO TEXTO-COMENTARIO
           END-IF.

      * LA SANGRIA DEL FUENTE SE CONSERVA; LAS FRASES CON 'RC <N>' O
      * 'RC =' SON LAS QUE EXPLICAN LOS CODIGOS DE RETORNO
       3130-ANOTAR-DESCRIPCION.
           IF DES-USADAS < 80
              ADD 1 TO DES-USADAS
              MOVE RESTO-COMENTARIO TO DES-TEXTO(DES-USADAS)
              MOVE ZEROS TO CUANTOS
              PERFORM 3135-BUSCAR-RC
                      VARYING IDX FROM 1 BY 1
                      UNTIL IDX > 61 OR CUANTOS > ZEROS
              IF CUANTOS > ZEROS
                 MOVE 'S' TO DES-RC(DES-USADAS)
                 MOVE 65 TO IDX
                 PERFORM 3137-RETROCEDER
                         UNTIL IDX = 1
                            OR RESTO-COMENTARIO(IDX:1) NOT = SPACE
                 IF RESTO-COMENTARIO(IDX:1) = '.'
                    MOVE 'P' TO DES-RC(DES-USADAS)
                 END-IF
              ELSE
                 MOVE 'N' TO DES-RC(DES-USADAS)
              END-IF
           END-IF.

       3135-BUSCAR-RC.
           IF RESTO-COMENTARIO(IDX:3) = 'RC '
              AND (RESTO-COMENTARIO(IDX + 3:1) IS NUMERIC
                   OR RESTO-COMENTARIO(IDX + 3:1) = '=')
              MOVE 1 TO CUANTOS
           END-IF.

       3137-RETROCEDER.
           SUBTRACT 1 FROM IDX.

       3200-PARTE-PROPOSITO.
           MOVE 'PROPOSITO' TO LINEA.
           PERFORM 7000-ESCRIBIR.
           IF PROPOSITO NOT = SPACES
              STRING '   ' PROPOSITO DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.
           IF PROPOSITO-2 NOT = SPACES
              STRING '   ' PROPOSITO-2 DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.
           IF RESUMEN NOT = SPACES
              STRING '   (' DELIMITED BY SIZE
                     RESUMEN DELIMITED BY '  '
                     ')' DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.
           PERFORM 3210-LINEA-DESCRIPCION
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > DES-USADAS.
           IF DES-USADAS = ZEROS AND IDX-PAG > ZEROS
              AND FS-FUENTE = '00'
              MOVE '   SIN SDP DESCRIPTION EN EL FUENTE' TO LINEA
              PERFORM 7000-ESCRIBIR
              MOVE 'PROGRAMA SIN SDP DESCRIPTION' TO MOTIVO
              PERFORM 8700-ANOTAR-HUECO
           END-IF.

       3210-LINEA-DESCRIPCION.
           STRING '  ' DES-TEXTO(IDX) DELIMITED BY SIZE INTO LINEA.
           PERFORM 7000-ESCRIBIR.

      * ENTRADAS (SOLO SE LEEN) Y SALIDAS (SE ESCRIBEN, EXTIENDEN O
      * ACTUALIZAN), CON LONGITUD Y PREVUELO
       3300-PARTE-FICHEROS.
           PERFORM 7000-ESCRIBIR.
           MOVE 'ENTRADAS       LRECL           MODULO    PREVUELO'
             TO LINEA.
           PERFORM 7000-ESCRIBIR.
           MOVE ZEROS TO VISTOS.
           MOVE 'E' TO MODO-FICHERO.
           PERFORM 3310-LINEA-FICHERO
                   VARYING IDX-PDD FROM 1 BY 1
                   UNTIL IDX-PDD > PDD-USADOS.
           IF VISTOS = ZEROS
              MOVE '   NINGUNA' TO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.
           MOVE 'SALIDAS        LRECL           MODULO    USO'
             TO LINEA.
           PERFORM 7000-ESCRIBIR.
           MOVE ZEROS TO VISTOS.
           MOVE 'S' TO MODO-FICHERO.
           PERFORM 3310-LINEA-FICHERO
                   VARYING IDX-PDD FROM 1 BY 1
                   UNTIL IDX-PDD > PDD-USADOS.
           IF VISTOS = ZEROS
              MOVE '   NINGUNA' TO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.
           IF VIS-SIN-FUENTE NOT = SPACES
              STRING 'MODULOS SIN FUENTE (SUS FICHEROS NO CONSTAN): '
                     VIS-SIN-FUENTE DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.

       3310-LINEA-FICHERO.
           IF PDD-SALIDA(IDX-PDD) = 'N' AND PDD-ACTUAL(IDX-PDD) = 'N'
              AND PDD-EXTIENDE(IDX-PDD) = 'N'
              MOVE 'E' TO CARACTER
           ELSE
              MOVE 'S' TO CARACTER
           END-IF.
           IF CARACTER = MODO-FICHERO
              ADD 1 TO VISTOS
              MOVE PDD-DD(IDX-PDD) TO LINEA(4:)
              MOVE PDD-LRECL(IDX-PDD) TO LINEA(16:)
              MOVE PDD-MODULO(IDX-PDD) TO LINEA(32:)
              IF MODO-FICHERO = 'E'
                 PERFORM 3320-PREVUELO-ENTRADA
              ELSE
                 PERFORM 3330-USO-SALIDA
              END-IF
              IF PDD-TIPO(IDX-PDD) = 'D'
                 MOVE '*DINAMICO' TO LINEA(4:)
                 STRING 'ASSIGN TO ' PDD-VARIABLE(IDX-PDD)
                        DELIMITED BY SIZE INTO LINEA(78:)
              END-IF
              PERFORM 7000-ESCRIBIR
           END-IF.

       3320-PREVUELO-ENTRADA.
           MOVE ZEROS TO HALLADO.
           PERFORM 3325-BUSCAR-PREVUELO
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > PRV-USADOS OR HALLADO > ZEROS.
           IF HALLADO > ZEROS AND PDD-TIPO(IDX-PDD) NOT = 'D'
              STRING 'INPUT LRECL ' PRV-LRECL(HALLADO)
                     DELIMITED BY SIZE INTO LINEA(42:)
           END-IF.

       3325-BUSCAR-PREVUELO.
           IF PRV-FICHERO(IDX-J) = PDD-DD(IDX-PDD)
              AND PRV-TIPO(IDX-J) = 'INPUT'
              MOVE IDX-J TO HALLADO
           END-IF.

       3330-USO-SALIDA.
           EVALUATE TRUE
              WHEN PDD-ACTUAL(IDX-PDD) = 'S'
                   MOVE 'ACTUALIZA' TO LINEA(42:)
              WHEN PDD-EXTIENDE(IDX-PDD) = 'S'
                   MOVE 'EXTIENDE' TO LINEA(42:)
              WHEN PDD-ENTRADA(IDX-PDD) = 'S'
                   MOVE 'ESCRIBE Y LEE' TO LINEA(42:)
              WHEN OTHER
                   MOVE 'ESCRIBE' TO LINEA(42:)
           END-EVALUATE.
           PERFORM 3335-BUSCAR-ESCRIBIBLE
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > PRV-USADOS.

       3335-BUSCAR-ESCRIBIBLE.
           IF PRV-FICHERO(IDX-J) = PDD-DD(IDX-PDD)
              AND PRV-TIPO(IDX-J) = 'WRITABLE'
              AND PDD-TIPO(IDX-PDD) NOT = 'D'
              MOVE 'PREVUELO WRITABLE' TO LINEA(58:)
           END-IF.

      * PASOS DE LA CADENA QUE LANZAN EL PROGRAMA
       3400-PARTE-CADENA.
           PERFORM 7000-ESCRIBIR.
           STRING 'CADENA (' DELIMITED BY SIZE
                  NOMBRE-CADENA DELIMITED BY SPACE
                  ')' DELIMITED BY SIZE INTO LINEA.
           PERFORM 7000-ESCRIBIR.
           MOVE 'N' TO EN-CADENA.
           PERFORM 3410-PASO-DEL-PROGRAMA
                   VARYING IDX-PAS FROM 1 BY 1
                   UNTIL IDX-PAS > PAS-USADOS.
           IF EN-CADENA = 'N'
              MOVE '   NO SE LANZA EN LA CADENA' TO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.

       3410-PASO-DEL-PROGRAMA.
           IF PAS-PROGRAMA(IDX-PAS) = PROGRAMA-ACTUAL
              MOVE 'S' TO EN-CADENA
              MOVE PAS-RCMAX(IDX-PAS) TO NUM-ED
              STRING '   PASO ' PAS-NOMBRE(IDX-PAS) ' RCMAX ' NUM-ED
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ESCRIBIR
              MOVE '      PREDECESORAS:' TO LINEA
              MOVE 21 TO IDX-K
              PERFORM 3420-NOMBRE-PREDECESORA
                      VARYING IDX-PRD FROM 1 BY 1
                      UNTIL IDX-PRD > PAS-NPRED(IDX-PAS)
              IF PAS-NPRED(IDX-PAS) = ZEROS
                 MOVE 'NINGUNA (PRIMER PASO)' TO LINEA(IDX-K:)
              END-IF
              PERFORM 7000-ESCRIBIR
              MOVE '      SUCESORAS:' TO LINEA
              MOVE 21 TO IDX-K
              MOVE ZEROS TO VISTOS
              PERFORM 3430-BUSCAR-SUCESORA
                      VARYING IDX-J FROM 1 BY 1
                      UNTIL IDX-J > PAS-USADOS
              IF VISTOS = ZEROS
                 MOVE 'NINGUNA (ULTIMO PASO)' TO LINEA(IDX-K:)
              END-IF
              PERFORM 7000-ESCRIBIR
           END-IF.

       3420-NOMBRE-PREDECESORA.
           MOVE PAS-PRED(IDX-PAS, IDX-PRD) TO LINEA(IDX-K:8).
           ADD 9 TO IDX-K.

       3430-BUSCAR-SUCESORA.
           PERFORM 3435-MIRAR-PRED
                   VARYING IDX-PRD FROM 1 BY 1
                   UNTIL IDX-PRD > PAS-NPRED(IDX-J).

       3435-MIRAR-PRED.
           IF PAS-PRED(IDX-J, IDX-PRD) = PAS-NOMBRE(IDX-PAS)
              AND IDX-K < 120
              ADD 1 TO VISTOS
              MOVE PAS-NOMBRE(IDX-J) TO LINEA(IDX-K:8)
              ADD 9 TO IDX-K
           END-IF.

       3500-PARTE-SLA.
           PERFORM 7000-ESCRIBIR.
           MOVE 'SLA' TO LINEA.
           PERFORM 7000-ESCRIBIR.
           MOVE ZEROS TO HALLADO.
           PERFORM 3510-BUSCAR-SLA
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > SLA-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              MOVE '   SIN SLA EN SDPSLAD' TO LINEA
           ELSE
              STRING '   DURACION MAXIMA ' DELIMITED BY SIZE
                     SLA-MAXIMO(HALLADO) DELIMITED BY SPACE
                     ' MIN, FIN ANTES DE LAS ' SLA-LIMITE(HALLADO)(1:2)
                     ':' SLA-LIMITE(HALLADO)(3:2) ', RC ESPERADO '
                     DELIMITED BY SIZE
                     SLA-RC(HALLADO) DELIMITED BY SPACE
                     ', SEVERIDAD ' SLA-SEVERIDAD(HALLADO)
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           PERFORM 7000-ESCRIBIR.

       3510-BUSCAR-SLA.
           IF SLA-PROGRAMA(IDX-J) = PROGRAMA-ACTUAL
              MOVE IDX-J TO HALLADO
           END-IF.

      * VALORES QUE EL CODIGO DEJA EN RC Y FRASES QUE LOS EXPLICAN
       3600-PARTE-RC.
           PERFORM 7000-ESCRIBIR.
           MOVE 'CODIGOS DE RETORNO' TO LINEA.
           PERFORM 7000-ESCRIBIR.
           IF IDX-PAG > ZEROS
              MOVE '   EL PROGRAMA TERMINA CON RC: 0' TO LINEA
              MOVE 33 TO IDX-K
              PERFORM 3610-VALOR-RC
                      VARYING IDX-J FROM 1 BY 1
                      UNTIL IDX-J > MBR-NRC(IDX-PAG)
              PERFORM 7000-ESCRIBIR
           END-IF.
           PERFORM 3620-FRASE-RC
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > DES-USADAS.

       3610-VALOR-RC.
           IF MBR-RC(IDX-PAG, IDX-J) NOT = ZEROS
              MOVE MBR-RC(IDX-PAG, IDX-J) TO NUM-ED
              MOVE ZEROS TO CUANTOS
              INSPECT NUM-ED TALLYING CUANTOS FOR LEADING SPACES
              STRING ', ' NUM-ED(CUANTOS + 1:) DELIMITED BY SIZE
                     INTO LINEA WITH POINTER IDX-K
           END-IF.

      * LA LINEA CON EL RC Y, SI NO ACABA EN PUNTO, LA SIGUIENTE
       3620-FRASE-RC.
           IF DES-RC(IDX) = 'S' OR 'P'
              OR (IDX > 1 AND DES-RC(IDX - 1) = 'S')
              STRING '  ' DES-TEXTO(IDX) DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.

      * FICHERO DE CHEQUEO, FICHEROS EXTENDIDOS, AUSENTES POR PREVUELO
      * Y REINICIO DE LA CADENA
       3700-PARTE-REINICIO.
           PERFORM 7000-ESCRIBIR.
           MOVE 'REINICIO' TO LINEA.
           PERFORM 7000-ESCRIBIR.
           MOVE 'N' TO CON-CHEQUEO.
           PERFORM 3710-FICHERO-CHEQUEO
                   VARYING IDX-PDD FROM 1 BY 1
                   UNTIL IDX-PDD > PDD-USADOS.
           IF CON-CHEQUEO = 'N'
              STRING '   SIN PUNTO DE CHEQUEO: CORREGIR LA CAUSA Y '
                     'RELANZAR EL PASO DESDE EL PRINCIPIO.'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ESCRIBIR
              PERFORM 3730-FICHERO-EXTENDIDO
                      VARYING IDX-PDD FROM 1 BY 1
                      UNTIL IDX-PDD > PDD-USADOS
           END-IF.
           PERFORM 3740-FICHERO-AUSENTE
                   VARYING IDX-PDD FROM 1 BY 1
                   UNTIL IDX-PDD > PDD-USADOS.
           IF EN-CADENA = 'S'
              STRING '   EN CADENA: RELANZAR LA CADENA; SDPCHAIN DA POR'
                     ' HECHOS LOS PASOS YA OK (ESTADO EN SDPCHNST) Y '
                     'SIGUE POR ESTE. NO BORRAR SDPCHNST.'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.

       3710-FICHERO-CHEQUEO.
           PERFORM 3720-TEXTO-CHEQUEO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > RRQ-USADOS.

       3720-TEXTO-CHEQUEO.
           IF RRQ-FICHERO(IDX) = PDD-DD(IDX-PDD)
              AND PDD-TIPO(IDX-PDD) NOT = 'D'
              MOVE 'S' TO CON-CHEQUEO
              STRING '   ' RRQ-TEXTO(IDX) DELIMITED BY SIZE
                     INTO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.

       3730-FICHERO-EXTENDIDO.
           IF PDD-EXTIENDE(IDX-PDD) = 'S'
              AND PDD-TIPO(IDX-PDD) NOT = 'D'
              STRING '   ATENCION: EXTIENDE ' PDD-DD(IDX-PDD)
                     '; RESTAURARLO ANTES DE RELANZAR O QUEDARAN '
                     'REGISTROS DUPLICADOS.' DELIMITED BY SIZE
                     INTO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.

       3740-FICHERO-AUSENTE.
           PERFORM 3745-MIRAR-AUSENTE
                   VARYING IDX-J FROM 1 BY 1 UNTIL IDX-J > PRV-USADOS.

       3745-MIRAR-AUSENTE.
           IF PRV-FICHERO(IDX-J) = PDD-DD(IDX-PDD)
              AND PRV-TIPO(IDX-J) = 'NOSTALE'
              AND PDD-TIPO(IDX-PDD) NOT = 'D'
              STRING '   BORRAR ' PDD-DD(IDX-PDD)
                     ' SI QUEDO DE LA EJECUCION CAIDA: EL PREVUELO LO '
                     'EXIGE AUSENTE.' DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ESCRIBIR
           END-IF.

      * CONTACTO: TARJETA PROGRAMA, Y SI NO LA DEL AUTOR DEL FUENTE
       3800-PARTE-ESCALADO.
           PERFORM 7000-ESCRIBIR.
           MOVE 'RESPONSABLE Y ESCALADO' TO LINEA.
           PERFORM 7000-ESCRIBIR.
           MOVE SPACES TO CONTACTO.
           PERFORM 3810-CONTACTO-PROGRAMA
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > PCT-USADOS OR CONTACTO NOT = SPACES.
           IF CONTACTO = SPACES AND AUTOR-FUENTE NOT = SPACES
              PERFORM 3820-CONTACTO-AUTOR
                      VARYING IDX-J FROM 1 BY 1
                      UNTIL IDX-J > AUT-USADOS
                         OR CONTACTO NOT = SPACES
           END-IF.
           IF AUTOR-FUENTE = SPACES
              MOVE '   RESPONSABLE: DESCONOCIDO' TO LINEA
           ELSE
              STRING '   RESPONSABLE: ' AUTOR-FUENTE DELIMITED BY SIZE
                     INTO LINEA
           END-IF.
           PERFORM 7000-ESCRIBIR.
           IF CONTACTO = SPACES
              MOVE '   ESCALADO: SIN CONTACTO EN SDPAUTRD' TO LINEA
              MOVE 'SIN CONTACTO DE ESCALADO EN SDPAUTRD' TO MOTIVO
              PERFORM 8700-ANOTAR-HUECO
           ELSE
              STRING '   ESCALADO: ' CONTACTO DELIMITED BY SIZE
                     INTO LINEA
           END-IF.
           PERFORM 7000-ESCRIBIR.

       3810-CONTACTO-PROGRAMA.
           IF PCT-PROGRAMA(IDX-J) = PROGRAMA-ACTUAL
              MOVE PCT-CONTACTO(IDX-J) TO CONTACTO
           END-IF.

       3820-CONTACTO-AUTOR.
           IF AUT-NOMBRE(IDX-J) = AUTOR-FUENTE
              MOVE AUT-CONTACTO(IDX-J) TO CONTACTO
           END-IF.

      ******************************************************************
      * FICHEROS DE LA PAGINA: LOS DEL PROGRAMA Y LOS DE CADA MODULO
      * QUE LLAMA, UNA SOLA VEZ POR MODULO
      ******************************************************************
       5000-RECOGER-FICHEROS.
           MOVE 1 TO VIS-USADOS.
           MOVE PROGRAMA-ACTUAL TO VIS-MODULO(1).
           MOVE 1 TO POS-SIN-FUENTE.
           PERFORM 5100-RECORRER-MODULO
                   VARYING IDX-VIS FROM 1 BY 1
                   UNTIL IDX-VIS > VIS-USADOS.

       5100-RECORRER-MODULO.
           MOVE VIS-MODULO(IDX-VIS) TO MODULO-ACTUAL.
           PERFORM 5110-BUSCAR-MIEMBRO.
           IF IDX-MBR = ZEROS
              IF POS-SIN-FUENTE < 52
                 MOVE MODULO-ACTUAL
                   TO VIS-SIN-FUENTE(POS-SIN-FUENTE:8)
                 ADD 9 TO POS-SIN-FUENTE
              END-IF
           ELSE
              IF MBR-ESTADO(IDX-MBR) = SPACE
                 PERFORM 2000-EXPLORAR-MIEMBRO
              END-IF
              IF MBR-ESTADO(IDX-MBR) = 'E'
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
              MOVE FIC-LRECL(IDX)    TO PDD-LRECL(HALLADO)
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

      * LOS FICHEROS DE SDPDDMP0 Y SDPREPW0 SON LOS DE CUALQUIER PASO
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
                      PERFORM 2460-RC-MOVE
                 WHEN 'STOP'
                      PERFORM 2450-RC-STOP
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
              COMPUTE IDX-TOK = FIN-SENT + 1
           ELSE
              ADD 1 TO IDX-TOK
           END-IF.

       2450-RC-STOP.
           IF TOK-TEXTO(IDX-TOK + 1) = 'RUN'
              AND TOK-TEXTO(IDX-TOK + 2) = 'RETURNING'
              MOVE IDX-TOK TO IDX-K
              ADD 3 TO IDX-K
              PERFORM 2470-ANOTAR-RC
           END-IF.

      * MOVE <n> TO ... RC
       2460-RC-MOVE.
           IF TOK-TEXTO(IDX-TOK + 2) = 'TO'
              MOVE ZEROS TO HALLADO
              PERFORM 2465-BUSCAR-RC
                      VARYING IDX-K FROM IDX-TOK BY 1
                      UNTIL IDX-K > FIN-SENT
              IF HALLADO > ZEROS
                 MOVE IDX-TOK TO IDX-K
                 ADD 1 TO IDX-K
                 PERFORM 2470-ANOTAR-RC
              END-IF
           END-IF.

       2465-BUSCAR-RC.
           IF TOK-TEXTO(IDX-K) = 'RC' AND IDX-K > IDX-TOK + 2
              MOVE IDX-K TO HALLADO
           END-IF.

      * VALOR LITERAL DE LA PALABRA IDX-K, SIN REPETIR NI EL CERO
       2470-ANOTAR-RC.
           IF TOK-LON(IDX-K) > ZEROS AND TOK-LON(IDX-K) < 4
              AND TOK-TEXTO(IDX-K)(1:TOK-LON(IDX-K)) IS NUMERIC
              MOVE FUNCTION NUMVAL(TOK-TEXTO(IDX-K)) TO VALOR-RC
              MOVE ZEROS TO HALLADO
              PERFORM 2475-COMPARAR-RC
                      VARYING IDX-J FROM 1 BY 1
                      UNTIL IDX-J > MBR-NRC(IDX-MBR)
              IF HALLADO = ZEROS AND VALOR-RC > ZEROS
                 AND MBR-NRC(IDX-MBR) < 10
                 ADD 1 TO MBR-NRC(IDX-MBR)
                 MOVE VALOR-RC TO MBR-RC(IDX-MBR, MBR-NRC(IDX-MBR))
              END-IF
           END-IF.

       2475-COMPARAR-RC.
           IF MBR-RC(IDX-MBR, IDX-J) = VALOR-RC
              MOVE IDX-J TO HALLADO
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
              PERFORM 2900-LONGITUD-FD
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

      * LONGITUD DEL PRIMER 01 DEL FD: SUMA DE LOS PIC DE SUS
      * ELEMENTALES, EL COPY QUE LA DA O 'VER FD' SI LLEVA REDEFINES,
      * OCCURS O USAGE QUE CAMBIA EL TAMANO
       2900-LONGITUD-FD.
           MOVE 'VER FD' TO FIC-LRECL(FIC-USADOS).
           MOVE ZEROS TO POS-FD.
           PERFORM 2910-BUSCAR-FD
                   VARYING IDX-J FROM TOK-DATA BY 1
                   UNTIL IDX-J NOT < TOK-PROCEDURE OR POS-FD > ZEROS.
           IF POS-FD > ZEROS
              MOVE POS-FD TO IDX-J
              PERFORM 2517-AVANZAR-VALOR
                      UNTIL IDX-J NOT < TOK-PROCEDURE
                         OR TOK-TEXTO(IDX-J) = '01'
              ADD 1 TO IDX-J
              IF TOK-PUNTO(IDX-J) = 'S'
                 AND TOK-TEXTO(IDX-J + 1) = 'COPY'
                 MOVE SPACES TO FIC-LRECL(FIC-USADOS)
                 STRING 'COPY ' TOK-TEXTO(IDX-J + 2)
                        DELIMITED BY SIZE
                        INTO FIC-LRECL(FIC-USADOS)
              ELSE
                 MOVE ZEROS TO PIC-LONGITUD
                 MOVE 'N' TO COMPLEJO
                 ADD 1 TO IDX-J
                 MOVE TOK-TEXTO(IDX-J) TO PALABRA-FD
                 PERFORM 2930-SUMAR-ELEMENTO
                         UNTIL IDX-J NOT < TOK-PROCEDURE
                            OR ES-FIN-REGISTRO OR COMPLEJO = 'S'
                 IF COMPLEJO = 'N' AND PIC-LONGITUD > ZEROS
                    MOVE PIC-LONGITUD TO LONGITUD-ED
                    MOVE ZEROS TO CUANTOS
                    INSPECT LONGITUD-ED TALLYING CUANTOS
                            FOR LEADING SPACES
                    MOVE LONGITUD-ED(CUANTOS + 1:)
                      TO FIC-LRECL(FIC-USADOS)
                 END-IF
              END-IF
           END-IF.

       2910-BUSCAR-FD.
           IF (TOK-TEXTO(IDX-J) = 'FD' OR 'SD')
              AND TOK-TEXTO(IDX-J + 1) = SEL-FICHERO(IDX-SEL)
              MOVE IDX-J TO POS-FD
              ADD 1 TO POS-FD
           END-IF.

       2930-SUMAR-ELEMENTO.
           IF ES-COMPLEJO
              MOVE 'S' TO COMPLEJO
           END-IF.
           IF PALABRA-FD = 'PIC' OR 'PICTURE'
              ADD 1 TO IDX-J
              MOVE 'N' TO EN-PARENTESIS
              PERFORM 2940-CARACTER-PIC
                      VARYING IDX-COL FROM 1 BY 1
                      UNTIL IDX-COL > TOK-LON(IDX-J)
                         OR IDX-COL > 30
           END-IF.
           ADD 1 TO IDX-J.
           MOVE TOK-TEXTO(IDX-J) TO PALABRA-FD.

      * X(N) CUENTA N, CADA OTRO SIMBOLO UNO; S, V Y P NO OCUPAN
       2940-CARACTER-PIC.
           MOVE TOK-TEXTO(IDX-J)(IDX-COL:1) TO CARACTER.
           EVALUATE TRUE
              WHEN EN-PARENTESIS = 'S' AND CARACTER = ')'
                   MOVE 'N' TO EN-PARENTESIS
                   COMPUTE PIC-LONGITUD = PIC-LONGITUD
                           + FUNCTION NUMVAL(PIC-NUMERO) - 1
              WHEN EN-PARENTESIS = 'S'
                   STRING CARACTER DELIMITED BY SIZE
                          INTO PIC-NUMERO WITH POINTER POS-NUMERO
              WHEN CARACTER = '('
                   MOVE 'S' TO EN-PARENTESIS
                   MOVE SPACES TO PIC-NUMERO
                   MOVE 1 TO POS-NUMERO
              WHEN CARACTER = 'S' OR 'V' OR 'P'
                   CONTINUE
              WHEN OTHER
                   ADD 1 TO PIC-LONGITUD
           END-EVALUATE.

      ******************************************************************
      * MANUAL, HUECOS Y UTILIDADES
      ******************************************************************
       7000-ESCRIBIR.
           WRITE REC-MANUAL FROM LINEA.
           MOVE SPACES TO LINEA.

       8700-ANOTAR-HUECO.
           IF HUE-USADOS < 600
              ADD 1 TO HUE-USADOS
              MOVE PROGRAMA-ACTUAL TO HUE-PROGRAMA(HUE-USADOS)
              MOVE MOTIVO TO HUE-MOTIVO(HUE-USADOS)
           END-IF.
           MOVE SPACES TO MOTIVO.

       8800-LISTAR-HUECO.
           MOVE 'HUECOS' TO RPT-CORTE.
           MOVE SPACES TO LINEA-INF.
           STRING HUE-PROGRAMA(IDX) ' ' HUE-MOTIVO(IDX)
                  DELIMITED BY SIZE INTO LINEA-INF.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA-INF TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-MANUAL.
