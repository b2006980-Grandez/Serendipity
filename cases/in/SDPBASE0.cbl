      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Linea base de las aserciones SDP IVP de un miembro y
      *          rebase de las que ya estan clavadas
      ******************************************************************
      * SDP DESCRIPTION
      *  Las aserciones SDP IVP de un miembro nuevo se escribian a
      *> mano copiando los resultados del analizador, y al cambiar un
      *> miembro nadie sabia que aserciones dejaban de valer hasta que
      *> fallaba el IVP. Este programa calcula sobre el fuente (con
      *> sus COPY desplegados por SDPCPYL) las familias de
      *> propiedades que se pueden obtener del propio texto y las
      *> propone como bloque de anotaciones. El deck SDPBASEP lleva:
      *>    DESTINO  <directorio>        donde se escribe lo generado
      *>    PROPONER <miembro> <fichero> bloque nuevo en
      *>                                 <directorio>/<miembro>.ivp
      *>    REBASAR  <miembro> <fichero> compara las clavadas con las
      *>                                 calculadas
      *>    ACEPTAR  <miembro> <n>       acepta el cambio numero n
      *  Familias calculadas: Graph.NumGraphs y Graph.NumNodes con el
      *> convenio de GRFMGEN0 (un grafo por parrafo o seccion, los
      *> nodos son los grafos mas uno); Files.Consumes, Produces y
      *> Updates por el modo del OPEN y el USING/GIVING de SORT y
      *> MERGE, con el literal del ASSIGN o el nombre logico que se
      *> pasa a SDPDDMP0; Interface.Contract por el uso de los
      *> parametros del USING (el parametro entero si se nombra en
      *> la PROCEDURE DIVISION, si no sus subordinados inmediatos);
      *> Layout.RecordLength de cada registro de FD o SD, o del
      *> copybook entero; Sort.Statements, Sort.MergeStatements,
      *> Sort.InputProcedure, Sort.OutputProcedure y
      *> Coverage.SortVerbs; Issues.getCount con las incidencias de
      *> SDPFINDG si existe; Copybook.ConsumerCount con los miembros
      *> de SDPSRCL que copian el copybook.
      *  REBASAR lista cada asercion clavada como IGUAL, SE CUMPLE
      *> (operador > o < que sigue valiendo), CAMBIA con el valor
      *> anterior y el calculado, o NO CALCULADA si su familia no es
      *> de las de arriba; las calculadas sin clavar salen como
      *> NUEVA. Cambios y nuevas llevan numero; con tarjetas ACEPTAR
      *> se escribe en el directorio destino una copia del fuente
      *> con solo esas aserciones cambiadas o anadidas, conservando
      *> el texto libre de detras de ' - '. El fuente original no
      *> se toca. RC 4 si quedan cambios sin aceptar, 8 si falta un
      *> fuente o un copybook o no se puede escribir el destino.
      * SDP END
      *
      * SDP DESC Bloque SDP IVP propuesto y rebase de las clavadas
      * SDP IVP 0 Files.Consumes = SDPBASEP,SDPSRCL,SDPCPYL,SDPFINDG
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPBASE0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETAS ASSIGN TO 'SDPBASEP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL LISTA ASSIGN TO 'SDPSRCL'
                  FILE STATUS IS FS-LISTA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL COPYS ASSIGN TO 'SDPCPYL'
                  FILE STATUS IS FS-COPYS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT FUENTE ASSIGN TO NOMBRE-FUENTE
                  FILE STATUS IS FS-FUENTE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT COPYBOOK ASSIGN TO NOMBRE-COPY
                  FILE STATUS IS FS-COPYBOOK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL INCIDENCIAS ASSIGN TO 'SDPFINDG'
                  FILE STATUS IS FS-FINDG
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

       FD  COPYS.
       01  REC-COPYS PIC X(160).

       FD  FUENTE.
       01  REC-FUENTE PIC X(80).

       FD  COPYBOOK.
       01  REC-COPYBOOK PIC X(80).

       FD  INCIDENCIAS.
       01  REC-FINDG.
       COPY SDPWFNDG.

       FD  SALIDA.
       01  REC-SALIDA PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-LISTA    PIC XX VALUE SPACES.
       77 FS-COPYS    PIC XX VALUE SPACES.
       77 FS-FUENTE   PIC XX VALUE SPACES.
       77 FS-COPYBOOK PIC XX VALUE SPACES.
       77 FS-FINDG    PIC XX VALUE SPACES.
       77 FS-SALIDA   PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-TARJETAS PIC X(01) VALUE 'N'.
       77 FIN-LISTA   PIC X(01) VALUE 'N'.
       77 FIN-COPYS   PIC X(01) VALUE 'N'.
       77 FIN-FTE     PIC X(01) VALUE 'N'.
       77 FIN-COPY    PIC X(01) VALUE 'N'.
       77 FIN-FINDG   PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(30) VALUE SPACES.
           03 PAL-2 PIC X(30) VALUE SPACES.
           03 PAL-3 PIC X(64) VALUE SPACES.

       01  PALABRAS-COPY.
           03 PAL-COPY-1 PIC X(30) VALUE SPACES.
           03 PAL-COPY-2 PIC X(30) VALUE SPACES.

       01  NOMBRES-FICHERO.
           03 NOMBRE-FUENTE PIC X(64) VALUE SPACES.
           03 NOMBRE-COPY   PIC X(64) VALUE SPACES.
           03 NOMBRE-SALIDA PIC X(132) VALUE SPACES.
           03 DIRECTORIO    PIC X(64) VALUE SPACES.

      * ORDENES DEL DECK SDPBASEP EN SU ORDEN; ACEPTAR LLEVA EL
      * NUMERO DEL CAMBIO EN TAR-NUMERO
       01  TABLA-TARJETAS.
           03 TAR-USADAS PIC 9(03) VALUE ZEROS.
           03 TAR OCCURS 200 TIMES.
              05 TAR-ORDEN   PIC X(08).
              05 TAR-MIEMBRO PIC X(08).
              05 TAR-FICHERO PIC X(64).
              05 TAR-NUMERO  PIC 9(03).

       01  TABLA-COPYS.
           03 CPL-USADOS PIC 9(03) VALUE ZEROS.
           03 CPL OCCURS 200 TIMES.
              05 CPL-NOMBRE  PIC X(08).
              05 CPL-FICHERO PIC X(64).

       01  TABLA-MIEMBROS.
           03 MBR-USADOS PIC 9(03) VALUE ZEROS.
           03 MBR OCCURS 200 TIMES.
              05 MBR-PROGRAMA PIC X(08).
              05 MBR-FICHERO  PIC X(64).

      * MIEMBRO EN CURSO: A FUENTE AUSENTE, D NO CABE, C FALTA UN
      * COPYBOOK; TIPO P PROGRAMA, C COPYBOOK
       01  MIEMBRO-ACTUAL.
           03 MIEMBRO        PIC X(08) VALUE SPACES.
           03 ESTADO-MIEMBRO PIC X(01) VALUE SPACE.
           03 COPY-AUSENTE   PIC X(08) VALUE SPACES.
           03 TIPO-MIEMBRO   PIC X(01) VALUE SPACE.

      * LINEAS DEL MIEMBRO CON LOS COPY DESPLEGADOS; CADA LINEA
      * LLEVA EL NUMERO DE LA LINEA DEL FUENTE (LA DEL COPY) Y SI
      * VIENE DE UN COPYBOOK
       01  TABLA-LINEAS.
           03 LIN-USADAS PIC 9(04) VALUE ZEROS.
           03 LIN OCCURS 8000 TIMES.
              05 LIN-TEXTO  PIC X(80).
              05 LIN-NUMERO PIC 9(05).
              05 LIN-COPIA  PIC X(01).

       01  TABLA-PALABRAS.
           03 TOK-USADOS PIC 9(05) VALUE ZEROS.
           03 TOK OCCURS 30000 TIMES.
              05 TOK-COL    PIC 9(02).
              05 TOK-LON    PIC 9(02).
              05 TOK-TEXTO  PIC X(30).
              05 TOK-PUNTO  PIC X(01).
              05 TOK-LINEA  PIC 9(05).

       01  LIMITES-MIEMBRO.
           03 TOK-DATA      PIC 9(05) VALUE ZEROS.
           03 TOK-PROCEDURE PIC 9(05) VALUE ZEROS.
           03 TOK-CUERPO    PIC 9(05) VALUE ZEROS.

      * SELECT DEL MIEMBRO: FICHERO, DESTINO, SI ES LITERAL Y LOS
      * MODOS EN QUE SE USA (ENTRADA, SALIDA, I-O, EXTEND)
       01  TABLA-SELECT.
           03 SEL-USADAS PIC 9(03) VALUE ZEROS.
           03 SEL OCCURS 100 TIMES.
              05 SEL-FICHERO PIC X(30).
              05 SEL-DESTINO PIC X(30).
              05 SEL-LITERAL PIC X(01).
              05 SEL-ENTRADA PIC X(01).
              05 SEL-SALIDA  PIC X(01).
              05 SEL-ACTUAL  PIC X(01).

      * VARIABLES QUE RECIBEN DE SDPDDMP0 UN NOMBRE LOGICO
       01  TABLA-ASIGNA.
           03 ASG-USADAS PIC 9(03) VALUE ZEROS.
           03 ASG OCCURS 100 TIMES.
              05 ASG-CAMPO  PIC X(30).
              05 ASG-LOGICO PIC X(08).

      * DICCIONARIO DE DATOS: NIVEL, ULTIMO SUBORDINADO, FICHERO DE
      * SU FD (SOLO EN LOS 01), LONGITUD Y USO EN LA PROCEDURE
      * DIVISION (LEIDO, ESCRITO, NOMBRADO Y SI LA PRIMERA VEZ QUE
      * APARECE SE LEE, L, SE ESCRIBE, E, O AMBAS COSAS, A)
       01  TABLA-DATOS.
           03 DIC-USADOS PIC 9(04) VALUE ZEROS.
           03 DIC OCCURS 3000 TIMES.
              05 DIC-NOMBRE   PIC X(30).
              05 DIC-NIVEL    PIC 9(02).
              05 DIC-FIN      PIC 9(04).
              05 DIC-FICHERO  PIC X(30).
              05 DIC-REDEF    PIC X(01).
              05 DIC-USO      PIC X(07).
              05 DIC-SEPARADO PIC X(01).
              05 DIC-OCCURS   PIC 9(05).
              05 DIC-BYTES    PIC 9(07).
              05 DIC-LON      PIC 9(09).
              05 DIC-LEE      PIC X(01).
              05 DIC-ESCRIBE  PIC X(01).
              05 DIC-NOMBRADO PIC X(01).
              05 DIC-PRIMERO  PIC X(01).

      * NOMBRES DE CONDICION (88) Y EL DATO DEL QUE CUELGAN
       01  TABLA-CONDICIONES.
           03 CND-USADAS PIC 9(03) VALUE ZEROS.
           03 CND OCCURS 500 TIMES.
              05 CND-NOMBRE PIC X(30).
              05 CND-PADRE  PIC 9(04).

       01  TABLA-PARAMETROS.
           03 PRM-USADOS PIC 9(02) VALUE ZEROS.
           03 PRM OCCURS 30 TIMES PIC 9(04).

      * RANGOS DE PROCEDIMIENTO DE SORT Y MERGE; EN CUENTAS-SENTENCIA
      * LOS FICHEROS O REGISTROS DISTINTOS DE RELEASE Y RETURN
       01  TABLA-RANGOS.
           03 RNG-USADOS PIC 9(02) VALUE ZEROS.
           03 RNG OCCURS 20 TIMES.
              05 RNG-CLAVE PIC X(60).
              05 RNG-VALOR PIC X(64).

       01  CUENTAS-SENTENCIA.
           03 CUENTA-SORT    PIC 9(05) VALUE ZEROS.
           03 CUENTA-MERGE   PIC 9(05) VALUE ZEROS.
           03 CUENTA-RELEASE PIC 9(05) VALUE ZEROS.
           03 CUENTA-RETURN  PIC 9(05) VALUE ZEROS.
           03 VRB-USADOS     PIC 9(02) VALUE ZEROS.
           03 VRB OCCURS 40 TIMES.
              05 VRB-VERBO   PIC X(08).
              05 VRB-DATO    PIC X(30).
           03 CUENTA-GRAFOS  PIC 9(05) VALUE ZEROS.
           03 CONSUMIDORES   PIC 9(05) VALUE ZEROS.

      * ASERCIONES CALCULADAS: CLAVE FAMILIA.PROPIEDAD(ARGUMENTO),
      * VALOR, TEXTO LIBRE Y, SI ES NUMERICA, SU NUMERO
       01  TABLA-CALCULADAS.
           03 CAL-USADAS PIC 9(03) VALUE ZEROS.
           03 CAL OCCURS 150 TIMES.
              05 CAL-CLAVE     PIC X(60).
              05 CAL-VALOR     PIC X(1000).
              05 CAL-NOTA      PIC X(200).
              05 CAL-NUMERICA  PIC X(01).
              05 CAL-NUMERO    PIC 9(09).
              05 CAL-CLAVADA   PIC X(01).
              05 CAL-CAMBIO    PIC 9(03).
              05 CAL-ACEPTADA  PIC X(01).

      * ASERCIONES CLAVADAS EN EL FUENTE: LINEAS QUE OCUPAN, ESTILO
      * DEL COMENTARIO ('*' O '*>') Y RESULTADO DE LA COMPARACION:
      * I IGUAL, S SE CUMPLE, C CAMBIA, N NO CALCULADA
       01  TABLA-CLAVADAS.
           03 FIJ-USADAS PIC 9(03) VALUE ZEROS.
           03 FIJ OCCURS 100 TIMES.
              05 FIJ-NIVEL     PIC X(01).
              05 FIJ-CLAVE     PIC X(60).
              05 FIJ-OPERADOR  PIC X(02).
              05 FIJ-VALOR     PIC X(1000).
              05 FIJ-NOTA      PIC X(200).
              05 FIJ-ESTILO    PIC X(01).
              05 FIJ-DESDE     PIC 9(05).
              05 FIJ-HASTA     PIC 9(05).
              05 FIJ-ESTADO    PIC X(01).
              05 FIJ-CALCULADA PIC 9(03).
              05 FIJ-CAMBIO    PIC 9(03).
              05 FIJ-ACEPTADA  PIC X(01).

       01  PALABRA-PRUEBA PIC X(30) VALUE SPACES.
           88 ES-VERBO VALUE 'MOVE' 'ADD' 'SUBTRACT' 'MULTIPLY'
              'DIVIDE' 'COMPUTE' 'IF' 'EVALUATE' 'PERFORM' 'DISPLAY'
              'ACCEPT' 'CALL' 'SET' 'READ' 'WRITE' 'REWRITE' 'DELETE'
              'START' 'OPEN' 'CLOSE' 'STRING' 'UNSTRING' 'INSPECT'
              'INITIALIZE' 'SEARCH' 'CONTINUE' 'EXIT' 'STOP'
              'GOBACK' 'GO' 'RETURN' 'RELEASE' 'SORT' 'MERGE'
              'CANCEL' 'NEXT' 'ELSE' 'WHEN'.
           88 ES-CORTE VALUE 'END-READ' 'END-WRITE' 'END-REWRITE'
              'END-DELETE' 'END-START' 'END-RETURN' 'END-STRING'
              'END-UNSTRING' 'END-CALL' 'END-COMPUTE' 'END-ADD'
              'END-SUBTRACT' 'END-MULTIPLY' 'END-DIVIDE' 'END-ACCEPT'
              'END-DISPLAY' 'END-IF' 'END-EVALUATE' 'END-PERFORM'
              'END-SEARCH' 'AT' 'NOT' 'INVALID' 'ON'
              'OVERFLOW' 'EXCEPTION' 'THEN'.
           88 ES-DESTINO-CALCULO VALUE 'TO' 'FROM' 'BY' 'INTO'
              'GIVING'.
           88 ES-MODO-PASO VALUE 'BY' 'REFERENCE' 'CONTENT' 'VALUE'.
           88 ES-MODO-OPEN VALUE 'INPUT' 'OUTPUT' 'I-O' 'EXTEND'.
           88 ES-CLAUSULA VALUE 'PIC' 'PICTURE' 'VALUE' 'VALUES'
              'OCCURS' 'USAGE' 'REDEFINES' 'SIGN' 'JUST' 'JUSTIFIED'
              'BLANK' 'SYNC' 'SYNCHRONIZED' 'EXTERNAL' 'GLOBAL'
              'COMP' 'COMPUTATIONAL' 'COMP-1' 'COMPUTATIONAL-1'
              'COMP-2' 'COMPUTATIONAL-2' 'COMP-3' 'COMPUTATIONAL-3'
              'COMP-4' 'COMPUTATIONAL-4' 'COMP-5' 'COMPUTATIONAL-5'
              'BINARY' 'PACKED-DECIMAL' 'DISPLAY' 'INDEX' 'POINTER'.
           88 ES-BINARIO VALUE 'COMP' 'COMPUTATIONAL' 'COMP-4'
              'COMPUTATIONAL-4' 'COMP-5' 'COMPUTATIONAL-5' 'BINARY'.
           88 ES-EMPAQUETADO VALUE 'COMP-3' 'COMPUTATIONAL-3'
              'PACKED-DECIMAL'.
           88 ES-COMA-FLOTANTE VALUE 'COMP-1' 'COMPUTATIONAL-1'.
           88 ES-DOBLE VALUE 'COMP-2' 'COMPUTATIONAL-2'.
           88 ES-SECCION-DATOS VALUE 'WORKING-STORAGE'
              'LOCAL-STORAGE' 'LINKAGE'.
           88 ES-FIN-USING-SORT VALUE 'INPUT' 'OUTPUT' 'ON'
              'ASCENDING' 'DESCENDING' 'WITH' 'COLLATING'.

       01  SENTENCIA.
           03 VERBO       PIC X(30) VALUE SPACES.
           03 FIN-SENT    PIC 9(05) VALUE ZEROS.
           03 POS-PAL     PIC 9(05) VALUE ZEROS.
           03 POS-GIVING  PIC 9(05) VALUE ZEROS.
           03 ZONA-DESDE  PIC 9(05) VALUE ZEROS.
           03 ZONA-HASTA  PIC 9(05) VALUE ZEROS.
           03 ZONA-DOBLE  PIC 9(05) VALUE ZEROS.
           03 LEE-DESTINO PIC X(01) VALUE 'N'.
           03 PALABRA-BUSCADA PIC X(30) VALUE SPACES.
           03 OPER-DIC    PIC 9(04) VALUE ZEROS.
           03 MODULO      PIC X(30) VALUE SPACES.
           03 POSICION    PIC 9(02) VALUE ZEROS.
           03 LITERAL-DDMP PIC X(08) VALUE SPACES.
           03 MODO-FICHERO PIC X(01) VALUE SPACE.
           03 FICHERO-SORT PIC X(30) VALUE SPACES.
           03 TIPO-RANGO  PIC X(06) VALUE SPACES.

       01  NIVEL-LEIDO.
           03 NIVEL-TXT PIC X(02) VALUE SPACES.
           03 NIVEL-NUM REDEFINES NIVEL-TXT PIC 9(02).

      * PICTURE DEL ELEMENTAL EN CURSO
       01  ANALISIS-PIC.
           03 PIC-TEXTO   PIC X(30) VALUE SPACES.
           03 POS-PIC     PIC 9(02) VALUE ZEROS.
           03 SIMBOLO     PIC X(01) VALUE SPACE.
           03 REPETICION  PIC 9(05) VALUE ZEROS.
           03 DIGITO      PIC 9(01) VALUE ZEROS.
           03 BYTES-PIC   PIC 9(05) VALUE ZEROS.
           03 DIGITOS-PIC PIC 9(05) VALUE ZEROS.
           03 HAY-SIGNO   PIC X(01) VALUE 'N'.

       01  TRABAJO.
           03 IDX       PIC 9(05) VALUE ZEROS.
           03 IDX-K     PIC 9(05) VALUE ZEROS.
           03 IDX-J     PIC 9(05) VALUE ZEROS.
           03 IDX-LIN   PIC 9(04) VALUE ZEROS.
           03 IDX-TOK   PIC 9(05) VALUE ZEROS.
           03 IDX-COL   PIC 9(03) VALUE ZEROS.
           03 IDX-CON   PIC 9(03) VALUE ZEROS.
           03 IDX-DIC   PIC 9(04) VALUE ZEROS.
           03 IDX-SUB   PIC 9(04) VALUE ZEROS.
           03 IDX-SEL   PIC 9(03) VALUE ZEROS.
           03 IDX-PRM   PIC 9(02) VALUE ZEROS.
           03 IDX-TAR   PIC 9(03) VALUE ZEROS.
           03 IDX-CAL   PIC 9(03) VALUE ZEROS.
           03 IDX-FIJ   PIC 9(03) VALUE ZEROS.
           03 IDX-MBR   PIC 9(03) VALUE ZEROS.
           03 IDX-RNG   PIC 9(02) VALUE ZEROS.
           03 IDX-UNI   PIC 9(04) VALUE ZEROS.
           03 HALLADO   PIC 9(05) VALUE ZEROS.
           03 CUANTOS   PIC 9(05) VALUE ZEROS.
           03 SUMA      PIC 9(09) VALUE ZEROS.
           03 NUMERO-FUENTE PIC 9(05) VALUE ZEROS.
           03 NOMBRE-BUSCADO PIC X(30) VALUE SPACES.
           03 NOMBRE-LOGICO  PIC X(30) VALUE SPACES.
           03 SECCION   PIC X(01) VALUE SPACE.
           03 PUNTO-PREVIO PIC X(01) VALUE SPACE.
           03 FIN-CLAUSULAS PIC X(01) VALUE 'N'.
           03 NIVEL-PADRE PIC 9(02) VALUE ZEROS.
           03 CARACTER  PIC X(01) VALUE SPACE.
           03 EN-LITERAL PIC X(01) VALUE 'N'.
           03 CIERRE    PIC X(01) VALUE SPACE.
           03 EN-PALABRA PIC X(01) VALUE 'N'.
           03 DESBORDADO PIC X(01) VALUE 'N'.
           03 FD-ACTUAL PIC X(30) VALUE SPACES.
           03 MODO-UNIDAD PIC X(05) VALUE SPACES.
           03 UNIDAD-LEE  PIC X(01) VALUE 'N'.
           03 UNIDAD-ESCRIBE PIC X(01) VALUE 'N'.
           03 LINEA-ED  PIC 9(05).
           03 NUMERO-ED PIC Z(8)9.
           03 NUMERO-TXT PIC X(09) VALUE SPACES.
           03 IMPORTE-LINEA PIC 9(01) VALUE ZEROS.
           03 LINEA     PIC X(132) VALUE SPACES.

      * VALOR EN CONSTRUCCION DE LA ASERCION CALCULADA EN CURSO
       01  CONSTRUCCION.
           03 CLAVE-NUEVA  PIC X(60) VALUE SPACES.
           03 PTR-VALOR    PIC 9(04) VALUE ZEROS.
           03 PTR-NOTA     PIC 9(04) VALUE ZEROS.
           03 POS-ULTIMA-COMA PIC 9(04) VALUE ZEROS.
           03 ELEMENTO     PIC X(40) VALUE SPACES.
           03 NUMERO-CALC  PIC 9(09) VALUE ZEROS.

      * TEXTO DE UNA ASERCION Y SU REPARTO EN LINEAS DE COMENTARIO
      * QUE NO PASAN DE LA COLUMNA 72
       01  ANOTACION.
           03 TEXTO-ANOTACION PIC X(1400) VALUE SPACES.
           03 LON-TEXTO    PIC 9(04) VALUE ZEROS.
           03 ESTILO       PIC X(01) VALUE '*'.
           03 PREFIJO      PIC X(09) VALUE SPACES.
           03 LON-PREFIJO  PIC 9(02) VALUE ZEROS.
           03 CAPACIDAD    PIC 9(02) VALUE ZEROS.
           03 POS-TEXTO    PIC 9(04) VALUE ZEROS.
           03 POS-CORTE    PIC 9(04) VALUE ZEROS.
           03 LON-TROZO    PIC 9(04) VALUE ZEROS.
           03 POS-SIGUIENTE PIC 9(04) VALUE ZEROS.
           03 ENV-USADAS   PIC 9(02) VALUE ZEROS.
           03 ENV OCCURS 40 TIMES PIC X(80).

      * LECTURA DE UNA ASERCION CLAVADA
       01  LECTURA-CLAVADA.
           03 TEXTO-COMENTARIO PIC X(65) VALUE SPACES.
           03 RESTO-COMENTARIO PIC X(65) VALUE SPACES.
           03 ESTILO-LINEA PIC X(01) VALUE SPACE.
           03 JUNTO        PIC X(1400) VALUE SPACES.
           03 LON-JUNTO    PIC 9(04) VALUE ZEROS.
           03 PTR-JUNTO    PIC 9(04) VALUE ZEROS.
           03 PAL-NIVEL    PIC X(10) VALUE SPACES.
           03 PAL-CLAVE    PIC X(60) VALUE SPACES.
           03 PAL-OPERADOR PIC X(10) VALUE SPACES.
           03 SIGUE        PIC X(01) VALUE 'N'.
           03 EN-DESCRIPCION PIC X(01) VALUE 'N'.
           03 GUIONES      PIC 9(03) VALUE ZEROS.
           03 LINEA-FIN-SDP PIC 9(05) VALUE ZEROS.
           03 LINEA-BORDE  PIC 9(05) VALUE ZEROS.
           03 PUNTO-INSERCION PIC 9(05) VALUE ZEROS.
           03 ESTILO-NUEVAS PIC X(01) VALUE '*'.
           03 SALTAR-HASTA PIC 9(05) VALUE ZEROS.

      * COMPARACION DE VALORES: SIN BLANCOS Y, SI SON LISTAS, COMO
      * CONJUNTOS
       01  COMPARACION.
           03 NORMAL-A     PIC X(1000) VALUE SPACES.
           03 NORMAL-B     PIC X(1000) VALUE SPACES.
           03 LON-A        PIC 9(04) VALUE ZEROS.
           03 LON-B        PIC 9(04) VALUE ZEROS.
           03 PTR-LISTA    PIC 9(04) VALUE ZEROS.
           03 IGUALES      PIC X(01) VALUE 'N'.
           03 ELA-USADOS   PIC 9(03) VALUE ZEROS.
           03 ELA OCCURS 100 TIMES PIC X(40).
           03 ELB-USADOS   PIC 9(03) VALUE ZEROS.
           03 ELB OCCURS 100 TIMES PIC X(40).
           03 PALABRA-NUM  PIC X(30) VALUE SPACES.
           03 LON-NUM      PIC 9(02) VALUE ZEROS.
           03 NUMERO-FIJ-TXT PIC X(09) VALUE SPACES.
           03 NUMERO-FIJ REDEFINES NUMERO-FIJ-TXT PIC 9(09).
           03 ES-NUMERO    PIC X(01) VALUE 'N'.

       01  TOTALES.
           03 CAMBIOS       PIC 9(03) VALUE ZEROS.
           03 ACEPTADOS     PIC 9(03) VALUE ZEROS.
           03 ACEPTADOS-ANTES PIC 9(03) VALUE ZEROS.
           03 PENDIENTES    PIC 9(05) VALUE ZEROS.
           03 PROPUESTAS    PIC 9(05) VALUE ZEROS.

       01  INFORME-BASE.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-CARGAR-TARJETAS
                   THRU 1100-CARGAR-TARJETAS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1300-CARGAR-COPYS.
           PERFORM 1400-CARGAR-MIEMBROS.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'LINEA BASE DE ASERCIONES SDP IVP' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-BASE.
           PERFORM 2000-TRATAR-ORDEN THRU 2000-TRATAR-ORDEN-FIN
                   VARYING IDX-TAR FROM 1 BY 1
                   UNTIL IDX-TAR > TAR-USADAS.
           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-BASE.

           DISPLAY 'ASERCIONES PROPUESTAS ' PROPUESTAS
                   ' CAMBIOS PENDIENTES ' PENDIENTES
                   ' ACEPTADOS ' ACEPTADOS.
           IF PENDIENTES > ZEROS AND RC < 4
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      ******************************************************************
      * DECK SDPBASEP, DECK SDPCPYL Y MIEMBROS DE SDPSRCL
      ******************************************************************
       1100-CARGAR-TARJETAS.
           OPEN INPUT TARJETAS.
           MOVE 'ABRIENDO DECK SDPBASEP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TARJETAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 1100-CARGAR-TARJETAS-FIN.

           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.
           PERFORM 1110-TRATAR-TARJETA UNTIL FIN-TARJETAS = 'S'.
           CLOSE TARJETAS.

       1100-CARGAR-TARJETAS-FIN.
           EXIT.

       1110-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           EVALUATE PAL-1
              WHEN 'DESTINO'
                   MOVE PAL-2 TO DIRECTORIO
                   IF PAL-3 NOT = SPACES
                      MOVE PAL-3 TO DIRECTORIO
                   END-IF
              WHEN 'PROPONER'
              WHEN 'REBASAR'
              WHEN 'ACEPTAR'
                   IF TAR-USADAS < 200 AND PAL-2 NOT = SPACES
                      AND PAL-3 NOT = SPACES
                      ADD 1 TO TAR-USADAS
                      MOVE PAL-1      TO TAR-ORDEN(TAR-USADAS)
                      MOVE PAL-2(1:8) TO TAR-MIEMBRO(TAR-USADAS)
                      MOVE PAL-3      TO TAR-FICHERO(TAR-USADAS)
                      MOVE ZEROS      TO TAR-NUMERO(TAR-USADAS)
                      IF PAL-1 = 'ACEPTAR'
                         PERFORM 1120-NUMERO-ACEPTADO
                      END-IF
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.

      * EL NUMERO DEL CAMBIO VA AJUSTADO A LA IZQUIERDA EN LA TARJETA
       1120-NUMERO-ACEPTADO.
           MOVE PAL-3 TO PALABRA-NUM.
           PERFORM 8350-LEER-NUMERO.
           IF ES-NUMERO = 'S' AND NUMERO-FIJ < 1000
              MOVE NUMERO-FIJ TO TAR-NUMERO(TAR-USADAS)
           END-IF.

       1300-CARGAR-COPYS.
           OPEN INPUT COPYS.
           IF FS-COPYS NOT = '00'
              CLOSE COPYS
           ELSE
              READ COPYS
                   AT END MOVE 'S' TO FIN-COPYS
              END-READ
              PERFORM 1310-ANOTAR-COPY UNTIL FIN-COPYS = 'S'
              CLOSE COPYS
           END-IF.

       1310-ANOTAR-COPY.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-COPYS DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'COPYBOOK' AND CPL-USADOS < 200
              ADD 1 TO CPL-USADOS
              MOVE PAL-2(1:8) TO CPL-NOMBRE(CPL-USADOS)
              MOVE PAL-3      TO CPL-FICHERO(CPL-USADOS)
           END-IF.
           READ COPYS
                AT END MOVE 'S' TO FIN-COPYS
           END-READ.

      * LOS MIEMBROS DE SDPSRCL SOLO SE USAN PARA CONTAR LOS QUE
      * COPIAN UN COPYBOOK
       1400-CARGAR-MIEMBROS.
           OPEN INPUT LISTA.
           IF FS-LISTA NOT = '00'
              CLOSE LISTA
           ELSE
              READ LISTA
                   AT END MOVE 'S' TO FIN-LISTA
              END-READ
              PERFORM 1410-ANOTAR-MIEMBRO UNTIL FIN-LISTA = 'S'
              CLOSE LISTA
           END-IF.

       1410-ANOTAR-MIEMBRO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-LISTA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'SOURCE' AND MBR-USADOS < 200
              ADD 1 TO MBR-USADOS
              MOVE PAL-2(1:8) TO MBR-PROGRAMA(MBR-USADOS)
              MOVE PAL-3      TO MBR-FICHERO(MBR-USADOS)
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-LISTA
           END-READ.

      ******************************************************************
      * UNA ORDEN PROPONER O REBASAR: CARGA Y ANALISIS DEL MIEMBRO,
      * ASERCIONES CALCULADAS Y BLOQUE O COMPARACION
      ******************************************************************
       2000-TRATAR-ORDEN.
           IF TAR-ORDEN(IDX-TAR) NOT = 'PROPONER'
              AND TAR-ORDEN(IDX-TAR) NOT = 'REBASAR'
              GO TO 2000-TRATAR-ORDEN-FIN
           END-IF.
           MOVE TAR-MIEMBRO(IDX-TAR) TO MIEMBRO.
           MOVE TAR-FICHERO(IDX-TAR) TO NOMBRE-FUENTE.
           PERFORM 3000-CARGAR-FUENTE.
           IF ESTADO-MIEMBRO = SPACE
              PERFORM 3100-PARTIR-LINEA
                      VARYING IDX-LIN FROM 1 BY 1
                      UNTIL IDX-LIN > LIN-USADAS
              IF DESBORDADO = 'S'
                 MOVE 'D' TO ESTADO-MIEMBRO
              END-IF
           END-IF.
           EVALUATE ESTADO-MIEMBRO
              WHEN 'A'
                   MOVE SPACES TO LINEA
                   STRING 'FUENTE AUSENTE ' DELIMITED BY SIZE
                          NOMBRE-FUENTE DELIMITED BY SPACE
                          INTO LINEA
              WHEN 'D'
                   MOVE SPACES TO LINEA
                   STRING 'MIEMBRO DEMASIADO GRANDE ' DELIMITED BY SIZE
                          NOMBRE-FUENTE DELIMITED BY SPACE
                          INTO LINEA
              WHEN 'C'
                   MOVE SPACES TO LINEA
                   STRING 'COPY ' COPY-AUSENTE
                          ' SIN TARJETA COPYBOOK EN SDPCPYL O ILEGIBLE'
                          DELIMITED BY SIZE INTO LINEA
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ESTADO-MIEMBRO NOT = SPACE
              PERFORM 8900-LINEA-INFORME
              IF RC < 8
                 MOVE 8 TO RC
              END-IF
              GO TO 2000-TRATAR-ORDEN-FIN
           END-IF.

           PERFORM 4000-LOCALIZAR-DIVISIONES.
           PERFORM 4100-LEER-SELECT.
           PERFORM 4200-LEER-DATOS.
           PERFORM 4300-LEER-USING.
           PERFORM 4500-LEER-SENTENCIAS.
           PERFORM 5000-CALCULAR-ASERCIONES.
           IF TAR-ORDEN(IDX-TAR) = 'PROPONER'
              PERFORM 6000-PROPONER THRU 6000-PROPONER-FIN
           ELSE
              PERFORM 6500-REBASAR THRU 6500-REBASAR-FIN
           END-IF.

       2000-TRATAR-ORDEN-FIN.
           EXIT.

      ******************************************************************
      * CARGA DEL FUENTE CON LOS COPY DESPLEGADOS Y TROCEO EN PALABRAS
      ******************************************************************
       3000-CARGAR-FUENTE.
           MOVE ZEROS TO LIN-USADAS TOK-USADOS NUMERO-FUENTE.
           MOVE 'N' TO DESBORDADO.
           MOVE SPACE TO ESTADO-MIEMBRO.
           MOVE SPACES TO COPY-AUSENTE.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              CLOSE FUENTE
              MOVE 'A' TO ESTADO-MIEMBRO
           ELSE
              MOVE 'N' TO FIN-FTE
              READ FUENTE
                   AT END MOVE 'S' TO FIN-FTE
              END-READ
              PERFORM 3010-GUARDAR-LINEA UNTIL FIN-FTE = 'S'
              CLOSE FUENTE
              IF DESBORDADO = 'S'
                 MOVE 'D' TO ESTADO-MIEMBRO
              END-IF
           END-IF.

       3010-GUARDAR-LINEA.
           ADD 1 TO NUMERO-FUENTE.
           PERFORM 3015-PALABRAS-COPY.
           IF PAL-COPY-1 = 'COPY'
              PERFORM 3020-DESPLEGAR-COPY
           ELSE
              MOVE REC-FUENTE TO LINEA
              MOVE 'N' TO CARACTER
              PERFORM 3040-ANADIR-LINEA
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.

       3015-PALABRAS-COPY.
           MOVE SPACES TO PALABRAS-COPY.
           IF REC-FUENTE(7:1) NOT = '*' AND NOT = '/'
              MOVE ZEROS TO CUANTOS
              INSPECT REC-FUENTE(8:65) TALLYING CUANTOS
                      FOR LEADING SPACES
              IF CUANTOS < 65
                 UNSTRING REC-FUENTE(8 + CUANTOS:65 - CUANTOS)
                          DELIMITED BY ALL SPACES OR '.'
                          INTO PAL-COPY-1 PAL-COPY-2
              END-IF
           END-IF.

       3020-DESPLEGAR-COPY.
           MOVE ZEROS TO HALLADO.
           PERFORM 3030-BUSCAR-COPY
                   VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > CPL-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              MOVE 'C' TO ESTADO-MIEMBRO
              MOVE PAL-COPY-2(1:8) TO COPY-AUSENTE
           ELSE
              MOVE CPL-FICHERO(HALLADO) TO NOMBRE-COPY
              OPEN INPUT COPYBOOK
              IF FS-COPYBOOK NOT = '00'
                 CLOSE COPYBOOK
                 MOVE 'C' TO ESTADO-MIEMBRO
                 MOVE PAL-COPY-2(1:8) TO COPY-AUSENTE
              ELSE
                 MOVE 'N' TO FIN-COPY
                 READ COPYBOOK
                      AT END MOVE 'S' TO FIN-COPY
                 END-READ
                 PERFORM 3035-LINEA-COPY UNTIL FIN-COPY = 'S'
                 CLOSE COPYBOOK
              END-IF
           END-IF.

       3030-BUSCAR-COPY.
           IF CPL-NOMBRE(IDX-CON) = PAL-COPY-2(1:8)
              MOVE IDX-CON TO HALLADO
           END-IF.

       3035-LINEA-COPY.
           MOVE REC-COPYBOOK TO LINEA.
           MOVE 'S' TO CARACTER.
           PERFORM 3040-ANADIR-LINEA.
           READ COPYBOOK
                AT END MOVE 'S' TO FIN-COPY
           END-READ.

       3040-ANADIR-LINEA.
           IF LIN-USADAS < 8000
              ADD 1 TO LIN-USADAS
              MOVE LINEA(1:80)  TO LIN-TEXTO(LIN-USADAS)
              MOVE NUMERO-FUENTE TO LIN-NUMERO(LIN-USADAS)
              MOVE CARACTER     TO LIN-COPIA(LIN-USADAS)
           ELSE
              MOVE 'S' TO DESBORDADO
           END-IF.

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
                    IF TOK-USADOS < 30000
                       ADD 1 TO TOK-USADOS
                       MOVE IDX-COL TO TOK-COL(TOK-USADOS)
                       MOVE ZEROS   TO TOK-LON(TOK-USADOS)
                       MOVE SPACES  TO TOK-TEXTO(TOK-USADOS)
                       MOVE 'N'     TO TOK-PUNTO(TOK-USADOS)
                       MOVE LIN-NUMERO(IDX-LIN)
                            TO TOK-LINEA(TOK-USADOS)
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

      ******************************************************************
      * DIVISIONES, SELECT, DICCIONARIO DE DATOS Y USING. UN MIEMBRO
      * SIN DIVISIONES ES UN COPYBOOK: TODO EL ES DATOS
      ******************************************************************
       4000-LOCALIZAR-DIVISIONES.
           MOVE ZEROS TO TOK-DATA TOK-PROCEDURE TOK-CUERPO.
           MOVE 'C' TO TIPO-MIEMBRO.
           PERFORM 4010-MIRAR-DIVISION
                   VARYING IDX-TOK FROM 1 BY 1
                   UNTIL IDX-TOK NOT < TOK-USADOS
                      OR TOK-PROCEDURE > ZEROS.
           IF TIPO-MIEMBRO = 'C'
              MOVE 1 TO TOK-DATA
           END-IF.
           IF TOK-DATA = ZEROS
              MOVE TOK-USADOS TO TOK-DATA
           END-IF.
           IF TOK-PROCEDURE = ZEROS
              COMPUTE TOK-PROCEDURE = TOK-USADOS + 1
              COMPUTE TOK-CUERPO = TOK-USADOS + 1
           ELSE
              MOVE TOK-PROCEDURE TO IDX-TOK
              PERFORM 4020-SALTAR-CABECERA
                      UNTIL IDX-TOK > TOK-USADOS
                         OR TOK-PUNTO(IDX-TOK) = 'S'
              COMPUTE TOK-CUERPO = IDX-TOK + 1
           END-IF.

       4010-MIRAR-DIVISION.
           IF TOK-TEXTO(IDX-TOK + 1) = 'DIVISION'
              MOVE 'P' TO TIPO-MIEMBRO
              IF TOK-TEXTO(IDX-TOK) = 'DATA' AND TOK-DATA = ZEROS
                 MOVE IDX-TOK TO TOK-DATA
              END-IF
              IF TOK-TEXTO(IDX-TOK) = 'PROCEDURE'
                 MOVE IDX-TOK TO TOK-PROCEDURE
              END-IF
           END-IF.

       4020-SALTAR-CABECERA.
           ADD 1 TO IDX-TOK.

      * SELECT [OPTIONAL] <fichero> ... ASSIGN [TO] <destino>
       4100-LEER-SELECT.
           MOVE ZEROS TO SEL-USADAS ASG-USADAS.
           IF TIPO-MIEMBRO = 'P'
              PERFORM 4110-MIRAR-SELECT
                      VARYING IDX-TOK FROM 1 BY 1
                      UNTIL IDX-TOK NOT < TOK-DATA
           END-IF.

       4110-MIRAR-SELECT.
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
              PERFORM 4120-BUSCAR-ASSIGN
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

       4120-BUSCAR-ASSIGN.
           ADD 1 TO IDX-K.

      * ENTRADAS DE DATOS: NIVEL AL PRINCIPIO DE FRASE, SU NOMBRE Y
      * SUS CLAUSULAS; LOS 01 DE UNA FD QUEDAN ASOCIADOS A SU FICHERO
      * Y LOS 88 AL DATO DEL QUE CUELGAN
       4200-LEER-DATOS.
           MOVE ZEROS TO DIC-USADOS CND-USADAS.
           MOVE SPACES TO FD-ACTUAL.
           MOVE 'W' TO SECCION.
           PERFORM 4210-MIRAR-DATO
                   VARYING IDX-TOK FROM TOK-DATA BY 1
                   UNTIL IDX-TOK NOT < TOK-PROCEDURE.
           PERFORM 4250-CERRAR-GRUPO
                   VARYING IDX-DIC FROM 1 BY 1
                   UNTIL IDX-DIC > DIC-USADOS.
           PERFORM 4270-LONGITUD-DATO
                   VARYING IDX-DIC FROM DIC-USADOS BY -1
                   UNTIL IDX-DIC < 1.

       4210-MIRAR-DATO.
           MOVE TOK-TEXTO(IDX-TOK) TO PALABRA-PRUEBA.
           IF PALABRA-PRUEBA = 'FD' OR PALABRA-PRUEBA = 'SD'
              MOVE TOK-TEXTO(IDX-TOK + 1) TO FD-ACTUAL
              MOVE 'F' TO SECCION
           END-IF.
           IF ES-SECCION-DATOS
              MOVE SPACES TO FD-ACTUAL
              MOVE 'W' TO SECCION
              IF PALABRA-PRUEBA = 'LINKAGE'
                 MOVE 'L' TO SECCION
              END-IF
           END-IF.
           IF IDX-TOK = 1
              MOVE 'S' TO PUNTO-PREVIO
           ELSE
              MOVE TOK-PUNTO(IDX-TOK - 1) TO PUNTO-PREVIO
           END-IF.
           MOVE SPACES TO NIVEL-TXT.
           IF PUNTO-PREVIO = 'S'
              IF PALABRA-PRUEBA(1:2) IS NUMERIC
                 AND PALABRA-PRUEBA(3:1) = SPACE
                 MOVE PALABRA-PRUEBA(1:2) TO NIVEL-TXT
              END-IF
              IF PALABRA-PRUEBA(1:1) IS NUMERIC
                 AND PALABRA-PRUEBA(2:1) = SPACE
                 MOVE '0' TO NIVEL-TXT(1:1)
                 MOVE PALABRA-PRUEBA(1:1) TO NIVEL-TXT(2:1)
              END-IF
           END-IF.
           IF NIVEL-TXT NOT = SPACES
              IF NIVEL-NUM = 88
                 IF CND-USADAS < 500 AND DIC-USADOS > ZEROS
                    ADD 1 TO CND-USADAS
                    MOVE TOK-TEXTO(IDX-TOK + 1)
                         TO CND-NOMBRE(CND-USADAS)
                    MOVE DIC-USADOS TO CND-PADRE(CND-USADAS)
                 END-IF
              ELSE
                 IF NIVEL-NUM NOT = 66 AND NIVEL-NUM > ZEROS
                    AND NIVEL-NUM < 78 AND DIC-USADOS < 3000
                    PERFORM 4220-ANOTAR-DATO
                 END-IF
              END-IF
           END-IF.

       4220-ANOTAR-DATO.
           ADD 1 TO DIC-USADOS.
           IF NIVEL-NUM = 77
              MOVE 1 TO DIC-NIVEL(DIC-USADOS)
           ELSE
              MOVE NIVEL-NUM TO DIC-NIVEL(DIC-USADOS)
           END-IF.
           MOVE SPACES TO DIC-FICHERO(DIC-USADOS) DIC-USO(DIC-USADOS).
           IF DIC-NIVEL(DIC-USADOS) = 1 AND SECCION = 'F'
              MOVE FD-ACTUAL TO DIC-FICHERO(DIC-USADOS)
           END-IF.
           MOVE 'N' TO DIC-REDEF(DIC-USADOS) DIC-SEPARADO(DIC-USADOS)
                       DIC-LEE(DIC-USADOS) DIC-ESCRIBE(DIC-USADOS)
                       DIC-NOMBRADO(DIC-USADOS).
           MOVE SPACE TO DIC-PRIMERO(DIC-USADOS).
           MOVE 1 TO DIC-OCCURS(DIC-USADOS).
           MOVE ZEROS TO DIC-BYTES(DIC-USADOS) DIC-LON(DIC-USADOS).
           MOVE ZEROS TO BYTES-PIC DIGITOS-PIC.
           MOVE 'N' TO HAY-SIGNO.
           MOVE 'N' TO FIN-CLAUSULAS.
           IF TOK-PUNTO(IDX-TOK) = 'S'
              MOVE 'FILLER' TO DIC-NOMBRE(DIC-USADOS)
              MOVE 'S' TO FIN-CLAUSULAS
           ELSE
              MOVE TOK-TEXTO(IDX-TOK + 1) TO PALABRA-PRUEBA
              IF ES-CLAUSULA
                 MOVE 'FILLER' TO DIC-NOMBRE(DIC-USADOS)
                 COMPUTE IDX-K = IDX-TOK + 1
              ELSE
                 MOVE PALABRA-PRUEBA TO DIC-NOMBRE(DIC-USADOS)
                 IF TOK-PUNTO(IDX-TOK + 1) = 'S'
                    MOVE 'S' TO FIN-CLAUSULAS
                 END-IF
                 COMPUTE IDX-K = IDX-TOK + 2
              END-IF
           END-IF.
           PERFORM 4225-TRATAR-CLAUSULA UNTIL FIN-CLAUSULAS = 'S'.
           PERFORM 4240-BYTES-ELEMENTAL.

       4225-TRATAR-CLAUSULA.
           IF IDX-K NOT < TOK-PROCEDURE
              MOVE 'S' TO FIN-CLAUSULAS
           ELSE
              MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA
              EVALUATE TRUE
                 WHEN PALABRA-PRUEBA = 'PIC'
                   OR PALABRA-PRUEBA = 'PICTURE'
                    IF TOK-PUNTO(IDX-K) = 'N'
                       ADD 1 TO IDX-K
                       IF TOK-TEXTO(IDX-K) = 'IS'
                          AND TOK-PUNTO(IDX-K) = 'N'
                          ADD 1 TO IDX-K
                       END-IF
                       MOVE TOK-TEXTO(IDX-K) TO PIC-TEXTO
                       PERFORM 4230-ANALIZAR-PIC
                    END-IF
                 WHEN ES-BINARIO
                    MOVE 'COMP'    TO DIC-USO(DIC-USADOS)
                 WHEN ES-EMPAQUETADO
                    MOVE 'COMP-3'  TO DIC-USO(DIC-USADOS)
                 WHEN ES-COMA-FLOTANTE
                    MOVE 'COMP-1'  TO DIC-USO(DIC-USADOS)
                 WHEN ES-DOBLE
                    MOVE 'COMP-2'  TO DIC-USO(DIC-USADOS)
                 WHEN PALABRA-PRUEBA = 'INDEX'
                    MOVE 'INDEX'   TO DIC-USO(DIC-USADOS)
                 WHEN PALABRA-PRUEBA = 'POINTER'
                    MOVE 'POINTER' TO DIC-USO(DIC-USADOS)
                 WHEN PALABRA-PRUEBA = 'REDEFINES'
                    MOVE 'S' TO DIC-REDEF(DIC-USADOS)
                 WHEN PALABRA-PRUEBA = 'SEPARATE'
                    MOVE 'S' TO DIC-SEPARADO(DIC-USADOS)
      * OCCURS N TO M DEPENDING: MANDA EL MAXIMO
                 WHEN PALABRA-PRUEBA = 'OCCURS'
                   OR PALABRA-PRUEBA = 'TO'
                    IF TOK-PUNTO(IDX-K) = 'N'
                       AND TOK-TEXTO(IDX-K + 1)(1:1) IS NUMERIC
                       ADD 1 TO IDX-K
                       MOVE TOK-TEXTO(IDX-K) TO PALABRA-NUM
                       PERFORM 8350-LEER-NUMERO
                       IF ES-NUMERO = 'S'
                          MOVE NUMERO-FIJ TO DIC-OCCURS(DIC-USADOS)
                       END-IF
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF TOK-PUNTO(IDX-K) = 'S'
                 MOVE 'S' TO FIN-CLAUSULAS
              END-IF
              ADD 1 TO IDX-K
           END-IF.

      * POSICIONES DE LA PICTURE: DIGITOS-PIC CUENTA LOS 9 Y LAS P,
      * BYTES-PIC LAS POSICIONES QUE OCUPAN EN DISPLAY
       4230-ANALIZAR-PIC.
           MOVE 1 TO POS-PIC.
           PERFORM 4232-TRATAR-SIMBOLO
                   UNTIL POS-PIC > 30 OR PIC-TEXTO(POS-PIC:1) = SPACE.

       4232-TRATAR-SIMBOLO.
           MOVE PIC-TEXTO(POS-PIC:1) TO SIMBOLO.
           MOVE 1 TO REPETICION.
           ADD 1 TO POS-PIC.
           IF POS-PIC NOT > 30 AND PIC-TEXTO(POS-PIC:1) = '('
              ADD 1 TO POS-PIC
              MOVE ZEROS TO REPETICION
              PERFORM 4234-LEER-CIFRA
                      UNTIL POS-PIC > 30
                         OR PIC-TEXTO(POS-PIC:1) = ')'
              ADD 1 TO POS-PIC
           END-IF.
           EVALUATE SIMBOLO
              WHEN 'S'
                 MOVE 'S' TO HAY-SIGNO
              WHEN 'V'
                 CONTINUE
              WHEN 'P'
                 ADD REPETICION TO DIGITOS-PIC
              WHEN '9'
                 ADD REPETICION TO DIGITOS-PIC BYTES-PIC
              WHEN OTHER
                 ADD REPETICION TO BYTES-PIC
           END-EVALUATE.

       4234-LEER-CIFRA.
           IF PIC-TEXTO(POS-PIC:1) IS NUMERIC
              MOVE PIC-TEXTO(POS-PIC:1) TO DIGITO
              COMPUTE REPETICION = REPETICION * 10 + DIGITO
           END-IF.
           ADD 1 TO POS-PIC.

      * BYTES DE UNA OCURRENCIA DEL DATO SEGUN SU USAGE
       4240-BYTES-ELEMENTAL.
           EVALUATE DIC-USO(DIC-USADOS)
              WHEN 'COMP'
                 EVALUATE TRUE
                    WHEN DIGITOS-PIC < 5
                       MOVE 2 TO DIC-BYTES(DIC-USADOS)
                    WHEN DIGITOS-PIC < 10
                       MOVE 4 TO DIC-BYTES(DIC-USADOS)
                    WHEN OTHER
                       MOVE 8 TO DIC-BYTES(DIC-USADOS)
                 END-EVALUATE
              WHEN 'COMP-3'
                 COMPUTE DIC-BYTES(DIC-USADOS) = DIGITOS-PIC / 2 + 1
              WHEN 'COMP-1'
              WHEN 'INDEX'
              WHEN 'POINTER'
                 MOVE 4 TO DIC-BYTES(DIC-USADOS)
              WHEN 'COMP-2'
                 MOVE 8 TO DIC-BYTES(DIC-USADOS)
              WHEN OTHER
                 MOVE BYTES-PIC TO DIC-BYTES(DIC-USADOS)
                 IF HAY-SIGNO = 'S' AND DIC-SEPARADO(DIC-USADOS) = 'S'
                    ADD 1 TO DIC-BYTES(DIC-USADOS)
                 END-IF
           END-EVALUATE.

      * ULTIMO SUBORDINADO: HASTA EL SIGUIENTE DE NIVEL IGUAL O MENOR
       4250-CERRAR-GRUPO.
           MOVE IDX-DIC TO IDX-SUB.
           MOVE DIC-NIVEL(IDX-DIC) TO NIVEL-PADRE.
           PERFORM 4260-SIGUIENTE-SUBORDINADO
                   UNTIL IDX-SUB NOT < DIC-USADOS
                      OR DIC-NIVEL(IDX-SUB + 1) NOT > NIVEL-PADRE.
           MOVE IDX-SUB TO DIC-FIN(IDX-DIC).

       4260-SIGUIENTE-SUBORDINADO.
           ADD 1 TO IDX-SUB.

      * LONGITUD DE ABAJO ARRIBA: EL ELEMENTAL POR SUS OCURRENCIAS, EL
      * GRUPO POR LA SUMA DE SUS HIJOS QUE NO REDEFINEN
       4270-LONGITUD-DATO.
           IF DIC-FIN(IDX-DIC) = IDX-DIC
              COMPUTE DIC-LON(IDX-DIC) =
                      DIC-BYTES(IDX-DIC) * DIC-OCCURS(IDX-DIC)
           ELSE
              MOVE ZEROS TO SUMA
              COMPUTE IDX-SUB = IDX-DIC + 1
              PERFORM 4275-SUMAR-HIJO
                      UNTIL IDX-SUB > DIC-FIN(IDX-DIC)
              COMPUTE DIC-LON(IDX-DIC) = SUMA * DIC-OCCURS(IDX-DIC)
           END-IF.

       4275-SUMAR-HIJO.
           IF DIC-REDEF(IDX-SUB) = 'N'
              ADD DIC-LON(IDX-SUB) TO SUMA
           END-IF.
           MOVE DIC-FIN(IDX-SUB) TO IDX-SUB.
           ADD 1 TO IDX-SUB.

      * PARAMETROS DE PROCEDURE DIVISION USING, POR POSICION
       4300-LEER-USING.
           MOVE ZEROS TO PRM-USADOS.
           IF TOK-PROCEDURE < TOK-CUERPO
              PERFORM 4310-MIRAR-PARAMETRO
                      VARYING IDX-K FROM TOK-PROCEDURE BY 1
                      UNTIL IDX-K NOT < TOK-CUERPO
           END-IF.

       4310-MIRAR-PARAMETRO.
           MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA.
           IF IDX-K > TOK-PROCEDURE + 2 AND NOT ES-MODO-PASO
              AND PRM-USADOS < 30
              PERFORM 4760-RESOLVER-OPERANDO
              IF OPER-DIC > ZEROS
                 ADD 1 TO PRM-USADOS
                 MOVE OPER-DIC TO PRM(PRM-USADOS)
              END-IF
           END-IF.

      ******************************************************************
      * SENTENCIAS: USO DE LOS DATOS, OPEN, SORT Y MERGE, RELEASE Y
      * RETURN, Y NOMBRES LOGICOS QUE SE PASAN A SDPDDMP0
      ******************************************************************
       4500-LEER-SENTENCIAS.
           MOVE ZEROS TO RNG-USADOS CUENTA-SORT CUENTA-MERGE
                         CUENTA-RELEASE CUENTA-RETURN VRB-USADOS.
           MOVE TOK-CUERPO TO IDX-TOK.
           PERFORM 4510-MIRAR-SENTENCIA
                   UNTIL IDX-TOK > TOK-USADOS.

      * SORT Y MERGE NO SE CORTAN EN EL ON DE SUS CLAVES
       4510-MIRAR-SENTENCIA.
           MOVE TOK-TEXTO(IDX-TOK) TO PALABRA-PRUEBA.
           IF ES-VERBO
              MOVE PALABRA-PRUEBA TO VERBO
              MOVE IDX-TOK TO FIN-SENT
              MOVE SPACES TO PALABRA-PRUEBA
              IF VERBO = 'SORT' OR VERBO = 'MERGE'
                 PERFORM 4520-ALARGAR-SENTENCIA
                         UNTIL TOK-PUNTO(FIN-SENT) = 'S'
                            OR FIN-SENT NOT < TOK-USADOS
                            OR ES-VERBO
              ELSE
                 PERFORM 4520-ALARGAR-SENTENCIA
                         UNTIL TOK-PUNTO(FIN-SENT) = 'S'
                            OR FIN-SENT NOT < TOK-USADOS
                            OR ES-VERBO OR ES-CORTE
              END-IF
              IF ES-VERBO OR ES-CORTE
                 SUBTRACT 1 FROM FIN-SENT
              END-IF
              PERFORM 4600-TRATAR-SENTENCIA
              COMPUTE IDX-TOK = FIN-SENT + 1
           ELSE
              ADD 1 TO IDX-TOK
           END-IF.

       4520-ALARGAR-SENTENCIA.
           ADD 1 TO FIN-SENT.
           MOVE TOK-TEXTO(FIN-SENT) TO PALABRA-PRUEBA.

      * ZONA ESCRITA DE LA SENTENCIA (ZONA-DESDE A ZONA-HASTA, QUE
      * ADEMAS SE LEE SI LEE-DESTINO) Y UNA PALABRA LEIDA Y ESCRITA
      * (ZONA-DOBLE); EL RESTO DE OPERANDOS SE LEE
       4600-TRATAR-SENTENCIA.
           MOVE ZEROS TO ZONA-DESDE ZONA-HASTA ZONA-DOBLE.
           MOVE 'N' TO LEE-DESTINO.
           EVALUATE VERBO
              WHEN 'MOVE'
                   MOVE 'TO' TO PALABRA-BUSCADA
                   PERFORM 4700-BUSCAR-PALABRA
                   IF POS-PAL > ZEROS
                      COMPUTE ZONA-DESDE = POS-PAL + 1
                      MOVE FIN-SENT TO ZONA-HASTA
                      PERFORM 4660-COPIAR-ASIGNA
                   END-IF
              WHEN 'COMPUTE'
                   MOVE '=' TO PALABRA-BUSCADA
                   PERFORM 4700-BUSCAR-PALABRA
                   IF POS-PAL > ZEROS
                      COMPUTE ZONA-DESDE = IDX-TOK + 1
                      COMPUTE ZONA-HASTA = POS-PAL - 1
                   END-IF
              WHEN 'ADD'
              WHEN 'SUBTRACT'
              WHEN 'MULTIPLY'
              WHEN 'DIVIDE'
                   PERFORM 4610-TRATAR-CALCULO
              WHEN 'STRING'
              WHEN 'UNSTRING'
                   MOVE 'INTO' TO PALABRA-BUSCADA
                   PERFORM 4700-BUSCAR-PALABRA
                   IF POS-PAL > ZEROS
                      COMPUTE ZONA-DESDE = POS-PAL + 1
                      MOVE FIN-SENT TO ZONA-HASTA
                   END-IF
              WHEN 'INITIALIZE'
                   COMPUTE ZONA-DESDE = IDX-TOK + 1
                   MOVE FIN-SENT TO ZONA-HASTA
              WHEN 'ACCEPT'
                   COMPUTE ZONA-DESDE = IDX-TOK + 1
                   MOVE ZONA-DESDE TO ZONA-HASTA
              WHEN 'SET'
                   MOVE 'TO' TO PALABRA-BUSCADA
                   PERFORM 4700-BUSCAR-PALABRA
                   IF POS-PAL > ZEROS
                      COMPUTE ZONA-DESDE = IDX-TOK + 1
                      COMPUTE ZONA-HASTA = POS-PAL - 1
                   END-IF
              WHEN 'READ'
              WHEN 'RETURN'
                   MOVE 'INTO' TO PALABRA-BUSCADA
                   PERFORM 4700-BUSCAR-PALABRA
                   IF POS-PAL > ZEROS
                      COMPUTE ZONA-DESDE = POS-PAL + 1
                      MOVE ZONA-DESDE TO ZONA-HASTA
                   END-IF
                   IF VERBO = 'RETURN'
                      PERFORM 4670-VERBO-SORT
                   END-IF
              WHEN 'INSPECT'
                   PERFORM 4620-TRATAR-INSPECT
              WHEN 'PERFORM'
                   MOVE 'VARYING' TO PALABRA-BUSCADA
                   PERFORM 4700-BUSCAR-PALABRA
                   IF POS-PAL > ZEROS
                      COMPUTE ZONA-DOBLE = POS-PAL + 1
                   END-IF
              WHEN 'RELEASE'
                   PERFORM 4670-VERBO-SORT
              WHEN 'OPEN'
                   PERFORM 4630-TRATAR-OPEN
              WHEN 'SORT'
              WHEN 'MERGE'
                   PERFORM 4640-TRATAR-SORT
              WHEN 'CALL'
                   PERFORM 4650-TRATAR-CALL
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 4690-MARCAR-OPERANDO
                   VARYING IDX-K FROM IDX-TOK BY 1
                   UNTIL IDX-K > FIN-SENT.

      * DESTINO DETRAS DEL GIVING (SOLO SE ESCRIBE) O, SIN EL, DETRAS
      * DE TO, FROM, BY O INTO (SE LEE Y SE ESCRIBE)
       4610-TRATAR-CALCULO.
           MOVE ZEROS TO POS-PAL POS-GIVING.
           PERFORM 4615-MIRAR-PREPOSICION
                   VARYING IDX-K FROM IDX-TOK BY 1
                   UNTIL IDX-K > FIN-SENT.
           MOVE 'S' TO LEE-DESTINO.
           IF POS-GIVING > ZEROS
              MOVE POS-GIVING TO POS-PAL
              MOVE 'N' TO LEE-DESTINO
           END-IF.
           IF POS-PAL > ZEROS
              COMPUTE ZONA-DESDE = POS-PAL + 1
              MOVE FIN-SENT TO ZONA-HASTA
           END-IF.

       4615-MIRAR-PREPOSICION.
           MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA.
           IF ES-DESTINO-CALCULO AND POS-PAL = ZEROS
              MOVE IDX-K TO POS-PAL
           END-IF.
           IF PALABRA-PRUEBA = 'GIVING'
              MOVE IDX-K TO POS-GIVING
           END-IF.

      * INSPECT X TALLYING C ...: C SE LEE Y SE ESCRIBE; CON
      * REPLACING O CONVERTING LO HACE X
       4620-TRATAR-INSPECT.
           MOVE 'TALLYING' TO PALABRA-BUSCADA.
           PERFORM 4700-BUSCAR-PALABRA.
           IF POS-PAL > ZEROS
              COMPUTE ZONA-DESDE = POS-PAL + 1
              MOVE ZONA-DESDE TO ZONA-HASTA
              MOVE 'S' TO LEE-DESTINO
           END-IF.
           MOVE 'REPLACING' TO PALABRA-BUSCADA.
           PERFORM 4700-BUSCAR-PALABRA.
           IF POS-PAL = ZEROS
              MOVE 'CONVERTING' TO PALABRA-BUSCADA
              PERFORM 4700-BUSCAR-PALABRA
           END-IF.
           IF POS-PAL > ZEROS
              COMPUTE ZONA-DOBLE = IDX-TOK + 1
           END-IF.

      * OPEN <modo> <fichero>... [<modo> <fichero>...]
       4630-TRATAR-OPEN.
           MOVE SPACE TO MODO-FICHERO.
           PERFORM 4635-FICHERO-OPEN
                   VARYING IDX-K FROM IDX-TOK BY 1
                   UNTIL IDX-K > FIN-SENT.

       4635-FICHERO-OPEN.
           MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA.
           IF ES-MODO-OPEN
              EVALUATE PALABRA-PRUEBA
                 WHEN 'INPUT'  MOVE 'I' TO MODO-FICHERO
                 WHEN 'OUTPUT' MOVE 'O' TO MODO-FICHERO
                 WHEN OTHER    MOVE 'U' TO MODO-FICHERO
              END-EVALUATE
           ELSE
              IF MODO-FICHERO NOT = SPACE
                 PERFORM 4680-MARCAR-FICHERO
              END-IF
           END-IF.

      * SORT|MERGE <sd> ... [INPUT PROCEDURE <p> [THRU <q>]]
      * [USING <f>...] [OUTPUT PROCEDURE <p> [THRU <q>]]
      * [GIVING <f>...]
       4640-TRATAR-SORT.
           IF VERBO = 'SORT'
              ADD 1 TO CUENTA-SORT
           ELSE
              ADD 1 TO CUENTA-MERGE
           END-IF.
           MOVE TOK-TEXTO(IDX-TOK + 1) TO FICHERO-SORT.
           MOVE SPACE TO MODO-FICHERO.
           COMPUTE IDX-K = IDX-TOK + 2.
           PERFORM 4645-CLAUSULA-SORT UNTIL IDX-K > FIN-SENT.

       4645-CLAUSULA-SORT.
           MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA.
           EVALUATE TRUE
              WHEN PALABRA-PRUEBA = 'USING'
                 MOVE 'I' TO MODO-FICHERO
              WHEN PALABRA-PRUEBA = 'GIVING'
                 MOVE 'O' TO MODO-FICHERO
              WHEN (PALABRA-PRUEBA = 'INPUT' OR 'OUTPUT')
                   AND TOK-TEXTO(IDX-K + 1) = 'PROCEDURE'
                   AND IDX-K + 2 NOT > FIN-SENT
                 MOVE SPACE TO MODO-FICHERO
                 MOVE PALABRA-PRUEBA TO TIPO-RANGO
                 ADD 2 TO IDX-K
                 IF TOK-TEXTO(IDX-K) = 'IS' AND IDX-K < FIN-SENT
                    ADD 1 TO IDX-K
                 END-IF
                 PERFORM 4648-ANOTAR-RANGO
              WHEN ES-FIN-USING-SORT
                 MOVE SPACE TO MODO-FICHERO
              WHEN MODO-FICHERO NOT = SPACE
                 PERFORM 4680-MARCAR-FICHERO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           ADD 1 TO IDX-K.

       4648-ANOTAR-RANGO.
           IF RNG-USADOS < 20
              ADD 1 TO RNG-USADOS
              MOVE SPACES TO RNG-CLAVE(RNG-USADOS)
                             RNG-VALOR(RNG-USADOS)
              IF TIPO-RANGO = 'INPUT'
                 STRING 'Sort.InputProcedure(' DELIMITED BY SIZE
                        FICHERO-SORT DELIMITED BY SPACE
                        ')' DELIMITED BY SIZE
                        INTO RNG-CLAVE(RNG-USADOS)
              ELSE
                 STRING 'Sort.OutputProcedure(' DELIMITED BY SIZE
                        FICHERO-SORT DELIMITED BY SPACE
                        ')' DELIMITED BY SIZE
                        INTO RNG-CLAVE(RNG-USADOS)
              END-IF
              MOVE TOK-TEXTO(IDX-K) TO RNG-VALOR(RNG-USADOS)
              IF IDX-K + 1 < FIN-SENT
                 AND (TOK-TEXTO(IDX-K + 1) = 'THRU'
                      OR TOK-TEXTO(IDX-K + 1) = 'THROUGH')
                 ADD 2 TO IDX-K
                 MOVE SPACES TO RNG-VALOR(RNG-USADOS)
                 STRING TOK-TEXTO(IDX-K - 2) DELIMITED BY SPACE
                        ' THRU ' DELIMITED BY SIZE
                        TOK-TEXTO(IDX-K) DELIMITED BY SPACE
                        INTO RNG-VALOR(RNG-USADOS)
              END-IF
           END-IF.

      * CALL 'SDPDDMP0' USING '<logico>' <variable>: LA VARIABLE QUE
      * RECIBE EL FISICO QUEDA ANOTADA CON SU NOMBRE LOGICO
       4650-TRATAR-CALL.
           MOVE SPACES TO MODULO.
           IF TOK-TEXTO(IDX-TOK + 1)(1:1) = QUOTE OR "'"
              UNSTRING TOK-TEXTO(IDX-TOK + 1)(2:) DELIMITED BY QUOTE
                       OR "'" INTO MODULO
           END-IF.
           IF MODULO = 'SDPDDMP0'
              MOVE 'USING' TO PALABRA-BUSCADA
              PERFORM 4700-BUSCAR-PALABRA
              MOVE ZEROS TO POSICION
              MOVE SPACES TO LITERAL-DDMP
              IF POS-PAL > ZEROS
                 PERFORM 4655-PARAMETRO-DDMP
                         VARYING IDX-K FROM POS-PAL BY 1
                         UNTIL IDX-K > FIN-SENT
              END-IF
           END-IF.

       4655-PARAMETRO-DDMP.
           MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA.
           IF IDX-K > POS-PAL AND NOT ES-MODO-PASO
              ADD 1 TO POSICION
              IF POSICION = 1
                 AND (PALABRA-PRUEBA(1:1) = QUOTE OR "'")
                 UNSTRING PALABRA-PRUEBA(2:) DELIMITED BY QUOTE
                          OR "'" INTO LITERAL-DDMP
              END-IF
              IF POSICION = 2 AND LITERAL-DDMP NOT = SPACES
                 AND ASG-USADAS < 100
                 ADD 1 TO ASG-USADAS
                 UNSTRING PALABRA-PRUEBA DELIMITED BY '('
                          INTO ASG-CAMPO(ASG-USADAS)
                 MOVE LITERAL-DDMP TO ASG-LOGICO(ASG-USADAS)
              END-IF
           END-IF.

      * MOVE DE UNA VARIABLE CON NOMBRE LOGICO A OTRA: LA DESTINO
      * QUEDA CON EL MISMO NOMBRE LOGICO
       4660-COPIAR-ASIGNA.
           MOVE SPACES TO LITERAL-DDMP.
           PERFORM 4665-BUSCAR-ORIGEN
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > ASG-USADAS.
           IF LITERAL-DDMP NOT = SPACES
              PERFORM 4668-ANOTAR-DESTINO
                      VARYING IDX-K FROM ZONA-DESDE BY 1
                      UNTIL IDX-K > ZONA-HASTA
           END-IF.

       4665-BUSCAR-ORIGEN.
           IF ASG-CAMPO(IDX-J) = TOK-TEXTO(IDX-TOK + 1)
              MOVE ASG-LOGICO(IDX-J) TO LITERAL-DDMP
           END-IF.

       4668-ANOTAR-DESTINO.
           IF ASG-USADAS < 100
              ADD 1 TO ASG-USADAS
              MOVE SPACES TO ASG-CAMPO(ASG-USADAS)
              UNSTRING TOK-TEXTO(IDX-K) DELIMITED BY '('
                       INTO ASG-CAMPO(ASG-USADAS)
              MOVE LITERAL-DDMP TO ASG-LOGICO(ASG-USADAS)
           END-IF.

      * RELEASE Y RETURN CUENTAN UNA VEZ POR REGISTRO O FICHERO
       4670-VERBO-SORT.
           MOVE ZEROS TO HALLADO.
           PERFORM 4675-BUSCAR-VERBO
                   VARYING IDX-J FROM 1 BY 1
                   UNTIL IDX-J > VRB-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS AND VRB-USADOS < 40
              ADD 1 TO VRB-USADOS
              MOVE VERBO TO VRB-VERBO(VRB-USADOS)
              MOVE TOK-TEXTO(IDX-TOK + 1) TO VRB-DATO(VRB-USADOS)
              IF VERBO = 'RELEASE'
                 ADD 1 TO CUENTA-RELEASE
              ELSE
                 ADD 1 TO CUENTA-RETURN
              END-IF
           END-IF.

       4675-BUSCAR-VERBO.
           IF VRB-VERBO(IDX-J) = VERBO
              AND VRB-DATO(IDX-J) = TOK-TEXTO(IDX-TOK + 1)
              MOVE IDX-J TO HALLADO
           END-IF.

      * MODO DE USO DE LA SELECT NOMBRADA EN IDX-K
       4680-MARCAR-FICHERO.
           PERFORM 4685-MARCAR-SELECT
                   VARYING IDX-SEL FROM 1 BY 1
                   UNTIL IDX-SEL > SEL-USADAS.

       4685-MARCAR-SELECT.
           IF SEL-FICHERO(IDX-SEL) = TOK-TEXTO(IDX-K)
              EVALUATE MODO-FICHERO
                 WHEN 'I'
                      MOVE 'S' TO SEL-ENTRADA(IDX-SEL)
                 WHEN 'O'
                      MOVE 'S' TO SEL-SALIDA(IDX-SEL)
                 WHEN OTHER
                      MOVE 'S' TO SEL-ACTUAL(IDX-SEL)
              END-EVALUATE
           END-IF.

      * CADA DATO DE LA SENTENCIA: EL QUE CALIFICA (DETRAS DE OF O
      * IN) SOLO QUEDA NOMBRADO; LOS DEMAS SE LEEN O SE ESCRIBEN
      * SEGUN LA ZONA EN QUE ESTAN
       4690-MARCAR-OPERANDO.
           IF IDX-K > IDX-TOK
              IF TOK-TEXTO(IDX-K - 1) = 'OF'
                 OR TOK-TEXTO(IDX-K - 1) = 'IN'
                 MOVE SPACES TO NOMBRE-BUSCADO
                 UNSTRING TOK-TEXTO(IDX-K) DELIMITED BY '('
                          INTO NOMBRE-BUSCADO
                 PERFORM 4740-BUSCAR-DATO
                 IF HALLADO > ZEROS
                    MOVE 'S' TO DIC-NOMBRADO(HALLADO)
                 END-IF
              ELSE
                 PERFORM 4760-RESOLVER-OPERANDO
                 IF OPER-DIC > ZEROS
                    PERFORM 4695-MARCAR-DATO
                 END-IF
              END-IF
           END-IF.

       4695-MARCAR-DATO.
           MOVE 'S' TO DIC-NOMBRADO(OPER-DIC).
           IF IDX-K = ZONA-DOBLE
              MOVE 'S' TO DIC-LEE(OPER-DIC) DIC-ESCRIBE(OPER-DIC)
              MOVE 'A' TO CARACTER
           ELSE
              IF IDX-K NOT < ZONA-DESDE AND IDX-K NOT > ZONA-HASTA
                 AND ZONA-DESDE > ZEROS
                 MOVE 'S' TO DIC-ESCRIBE(OPER-DIC)
                 MOVE 'E' TO CARACTER
                 IF LEE-DESTINO = 'S'
                    MOVE 'S' TO DIC-LEE(OPER-DIC)
                    MOVE 'A' TO CARACTER
                 END-IF
              ELSE
                 MOVE 'S' TO DIC-LEE(OPER-DIC)
                 MOVE 'L' TO CARACTER
              END-IF
           END-IF.
           IF DIC-PRIMERO(OPER-DIC) = SPACE
              MOVE CARACTER TO DIC-PRIMERO(OPER-DIC)
           END-IF.

      ******************************************************************
      * UTILIDADES DE LA SENTENCIA
      ******************************************************************
       4700-BUSCAR-PALABRA.
           MOVE ZEROS TO POS-PAL.
           PERFORM 4710-COMPARAR-PALABRA
                   VARYING IDX-K FROM IDX-TOK BY 1
                   UNTIL IDX-K > FIN-SENT OR POS-PAL > ZEROS.

       4710-COMPARAR-PALABRA.
           IF TOK-TEXTO(IDX-K) = PALABRA-BUSCADA AND IDX-K > IDX-TOK
              MOVE IDX-K TO POS-PAL
           END-IF.

       4740-BUSCAR-DATO.
           MOVE ZEROS TO HALLADO.
           PERFORM 4745-COMPARAR-DATO
                   VARYING IDX-DIC FROM 1 BY 1
                   UNTIL IDX-DIC > DIC-USADOS OR HALLADO > ZEROS.

       4745-COMPARAR-DATO.
           IF DIC-NOMBRE(IDX-DIC) = NOMBRE-BUSCADO
              MOVE IDX-DIC TO HALLADO
           END-IF.

       4750-BUSCAR-CONDICION.
           IF CND-NOMBRE(IDX-CON) = NOMBRE-BUSCADO
              MOVE CND-PADRE(IDX-CON) TO HALLADO
           END-IF.

      * PALABRA IDX-K COMO DATO: SIN LITERALES NI CALIFICADORES NI
      * SUBINDICES; UN NOMBRE DE CONDICION ES SU DATO
       4760-RESOLVER-OPERANDO.
           MOVE ZEROS TO OPER-DIC.
           MOVE SPACES TO NOMBRE-BUSCADO.
           IF TOK-TEXTO(IDX-K)(1:1) NOT = QUOTE AND NOT = "'"
              AND TOK-TEXTO(IDX-K)(1:1) NOT = '('
              AND TOK-TEXTO(IDX-K - 1) NOT = 'OF'
              AND TOK-TEXTO(IDX-K - 1) NOT = 'IN'
              UNSTRING TOK-TEXTO(IDX-K) DELIMITED BY '('
                       INTO NOMBRE-BUSCADO
              IF TOK-TEXTO(IDX-K + 1) = 'OF'
                 OR TOK-TEXTO(IDX-K + 1) = 'IN'
                 PERFORM 4770-BUSCAR-CALIFICADO
              ELSE
                 PERFORM 4740-BUSCAR-DATO
              END-IF
              IF HALLADO = ZEROS
                 PERFORM 4750-BUSCAR-CONDICION
                         VARYING IDX-CON FROM 1 BY 1
                         UNTIL IDX-CON > CND-USADAS
                            OR HALLADO > ZEROS
              END-IF
              MOVE HALLADO TO OPER-DIC
           END-IF.

      * NOMBRE-BUSCADO DENTRO DEL GRUPO QUE LO CALIFICA
       4770-BUSCAR-CALIFICADO.
           MOVE NOMBRE-BUSCADO TO PALABRA-PRUEBA.
           MOVE SPACES TO NOMBRE-BUSCADO.
           UNSTRING TOK-TEXTO(IDX-K + 2) DELIMITED BY '('
                    INTO NOMBRE-BUSCADO.
           PERFORM 4740-BUSCAR-DATO.
           MOVE PALABRA-PRUEBA TO NOMBRE-BUSCADO.
           IF HALLADO = ZEROS
              PERFORM 4740-BUSCAR-DATO
           ELSE
              MOVE HALLADO TO IDX-SUB
              MOVE ZEROS TO HALLADO
              PERFORM 4745-COMPARAR-DATO
                      VARYING IDX-DIC FROM IDX-SUB BY 1
                      UNTIL IDX-DIC > DIC-FIN(IDX-SUB)
                         OR HALLADO > ZEROS
           END-IF.

      ******************************************************************
      * ASERCIONES CALCULADAS, FAMILIA POR FAMILIA
      ******************************************************************
       5000-CALCULAR-ASERCIONES.
           MOVE ZEROS TO CAL-USADAS.
           IF TIPO-MIEMBRO = 'P'
              PERFORM 5100-CALCULAR-GRAFOS
              PERFORM 5200-CALCULAR-FICHEROS
              PERFORM 5300-CALCULAR-CONTRATO
              PERFORM 5400-CALCULAR-REGISTROS
              PERFORM 5500-CALCULAR-SORT
              PERFORM 5600-CALCULAR-INCIDENCIAS
           ELSE
              PERFORM 5450-CALCULAR-COPYBOOK
              PERFORM 5700-CALCULAR-CONSUMIDORES
           END-IF.

      * UN GRAFO POR PARRAFO O SECCION (LA PALABRA DEL AREA A DETRAS
      * DE UN PUNTO) Y UNO MAS SI HAY SENTENCIAS ANTES DEL PRIMERO
       5100-CALCULAR-GRAFOS.
           MOVE ZEROS TO CUENTA-GRAFOS.
           IF TOK-CUERPO NOT > TOK-USADOS
              IF TOK-COL(TOK-CUERPO) > 11
                 ADD 1 TO CUENTA-GRAFOS
              END-IF
              PERFORM 5110-MIRAR-CABECERA
                      VARYING IDX-TOK FROM TOK-CUERPO BY 1
                      UNTIL IDX-TOK > TOK-USADOS
           END-IF.
           IF CUENTA-GRAFOS > ZEROS
              MOVE 'Graph.NumGraphs' TO CLAVE-NUEVA
              MOVE CUENTA-GRAFOS TO NUMERO-CALC
              PERFORM 8210-CALCULADA-NUMERICA
              MOVE 'Graph.NumNodes' TO CLAVE-NUEVA
              COMPUTE NUMERO-CALC = CUENTA-GRAFOS + 1
              PERFORM 8210-CALCULADA-NUMERICA
           END-IF.

       5110-MIRAR-CABECERA.
           IF TOK-COL(IDX-TOK) < 12
              AND TOK-PUNTO(IDX-TOK - 1) = 'S'
              AND TOK-TEXTO(IDX-TOK)(1:1) NOT = QUOTE AND NOT = "'"
              AND TOK-TEXTO(IDX-TOK) NOT = 'DECLARATIVES'
              AND TOK-TEXTO(IDX-TOK) NOT = 'END'
              ADD 1 TO CUENTA-GRAFOS
           END-IF.

      * NOMBRE LOGICO DE CADA SELECT (LITERAL DEL ASSIGN O EL QUE SE
      * PASA A SDPDDMP0) EN LA LISTA DE SU MODO; SIN NOMBRE LOGICO
      * CONOCIDO LA SELECT NO SE LISTA
       5200-CALCULAR-FICHEROS.
           MOVE 'Files.Consumes' TO CLAVE-NUEVA.
           MOVE 'I' TO MODO-FICHERO.
           PERFORM 5210-LISTA-FICHEROS.
           MOVE 'Files.Produces' TO CLAVE-NUEVA.
           MOVE 'O' TO MODO-FICHERO.
           PERFORM 5210-LISTA-FICHEROS.
           MOVE 'Files.Updates' TO CLAVE-NUEVA.
           MOVE 'U' TO MODO-FICHERO.
           PERFORM 5210-LISTA-FICHEROS.

       5210-LISTA-FICHEROS.
           MOVE ZEROS TO CUANTOS.
           PERFORM 5220-FICHERO-LISTA
                   VARYING IDX-SEL FROM 1 BY 1
                   UNTIL IDX-SEL > SEL-USADAS.

       5220-FICHERO-LISTA.
           IF (MODO-FICHERO = 'I' AND SEL-ENTRADA(IDX-SEL) = 'S')
              OR (MODO-FICHERO = 'O' AND SEL-SALIDA(IDX-SEL) = 'S')
              OR (MODO-FICHERO = 'U' AND SEL-ACTUAL(IDX-SEL) = 'S')
              MOVE SEL-DESTINO(IDX-SEL) TO NOMBRE-LOGICO
              IF SEL-LITERAL(IDX-SEL) = 'N'
                 MOVE SPACES TO NOMBRE-LOGICO
                 PERFORM 5230-BUSCAR-ASIGNA
                         VARYING IDX-K FROM 1 BY 1
                         UNTIL IDX-K > ASG-USADAS
              END-IF
              IF NOMBRE-LOGICO NOT = SPACES
                 MOVE NOMBRE-LOGICO TO ELEMENTO
                 IF CUANTOS = ZEROS
                    PERFORM 8200-NUEVA-CALCULADA
                 END-IF
                 PERFORM 8230-ANADIR-ELEMENTO
                 ADD 1 TO CUANTOS
              END-IF
           END-IF.

       5230-BUSCAR-ASIGNA.
           IF ASG-CAMPO(IDX-K) = SEL-DESTINO(IDX-SEL)
              MOVE ASG-LOGICO(IDX-K) TO NOMBRE-LOGICO
           END-IF.

      * POR CADA PARAMETRO DEL USING: EL PARAMETRO ENTERO SI ES
      * ELEMENTAL O SE NOMBRA, SI NO SUS SUBORDINADOS INMEDIATOS
       5300-CALCULAR-CONTRATO.
           IF PRM-USADOS > ZEROS
              MOVE SPACES TO CLAVE-NUEVA
              STRING 'Interface.Contract(' DELIMITED BY SIZE
                     MIEMBRO DELIMITED BY SPACE
                     ')' DELIMITED BY SIZE
                     INTO CLAVE-NUEVA
              PERFORM 8200-NUEVA-CALCULADA
              PERFORM 5310-CONTRATO-PARAMETRO
                      VARYING IDX-PRM FROM 1 BY 1
                      UNTIL IDX-PRM > PRM-USADOS
           END-IF.

       5310-CONTRATO-PARAMETRO.
           MOVE PRM(IDX-PRM) TO IDX-DIC.
           IF DIC-FIN(IDX-DIC) = IDX-DIC
              OR DIC-NOMBRADO(IDX-DIC) = 'S'
              MOVE IDX-DIC TO IDX-UNI
              PERFORM 5320-ANADIR-UNIDAD
           ELSE
              COMPUTE IDX-UNI = IDX-DIC + 1
              PERFORM 5315-SUBORDINADO-INMEDIATO
                      UNTIL IDX-UNI > DIC-FIN(IDX-DIC)
           END-IF.

       5315-SUBORDINADO-INMEDIATO.
           IF DIC-NOMBRE(IDX-UNI) NOT = 'FILLER'
              PERFORM 5320-ANADIR-UNIDAD
           END-IF.
           MOVE DIC-FIN(IDX-UNI) TO IDX-UNI.
           ADD 1 TO IDX-UNI.

      * MODO DE LA UNIDAD: LO QUE SE HACE CON ELLA, CON SUS
      * SUBORDINADOS Y CON LOS GRUPOS DEL PARAMETRO QUE LA CONTIENEN.
      * ES ENTRADA SI ALGUNO DE ELLOS SE LEE ANTES DE ESCRIBIRSE (UN
      * CAMPO QUE SE INICIALIZA Y LUEGO SE CONSULTA ES SOLO SALIDA);
      * SIN NINGUN USO QUEDA COMO IN
       5320-ANADIR-UNIDAD.
           MOVE 'N' TO UNIDAD-LEE UNIDAD-ESCRIBE.
           PERFORM 5325-USO-RELACIONADO
                   VARYING IDX-SUB FROM IDX-DIC BY 1
                   UNTIL IDX-SUB > DIC-FIN(IDX-DIC).
           EVALUATE TRUE
              WHEN UNIDAD-LEE = 'S' AND UNIDAD-ESCRIBE = 'S'
                   MOVE 'INOUT' TO MODO-UNIDAD
              WHEN UNIDAD-ESCRIBE = 'S'
                   MOVE 'OUT'   TO MODO-UNIDAD
              WHEN OTHER
                   MOVE 'IN'    TO MODO-UNIDAD
           END-EVALUATE.
           MOVE SPACES TO ELEMENTO.
           STRING DIC-NOMBRE(IDX-UNI) DELIMITED BY SPACE
                  ':' MODO-UNIDAD DELIMITED BY SIZE
                  INTO ELEMENTO.
           PERFORM 8230-ANADIR-ELEMENTO.

       5325-USO-RELACIONADO.
           IF (IDX-SUB NOT > IDX-UNI
               AND DIC-FIN(IDX-SUB) NOT < IDX-UNI)
              OR (IDX-SUB NOT < IDX-UNI
               AND IDX-SUB NOT > DIC-FIN(IDX-UNI))
              IF DIC-PRIMERO(IDX-SUB) = 'L' OR 'A'
                 MOVE 'S' TO UNIDAD-LEE
              END-IF
              IF DIC-ESCRIBE(IDX-SUB) = 'S'
                 MOVE 'S' TO UNIDAD-ESCRIBE
              END-IF
           END-IF.

      * CADA REGISTRO 01 DE UNA FD O SD
       5400-CALCULAR-REGISTROS.
           PERFORM 5410-REGISTRO
                   VARYING IDX-DIC FROM 1 BY 1
                   UNTIL IDX-DIC > DIC-USADOS.

       5410-REGISTRO.
           IF DIC-FICHERO(IDX-DIC) NOT = SPACES
              AND DIC-NOMBRE(IDX-DIC) NOT = 'FILLER'
              MOVE SPACES TO CLAVE-NUEVA
              STRING 'Layout.RecordLength(' DELIMITED BY SIZE
                     DIC-NOMBRE(IDX-DIC) DELIMITED BY SPACE
                     ')' DELIMITED BY SIZE
                     INTO CLAVE-NUEVA
              MOVE DIC-LON(IDX-DIC) TO NUMERO-CALC
              PERFORM 8210-CALCULADA-NUMERICA
           END-IF.

      * EL COPYBOOK ENTERO: SUS ENTRADAS DE PRIMER NIVEL QUE NO
      * REDEFINEN
       5450-CALCULAR-COPYBOOK.
           IF DIC-USADOS > ZEROS
              MOVE ZEROS TO SUMA
              MOVE 1 TO IDX-SUB
              PERFORM 4275-SUMAR-HIJO
                      UNTIL IDX-SUB > DIC-USADOS
              MOVE SPACES TO CLAVE-NUEVA
              STRING 'Layout.RecordLength(' DELIMITED BY SIZE
                     MIEMBRO DELIMITED BY SPACE
                     ')' DELIMITED BY SIZE
                     INTO CLAVE-NUEVA
              MOVE SUMA TO NUMERO-CALC
              PERFORM 8210-CALCULADA-NUMERICA
           END-IF.

       5500-CALCULAR-SORT.
           IF CUENTA-SORT > ZEROS
              MOVE 'Sort.Statements' TO CLAVE-NUEVA
              MOVE CUENTA-SORT TO NUMERO-CALC
              PERFORM 8210-CALCULADA-NUMERICA
           END-IF.
           IF CUENTA-MERGE > ZEROS
              MOVE 'Sort.MergeStatements' TO CLAVE-NUEVA
              MOVE CUENTA-MERGE TO NUMERO-CALC
              PERFORM 8210-CALCULADA-NUMERICA
           END-IF.
           PERFORM 5510-RANGO
                   VARYING IDX-RNG FROM 1 BY 1
                   UNTIL IDX-RNG > RNG-USADOS.
           IF CUENTA-RELEASE > ZEROS OR CUENTA-RETURN > ZEROS
              MOVE 'Coverage.SortVerbs' TO CLAVE-NUEVA
              PERFORM 8200-NUEVA-CALCULADA
           END-IF.
           IF CUENTA-RELEASE > ZEROS
              MOVE CUENTA-RELEASE TO NUMERO-CALC
              PERFORM 8100-EDITAR-NUMERO
              MOVE SPACES TO ELEMENTO
              STRING 'RELEASE:' NUMERO-TXT DELIMITED BY SIZE
                     INTO ELEMENTO
              PERFORM 8230-ANADIR-ELEMENTO
           END-IF.
           IF CUENTA-RETURN > ZEROS
              MOVE CUENTA-RETURN TO NUMERO-CALC
              PERFORM 8100-EDITAR-NUMERO
              MOVE SPACES TO ELEMENTO
              STRING 'RETURN:' NUMERO-TXT DELIMITED BY SIZE
                     INTO ELEMENTO
              PERFORM 8230-ANADIR-ELEMENTO
           END-IF.

       5510-RANGO.
           MOVE RNG-CLAVE(IDX-RNG) TO CLAVE-NUEVA.
           PERFORM 8200-NUEVA-CALCULADA.
           MOVE RNG-VALOR(IDX-RNG) TO CAL-VALOR(CAL-USADAS).

      * INCIDENCIAS DEL PROGRAMA EN SDPFINDG, SI EL FICHERO EXISTE
       5600-CALCULAR-INCIDENCIAS.
           OPEN INPUT INCIDENCIAS.
           IF FS-FINDG NOT = '00'
              CLOSE INCIDENCIAS
           ELSE
              MOVE ZEROS TO NUMERO-CALC
              MOVE 'N' TO FIN-FINDG
              READ INCIDENCIAS
                   AT END MOVE 'S' TO FIN-FINDG
              END-READ
              PERFORM 5610-SUMAR-INCIDENCIA UNTIL FIN-FINDG = 'S'
              CLOSE INCIDENCIAS
              MOVE 'Issues.getCount' TO CLAVE-NUEVA
              PERFORM 8210-CALCULADA-NUMERICA
           END-IF.

       5610-SUMAR-INCIDENCIA.
           IF FND-PROGRAMA = MIEMBRO AND FND-CUANTAS IS NUMERIC
              ADD FND-CUANTAS TO NUMERO-CALC
           END-IF.
           READ INCIDENCIAS
                AT END MOVE 'S' TO FIN-FINDG
           END-READ.

      * MIEMBROS DE SDPSRCL CON UN COPY DEL COPYBOOK; SUS NOMBRES VAN
      * COMO TEXTO LIBRE
       5700-CALCULAR-CONSUMIDORES.
           IF MBR-USADOS > ZEROS
              MOVE ZEROS TO CONSUMIDORES
              MOVE 'Copybook.ConsumerCount' TO CLAVE-NUEVA
              MOVE ZEROS TO NUMERO-CALC
              PERFORM 8210-CALCULADA-NUMERICA
              MOVE 1 TO PTR-NOTA
              PERFORM 5710-MIRAR-CONSUMIDOR
                      VARYING IDX-MBR FROM 1 BY 1
                      UNTIL IDX-MBR > MBR-USADOS
              MOVE CONSUMIDORES TO NUMERO-CALC CAL-NUMERO(CAL-USADAS)
              PERFORM 8100-EDITAR-NUMERO
              MOVE NUMERO-TXT TO CAL-VALOR(CAL-USADAS)
              IF CONSUMIDORES > 1
                 MOVE CAL-NOTA(CAL-USADAS)(POS-ULTIMA-COMA + 2:)
                      TO ELEMENTO
                 MOVE SPACES
                      TO CAL-NOTA(CAL-USADAS)(POS-ULTIMA-COMA:)
                 STRING ' y ' ELEMENTO DELIMITED BY SIZE
                        INTO CAL-NOTA(CAL-USADAS)(POS-ULTIMA-COMA:)
              END-IF
              MOVE TAR-FICHERO(IDX-TAR) TO NOMBRE-FUENTE
           END-IF.

       5710-MIRAR-CONSUMIDOR.
           MOVE MBR-FICHERO(IDX-MBR) TO NOMBRE-FUENTE.
           MOVE ZEROS TO HALLADO.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              CLOSE FUENTE
           ELSE
              MOVE 'N' TO FIN-FTE
              READ FUENTE
                   AT END MOVE 'S' TO FIN-FTE
              END-READ
              PERFORM 5720-LINEA-CONSUMIDOR
                      UNTIL FIN-FTE = 'S' OR HALLADO > ZEROS
              CLOSE FUENTE
           END-IF.
           IF HALLADO > ZEROS
              ADD 1 TO CONSUMIDORES
              IF CONSUMIDORES > 1
                 MOVE PTR-NOTA TO POS-ULTIMA-COMA
                 STRING ', ' DELIMITED BY SIZE
                        INTO CAL-NOTA(CAL-USADAS) WITH POINTER PTR-NOTA
              END-IF
              STRING MBR-PROGRAMA(IDX-MBR) DELIMITED BY SPACE
                     INTO CAL-NOTA(CAL-USADAS) WITH POINTER PTR-NOTA
           END-IF.

       5720-LINEA-CONSUMIDOR.
           PERFORM 3015-PALABRAS-COPY.
           IF PAL-COPY-1 = 'COPY' AND PAL-COPY-2(1:8) = MIEMBRO
              MOVE 1 TO HALLADO
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.

      ******************************************************************
      * PROPONER: BLOQUE DE ANOTACIONES EN <DESTINO>/<MIEMBRO>.ivp
      ******************************************************************
       6000-PROPONER.
           MOVE SPACES TO NOMBRE-SALIDA.
           IF DIRECTORIO = SPACES
              STRING MIEMBRO DELIMITED BY SPACE
                     '.ivp' DELIMITED BY SIZE
                     INTO NOMBRE-SALIDA
           ELSE
              STRING DIRECTORIO DELIMITED BY SPACE
                     '/' DELIMITED BY SIZE
                     MIEMBRO DELIMITED BY SPACE
                     '.ivp' DELIMITED BY SIZE
                     INTO NOMBRE-SALIDA
           END-IF.
           IF CAL-USADAS = ZEROS
              MOVE 'NINGUNA PROPIEDAD CALCULABLE EN EL MIEMBRO'
                   TO LINEA
              PERFORM 8900-LINEA-INFORME
              GO TO 6000-PROPONER-FIN
           END-IF.
           OPEN OUTPUT SALIDA.
           IF FS-SALIDA NOT = '00'
              PERFORM 8950-SALIDA-NO-GRABABLE
              GO TO 6000-PROPONER-FIN
           END-IF.
           MOVE '*' TO ESTILO.
           PERFORM 6010-PROPONER-ASERCION
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL > CAL-USADAS.
           CLOSE SALIDA.
           MOVE SPACES TO LINEA.
           STRING 'BLOQUE PROPUESTO EN ' DELIMITED BY SIZE
                  NOMBRE-SALIDA DELIMITED BY SPACE
                  INTO LINEA.
           PERFORM 8900-LINEA-INFORME.

       6000-PROPONER-FIN.
           EXIT.

       6010-PROPONER-ASERCION.
           PERFORM 8400-TEXTO-CALCULADA.
           PERFORM 8500-ENVOLVER.
           PERFORM 6020-GRABAR-LINEA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > ENV-USADAS.
           ADD 1 TO PROPUESTAS.

       6020-GRABAR-LINEA.
           MOVE ENV(IDX) TO REC-SALIDA.
           WRITE REC-SALIDA.
           MOVE ENV(IDX) TO LINEA.
           PERFORM 8900-LINEA-INFORME.

      ******************************************************************
      * REBASAR: CLAVADAS CONTRA CALCULADAS Y, CON TARJETAS ACEPTAR,
      * COPIA DEL FUENTE CON LOS CAMBIOS ACEPTADOS
      ******************************************************************
       6500-REBASAR.
           MOVE ZEROS TO FIJ-USADAS CAMBIOS LINEA-FIN-SDP LINEA-BORDE.
           MOVE 'N' TO EN-DESCRIPCION.
           PERFORM 6510-MIRAR-LINEA
                   VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > LIN-USADAS.
           PERFORM 6600-COMPARAR-CLAVADA
                   VARYING IDX-FIJ FROM 1 BY 1
                   UNTIL IDX-FIJ > FIJ-USADAS.
           PERFORM 6650-MIRAR-NUEVA
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL > CAL-USADAS.
           IF FIJ-USADAS = ZEROS AND CAL-USADAS = ZEROS
              MOVE 'SIN ASERCIONES CLAVADAS NI CALCULABLES' TO LINEA
              PERFORM 8900-LINEA-INFORME
              GO TO 6500-REBASAR-FIN
           END-IF.
           MOVE ACEPTADOS TO ACEPTADOS-ANTES.
           PERFORM 6700-MARCAR-ACEPTADOS
                   VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > TAR-USADAS.
           PERFORM 6750-CONTAR-PENDIENTE
                   VARYING IDX-FIJ FROM 1 BY 1
                   UNTIL IDX-FIJ > FIJ-USADAS.
           PERFORM 6760-CONTAR-NUEVA-PENDIENTE
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL > CAL-USADAS.
           IF ACEPTADOS > ACEPTADOS-ANTES
              PERFORM 6800-ESCRIBIR-ACEPTADOS
                      THRU 6800-ESCRIBIR-ACEPTADOS-FIN
           END-IF.

       6500-REBASAR-FIN.
           EXIT.

      * COMENTARIO DEL PROPIO FUENTE CON 'SDP IVP ' FUERA DEL TEXTO
      * DE SDP DESCRIPTION: UNA ASERCION CLAVADA; SE ANOTAN TAMBIEN
      * EL 'SDP END' Y EL BORDE DE ASTERISCOS QUE CIERRA LA CABECERA
       6510-MIRAR-LINEA.
           IF LIN-COPIA(IDX-LIN) = 'N'
              AND LIN-TEXTO(IDX-LIN)(7:1) = '*'
              PERFORM 6520-TEXTO-COMENTARIO
              MOVE ZEROS TO CUANTOS
              INSPECT TEXTO-COMENTARIO TALLYING CUANTOS
                      FOR CHARACTERS BEFORE INITIAL 'SDP IVP '
              IF CUANTOS < 58 AND FIJ-USADAS < 100
                 AND EN-DESCRIPCION = 'N'
                 PERFORM 6530-ANOTAR-CLAVADA
              END-IF
              IF TEXTO-COMENTARIO(1:15) = 'SDP DESCRIPTION'
                 MOVE 'S' TO EN-DESCRIPCION
              END-IF
              IF TEXTO-COMENTARIO(1:7) = 'SDP END'
                 MOVE LIN-NUMERO(IDX-LIN) TO LINEA-FIN-SDP
                 MOVE 'N' TO EN-DESCRIPCION
              END-IF
              IF LIN-TEXTO(IDX-LIN)(8:5) = '*****'
                 AND LINEA-FIN-SDP > ZEROS AND LINEA-BORDE = ZEROS
                 MOVE LIN-NUMERO(IDX-LIN) TO LINEA-BORDE
              END-IF
           END-IF.

      * TEXTO DEL COMENTARIO SIN EL '>' DE '*>' NI BLANCOS INICIALES
       6520-TEXTO-COMENTARIO.
           MOVE '*' TO ESTILO-LINEA.
           MOVE LIN-TEXTO(IDX-LIN)(8:65) TO RESTO-COMENTARIO.
           IF RESTO-COMENTARIO(1:1) = '>'
              MOVE '>' TO ESTILO-LINEA
              MOVE SPACE TO RESTO-COMENTARIO(1:1)
           END-IF.
           MOVE SPACES TO TEXTO-COMENTARIO.
           MOVE ZEROS TO IDX.
           INSPECT RESTO-COMENTARIO TALLYING IDX FOR LEADING SPACES.
           IF IDX < 65
              MOVE RESTO-COMENTARIO(IDX + 1:) TO TEXTO-COMENTARIO
           END-IF.

      * 'SDP IVP <n> <clave> <operador> <valor> [- <texto libre>]'; EL
      * VALOR SIGUE EN LAS LINEAS DE COMENTARIO SIGUIENTES MIENTRAS
      * ESTE VACIO O ACABE EN COMA, Y EL TEXTO LIBRE HASTA LA
      * SIGUIENTE MARCA SDP, UN BORDE O UN COMENTARIO EN BLANCO
       6530-ANOTAR-CLAVADA.
           MOVE SPACES TO PAL-NIVEL PAL-CLAVE PAL-OPERADOR JUNTO.
           MOVE 1 TO PTR-JUNTO.
           UNSTRING TEXTO-COMENTARIO(CUANTOS + 9:)
                    DELIMITED BY ALL SPACES
                    INTO PAL-NIVEL PAL-CLAVE PAL-OPERADOR
                    WITH POINTER PTR-JUNTO.
           IF PAL-NIVEL(1:1) IS NUMERIC AND PAL-NIVEL(2:1) = SPACE
              AND PAL-CLAVE(1:1) IS ALPHABETIC
              AND PAL-CLAVE(1:1) NOT = SPACE
              AND (PAL-OPERADOR = '=' OR '>' OR '<' OR '>=' OR '<=')
              ADD 1 TO FIJ-USADAS
              MOVE PAL-NIVEL(1:1)  TO FIJ-NIVEL(FIJ-USADAS)
              MOVE PAL-CLAVE       TO FIJ-CLAVE(FIJ-USADAS)
              MOVE PAL-OPERADOR    TO FIJ-OPERADOR(FIJ-USADAS)
              MOVE ESTILO-LINEA    TO FIJ-ESTILO(FIJ-USADAS)
              MOVE LIN-NUMERO(IDX-LIN) TO FIJ-DESDE(FIJ-USADAS)
                                          FIJ-HASTA(FIJ-USADAS)
              MOVE SPACES TO FIJ-VALOR(FIJ-USADAS)
                             FIJ-NOTA(FIJ-USADAS)
              MOVE 'N' TO FIJ-ESTADO(FIJ-USADAS)
                          FIJ-ACEPTADA(FIJ-USADAS)
              MOVE ZEROS TO FIJ-CALCULADA(FIJ-USADAS)
                            FIJ-CAMBIO(FIJ-USADAS)
              COMPUTE IDX = CUANTOS + 8 + PTR-JUNTO
              IF IDX < 66
                 MOVE TEXTO-COMENTARIO(IDX:) TO JUNTO
              END-IF
              MOVE 'S' TO SIGUE
              PERFORM 6540-CONTINUACION UNTIL SIGUE = 'N'
              PERFORM 6550-SEPARAR-NOTA
           END-IF.

       6540-CONTINUACION.
           MOVE JUNTO TO TEXTO-ANOTACION.
           PERFORM 8450-MEDIR-TEXTO.
           MOVE LON-TEXTO TO LON-JUNTO.
           MOVE ZEROS TO GUIONES.
           INSPECT JUNTO TALLYING GUIONES FOR ALL ' - '.
           MOVE 'N' TO SIGUE.
           IF LON-JUNTO = ZEROS OR GUIONES > ZEROS
              MOVE 'S' TO SIGUE
           ELSE
              IF JUNTO(LON-JUNTO:1) = ','
                 MOVE 'S' TO SIGUE
              END-IF
           END-IF.
           IF SIGUE = 'S' AND IDX-LIN < LIN-USADAS
              AND LIN-COPIA(IDX-LIN + 1) = 'N'
              AND LIN-TEXTO(IDX-LIN + 1)(7:1) = '*'
              AND LIN-TEXTO(IDX-LIN + 1)(8:1) NOT = '*'
              ADD 1 TO IDX-LIN
              PERFORM 6520-TEXTO-COMENTARIO
              MOVE ZEROS TO CUANTOS
              INSPECT TEXTO-COMENTARIO TALLYING CUANTOS
                      FOR ALL 'SDP '
              IF TEXTO-COMENTARIO = SPACES OR CUANTOS > ZEROS
                 OR LON-JUNTO > 1300
                 SUBTRACT 1 FROM IDX-LIN
                 MOVE 'N' TO SIGUE
              ELSE
                 MOVE LIN-NUMERO(IDX-LIN) TO FIJ-HASTA(FIJ-USADAS)
                 IF LON-JUNTO = ZEROS
                    MOVE TEXTO-COMENTARIO TO JUNTO
                 ELSE
                    MOVE TEXTO-COMENTARIO TO JUNTO(LON-JUNTO + 2:)
                 END-IF
              END-IF
           ELSE
              MOVE 'N' TO SIGUE
           END-IF.

       6550-SEPARAR-NOTA.
           MOVE ZEROS TO IDX.
           INSPECT JUNTO TALLYING IDX
                   FOR CHARACTERS BEFORE INITIAL ' - '.
           IF IDX > ZEROS
              MOVE JUNTO(1:IDX) TO FIJ-VALOR(FIJ-USADAS)
           END-IF.
           IF IDX < 1396
              MOVE JUNTO(IDX + 4:) TO FIJ-NOTA(FIJ-USADAS)
           END-IF.

      * LA CLAVADA SE BUSCA ENTRE LAS CALCULADAS; LAS NUMERICAS SE
      * COMPARAN CON SU OPERADOR Y LAS DEMAS COMO TEXTO O LISTA
       6600-COMPARAR-CLAVADA.
           MOVE ZEROS TO HALLADO.
           PERFORM 6610-BUSCAR-CALCULADA
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL > CAL-USADAS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              MOVE 'N' TO FIJ-ESTADO(IDX-FIJ)
           ELSE
              MOVE HALLADO TO FIJ-CALCULADA(IDX-FIJ) IDX-CAL
              MOVE 'S' TO CAL-CLAVADA(IDX-CAL)
              IF CAL-NUMERICA(IDX-CAL) = 'S'
                 PERFORM 6620-COMPARAR-NUMERO
              ELSE
                 MOVE FIJ-VALOR(IDX-FIJ) TO NORMAL-A
                 MOVE CAL-VALOR(IDX-CAL) TO NORMAL-B
                 PERFORM 8300-COMPARAR-VALORES
                 IF IGUALES = 'S' AND FIJ-OPERADOR(IDX-FIJ) = '='
                    MOVE 'I' TO FIJ-ESTADO(IDX-FIJ)
                 ELSE
                    MOVE 'C' TO FIJ-ESTADO(IDX-FIJ)
                 END-IF
              END-IF
              IF FIJ-ESTADO(IDX-FIJ) = 'C'
                 ADD 1 TO CAMBIOS
                 MOVE CAMBIOS TO FIJ-CAMBIO(IDX-FIJ)
              END-IF
           END-IF.
           PERFORM 6630-LISTAR-CLAVADA.

       6610-BUSCAR-CALCULADA.
           IF CAL-CLAVE(IDX-CAL) = FIJ-CLAVE(IDX-FIJ)
              MOVE IDX-CAL TO HALLADO
           END-IF.

       6620-COMPARAR-NUMERO.
           MOVE SPACES TO PALABRA-NUM.
           UNSTRING FIJ-VALOR(IDX-FIJ) DELIMITED BY ALL SPACES
                    INTO PALABRA-NUM.
           PERFORM 8350-LEER-NUMERO.
           MOVE 'C' TO FIJ-ESTADO(IDX-FIJ).
           IF ES-NUMERO = 'S'
              EVALUATE FIJ-OPERADOR(IDX-FIJ)
                 WHEN '='
                      IF CAL-NUMERO(IDX-CAL) = NUMERO-FIJ
                         MOVE 'I' TO FIJ-ESTADO(IDX-FIJ)
                      END-IF
                 WHEN '>'
                      IF CAL-NUMERO(IDX-CAL) > NUMERO-FIJ
                         MOVE 'S' TO FIJ-ESTADO(IDX-FIJ)
                      END-IF
                 WHEN '>='
                      IF CAL-NUMERO(IDX-CAL) NOT < NUMERO-FIJ
                         MOVE 'S' TO FIJ-ESTADO(IDX-FIJ)
                      END-IF
                 WHEN '<'
                      IF CAL-NUMERO(IDX-CAL) < NUMERO-FIJ
                         MOVE 'S' TO FIJ-ESTADO(IDX-FIJ)
                      END-IF
                 WHEN OTHER
                      IF CAL-NUMERO(IDX-CAL) NOT > NUMERO-FIJ
                         MOVE 'S' TO FIJ-ESTADO(IDX-FIJ)
                      END-IF
              END-EVALUATE
           END-IF.

       6630-LISTAR-CLAVADA.
           MOVE SPACES TO LINEA.
           IF FIJ-CAMBIO(IDX-FIJ) > ZEROS
              MOVE FIJ-CAMBIO(IDX-FIJ) TO NUMERO-CALC
              PERFORM 8100-EDITAR-NUMERO
              MOVE NUMERO-ED(7:3) TO LINEA(1:3)
           END-IF.
           EVALUATE FIJ-ESTADO(IDX-FIJ)
              WHEN 'I'   MOVE 'IGUAL'        TO LINEA(5:12)
              WHEN 'S'   MOVE 'SE CUMPLE'    TO LINEA(5:12)
              WHEN 'C'   MOVE 'CAMBIA'       TO LINEA(5:12)
              WHEN OTHER MOVE 'NO CALCULADA' TO LINEA(5:12)
           END-EVALUATE.
           MOVE FIJ-DESDE(IDX-FIJ) TO LINEA-ED.
           STRING 'LINEA ' LINEA-ED ' ' DELIMITED BY SIZE
                  FIJ-CLAVE(IDX-FIJ) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FIJ-OPERADOR(IDX-FIJ) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FIJ-VALOR(IDX-FIJ) DELIMITED BY SIZE
                  INTO LINEA(18:).
           PERFORM 8900-LINEA-INFORME.
           IF FIJ-ESTADO(IDX-FIJ) = 'C'
              MOVE FIJ-CALCULADA(IDX-FIJ) TO IDX-CAL
              MOVE SPACES TO LINEA
              STRING 'CALCULADA = ' DELIMITED BY SIZE
                     CAL-VALOR(IDX-CAL) DELIMITED BY SIZE
                     INTO LINEA(18:)
              PERFORM 8900-LINEA-INFORME
           END-IF.

       6650-MIRAR-NUEVA.
           IF CAL-CLAVADA(IDX-CAL) = 'N'
              ADD 1 TO CAMBIOS
              MOVE CAMBIOS TO CAL-CAMBIO(IDX-CAL)
              MOVE SPACES TO LINEA
              MOVE CAMBIOS TO NUMERO-CALC
              PERFORM 8100-EDITAR-NUMERO
              MOVE NUMERO-ED(7:3) TO LINEA(1:3)
              MOVE 'NUEVA' TO LINEA(5:12)
              STRING CAL-CLAVE(IDX-CAL) DELIMITED BY SPACE
                     ' = ' DELIMITED BY SIZE
                     CAL-VALOR(IDX-CAL) DELIMITED BY SIZE
                     INTO LINEA(18:)
              PERFORM 8900-LINEA-INFORME
           END-IF.

      * TARJETAS ACEPTAR DEL MIEMBRO: EL NUMERO ES EL DE UN CAMBIO O
      * EL DE UNA NUEVA
       6700-MARCAR-ACEPTADOS.
           IF TAR-ORDEN(IDX-K) = 'ACEPTAR'
              AND TAR-MIEMBRO(IDX-K) = MIEMBRO
              MOVE ZEROS TO HALLADO
              PERFORM 6710-ACEPTAR-CLAVADA
                      VARYING IDX-FIJ FROM 1 BY 1
                      UNTIL IDX-FIJ > FIJ-USADAS
              PERFORM 6720-ACEPTAR-NUEVA
                      VARYING IDX-CAL FROM 1 BY 1
                      UNTIL IDX-CAL > CAL-USADAS
              IF HALLADO = ZEROS
                 MOVE TAR-NUMERO(IDX-K) TO NUMERO-CALC
                 PERFORM 8100-EDITAR-NUMERO
                 MOVE SPACES TO LINEA
                 STRING 'ACEPTAR ' DELIMITED BY SIZE
                        NUMERO-TXT DELIMITED BY SPACE
                        ' NO ES NINGUN CAMBIO DEL MIEMBRO'
                        DELIMITED BY SIZE INTO LINEA
                 PERFORM 8900-LINEA-INFORME
                 IF RC < 4
                    MOVE 4 TO RC
                 END-IF
              END-IF
           END-IF.

       6710-ACEPTAR-CLAVADA.
           IF FIJ-CAMBIO(IDX-FIJ) = TAR-NUMERO(IDX-K)
              AND FIJ-CAMBIO(IDX-FIJ) > ZEROS
              MOVE 'S' TO FIJ-ACEPTADA(IDX-FIJ)
              MOVE 1 TO HALLADO
           END-IF.

       6720-ACEPTAR-NUEVA.
           IF CAL-CAMBIO(IDX-CAL) = TAR-NUMERO(IDX-K)
              AND CAL-CAMBIO(IDX-CAL) > ZEROS
              MOVE 'S' TO CAL-ACEPTADA(IDX-CAL)
              MOVE 1 TO HALLADO
           END-IF.

       6750-CONTAR-PENDIENTE.
           IF FIJ-CAMBIO(IDX-FIJ) > ZEROS
              IF FIJ-ACEPTADA(IDX-FIJ) = 'S'
                 ADD 1 TO ACEPTADOS
              ELSE
                 ADD 1 TO PENDIENTES
              END-IF
           END-IF.

       6760-CONTAR-NUEVA-PENDIENTE.
           IF CAL-CAMBIO(IDX-CAL) > ZEROS
              IF CAL-ACEPTADA(IDX-CAL) = 'S'
                 ADD 1 TO ACEPTADOS
              ELSE
                 ADD 1 TO PENDIENTES
              END-IF
           END-IF.

      * COPIA DEL FUENTE EN <DESTINO>/<NOMBRE DEL FICHERO>: LAS
      * CLAVADAS ACEPTADAS SE SUSTITUYEN EN SU SITIO Y LAS NUEVAS
      * ACEPTADAS VAN DETRAS DE LA ULTIMA CLAVADA (O AL FINAL DE LA
      * CABECERA, O AL PRINCIPIO DEL MIEMBRO SI NO LA TIENE)
       6800-ESCRIBIR-ACEPTADOS.
           MOVE ZEROS TO IDX-J CUANTOS.
           PERFORM 6810-BUSCAR-BARRA
                   VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > 64.
           MOVE SPACES TO NOMBRE-SALIDA.
           IF DIRECTORIO = SPACES
              MOVE NOMBRE-FUENTE(IDX-J + 1:) TO NOMBRE-SALIDA
           ELSE
              STRING DIRECTORIO DELIMITED BY SPACE
                     '/' DELIMITED BY SIZE
                     NOMBRE-FUENTE(IDX-J + 1:) DELIMITED BY SPACE
                     INTO NOMBRE-SALIDA
           END-IF.
           IF NOMBRE-SALIDA = NOMBRE-FUENTE
              PERFORM 8950-SALIDA-NO-GRABABLE
              GO TO 6800-ESCRIBIR-ACEPTADOS-FIN
           END-IF.

           MOVE ZEROS TO PUNTO-INSERCION.
           MOVE '*' TO ESTILO-NUEVAS.
           PERFORM 6820-ULTIMA-CLAVADA
                   VARYING IDX-FIJ FROM 1 BY 1
                   UNTIL IDX-FIJ > FIJ-USADAS.
           IF FIJ-USADAS = ZEROS
              IF LINEA-BORDE > ZEROS
                 COMPUTE PUNTO-INSERCION = LINEA-BORDE - 1
              ELSE
                 MOVE '>' TO ESTILO-NUEVAS
              END-IF
           ELSE
              MOVE FIJ-ESTILO(1) TO ESTILO-NUEVAS
           END-IF.

           OPEN OUTPUT SALIDA.
           IF FS-SALIDA NOT = '00'
              PERFORM 8950-SALIDA-NO-GRABABLE
              GO TO 6800-ESCRIBIR-ACEPTADOS-FIN
           END-IF.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              CLOSE FUENTE SALIDA
              PERFORM 8950-SALIDA-NO-GRABABLE
              GO TO 6800-ESCRIBIR-ACEPTADOS-FIN
           END-IF.
           MOVE ZEROS TO NUMERO-FUENTE SALTAR-HASTA.
           IF PUNTO-INSERCION = ZEROS
              PERFORM 6850-GRABAR-NUEVAS
           END-IF.
           MOVE 'N' TO FIN-FTE.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.
           PERFORM 6830-COPIAR-LINEA UNTIL FIN-FTE = 'S'.
           CLOSE FUENTE SALIDA.
           MOVE SPACES TO LINEA.
           COMPUTE NUMERO-CALC = ACEPTADOS - ACEPTADOS-ANTES.
           PERFORM 8100-EDITAR-NUMERO.
           STRING 'ACEPTADOS ' DELIMITED BY SIZE
                  NUMERO-TXT DELIMITED BY SPACE
                  ' CAMBIOS EN ' DELIMITED BY SIZE
                  NOMBRE-SALIDA DELIMITED BY SPACE
                  INTO LINEA.
           PERFORM 8900-LINEA-INFORME.

       6800-ESCRIBIR-ACEPTADOS-FIN.
           EXIT.

       6810-BUSCAR-BARRA.
           IF NOMBRE-FUENTE(IDX-K:1) = '/'
              MOVE IDX-K TO IDX-J
           END-IF.

       6820-ULTIMA-CLAVADA.
           IF FIJ-HASTA(IDX-FIJ) > PUNTO-INSERCION
              MOVE FIJ-HASTA(IDX-FIJ) TO PUNTO-INSERCION
           END-IF.

       6830-COPIAR-LINEA.
           ADD 1 TO NUMERO-FUENTE.
           MOVE ZEROS TO HALLADO.
           PERFORM 6835-BUSCAR-SUSTITUCION
                   VARYING IDX-FIJ FROM 1 BY 1
                   UNTIL IDX-FIJ > FIJ-USADAS OR HALLADO > ZEROS.
           IF HALLADO > ZEROS
              MOVE HALLADO TO IDX-FIJ
              MOVE FIJ-HASTA(IDX-FIJ) TO SALTAR-HASTA
              PERFORM 6840-GRABAR-SUSTITUCION
           ELSE
              IF NUMERO-FUENTE > SALTAR-HASTA
                 MOVE REC-FUENTE TO REC-SALIDA
                 WRITE REC-SALIDA
              END-IF
           END-IF.
           IF NUMERO-FUENTE = PUNTO-INSERCION
              PERFORM 6850-GRABAR-NUEVAS
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.

       6835-BUSCAR-SUSTITUCION.
           IF FIJ-DESDE(IDX-FIJ) = NUMERO-FUENTE
              AND FIJ-ACEPTADA(IDX-FIJ) = 'S'
              MOVE IDX-FIJ TO HALLADO
           END-IF.

      * LA CLAVADA ACEPTADA PASA A '=' CON EL VALOR CALCULADO; EL
      * TEXTO LIBRE ES EL SUYO, SALVO QUE LA CALCULADA TRAIGA OTRO
       6840-GRABAR-SUSTITUCION.
           MOVE FIJ-CALCULADA(IDX-FIJ) TO IDX-CAL.
           MOVE SPACES TO TEXTO-ANOTACION.
           MOVE 1 TO PTR-VALOR.
           STRING 'SDP IVP ' FIJ-NIVEL(IDX-FIJ) ' ' DELIMITED BY SIZE
                  CAL-CLAVE(IDX-CAL) DELIMITED BY SPACE
                  ' = ' DELIMITED BY SIZE
                  CAL-VALOR(IDX-CAL) DELIMITED BY '  '
                  INTO TEXTO-ANOTACION WITH POINTER PTR-VALOR.
           IF CAL-NOTA(IDX-CAL) NOT = SPACES
              STRING ' - ' CAL-NOTA(IDX-CAL) DELIMITED BY SIZE
                     INTO TEXTO-ANOTACION WITH POINTER PTR-VALOR
           ELSE
              IF FIJ-NOTA(IDX-FIJ) NOT = SPACES
                 STRING ' - ' FIJ-NOTA(IDX-FIJ) DELIMITED BY SIZE
                        INTO TEXTO-ANOTACION WITH POINTER PTR-VALOR
              END-IF
           END-IF.
           MOVE FIJ-ESTILO(IDX-FIJ) TO ESTILO.
           PERFORM 8500-ENVOLVER.
           PERFORM 6860-GRABAR-ENVUELTA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > ENV-USADAS.

       6850-GRABAR-NUEVAS.
           MOVE ESTILO-NUEVAS TO ESTILO.
           PERFORM 6855-GRABAR-NUEVA
                   VARYING IDX-CAL FROM 1 BY 1
                   UNTIL IDX-CAL > CAL-USADAS.

       6855-GRABAR-NUEVA.
           IF CAL-ACEPTADA(IDX-CAL) = 'S'
              PERFORM 8400-TEXTO-CALCULADA
              PERFORM 8500-ENVOLVER
              PERFORM 6860-GRABAR-ENVUELTA
                      VARYING IDX FROM 1 BY 1
                      UNTIL IDX > ENV-USADAS
           END-IF.

       6860-GRABAR-ENVUELTA.
           MOVE ENV(IDX) TO REC-SALIDA.
           WRITE REC-SALIDA.

      ******************************************************************
      * UTILIDADES: NUMEROS, ASERCIONES CALCULADAS, COMPARACION Y
      * REPARTO EN LINEAS
      ******************************************************************
       8100-EDITAR-NUMERO.
           MOVE NUMERO-CALC TO NUMERO-ED.
           MOVE ZEROS TO IDX.
           INSPECT NUMERO-ED TALLYING IDX FOR LEADING SPACES.
           MOVE SPACES TO NUMERO-TXT.
           MOVE NUMERO-ED(IDX + 1:) TO NUMERO-TXT.

       8200-NUEVA-CALCULADA.
           IF CAL-USADAS < 150
              ADD 1 TO CAL-USADAS
              MOVE CLAVE-NUEVA TO CAL-CLAVE(CAL-USADAS)
              MOVE SPACES TO CAL-VALOR(CAL-USADAS)
                             CAL-NOTA(CAL-USADAS)
              MOVE 'N' TO CAL-NUMERICA(CAL-USADAS)
                          CAL-CLAVADA(CAL-USADAS)
                          CAL-ACEPTADA(CAL-USADAS)
              MOVE ZEROS TO CAL-NUMERO(CAL-USADAS)
                            CAL-CAMBIO(CAL-USADAS)
              MOVE 1 TO PTR-VALOR
           END-IF.

       8210-CALCULADA-NUMERICA.
           PERFORM 8200-NUEVA-CALCULADA.
           MOVE 'S' TO CAL-NUMERICA(CAL-USADAS).
           MOVE NUMERO-CALC TO CAL-NUMERO(CAL-USADAS).
           PERFORM 8100-EDITAR-NUMERO.
           MOVE NUMERO-TXT TO CAL-VALOR(CAL-USADAS).

      * ELEMENTO DE UNA LISTA SEPARADA POR COMAS, SIN REPETIDOS
       8230-ANADIR-ELEMENTO.
           MOVE ZEROS TO IDX.
           IF PTR-VALOR > 1
              MOVE CAL-VALOR(CAL-USADAS) TO NORMAL-A
              PERFORM 8320-PARTIR-A
              PERFORM 8235-MIRAR-REPETIDO
                      VARYING IDX-J FROM 1 BY 1
                      UNTIL IDX-J > ELA-USADOS
           END-IF.
           IF IDX = ZEROS AND PTR-VALOR < 960
              IF PTR-VALOR > 1
                 STRING ',' DELIMITED BY SIZE
                        INTO CAL-VALOR(CAL-USADAS)
                        WITH POINTER PTR-VALOR
              END-IF
              STRING ELEMENTO DELIMITED BY SPACE
                     INTO CAL-VALOR(CAL-USADAS) WITH POINTER PTR-VALOR
           END-IF.

       8235-MIRAR-REPETIDO.
           IF ELA(IDX-J) = ELEMENTO
              MOVE 1 TO IDX
           END-IF.

      * VALORES IGUALES SIN CONTAR BLANCOS, O LISTAS CON LOS MISMOS
      * ELEMENTOS EN CUALQUIER ORDEN
       8300-COMPARAR-VALORES.
           MOVE NORMAL-A TO TEXTO-ANOTACION.
           PERFORM 8310-QUITAR-BLANCOS.
           MOVE TEXTO-ANOTACION(1:1000) TO NORMAL-A.
           MOVE LON-TEXTO TO LON-A.
           MOVE NORMAL-B TO TEXTO-ANOTACION.
           PERFORM 8310-QUITAR-BLANCOS.
           MOVE TEXTO-ANOTACION(1:1000) TO NORMAL-B.
           MOVE LON-TEXTO TO LON-B.
           MOVE 'N' TO IGUALES.
           IF NORMAL-A = NORMAL-B
              MOVE 'S' TO IGUALES
           ELSE
              PERFORM 8320-PARTIR-A
              MOVE ZEROS TO ELB-USADOS
              MOVE 1 TO PTR-LISTA
              PERFORM 8330-ELEMENTO-B
                      UNTIL PTR-LISTA > LON-B OR ELB-USADOS = 100
              IF ELA-USADOS = ELB-USADOS AND ELA-USADOS > 1
                 MOVE 'S' TO IGUALES
                 PERFORM 8340-BUSCAR-EN-B
                         VARYING IDX-J FROM 1 BY 1
                         UNTIL IDX-J > ELA-USADOS OR IGUALES = 'N'
              END-IF
           END-IF.

       8310-QUITAR-BLANCOS.
           MOVE SPACES TO JUNTO.
           MOVE ZEROS TO LON-TEXTO.
           PERFORM 8315-COPIAR-NO-BLANCO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > 1000.
           MOVE JUNTO TO TEXTO-ANOTACION.

       8315-COPIAR-NO-BLANCO.
           IF TEXTO-ANOTACION(IDX:1) NOT = SPACE
              ADD 1 TO LON-TEXTO
              MOVE TEXTO-ANOTACION(IDX:1) TO JUNTO(LON-TEXTO:1)
           END-IF.

       8320-PARTIR-A.
           MOVE ZEROS TO ELA-USADOS.
           MOVE 1 TO PTR-LISTA.
           MOVE NORMAL-A TO TEXTO-ANOTACION.
           PERFORM 8450-MEDIR-TEXTO.
           MOVE LON-TEXTO TO LON-A.
           PERFORM 8325-ELEMENTO-A
                   UNTIL PTR-LISTA > LON-A OR ELA-USADOS = 100.

       8325-ELEMENTO-A.
           ADD 1 TO ELA-USADOS.
           MOVE SPACES TO ELA(ELA-USADOS).
           UNSTRING NORMAL-A DELIMITED BY ','
                    INTO ELA(ELA-USADOS) WITH POINTER PTR-LISTA.

       8330-ELEMENTO-B.
           ADD 1 TO ELB-USADOS.
           MOVE SPACES TO ELB(ELB-USADOS).
           UNSTRING NORMAL-B DELIMITED BY ','
                    INTO ELB(ELB-USADOS) WITH POINTER PTR-LISTA.

       8340-BUSCAR-EN-B.
           MOVE 'N' TO IGUALES.
           PERFORM 8345-COMPARAR-ELEMENTO
                   VARYING IDX-K FROM 1 BY 1
                   UNTIL IDX-K > ELB-USADOS OR IGUALES = 'S'.

       8345-COMPARAR-ELEMENTO.
           IF ELA(IDX-J) = ELB(IDX-K)
              MOVE 'S' TO IGUALES
           END-IF.

      * PALABRA-NUM COMO NUMERO DE HASTA 9 CIFRAS
       8350-LEER-NUMERO.
           MOVE 'N' TO ES-NUMERO.
           MOVE ZEROS TO LON-NUM.
           INSPECT PALABRA-NUM TALLYING LON-NUM
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LON-NUM > ZEROS AND LON-NUM < 10
              MOVE ZEROS TO NUMERO-FIJ-TXT
              MOVE PALABRA-NUM(1:LON-NUM)
                   TO NUMERO-FIJ-TXT(10 - LON-NUM:LON-NUM)
              IF NUMERO-FIJ-TXT IS NUMERIC
                 MOVE 'S' TO ES-NUMERO
              END-IF
           END-IF.

      * 'SDP IVP 0 <clave> = <valor> [- <texto libre>]'
       8400-TEXTO-CALCULADA.
           MOVE SPACES TO TEXTO-ANOTACION.
           MOVE 1 TO PTR-VALOR.
           STRING 'SDP IVP 0 ' DELIMITED BY SIZE
                  CAL-CLAVE(IDX-CAL) DELIMITED BY SPACE
                  ' = ' DELIMITED BY SIZE
                  CAL-VALOR(IDX-CAL) DELIMITED BY '  '
                  INTO TEXTO-ANOTACION WITH POINTER PTR-VALOR.
           IF CAL-NOTA(IDX-CAL) NOT = SPACES
              STRING ' - ' CAL-NOTA(IDX-CAL) DELIMITED BY SIZE
                     INTO TEXTO-ANOTACION WITH POINTER PTR-VALOR
           END-IF.

      * LONGITUD SIN LOS BLANCOS DEL FINAL
       8450-MEDIR-TEXTO.
           MOVE 1400 TO LON-TEXTO.
           PERFORM 8455-RETROCEDER
                   UNTIL LON-TEXTO = ZEROS
                      OR TEXTO-ANOTACION(LON-TEXTO:1) NOT = SPACE.

       8455-RETROCEDER.
           SUBTRACT 1 FROM LON-TEXTO.

      * TEXTO-ANOTACION EN LINEAS DE COMENTARIO '      * ' (O
      * '      *> ') HASTA LA COLUMNA 72, CORTANDO DETRAS DE UNA COMA O
      * EN UN BLANCO
       8500-ENVOLVER.
           PERFORM 8450-MEDIR-TEXTO.
           MOVE ZEROS TO ENV-USADAS.
           IF ESTILO = '>'
              MOVE '      *> ' TO PREFIJO
              MOVE 9 TO LON-PREFIJO
           ELSE
              MOVE '      * ' TO PREFIJO
              MOVE 8 TO LON-PREFIJO
           END-IF.
           COMPUTE CAPACIDAD = 72 - LON-PREFIJO.
           MOVE 1 TO POS-TEXTO.
           PERFORM 8510-TROZO
                   UNTIL POS-TEXTO > LON-TEXTO OR ENV-USADAS = 40.

       8510-TROZO.
           IF LON-TEXTO - POS-TEXTO + 1 NOT > CAPACIDAD
              COMPUTE LON-TROZO = LON-TEXTO - POS-TEXTO + 1
              COMPUTE POS-SIGUIENTE = LON-TEXTO + 1
           ELSE
              MOVE ZEROS TO LON-TROZO
              PERFORM 8520-BUSCAR-CORTE
                      VARYING POS-CORTE FROM POS-TEXTO BY 1
                      UNTIL POS-CORTE > POS-TEXTO + CAPACIDAD
              IF LON-TROZO = ZEROS
                 MOVE CAPACIDAD TO LON-TROZO
                 COMPUTE POS-SIGUIENTE = POS-TEXTO + CAPACIDAD
              END-IF
           END-IF.
           ADD 1 TO ENV-USADAS.
           MOVE SPACES TO ENV(ENV-USADAS).
           MOVE PREFIJO(1:LON-PREFIJO) TO ENV(ENV-USADAS).
           MOVE TEXTO-ANOTACION(POS-TEXTO:LON-TROZO)
                TO ENV(ENV-USADAS)(LON-PREFIJO + 1:).
           MOVE POS-SIGUIENTE TO POS-TEXTO.
           PERFORM 8530-SALTAR-BLANCO
                   UNTIL POS-TEXTO > LON-TEXTO
                      OR TEXTO-ANOTACION(POS-TEXTO:1) NOT = SPACE.

      * EL ULTIMO CORTE POSIBLE: UN BLANCO HASTA LA POSICION DE
      * DETRAS DE LA CAPACIDAD O UNA COMA DENTRO DE ELLA
       8520-BUSCAR-CORTE.
           IF POS-CORTE > POS-TEXTO
              IF TEXTO-ANOTACION(POS-CORTE:1) = SPACE
                 COMPUTE LON-TROZO = POS-CORTE - POS-TEXTO
                 COMPUTE POS-SIGUIENTE = POS-CORTE + 1
              ELSE
                 IF TEXTO-ANOTACION(POS-CORTE:1) = ','
                    AND POS-CORTE < POS-TEXTO + CAPACIDAD
                    COMPUTE LON-TROZO = POS-CORTE - POS-TEXTO + 1
                    COMPUTE POS-SIGUIENTE = POS-CORTE + 1
                 END-IF
              END-IF
           END-IF.

       8530-SALTAR-BLANCO.
           ADD 1 TO POS-TEXTO.

       8900-LINEA-INFORME.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MIEMBRO TO RPT-CORTE.
           MOVE IMPORTE-LINEA TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-BASE.
           MOVE ZEROS TO IMPORTE-LINEA.

       8950-SALIDA-NO-GRABABLE.
           MOVE SPACES TO LINEA.
           STRING 'DESTINO NO GRABABLE ' DELIMITED BY SIZE
                  NOMBRE-SALIDA DELIMITED BY SPACE
                  INTO LINEA.
           PERFORM 8900-LINEA-INFORME.
           IF RC < 8
              MOVE 8 TO RC
           END-IF.
