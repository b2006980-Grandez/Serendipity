      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Exposicion de campos sensibles contra las reglas de
      *          enmascarado de KSDMMASK
      ******************************************************************
      * SDP DESCRIPTION
      *  KSDMMASK enmascara las copias que viajan a pruebas, pero
      *> nadie comprueba que todo dato sensible pase por el: un
      *> DISPLAY o una linea de listado con el saldo de un cliente
      *> llega a pruebas sin mascara. El deck SDPSENSP marca los
      *> campos por su nombre en el copybook y los ficheros que se
      *> copian a pruebas:
      *>    SENSIBLE <campo> [<campo-regla>]
      *>    PRUEBAS  <fichero> [ENMASCARADO]
      *> El campo de la regla es el nombre que usa KSDMASKR; si no se
      *> da es el del copybook sin su prefijo (MST-SALDO da SALDO).
      *> ENMASCARADO indica que la copia pasa por KSDMMASK; SYSOUT
      *> como fichero son los DISPLAY. Las reglas se leen del propio
      *> KSDMASKR: un campo esta cubierto si tiene tarjeta MASK.
      *  Los miembros del deck SDPSRCL se leen con sus COPY
      *> desplegados por SDPCPYL (tarjetas COPYBOOK). El dato sigue
      *> el mismo linaje que el inventario: MOVE, COMPUTE, ADD,
      *> SUBTRACT, MULTIPLY, DIVIDE, STRING, UNSTRING y READ INTO;
      *> un grupo lleva lo que lleven sus campos y lo que entra en un
      *> grupo llega a todos ellos. Cada DISPLAY, WRITE o REWRITE
      *> (por la SELECT de su FD y, si se asigna por variable, por el
      *> nombre logico que se pasa a SDPDDMP0) y cada parametro de un
      *> CALL es un sumidero. Si el modulo llamado esta en SDPSRCL el
      *> dato se sigue dentro de el por la posicion en su USING (a
      *> los campos del mismo nombre, o al parametro entero), y se
      *> repite hasta que no entra nada nuevo.
      *  Cada sumidero se clasifica ENMASCARADO, SIN MASCARA A
      *> PRUEBAS o SOLO PRODUCCION. Cada flujo sin mascara a pruebas
      *> es una incidencia SENS0001 en SDPFINDG con la linea del
      *> sumidero. El informe de SDPREPW0 sale por programa, con los
      *> datos que recibe de sus llamadores y sus sumideros. RC 4 si
      *> hay alguna incidencia, 8 si falta un fuente o un copybook.
      * SDP END
      *
      * SDP DESC Campos sensibles hasta sus sumideros y su mascara
      * SDP IVP 0 Files.Consumes = SDPSENSP,KSDMASKR,SDPSRCL,SDPCPYL
      * SDP IVP 0 Files.Updates = SDPFINDG
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPSENS0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETAS ASSIGN TO 'SDPSENSP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL REGLAS ASSIGN TO 'KSDMASKR'
                  FILE STATUS IS FS-REGLAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT LISTA ASSIGN TO 'SDPSRCL'
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

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(132).

       FD  REGLAS.
       01  REC-REGLA PIC X(80).

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

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-REGLAS   PIC XX VALUE SPACES.
       77 FS-LISTA    PIC XX VALUE SPACES.
       77 FS-COPYS    PIC XX VALUE SPACES.
       77 FS-FUENTE   PIC XX VALUE SPACES.
       77 FS-COPYBOOK PIC XX VALUE SPACES.
       77 FS-FINDG    PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-TARJETAS PIC X(01) VALUE 'N'.
       77 FIN-REGLAS  PIC X(01) VALUE 'N'.
       77 FIN-LISTA   PIC X(01) VALUE 'N'.
       77 FIN-COPYS   PIC X(01) VALUE 'N'.
       77 FIN-FTE     PIC X(01) VALUE 'N'.
       77 FIN-COPY    PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(30) VALUE SPACES.
           03 PAL-2 PIC X(30) VALUE SPACES.
           03 PAL-3 PIC X(64) VALUE SPACES.
           03 PAL-4 PIC X(30) VALUE SPACES.

       01  PALABRAS-COPY.
           03 PAL-COPY-1 PIC X(30) VALUE SPACES.
           03 PAL-COPY-2 PIC X(30) VALUE SPACES.

       01  NOMBRES-FICHERO.
           03 NOMBRE-FUENTE PIC X(64) VALUE SPACES.
           03 NOMBRE-COPY   PIC X(64) VALUE SPACES.

      * CAMPOS SENSIBLES, SU NOMBRE EN KSDMASKR Y SI HAY REGLA MASK
       01  TABLA-SENSIBLES.
           03 SEN-USADOS PIC 9(02) VALUE ZEROS.
           03 SEN OCCURS 20 TIMES.
              05 SEN-CAMPO    PIC X(30).
              05 SEN-REGLA    PIC X(10).
              05 SEN-CUBIERTO PIC X(01).

      * FICHEROS LOGICOS QUE SE COPIAN A PRUEBAS Y SI PASAN POR
      * KSDMMASK
       01  TABLA-PRUEBAS.
           03 PRU-USADOS PIC 9(02) VALUE ZEROS.
           03 PRU OCCURS 50 TIMES.
              05 PRU-FICHERO PIC X(08).
              05 PRU-MASCARA PIC X(01).

       01  TABLA-COPYS.
           03 CPL-USADOS PIC 9(03) VALUE ZEROS.
           03 CPL OCCURS 200 TIMES.
              05 CPL-NOMBRE  PIC X(08).
              05 CPL-FICHERO PIC X(64).

      * MIEMBROS DE SDPSRCL: A FUENTE AUSENTE, D NO CABE, C FALTA
      * UN COPYBOOK
       01  TABLA-MIEMBROS.
           03 MBR-USADOS PIC 9(03) VALUE ZEROS.
           03 MBR OCCURS 200 TIMES.
              05 MBR-PROGRAMA PIC X(08).
              05 MBR-FICHERO  PIC X(64).
              05 MBR-ESTADO   PIC X(01).
              05 MBR-COPY     PIC X(08).

      * LINEAS DEL MIEMBRO CON LOS COPY DESPLEGADOS; CADA LINEA
      * LLEVA EL NUMERO DE LA LINEA DEL FUENTE (LA DEL COPY)
       01  TABLA-LINEAS.
           03 LIN-USADAS PIC 9(04) VALUE ZEROS.
           03 LIN OCCURS 8000 TIMES.
              05 LIN-TEXTO  PIC X(80).
              05 LIN-NUMERO PIC 9(05).

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

      * SELECT DEL MIEMBRO: FICHERO, DESTINO Y SI ES LITERAL
       01  TABLA-SELECT.
           03 SEL-USADAS PIC 9(03) VALUE ZEROS.
           03 SEL OCCURS 100 TIMES.
              05 SEL-FICHERO PIC X(30).
              05 SEL-DESTINO PIC X(30).
              05 SEL-LITERAL PIC X(01).

      * VARIABLES QUE RECIBEN DE SDPDDMP0 UN NOMBRE LOGICO
       01  TABLA-ASIGNA.
           03 ASG-USADAS PIC 9(03) VALUE ZEROS.
           03 ASG OCCURS 100 TIMES.
              05 ASG-CAMPO  PIC X(30).
              05 ASG-LOGICO PIC X(08).

      * DICCIONARIO DE DATOS: NIVEL, ULTIMO SUBORDINADO, FICHERO DE
      * SU FD (SOLO EN LOS 01), DATO QUE REDEFINE Y ORIGENES: UNA
      * POSICION POR CAMPO SENSIBLE, 'S' SI LE LLEGA
       01  TABLA-DATOS.
           03 DIC-USADOS PIC 9(04) VALUE ZEROS.
           03 DIC OCCURS 3000 TIMES.
              05 DIC-NOMBRE  PIC X(30).
              05 DIC-NIVEL   PIC 9(02).
              05 DIC-FIN     PIC 9(04).
              05 DIC-FICHERO PIC X(30).
              05 DIC-REDEF   PIC 9(04).
              05 DIC-ORIGEN  PIC X(20).

       01  TABLA-PARAMETROS.
           03 PRM-USADOS PIC 9(02) VALUE ZEROS.
           03 PRM OCCURS 30 TIMES PIC 9(04).

      * FLUJOS DE DATO A DATO Y SUMIDEROS DEL MIEMBRO: F FICHERO
      * (POR SU FD), D DISPLAY, C PARAMETRO DE CALL
       01  TABLA-FLUJOS.
           03 FLU-USADOS PIC 9(04) VALUE ZEROS.
           03 FLU OCCURS 8000 TIMES.
              05 FLU-DESDE PIC 9(04).
              05 FLU-HACIA PIC 9(04).

       01  TABLA-SUMIDEROS.
           03 SMD-USADOS PIC 9(04) VALUE ZEROS.
           03 SMD OCCURS 3000 TIMES.
              05 SMD-TIPO     PIC X(01).
              05 SMD-NOMBRE   PIC X(30).
              05 SMD-DATO     PIC 9(04).
              05 SMD-LINEA    PIC 9(05).
              05 SMD-POSICION PIC 9(02).

      * DATOS SENSIBLES QUE ENTRAN EN UN MODULO POR SU USING: CAMPO
      * DEL MISMO NOMBRE O, EN BLANCO, EL PARAMETRO ENTERO
       01  TABLA-ENTRADAS.
           03 ENT-USADAS PIC 9(03) VALUE ZEROS.
           03 ENT OCCURS 500 TIMES.
              05 ENT-PROGRAMA PIC X(08).
              05 ENT-POSICION PIC 9(02).
              05 ENT-CAMPO    PIC X(30).
              05 ENT-LLAMADOR PIC X(08).
              05 ENT-LINEA    PIC 9(05).
              05 ENT-ORIGEN   PIC X(20).

      * FLUJOS A SUMIDEROS DE LA VUELTA: CLASE M ENMASCARADO, P SIN
      * MASCARA A PRUEBAS, R SOLO PRODUCCION, S SE SIGUE EN EL MODULO
       01  TABLA-SALIDAS.
           03 SAL-USADAS PIC 9(04) VALUE ZEROS.
           03 SAL OCCURS 3000 TIMES.
              05 SAL-PROGRAMA PIC X(08).
              05 SAL-TIPO     PIC X(01).
              05 SAL-NOMBRE   PIC X(30).
              05 SAL-LINEA    PIC 9(05).
              05 SAL-ORIGEN   PIC 9(02).
              05 SAL-CLASE    PIC X(01).

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
           88 ES-SECCION-DATOS VALUE 'WORKING-STORAGE'
              'LOCAL-STORAGE' 'LINKAGE'.

      * OPERANDOS DE LA SENTENCIA EN CURSO
       01  OPERANDOS.
           03 ORG-USADOS PIC 9(02) VALUE ZEROS.
           03 ORG OCCURS 40 TIMES PIC 9(04).
           03 DST-USADOS PIC 9(02) VALUE ZEROS.
           03 DST OCCURS 40 TIMES PIC 9(04).

       01  SENTENCIA.
           03 VERBO       PIC X(30) VALUE SPACES.
           03 FIN-SENT    PIC 9(05) VALUE ZEROS.
           03 POS-PAL     PIC 9(05) VALUE ZEROS.
           03 POS-GIVING  PIC 9(05) VALUE ZEROS.
           03 DESDE-K     PIC 9(05) VALUE ZEROS.
           03 HASTA-K     PIC 9(05) VALUE ZEROS.
           03 PALABRA-BUSCADA PIC X(30) VALUE SPACES.
           03 OPER-DIC    PIC 9(04) VALUE ZEROS.
           03 MODULO      PIC X(30) VALUE SPACES.
           03 POSICION    PIC 9(02) VALUE ZEROS.
           03 LITERAL-DDMP PIC X(08) VALUE SPACES.
           03 FICHERO-LEIDO PIC X(30) VALUE SPACES.
           03 REGISTRO    PIC 9(04) VALUE ZEROS.

       01  NIVEL-LEIDO.
           03 NIVEL-TXT PIC X(02) VALUE SPACES.
           03 NIVEL-NUM REDEFINES NIVEL-TXT PIC 9(02).

       01  MARCAS.
           03 VALOR       PIC X(20) VALUE SPACES.
           03 CAMBIO      PIC X(01) VALUE 'N'.
           03 CAMBIO-GLOBAL PIC X(01) VALUE 'N'.
           03 VUELTA      PIC 9(02) VALUE ZEROS.
           03 PASADA      PIC 9(03) VALUE ZEROS.
           03 IDX-VAL     PIC 9(04) VALUE ZEROS.
           03 IDX-MAR     PIC 9(04) VALUE ZEROS.
           03 IDX-BIT     PIC 9(02) VALUE ZEROS.
           03 IDX-POS     PIC 9(02) VALUE ZEROS.
           03 IDX-SUB     PIC 9(04) VALUE ZEROS.
           03 HASTA-SUB   PIC 9(04) VALUE ZEROS.

       01  TRABAJO.
           03 IDX       PIC 9(05) VALUE ZEROS.
           03 IDX-K     PIC 9(05) VALUE ZEROS.
           03 IDX-J     PIC 9(05) VALUE ZEROS.
           03 IDX-LIN   PIC 9(04) VALUE ZEROS.
           03 IDX-TOK   PIC 9(05) VALUE ZEROS.
           03 IDX-COL   PIC 9(03) VALUE ZEROS.
           03 IDX-MBR   PIC 9(03) VALUE ZEROS.
           03 IDX-CON   PIC 9(03) VALUE ZEROS.
           03 IDX-DIC   PIC 9(04) VALUE ZEROS.
           03 IDX-SUM   PIC 9(04) VALUE ZEROS.
           03 IDX-SAL   PIC 9(04) VALUE ZEROS.
           03 IDX-ENT   PIC 9(03) VALUE ZEROS.
           03 IDX-ORG   PIC 9(02) VALUE ZEROS.
           03 IDX-DST   PIC 9(02) VALUE ZEROS.
           03 HALLADO   PIC 9(05) VALUE ZEROS.
           03 CUANTOS   PIC 9(03) VALUE ZEROS.
           03 NUMERO-FUENTE PIC 9(05) VALUE ZEROS.
           03 NOMBRE-BUSCADO PIC X(30) VALUE SPACES.
           03 NOMBRE-LOGICO  PIC X(30) VALUE SPACES.
           03 CAMPO-ENTRADA  PIC X(30) VALUE SPACES.
           03 CLASE     PIC X(01) VALUE SPACE.
           03 NIVEL-PADRE PIC 9(02) VALUE ZEROS.
           03 CARACTER  PIC X(01) VALUE SPACE.
           03 EN-LITERAL PIC X(01) VALUE 'N'.
           03 CIERRE    PIC X(01) VALUE SPACE.
           03 EN-PALABRA PIC X(01) VALUE 'N'.
           03 DESBORDADO PIC X(01) VALUE 'N'.
           03 FD-ACTUAL PIC X(30) VALUE SPACES.
           03 HAY-LINEAS PIC X(01) VALUE 'N'.
           03 REGLA-INCIDENCIA PIC X(16) VALUE SPACES.
           03 LINEA-INCIDENCIA PIC 9(05) VALUE ZEROS.
           03 LINEA-ED  PIC 9(05).
           03 IMPORTE-LINEA PIC 9(01) VALUE ZEROS.
           03 LINEA     PIC X(132) VALUE SPACES.

       01  TOTALES.
           03 FLUJOS        PIC 9(05) VALUE ZEROS.
           03 SIN-MASCARA   PIC 9(05) VALUE ZEROS.
           03 ENMASCARADOS  PIC 9(05) VALUE ZEROS.

       01  INFORME-SENSIBLES.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-CARGAR-PARAMETROS
                   THRU 1100-CARGAR-PARAMETROS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1200-CARGAR-REGLAS.
           PERFORM 1300-CARGAR-COPYS.

           OPEN INPUT LISTA.
           MOVE 'ABRIENDO LISTA SDPSRCL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-LISTA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           READ LISTA
                AT END MOVE 'S' TO FIN-LISTA
           END-READ.
           PERFORM 1400-ANOTAR-MIEMBRO UNTIL FIN-LISTA = 'S'.
           CLOSE LISTA.

      * SE REPITE MIENTRAS ALGUN MODULO RECIBA DATOS NUEVOS
           MOVE 'S' TO CAMBIO-GLOBAL.
           PERFORM 2000-VUELTA
                   VARYING VUELTA FROM 1 BY 1
                   UNTIL CAMBIO-GLOBAL = 'N' OR VUELTA > 20.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'EXPOSICION DE CAMPOS SENSIBLES' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-SENSIBLES.
           PERFORM 6000-LISTAR-MIEMBRO
                   VARYING IDX-MBR FROM 1 BY 1
                   UNTIL IDX-MBR > MBR-USADOS.
           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-SENSIBLES.

           DISPLAY 'FLUJOS A SUMIDEROS ' FLUJOS
                   ' ENMASCARADOS ' ENMASCARADOS
                   ' SIN MASCARA A PRUEBAS ' SIN-MASCARA.
           IF SIN-MASCARA > ZEROS AND RC < 4
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      ******************************************************************
      * DECK SDPSENSP, REGLAS DE KSDMASKR Y DECK SDPCPYL
      ******************************************************************
       1100-CARGAR-PARAMETROS.
           OPEN INPUT TARJETAS.
           MOVE 'ABRIENDO DECK SDPSENSP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TARJETAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 1100-CARGAR-PARAMETROS-FIN.

           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.
           PERFORM 1110-TRATAR-TARJETA UNTIL FIN-TARJETAS = 'S'.
           CLOSE TARJETAS.

       1100-CARGAR-PARAMETROS-FIN.
           EXIT.

       1110-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4.
           EVALUATE PAL-1
              WHEN 'SENSIBLE'
                   IF SEN-USADOS < 20 AND PAL-2 NOT = SPACES
                      ADD 1 TO SEN-USADOS
                      MOVE PAL-2 TO SEN-CAMPO(SEN-USADOS)
                      MOVE 'N'   TO SEN-CUBIERTO(SEN-USADOS)
                      IF PAL-3 NOT = SPACES
                         MOVE PAL-3 TO SEN-REGLA(SEN-USADOS)
                      ELSE
                         PERFORM 1120-REGLA-POR-DEFECTO
                      END-IF
                   END-IF
              WHEN 'PRUEBAS'
                   IF PRU-USADOS < 50 AND PAL-2 NOT = SPACES
                      ADD 1 TO PRU-USADOS
                      MOVE PAL-2 TO PRU-FICHERO(PRU-USADOS)
                      MOVE 'N'   TO PRU-MASCARA(PRU-USADOS)
                      IF PAL-3 = 'ENMASCARADO'
                         MOVE 'S' TO PRU-MASCARA(PRU-USADOS)
                      END-IF
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.

      * EL NOMBRE EN KSDMASKR ES EL DEL COPYBOOK SIN SU PREFIJO
       1120-REGLA-POR-DEFECTO.
           MOVE SPACES TO NOMBRE-BUSCADO CAMPO-ENTRADA.
           UNSTRING PAL-2 DELIMITED BY '-'
                    INTO NOMBRE-BUSCADO COUNT IN IDX.
           IF IDX < 30 AND PAL-2(IDX + 1:1) = '-'
              MOVE PAL-2(IDX + 2:) TO CAMPO-ENTRADA
           END-IF.
           IF CAMPO-ENTRADA = SPACES
              MOVE PAL-2 TO SEN-REGLA(SEN-USADOS)
           ELSE
              MOVE CAMPO-ENTRADA TO SEN-REGLA(SEN-USADOS)
           END-IF.

       1200-CARGAR-REGLAS.
           OPEN INPUT REGLAS.
           IF FS-REGLAS NOT = '00'
              CLOSE REGLAS
           ELSE
              READ REGLAS
                   AT END MOVE 'S' TO FIN-REGLAS
              END-READ
              PERFORM 1210-ANOTAR-REGLA UNTIL FIN-REGLAS = 'S'
              CLOSE REGLAS
           END-IF.

       1210-ANOTAR-REGLA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-REGLA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'MASK'
              PERFORM 1220-CUBRIR-SENSIBLE
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > SEN-USADOS
           END-IF.
           READ REGLAS
                AT END MOVE 'S' TO FIN-REGLAS
           END-READ.

       1220-CUBRIR-SENSIBLE.
           IF SEN-REGLA(IDX) = PAL-2(1:10)
              MOVE 'S' TO SEN-CUBIERTO(IDX)
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

       1400-ANOTAR-MIEMBRO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-LISTA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'SOURCE' AND MBR-USADOS < 200
              ADD 1 TO MBR-USADOS
              MOVE PAL-2(1:8) TO MBR-PROGRAMA(MBR-USADOS)
              MOVE PAL-3      TO MBR-FICHERO(MBR-USADOS)
              MOVE SPACE      TO MBR-ESTADO(MBR-USADOS)
              MOVE SPACES     TO MBR-COPY(MBR-USADOS)
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-LISTA
           END-READ.

      ******************************************************************
      * UNA VUELTA SOBRE TODOS LOS MIEMBROS. LAS ENTRADAS DE LOS
      * MODULOS SOLO CRECEN; LA VUELTA SIN ENTRADAS NUEVAS ES LA QUE
      * DEJA LOS SUMIDEROS DEL INFORME
      ******************************************************************
       2000-VUELTA.
           MOVE 'N' TO CAMBIO-GLOBAL.
           MOVE ZEROS TO SAL-USADAS.
           PERFORM 2100-ANALIZAR-MIEMBRO
                   THRU 2100-ANALIZAR-MIEMBRO-FIN
                   VARYING IDX-MBR FROM 1 BY 1
                   UNTIL IDX-MBR > MBR-USADOS.

       2100-ANALIZAR-MIEMBRO.
           MOVE SPACE  TO MBR-ESTADO(IDX-MBR).
           MOVE SPACES TO MBR-COPY(IDX-MBR).
           PERFORM 3000-CARGAR-FUENTE.
           IF MBR-ESTADO(IDX-MBR) = 'A' OR 'D'
              GO TO 2100-ANALIZAR-MIEMBRO-FIN
           END-IF.
           PERFORM 3100-PARTIR-LINEA
                   VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > LIN-USADAS.
           IF DESBORDADO = 'S'
              MOVE 'D' TO MBR-ESTADO(IDX-MBR)
              GO TO 2100-ANALIZAR-MIEMBRO-FIN
           END-IF.
           PERFORM 4000-LOCALIZAR-DIVISIONES.
           PERFORM 4100-LEER-SELECT.
           PERFORM 4200-LEER-DATOS.
           PERFORM 4300-LEER-USING.
           PERFORM 4500-LEER-SENTENCIAS.
           PERFORM 5000-MARCAR-INICIALES.
           MOVE 'S' TO CAMBIO.
           PERFORM 5100-PROPAGAR
                   VARYING PASADA FROM 1 BY 1
                   UNTIL CAMBIO = 'N' OR PASADA > 200.
           PERFORM 5500-EVALUAR-SUMIDERO
                   VARYING IDX-SUM FROM 1 BY 1
                   UNTIL IDX-SUM > SMD-USADOS.

       2100-ANALIZAR-MIEMBRO-FIN.
           EXIT.

      ******************************************************************
      * CARGA DEL FUENTE CON LOS COPY DESPLEGADOS Y TROCEO EN PALABRAS
      ******************************************************************
       3000-CARGAR-FUENTE.
           MOVE ZEROS TO LIN-USADAS TOK-USADOS NUMERO-FUENTE.
           MOVE 'N' TO DESBORDADO.
           MOVE MBR-FICHERO(IDX-MBR) TO NOMBRE-FUENTE.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              CLOSE FUENTE
              MOVE 'A' TO MBR-ESTADO(IDX-MBR)
           ELSE
              MOVE 'N' TO FIN-FTE
              READ FUENTE
                   AT END MOVE 'S' TO FIN-FTE
              END-READ
              PERFORM 3010-GUARDAR-LINEA UNTIL FIN-FTE = 'S'
              CLOSE FUENTE
              IF DESBORDADO = 'S'
                 MOVE 'D' TO MBR-ESTADO(IDX-MBR)
              END-IF
           END-IF.

       3010-GUARDAR-LINEA.
           ADD 1 TO NUMERO-FUENTE.
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
           IF PAL-COPY-1 = 'COPY'
              PERFORM 3020-DESPLEGAR-COPY
           ELSE
              MOVE REC-FUENTE TO LINEA
              PERFORM 3040-ANADIR-LINEA
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.

       3020-DESPLEGAR-COPY.
           MOVE ZEROS TO HALLADO.
           PERFORM 3030-BUSCAR-COPY
                   VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > CPL-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              MOVE 'C' TO MBR-ESTADO(IDX-MBR)
              MOVE PAL-COPY-2(1:8) TO MBR-COPY(IDX-MBR)
           ELSE
              MOVE CPL-FICHERO(HALLADO) TO NOMBRE-COPY
              OPEN INPUT COPYBOOK
              IF FS-COPYBOOK NOT = '00'
                 CLOSE COPYBOOK
                 MOVE 'C' TO MBR-ESTADO(IDX-MBR)
                 MOVE PAL-COPY-2(1:8) TO MBR-COPY(IDX-MBR)
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
           PERFORM 3040-ANADIR-LINEA.
           READ COPYBOOK
                AT END MOVE 'S' TO FIN-COPY
           END-READ.

       3040-ANADIR-LINEA.
           IF LIN-USADAS < 8000
              ADD 1 TO LIN-USADAS
              MOVE LINEA(1:80)  TO LIN-TEXTO(LIN-USADAS)
              MOVE NUMERO-FUENTE TO LIN-NUMERO(LIN-USADAS)
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
      * DIVISIONES, SELECT, DICCIONARIO DE DATOS Y USING
      ******************************************************************
       4000-LOCALIZAR-DIVISIONES.
           MOVE ZEROS TO TOK-DATA TOK-PROCEDURE TOK-CUERPO.
           PERFORM 4010-MIRAR-DIVISION
                   VARYING IDX-TOK FROM 1 BY 1
                   UNTIL IDX-TOK NOT < TOK-USADOS
                      OR TOK-PROCEDURE > ZEROS.
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
           PERFORM 4110-MIRAR-SELECT
                   VARYING IDX-TOK FROM 1 BY 1
                   UNTIL IDX-TOK NOT < TOK-DATA.

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

      * ENTRADAS DE DATOS: NIVEL AL PRINCIPIO DE FRASE Y SU NOMBRE;
      * LOS 01 DE UNA FD QUEDAN ASOCIADOS A SU FICHERO
       4200-LEER-DATOS.
           MOVE ZEROS TO DIC-USADOS.
           MOVE SPACES TO FD-ACTUAL.
           PERFORM 4210-MIRAR-DATO
                   VARYING IDX-TOK FROM TOK-DATA BY 1
                   UNTIL IDX-TOK NOT < TOK-PROCEDURE.
           PERFORM 4250-CERRAR-GRUPO
                   VARYING IDX-DIC FROM 1 BY 1
                   UNTIL IDX-DIC > DIC-USADOS.

       4210-MIRAR-DATO.
           MOVE TOK-TEXTO(IDX-TOK) TO PALABRA-PRUEBA.
           IF PALABRA-PRUEBA = 'FD' OR PALABRA-PRUEBA = 'SD'
              MOVE TOK-TEXTO(IDX-TOK + 1) TO FD-ACTUAL
           END-IF.
           IF ES-SECCION-DATOS
              MOVE SPACES TO FD-ACTUAL
           END-IF.
           MOVE SPACES TO NIVEL-TXT.
           IF TOK-PUNTO(IDX-TOK - 1) = 'S'
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
              AND NIVEL-NUM NOT = 66 AND NIVEL-NUM NOT = 88
              AND NIVEL-NUM > ZEROS AND DIC-USADOS < 3000
              PERFORM 4220-ANOTAR-DATO
           END-IF.

       4220-ANOTAR-DATO.
           ADD 1 TO DIC-USADOS.
           IF NIVEL-NUM = 77
              MOVE 1 TO DIC-NIVEL(DIC-USADOS)
           ELSE
              MOVE NIVEL-NUM TO DIC-NIVEL(DIC-USADOS)
           END-IF.
           MOVE TOK-TEXTO(IDX-TOK + 1) TO DIC-NOMBRE(DIC-USADOS).
           IF TOK-PUNTO(IDX-TOK) = 'S'
              MOVE 'FILLER' TO DIC-NOMBRE(DIC-USADOS)
           END-IF.
           MOVE SPACES TO DIC-FICHERO(DIC-USADOS).
           IF DIC-NIVEL(DIC-USADOS) = 1
              MOVE FD-ACTUAL TO DIC-FICHERO(DIC-USADOS)
           END-IF.
           MOVE SPACES TO DIC-ORIGEN(DIC-USADOS).
           MOVE ZEROS  TO DIC-REDEF(DIC-USADOS).
           IF TOK-TEXTO(IDX-TOK + 2) = 'REDEFINES'
              AND TOK-PUNTO(IDX-TOK + 1) = 'N'
              MOVE TOK-TEXTO(IDX-TOK + 3) TO NOMBRE-BUSCADO
              PERFORM 4230-BUSCAR-DATO
              MOVE HALLADO TO DIC-REDEF(DIC-USADOS)
           END-IF.

       4230-BUSCAR-DATO.
           MOVE ZEROS TO HALLADO.
           PERFORM 4240-COMPARAR-DATO
                   VARYING IDX-DIC FROM 1 BY 1
                   UNTIL IDX-DIC > DIC-USADOS OR HALLADO > ZEROS.

       4240-COMPARAR-DATO.
           IF DIC-NOMBRE(IDX-DIC) = NOMBRE-BUSCADO
              MOVE IDX-DIC TO HALLADO
           END-IF.

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
              ADD 1 TO PRM-USADOS
              MOVE OPER-DIC TO PRM(PRM-USADOS)
           END-IF.

      ******************************************************************
      * SENTENCIAS: FLUJOS DE DATO A DATO Y SUMIDEROS
      ******************************************************************
       4500-LEER-SENTENCIAS.
           MOVE ZEROS TO FLU-USADOS SMD-USADOS.
           MOVE TOK-CUERPO TO IDX-TOK.
           PERFORM 4510-MIRAR-SENTENCIA
                   UNTIL IDX-TOK > TOK-USADOS.

       4510-MIRAR-SENTENCIA.
           MOVE TOK-TEXTO(IDX-TOK) TO PALABRA-PRUEBA.
           IF ES-VERBO
              MOVE PALABRA-PRUEBA TO VERBO
              MOVE IDX-TOK TO FIN-SENT
              MOVE SPACES TO PALABRA-PRUEBA
              PERFORM 4520-ALARGAR-SENTENCIA
                      UNTIL TOK-PUNTO(FIN-SENT) = 'S'
                         OR FIN-SENT NOT < TOK-USADOS
                         OR ES-VERBO OR ES-CORTE
              IF ES-VERBO OR ES-CORTE
                 SUBTRACT 1 FROM FIN-SENT
              END-IF
              MOVE ZEROS TO ORG-USADOS DST-USADOS
              PERFORM 4600-TRATAR-SENTENCIA
              COMPUTE IDX-TOK = FIN-SENT + 1
           ELSE
              ADD 1 TO IDX-TOK
           END-IF.

       4520-ALARGAR-SENTENCIA.
           ADD 1 TO FIN-SENT.
           MOVE TOK-TEXTO(FIN-SENT) TO PALABRA-PRUEBA.

       4600-TRATAR-SENTENCIA.
           EVALUATE VERBO
              WHEN 'MOVE'
                   MOVE 'TO' TO PALABRA-BUSCADA
                   PERFORM 4700-BUSCAR-PALABRA
                   IF POS-PAL > ZEROS
                      COMPUTE DESDE-K = IDX-TOK + 1
                      COMPUTE HASTA-K = POS-PAL - 1
                      PERFORM 4720-RECOGER-ORIGENES
                      COMPUTE DESDE-K = POS-PAL + 1
                      MOVE FIN-SENT TO HASTA-K
                      PERFORM 4730-RECOGER-DESTINOS
                   END-IF
              WHEN 'COMPUTE'
                   MOVE '=' TO PALABRA-BUSCADA
                   PERFORM 4700-BUSCAR-PALABRA
                   IF POS-PAL > ZEROS
                      COMPUTE DESDE-K = POS-PAL + 1
                      MOVE FIN-SENT TO HASTA-K
                      PERFORM 4720-RECOGER-ORIGENES
                      COMPUTE DESDE-K = IDX-TOK + 1
                      COMPUTE HASTA-K = POS-PAL - 1
                      PERFORM 4730-RECOGER-DESTINOS
                   END-IF
              WHEN 'ADD'
              WHEN 'SUBTRACT'
              WHEN 'MULTIPLY'
              WHEN 'DIVIDE'
                   PERFORM 4610-TRATAR-CALCULO
              WHEN 'STRING'
                   MOVE 'INTO' TO PALABRA-BUSCADA
                   PERFORM 4700-BUSCAR-PALABRA
                   IF POS-PAL > ZEROS
                      COMPUTE DESDE-K = IDX-TOK + 1
                      COMPUTE HASTA-K = POS-PAL - 1
                      PERFORM 4720-RECOGER-ORIGENES
                      COMPUTE DESDE-K = POS-PAL + 1
                      MOVE DESDE-K TO HASTA-K
                      PERFORM 4730-RECOGER-DESTINOS
                   END-IF
              WHEN 'UNSTRING'
                   MOVE 'INTO' TO PALABRA-BUSCADA
                   PERFORM 4700-BUSCAR-PALABRA
                   IF POS-PAL > ZEROS
                      COMPUTE DESDE-K = IDX-TOK + 1
                      MOVE DESDE-K TO HASTA-K
                      PERFORM 4720-RECOGER-ORIGENES
                      COMPUTE DESDE-K = POS-PAL + 1
                      MOVE FIN-SENT TO HASTA-K
                      PERFORM 4730-RECOGER-DESTINOS
                   END-IF
              WHEN 'READ'
                   PERFORM 4620-TRATAR-READ
              WHEN 'WRITE'
              WHEN 'REWRITE'
                   PERFORM 4630-TRATAR-WRITE
              WHEN 'DISPLAY'
                   PERFORM 4640-TRATAR-DISPLAY
              WHEN 'CALL'
                   PERFORM 4650-TRATAR-CALL
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 4740-ANOTAR-FLUJOS.

      * TODOS LOS OPERANDOS SON ORIGEN; DESTINO LO QUE VA DETRAS DEL
      * GIVING O, SIN EL, DETRAS DE TO, FROM, BY O INTO
       4610-TRATAR-CALCULO.
           MOVE ZEROS TO POS-PAL POS-GIVING.
           PERFORM 4615-MIRAR-PREPOSICION
                   VARYING IDX-K FROM IDX-TOK BY 1
                   UNTIL IDX-K > FIN-SENT.
           IF POS-GIVING > ZEROS
              MOVE POS-GIVING TO POS-PAL
           END-IF.
           IF POS-PAL > ZEROS
              COMPUTE DESDE-K = IDX-TOK + 1
              MOVE FIN-SENT TO HASTA-K
              PERFORM 4720-RECOGER-ORIGENES
              COMPUTE DESDE-K = POS-PAL + 1
              PERFORM 4730-RECOGER-DESTINOS
           END-IF.

       4615-MIRAR-PREPOSICION.
           MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA.
           IF ES-DESTINO-CALCULO AND POS-PAL = ZEROS
              MOVE IDX-K TO POS-PAL
           END-IF.
           IF PALABRA-PRUEBA = 'GIVING'
              MOVE IDX-K TO POS-GIVING
           END-IF.

      * READ <fichero> INTO <dato>: LOS REGISTROS DE SU FD AL DATO
       4620-TRATAR-READ.
           MOVE 'INTO' TO PALABRA-BUSCADA.
           PERFORM 4700-BUSCAR-PALABRA.
           IF POS-PAL > ZEROS
              MOVE TOK-TEXTO(IDX-TOK + 1) TO FICHERO-LEIDO
              PERFORM 4625-REGISTRO-LEIDO
                      VARYING IDX-DIC FROM 1 BY 1
                      UNTIL IDX-DIC > DIC-USADOS
              COMPUTE DESDE-K = POS-PAL + 1
              MOVE DESDE-K TO HASTA-K
              PERFORM 4730-RECOGER-DESTINOS
           END-IF.

       4625-REGISTRO-LEIDO.
           IF DIC-FICHERO(IDX-DIC) = FICHERO-LEIDO
              AND ORG-USADOS < 40
              ADD 1 TO ORG-USADOS
              MOVE IDX-DIC TO ORG(ORG-USADOS)
           END-IF.

      * WRITE <registro> [FROM <dato>]: EL SUMIDERO ES EL REGISTRO,
      * AL QUE LLEGA EL DATO DEL FROM
       4630-TRATAR-WRITE.
           MOVE IDX-TOK TO IDX-K.
           ADD 1 TO IDX-K.
           PERFORM 4760-RESOLVER-OPERANDO.
           MOVE OPER-DIC TO REGISTRO.
           IF REGISTRO > ZEROS
              MOVE 'FROM' TO PALABRA-BUSCADA
              PERFORM 4700-BUSCAR-PALABRA
              IF POS-PAL > ZEROS
                 MOVE REGISTRO TO DST(1)
                 MOVE 1 TO DST-USADOS
                 COMPUTE DESDE-K = POS-PAL + 1
                 MOVE DESDE-K TO HASTA-K
                 PERFORM 4720-RECOGER-ORIGENES
              END-IF
              IF DIC-FICHERO(REGISTRO) NOT = SPACES
                 MOVE 'F' TO CLASE
                 MOVE DIC-FICHERO(REGISTRO) TO NOMBRE-LOGICO
                 MOVE REGISTRO TO OPER-DIC
                 MOVE ZEROS TO POSICION
                 PERFORM 4770-ANOTAR-SUMIDERO
              END-IF
           END-IF.

       4640-TRATAR-DISPLAY.
           MOVE 'UPON' TO PALABRA-BUSCADA.
           PERFORM 4700-BUSCAR-PALABRA.
           MOVE FIN-SENT TO HASTA-K.
           IF POS-PAL > ZEROS
              COMPUTE HASTA-K = POS-PAL - 1
           END-IF.
           MOVE 'D' TO CLASE.
           MOVE 'SYSOUT' TO NOMBRE-LOGICO.
           MOVE ZEROS TO POSICION.
           PERFORM 4645-OPERANDO-DISPLAY
                   VARYING IDX-K FROM IDX-TOK BY 1
                   UNTIL IDX-K > HASTA-K.

       4645-OPERANDO-DISPLAY.
           IF IDX-K > IDX-TOK
              PERFORM 4760-RESOLVER-OPERANDO
              IF OPER-DIC > ZEROS
                 PERFORM 4770-ANOTAR-SUMIDERO
              END-IF
           END-IF.

      * CALL <modulo> USING <parametros>: CADA PARAMETRO ES UN
      * SUMIDERO CON SU POSICION. EL NOMBRE LOGICO QUE SE PASA A
      * SDPDDMP0 QUEDA ANOTADO PARA LA VARIABLE QUE RECIBE EL FISICO
       4650-TRATAR-CALL.
           MOVE TOK-TEXTO(IDX-TOK + 1) TO MODULO.
           IF MODULO(1:1) = QUOTE OR "'"
              MOVE SPACES TO MODULO
              UNSTRING TOK-TEXTO(IDX-TOK + 1)(2:) DELIMITED BY QUOTE
                       OR "'" INTO MODULO
           END-IF.
           MOVE 'USING' TO PALABRA-BUSCADA.
           PERFORM 4700-BUSCAR-PALABRA.
           MOVE ZEROS TO POSICION.
           MOVE SPACES TO LITERAL-DDMP.
           MOVE 'C' TO CLASE.
           MOVE MODULO TO NOMBRE-LOGICO.
           IF POS-PAL > ZEROS
              PERFORM 4655-PARAMETRO-CALL
                      VARYING IDX-K FROM POS-PAL BY 1
                      UNTIL IDX-K > FIN-SENT
                         OR TOK-TEXTO(IDX-K) = 'RETURNING'
           END-IF.

       4655-PARAMETRO-CALL.
           MOVE TOK-TEXTO(IDX-K) TO PALABRA-PRUEBA.
           IF IDX-K > POS-PAL AND NOT ES-MODO-PASO
              ADD 1 TO POSICION
              PERFORM 4760-RESOLVER-OPERANDO
              IF MODULO = 'SDPDDMP0'
                 PERFORM 4660-NOMBRE-LOGICO
              END-IF
              IF OPER-DIC > ZEROS
                 PERFORM 4770-ANOTAR-SUMIDERO
              END-IF
           END-IF.

       4660-NOMBRE-LOGICO.
           IF POSICION = 1
              AND (PALABRA-PRUEBA(1:1) = QUOTE OR "'")
              UNSTRING PALABRA-PRUEBA(2:) DELIMITED BY QUOTE OR "'"
                       INTO LITERAL-DDMP
           END-IF.
           IF POSICION = 2 AND LITERAL-DDMP NOT = SPACES
              AND OPER-DIC > ZEROS AND ASG-USADAS < 100
              ADD 1 TO ASG-USADAS
              MOVE DIC-NOMBRE(OPER-DIC) TO ASG-CAMPO(ASG-USADAS)
              MOVE LITERAL-DDMP TO ASG-LOGICO(ASG-USADAS)
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

       4720-RECOGER-ORIGENES.
           PERFORM 4725-ORIGEN
                   VARYING IDX-K FROM DESDE-K BY 1
                   UNTIL IDX-K > HASTA-K.

       4725-ORIGEN.
           PERFORM 4760-RESOLVER-OPERANDO.
           IF OPER-DIC > ZEROS AND ORG-USADOS < 40
              ADD 1 TO ORG-USADOS
              MOVE OPER-DIC TO ORG(ORG-USADOS)
           END-IF.

       4730-RECOGER-DESTINOS.
           PERFORM 4735-DESTINO
                   VARYING IDX-K FROM DESDE-K BY 1
                   UNTIL IDX-K > HASTA-K.

       4735-DESTINO.
           PERFORM 4760-RESOLVER-OPERANDO.
           IF OPER-DIC > ZEROS AND DST-USADOS < 40
              ADD 1 TO DST-USADOS
              MOVE OPER-DIC TO DST(DST-USADOS)
           END-IF.

       4740-ANOTAR-FLUJOS.
           PERFORM 4745-FLUJOS-ORIGEN
                   VARYING IDX-ORG FROM 1 BY 1
                   UNTIL IDX-ORG > ORG-USADOS.

       4745-FLUJOS-ORIGEN.
           PERFORM 4750-FLUJO
                   VARYING IDX-DST FROM 1 BY 1
                   UNTIL IDX-DST > DST-USADOS.

       4750-FLUJO.
           IF FLU-USADOS < 8000
              AND ORG(IDX-ORG) NOT = DST(IDX-DST)
              ADD 1 TO FLU-USADOS
              MOVE ORG(IDX-ORG) TO FLU-DESDE(FLU-USADOS)
              MOVE DST(IDX-DST) TO FLU-HACIA(FLU-USADOS)
           END-IF.

      * PALABRA IDX-K COMO DATO: SIN LITERALES NI CALIFICADORES (LO
      * QUE SIGUE A OF O IN) Y SIN SUBINDICES NI REFERENCIAS
       4760-RESOLVER-OPERANDO.
           MOVE ZEROS TO OPER-DIC.
           MOVE SPACES TO NOMBRE-BUSCADO.
           IF TOK-TEXTO(IDX-K)(1:1) NOT = QUOTE AND NOT = "'"
              AND TOK-TEXTO(IDX-K)(1:1) NOT = '('
              AND TOK-TEXTO(IDX-K - 1) NOT = 'OF'
              AND TOK-TEXTO(IDX-K - 1) NOT = 'IN'
              UNSTRING TOK-TEXTO(IDX-K) DELIMITED BY '('
                       INTO NOMBRE-BUSCADO
              PERFORM 4230-BUSCAR-DATO
              MOVE HALLADO TO OPER-DIC
           END-IF.

       4770-ANOTAR-SUMIDERO.
           IF SMD-USADOS < 3000
              ADD 1 TO SMD-USADOS
              MOVE CLASE         TO SMD-TIPO(SMD-USADOS)
              MOVE NOMBRE-LOGICO TO SMD-NOMBRE(SMD-USADOS)
              MOVE OPER-DIC      TO SMD-DATO(SMD-USADOS)
              MOVE TOK-LINEA(IDX-TOK) TO SMD-LINEA(SMD-USADOS)
              MOVE POSICION      TO SMD-POSICION(SMD-USADOS)
           END-IF.

      ******************************************************************
      * PROPAGACION HASTA QUE NINGUN DATO RECIBE ORIGENES NUEVOS
      ******************************************************************
       5000-MARCAR-INICIALES.
           PERFORM 5010-MARCAR-SENSIBLE
                   VARYING IDX-BIT FROM 1 BY 1
                   UNTIL IDX-BIT > SEN-USADOS.
           PERFORM 5020-MARCAR-ENTRADA
                   VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > ENT-USADAS.

       5010-MARCAR-SENSIBLE.
           MOVE SEN-CAMPO(IDX-BIT) TO NOMBRE-BUSCADO.
           PERFORM 4230-BUSCAR-DATO.
           IF HALLADO > ZEROS
              MOVE SPACES TO VALOR
              MOVE 'S' TO VALOR(IDX-BIT:1)
              MOVE HALLADO TO IDX-MAR
              PERFORM 7100-MARCAR-DATO
           END-IF.

      * CAMPO DEL MISMO NOMBRE QUE EN EL LLAMADOR O, SI EL MODULO NO
      * LO TIENE, EL PARAMETRO ENTERO
       5020-MARCAR-ENTRADA.
           IF ENT-PROGRAMA(IDX-ENT) = MBR-PROGRAMA(IDX-MBR)
              AND ENT-POSICION(IDX-ENT) NOT > PRM-USADOS
              MOVE ZEROS TO HALLADO
              IF ENT-CAMPO(IDX-ENT) NOT = SPACES
                 MOVE ENT-CAMPO(IDX-ENT) TO NOMBRE-BUSCADO
                 PERFORM 4230-BUSCAR-DATO
              END-IF
              IF HALLADO = ZEROS
                 MOVE PRM(ENT-POSICION(IDX-ENT)) TO HALLADO
              END-IF
              IF HALLADO > ZEROS
                 MOVE ENT-ORIGEN(IDX-ENT) TO VALOR
                 MOVE HALLADO TO IDX-MAR
                 PERFORM 7100-MARCAR-DATO
              END-IF
           END-IF.

       5100-PROPAGAR.
           MOVE 'N' TO CAMBIO.
           PERFORM 5110-PROPAGAR-FLUJO
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > FLU-USADOS.

       5110-PROPAGAR-FLUJO.
           MOVE FLU-DESDE(IDX) TO IDX-VAL.
           PERFORM 7000-VALOR-DATO.
           IF VALOR NOT = SPACES
              MOVE FLU-HACIA(IDX) TO IDX-MAR
              PERFORM 7100-MARCAR-DATO
           END-IF.

      * CADA ORIGEN QUE LLEGA AL SUMIDERO VA A LAS SALIDAS; EL CALL A
      * UN MODULO DE SDPSRCL ANOTA ADEMAS SUS ENTRADAS
       5500-EVALUAR-SUMIDERO.
           MOVE SMD-DATO(IDX-SUM) TO IDX-VAL.
           PERFORM 7000-VALOR-DATO.
           IF VALOR NOT = SPACES
              PERFORM 5510-RESOLVER-SUMIDERO
              PERFORM 5520-ANOTAR-SALIDA
                      VARYING IDX-BIT FROM 1 BY 1
                      UNTIL IDX-BIT > SEN-USADOS
              IF SMD-TIPO(IDX-SUM) = 'C' AND CLASE = 'S'
                 PERFORM 5600-ANOTAR-ENTRADAS
              END-IF
           END-IF.

      * FICHERO DE LA FD: EL LITERAL DE SU ASSIGN O EL NOMBRE LOGICO
      * QUE SE RESOLVIO EN LA VARIABLE ASIGNADA
       5510-RESOLVER-SUMIDERO.
           MOVE SMD-NOMBRE(IDX-SUM) TO NOMBRE-LOGICO.
           IF SMD-TIPO(IDX-SUM) = 'F'
              MOVE ZEROS TO HALLADO
              PERFORM 5512-BUSCAR-SELECT
                      VARYING IDX-K FROM 1 BY 1
                      UNTIL IDX-K > SEL-USADAS OR HALLADO > ZEROS
              IF HALLADO > ZEROS
                 MOVE SEL-DESTINO(HALLADO) TO NOMBRE-LOGICO
                 IF SEL-LITERAL(HALLADO) = 'N'
                    PERFORM 5514-BUSCAR-ASIGNA
                            VARYING IDX-K FROM 1 BY 1
                            UNTIL IDX-K > ASG-USADAS
                 END-IF
              END-IF
           END-IF.
           MOVE 'R' TO CLASE.
           MOVE ZEROS TO HALLADO.
           IF SMD-TIPO(IDX-SUM) = 'C'
              PERFORM 5516-BUSCAR-MODULO
                      VARYING IDX-K FROM 1 BY 1
                      UNTIL IDX-K > MBR-USADOS OR HALLADO > ZEROS
           END-IF.
           IF HALLADO > ZEROS
              MOVE 'S' TO CLASE
           ELSE
              PERFORM 5518-BUSCAR-PRUEBAS
                      VARYING IDX-K FROM 1 BY 1
                      UNTIL IDX-K > PRU-USADOS OR HALLADO > ZEROS
           END-IF.

       5512-BUSCAR-SELECT.
           IF SEL-FICHERO(IDX-K) = SMD-NOMBRE(IDX-SUM)
              MOVE IDX-K TO HALLADO
           END-IF.

       5514-BUSCAR-ASIGNA.
           IF ASG-CAMPO(IDX-K) = SEL-DESTINO(HALLADO)
              MOVE ASG-LOGICO(IDX-K) TO NOMBRE-LOGICO
           END-IF.

       5516-BUSCAR-MODULO.
           IF MBR-PROGRAMA(IDX-K) = NOMBRE-LOGICO
              MOVE IDX-K TO HALLADO
           END-IF.

       5518-BUSCAR-PRUEBAS.
           IF PRU-FICHERO(IDX-K) = NOMBRE-LOGICO
              MOVE IDX-K TO HALLADO
              MOVE 'P' TO CLASE
              IF PRU-MASCARA(IDX-K) = 'S'
                 MOVE 'M' TO CLASE
              END-IF
           END-IF.

      * UNA SALIDA POR ORIGEN; LA MASCARA SOLO VALE SI EL CAMPO TIENE
      * REGLA EN KSDMASKR
       5520-ANOTAR-SALIDA.
           IF VALOR(IDX-BIT:1) = 'S'
              MOVE ZEROS TO HALLADO
              PERFORM 5525-BUSCAR-SALIDA
                      VARYING IDX-SAL FROM 1 BY 1
                      UNTIL IDX-SAL > SAL-USADAS OR HALLADO > ZEROS
              IF HALLADO = ZEROS AND SAL-USADAS < 3000
                 ADD 1 TO SAL-USADAS
                 MOVE MBR-PROGRAMA(IDX-MBR) TO SAL-PROGRAMA(SAL-USADAS)
                 MOVE SMD-TIPO(IDX-SUM)  TO SAL-TIPO(SAL-USADAS)
                 MOVE NOMBRE-LOGICO      TO SAL-NOMBRE(SAL-USADAS)
                 MOVE SMD-LINEA(IDX-SUM) TO SAL-LINEA(SAL-USADAS)
                 MOVE IDX-BIT            TO SAL-ORIGEN(SAL-USADAS)
                 MOVE CLASE              TO SAL-CLASE(SAL-USADAS)
                 IF CLASE = 'M' AND SEN-CUBIERTO(IDX-BIT) NOT = 'S'
                    MOVE 'P' TO SAL-CLASE(SAL-USADAS)
                 END-IF
              END-IF
           END-IF.

       5525-BUSCAR-SALIDA.
           IF SAL-PROGRAMA(IDX-SAL) = MBR-PROGRAMA(IDX-MBR)
              AND SAL-TIPO(IDX-SAL) = SMD-TIPO(IDX-SUM)
              AND SAL-NOMBRE(IDX-SAL) = NOMBRE-LOGICO
              AND SAL-ORIGEN(IDX-SAL) = IDX-BIT
              MOVE IDX-SAL TO HALLADO
           END-IF.

      * PARAMETRO ENTERO SI LE LLEGA COMO TAL; SI NO, CADA CAMPO
      * SUBORDINADO QUE LLEVA ALGUN ORIGEN
       5600-ANOTAR-ENTRADAS.
           MOVE SMD-DATO(IDX-SUM) TO IDX-DIC.
           IF DIC-ORIGEN(IDX-DIC) NOT = SPACES
              MOVE SPACES TO CAMPO-ENTRADA
              MOVE DIC-ORIGEN(IDX-DIC) TO VALOR
              PERFORM 5620-ANOTAR-ENTRADA
           ELSE
              COMPUTE IDX-J = IDX-DIC + 1
              MOVE DIC-FIN(IDX-DIC) TO HASTA-SUB
              PERFORM 5610-ENTRADA-SUBORDINADA
                      VARYING IDX-J FROM IDX-J BY 1
                      UNTIL IDX-J > HASTA-SUB
           END-IF.

       5610-ENTRADA-SUBORDINADA.
           IF DIC-ORIGEN(IDX-J) NOT = SPACES
              AND DIC-NOMBRE(IDX-J) NOT = 'FILLER'
              MOVE DIC-NOMBRE(IDX-J) TO CAMPO-ENTRADA
              MOVE DIC-ORIGEN(IDX-J) TO VALOR
              PERFORM 5620-ANOTAR-ENTRADA
           END-IF.

       5620-ANOTAR-ENTRADA.
           MOVE ZEROS TO HALLADO.
           PERFORM 5625-BUSCAR-ENTRADA
                   VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > ENT-USADAS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              IF ENT-USADAS < 500
                 ADD 1 TO ENT-USADAS
                 MOVE NOMBRE-LOGICO(1:8) TO ENT-PROGRAMA(ENT-USADAS)
                 MOVE SMD-POSICION(IDX-SUM)
                      TO ENT-POSICION(ENT-USADAS)
                 MOVE CAMPO-ENTRADA TO ENT-CAMPO(ENT-USADAS)
                 MOVE MBR-PROGRAMA(IDX-MBR)
                      TO ENT-LLAMADOR(ENT-USADAS)
                 MOVE SMD-LINEA(IDX-SUM) TO ENT-LINEA(ENT-USADAS)
                 MOVE VALOR TO ENT-ORIGEN(ENT-USADAS)
                 MOVE 'S' TO CAMBIO-GLOBAL
              END-IF
           ELSE
              PERFORM 5630-SUMAR-ORIGEN
                      VARYING IDX-BIT FROM 1 BY 1
                      UNTIL IDX-BIT > SEN-USADOS
           END-IF.

       5625-BUSCAR-ENTRADA.
           IF ENT-PROGRAMA(IDX-ENT) = NOMBRE-LOGICO(1:8)
              AND ENT-POSICION(IDX-ENT) = SMD-POSICION(IDX-SUM)
              AND ENT-CAMPO(IDX-ENT) = CAMPO-ENTRADA
              AND ENT-LLAMADOR(IDX-ENT) = MBR-PROGRAMA(IDX-MBR)
              MOVE IDX-ENT TO HALLADO
           END-IF.

       5630-SUMAR-ORIGEN.
           IF VALOR(IDX-BIT:1) = 'S'
              AND ENT-ORIGEN(HALLADO)(IDX-BIT:1) NOT = 'S'
              MOVE 'S' TO ENT-ORIGEN(HALLADO)(IDX-BIT:1)
              MOVE 'S' TO CAMBIO-GLOBAL
           END-IF.

      ******************************************************************
      * INFORME POR MIEMBRO E INCIDENCIAS
      ******************************************************************
       6000-LISTAR-MIEMBRO.
           MOVE 'N' TO HAY-LINEAS.
           EVALUATE MBR-ESTADO(IDX-MBR)
              WHEN 'A'
                   MOVE SPACES TO LINEA
                   STRING 'FUENTE AUSENTE ' DELIMITED BY SIZE
                          MBR-FICHERO(IDX-MBR) DELIMITED BY SPACE
                          INTO LINEA
                   PERFORM 8900-LINEA-INFORME
                   IF RC < 8
                      MOVE 8 TO RC
                   END-IF
              WHEN 'D'
                   MOVE SPACES TO LINEA
                   STRING 'MIEMBRO DEMASIADO GRANDE ' DELIMITED BY SIZE
                          MBR-FICHERO(IDX-MBR) DELIMITED BY SPACE
                          INTO LINEA
                   PERFORM 8900-LINEA-INFORME
                   IF RC < 8
                      MOVE 8 TO RC
                   END-IF
              WHEN 'C'
                   MOVE SPACES TO LINEA
                   STRING 'COPY ' MBR-COPY(IDX-MBR)
                          ' SIN TARJETA COPYBOOK EN SDPCPYL O ILEGIBLE'
                          DELIMITED BY SIZE INTO LINEA
                   PERFORM 8900-LINEA-INFORME
                   IF RC < 8
                      MOVE 8 TO RC
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 6100-LISTAR-ENTRADA
                   VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > ENT-USADAS.
           PERFORM 6200-LISTAR-SALIDA
                   VARYING IDX-SAL FROM 1 BY 1
                   UNTIL IDX-SAL > SAL-USADAS.
           IF HAY-LINEAS = 'N' AND MBR-ESTADO(IDX-MBR) = SPACE
              MOVE 'SIN FLUJOS DE CAMPOS SENSIBLES' TO LINEA
              PERFORM 8900-LINEA-INFORME
           END-IF.

      * RECIBIDO DE UN LLAMADOR: EN EL CAMPO DEL MISMO NOMBRE O EN EL
      * PARAMETRO DE ESA POSICION
       6100-LISTAR-ENTRADA.
           IF ENT-PROGRAMA(IDX-ENT) = MBR-PROGRAMA(IDX-MBR)
              PERFORM 6110-LINEA-ENTRADA
                      VARYING IDX-BIT FROM 1 BY 1
                      UNTIL IDX-BIT > SEN-USADOS
           END-IF.

       6110-LINEA-ENTRADA.
           IF ENT-ORIGEN(IDX-ENT)(IDX-BIT:1) = 'S'
              MOVE SPACES TO LINEA
              MOVE SEN-CAMPO(IDX-BIT)     TO LINEA(1:30)
              MOVE '<-'                   TO LINEA(32:2)
              MOVE 'RECIBE'               TO LINEA(35:8)
              MOVE ENT-LLAMADOR(IDX-ENT)  TO LINEA(43:20)
              MOVE 'LINEA'                TO LINEA(64:5)
              MOVE ENT-LINEA(IDX-ENT)     TO LINEA-ED
              MOVE LINEA-ED               TO LINEA(70:5)
              IF ENT-CAMPO(IDX-ENT) = SPACES
                 MOVE ENT-POSICION(IDX-ENT) TO LINEA-ED
                 STRING 'EN PARAMETRO ' LINEA-ED(4:2)
                        DELIMITED BY SIZE INTO LINEA(77:)
              ELSE
                 STRING 'EN ' DELIMITED BY SIZE
                        ENT-CAMPO(IDX-ENT) DELIMITED BY SPACE
                        INTO LINEA(77:)
              END-IF
              MOVE ZEROS TO IMPORTE-LINEA
              PERFORM 8900-LINEA-INFORME
           END-IF.

       6200-LISTAR-SALIDA.
           IF SAL-PROGRAMA(IDX-SAL) = MBR-PROGRAMA(IDX-MBR)
              MOVE SPACES TO LINEA
              MOVE SEN-CAMPO(SAL-ORIGEN(IDX-SAL)) TO LINEA(1:30)
              MOVE '->'                   TO LINEA(32:2)
              EVALUATE SAL-TIPO(IDX-SAL)
                 WHEN 'F'   MOVE 'FICHERO' TO LINEA(35:8)
                 WHEN 'D'   MOVE 'DISPLAY' TO LINEA(35:8)
                 WHEN OTHER MOVE 'CALL'    TO LINEA(35:8)
              END-EVALUATE
              MOVE SAL-NOMBRE(IDX-SAL)    TO LINEA(43:20)
              MOVE 'LINEA'                TO LINEA(64:5)
              MOVE SAL-LINEA(IDX-SAL)     TO LINEA-ED
              MOVE LINEA-ED               TO LINEA(70:5)
              MOVE ZEROS TO IMPORTE-LINEA
              ADD 1 TO FLUJOS
              EVALUATE SAL-CLASE(IDX-SAL)
                 WHEN 'M'
                      MOVE 'ENMASCARADO' TO LINEA(77:)
                      ADD 1 TO ENMASCARADOS
                 WHEN 'P'
                      MOVE 'SIN MASCARA A PRUEBAS' TO LINEA(77:)
                      MOVE 1 TO IMPORTE-LINEA
                      ADD 1 TO SIN-MASCARA
                      MOVE 'SENS0001' TO REGLA-INCIDENCIA
                      MOVE SAL-LINEA(IDX-SAL) TO LINEA-INCIDENCIA
                      PERFORM 8000-ANOTAR-INCIDENCIA
                 WHEN 'S'
                      MOVE 'SE SIGUE EN EL MODULO' TO LINEA(77:)
                 WHEN OTHER
                      MOVE 'SOLO PRODUCCION' TO LINEA(77:)
              END-EVALUATE
              PERFORM 8900-LINEA-INFORME
           END-IF.

      ******************************************************************
      * ORIGENES DE UN DATO Y MARCA DE UN DATO: EL DATO, SUS
      * SUBORDINADOS Y EL DATO AL QUE REDEFINE
      ******************************************************************
       7000-VALOR-DATO.
           MOVE SPACES TO VALOR.
           IF IDX-VAL > ZEROS
              PERFORM 7010-SUMAR-VALOR
                      VARYING IDX-SUB FROM IDX-VAL BY 1
                      UNTIL IDX-SUB > DIC-FIN(IDX-VAL)
              IF DIC-REDEF(IDX-VAL) > ZEROS
                 MOVE DIC-REDEF(IDX-VAL) TO IDX-VAL
                 PERFORM 7010-SUMAR-VALOR
                         VARYING IDX-SUB FROM IDX-VAL BY 1
                         UNTIL IDX-SUB > DIC-FIN(IDX-VAL)
              END-IF
           END-IF.

       7010-SUMAR-VALOR.
           IF DIC-ORIGEN(IDX-SUB) NOT = SPACES
              PERFORM 7020-SUMAR-POSICION
                      VARYING IDX-POS FROM 1 BY 1
                      UNTIL IDX-POS > SEN-USADOS
           END-IF.

       7020-SUMAR-POSICION.
           IF DIC-ORIGEN(IDX-SUB)(IDX-POS:1) = 'S'
              MOVE 'S' TO VALOR(IDX-POS:1)
           END-IF.

       7100-MARCAR-DATO.
           PERFORM 7110-MARCAR-SUBORDINADO
                   VARYING IDX-SUB FROM IDX-MAR BY 1
                   UNTIL IDX-SUB > DIC-FIN(IDX-MAR).
           IF DIC-REDEF(IDX-MAR) > ZEROS
              MOVE DIC-REDEF(IDX-MAR) TO IDX-MAR
              PERFORM 7110-MARCAR-SUBORDINADO
                      VARYING IDX-SUB FROM IDX-MAR BY 1
                      UNTIL IDX-SUB > DIC-FIN(IDX-MAR)
           END-IF.

       7110-MARCAR-SUBORDINADO.
           PERFORM 7120-MARCAR-POSICION
                   VARYING IDX-POS FROM 1 BY 1
                   UNTIL IDX-POS > SEN-USADOS.

       7120-MARCAR-POSICION.
           IF VALOR(IDX-POS:1) = 'S'
              AND DIC-ORIGEN(IDX-SUB)(IDX-POS:1) NOT = 'S'
              MOVE 'S' TO DIC-ORIGEN(IDX-SUB)(IDX-POS:1)
              MOVE 'S' TO CAMBIO
           END-IF.

      * INCIDENCIA CON EL TRAZADO SDPWFNDG, COMO LAS DEL SCAN
       8000-ANOTAR-INCIDENCIA.
           OPEN EXTEND INCIDENCIAS.
           IF FS-FINDG NOT = '00' AND FS-FINDG NOT = '05'
              CLOSE INCIDENCIAS
           ELSE
              MOVE MBR-PROGRAMA(IDX-MBR) TO FND-PROGRAMA
              MOVE SPACE            TO FND-SEP1 FND-SEP2 FND-SEP3
              MOVE REGLA-INCIDENCIA TO FND-REGLA
              MOVE 1                TO FND-CUANTAS
              MOVE LINEA-INCIDENCIA TO FND-LINEA
              WRITE REC-FINDG
              CLOSE INCIDENCIAS
           END-IF.

       8900-LINEA-INFORME.
           MOVE 'S' TO HAY-LINEAS.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MBR-PROGRAMA(IDX-MBR) TO RPT-CORTE.
           MOVE IMPORTE-LINEA TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-SENSIBLES.
           MOVE ZEROS TO IMPORTE-LINEA.
