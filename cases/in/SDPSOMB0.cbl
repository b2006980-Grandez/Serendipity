      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Trazados copiados a mano que duplican un copybook y
      *          longitudes de FD discrepantes por fichero fisico
      ******************************************************************
      * SDP DESCRIPTION
      *  KSDMMANT lee el journal con un REG-JOURNAL-L PIC X(...) y un
      *> grupo ENTRADA-RASTREO escrito a mano que repite uno a uno los
      *> campos de KSDWJRNL: el proximo campo que se anada al copy
      *> rompe en silencio su rastreo de reinicio. Este analizador
      *> carga los copybooks del deck SDPCPYL (tarjetas COPYBOOK
      *> <nombre> <fichero>) como secuencias de campos elementales
      *> (longitud en bytes, PICTURE normalizada y USAGE; las
      *> REDEFINES no cuentan y una OCCURS de grupo es un solo campo)
      *> y recorre la DATA DIVISION de los miembros del deck SDPSRCL
      *> (tarjetas SOURCE <programa> <fichero>).
      *  Cada grupo de la FILE SECTION o de la WORKING-STORAGE con al
      *> menos cuatro elementales cuya secuencia de longitudes repite
      *> la de un copybook es una sombra si la repite completa con
      *> al menos tres cuartas partes de las PICTURE identicas (la
      *> clase deriva, X(09) donde el copy dice 9(09)) o si repite
      *> sus primeros campos, como prefijo truncado, con todas las
      *> PICTURE identicas: se informa con el copybook que deberia
      *> incluir y se anota como incidencia LAYS0001 en SDPFINDG.
      *> Los grupos que hacen COPY no se desglosan, asi que nunca
      *> salen.
      *  Ademas cada FD se resuelve a su fichero fisico (el literal
      *> del ASSIGN o el VALUE del campo FIS- que lo nombra) con la
      *> longitud de su registro mas largo (un FD de un byte es una
      *> lectura en flujo y no cuenta); si los programas no
      *> coinciden en la longitud de un mismo fisico, los que se
      *> apartan de la mayoritaria se anotan como LAYL0001.
      *  RC 4 si hay alguna incidencia.
      * SDP END
      *
      * SDP DESC Trazados a mano que duplican un copy y FD discrepantes
      * SDP IVP 0 Files.Consumes = SDPSRCL,SDPCPYL
      * SDP IVP 0 Files.Updates = SDPFINDG
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPSOMB0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT OPTIONAL INCIDENCIAS ASSIGN TO 'SDPFINDG'
                  FILE STATUS IS FS-FINDG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  LISTA.
       01  REC-LISTA PIC X(132).

       FD  COPYS.
       01  REC-COPYS PIC X(132).

       FD  FUENTE.
       01  REC-FUENTE PIC X(132).

       FD  INCIDENCIAS.
       01  REC-FINDG.
       COPY SDPWFNDG.

       WORKING-STORAGE SECTION.
       77 FS-LISTA  PIC XX VALUE SPACES.
       77 FS-COPYS  PIC XX VALUE SPACES.
       77 FS-FUENTE PIC XX VALUE SPACES.
       77 FS-FINDG  PIC XX VALUE SPACES.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT PIC X(40) VALUE SPACES.
       77 FIN-LISTA PIC X(01) VALUE 'N'.
       77 FIN-COPYS PIC X(01) VALUE 'N'.
       77 FIN-FTE   PIC X(01) VALUE 'N'.
      * UN GRUPO CON MENOS ELEMENTALES SE PARECE A DEMASIADAS COSAS
       77 MIN-CAMPOS PIC 9(02) VALUE 4.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(10) VALUE SPACES.
           03 PAL-2 PIC X(10) VALUE SPACES.
           03 PAL-3 PIC X(64) VALUE SPACES.

      * MODO 'C' COPYBOOK (TODO EL MIEMBRO ES DESCRIPCION DE DATOS),
      * 'P' PROGRAMA (SELECT, FD Y ENTRADAS HASTA LA PROCEDURE)
       01  MIEMBRO-ACTUAL.
           03 MIEMBRO-PROGRAMA PIC X(08) VALUE SPACES.
           03 NOMBRE-FUENTE    PIC X(64) VALUE SPACES.
           03 MODO-LECTURA     PIC X(01) VALUE SPACE.
           03 SECCION          PIC X(01) VALUE SPACE.
           03 FD-ACTUAL        PIC 9(03) VALUE ZEROS.
           03 FIN-DATOS        PIC X(01) VALUE 'N'.

      * SENTENCIA EN CURSO: COLUMNAS 8-72 ACUMULADAS HASTA EL PUNTO
      * FINAL QUE NO VA ENTRE COMILLAS
       01  SENTENCIA.
           03 SEN-TEXTO       PIC X(2000) VALUE SPACES.
           03 SEN-LON         PIC 9(04) VALUE ZEROS.
           03 SEN-LINEA       PIC 9(05) VALUE ZEROS.
           03 EN-COMILLA      PIC X(01) VALUE 'N'.
           03 COMILLA-ABIERTA PIC X(01) VALUE SPACE.
           03 CARACTER        PIC X(01) VALUE SPACE.

       01  PALABRAS-SENTENCIA.
           03 TOK-USADOS  PIC 9(03) VALUE ZEROS.
           03 TOK-LON     PIC 9(03) VALUE ZEROS.
           03 TOK-COMILLA PIC X(01) VALUE 'N'.
           03 TOK-CIERRE  PIC X(01) VALUE SPACE.
           03 TOK-LLENO   PIC X(01) VALUE 'N'.
           03 TOK OCCURS 80 TIMES PIC X(40).

       01  PALABRA PIC X(40) VALUE SPACES.
           88 PALABRA-CLAUSULA VALUE 'PIC' 'PICTURE' 'VALUE' 'VALUES'
              'OCCURS' 'USAGE' 'REDEFINES' 'SIGN' 'JUST' 'JUSTIFIED'
              'BLANK' 'SYNC' 'SYNCHRONIZED' 'EXTERNAL' 'GLOBAL'
              'COMP' 'COMPUTATIONAL' 'COMP-1' 'COMPUTATIONAL-1'
              'COMP-2' 'COMPUTATIONAL-2' 'COMP-3' 'COMPUTATIONAL-3'
              'COMP-4' 'COMPUTATIONAL-4' 'COMP-5' 'COMPUTATIONAL-5'
              'BINARY' 'PACKED-DECIMAL' 'DISPLAY' 'INDEX' 'POINTER'.
           88 PALABRA-BINARIO VALUE 'COMP' 'COMPUTATIONAL' 'COMP-4'
              'COMPUTATIONAL-4' 'COMP-5' 'COMPUTATIONAL-5' 'BINARY'.
           88 PALABRA-EMPAQUETADO VALUE 'COMP-3' 'COMPUTATIONAL-3'
              'PACKED-DECIMAL'.
           88 PALABRA-COMA-FLOTANTE VALUE 'COMP-1' 'COMPUTATIONAL-1'.
           88 PALABRA-DOBLE VALUE 'COMP-2' 'COMPUTATIONAL-2'.

      * ENTRADAS DE DATOS DEL MIEMBRO (LAS 66 Y 88 NO SE ANOTAN; UN
      * COPY DENTRO DE LA DATA DIVISION ES UNA ENTRADA CON LA
      * LONGITUD DEL COPYBOOK SI ESTA CARGADO)
       01  TABLA-ENTRADAS.
           03 ENT-USADAS PIC 9(04) VALUE ZEROS.
           03 ENT OCCURS 3000 TIMES.
              05 ENT-NIVEL       PIC 9(02).
              05 ENT-NOMBRE      PIC X(30).
              05 ENT-LINEA       PIC 9(05).
              05 ENT-SECCION     PIC X(01).
              05 ENT-FD          PIC 9(03).
              05 ENT-PIC         PIC X(30).
              05 ENT-USO         PIC X(07).
              05 ENT-OCCURS      PIC 9(05).
              05 ENT-REDEF       PIC X(01).
              05 ENT-SEPARADO    PIC X(01).
              05 ENT-GRUPO       PIC X(01).
              05 ENT-DESCONOCIDA PIC X(01).
              05 ENT-BYTES       PIC 9(07).
              05 ENT-LON         PIC 9(07).
              05 ENT-ACUM        PIC 9(07).
              05 ENT-PADRE       PIC 9(04).
              05 ENT-VALOR       PIC X(30).

       01  PILA-NIVELES.
           03 PILA-USADOS PIC 9(02) VALUE ZEROS.
           03 PILA OCCURS 50 TIMES PIC 9(04).

      * SECUENCIA APLANADA DE UN GRUPO O DE UN COPYBOOK ENTERO
       01  TABLA-APLANADA.
           03 APL-RAIZ    PIC 9(04) VALUE ZEROS.
           03 APL-USADOS  PIC 9(04) VALUE ZEROS.
           03 APL-ULTIMA  PIC 9(04) VALUE ZEROS.
           03 APL-SALTO   PIC 9(02) VALUE ZEROS.
           03 APL-FIN     PIC X(01) VALUE 'N'.
           03 APL OCCURS 3000 TIMES.
              05 APL-LON  PIC 9(07).
              05 APL-PIC  PIC X(30).
              05 APL-USO  PIC X(07).

       01  TABLA-COPYS.
           03 CPY-USADOS PIC 9(03) VALUE ZEROS.
           03 CPY OCCURS 200 TIMES.
              05 CPY-NOMBRE      PIC X(08).
              05 CPY-INICIO      PIC 9(05).
              05 CPY-CAMPOS      PIC 9(04).
              05 CPY-LONGITUD    PIC 9(07).
              05 CPY-NIVEL       PIC 9(02).
              05 CPY-DESCONOCIDA PIC X(01).

       01  CAMPOS-COPYS.
           03 CPE-USADOS PIC 9(05) VALUE ZEROS.
           03 CPE OCCURS 20000 TIMES.
              05 CPE-LON  PIC 9(07).
              05 CPE-PIC  PIC X(30).
              05 CPE-USO  PIC X(07).

       01  TABLA-SELECTS.
           03 SEL-USADOS PIC 9(02) VALUE ZEROS.
           03 SEL OCCURS 50 TIMES.
              05 SEL-NOMBRE  PIC X(30).
              05 SEL-DESTINO PIC X(30).
              05 SEL-LITERAL PIC X(01).

       01  TABLA-FDS.
           03 FDT-USADOS PIC 9(03) VALUE ZEROS.
           03 FDT OCCURS 50 TIMES.
              05 FDT-NOMBRE PIC X(30).
              05 FDT-LINEA  PIC 9(05).

      * LONGITUD DE REGISTRO DE CADA FD POR FICHERO FISICO, DE TODOS
      * LOS MIEMBROS
       01  TABLA-FICHEROS.
           03 ARC-USADOS PIC 9(04) VALUE ZEROS.
           03 ARC OCCURS 2000 TIMES.
              05 ARC-FISICO   PIC X(30).
              05 ARC-PROGRAMA PIC X(08).
              05 ARC-FD       PIC X(30).
              05 ARC-LINEA    PIC 9(05).
              05 ARC-LONGITUD PIC 9(07).
              05 ARC-VISTO    PIC X(01).

       01  ANALISIS-PIC.
           03 PIC-TEXTO      PIC X(41) VALUE SPACES.
           03 POS-PIC        PIC 9(02) VALUE ZEROS.
           03 SIMBOLO        PIC X(01) VALUE SPACE.
           03 REPETICION     PIC 9(05) VALUE ZEROS.
           03 DIGITO         PIC 9(01) VALUE ZEROS.
           03 BYTES-PIC      PIC 9(07) VALUE ZEROS.
           03 DIGITOS-PIC    PIC 9(05) VALUE ZEROS.
           03 HAY-SIGNO      PIC X(01) VALUE 'N'.
           03 ULTIMO-SIMBOLO PIC X(01) VALUE SPACE.
           03 ULTIMA-CUENTA  PIC 9(04) VALUE ZEROS.
           03 PIC-NORMAL     PIC X(30) VALUE SPACES.
           03 PTR-NORMAL     PIC 9(02) VALUE ZEROS.

       01  COMPARACION.
           03 MEJOR-COPY     PIC 9(03) VALUE ZEROS.
           03 MEJOR-IGUALES  PIC 9(04) VALUE ZEROS.
           03 MEJOR-COMPLETO PIC X(01) VALUE 'N'.
           03 IGUALES        PIC 9(04) VALUE ZEROS.
           03 COMPLETO       PIC X(01) VALUE 'N'.
           03 LON-DISTINTA   PIC X(01) VALUE 'N'.
           03 DISTINTAS      PIC 9(04) VALUE ZEROS.
           03 POS-CPE        PIC 9(05) VALUE ZEROS.
           03 REPORTADO-HASTA PIC 9(04) VALUE ZEROS.

       01  CRUCE.
           03 FISICO-ACTUAL  PIC X(30) VALUE SPACES.
           03 LON-PRIMERA    PIC 9(07) VALUE ZEROS.
           03 HAY-DISTINTAS  PIC X(01) VALUE 'N'.
           03 LON-MAYORIA    PIC 9(07) VALUE ZEROS.
           03 VOTOS-MAYORIA  PIC 9(04) VALUE ZEROS.
           03 VOTOS          PIC 9(04) VALUE ZEROS.
           03 FISICO-FD      PIC X(30) VALUE SPACES.
           03 LON-FD         PIC 9(07) VALUE ZEROS.
           03 FD-DESCONOCIDA PIC X(01) VALUE 'N'.

       01  TRABAJO.
           03 IDX       PIC 9(04) VALUE ZEROS.
           03 IDX-COL   PIC 9(03) VALUE ZEROS.
           03 IDX-CAR   PIC 9(04) VALUE ZEROS.
           03 IDX-TOK   PIC 9(03) VALUE ZEROS.
           03 IDX-ENT   PIC 9(04) VALUE ZEROS.
           03 IDX-CPY   PIC 9(03) VALUE ZEROS.
           03 IDX-CMP   PIC 9(04) VALUE ZEROS.
           03 IDX-FD    PIC 9(03) VALUE ZEROS.
           03 IDX-ARC   PIC 9(04) VALUE ZEROS.
           03 IDX-VOTO  PIC 9(04) VALUE ZEROS.
           03 HALLADO   PIC 9(04) VALUE ZEROS.
           03 NIVEL-NUEVO PIC 9(02) VALUE ZEROS.
           03 NOMBRE-COPY PIC X(08) VALUE SPACES.
           03 PROGRAMAS PIC 9(05) VALUE ZEROS.
           03 SOMBRAS   PIC 9(05) VALUE ZEROS.
           03 DESACUERDOS PIC 9(05) VALUE ZEROS.
           03 LINEA-INCIDENCIA PIC 9(05) VALUE ZEROS.
           03 REGLA-INCIDENCIA PIC X(08) VALUE SPACES.
           03 LINEA     PIC X(132) VALUE SPACES.
           03 PTR-LINEA PIC 9(03) VALUE ZEROS.

       01  INFORME-SOMBRAS.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-CARGAR-COPYS.

           OPEN INPUT LISTA.
           MOVE 'ABRIENDO LISTA SDPSRCL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-LISTA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'TRAZADOS A MANO Y LONGITUDES DE FD' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-SOMBRAS.

           READ LISTA
                AT END MOVE 'S' TO FIN-LISTA
           END-READ.
           PERFORM 2000-TRATAR-MIEMBRO UNTIL FIN-LISTA = 'S'.
           CLOSE LISTA.

           PERFORM 7000-CRUZAR-LONGITUDES
                   VARYING IDX-ARC FROM 1 BY 1
                   UNTIL IDX-ARC > ARC-USADOS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-SOMBRAS.

           DISPLAY 'COPYBOOKS ' CPY-USADOS ' PROGRAMAS ' PROGRAMAS
                   ' SOMBRAS ' SOMBRAS ' FD DISCREPANTES '
                   DESACUERDOS.
           IF SOMBRAS > ZEROS OR DESACUERDOS > ZEROS
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      * LOS COPYBOOKS SE CARGAN ANTES QUE LOS PROGRAMAS: UN COPY
      * DENTRO DE UN FD TOMA LA LONGITUD DEL COPYBOOK CARGADO
       1100-CARGAR-COPYS.
           OPEN INPUT COPYS.
           IF FS-COPYS NOT = '00'
              CLOSE COPYS
           ELSE
              READ COPYS
                   AT END MOVE 'S' TO FIN-COPYS
              END-READ
              PERFORM 1200-ANOTAR-COPY UNTIL FIN-COPYS = 'S'
              CLOSE COPYS
           END-IF.

       1200-ANOTAR-COPY.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-COPYS DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'COPYBOOK  ' AND CPY-USADOS < 200
              MOVE PAL-2(1:8) TO MIEMBRO-PROGRAMA
              MOVE PAL-3      TO NOMBRE-FUENTE
              MOVE 'C'        TO MODO-LECTURA
              PERFORM 3000-LEER-FUENTE THRU 3000-LEER-FUENTE-FIN
              IF ENT-USADAS > ZEROS
                 PERFORM 1300-GUARDAR-COPY
              END-IF
           END-IF.
           READ COPYS
                AT END MOVE 'S' TO FIN-COPYS
           END-READ.

       1300-GUARDAR-COPY.
           PERFORM 4000-CALCULAR-LONGITUDES.
           MOVE ZEROS TO APL-RAIZ.
           PERFORM 4500-APLANAR.
           IF CPE-USADOS + APL-USADOS > 20000
              DISPLAY 'TABLA DE CAMPOS LLENA EN ' MIEMBRO-PROGRAMA
           ELSE
              ADD 1 TO CPY-USADOS
              MOVE MIEMBRO-PROGRAMA TO CPY-NOMBRE(CPY-USADOS)
              COMPUTE CPY-INICIO(CPY-USADOS) = CPE-USADOS + 1
              MOVE APL-USADOS  TO CPY-CAMPOS(CPY-USADOS)
              MOVE ZEROS       TO CPY-LONGITUD(CPY-USADOS)
              MOVE ENT-NIVEL(1) TO CPY-NIVEL(CPY-USADOS)
              MOVE 'N'         TO CPY-DESCONOCIDA(CPY-USADOS)
              PERFORM 1310-GUARDAR-CAMPO
                      VARYING IDX-CMP FROM 1 BY 1
                      UNTIL IDX-CMP > APL-USADOS
              PERFORM 1320-MIRAR-DESCONOCIDA
                      VARYING IDX-ENT FROM 1 BY 1
                      UNTIL IDX-ENT > ENT-USADAS
           END-IF.

       1310-GUARDAR-CAMPO.
           ADD 1 TO CPE-USADOS.
           MOVE APL-LON(IDX-CMP) TO CPE-LON(CPE-USADOS).
           MOVE APL-PIC(IDX-CMP) TO CPE-PIC(CPE-USADOS).
           MOVE APL-USO(IDX-CMP) TO CPE-USO(CPE-USADOS).
           ADD APL-LON(IDX-CMP) TO CPY-LONGITUD(CPY-USADOS).

       1320-MIRAR-DESCONOCIDA.
           IF ENT-DESCONOCIDA(IDX-ENT) = 'S'
              MOVE 'S' TO CPY-DESCONOCIDA(CPY-USADOS)
           END-IF.

       2000-TRATAR-MIEMBRO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-LISTA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'SOURCE    '
              MOVE PAL-2(1:8) TO MIEMBRO-PROGRAMA
              MOVE PAL-3      TO NOMBRE-FUENTE
              MOVE 'P'        TO MODO-LECTURA
              PERFORM 3000-LEER-FUENTE THRU 3000-LEER-FUENTE-FIN
              IF FS-FUENTE = '00'
                 ADD 1 TO PROGRAMAS
                 PERFORM 4000-CALCULAR-LONGITUDES
                 PERFORM 5000-BUSCAR-SOMBRAS
                 PERFORM 6000-ANOTAR-FICHEROS
                         VARYING IDX-FD FROM 1 BY 1
                         UNTIL IDX-FD > FDT-USADOS
              END-IF
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-LISTA
           END-READ.

      ******************************************************************
      * LECTURA DE UN MIEMBRO: SENTENCIAS DE LAS COLUMNAS 8-72 HASTA
      * LA PROCEDURE DIVISION, SIN LAS LINEAS DE COMENTARIO
      ******************************************************************
       3000-LEER-FUENTE.
           MOVE ZEROS TO ENT-USADAS SEL-USADOS FDT-USADOS FD-ACTUAL.
           MOVE ZEROS TO SEN-LON SEN-LINEA.
           MOVE SPACES TO SEN-TEXTO.
           MOVE 'N' TO EN-COMILLA FIN-DATOS.
           IF MODO-LECTURA = 'C'
              MOVE 'C' TO SECCION
           ELSE
              MOVE SPACE TO SECCION
           END-IF.

           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              DISPLAY 'FUENTE AUSENTE ' NOMBRE-FUENTE(1:40)
              CLOSE FUENTE
              GO TO 3000-LEER-FUENTE-FIN
           END-IF.

           MOVE ZEROS TO IDX.
           MOVE 'N' TO FIN-FTE.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.
           PERFORM 3100-LEER-LINEA
                   UNTIL FIN-FTE = 'S' OR FIN-DATOS = 'S'.
           CLOSE FUENTE.
           MOVE '00' TO FS-FUENTE.

       3000-LEER-FUENTE-FIN.
           EXIT.

       3100-LEER-LINEA.
           ADD 1 TO IDX.
           IF REC-FUENTE(7:1) = '*' OR '/' OR 'D' OR 'd'
              CONTINUE
           ELSE
              PERFORM 3110-TRATAR-CARACTER
                      VARYING IDX-COL FROM 8 BY 1
                      UNTIL IDX-COL > 72 OR FIN-DATOS = 'S'
              IF SEN-LON > ZEROS AND SEN-LON < 2000
                 ADD 1 TO SEN-LON
              END-IF
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.

       3110-TRATAR-CARACTER.
           MOVE REC-FUENTE(IDX-COL:1) TO CARACTER.
           IF EN-COMILLA = 'S'
              PERFORM 3120-ANADIR-CARACTER
              IF CARACTER = COMILLA-ABIERTA
                 MOVE 'N' TO EN-COMILLA
              END-IF
           ELSE
              IF CARACTER = '.' AND
                 (IDX-COL = 72 OR REC-FUENTE(IDX-COL + 1:1) = SPACE)
                 IF SEN-LON > ZEROS
                    PERFORM 3200-TRATAR-SENTENCIA
                 END-IF
                 MOVE ZEROS TO SEN-LON
                 MOVE SPACES TO SEN-TEXTO
              ELSE
                 IF CARACTER = QUOTE OR CARACTER = "'"
                    MOVE 'S' TO EN-COMILLA
                    MOVE CARACTER TO COMILLA-ABIERTA
                 END-IF
                 IF CARACTER NOT = SPACE OR SEN-LON > ZEROS
                    PERFORM 3120-ANADIR-CARACTER
                 END-IF
              END-IF
           END-IF.

       3120-ANADIR-CARACTER.
           IF SEN-LON = ZEROS
              MOVE IDX TO SEN-LINEA
           END-IF.
           IF SEN-LON < 2000
              ADD 1 TO SEN-LON
              MOVE CARACTER TO SEN-TEXTO(SEN-LON:1)
           END-IF.

       3200-TRATAR-SENTENCIA.
           PERFORM 3210-PARTIR-SENTENCIA.
           MOVE TOK(1) TO PALABRA.
           EVALUATE TRUE
              WHEN MODO-LECTURA = 'P' AND PALABRA = 'PROCEDURE'
                 MOVE 'S' TO FIN-DATOS
              WHEN MODO-LECTURA = 'P' AND PALABRA = 'SELECT'
                 PERFORM 3300-ANOTAR-SELECT
              WHEN MODO-LECTURA = 'P' AND PALABRA = 'FD'
                 IF FDT-USADOS < 50
                    ADD 1 TO FDT-USADOS
                    MOVE TOK(2)    TO FDT-NOMBRE(FDT-USADOS)
                    MOVE SEN-LINEA TO FDT-LINEA(FDT-USADOS)
                    MOVE FDT-USADOS TO FD-ACTUAL
                 END-IF
              WHEN MODO-LECTURA = 'P' AND PALABRA = 'SD'
                 MOVE ZEROS TO FD-ACTUAL
              WHEN MODO-LECTURA = 'P' AND TOK(2) = 'SECTION'
                 EVALUATE PALABRA
                    WHEN 'FILE'
                       MOVE 'F' TO SECCION
                    WHEN 'WORKING-STORAGE'
                    WHEN 'LOCAL-STORAGE'
                       MOVE 'W' TO SECCION
                       MOVE ZEROS TO FD-ACTUAL
                    WHEN 'LINKAGE'
                       MOVE 'L' TO SECCION
                       MOVE ZEROS TO FD-ACTUAL
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN SECCION = SPACE
                 CONTINUE
              WHEN PALABRA = 'COPY'
                 PERFORM 3500-ANOTAR-COPY-INCLUIDO
              WHEN PALABRA(1:1) IS NUMERIC AND PALABRA(3:1) = SPACE
                 PERFORM 3400-ANOTAR-ENTRADA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * PALABRAS SEPARADAS POR BLANCOS; UN LITERAL ENTRE COMILLAS ES
      * UNA SOLA PALABRA AUNQUE LLEVE BLANCOS
       3210-PARTIR-SENTENCIA.
           MOVE ZEROS TO TOK-USADOS TOK-LON.
           MOVE 'N' TO TOK-COMILLA TOK-LLENO.
           PERFORM 3220-LIMPIAR-PALABRA
                   VARYING IDX-TOK FROM 1 BY 1 UNTIL IDX-TOK > 80.
           PERFORM 3230-PARTIR-CARACTER
                   VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > SEN-LON.

       3220-LIMPIAR-PALABRA.
           MOVE SPACES TO TOK(IDX-TOK).

       3230-PARTIR-CARACTER.
           MOVE SEN-TEXTO(IDX-CAR:1) TO CARACTER.
           IF TOK-COMILLA = 'S'
              PERFORM 3240-ANADIR-A-PALABRA
              IF CARACTER = TOK-CIERRE
                 MOVE 'N' TO TOK-COMILLA
              END-IF
           ELSE
              IF CARACTER = SPACE
                 MOVE ZEROS TO TOK-LON
              ELSE
                 IF TOK-LON = ZEROS
                    IF TOK-USADOS < 80
                       ADD 1 TO TOK-USADOS
                    ELSE
                       MOVE 'S' TO TOK-LLENO
                    END-IF
                 END-IF
                 IF CARACTER = QUOTE OR CARACTER = "'"
                    MOVE 'S' TO TOK-COMILLA
                    MOVE CARACTER TO TOK-CIERRE
                 END-IF
                 PERFORM 3240-ANADIR-A-PALABRA
              END-IF
           END-IF.

       3240-ANADIR-A-PALABRA.
           IF TOK-LON < 40 AND TOK-LLENO = 'N'
              ADD 1 TO TOK-LON
              MOVE CARACTER TO TOK(TOK-USADOS)(TOK-LON:1)
           END-IF.

      * SELECT [OPTIONAL] <FICHERO> ASSIGN [TO] <LITERAL O CAMPO>
       3300-ANOTAR-SELECT.
           IF SEL-USADOS < 50
              ADD 1 TO SEL-USADOS
              MOVE 2 TO IDX-TOK
              IF TOK(2) = 'OPTIONAL'
                 MOVE 3 TO IDX-TOK
              END-IF
              MOVE TOK(IDX-TOK) TO SEL-NOMBRE(SEL-USADOS)
              MOVE SPACES TO SEL-DESTINO(SEL-USADOS)
              MOVE 'N' TO SEL-LITERAL(SEL-USADOS)
              MOVE ZEROS TO HALLADO
              PERFORM 3310-BUSCAR-ASSIGN
                      VARYING IDX-TOK FROM IDX-TOK BY 1
                      UNTIL IDX-TOK > TOK-USADOS OR HALLADO > ZEROS
              IF HALLADO > ZEROS AND TOK(HALLADO) = 'TO'
                 ADD 1 TO HALLADO
              END-IF
              IF HALLADO > ZEROS AND HALLADO NOT > TOK-USADOS
                 IF TOK(HALLADO)(1:1) = QUOTE OR "'"
                    MOVE 'S' TO SEL-LITERAL(SEL-USADOS)
                    UNSTRING TOK(HALLADO)(2:39)
                             DELIMITED BY QUOTE OR "'"
                             INTO SEL-DESTINO(SEL-USADOS)
                 ELSE
                    MOVE TOK(HALLADO) TO SEL-DESTINO(SEL-USADOS)
                 END-IF
              END-IF
           END-IF.

       3310-BUSCAR-ASSIGN.
           IF TOK(IDX-TOK) = 'ASSIGN'
              COMPUTE HALLADO = IDX-TOK + 1
           END-IF.

       3400-ANOTAR-ENTRADA.
           IF PALABRA(2:1) = SPACE
              MOVE PALABRA(1:1) TO NIVEL-NUEVO
           ELSE
              MOVE PALABRA(1:2) TO NIVEL-NUEVO
           END-IF.
           IF NIVEL-NUEVO = 77
              MOVE 1 TO NIVEL-NUEVO
           END-IF.
           IF NIVEL-NUEVO = 66 OR NIVEL-NUEVO = 88
              OR NIVEL-NUEVO = ZEROS OR NIVEL-NUEVO > 49
              CONTINUE
           ELSE
              IF ENT-USADAS < 3000
                 ADD 1 TO ENT-USADAS
                 MOVE ENT-USADAS TO IDX-ENT
                 PERFORM 3410-INICIAR-ENTRADA
                 MOVE TOK(2) TO PALABRA
                 IF PALABRA-CLAUSULA OR PALABRA = SPACES
                    MOVE 'FILLER' TO ENT-NOMBRE(IDX-ENT)
                    MOVE 2 TO IDX-TOK
                 ELSE
                    MOVE TOK(2) TO ENT-NOMBRE(IDX-ENT)
                    MOVE 3 TO IDX-TOK
                 END-IF
                 MOVE SPACES TO PIC-NORMAL
                 MOVE ZEROS TO BYTES-PIC DIGITOS-PIC
                 MOVE 'N' TO HAY-SIGNO
                 PERFORM 3420-TRATAR-CLAUSULA
                         VARYING IDX-TOK FROM IDX-TOK BY 1
                         UNTIL IDX-TOK > TOK-USADOS
                 MOVE PIC-NORMAL TO ENT-PIC(IDX-ENT)
                 PERFORM 3480-BYTES-ELEMENTAL
              ELSE
                 DISPLAY 'TABLA DE ENTRADAS LLENA EN '
                         MIEMBRO-PROGRAMA
              END-IF
           END-IF.

       3410-INICIAR-ENTRADA.
           MOVE NIVEL-NUEVO TO ENT-NIVEL(IDX-ENT).
           MOVE SPACES    TO ENT-NOMBRE(IDX-ENT) ENT-PIC(IDX-ENT)
                             ENT-USO(IDX-ENT) ENT-VALOR(IDX-ENT).
           MOVE SEN-LINEA TO ENT-LINEA(IDX-ENT).
           MOVE SECCION   TO ENT-SECCION(IDX-ENT).
           MOVE ZEROS     TO ENT-FD(IDX-ENT) ENT-BYTES(IDX-ENT)
                             ENT-LON(IDX-ENT) ENT-ACUM(IDX-ENT)
                             ENT-PADRE(IDX-ENT).
           IF SECCION = 'F' AND NIVEL-NUEVO = 1
              MOVE FD-ACTUAL TO ENT-FD(IDX-ENT)
           END-IF.
           MOVE 1         TO ENT-OCCURS(IDX-ENT).
           MOVE 'N'       TO ENT-REDEF(IDX-ENT) ENT-SEPARADO(IDX-ENT)
                             ENT-GRUPO(IDX-ENT)
                             ENT-DESCONOCIDA(IDX-ENT).

       3420-TRATAR-CLAUSULA.
           MOVE TOK(IDX-TOK) TO PALABRA.
           EVALUATE TRUE
              WHEN PALABRA = 'PIC' OR PALABRA = 'PICTURE'
                 ADD 1 TO IDX-TOK
                 IF TOK(IDX-TOK) = 'IS'
                    ADD 1 TO IDX-TOK
                 END-IF
                 IF IDX-TOK NOT > TOK-USADOS
                    MOVE TOK(IDX-TOK) TO PIC-TEXTO
                    PERFORM 3450-ANALIZAR-PIC
                 END-IF
              WHEN PALABRA-BINARIO
                 MOVE 'COMP'    TO ENT-USO(IDX-ENT)
              WHEN PALABRA-EMPAQUETADO
                 MOVE 'COMP-3'  TO ENT-USO(IDX-ENT)
              WHEN PALABRA-COMA-FLOTANTE
                 MOVE 'COMP-1'  TO ENT-USO(IDX-ENT)
              WHEN PALABRA-DOBLE
                 MOVE 'COMP-2'  TO ENT-USO(IDX-ENT)
              WHEN PALABRA = 'INDEX'
                 MOVE 'INDEX'   TO ENT-USO(IDX-ENT)
              WHEN PALABRA = 'POINTER'
                 MOVE 'POINTER' TO ENT-USO(IDX-ENT)
              WHEN PALABRA = 'OCCURS' AND IDX-TOK < TOK-USADOS
                 ADD 1 TO IDX-TOK
                 IF TOK(IDX-TOK)(1:1) IS NUMERIC
                    COMPUTE ENT-OCCURS(IDX-ENT) =
                            FUNCTION NUMVAL(TOK(IDX-TOK))
                 END-IF
      * OCCURS N TO M DEPENDING: MANDA EL MAXIMO
                 IF IDX-TOK + 1 < TOK-USADOS
                    AND TOK(IDX-TOK + 1) = 'TO'
                    ADD 2 TO IDX-TOK
                    IF TOK(IDX-TOK)(1:1) IS NUMERIC
                       COMPUTE ENT-OCCURS(IDX-ENT) =
                               FUNCTION NUMVAL(TOK(IDX-TOK))
                    END-IF
                 END-IF
              WHEN PALABRA = 'REDEFINES'
                 MOVE 'S' TO ENT-REDEF(IDX-ENT)
                 ADD 1 TO IDX-TOK
              WHEN PALABRA = 'SEPARATE'
                 MOVE 'S' TO ENT-SEPARADO(IDX-ENT)
              WHEN PALABRA = 'VALUE' OR PALABRA = 'VALUES'
                 ADD 1 TO IDX-TOK
                 IF TOK(IDX-TOK) = 'IS' OR TOK(IDX-TOK) = 'ARE'
                    ADD 1 TO IDX-TOK
                 END-IF
                 IF IDX-TOK NOT > TOK-USADOS
                    AND (TOK(IDX-TOK)(1:1) = QUOTE OR "'")
                    UNSTRING TOK(IDX-TOK)(2:39)
                             DELIMITED BY QUOTE OR "'"
                             INTO ENT-VALOR(IDX-ENT)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * PICTURE NORMALIZADA COMO SIMBOLO + CUENTA DE 4 CIFRAS POR
      * TRAMO (9(05), 9(5) Y 99999 DAN LO MISMO); BYTES-PIC CUENTA
      * LAS POSICIONES DE PANTALLA Y DIGITOS-PIC LOS 9 Y LAS P
       3450-ANALIZAR-PIC.
           MOVE SPACE TO ULTIMO-SIMBOLO.
           MOVE ZEROS TO ULTIMA-CUENTA.
           MOVE 1 TO POS-PIC PTR-NORMAL.
           PERFORM 3460-TRATAR-SIMBOLO
                   UNTIL POS-PIC > 40 OR PIC-TEXTO(POS-PIC:1) = SPACE.
           PERFORM 3470-VOLCAR-TRAMO.

       3460-TRATAR-SIMBOLO.
           MOVE PIC-TEXTO(POS-PIC:1) TO SIMBOLO.
           MOVE 1 TO REPETICION.
           ADD 1 TO POS-PIC.
           IF POS-PIC NOT > 40 AND PIC-TEXTO(POS-PIC:1) = '('
              ADD 1 TO POS-PIC
              MOVE ZEROS TO REPETICION
              PERFORM 3465-LEER-CIFRA
                      UNTIL POS-PIC > 40
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

           IF SIMBOLO = ULTIMO-SIMBOLO
              ADD REPETICION TO ULTIMA-CUENTA
           ELSE
              PERFORM 3470-VOLCAR-TRAMO
              MOVE SIMBOLO    TO ULTIMO-SIMBOLO
              MOVE REPETICION TO ULTIMA-CUENTA
           END-IF.

       3465-LEER-CIFRA.
           IF PIC-TEXTO(POS-PIC:1) IS NUMERIC
              MOVE PIC-TEXTO(POS-PIC:1) TO DIGITO
              COMPUTE REPETICION = REPETICION * 10 + DIGITO
           END-IF.
           ADD 1 TO POS-PIC.

       3470-VOLCAR-TRAMO.
           IF ULTIMO-SIMBOLO NOT = SPACE AND PTR-NORMAL < 27
              STRING ULTIMO-SIMBOLO ULTIMA-CUENTA
                     DELIMITED BY SIZE
                     INTO PIC-NORMAL WITH POINTER PTR-NORMAL
           END-IF.

      * BYTES DE UNA OCURRENCIA DEL ELEMENTAL SEGUN SU USAGE
       3480-BYTES-ELEMENTAL.
           EVALUATE ENT-USO(IDX-ENT)
              WHEN 'COMP'
                 EVALUATE TRUE
                    WHEN DIGITOS-PIC < 5
                       MOVE 2 TO ENT-BYTES(IDX-ENT)
                    WHEN DIGITOS-PIC < 10
                       MOVE 4 TO ENT-BYTES(IDX-ENT)
                    WHEN OTHER
                       MOVE 8 TO ENT-BYTES(IDX-ENT)
                 END-EVALUATE
              WHEN 'COMP-3'
                 COMPUTE ENT-BYTES(IDX-ENT) = DIGITOS-PIC / 2 + 1
              WHEN 'COMP-1'
              WHEN 'INDEX'
              WHEN 'POINTER'
                 MOVE 4 TO ENT-BYTES(IDX-ENT)
              WHEN 'COMP-2'
                 MOVE 8 TO ENT-BYTES(IDX-ENT)
              WHEN OTHER
                 MOVE BYTES-PIC TO ENT-BYTES(IDX-ENT)
                 IF HAY-SIGNO = 'S' AND ENT-SEPARADO(IDX-ENT) = 'S'
                    ADD 1 TO ENT-BYTES(IDX-ENT)
                 END-IF
           END-EVALUATE.

      * UN COPY EN LA DATA DIVISION QUEDA COMO UNA ENTRADA CON LA
      * LONGITUD DEL COPYBOOK, AL NIVEL DE SU PRIMERA ENTRADA; SIN EL
      * COPYBOOK CARGADO LA LONGITUD QUEDA DESCONOCIDA
       3500-ANOTAR-COPY-INCLUIDO.
           MOVE SPACES TO NOMBRE-COPY.
           UNSTRING TOK(2) DELIMITED BY QUOTE OR "'" OR '.'
                    INTO NOMBRE-COPY.
           IF NOMBRE-COPY = SPACES
              MOVE TOK(2)(2:8) TO NOMBRE-COPY
           END-IF.
           MOVE ZEROS TO HALLADO.
           PERFORM 3510-BUSCAR-COPY
                   VARYING IDX-CPY FROM 1 BY 1
                   UNTIL IDX-CPY > CPY-USADOS OR HALLADO > ZEROS.

           IF HALLADO > ZEROS
              MOVE CPY-NIVEL(HALLADO) TO NIVEL-NUEVO
           ELSE
              IF ENT-USADAS = ZEROS
                 MOVE 1 TO NIVEL-NUEVO
              ELSE
                 MOVE ENT-NIVEL(ENT-USADAS) TO NIVEL-NUEVO
                 IF ENT-PIC(ENT-USADAS) = SPACES
                    AND ENT-USO(ENT-USADAS) = SPACES
                    ADD 1 TO NIVEL-NUEVO
                 END-IF
              END-IF
           END-IF.

           IF ENT-USADAS < 3000
              ADD 1 TO ENT-USADAS
              MOVE ENT-USADAS TO IDX-ENT
              PERFORM 3410-INICIAR-ENTRADA
              MOVE NOMBRE-COPY TO ENT-NOMBRE(IDX-ENT)
              STRING '*COPY ' NOMBRE-COPY DELIMITED BY SIZE
                     INTO ENT-PIC(IDX-ENT)
              IF HALLADO > ZEROS
                 MOVE CPY-LONGITUD(HALLADO) TO ENT-BYTES(IDX-ENT)
                 MOVE CPY-DESCONOCIDA(HALLADO)
                      TO ENT-DESCONOCIDA(IDX-ENT)
              ELSE
                 MOVE 'S' TO ENT-DESCONOCIDA(IDX-ENT)
              END-IF
           END-IF.

       3510-BUSCAR-COPY.
           IF CPY-NOMBRE(IDX-CPY) = NOMBRE-COPY
              MOVE IDX-CPY TO HALLADO
           END-IF.

      ******************************************************************
      * LONGITUDES: PADRE DE CADA ENTRADA POR LA PILA DE NIVELES Y
      * SUMA DE ABAJO A ARRIBA (LAS REDEFINES NO SUMAN AL PADRE)
      ******************************************************************
       4000-CALCULAR-LONGITUDES.
           MOVE ZEROS TO PILA-USADOS.
           PERFORM 4100-ENLAZAR
                   VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > ENT-USADAS.
           PERFORM 4200-ACUMULAR
                   VARYING IDX-ENT FROM ENT-USADAS BY -1
                   UNTIL IDX-ENT < 1.

       4100-ENLAZAR.
           PERFORM 4110-DESAPILAR
                   UNTIL PILA-USADOS = ZEROS
                      OR ENT-NIVEL(PILA(PILA-USADOS))
                         < ENT-NIVEL(IDX-ENT).
           IF PILA-USADOS > ZEROS
              MOVE PILA(PILA-USADOS) TO ENT-PADRE(IDX-ENT)
              MOVE 'S' TO ENT-GRUPO(PILA(PILA-USADOS))
           END-IF.
           IF PILA-USADOS < 50
              ADD 1 TO PILA-USADOS
              MOVE IDX-ENT TO PILA(PILA-USADOS)
           END-IF.

       4110-DESAPILAR.
           SUBTRACT 1 FROM PILA-USADOS.

       4200-ACUMULAR.
           IF ENT-GRUPO(IDX-ENT) = 'S'
              COMPUTE ENT-LON(IDX-ENT) =
                      ENT-ACUM(IDX-ENT) * ENT-OCCURS(IDX-ENT)
           ELSE
              COMPUTE ENT-LON(IDX-ENT) =
                      ENT-BYTES(IDX-ENT) * ENT-OCCURS(IDX-ENT)
           END-IF.
           MOVE ENT-PADRE(IDX-ENT) TO HALLADO.
           IF HALLADO > ZEROS
              IF ENT-REDEF(IDX-ENT) NOT = 'S'
                 ADD ENT-LON(IDX-ENT) TO ENT-ACUM(HALLADO)
              END-IF
              IF ENT-DESCONOCIDA(IDX-ENT) = 'S'
                 MOVE 'S' TO ENT-DESCONOCIDA(HALLADO)
              END-IF
           END-IF.

      * SECUENCIA DE ELEMENTALES BAJO APL-RAIZ (CERO: TODO EL
      * MIEMBRO). LA REDEFINES SE SALTA CON SUS SUBORDINADOS Y UN
      * GRUPO CON OCCURS ES UN SOLO CAMPO
       4500-APLANAR.
           MOVE ZEROS TO APL-USADOS APL-SALTO.
           MOVE APL-RAIZ TO APL-ULTIMA.
           MOVE 'N' TO APL-FIN.
           PERFORM 4510-APLANAR-ENTRADA
                   VARYING IDX-ENT FROM APL-RAIZ BY 1
                   UNTIL IDX-ENT > ENT-USADAS OR APL-FIN = 'S'.

       4510-APLANAR-ENTRADA.
           EVALUATE TRUE
              WHEN IDX-ENT = ZEROS OR IDX-ENT = APL-RAIZ
                 CONTINUE
              WHEN APL-RAIZ > ZEROS
                   AND ENT-NIVEL(IDX-ENT) NOT > ENT-NIVEL(APL-RAIZ)
                 MOVE 'S' TO APL-FIN
              WHEN APL-SALTO > ZEROS
                   AND ENT-NIVEL(IDX-ENT) > APL-SALTO
                 MOVE IDX-ENT TO APL-ULTIMA
              WHEN ENT-REDEF(IDX-ENT) = 'S'
                 MOVE ENT-NIVEL(IDX-ENT) TO APL-SALTO
                 MOVE IDX-ENT TO APL-ULTIMA
              WHEN ENT-GRUPO(IDX-ENT) = 'S'
                   AND ENT-OCCURS(IDX-ENT) > 1
                 MOVE ENT-NIVEL(IDX-ENT) TO APL-SALTO
                 MOVE IDX-ENT TO APL-ULTIMA
                 PERFORM 4520-ANADIR-APLANADA
                 STRING '*OCCURS ' ENT-OCCURS(IDX-ENT)
                        DELIMITED BY SIZE INTO APL-PIC(APL-USADOS)
              WHEN ENT-GRUPO(IDX-ENT) = 'S'
                 MOVE ZEROS TO APL-SALTO
                 MOVE IDX-ENT TO APL-ULTIMA
              WHEN OTHER
                 MOVE ZEROS TO APL-SALTO
                 MOVE IDX-ENT TO APL-ULTIMA
                 PERFORM 4520-ANADIR-APLANADA
           END-EVALUATE.

       4520-ANADIR-APLANADA.
           IF APL-USADOS < 3000
              ADD 1 TO APL-USADOS
              MOVE ENT-LON(IDX-ENT) TO APL-LON(APL-USADOS)
              MOVE ENT-PIC(IDX-ENT) TO APL-PIC(APL-USADOS)
              MOVE ENT-USO(IDX-ENT) TO APL-USO(APL-USADOS)
           END-IF.

      ******************************************************************
      * SOMBRAS: GRUPOS DE FILE SECTION Y WORKING-STORAGE CUYA
      * SECUENCIA REPITE LA DE UN COPYBOOK. UN GRUPO INFORMADO TAPA
      * A SUS SUBGRUPOS
      ******************************************************************
       5000-BUSCAR-SOMBRAS.
           MOVE ZEROS TO REPORTADO-HASTA.
           PERFORM 5100-PROBAR-GRUPO
                   VARYING IDX-ARC FROM 1 BY 1
                   UNTIL IDX-ARC > ENT-USADAS.

       5100-PROBAR-GRUPO.
           IF ENT-GRUPO(IDX-ARC) = 'S'
              AND (ENT-SECCION(IDX-ARC) = 'F' OR 'W')
              AND IDX-ARC > REPORTADO-HASTA
              MOVE IDX-ARC TO APL-RAIZ
              PERFORM 4500-APLANAR
              IF APL-USADOS NOT < MIN-CAMPOS
                 MOVE ZEROS TO MEJOR-COPY MEJOR-IGUALES
                 MOVE 'N' TO MEJOR-COMPLETO
                 PERFORM 5200-PROBAR-COPY
                         VARYING IDX-CPY FROM 1 BY 1
                         UNTIL IDX-CPY > CPY-USADOS
                 IF MEJOR-COPY > ZEROS
                    PERFORM 5300-EMITIR-SOMBRA
                    MOVE APL-ULTIMA TO REPORTADO-HASTA
                 END-IF
              END-IF
           END-IF.

       5200-PROBAR-COPY.
           IF CPY-CAMPOS(IDX-CPY) NOT < APL-USADOS
              MOVE ZEROS TO IGUALES
              MOVE 'N' TO LON-DISTINTA
              PERFORM 5210-COMPARAR-CAMPO
                      VARYING IDX-CMP FROM 1 BY 1
                      UNTIL IDX-CMP > APL-USADOS
                         OR LON-DISTINTA = 'S'
              IF CPY-CAMPOS(IDX-CPY) = APL-USADOS
                 MOVE 'S' TO COMPLETO
              ELSE
                 MOVE 'N' TO COMPLETO
              END-IF
      * COMPLETO GANA A PREFIJO; A IGUALDAD, MAS PICTURE IDENTICAS
              IF LON-DISTINTA = 'N'
                 AND ((COMPLETO = 'S'
                       AND IGUALES * 4 NOT < APL-USADOS * 3)
                   OR IGUALES = APL-USADOS)
                 IF (COMPLETO = 'S' AND MEJOR-COMPLETO = 'N')
                    OR (COMPLETO = MEJOR-COMPLETO
                        AND IGUALES > MEJOR-IGUALES)
                    MOVE IDX-CPY  TO MEJOR-COPY
                    MOVE IGUALES  TO MEJOR-IGUALES
                    MOVE COMPLETO TO MEJOR-COMPLETO
                 END-IF
              END-IF
           END-IF.

       5210-COMPARAR-CAMPO.
           COMPUTE POS-CPE = CPY-INICIO(IDX-CPY) + IDX-CMP - 1.
           IF APL-LON(IDX-CMP) NOT = CPE-LON(POS-CPE)
              MOVE 'S' TO LON-DISTINTA
           ELSE
              IF APL-PIC(IDX-CMP) = CPE-PIC(POS-CPE)
                 AND APL-USO(IDX-CMP) = CPE-USO(POS-CPE)
                 ADD 1 TO IGUALES
              END-IF
           END-IF.

       5300-EMITIR-SOMBRA.
           ADD 1 TO SOMBRAS.
           COMPUTE DISTINTAS = APL-USADOS - MEJOR-IGUALES.
           MOVE SPACES TO RPT-CORTE.
           STRING 'COPY ' CPY-NOMBRE(MEJOR-COPY) DELIMITED BY SIZE
                  INTO RPT-CORTE.

           MOVE SPACES TO LINEA.
           MOVE 1 TO PTR-LINEA.
           STRING MIEMBRO-PROGRAMA ' LINEA ' ENT-LINEA(IDX-ARC) ' '
                  DELIMITED BY SIZE
                  ENT-NOMBRE(IDX-ARC) DELIMITED BY SPACE
                  ' ' APL-USADOS ' CAMPOS ' ENT-LON(IDX-ARC)
                  ' BYTES' DELIMITED BY SIZE
                  INTO LINEA WITH POINTER PTR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-SOMBRAS.

           MOVE SPACES TO LINEA.
           IF MEJOR-COMPLETO = 'S'
              STRING '   REPITE ' CPY-NOMBRE(MEJOR-COPY)
                     ' COMPLETO, PICTURE DISTINTAS ' DISTINTAS
                     ': USAR COPY ' CPY-NOMBRE(MEJOR-COPY)
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              STRING '   REPITE ' APL-USADOS ' DE LOS '
                     CPY-CAMPOS(MEJOR-COPY) ' CAMPOS DE '
                     CPY-NOMBRE(MEJOR-COPY)
                     ', PICTURE DISTINTAS ' DISTINTAS
                     ': USAR COPY ' CPY-NOMBRE(MEJOR-COPY)
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-SOMBRAS.

           MOVE 'LAYS0001' TO REGLA-INCIDENCIA.
           MOVE ENT-LINEA(IDX-ARC) TO LINEA-INCIDENCIA.
           PERFORM 8000-ANOTAR-INCIDENCIA.

      ******************************************************************
      * FICHEROS: CADA FD SE RESUELVE A SU FISICO Y SE ANOTA CON LA
      * LONGITUD DE SU REGISTRO MAS LARGO
      ******************************************************************
       6000-ANOTAR-FICHEROS.
           MOVE SPACES TO FISICO-FD.
           MOVE ZEROS TO HALLADO.
           PERFORM 6100-BUSCAR-SELECT
                   VARYING IDX-TOK FROM 1 BY 1
                   UNTIL IDX-TOK > SEL-USADOS OR HALLADO > ZEROS.
           IF HALLADO > ZEROS
              IF SEL-LITERAL(HALLADO) = 'S'
                 MOVE SEL-DESTINO(HALLADO) TO FISICO-FD
              ELSE
                 MOVE SEL-DESTINO(HALLADO) TO PALABRA
                 PERFORM 6200-BUSCAR-VALOR
                         VARYING IDX-ENT FROM 1 BY 1
                         UNTIL IDX-ENT > ENT-USADAS
              END-IF
           END-IF.

           MOVE ZEROS TO LON-FD.
           MOVE 'N' TO FD-DESCONOCIDA.
           PERFORM 6300-MEDIR-REGISTRO
                   VARYING IDX-ENT FROM 1 BY 1
                   UNTIL IDX-ENT > ENT-USADAS.

           IF FISICO-FD NOT = SPACES AND LON-FD > 1
              AND FD-DESCONOCIDA = 'N' AND ARC-USADOS < 2000
              ADD 1 TO ARC-USADOS
              MOVE FISICO-FD        TO ARC-FISICO(ARC-USADOS)
              MOVE MIEMBRO-PROGRAMA TO ARC-PROGRAMA(ARC-USADOS)
              MOVE FDT-NOMBRE(IDX-FD) TO ARC-FD(ARC-USADOS)
              MOVE FDT-LINEA(IDX-FD)  TO ARC-LINEA(ARC-USADOS)
              MOVE LON-FD           TO ARC-LONGITUD(ARC-USADOS)
              MOVE 'N'              TO ARC-VISTO(ARC-USADOS)
           END-IF.

       6100-BUSCAR-SELECT.
           IF SEL-NOMBRE(IDX-TOK) = FDT-NOMBRE(IDX-FD)
              MOVE IDX-TOK TO HALLADO
           END-IF.

      * EL ASSIGN A UN CAMPO (FIS-...) TOMA EL VALUE DEL CAMPO: EL
      * NOMBRE LOGICO QUE SDPDDMP0 RESUELVE EN EJECUCION
       6200-BUSCAR-VALOR.
           IF ENT-NOMBRE(IDX-ENT) = PALABRA
              AND ENT-VALOR(IDX-ENT) NOT = SPACES
              MOVE ENT-VALOR(IDX-ENT) TO FISICO-FD
           END-IF.

       6300-MEDIR-REGISTRO.
           IF ENT-FD(IDX-ENT) = IDX-FD
              IF ENT-LON(IDX-ENT) > LON-FD
                 MOVE ENT-LON(IDX-ENT) TO LON-FD
              END-IF
              IF ENT-DESCONOCIDA(IDX-ENT) = 'S'
                 MOVE 'S' TO FD-DESCONOCIDA
              END-IF
           END-IF.

      ******************************************************************
      * CRUCE POR FISICO: SI LAS LONGITUDES NO COINCIDEN SE LISTAN
      * TODOS LOS FD DEL FISICO Y LOS QUE SE APARTAN DE LA LONGITUD
      * MAYORITARIA SON INCIDENCIA
      ******************************************************************
       7000-CRUZAR-LONGITUDES.
           IF ARC-VISTO(IDX-ARC) = 'N'
              MOVE ARC-FISICO(IDX-ARC)   TO FISICO-ACTUAL
              MOVE ARC-LONGITUD(IDX-ARC) TO LON-PRIMERA
              MOVE 'N' TO HAY-DISTINTAS
              MOVE ZEROS TO LON-MAYORIA VOTOS-MAYORIA
              PERFORM 7100-VOTAR-LONGITUD
                      VARYING IDX FROM IDX-ARC BY 1
                      UNTIL IDX > ARC-USADOS
              IF HAY-DISTINTAS = 'S'
                 PERFORM 7300-EMITIR-FD
                         VARYING IDX FROM IDX-ARC BY 1
                         UNTIL IDX > ARC-USADOS
              END-IF
           END-IF.

       7100-VOTAR-LONGITUD.
           IF ARC-FISICO(IDX) = FISICO-ACTUAL
              MOVE 'S' TO ARC-VISTO(IDX)
              IF ARC-LONGITUD(IDX) NOT = LON-PRIMERA
                 MOVE 'S' TO HAY-DISTINTAS
              END-IF
              MOVE ZEROS TO VOTOS
              PERFORM 7200-CONTAR-VOTO
                      VARYING IDX-VOTO FROM IDX-ARC BY 1
                      UNTIL IDX-VOTO > ARC-USADOS
              IF VOTOS > VOTOS-MAYORIA
                 MOVE VOTOS TO VOTOS-MAYORIA
                 MOVE ARC-LONGITUD(IDX) TO LON-MAYORIA
              END-IF
           END-IF.

       7200-CONTAR-VOTO.
           IF ARC-FISICO(IDX-VOTO) = FISICO-ACTUAL
              AND ARC-LONGITUD(IDX-VOTO) = ARC-LONGITUD(IDX)
              ADD 1 TO VOTOS
           END-IF.

       7300-EMITIR-FD.
           IF ARC-FISICO(IDX) = FISICO-ACTUAL
              MOVE SPACES TO RPT-CORTE
              STRING 'FICHERO ' FISICO-ACTUAL DELIMITED BY SIZE
                     INTO RPT-CORTE
              MOVE SPACES TO LINEA
              MOVE 1 TO PTR-LINEA
              STRING ARC-PROGRAMA(IDX) ' LINEA ' ARC-LINEA(IDX)
                     ' FD ' DELIMITED BY SIZE
                     ARC-FD(IDX) DELIMITED BY SPACE
                     ' ' ARC-LONGITUD(IDX) ' BYTES'
                     DELIMITED BY SIZE
                     INTO LINEA WITH POINTER PTR-LINEA
              MOVE ZEROS TO RPT-IMPORTE
              IF ARC-LONGITUD(IDX) NOT = LON-MAYORIA
                 STRING ', LOS DEMAS ' LON-MAYORIA
                        DELIMITED BY SIZE
                        INTO LINEA WITH POINTER PTR-LINEA
                 MOVE 1 TO RPT-IMPORTE
                 ADD 1 TO DESACUERDOS
                 MOVE ARC-PROGRAMA(IDX) TO MIEMBRO-PROGRAMA
                 MOVE 'LAYL0001' TO REGLA-INCIDENCIA
                 MOVE ARC-LINEA(IDX) TO LINEA-INCIDENCIA
                 PERFORM 8000-ANOTAR-INCIDENCIA
              END-IF
              MOVE 'DETALLE ' TO RPT-FUNCION
              MOVE LINEA TO RPT-LINEA
              CALL 'SDPREPW0' USING INFORME-SOMBRAS
           END-IF.

      * INCIDENCIA CON EL TRAZADO SDPWFNDG, COMO LAS DEL SCAN
       8000-ANOTAR-INCIDENCIA.
           OPEN EXTEND INCIDENCIAS.
           IF FS-FINDG NOT = '00' AND FS-FINDG NOT = '05'
              CLOSE INCIDENCIAS
           ELSE
              MOVE MIEMBRO-PROGRAMA TO FND-PROGRAMA
              MOVE SPACE            TO FND-SEP1 FND-SEP2 FND-SEP3
              MOVE REGLA-INCIDENCIA TO FND-REGLA
              MOVE 1                TO FND-CUANTAS
              MOVE LINEA-INCIDENCIA TO FND-LINEA
              WRITE REC-FINDG
              CLOSE INCIDENCIAS
           END-IF.
