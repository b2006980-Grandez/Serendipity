      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Patrones de rendimiento ordenados por el tiempo
      *          medido de su parrafo
      ******************************************************************
      * SDP DESCRIPTION
      *  Los analizadores hablan de estilo y de seguridad, no del
      *> codigo que se come la ventana batch. Este recorre los
      *> miembros del deck SDPSRCL (tarjetas SOURCE <programa>
      *> <fichero>) en dos pasadas: la primera anota las tablas con
      *> OCCURS de 100 o mas (tambien las de los copybooks que lista
      *> el deck SDPCPYL, tarjetas COPYBOOK <nombre> <fichero>), los
      *> ficheros de acceso RANDOM o DYNAMIC y los parrafos; la
      *> segunda sigue los PERFORM, en linea y a parrafo, y da las
      *> incidencias de la familia PERF:
      *>   PERF0001 bucles VARYING anidados cuyo interior recorre una
      *>            tabla grande (las pasadas de burbuja de SRTBBB10)
      *>   PERF0002 SEARCH secuencial sobre una tabla grande, que con
      *>            su ASCENDING/DESCENDING KEY admite SEARCH ALL
      *>   PERF0003 READ aleatorio dentro de un bucle
      *>   PERF0004 OPEN o CLOSE dentro de un bucle (los ficheros de
      *>            nombre dinamico, que se abren uno por vuelta a
      *>            proposito, no cuentan)
      *> Un PERFORM de parrafo arrastra lo que hace ese parrafo y
      *> los que a su vez ejecuta, de modo que el READ de un parrafo
      *> al que se llama una vez por registro sale aunque el bucle
      *> este dos niveles mas arriba.
      *  Si el fichero SDPPROFL (volcado de SDPTRAPB con SDPPROFILE
      *> = 'S') trae perfil del programa, cada incidencia lleva el
      *> TOTAL-CS acumulado del parrafo donde esta el codigo y el
      *> informe las presenta de mayor a menor tiempo; las de
      *> programas o parrafos sin perfil van despues, en orden de
      *> aparicion. Las incidencias van tambien a SDPFINDG. RC 4 si
      *> hay alguna.
      * SDP END
      *
      * SDP DESC Patrones de rendimiento por tiempo medido de parrafo
      * SDP IVP 0 Files.Consumes = SDPSRCL,SDPCPYL,SDPPROFL
      * SDP IVP 0 Files.Updates = SDPFINDG
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPPATR0.
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

           SELECT OPTIONAL PERFIL ASSIGN TO 'SDPPROFL'
                  FILE STATUS IS FS-PERFIL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT FUENTE ASSIGN TO NOMBRE-FUENTE
                  FILE STATUS IS FS-FUENTE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT COPIA ASSIGN TO NOMBRE-COPIA
                  FILE STATUS IS FS-COPIA
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

       FD  PERFIL.
       01  REC-PERFIL PIC X(132).

       FD  FUENTE.
       01  REC-FUENTE PIC X(132).

       FD  COPIA.
       01  REC-COPIA PIC X(132).

       FD  INCIDENCIAS.
       01  REC-FINDG.
       COPY SDPWFNDG.

       WORKING-STORAGE SECTION.
       77 FS-LISTA  PIC XX VALUE SPACES.
       77 FS-COPYS  PIC XX VALUE SPACES.
       77 FS-PERFIL PIC XX VALUE SPACES.
       77 FS-FUENTE PIC XX VALUE SPACES.
       77 FS-COPIA  PIC XX VALUE SPACES.
       77 FS-FINDG  PIC XX VALUE SPACES.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT PIC X(40) VALUE SPACES.
       77 FIN-LISTA PIC X(01) VALUE 'N'.
       77 FIN-COPYS PIC X(01) VALUE 'N'.
       77 FIN-PERFIL PIC X(01) VALUE 'N'.
       77 FIN-FTE   PIC X(01) VALUE 'N'.
       77 FIN-COPIA PIC X(01) VALUE 'N'.
      * UNA TABLA ES GRANDE A PARTIR DE ESTAS OCURRENCIAS
       77 LIMITE-TABLA PIC 9(05) VALUE 100.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(10) VALUE SPACES.
           03 PAL-2 PIC X(32) VALUE SPACES.
           03 PAL-3 PIC X(64) VALUE SPACES.
           03 PAL-4 PIC X(16) VALUE SPACES.

       01  MIEMBRO-ACTUAL.
           03 MIEMBRO-PROGRAMA PIC X(08) VALUE SPACES.
           03 NOMBRE-FUENTE    PIC X(64) VALUE SPACES.
           03 NOMBRE-COPIA     PIC X(64) VALUE SPACES.
           03 NUM-LINEA        PIC 9(05) VALUE ZEROS.
      * ZONA DEL MIEMBRO: ' ' CABECERA, 'D' DATOS, 'P' PROCEDURE
           03 ZONA             PIC X(01) VALUE SPACE.
           03 EN-SELECT        PIC X(01) VALUE 'N'.
           03 ESPERA-DESTINO   PIC X(01) VALUE 'N'.

      * PALABRAS DE LA LINEA (COLUMNAS 8-72); UN LITERAL ENTRE
      * COMILLAS ES UNA SOLA PALABRA Y EL PUNTO FINAL SE SEPARA
       01  PALABRAS-LINEA.
           03 TK-USADOS   PIC 9(02) VALUE ZEROS.
           03 TK-LON      PIC 9(02) VALUE ZEROS.
           03 TK-COMILLA  PIC X(01) VALUE 'N'.
           03 TK-CIERRE   PIC X(01) VALUE SPACE.
           03 TK-LLENO    PIC X(01) VALUE 'N'.
           03 TK-ENTRADA OCCURS 40 TIMES.
              05 TK        PIC X(40).
              05 TK-PUNTO  PIC X(01).

       01  LINEA-EN-CURSO PIC X(132) VALUE SPACES.
       01  CARACTER       PIC X(01) VALUE SPACE.
       01  PALABRA        PIC X(40) VALUE SPACES.
           88 PALABRA-MODIFICADOR VALUE 'WITH' 'TEST' 'BEFORE'
              'AFTER'.

       01  TABLA-COPYS.
           03 CPL-USADOS PIC 9(03) VALUE ZEROS.
           03 CPL OCCURS 200 TIMES.
              05 CPL-NOMBRE  PIC X(08).
              05 CPL-FICHERO PIC X(64).

      * TABLAS GRANDES Y NOMBRES QUE LAS DESIGNAN (LA PROPIA ENTRADA
      * CON OCCURS Y SUS SUBORDINADOS)
       01  TABLAS-GRANDES.
           03 TBG-USADAS PIC 9(03) VALUE ZEROS.
           03 TBG OCCURS 300 TIMES.
              05 TBG-NOMBRE  PIC X(30).
              05 TBG-OCCURS  PIC 9(07).
              05 TBG-CLAVE   PIC X(01).
           03 NTB-USADOS PIC 9(04) VALUE ZEROS.
           03 NTB OCCURS 3000 TIMES.
              05 NTB-NOMBRE  PIC X(30).
              05 NTB-TABLA   PIC 9(03).
           03 ABIERTA-TABLA  PIC 9(03) VALUE ZEROS.
           03 ABIERTA-NIVEL  PIC 9(02) VALUE ZEROS.
           03 ENTRADA-NIVEL  PIC 9(02) VALUE ZEROS.
           03 ENTRADA-NOMBRE PIC X(30) VALUE SPACES.
           03 ENTRADA-TABLA  PIC 9(03) VALUE ZEROS.

      * CAMPOS CON VALUE LITERAL: EL ASSIGN A UNO DE ELLOS (FIS-...)
      * ES UN FICHERO DE NOMBRE FIJO
       01  TABLA-VALORES.
           03 VAL-USADOS PIC 9(04) VALUE ZEROS.
           03 VAL-NOMBRE OCCURS 1000 TIMES PIC X(30).

       01  TABLA-FICHEROS.
           03 FIL-USADOS PIC 9(02) VALUE ZEROS.
           03 FIL OCCURS 60 TIMES.
              05 FIL-NOMBRE   PIC X(30).
              05 FIL-DESTINO  PIC X(30).
              05 FIL-LITERAL  PIC X(01).
              05 FIL-ACCESO   PIC X(01).
              05 FIL-DINAMICO PIC X(01).
              05 FIL-MOVIDO   PIC X(01).

      * PARRAFOS (Y SECCIONES) CON LO QUE HACEN ELLOS O LOS QUE
      * EJECUTAN: REFERENCIA A TABLA GRANDE, BUCLE VARYING SOBRE
      * ELLA, READ ALEATORIO Y OPEN/CLOSE. CADA UNO RECUERDA LA
      * LINEA Y EL PARRAFO DONDE ESTA EL CODIGO
       01  TABLA-PARRAFOS.
           03 PAR-USADOS PIC 9(03) VALUE ZEROS.
           03 PAR OCCURS 500 TIMES.
              05 PAR-NOMBRE      PIC X(30).
              05 PAR-TAB-LINEA   PIC 9(05).
              05 PAR-TAB-PARRAFO PIC 9(03).
              05 PAR-TAB-TABLA   PIC 9(03).
              05 PAR-BG-LINEA    PIC 9(05).
              05 PAR-BG-PARRAFO  PIC 9(03).
              05 PAR-BG-TABLA    PIC 9(03).
              05 PAR-BG-CABECERA PIC X(120).
              05 PAR-RND-LINEA   PIC 9(05).
              05 PAR-RND-PARRAFO PIC 9(03).
              05 PAR-RND-FICHERO PIC X(30).
              05 PAR-OPN-LINEA   PIC 9(05).
              05 PAR-OPN-PARRAFO PIC 9(03).
              05 PAR-OPN-FICHERO PIC X(30).

      * PERFORM A PARRAFO: TIPO 'V' VARYING, 'L' UNTIL O TIMES, 'N'
      * UNA SOLA VEZ; EN-BUCLE SI EL PERFORM REPITE O ESTA DENTRO DE
      * UN PERFORM EN LINEA QUE REPITE. LA CABECERA DE UN VARYING ES
      * EL TEXTO DE SUS CLAUSULAS (VARIABLE, FROM, BY, UNTIL) Y
      * VAR-EXTERNA LA VARIABLE DEL VARYING EN LINEA QUE LO ENCIERRA
       01  TABLA-LLAMADAS.
           03 LLA-USADAS PIC 9(04) VALUE ZEROS.
           03 LLA OCCURS 2000 TIMES.
              05 LLA-ORIGEN      PIC 9(03).
              05 LLA-DESDE       PIC 9(03).
              05 LLA-HASTA       PIC 9(03).
              05 LLA-TIPO        PIC X(01).
              05 LLA-LINEA       PIC 9(05).
              05 LLA-EN-BUCLE    PIC X(01).
              05 LLA-VARIABLE    PIC X(30).
              05 LLA-VAR-EXTERNA PIC X(30).
              05 LLA-CABECERA    PIC X(120).

      * PERFORM EN LINEA ABIERTOS HASTA SU END-PERFORM O EL PUNTO
       01  PILA-MARCOS.
           03 FRM-USADOS PIC 9(02) VALUE ZEROS.
           03 FRM OCCURS 30 TIMES.
              05 FRM-TIPO      PIC X(01).
              05 FRM-LINEA     PIC 9(05).
              05 FRM-TABLA     PIC 9(03).
              05 FRM-VARIABLE  PIC X(30).
              05 FRM-CABECERA  PIC X(120).
              05 FRM-PROPIA    PIC 9(03).
              05 FRM-INT-LINEA PIC 9(05).
              05 FRM-INT-TABLA PIC 9(03).

      * CABECERA DE VARYING EN CURSO: 'M' DE UN MARCO, 'L' DE UNA
      * LLAMADA; TERMINA CON EL PRIMER VERBO O EL PUNTO
       01  CABECERA-EN-CURSO.
           03 CAB-DESTINO  PIC X(01) VALUE SPACE.
           03 CAB-VARIABLE PIC X(30) VALUE SPACES.
           03 CAB-TEXTO    PIC X(120) VALUE SPACES.
           03 CAB-PTR      PIC 9(03) VALUE ZEROS.
           03 CAB-PALABRA  PIC X(40) VALUE SPACES.
           03 CAB-VERBO    PIC X(16) VALUE SPACES.
              88 CAB-ES-VERBO VALUE 'MOVE' 'ADD' 'SUBTRACT'
                 'COMPUTE' 'MULTIPLY' 'DIVIDE' 'IF' 'EVALUATE'
                 'PERFORM' 'DISPLAY' 'CALL' 'SET' 'READ' 'WRITE'
                 'REWRITE' 'OPEN' 'CLOSE' 'STRING' 'UNSTRING'
                 'INSPECT' 'INITIALIZE' 'SEARCH' 'GO' 'CONTINUE'
                 'EXIT' 'STOP' 'ACCEPT' 'DELETE' 'START' 'RETURN'
                 'RELEASE' 'SORT' 'MERGE' 'END-PERFORM' 'ELSE'
                 'WHEN' 'END-IF' 'END-EVALUATE' 'NEXT'.

      * BUSQUEDA DE UNA VARIABLE COMO PALABRA ENTERA EN UNA CABECERA
       01  VARIABLE-EN-CABECERA.
           03 VEC-VARIABLE  PIC X(30) VALUE SPACES.
           03 VEC-CABECERA  PIC X(120) VALUE SPACES.
           03 VEC-PATRON    PIC X(32) VALUE SPACES.
           03 VEC-LON       PIC 9(02) VALUE ZEROS.
           03 VEC-VECES     PIC 9(03) VALUE ZEROS.
           03 VEC-LIGADO    PIC X(01) VALUE 'N'.

       01  ESTADO-PERFORM.
           03 PEND-ESTADO PIC X(01) VALUE SPACE.
           03 PEND-DESDE  PIC 9(03) VALUE ZEROS.
           03 PEND-HASTA  PIC 9(03) VALUE ZEROS.
           03 PEND-LINEA  PIC 9(05) VALUE ZEROS.
           03 PEND-TIPO   PIC X(01) VALUE SPACE.
           03 PAR-ACTUAL  PIC 9(03) VALUE ZEROS.

      * PERFIL ACUMULADO POR PROGRAMA Y PARRAFO (TODAS LAS
      * EJECUCIONES Y TAREAS DEL FICHERO SDPPROFL)
       01  TABLA-PERFIL.
           03 PRF-USADOS PIC 9(04) VALUE ZEROS.
           03 PRF OCCURS 3000 TIMES.
              05 PRF-PROGRAMA PIC X(08).
              05 PRF-PARRAFO  PIC X(30).
              05 PRF-CS       PIC 9(11).
           03 PRF-PROG-ACTUAL PIC X(08) VALUE SPACES.
           03 PRF-VALOR       PIC X(16) VALUE SPACES.

       01  TABLA-HALLAZGOS.
           03 HAL-USADOS PIC 9(04) VALUE ZEROS.
           03 HAL OCCURS 2000 TIMES.
              05 HAL-PROGRAMA PIC X(08).
              05 HAL-REGLA    PIC X(08).
              05 HAL-LINEA    PIC 9(05).
              05 HAL-PARRAFO  PIC X(30).
              05 HAL-TEXTO    PIC X(60).
              05 HAL-CS       PIC 9(11).
              05 HAL-MEDIDO   PIC X(01).
              05 HAL-SALIDO   PIC X(01).

       01  NUEVO-HALLAZGO.
           03 NUE-REGLA    PIC X(08) VALUE SPACES.
           03 NUE-LINEA    PIC 9(05) VALUE ZEROS.
           03 NUE-PARRAFO  PIC 9(03) VALUE ZEROS.
           03 NUE-TEXTO    PIC X(60) VALUE SPACES.

       01  TRABAJO.
           03 IDX       PIC 9(04) VALUE ZEROS.
           03 IDX-COL   PIC 9(03) VALUE ZEROS.
           03 IDX-TK    PIC 9(02) VALUE ZEROS.
           03 IDX-SIG   PIC 9(02) VALUE ZEROS.
           03 IDX-LLA   PIC 9(04) VALUE ZEROS.
           03 IDX-PAR   PIC 9(03) VALUE ZEROS.
           03 IDX-FRM   PIC 9(02) VALUE ZEROS.
           03 IDX-HAL   PIC 9(04) VALUE ZEROS.
           03 HALLADO   PIC 9(04) VALUE ZEROS.
           03 ORIGEN    PIC 9(03) VALUE ZEROS.
           03 NIVEL-LEIDO PIC 9(02) VALUE ZEROS.
           03 OCURRENCIAS PIC 9(07) VALUE ZEROS.
           03 NOMBRE-BUSCADO PIC X(30) VALUE SPACES.
           03 VAR-EXTERNA PIC X(30) VALUE SPACES.
           03 CAMBIOS   PIC X(01) VALUE 'N'.
           03 PASADAS   PIC 9(03) VALUE ZEROS.
           03 MEJOR     PIC 9(04) VALUE ZEROS.
           03 PROGRAMAS PIC 9(05) VALUE ZEROS.
           03 MEDIDOS   PIC 9(05) VALUE ZEROS.
           03 OCCURS-ED PIC Z(06)9.
           03 CS-ED     PIC Z(10)9.
           03 LINEA     PIC X(132) VALUE SPACES.
           03 PTR-LINEA PIC 9(03) VALUE ZEROS.

       01  INFORME-RENDIMIENTO.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-CARGAR-COPYS.
           PERFORM 1200-CARGAR-PERFIL.

           OPEN INPUT LISTA.
           MOVE 'ABRIENDO LISTA SDPSRCL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-LISTA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           READ LISTA
                AT END MOVE 'S' TO FIN-LISTA
           END-READ.
           PERFORM 2000-TRATAR-MIEMBRO UNTIL FIN-LISTA = 'S'.
           CLOSE LISTA.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'RENDIMIENTO: PATRONES POR TIEMPO MEDIDO'
                TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-RENDIMIENTO.
           PERFORM 6000-EMITIR-SIGUIENTE HAL-USADOS TIMES.
           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-RENDIMIENTO.

           DISPLAY 'PROGRAMAS ' PROGRAMAS ' INCIDENCIAS ' HAL-USADOS
                   ' CON PERFIL ' MEDIDOS.
           IF HAL-USADOS > ZEROS
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

       1100-CARGAR-COPYS.
           OPEN INPUT COPYS.
           IF FS-COPYS NOT = '00'
              CLOSE COPYS
           ELSE
              READ COPYS
                   AT END MOVE 'S' TO FIN-COPYS
              END-READ
              PERFORM 1110-ANOTAR-COPY UNTIL FIN-COPYS = 'S'
              CLOSE COPYS
           END-IF.

       1110-ANOTAR-COPY.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-COPYS DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'COPYBOOK  ' AND CPL-USADOS < 200
              ADD 1 TO CPL-USADOS
              MOVE PAL-2(1:8) TO CPL-NOMBRE(CPL-USADOS)
              MOVE PAL-3      TO CPL-FICHERO(CPL-USADOS)
           END-IF.
           READ COPYS
                AT END MOVE 'S' TO FIN-COPYS
           END-READ.

      * CABECERA '* PERFIL <PROGRAMA> MD5 ...' Y UNA LINEA POR
      * PARRAFO '<PARRAFO> TOTAL-CS <N> ENTRADAS <N> MEDIA-CS <N>'
       1200-CARGAR-PERFIL.
           OPEN INPUT PERFIL.
           IF FS-PERFIL NOT = '00'
              CLOSE PERFIL
           ELSE
              READ PERFIL
                   AT END MOVE 'S' TO FIN-PERFIL
              END-READ
              PERFORM 1210-ANOTAR-PERFIL UNTIL FIN-PERFIL = 'S'
              CLOSE PERFIL
           END-IF.

       1210-ANOTAR-PERFIL.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-PERFIL DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4.
           IF REC-PERFIL(1:1) = '*'
              IF PAL-2 = 'PERFIL'
                 MOVE PAL-3(1:8) TO PRF-PROG-ACTUAL
              END-IF
           ELSE
              IF PRF-PROG-ACTUAL NOT = SPACES
                 AND PAL-2 = 'TOTAL-CS'
                 MOVE PAL-3(1:16) TO PRF-VALOR
                 PERFORM 1220-ACUMULAR-PARRAFO
              END-IF
           END-IF.
           READ PERFIL
                AT END MOVE 'S' TO FIN-PERFIL
           END-READ.

       1220-ACUMULAR-PARRAFO.
           MOVE ZEROS TO HALLADO.
           PERFORM 1230-BUSCAR-PERFIL
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > PRF-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS AND PRF-USADOS < 3000
              ADD 1 TO PRF-USADOS
              MOVE PRF-USADOS      TO HALLADO
              MOVE PRF-PROG-ACTUAL TO PRF-PROGRAMA(HALLADO)
              MOVE PAL-1           TO PRF-PARRAFO(HALLADO)
              MOVE ZEROS           TO PRF-CS(HALLADO)
           END-IF.
           IF HALLADO > ZEROS
              COMPUTE PRF-CS(HALLADO) = PRF-CS(HALLADO)
                      + FUNCTION NUMVAL(PRF-VALOR)
           END-IF.

       1230-BUSCAR-PERFIL.
           IF PRF-PROGRAMA(IDX) = PRF-PROG-ACTUAL
              AND PRF-PARRAFO(IDX) = PAL-1
              MOVE IDX TO HALLADO
           END-IF.

       2000-TRATAR-MIEMBRO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-LISTA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           IF PAL-1 = 'SOURCE    '
              MOVE PAL-2(1:8) TO MIEMBRO-PROGRAMA
              MOVE PAL-3      TO NOMBRE-FUENTE
              PERFORM 2100-PRIMERA-PASADA
                      THRU 2100-PRIMERA-PASADA-FIN
              IF FS-FUENTE = '00'
                 ADD 1 TO PROGRAMAS
                 PERFORM 3000-SEGUNDA-PASADA
                 PERFORM 4000-CERRAR-LLAMADAS
                 PERFORM 4500-EVALUAR-LLAMADA
                         VARYING IDX-LLA FROM 1 BY 1
                         UNTIL IDX-LLA > LLA-USADAS
              END-IF
           END-IF.
           READ LISTA
                AT END MOVE 'S' TO FIN-LISTA
           END-READ.

      ******************************************************************
      * PRIMERA PASADA: TABLAS GRANDES, FICHEROS Y PARRAFOS
      ******************************************************************
       2100-PRIMERA-PASADA.
           MOVE ZEROS TO TBG-USADAS NTB-USADOS VAL-USADOS FIL-USADOS
                         PAR-USADOS LLA-USADAS ABIERTA-TABLA
                         ENTRADA-TABLA.
           MOVE SPACE TO ZONA.
           MOVE 'N' TO EN-SELECT ESPERA-DESTINO.

           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              DISPLAY 'FUENTE AUSENTE ' NOMBRE-FUENTE(1:40)
              CLOSE FUENTE
              GO TO 2100-PRIMERA-PASADA-FIN
           END-IF.
           MOVE 'N' TO FIN-FTE.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.
           PERFORM 2200-LINEA-PRIMERA UNTIL FIN-FTE = 'S'.
           CLOSE FUENTE.
           MOVE '00' TO FS-FUENTE.
           PERFORM 2700-RESOLVER-FICHERO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > FIL-USADOS.

       2100-PRIMERA-PASADA-FIN.
           EXIT.

       2200-LINEA-PRIMERA.
           IF REC-FUENTE(7:1) NOT = '*' AND NOT = '/'
              MOVE REC-FUENTE TO LINEA-EN-CURSO
              PERFORM 2300-PARTIR-LINEA
              IF TK-USADOS > ZEROS
                 PERFORM 2250-CLASIFICAR-LINEA
              END-IF
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.

       2250-CLASIFICAR-LINEA.
           EVALUATE TRUE
              WHEN TK(1) = 'PROCEDURE' AND TK(2) = 'DIVISION'
                 MOVE 'P' TO ZONA
                 MOVE 'PROCEDURE' TO NOMBRE-BUSCADO
                 PERFORM 2600-ANOTAR-PARRAFO
              WHEN TK(1) = 'DATA' AND TK(2) = 'DIVISION'
                 MOVE 'D' TO ZONA
                 MOVE 'N' TO EN-SELECT
              WHEN ZONA = 'P'
                 IF LINEA-EN-CURSO(8:1) NOT = SPACE
                    AND TK-PUNTO(TK-USADOS) = '.'
                    AND TK(1) NOT = 'END'
                    AND TK(1) NOT = 'DECLARATIVES'
                    MOVE TK(1) TO NOMBRE-BUSCADO
                    PERFORM 2600-ANOTAR-PARRAFO
                 ELSE
                    PERFORM 2650-MIRAR-DESTINO
                            VARYING IDX-TK FROM 2 BY 1
                            UNTIL IDX-TK > TK-USADOS
                 END-IF
              WHEN ZONA = 'D'
                 IF TK(1) = 'COPY'
                    PERFORM 2500-INCLUIR-COPY
                 ELSE
                    PERFORM 2400-LINEA-DATOS
                 END-IF
              WHEN OTHER
                 PERFORM 2280-LINEA-SELECT
           END-EVALUATE.

      * SELECT <FICHERO> ASSIGN TO <DESTINO> ... ACCESS RANDOM O
      * DYNAMIC, REPARTIDO EN VARIAS LINEAS HASTA EL PUNTO
       2280-LINEA-SELECT.
           PERFORM 2290-PALABRA-SELECT
                   VARYING IDX-TK FROM 1 BY 1 UNTIL IDX-TK > TK-USADOS.

       2290-PALABRA-SELECT.
           MOVE TK(IDX-TK) TO PALABRA.
           EVALUATE TRUE
              WHEN PALABRA = 'SELECT' AND FIL-USADOS < 60
                 ADD 1 TO FIL-USADOS
                 MOVE SPACES TO FIL-NOMBRE(FIL-USADOS)
                                FIL-DESTINO(FIL-USADOS)
                 MOVE 'N' TO FIL-LITERAL(FIL-USADOS)
                             FIL-DINAMICO(FIL-USADOS)
                             FIL-MOVIDO(FIL-USADOS)
                 MOVE 'S' TO FIL-ACCESO(FIL-USADOS)
                 MOVE 'S' TO EN-SELECT
              WHEN EN-SELECT NOT = 'S'
                 CONTINUE
              WHEN PALABRA = 'OPTIONAL'
                 CONTINUE
              WHEN FIL-NOMBRE(FIL-USADOS) = SPACES
                 MOVE PALABRA TO FIL-NOMBRE(FIL-USADOS)
              WHEN PALABRA = 'ASSIGN'
                 MOVE 'S' TO ESPERA-DESTINO
              WHEN ESPERA-DESTINO = 'S' AND PALABRA = 'TO'
                 CONTINUE
              WHEN ESPERA-DESTINO = 'S'
                 MOVE 'N' TO ESPERA-DESTINO
                 IF PALABRA(1:1) = QUOTE OR "'"
                    MOVE 'S' TO FIL-LITERAL(FIL-USADOS)
                 END-IF
                 MOVE PALABRA TO FIL-DESTINO(FIL-USADOS)
              WHEN PALABRA = 'RANDOM'
                 MOVE 'R' TO FIL-ACCESO(FIL-USADOS)
              WHEN PALABRA = 'DYNAMIC'
                 MOVE 'D' TO FIL-ACCESO(FIL-USADOS)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF TK-PUNTO(IDX-TK) = '.'
              MOVE 'N' TO EN-SELECT ESPERA-DESTINO
           END-IF.

      * ENTRADAS DE DATOS: UNA OCCURS GRANDE ABRE TABLA Y SUS
      * SUBORDINADOS LA DESIGNAN HASTA VOLVER A SU NIVEL
       2400-LINEA-DATOS.
           IF TK(1)(1:1) IS NUMERIC AND TK(1)(3:1) = SPACE
              IF TK(1)(2:1) = SPACE
                 MOVE TK(1)(1:1) TO NIVEL-LEIDO
              ELSE
                 MOVE TK(1)(1:2) TO NIVEL-LEIDO
              END-IF
              IF NIVEL-LEIDO NOT = 88 AND NIVEL-LEIDO NOT = 66
                 IF NIVEL-LEIDO = 77
                    MOVE 1 TO NIVEL-LEIDO
                 END-IF
                 IF ABIERTA-TABLA > ZEROS
                    AND NIVEL-LEIDO NOT > ABIERTA-NIVEL
                    MOVE ZEROS TO ABIERTA-TABLA
                 END-IF
                 MOVE NIVEL-LEIDO TO ENTRADA-NIVEL
                 MOVE TK(2)       TO ENTRADA-NOMBRE
                 MOVE ZEROS       TO ENTRADA-TABLA
                 IF ABIERTA-TABLA > ZEROS
                    PERFORM 2450-ANOTAR-NOMBRE
                 END-IF
                 PERFORM 2410-CLAUSULA-DATOS
                         VARYING IDX-TK FROM 3 BY 1
                         UNTIL IDX-TK > TK-USADOS
              END-IF
           ELSE
              IF ENTRADA-NOMBRE NOT = SPACES
                 PERFORM 2410-CLAUSULA-DATOS
                         VARYING IDX-TK FROM 1 BY 1
                         UNTIL IDX-TK > TK-USADOS
              END-IF
           END-IF.

       2410-CLAUSULA-DATOS.
           EVALUATE TK(IDX-TK)
              WHEN 'OCCURS'
                 PERFORM 2420-LEER-OCCURS
              WHEN 'ASCENDING'
              WHEN 'DESCENDING'
                 IF ENTRADA-TABLA > ZEROS
                    MOVE 'S' TO TBG-CLAVE(ENTRADA-TABLA)
                 END-IF
              WHEN 'VALUE'
                 COMPUTE IDX-SIG = IDX-TK + 1
                 IF IDX-SIG NOT > TK-USADOS
                    AND (TK(IDX-SIG)(1:1) = QUOTE OR "'")
                    AND VAL-USADOS < 1000
                    ADD 1 TO VAL-USADOS
                    MOVE ENTRADA-NOMBRE TO VAL-NOMBRE(VAL-USADOS)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2420-LEER-OCCURS.
           MOVE ZEROS TO OCURRENCIAS.
           COMPUTE IDX-SIG = IDX-TK + 1.
           IF IDX-SIG NOT > TK-USADOS AND TK(IDX-SIG)(1:1) IS NUMERIC
              COMPUTE OCURRENCIAS = FUNCTION NUMVAL(TK(IDX-SIG))
           END-IF.
      * OCCURS N TO M DEPENDING: MANDA EL MAXIMO
           ADD 2 TO IDX-SIG.
           IF IDX-SIG NOT > TK-USADOS AND TK(IDX-SIG - 1) = 'TO'
              AND TK(IDX-SIG)(1:1) IS NUMERIC
              COMPUTE OCURRENCIAS = FUNCTION NUMVAL(TK(IDX-SIG))
           END-IF.
           IF OCURRENCIAS NOT < LIMITE-TABLA AND ABIERTA-TABLA = ZEROS
              AND TBG-USADAS < 300
              ADD 1 TO TBG-USADAS
              MOVE ENTRADA-NOMBRE TO TBG-NOMBRE(TBG-USADAS)
              MOVE OCURRENCIAS    TO TBG-OCCURS(TBG-USADAS)
              MOVE 'N'            TO TBG-CLAVE(TBG-USADAS)
              MOVE TBG-USADAS     TO ABIERTA-TABLA ENTRADA-TABLA
              MOVE ENTRADA-NIVEL  TO ABIERTA-NIVEL
              PERFORM 2450-ANOTAR-NOMBRE
           END-IF.

       2450-ANOTAR-NOMBRE.
           IF NTB-USADOS < 3000 AND ENTRADA-NOMBRE NOT = 'FILLER'
              ADD 1 TO NTB-USADOS
              MOVE ENTRADA-NOMBRE TO NTB-NOMBRE(NTB-USADOS)
              MOVE ABIERTA-TABLA  TO NTB-TABLA(NTB-USADOS)
           END-IF.

      * UN COPY DE LA DATA DIVISION SE LEE DEL FICHERO QUE DA EL
      * DECK SDPCPYL; SIN TARJETA, SUS TABLAS NO SE VEN
       2500-INCLUIR-COPY.
           MOVE ZEROS TO HALLADO.
           PERFORM 2510-BUSCAR-COPY
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CPL-USADOS OR HALLADO > ZEROS.
           IF HALLADO > ZEROS
              MOVE CPL-FICHERO(HALLADO) TO NOMBRE-COPIA
              OPEN INPUT COPIA
              IF FS-COPIA NOT = '00'
                 CLOSE COPIA
              ELSE
                 MOVE 'N' TO FIN-COPIA
                 READ COPIA
                      AT END MOVE 'S' TO FIN-COPIA
                 END-READ
                 PERFORM 2520-LINEA-COPIA UNTIL FIN-COPIA = 'S'
                 CLOSE COPIA
              END-IF
           END-IF.

       2510-BUSCAR-COPY.
           IF CPL-NOMBRE(IDX) = TK(2)(1:8)
              MOVE IDX TO HALLADO
           END-IF.

       2520-LINEA-COPIA.
           IF REC-COPIA(7:1) NOT = '*' AND NOT = '/'
              MOVE REC-COPIA TO LINEA-EN-CURSO
              PERFORM 2300-PARTIR-LINEA
              IF TK-USADOS > ZEROS
                 PERFORM 2400-LINEA-DATOS
              END-IF
           END-IF.
           READ COPIA
                AT END MOVE 'S' TO FIN-COPIA
           END-READ.

       2600-ANOTAR-PARRAFO.
           IF PAR-USADOS < 500
              ADD 1 TO PAR-USADOS
              MOVE NOMBRE-BUSCADO TO PAR-NOMBRE(PAR-USADOS)
              MOVE ZEROS TO PAR-TAB-LINEA(PAR-USADOS)
                            PAR-TAB-PARRAFO(PAR-USADOS)
                            PAR-TAB-TABLA(PAR-USADOS)
                            PAR-BG-LINEA(PAR-USADOS)
                            PAR-BG-PARRAFO(PAR-USADOS)
                            PAR-BG-TABLA(PAR-USADOS)
                            PAR-RND-LINEA(PAR-USADOS)
                            PAR-RND-PARRAFO(PAR-USADOS)
                            PAR-OPN-LINEA(PAR-USADOS)
                            PAR-OPN-PARRAFO(PAR-USADOS)
              MOVE SPACES TO PAR-RND-FICHERO(PAR-USADOS)
                             PAR-OPN-FICHERO(PAR-USADOS)
           END-IF.

      * CAMPO DE ASSIGN QUE RECIBE UN MOVE O UN STRING: EL PROGRAMA
      * CAMBIA EL NOMBRE DEL FICHERO EN EJECUCION
       2650-MIRAR-DESTINO.
           IF TK(IDX-TK - 1) = 'TO' OR TK(IDX-TK - 1) = 'INTO'
              PERFORM 2660-MARCAR-MOVIDO
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > FIL-USADOS
           END-IF.

       2660-MARCAR-MOVIDO.
           IF FIL-LITERAL(IDX) = 'N'
              AND FIL-DESTINO(IDX) = TK(IDX-TK)
              MOVE 'S' TO FIL-MOVIDO(IDX)
           END-IF.

      * UN ASSIGN A UN CAMPO SIN VALUE LITERAL, O A UNO QUE SE MUEVE,
      * ES UN NOMBRE QUE EL PROGRAMA CAMBIA EN EJECUCION
       2700-RESOLVER-FICHERO.
           IF FIL-LITERAL(IDX) = 'N'
              MOVE 'S' TO FIL-DINAMICO(IDX)
              IF FIL-MOVIDO(IDX) = 'N'
                 PERFORM 2710-BUSCAR-VALOR
                         VARYING IDX-HAL FROM 1 BY 1
                         UNTIL IDX-HAL > VAL-USADOS
              END-IF
           END-IF.

       2710-BUSCAR-VALOR.
           IF VAL-NOMBRE(IDX-HAL) = FIL-DESTINO(IDX)
              MOVE 'N' TO FIL-DINAMICO(IDX)
           END-IF.

      * PALABRAS DE LAS COLUMNAS 8-72 DE LINEA-EN-CURSO
       2300-PARTIR-LINEA.
           MOVE ZEROS TO TK-USADOS TK-LON.
           MOVE 'N' TO TK-COMILLA TK-LLENO.
           PERFORM 2310-LIMPIAR-PALABRA
                   VARYING IDX-TK FROM 1 BY 1 UNTIL IDX-TK > 40.
           PERFORM 2320-PARTIR-CARACTER
                   VARYING IDX-COL FROM 8 BY 1 UNTIL IDX-COL > 72.
           PERFORM 2340-SEPARAR-PUNTO
                   VARYING IDX-TK FROM 1 BY 1
                   UNTIL IDX-TK > TK-USADOS.

       2310-LIMPIAR-PALABRA.
           MOVE SPACES TO TK(IDX-TK).
           MOVE SPACE  TO TK-PUNTO(IDX-TK).

       2320-PARTIR-CARACTER.
           MOVE LINEA-EN-CURSO(IDX-COL:1) TO CARACTER.
           IF TK-COMILLA = 'S'
              PERFORM 2330-ANADIR-CARACTER
              IF CARACTER = TK-CIERRE
                 MOVE 'N' TO TK-COMILLA
              END-IF
           ELSE
              IF CARACTER = SPACE
                 MOVE ZEROS TO TK-LON
              ELSE
                 IF TK-LON = ZEROS
                    IF TK-USADOS < 40
                       ADD 1 TO TK-USADOS
                    ELSE
                       MOVE 'S' TO TK-LLENO
                    END-IF
                 END-IF
                 IF CARACTER = QUOTE OR CARACTER = "'"
                    MOVE 'S' TO TK-COMILLA
                    MOVE CARACTER TO TK-CIERRE
                 END-IF
                 PERFORM 2330-ANADIR-CARACTER
              END-IF
           END-IF.

       2330-ANADIR-CARACTER.
           IF TK-LON < 40 AND TK-LLENO = 'N'
              ADD 1 TO TK-LON
              MOVE CARACTER TO TK(TK-USADOS)(TK-LON:1)
           END-IF.

      * EL PUNTO QUE CIERRA LA SENTENCIA SE QUITA DE LA PALABRA Y SE
      * ANOTA APARTE (LOS LITERALES SE DEJAN COMO ESTAN)
       2340-SEPARAR-PUNTO.
           IF TK(IDX-TK)(1:1) NOT = QUOTE AND NOT = "'"
              MOVE ZEROS TO TK-LON
              INSPECT TK(IDX-TK) TALLYING TK-LON
                      FOR CHARACTERS BEFORE INITIAL SPACE
              IF TK-LON > ZEROS
                 IF TK(IDX-TK)(TK-LON:1) = '.'
                    MOVE '.' TO TK-PUNTO(IDX-TK)
                    MOVE SPACE TO TK(IDX-TK)(TK-LON:1)
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * SEGUNDA PASADA: PROCEDURE DIVISION CON LA PILA DE PERFORM EN
      * LINEA Y LOS PERFORM A PARRAFO
      ******************************************************************
       3000-SEGUNDA-PASADA.
           MOVE SPACE TO ZONA PEND-ESTADO CAB-DESTINO.
           MOVE ZEROS TO FRM-USADOS PAR-ACTUAL NUM-LINEA.
           OPEN INPUT FUENTE.
           MOVE 'N' TO FIN-FTE.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.
           PERFORM 3100-LINEA-SEGUNDA UNTIL FIN-FTE = 'S'.
           CLOSE FUENTE.
           PERFORM 3650-CERRAR-PENDIENTE.
           PERFORM 3700-CERRAR-MARCO UNTIL FRM-USADOS = ZEROS.

       3100-LINEA-SEGUNDA.
           ADD 1 TO NUM-LINEA.
           IF REC-FUENTE(7:1) NOT = '*' AND NOT = '/'
              MOVE REC-FUENTE TO LINEA-EN-CURSO
              PERFORM 2300-PARTIR-LINEA
              IF TK-USADOS > ZEROS
                 PERFORM 3150-CLASIFICAR-SEGUNDA
              END-IF
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FTE
           END-READ.

       3150-CLASIFICAR-SEGUNDA.
           EVALUATE TRUE
              WHEN TK(1) = 'PROCEDURE' AND TK(2) = 'DIVISION'
                 MOVE 'P' TO ZONA
                 MOVE 1 TO PAR-ACTUAL
              WHEN ZONA NOT = 'P'
                 CONTINUE
              WHEN LINEA-EN-CURSO(8:1) NOT = SPACE
                 PERFORM 3650-CERRAR-PENDIENTE
                 PERFORM 3700-CERRAR-MARCO UNTIL FRM-USADOS = ZEROS
                 MOVE TK(1) TO NOMBRE-BUSCADO
                 PERFORM 3900-BUSCAR-PARRAFO
                 IF HALLADO > ZEROS
                    MOVE HALLADO TO PAR-ACTUAL
                 END-IF
              WHEN OTHER
                 PERFORM 3200-TRATAR-PALABRA
                         VARYING IDX-TK FROM 1 BY 1
                         UNTIL IDX-TK > TK-USADOS
           END-EVALUATE.

       3200-TRATAR-PALABRA.
           MOVE TK(IDX-TK) TO PALABRA.
           COMPUTE IDX-SIG = IDX-TK + 1.
           IF CAB-DESTINO NOT = SPACE
              MOVE PALABRA TO CAB-VERBO
              IF CAB-ES-VERBO
                 PERFORM 3250-CERRAR-CABECERA
              ELSE
                 PERFORM 3240-ANADIR-CABECERA
              END-IF
           END-IF.
           IF PALABRA(1:1) = QUOTE OR "'"
              IF PEND-ESTADO = 'T'
                 PERFORM 3650-CERRAR-PENDIENTE
              END-IF
           ELSE
              EVALUATE PEND-ESTADO
                 WHEN 'P'
                    PERFORM 3300-DESTINO-PERFORM
                 WHEN 'H'
                    MOVE PALABRA TO NOMBRE-BUSCADO
                    PERFORM 3900-BUSCAR-PARRAFO
                    IF HALLADO > ZEROS
                       MOVE HALLADO TO PEND-HASTA
                    END-IF
                    MOVE 'T' TO PEND-ESTADO
                 WHEN 'T'
                    PERFORM 3400-OPCION-PERFORM
                 WHEN OTHER
                    PERFORM 3500-SENTENCIA
              END-EVALUATE
           END-IF.
           IF TK-PUNTO(IDX-TK) = '.'
              IF CAB-DESTINO NOT = SPACE
                 PERFORM 3250-CERRAR-CABECERA
              END-IF
              PERFORM 3650-CERRAR-PENDIENTE
              PERFORM 3700-CERRAR-MARCO UNTIL FRM-USADOS = ZEROS
           END-IF.

       3240-ANADIR-CABECERA.
           IF CAB-VARIABLE = SPACES
              MOVE PALABRA TO CAB-VARIABLE
           END-IF.
           MOVE PALABRA TO CAB-PALABRA.
           INSPECT CAB-PALABRA CONVERTING ',' TO ' '.
           STRING ' ' DELIMITED BY SIZE
                  CAB-PALABRA DELIMITED BY '  '
                  INTO CAB-TEXTO WITH POINTER CAB-PTR
                  ON OVERFLOW CONTINUE
           END-STRING.

       3245-ABRIR-CABECERA.
           MOVE SPACES TO CAB-VARIABLE CAB-TEXTO.
           MOVE 1 TO CAB-PTR.

       3250-CERRAR-CABECERA.
           EVALUATE CAB-DESTINO
              WHEN 'M'
                 IF FRM-USADOS > ZEROS
                    MOVE CAB-VARIABLE TO FRM-VARIABLE(FRM-USADOS)
                    MOVE CAB-TEXTO    TO FRM-CABECERA(FRM-USADOS)
                 END-IF
              WHEN 'L'
                 MOVE CAB-VARIABLE TO LLA-VARIABLE(LLA-USADAS)
                 MOVE CAB-TEXTO    TO LLA-CABECERA(LLA-USADAS)
           END-EVALUATE.
           MOVE SPACE TO CAB-DESTINO.

      * LO QUE SIGUE A PERFORM: OPCION DE BUCLE EN LINEA, PARRAFO O
      * UN CONTADOR DE TIMES
       3300-DESTINO-PERFORM.
           EVALUATE TRUE
              WHEN PALABRA-MODIFICADOR
                 CONTINUE
              WHEN PALABRA = 'VARYING'
                 MOVE 'V' TO PEND-TIPO
                 PERFORM 3600-ABRIR-MARCO
              WHEN PALABRA = 'UNTIL'
                 MOVE 'L' TO PEND-TIPO
                 PERFORM 3600-ABRIR-MARCO
              WHEN OTHER
                 MOVE PALABRA TO NOMBRE-BUSCADO
                 PERFORM 3900-BUSCAR-PARRAFO
                 IF HALLADO > ZEROS
                    MOVE HALLADO TO PEND-DESDE PEND-HASTA
                    MOVE 'N' TO PEND-TIPO
                    MOVE 'T' TO PEND-ESTADO
                 ELSE
                    IF IDX-SIG NOT > TK-USADOS
                       AND TK(IDX-SIG) = 'TIMES'
                       MOVE 'L' TO PEND-TIPO
                    ELSE
                       MOVE 'N' TO PEND-TIPO
                    END-IF
                    PERFORM 3600-ABRIR-MARCO
                 END-IF
           END-EVALUATE.

       3400-OPCION-PERFORM.
           EVALUATE TRUE
              WHEN PALABRA = 'THRU' OR PALABRA = 'THROUGH'
                 MOVE 'H' TO PEND-ESTADO
              WHEN PALABRA-MODIFICADOR
                 CONTINUE
              WHEN PALABRA = 'VARYING'
                 MOVE 'V' TO PEND-TIPO
                 PERFORM 3650-CERRAR-PENDIENTE
              WHEN PALABRA = 'UNTIL'
                 MOVE 'L' TO PEND-TIPO
                 PERFORM 3650-CERRAR-PENDIENTE
              WHEN IDX-SIG NOT > TK-USADOS AND TK(IDX-SIG) = 'TIMES'
                 MOVE 'L' TO PEND-TIPO
                 PERFORM 3650-CERRAR-PENDIENTE
              WHEN OTHER
                 PERFORM 3650-CERRAR-PENDIENTE
                 PERFORM 3500-SENTENCIA
           END-EVALUATE.

       3500-SENTENCIA.
           EVALUATE PALABRA
              WHEN 'PERFORM'
                 MOVE 'P' TO PEND-ESTADO
                 MOVE NUM-LINEA TO PEND-LINEA
              WHEN 'END-PERFORM'
                 IF FRM-USADOS > ZEROS
                    PERFORM 3700-CERRAR-MARCO
                 END-IF
              WHEN 'READ'
                 PERFORM 3520-TRATAR-READ
              WHEN 'OPEN'
                 COMPUTE IDX-SIG = IDX-TK + 2
                 PERFORM 3540-TRATAR-OPEN
              WHEN 'CLOSE'
                 PERFORM 3540-TRATAR-OPEN
              WHEN 'SEARCH'
                 PERFORM 3560-TRATAR-SEARCH
              WHEN OTHER
                 PERFORM 3580-MIRAR-TABLA
           END-EVALUATE.

      * READ DE UN FICHERO RANDOM, O DYNAMIC SIN NEXT
       3520-TRATAR-READ.
           IF IDX-SIG NOT > TK-USADOS
              MOVE TK(IDX-SIG) TO NOMBRE-BUSCADO
              PERFORM 3950-BUSCAR-FICHERO
              IF HALLADO > ZEROS
                 COMPUTE IDX-SIG = IDX-TK + 2
                 IF FIL-ACCESO(HALLADO) = 'R'
                    OR (FIL-ACCESO(HALLADO) = 'D'
                        AND (IDX-SIG > TK-USADOS
                             OR TK(IDX-SIG) NOT = 'NEXT'))
                    IF PAR-ACTUAL > ZEROS
                       AND PAR-RND-LINEA(PAR-ACTUAL) = ZEROS
                       MOVE NUM-LINEA TO PAR-RND-LINEA(PAR-ACTUAL)
                       MOVE PAR-ACTUAL
                            TO PAR-RND-PARRAFO(PAR-ACTUAL)
                       MOVE NOMBRE-BUSCADO
                            TO PAR-RND-FICHERO(PAR-ACTUAL)
                    END-IF
                    IF FRM-USADOS > ZEROS
                       MOVE 'PERF0003' TO NUE-REGLA
                       MOVE NUM-LINEA  TO NUE-LINEA
                       MOVE PAR-ACTUAL TO NUE-PARRAFO
                       MOVE SPACES TO NUE-TEXTO
                       STRING 'READ ALEATORIO EN BUCLE DE '
                              NOMBRE-BUSCADO DELIMITED BY SIZE
                              INTO NUE-TEXTO
                       PERFORM 5000-ANADIR-HALLAZGO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       3540-TRATAR-OPEN.
           IF IDX-SIG NOT > TK-USADOS
              MOVE TK(IDX-SIG) TO NOMBRE-BUSCADO
              PERFORM 3950-BUSCAR-FICHERO
              IF HALLADO > ZEROS AND FIL-DINAMICO(HALLADO) = 'N'
                 IF PAR-ACTUAL > ZEROS
                    AND PAR-OPN-LINEA(PAR-ACTUAL) = ZEROS
                    MOVE NUM-LINEA  TO PAR-OPN-LINEA(PAR-ACTUAL)
                    MOVE PAR-ACTUAL TO PAR-OPN-PARRAFO(PAR-ACTUAL)
                    MOVE NOMBRE-BUSCADO
                         TO PAR-OPN-FICHERO(PAR-ACTUAL)
                 END-IF
                 IF FRM-USADOS > ZEROS
                    MOVE 'PERF0004' TO NUE-REGLA
                    MOVE NUM-LINEA  TO NUE-LINEA
                    MOVE PAR-ACTUAL TO NUE-PARRAFO
                    MOVE SPACES TO NUE-TEXTO
                    STRING 'OPEN/CLOSE EN BUCLE DE '
                           NOMBRE-BUSCADO DELIMITED BY SIZE
                           INTO NUE-TEXTO
                    PERFORM 5000-ANADIR-HALLAZGO
                 END-IF
              END-IF
           END-IF.

      * SEARCH SIN ALL SOBRE TABLA GRANDE: INCIDENCIA EN SU SITIO,
      * ESTE O NO EN BUCLE
       3560-TRATAR-SEARCH.
           IF IDX-SIG NOT > TK-USADOS AND TK(IDX-SIG) NOT = 'ALL'
              MOVE TK(IDX-SIG) TO NOMBRE-BUSCADO
              PERFORM 3960-BUSCAR-TABLA
              IF HALLADO > ZEROS
                 PERFORM 3590-ANOTAR-REFERENCIA
                 MOVE 'PERF0002' TO NUE-REGLA
                 MOVE NUM-LINEA  TO NUE-LINEA
                 MOVE PAR-ACTUAL TO NUE-PARRAFO
                 MOVE TBG-OCCURS(HALLADO) TO OCCURS-ED
                 MOVE SPACES TO NUE-TEXTO
                 IF TBG-CLAVE(HALLADO) = 'S'
                    STRING 'SEARCH SECUENCIAL EN ' DELIMITED BY SIZE
                           TBG-NOMBRE(HALLADO) DELIMITED BY SPACE
                           ' (' OCCURS-ED ') CON KEY: SEARCH ALL'
                           DELIMITED BY SIZE INTO NUE-TEXTO
                 ELSE
                    STRING 'SEARCH SECUENCIAL EN ' DELIMITED BY SIZE
                           TBG-NOMBRE(HALLADO) DELIMITED BY SPACE
                           ' (' OCCURS-ED ') SIN KEY'
                           DELIMITED BY SIZE INTO NUE-TEXTO
                 END-IF
                 PERFORM 5000-ANADIR-HALLAZGO
              END-IF
           END-IF.

      * NOMBRE DE TABLA GRANDE CON SUBINDICE: PEGADO, NOMBRE(I), O
      * CON EL PARENTESIS EN LA PALABRA SIGUIENTE
       3580-MIRAR-TABLA.
           MOVE SPACES TO NOMBRE-BUSCADO.
           IF IDX-SIG NOT > TK-USADOS AND TK(IDX-SIG)(1:1) = '('
              MOVE PALABRA TO NOMBRE-BUSCADO
           ELSE
              UNSTRING PALABRA DELIMITED BY '('
                       INTO NOMBRE-BUSCADO
              IF NOMBRE-BUSCADO = PALABRA
                 MOVE SPACES TO NOMBRE-BUSCADO
              END-IF
           END-IF.
           IF NOMBRE-BUSCADO NOT = SPACES
              PERFORM 3960-BUSCAR-TABLA
              IF HALLADO > ZEROS
                 PERFORM 3590-ANOTAR-REFERENCIA
              END-IF
           END-IF.

       3590-ANOTAR-REFERENCIA.
           IF PAR-ACTUAL > ZEROS
              AND PAR-TAB-LINEA(PAR-ACTUAL) = ZEROS
              MOVE NUM-LINEA  TO PAR-TAB-LINEA(PAR-ACTUAL)
              MOVE PAR-ACTUAL TO PAR-TAB-PARRAFO(PAR-ACTUAL)
              MOVE HALLADO    TO PAR-TAB-TABLA(PAR-ACTUAL)
           END-IF.
           PERFORM 3595-MARCAR-MARCO
                   VARYING IDX-FRM FROM 1 BY 1
                   UNTIL IDX-FRM > FRM-USADOS.

       3595-MARCAR-MARCO.
           IF FRM-TABLA(IDX-FRM) = ZEROS
              MOVE HALLADO TO FRM-TABLA(IDX-FRM)
           END-IF.
           IF IDX-FRM = FRM-USADOS AND FRM-PROPIA(IDX-FRM) = ZEROS
              MOVE HALLADO TO FRM-PROPIA(IDX-FRM)
           END-IF.

       3600-ABRIR-MARCO.
           MOVE SPACE TO PEND-ESTADO.
           IF FRM-USADOS < 30
              ADD 1 TO FRM-USADOS
              MOVE PEND-TIPO  TO FRM-TIPO(FRM-USADOS)
              MOVE PEND-LINEA TO FRM-LINEA(FRM-USADOS)
              MOVE ZEROS      TO FRM-TABLA(FRM-USADOS)
              MOVE SPACES     TO FRM-VARIABLE(FRM-USADOS)
                                 FRM-CABECERA(FRM-USADOS)
              MOVE ZEROS      TO FRM-PROPIA(FRM-USADOS)
                                 FRM-INT-LINEA(FRM-USADOS)
                                 FRM-INT-TABLA(FRM-USADOS)
              IF PEND-TIPO = 'V'
                 MOVE 'M' TO CAB-DESTINO
                 PERFORM 3245-ABRIR-CABECERA
              END-IF
           END-IF.

      * PERFORM A PARRAFO COMPLETO: SE ANOTA CON SU TIPO, CON SI
      * ESTA DENTRO DE UN BUCLE EN LINEA Y CON LA VARIABLE DEL
      * VARYING EN LINEA MAS INTERIOR QUE LO ENCIERRA
       3650-CERRAR-PENDIENTE.
           IF PEND-ESTADO = 'T' OR PEND-ESTADO = 'H'
              IF LLA-USADAS < 3000 AND PAR-ACTUAL > ZEROS
                 ADD 1 TO LLA-USADAS
                 MOVE PAR-ACTUAL TO LLA-ORIGEN(LLA-USADAS)
                 MOVE PEND-DESDE TO LLA-DESDE(LLA-USADAS)
                 MOVE PEND-HASTA TO LLA-HASTA(LLA-USADAS)
                 MOVE PEND-TIPO  TO LLA-TIPO(LLA-USADAS)
                 MOVE PEND-LINEA TO LLA-LINEA(LLA-USADAS)
                 MOVE SPACES TO VAR-EXTERNA
                 PERFORM 3660-MIRAR-VARYING
                         VARYING IDX-FRM FROM 1 BY 1
                         UNTIL IDX-FRM > FRM-USADOS
                 MOVE VAR-EXTERNA TO LLA-VAR-EXTERNA(LLA-USADAS)
                 MOVE SPACES TO LLA-VARIABLE(LLA-USADAS)
                                LLA-CABECERA(LLA-USADAS)
                 IF FRM-USADOS > ZEROS OR PEND-TIPO NOT = 'N'
                    MOVE 'S' TO LLA-EN-BUCLE(LLA-USADAS)
                 ELSE
                    MOVE 'N' TO LLA-EN-BUCLE(LLA-USADAS)
                 END-IF
                 IF PEND-TIPO = 'V'
                    MOVE 'L' TO CAB-DESTINO
                    PERFORM 3245-ABRIR-CABECERA
                 END-IF
              END-IF
           END-IF.
           IF PEND-ESTADO NOT = 'P'
              MOVE SPACE TO PEND-ESTADO
           END-IF.

       3660-MIRAR-VARYING.
           IF FRM-TIPO(IDX-FRM) = 'V'
              MOVE FRM-VARIABLE(IDX-FRM) TO VAR-EXTERNA
           END-IF.

      * AL CERRAR UN VARYING EN LINEA QUE RECORRE TABLA GRANDE: ES
      * BUCLE SOBRE TABLA DEL PARRAFO, E INCIDENCIA SI ESTA DENTRO
      * DE OTRO VARYING CUYA VARIABLE GOBIERNA SU CABECERA (LAS
      * PASADAS DE BURBUJA: UNTIL IDX >= MAX) O QUE TOCA LA MISMA
      * TABLA FUERA DE EL (LA SELECCION: SE SABE AL CERRAR EL DE
      * FUERA); UNA BUSQUEDA INDEPENDIENTE DENTRO DE UN BUCLE NO
      * CUENTA
       3700-CERRAR-MARCO.
           IF FRM-INT-LINEA(FRM-USADOS) > ZEROS
              AND FRM-INT-TABLA(FRM-USADOS) = FRM-PROPIA(FRM-USADOS)
              MOVE FRM-INT-LINEA(FRM-USADOS) TO NUE-LINEA
              MOVE PAR-ACTUAL TO NUE-PARRAFO
              MOVE FRM-INT-TABLA(FRM-USADOS) TO HALLADO
              PERFORM 4900-HALLAZGO-ANIDADO
           END-IF.
           IF FRM-TIPO(FRM-USADOS) = 'V'
              AND FRM-TABLA(FRM-USADOS) > ZEROS
              IF PAR-ACTUAL > ZEROS
                 AND PAR-BG-LINEA(PAR-ACTUAL) = ZEROS
                 MOVE FRM-LINEA(FRM-USADOS)
                      TO PAR-BG-LINEA(PAR-ACTUAL)
                 MOVE PAR-ACTUAL TO PAR-BG-PARRAFO(PAR-ACTUAL)
                 MOVE FRM-TABLA(FRM-USADOS)
                      TO PAR-BG-TABLA(PAR-ACTUAL)
                 MOVE FRM-CABECERA(FRM-USADOS)
                      TO PAR-BG-CABECERA(PAR-ACTUAL)
              END-IF
              MOVE 'N' TO VEC-LIGADO
              MOVE FRM-CABECERA(FRM-USADOS) TO VEC-CABECERA
              PERFORM 3710-MIRAR-EXTERIOR
                      VARYING IDX-FRM FROM 1 BY 1
                      UNTIL IDX-FRM NOT < FRM-USADOS
                         OR VEC-LIGADO = 'S'
              IF VEC-LIGADO = 'S'
                 MOVE FRM-LINEA(FRM-USADOS) TO NUE-LINEA
                 MOVE PAR-ACTUAL TO NUE-PARRAFO
                 MOVE FRM-TABLA(FRM-USADOS) TO HALLADO
                 PERFORM 4900-HALLAZGO-ANIDADO
              ELSE
                 MOVE ZEROS TO IDX-SIG
                 PERFORM 3720-VARYING-EXTERIOR
                         VARYING IDX-FRM FROM 1 BY 1
                         UNTIL IDX-FRM NOT < FRM-USADOS
                 IF IDX-SIG > ZEROS
                    AND FRM-INT-LINEA(IDX-SIG) = ZEROS
                    MOVE FRM-LINEA(FRM-USADOS)
                         TO FRM-INT-LINEA(IDX-SIG)
                    MOVE FRM-TABLA(FRM-USADOS)
                         TO FRM-INT-TABLA(IDX-SIG)
                 END-IF
              END-IF
           END-IF.
           SUBTRACT 1 FROM FRM-USADOS.

       3710-MIRAR-EXTERIOR.
           IF FRM-TIPO(IDX-FRM) = 'V'
              MOVE FRM-VARIABLE(IDX-FRM) TO VEC-VARIABLE
              PERFORM 4950-BUSCAR-VARIABLE
           END-IF.

       3720-VARYING-EXTERIOR.
           IF FRM-TIPO(IDX-FRM) = 'V'
              MOVE IDX-FRM TO IDX-SIG
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

       3950-BUSCAR-FICHERO.
           MOVE ZEROS TO HALLADO.
           PERFORM 3955-COMPARAR-FICHERO
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > FIL-USADOS OR HALLADO > ZEROS.

       3955-COMPARAR-FICHERO.
           IF FIL-NOMBRE(IDX) = NOMBRE-BUSCADO
              MOVE IDX TO HALLADO
           END-IF.

       3960-BUSCAR-TABLA.
           MOVE ZEROS TO HALLADO.
           PERFORM 3965-COMPARAR-NOMBRE
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > NTB-USADOS OR HALLADO > ZEROS.

       3965-COMPARAR-NOMBRE.
           IF NTB-NOMBRE(IDX) = NOMBRE-BUSCADO
              MOVE NTB-TABLA(IDX) TO HALLADO
           END-IF.

      ******************************************************************
      * CIERRE TRANSITIVO: CADA PARRAFO HEREDA LO QUE HACEN LOS QUE
      * EJECUTA; UN PERFORM VARYING A UN PARRAFO QUE TOCA TABLA
      * GRANDE ES BUCLE SOBRE ELLA DEL QUE LLAMA
      ******************************************************************
       4000-CERRAR-LLAMADAS.
           MOVE 'S' TO CAMBIOS.
           MOVE ZEROS TO PASADAS.
           PERFORM 4100-PASADA-CIERRE
                   UNTIL CAMBIOS = 'N' OR PASADAS > 50.

       4100-PASADA-CIERRE.
           MOVE 'N' TO CAMBIOS.
           ADD 1 TO PASADAS.
           PERFORM 4110-PROPAGAR-LLAMADA
                   VARYING IDX-LLA FROM 1 BY 1
                   UNTIL IDX-LLA > LLA-USADAS.

       4110-PROPAGAR-LLAMADA.
           MOVE LLA-ORIGEN(IDX-LLA) TO ORIGEN.
           PERFORM 4120-PROPAGAR-PARRAFO
                   VARYING IDX-PAR FROM LLA-DESDE(IDX-LLA) BY 1
                   UNTIL IDX-PAR > LLA-HASTA(IDX-LLA).

       4120-PROPAGAR-PARRAFO.
           IF PAR-TAB-LINEA(IDX-PAR) > ZEROS
              AND PAR-TAB-LINEA(ORIGEN) = ZEROS
              MOVE PAR-TAB-LINEA(IDX-PAR)   TO PAR-TAB-LINEA(ORIGEN)
              MOVE PAR-TAB-PARRAFO(IDX-PAR) TO PAR-TAB-PARRAFO(ORIGEN)
              MOVE PAR-TAB-TABLA(IDX-PAR)   TO PAR-TAB-TABLA(ORIGEN)
              MOVE 'S' TO CAMBIOS
           END-IF.
           IF PAR-BG-LINEA(IDX-PAR) > ZEROS
              AND PAR-BG-LINEA(ORIGEN) = ZEROS
              MOVE PAR-BG-LINEA(IDX-PAR)   TO PAR-BG-LINEA(ORIGEN)
              MOVE PAR-BG-PARRAFO(IDX-PAR) TO PAR-BG-PARRAFO(ORIGEN)
              MOVE PAR-BG-TABLA(IDX-PAR)   TO PAR-BG-TABLA(ORIGEN)
              MOVE PAR-BG-CABECERA(IDX-PAR)
                   TO PAR-BG-CABECERA(ORIGEN)
              MOVE 'S' TO CAMBIOS
           END-IF.
           IF LLA-TIPO(IDX-LLA) = 'V'
              AND PAR-TAB-LINEA(IDX-PAR) > ZEROS
              AND PAR-BG-LINEA(ORIGEN) = ZEROS
              MOVE LLA-LINEA(IDX-LLA)       TO PAR-BG-LINEA(ORIGEN)
              MOVE PAR-TAB-PARRAFO(IDX-PAR) TO PAR-BG-PARRAFO(ORIGEN)
              MOVE PAR-TAB-TABLA(IDX-PAR)   TO PAR-BG-TABLA(ORIGEN)
              MOVE LLA-CABECERA(IDX-LLA)
                   TO PAR-BG-CABECERA(ORIGEN)
              MOVE 'S' TO CAMBIOS
           END-IF.
           IF PAR-RND-LINEA(IDX-PAR) > ZEROS
              AND PAR-RND-LINEA(ORIGEN) = ZEROS
              MOVE PAR-RND-LINEA(IDX-PAR)   TO PAR-RND-LINEA(ORIGEN)
              MOVE PAR-RND-PARRAFO(IDX-PAR) TO PAR-RND-PARRAFO(ORIGEN)
              MOVE PAR-RND-FICHERO(IDX-PAR) TO PAR-RND-FICHERO(ORIGEN)
              MOVE 'S' TO CAMBIOS
           END-IF.
           IF PAR-OPN-LINEA(IDX-PAR) > ZEROS
              AND PAR-OPN-LINEA(ORIGEN) = ZEROS
              MOVE PAR-OPN-LINEA(IDX-PAR)   TO PAR-OPN-LINEA(ORIGEN)
              MOVE PAR-OPN-PARRAFO(IDX-PAR) TO PAR-OPN-PARRAFO(ORIGEN)
              MOVE PAR-OPN-FICHERO(IDX-PAR) TO PAR-OPN-FICHERO(ORIGEN)
              MOVE 'S' TO CAMBIOS
           END-IF.

      * UN PERFORM QUE REPITE, O QUE ESTA DENTRO DE UN BUCLE, HACE
      * DE BUCLE A TODO LO QUE EJECUTAN SUS PARRAFOS
       4500-EVALUAR-LLAMADA.
           IF LLA-EN-BUCLE(IDX-LLA) = 'S'
              PERFORM 4510-EVALUAR-CUERPO
                      VARYING IDX-PAR FROM LLA-DESDE(IDX-LLA) BY 1
                      UNTIL IDX-PAR > LLA-HASTA(IDX-LLA)
           END-IF.

       4510-EVALUAR-CUERPO.
           IF PAR-RND-LINEA(IDX-PAR) > ZEROS
              MOVE 'PERF0003' TO NUE-REGLA
              MOVE PAR-RND-LINEA(IDX-PAR)   TO NUE-LINEA
              MOVE PAR-RND-PARRAFO(IDX-PAR) TO NUE-PARRAFO
              MOVE SPACES TO NUE-TEXTO
              STRING 'READ ALEATORIO EN BUCLE DE '
                     PAR-RND-FICHERO(IDX-PAR) DELIMITED BY SIZE
                     INTO NUE-TEXTO
              PERFORM 5000-ANADIR-HALLAZGO
           END-IF.
           IF PAR-OPN-LINEA(IDX-PAR) > ZEROS
              MOVE 'PERF0004' TO NUE-REGLA
              MOVE PAR-OPN-LINEA(IDX-PAR)   TO NUE-LINEA
              MOVE PAR-OPN-PARRAFO(IDX-PAR) TO NUE-PARRAFO
              MOVE SPACES TO NUE-TEXTO
              STRING 'OPEN/CLOSE EN BUCLE DE '
                     PAR-OPN-FICHERO(IDX-PAR) DELIMITED BY SIZE
                     INTO NUE-TEXTO
              PERFORM 5000-ANADIR-HALLAZGO
           END-IF.
      * BUCLE SOBRE TABLA DEL CUERPO GOBERNADO POR LA VARIABLE DE
      * ESTE PERFORM VARYING O DEL VARYING EN LINEA QUE LO ENCIERRA,
      * O CUYO PARRAFO TOCA LA MISMA TABLA FUERA DEL BUCLE
           IF PAR-BG-LINEA(IDX-PAR) > ZEROS
              MOVE PAR-BG-CABECERA(IDX-PAR) TO VEC-CABECERA
              MOVE 'N' TO VEC-LIGADO
              IF LLA-TIPO(IDX-LLA) = 'V'
                 MOVE LLA-VARIABLE(IDX-LLA) TO VEC-VARIABLE
                 PERFORM 4950-BUSCAR-VARIABLE
              END-IF
              IF VEC-LIGADO = 'N'
                 MOVE LLA-VAR-EXTERNA(IDX-LLA) TO VEC-VARIABLE
                 PERFORM 4950-BUSCAR-VARIABLE
              END-IF
              IF VEC-LIGADO = 'N' AND LLA-TIPO(IDX-LLA) = 'V'
                 AND PAR-TAB-PARRAFO(IDX-PAR) = IDX-PAR
                 AND PAR-TAB-TABLA(IDX-PAR) = PAR-BG-TABLA(IDX-PAR)
                 MOVE 'S' TO VEC-LIGADO
              END-IF
              IF VEC-LIGADO = 'S'
                 MOVE PAR-BG-LINEA(IDX-PAR)   TO NUE-LINEA
                 MOVE PAR-BG-PARRAFO(IDX-PAR) TO NUE-PARRAFO
                 MOVE PAR-BG-TABLA(IDX-PAR)   TO HALLADO
                 PERFORM 4900-HALLAZGO-ANIDADO
              END-IF
           END-IF.
           IF LLA-TIPO(IDX-LLA) = 'V'
              AND PAR-TAB-LINEA(IDX-PAR) > ZEROS
              MOVE LLA-CABECERA(IDX-LLA)    TO VEC-CABECERA
              MOVE LLA-VAR-EXTERNA(IDX-LLA) TO VEC-VARIABLE
              PERFORM 4950-BUSCAR-VARIABLE
              IF VEC-LIGADO = 'S'
                 MOVE LLA-LINEA(IDX-LLA)       TO NUE-LINEA
                 MOVE PAR-TAB-PARRAFO(IDX-PAR) TO NUE-PARRAFO
                 MOVE PAR-TAB-TABLA(IDX-PAR)   TO HALLADO
                 PERFORM 4900-HALLAZGO-ANIDADO
              END-IF
           END-IF.

       4900-HALLAZGO-ANIDADO.
           MOVE 'PERF0001' TO NUE-REGLA.
           MOVE SPACES TO NUE-TEXTO.
           MOVE TBG-OCCURS(HALLADO) TO OCCURS-ED.
           STRING 'VARYING ANIDADOS SOBRE ' DELIMITED BY SIZE
                  TBG-NOMBRE(HALLADO) DELIMITED BY SPACE
                  ' (' OCCURS-ED ')' DELIMITED BY SIZE
                  INTO NUE-TEXTO.
           PERFORM 5000-ANADIR-HALLAZGO.

      * VEC-LIGADO 'S' SI VEC-VARIABLE APARECE COMO PALABRA ENTERA
      * EN VEC-CABECERA
       4950-BUSCAR-VARIABLE.
           MOVE 'N' TO VEC-LIGADO.
           IF VEC-VARIABLE NOT = SPACES
              MOVE ZEROS TO VEC-LON VEC-VECES
              INSPECT VEC-VARIABLE TALLYING VEC-LON
                      FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE SPACES TO VEC-PATRON
              STRING ' ' VEC-VARIABLE(1:VEC-LON) ' '
                     DELIMITED BY SIZE INTO VEC-PATRON
              ADD 2 TO VEC-LON
              INSPECT VEC-CABECERA TALLYING VEC-VECES
                      FOR ALL VEC-PATRON(1:VEC-LON)
              IF VEC-VECES > ZEROS
                 MOVE 'S' TO VEC-LIGADO
              END-IF
           END-IF.

      * UNA INCIDENCIA POR REGLA Y LINEA, CON EL TIEMPO DEL PARRAFO
      * DONDE ESTA EL CODIGO SI EL PERFIL LO TRAE
       5000-ANADIR-HALLAZGO.
           MOVE ZEROS TO MEJOR.
           PERFORM 5010-BUSCAR-HALLAZGO
                   VARYING IDX-HAL FROM 1 BY 1
                   UNTIL IDX-HAL > HAL-USADOS OR MEJOR > ZEROS.
           IF MEJOR = ZEROS AND HAL-USADOS < 2000
              ADD 1 TO HAL-USADOS
              MOVE MIEMBRO-PROGRAMA TO HAL-PROGRAMA(HAL-USADOS)
              MOVE NUE-REGLA TO HAL-REGLA(HAL-USADOS)
              MOVE NUE-LINEA TO HAL-LINEA(HAL-USADOS)
              MOVE NUE-TEXTO TO HAL-TEXTO(HAL-USADOS)
              MOVE SPACES TO HAL-PARRAFO(HAL-USADOS)
              IF NUE-PARRAFO > ZEROS
                 MOVE PAR-NOMBRE(NUE-PARRAFO)
                      TO HAL-PARRAFO(HAL-USADOS)
              END-IF
              MOVE ZEROS TO HAL-CS(HAL-USADOS)
              MOVE 'N' TO HAL-MEDIDO(HAL-USADOS)
                          HAL-SALIDO(HAL-USADOS)
              PERFORM 5020-BUSCAR-TIEMPO
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > PRF-USADOS
              IF HAL-MEDIDO(HAL-USADOS) = 'S'
                 ADD 1 TO MEDIDOS
              END-IF
              MOVE MIEMBRO-PROGRAMA TO FND-PROGRAMA
              MOVE NUE-REGLA TO FND-REGLA
              MOVE NUE-LINEA TO FND-LINEA
              PERFORM 8000-ANOTAR-INCIDENCIA
           END-IF.

       5010-BUSCAR-HALLAZGO.
           IF HAL-PROGRAMA(IDX-HAL) = MIEMBRO-PROGRAMA
              AND HAL-REGLA(IDX-HAL) = NUE-REGLA
              AND HAL-LINEA(IDX-HAL) = NUE-LINEA
              MOVE IDX-HAL TO MEJOR
           END-IF.

       5020-BUSCAR-TIEMPO.
           IF PRF-PROGRAMA(IDX) = MIEMBRO-PROGRAMA
              AND PRF-PARRAFO(IDX) = HAL-PARRAFO(HAL-USADOS)
              MOVE PRF-CS(IDX) TO HAL-CS(HAL-USADOS)
              MOVE 'S' TO HAL-MEDIDO(HAL-USADOS)
           END-IF.

      ******************************************************************
      * INFORME: CADA VEZ LA INCIDENCIA PENDIENTE DE MAS TIEMPO; LAS
      * SIN PERFIL AL FINAL EN ORDEN DE APARICION
      ******************************************************************
       6000-EMITIR-SIGUIENTE.
           MOVE ZEROS TO MEJOR.
           PERFORM 6010-COMPARAR-HALLAZGO
                   VARYING IDX-HAL FROM 1 BY 1
                   UNTIL IDX-HAL > HAL-USADOS.
           MOVE 'S' TO HAL-SALIDO(MEJOR).

           MOVE SPACES TO LINEA RPT-CORTE.
           MOVE 1 TO PTR-LINEA.
           STRING HAL-PROGRAMA(MEJOR) ' ' HAL-REGLA(MEJOR)
                  ' LINEA ' HAL-LINEA(MEJOR) ' ' DELIMITED BY SIZE
                  HAL-PARRAFO(MEJOR) DELIMITED BY SPACE
                  INTO LINEA WITH POINTER PTR-LINEA.
           IF HAL-MEDIDO(MEJOR) = 'S'
              MOVE 'CON PERFIL' TO RPT-CORTE
              MOVE HAL-CS(MEJOR) TO CS-ED
              STRING ' CS' CS-ED DELIMITED BY SIZE
                     INTO LINEA WITH POINTER PTR-LINEA
           ELSE
              MOVE 'SIN PERFIL' TO RPT-CORTE
           END-IF.
           STRING ': ' HAL-TEXTO(MEJOR) DELIMITED BY SIZE
                  INTO LINEA WITH POINTER PTR-LINEA.
           MOVE 1 TO RPT-IMPORTE.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-RENDIMIENTO.

       6010-COMPARAR-HALLAZGO.
           IF HAL-SALIDO(IDX-HAL) = 'N'
              IF MEJOR = ZEROS
                 MOVE IDX-HAL TO MEJOR
              ELSE
                 IF (HAL-MEDIDO(IDX-HAL) = 'S'
                     AND HAL-MEDIDO(MEJOR) = 'N')
                    OR (HAL-MEDIDO(IDX-HAL) = HAL-MEDIDO(MEJOR)
                        AND HAL-CS(IDX-HAL) > HAL-CS(MEJOR))
                    MOVE IDX-HAL TO MEJOR
                 END-IF
              END-IF
           END-IF.

      * INCIDENCIA CON EL TRAZADO SDPWFNDG, COMO LAS DEL SCAN
       8000-ANOTAR-INCIDENCIA.
           OPEN EXTEND INCIDENCIAS.
           IF FS-FINDG NOT = '00' AND FS-FINDG NOT = '05'
              CLOSE INCIDENCIAS
           ELSE
              MOVE SPACE TO FND-SEP1 FND-SEP2 FND-SEP3
              MOVE 1     TO FND-CUANTAS
              WRITE REC-FINDG
              CLOSE INCIDENCIAS
           END-IF.
