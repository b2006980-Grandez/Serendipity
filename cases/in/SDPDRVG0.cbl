      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Generador de drivers de prueba de los modulos
      *          llamados a partir de su contrato de LINKAGE
      ******************************************************************
      * SDP DESCRIPTION
      *  SRTFSTAT, SDPDATE0, KSDMLOCK, SDPREPW0 y el resto de modulos
      *> comunes llevan su Interface.Contract (IN/OUT/INOUT por campo
      *> de LINKAGE) pero solo se prueban de rebote, a traves de sus
      *> llamadores. Este generador lee el deck SDPDRVGP, una tarjeta
      *> por modulo:
      *>    DRIVER <modulo> <fuente> <salida> [<programa>]
      *> y escribe en <salida> un programa autonomo (por omision 'T'
      *> mas las siete primeras letras del modulo) que declara en su
      *> WORKING-STORAGE la LINKAGE SECTION del modulo tal cual, con
      *> sus COPY, y lo llama una vez por caso del deck SDPCASOS.
      *  Formato del deck de casos: una linea por caso, columnas
      *> separadas por ';', la primera el nombre del caso y despues
      *> una columna por campo del contrato en su orden (dos para los
      *> INOUT: entrada y salida esperada):
      *>    FEBRERO-BISIESTO;FIN-MES;20240210;;;20240229;;;;00
      *> Las entradas se mueven al campo antes del CALL (NUMVAL si el
      *> campo es numerico), las salidas se comparan despues; '*'
      *> deja la entrada como quedo en el caso anterior (secuencias
      *> INICIO/DETALLE/FINAL) o no comprueba esa salida. Los campos
      *> solo de salida se inicializan antes de cada llamada. Una
      *> linea con '*' en la columna 1 es comentario.
      *  El driver lista PASA o FALLA por caso, con cada campo que no
      *> casa (esperado y obtenido), y termina con RC 8 si falla
      *> alguno. Los COPY de la LINKAGE se resuelven con el deck
      *> SDPCPYL (tarjetas COPYBOOK <nombre> <fichero>) para saber la
      *> PICTURE de cada campo; un campo dentro de una OCCURS se
      *> prueba en su primera ocurrencia.
      *  El informe por SDPREPW0 da, por modulo, el driver generado y
      *> la lista de columnas del deck de casos. RC 8 si algun modulo
      *> no tiene contrato o su contrato nombra campos que la LINKAGE
      *> no declara, 12 si falta algun fuente.
      * SDP END
      *
      * SDP DESC Drivers de casos IN/OUT desde el contrato de LINKAGE
      * SDP IVP 0 Files.Consumes = SDPDRVGP,SDPCPYL
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPDRVG0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETAS ASSIGN TO 'SDPDRVGP'
                  FILE STATUS IS FS-TARJETAS
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

           SELECT SALIDA ASSIGN TO NOMBRE-SALIDA
                  FILE STATUS IS FS-SALIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(200).

       FD  COPYS.
       01  REC-COPYS PIC X(160).

       FD  FUENTE.
       01  REC-FUENTE PIC X(80).

       FD  COPYBOOK.
       01  REC-COPYBOOK PIC X(80).

       FD  SALIDA.
       01  REC-SALIDA PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-COPYS    PIC XX VALUE SPACES.
       77 FS-FUENTE   PIC XX VALUE SPACES.
       77 FS-COPYBOOK PIC XX VALUE SPACES.
       77 FS-SALIDA   PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 RC-MODULO   PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-TARJETAS PIC X(01) VALUE 'N'.
       77 FIN-COPYS    PIC X(01) VALUE 'N'.
       77 FIN-FICH     PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(10) VALUE SPACES.
           03 PAL-2 PIC X(30) VALUE SPACES.
           03 PAL-3 PIC X(80) VALUE SPACES.
           03 PAL-4 PIC X(80) VALUE SPACES.
           03 PAL-5 PIC X(30) VALUE SPACES.

       01  MODULO-ACTUAL.
           03 MOD-NOMBRE     PIC X(08) VALUE SPACES.
           03 MOD-DRIVER     PIC X(08) VALUE SPACES.
           03 NOMBRE-FUENTE  PIC X(80) VALUE SPACES.
           03 NOMBRE-SALIDA  PIC X(80) VALUE SPACES.
           03 NOMBRE-COPY    PIC X(64) VALUE SPACES.

       01  TABLA-COPYS.
           03 CPL-USADOS PIC 9(03) VALUE ZEROS.
           03 CPL OCCURS 200 TIMES.
              05 CPL-NOMBRE  PIC X(08).
              05 CPL-FICHERO PIC X(64).

      * FUENTE DEL MODULO Y, DE SU LINKAGE, LAS LINEAS TAL CUAL (PARA
      * EL DRIVER) Y CON LOS COPY DESPLEGADOS (PARA LAS PICTURE)
       01  TABLA-LINEAS.
           03 LIN-USADAS PIC 9(04) VALUE ZEROS.
           03 LIN OCCURS 6000 TIMES PIC X(80).
           03 LIN-LINKAGE   PIC 9(04) VALUE ZEROS.
           03 LIN-PROCEDURE PIC 9(04) VALUE ZEROS.
       01  TABLA-DESPLEGADA.
           03 EXP-USADAS PIC 9(04) VALUE ZEROS.
           03 EXP OCCURS 2000 TIMES PIC X(80).

      * CAMPOS DECLARADOS EN LA LINKAGE: NIVEL, PICTURE, CUANTAS
      * OCCURS LOS CONTIENEN Y SI SON NUMERICOS
       01  TABLA-ENTRADAS.
           03 ENT-USADAS PIC 9(04) VALUE ZEROS.
           03 ENT OCCURS 2000 TIMES.
              05 ENT-NIVEL    PIC 9(02).
              05 ENT-NOMBRE   PIC X(30).
              05 ENT-PIC      PIC X(30).
              05 ENT-PROF     PIC 9(01).
              05 ENT-NUMERICO PIC X(01).

       01  PILA-NIVELES.
           03 NIV-USADOS PIC 9(02) VALUE ZEROS.
           03 NIV OCCURS 50 TIMES.
              05 NIV-NIVEL PIC 9(02).
              05 NIV-PROF  PIC 9(01).

      * PALABRAS DE LA ENTRADA DE DATOS EN CURSO (HASTA SU PUNTO)
       01  PALABRAS-ENTRADA.
           03 EPA-USADAS PIC 9(02) VALUE ZEROS.
           03 EPA OCCURS 40 TIMES PIC X(30).

       01  TABLA-CONTRATO.
           03 CON-USADOS PIC 9(02) VALUE ZEROS.
           03 CON-COLUMNAS PIC 9(02) VALUE ZEROS.
           03 CON OCCURS 40 TIMES.
              05 CON-NOMBRE PIC X(30).
              05 CON-DIR    PIC X(05).
              05 CON-ENT    PIC 9(04).
              05 CON-COL    PIC 9(02).

       01  TABLA-USING.
           03 USA-USADOS PIC 9(02) VALUE ZEROS.
           03 USA OCCURS 30 TIMES PIC X(30).

       01  CONTRATO-TEXTO.
           03 CONTRATO         PIC X(1000) VALUE SPACES.
           03 CONTRATO-CAMPOS  PIC X(1000) VALUE SPACES.
           03 CONTRATO-RESTO   PIC X(80) VALUE SPACES.
           03 CONTRATO-ITEM    PIC X(60) VALUE SPACES.
           03 PTR-CONTRATO     PIC 9(04) VALUE ZEROS.
           03 PTR-CAMPOS       PIC 9(04) VALUE ZEROS.

       01  TRABAJO.
           03 IDX       PIC 9(04) VALUE ZEROS.
           03 IDX-LIN   PIC 9(04) VALUE ZEROS.
           03 IDX-COL   PIC 9(03) VALUE ZEROS.
           03 IDX-CON   PIC 9(02) VALUE ZEROS.
           03 IDX-EPA   PIC 9(02) VALUE ZEROS.
           03 HALLADO   PIC 9(04) VALUE ZEROS.
           03 CUANTOS   PIC 9(04) VALUE ZEROS.
           03 NIVEL     PIC 9(02) VALUE ZEROS.
           03 PROF      PIC 9(01) VALUE ZEROS.
           03 MODO      PIC X(01) VALUE 'D'.
           03 USING-VISTO PIC X(01) VALUE 'N'.
           03 ENTRADA-HECHA PIC X(01) VALUE 'N'.
           03 TEXTO-LINEA PIC X(80) VALUE SPACES.
           03 PALABRA   PIC X(30) VALUE SPACES.
           03 LON-PALABRA PIC 9(03) VALUE ZEROS.
           03 CARACTER  PIC X(01) VALUE SPACE.
           03 CIERRE    PIC X(01) VALUE SPACE.
           03 EN-LITERAL PIC X(01) VALUE 'N'.
           03 PAL-COPY-1 PIC X(30) VALUE SPACES.
           03 PAL-COPY-2 PIC X(30) VALUE SPACES.
           03 PRUEBA-PIC PIC X(30) VALUE SPACES.
           03 DIR-IN     PIC X(01) VALUE 'N'.
           03 DIR-OUT    PIC X(01) VALUE 'N'.
           03 REFERENCIA PIC X(40) VALUE SPACES.
           03 COLUMNA-ED PIC 99.
           03 LINEA      PIC X(80) VALUE SPACES.
           03 LINEA-INF  PIC X(132) VALUE SPACES.
           03 TIPO-COLUMNA PIC X(24) VALUE SPACES.
           03 TEXTO-FUENTE PIC X(74) VALUE SPACES.
           03 PTR-LINEA  PIC 9(03) VALUE ZEROS.

       01  PALABRA-CLAUSULA PIC X(30) VALUE SPACES.
           88 ES-CLAUSULA VALUE 'PIC' 'PICTURE' 'OCCURS' 'REDEFINES'
              'VALUE' 'USAGE' 'COMP' 'COMP-3' 'COMP-4' 'COMP-5'
              'BINARY' 'PACKED-DECIMAL' 'DISPLAY' 'SIGN' 'JUST'
              'JUSTIFIED' 'SYNC' 'SYNCHRONIZED' 'BLANK' 'INDEX'
              'POINTER'.

       01  INFORME-DRIVERS.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           OPEN INPUT TARJETAS.
           MOVE 'ABRIENDO DECK SDPDRVGP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TARJETAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 1100-CARGAR-COPYS.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'DRIVERS DE PRUEBA DESDE CONTRATOS' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-DRIVERS.

           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.
           PERFORM 2000-TRATAR-TARJETA UNTIL FIN-TARJETAS = 'S'.
           CLOSE TARJETAS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-DRIVERS.
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

       2000-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4 PAL-5.
           IF PAL-1 = 'DRIVER    '
              MOVE PAL-2(1:8) TO MOD-NOMBRE
              MOVE PAL-3      TO NOMBRE-FUENTE
              MOVE PAL-4      TO NOMBRE-SALIDA
              IF PAL-5 = SPACES
                 MOVE 'T' TO MOD-DRIVER
                 MOVE MOD-NOMBRE(1:7) TO MOD-DRIVER(2:7)
              ELSE
                 MOVE PAL-5(1:8) TO MOD-DRIVER
              END-IF
              MOVE ZEROS TO RC-MODULO
              PERFORM 2100-GENERAR THRU 2100-GENERAR-FIN
              IF RC-MODULO > RC
                 MOVE RC-MODULO TO RC
              END-IF
           END-IF.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-TARJETAS
           END-READ.

      ******************************************************************
      * UN MODULO: CONTRATO, LINKAGE, USING Y ESCRITURA DEL DRIVER
      ******************************************************************
       2100-GENERAR.
           PERFORM 3000-LEER-MODULO.
           IF FS-FUENTE NOT = '00'
              MOVE 12 TO RC-MODULO
              MOVE SPACES TO LINEA-INF
              STRING 'FUENTE AUSENTE ' NOMBRE-FUENTE
                     DELIMITED BY SIZE INTO LINEA-INF
              PERFORM 8900-LINEA-INFORME
              GO TO 2100-GENERAR-FIN
           END-IF.

           PERFORM 3100-LEER-CONTRATO.
           IF CON-USADOS = ZEROS
              MOVE 8 TO RC-MODULO
              MOVE 'SIN Interface.Contract EN EL FUENTE' TO LINEA-INF
              PERFORM 8900-LINEA-INFORME
              GO TO 2100-GENERAR-FIN
           END-IF.

           PERFORM 3200-LEER-LINKAGE.
           IF RC-MODULO NOT = ZEROS
              GO TO 2100-GENERAR-FIN
           END-IF.
           IF ENT-USADAS = ZEROS OR USA-USADOS = ZEROS
              MOVE 8 TO RC-MODULO
              MOVE 'SIN LINKAGE SECTION O SIN USING' TO LINEA-INF
              PERFORM 8900-LINEA-INFORME
              GO TO 2100-GENERAR-FIN
           END-IF.

           MOVE ZEROS TO CON-COLUMNAS.
           PERFORM 3500-CASAR-CAMPO
                   VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > CON-USADOS.
           IF RC-MODULO NOT = ZEROS
              GO TO 2100-GENERAR-FIN
           END-IF.

           OPEN OUTPUT SALIDA.
           MOVE 'ABRIENDO DRIVER DE SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-SALIDA '00' SPACES
                MSG-FSTAT RC-MODULO.
           IF RC-MODULO NOT = ZEROS
              GO TO 2100-GENERAR-FIN
           END-IF.
           PERFORM 4000-CABECERA.
           PERFORM 4100-DATOS.
           PERFORM 4200-PRINCIPAL.
           PERFORM 4300-EJECUTAR-CASO.
           PERFORM 4400-PONER-ENTRADAS.
           PERFORM 4500-COMPROBAR-SALIDAS.
           PERFORM 4600-LISTAR-DIFERENCIA.
           CLOSE SALIDA.

           MOVE SPACES TO LINEA-INF.
           MOVE CON-COLUMNAS TO COLUMNA-ED.
           STRING 'DRIVER ' MOD-DRIVER ' GENERADO EN ' DELIMITED BY SIZE
                  NOMBRE-SALIDA DELIMITED BY SPACE
                  ', ' COLUMNA-ED ' COLUMNAS MAS EL CASO'
                  DELIMITED BY SIZE INTO LINEA-INF.
           MOVE 1 TO RPT-IMPORTE.
           PERFORM 8910-LINEA-CON-IMPORTE.
           PERFORM 2200-LISTAR-COLUMNA
                   VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > CON-USADOS.

       2100-GENERAR-FIN.
           EXIT.

       2200-LISTAR-COLUMNA.
           MOVE CON-ENT(IDX-CON) TO HALLADO.
           MOVE CON-COL(IDX-CON) TO COLUMNA-ED.
           MOVE SPACES TO TIPO-COLUMNA.
           IF ENT-NUMERICO(HALLADO) = 'S'
              MOVE 'NUMERICO' TO TIPO-COLUMNA
           ELSE
              MOVE 'ALFANUMERICO' TO TIPO-COLUMNA
           END-IF.
           MOVE SPACES TO LINEA-INF.
           IF CON-DIR(IDX-CON) = 'INOUT'
              STRING 'COLUMNA ' COLUMNA-ED ' ' CON-NOMBRE(IDX-CON)
                     ' INOUT ENTRADA, LA SIGUIENTE SALIDA '
                     TIPO-COLUMNA DELIMITED BY SIZE INTO LINEA-INF
           ELSE
              STRING 'COLUMNA ' COLUMNA-ED ' ' CON-NOMBRE(IDX-CON)
                     ' ' CON-DIR(IDX-CON) ' ' TIPO-COLUMNA
                     DELIMITED BY SIZE INTO LINEA-INF
           END-IF.
           IF ENT-PROF(HALLADO) > ZEROS
              MOVE 'PRIMERA OCURRENCIA' TO LINEA-INF(76:)
           END-IF.
           PERFORM 8900-LINEA-INFORME.

      ******************************************************************
      * LECTURA DEL MODULO Y DE SU CONTRATO
      ******************************************************************
       3000-LEER-MODULO.
           MOVE ZEROS TO LIN-USADAS LIN-LINKAGE LIN-PROCEDURE
                         EXP-USADAS ENT-USADAS CON-USADOS USA-USADOS.
           OPEN INPUT FUENTE.
           IF FS-FUENTE NOT = '00'
              CLOSE FUENTE
           ELSE
              MOVE 'N' TO FIN-FICH
              READ FUENTE
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 3010-GUARDAR-LINEA UNTIL FIN-FICH = 'S'
              CLOSE FUENTE
              MOVE '00' TO FS-FUENTE
           END-IF.

       3010-GUARDAR-LINEA.
           IF LIN-USADAS < 6000
              ADD 1 TO LIN-USADAS
              MOVE REC-FUENTE TO LIN(LIN-USADAS)
              IF REC-FUENTE(7:1) NOT = '*' AND NOT = '/'
                 MOVE ZEROS TO CUANTOS
                 INSPECT REC-FUENTE(8:65) TALLYING CUANTOS
                         FOR ALL 'LINKAGE SECTION'
                 IF CUANTOS > ZEROS AND LIN-LINKAGE = ZEROS
                    MOVE LIN-USADAS TO LIN-LINKAGE
                 END-IF
                 MOVE ZEROS TO CUANTOS
                 INSPECT REC-FUENTE(8:65) TALLYING CUANTOS
                         FOR ALL 'PROCEDURE DIVISION'
                 IF CUANTOS > ZEROS AND LIN-PROCEDURE = ZEROS
                    MOVE LIN-USADAS TO LIN-PROCEDURE
                 END-IF
              END-IF
           END-IF.
           READ FUENTE
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * '* SDP IVP 0 Interface.Contract(X) = A:IN,B:OUT,...' SIGUE EN
      * LAS LINEAS DE COMENTARIO MIENTRAS ACABE EN COMA; LO QUE VA
      * DETRAS DE ' - ' ES TEXTO LIBRE
       3100-LEER-CONTRATO.
           MOVE ZEROS TO HALLADO.
           PERFORM 3110-BUSCAR-CONTRATO
                   VARYING IDX-LIN FROM 1 BY 1
                   UNTIL IDX-LIN > LIN-USADAS OR HALLADO > ZEROS.
           IF HALLADO > ZEROS
              MOVE SPACES TO CONTRATO CONTRATO-CAMPOS CONTRATO-RESTO
              UNSTRING LIN(HALLADO) DELIMITED BY '= '
                       INTO CONTRATO-RESTO CONTRATO-ITEM
              MOVE 1 TO PTR-CONTRATO
              STRING CONTRATO-ITEM DELIMITED BY '  '
                     INTO CONTRATO WITH POINTER PTR-CONTRATO
              MOVE HALLADO TO IDX-LIN
              PERFORM 3120-SEGUIR-CONTRATO
                      UNTIL PTR-CONTRATO < 2
                         OR CONTRATO(PTR-CONTRATO - 1:1) NOT = ','
                         OR IDX-LIN NOT < LIN-USADAS
              UNSTRING CONTRATO DELIMITED BY ' - '
                       INTO CONTRATO-CAMPOS
              MOVE 1 TO PTR-CAMPOS
              PERFORM 3130-PARTIR-CONTRATO
                      UNTIL PTR-CAMPOS > 1000 OR CON-USADOS = 40
           END-IF.

       3110-BUSCAR-CONTRATO.
           MOVE ZEROS TO CUANTOS.
           INSPECT LIN(IDX-LIN) TALLYING CUANTOS
                   FOR ALL 'Interface.Contract('.
           IF CUANTOS > ZEROS
              MOVE IDX-LIN TO HALLADO
           END-IF.

       3120-SEGUIR-CONTRATO.
           ADD 1 TO IDX-LIN.
           IF LIN(IDX-LIN)(7:1) = '*' AND LIN(IDX-LIN)(8:4) NOT = '****'
              MOVE ZEROS TO CUANTOS
              INSPECT LIN(IDX-LIN)(8:65) TALLYING CUANTOS
                      FOR LEADING SPACES
              IF CUANTOS < 65
                 STRING LIN(IDX-LIN)(8 + CUANTOS:65 - CUANTOS)
                        DELIMITED BY '  '
                        INTO CONTRATO WITH POINTER PTR-CONTRATO
              END-IF
           ELSE
              MOVE 1 TO PTR-CONTRATO
           END-IF.

       3130-PARTIR-CONTRATO.
           MOVE SPACES TO CONTRATO-ITEM.
           UNSTRING CONTRATO-CAMPOS DELIMITED BY ','
                    INTO CONTRATO-ITEM WITH POINTER PTR-CAMPOS.
           MOVE ZEROS TO CUANTOS.
           INSPECT CONTRATO-ITEM TALLYING CUANTOS FOR LEADING SPACES.
           IF CUANTOS < 60
              ADD 1 TO CON-USADOS
              MOVE SPACES TO CON-NOMBRE(CON-USADOS)
                             CON-DIR(CON-USADOS)
              UNSTRING CONTRATO-ITEM(CUANTOS + 1:) DELIMITED BY ':'
                       OR ALL SPACES
                       INTO CON-NOMBRE(CON-USADOS) CON-DIR(CON-USADOS)
              IF CON-DIR(CON-USADOS) NOT = 'IN'
                 AND CON-DIR(CON-USADOS) NOT = 'OUT'
                 AND CON-DIR(CON-USADOS) NOT = 'INOUT'
                 SUBTRACT 1 FROM CON-USADOS
              END-IF
           ELSE
              MOVE 1001 TO PTR-CAMPOS
           END-IF.

      ******************************************************************
      * LINKAGE SECTION: LINEAS, COPY DESPLEGADOS, CAMPOS Y USING
      ******************************************************************
       3200-LEER-LINKAGE.
           IF LIN-LINKAGE > ZEROS AND LIN-PROCEDURE > LIN-LINKAGE
              COMPUTE IDX-LIN = LIN-LINKAGE + 1
              PERFORM 3210-DESPLEGAR-LINEA
                      VARYING IDX-LIN FROM IDX-LIN BY 1
                      UNTIL IDX-LIN NOT < LIN-PROCEDURE
                         OR RC-MODULO NOT = ZEROS
           END-IF.
           IF RC-MODULO = ZEROS
              MOVE 'D' TO MODO
              MOVE ZEROS TO EPA-USADAS NIV-USADOS
              PERFORM 3300-PARTIR-DESPLEGADA
                      VARYING IDX FROM 1 BY 1
                      UNTIL IDX > EXP-USADAS
              IF LIN-PROCEDURE > ZEROS
                 MOVE 'U' TO MODO
                 MOVE 'N' TO USING-VISTO ENTRADA-HECHA
                 MOVE ZEROS TO EPA-USADAS
                 PERFORM 3400-PARTIR-PROCEDURE
                         VARYING IDX-LIN FROM LIN-PROCEDURE BY 1
                         UNTIL IDX-LIN > LIN-USADAS
                            OR ENTRADA-HECHA = 'S'
              END-IF
           END-IF.

       3210-DESPLEGAR-LINEA.
           IF LIN(IDX-LIN)(7:1) NOT = '*' AND NOT = '/'
              AND LIN(IDX-LIN)(8:65) NOT = SPACES
              MOVE ZEROS TO CUANTOS
              INSPECT LIN(IDX-LIN)(8:65) TALLYING CUANTOS
                      FOR LEADING SPACES
              MOVE SPACES TO PAL-COPY-1 PAL-COPY-2
              UNSTRING LIN(IDX-LIN)(8 + CUANTOS:65 - CUANTOS)
                       DELIMITED BY ALL SPACES OR '.'
                       INTO PAL-COPY-1 PAL-COPY-2
              IF PAL-COPY-1 = 'COPY'
                 PERFORM 3220-DESPLEGAR-COPY
              ELSE
                 IF EXP-USADAS < 2000
                    ADD 1 TO EXP-USADAS
                    MOVE LIN(IDX-LIN) TO EXP(EXP-USADAS)
                 END-IF
              END-IF
           END-IF.

       3220-DESPLEGAR-COPY.
           MOVE ZEROS TO HALLADO.
           PERFORM 3230-BUSCAR-COPY
                   VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > CPL-USADOS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              MOVE 8 TO RC-MODULO
              MOVE SPACES TO LINEA-INF
              STRING 'COPY ' PAL-COPY-1 ' DE LA LINKAGE SIN TARJETA '
                     'COPYBOOK EN SDPCPYL' DELIMITED BY SIZE
                     INTO LINEA-INF
              MOVE PAL-COPY-2 TO LINEA-INF(6:8)
              PERFORM 8900-LINEA-INFORME
           ELSE
              MOVE CPL-FICHERO(HALLADO) TO NOMBRE-COPY
              OPEN INPUT COPYBOOK
              IF FS-COPYBOOK NOT = '00'
                 CLOSE COPYBOOK
                 MOVE 8 TO RC-MODULO
                 MOVE SPACES TO LINEA-INF
                 STRING 'COPYBOOK ILEGIBLE ' NOMBRE-COPY
                        DELIMITED BY SIZE INTO LINEA-INF
                 PERFORM 8900-LINEA-INFORME
              ELSE
                 MOVE 'N' TO FIN-FICH
                 READ COPYBOOK
                      AT END MOVE 'S' TO FIN-FICH
                 END-READ
                 PERFORM 3240-LINEA-COPY UNTIL FIN-FICH = 'S'
                 CLOSE COPYBOOK
              END-IF
           END-IF.

       3230-BUSCAR-COPY.
           IF CPL-NOMBRE(IDX-CON) = PAL-COPY-2(1:8)
              MOVE IDX-CON TO HALLADO
           END-IF.

       3240-LINEA-COPY.
           IF REC-COPYBOOK(7:1) NOT = '*' AND NOT = '/'
              AND REC-COPYBOOK(8:65) NOT = SPACES
              AND EXP-USADAS < 2000
              ADD 1 TO EXP-USADAS
              MOVE REC-COPYBOOK TO EXP(EXP-USADAS)
           END-IF.
           READ COPYBOOK
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * PALABRAS DE COLUMNAS 8-72; UNA ENTRADA TERMINA EN LA PALABRA
      * QUE ACABA EN PUNTO
       3300-PARTIR-DESPLEGADA.
           MOVE EXP(IDX) TO TEXTO-LINEA.
           PERFORM 3310-PARTIR-TEXTO.

       3310-PARTIR-TEXTO.
           MOVE 'N' TO EN-LITERAL.
           MOVE SPACES TO PALABRA.
           MOVE ZEROS TO LON-PALABRA.
           PERFORM 3320-PARTIR-CARACTER
                   VARYING IDX-COL FROM 8 BY 1 UNTIL IDX-COL > 72.
           IF LON-PALABRA > ZEROS
              PERFORM 3330-FIN-PALABRA
           END-IF.

       3320-PARTIR-CARACTER.
           MOVE TEXTO-LINEA(IDX-COL:1) TO CARACTER.
           IF EN-LITERAL = 'S'
              PERFORM 3325-ANADIR-CARACTER
              IF CARACTER = CIERRE
                 MOVE 'N' TO EN-LITERAL
              END-IF
           ELSE
              IF CARACTER = SPACE
                 IF LON-PALABRA > ZEROS
                    PERFORM 3330-FIN-PALABRA
                 END-IF
              ELSE
                 IF CARACTER = QUOTE OR CARACTER = "'"
                    MOVE 'S' TO EN-LITERAL
                    MOVE CARACTER TO CIERRE
                 END-IF
                 PERFORM 3325-ANADIR-CARACTER
              END-IF
           END-IF.

       3325-ANADIR-CARACTER.
           ADD 1 TO LON-PALABRA.
           IF LON-PALABRA NOT > 30
              MOVE CARACTER TO PALABRA(LON-PALABRA:1)
           END-IF.

       3330-FIN-PALABRA.
           MOVE 'N' TO ENTRADA-HECHA.
           IF LON-PALABRA NOT > 30
              IF PALABRA(LON-PALABRA:1) = '.'
                 MOVE SPACE TO PALABRA(LON-PALABRA:1)
                 MOVE 'S' TO ENTRADA-HECHA
              END-IF
           ELSE
              IF TEXTO-LINEA(IDX-COL - 1:1) = '.'
                 MOVE 'S' TO ENTRADA-HECHA
              END-IF
           END-IF.
           IF PALABRA NOT = SPACES AND EPA-USADAS < 40
              ADD 1 TO EPA-USADAS
              MOVE PALABRA TO EPA(EPA-USADAS)
           END-IF.
           MOVE SPACES TO PALABRA.
           MOVE ZEROS TO LON-PALABRA.
           IF ENTRADA-HECHA = 'S'
              IF MODO = 'D'
                 PERFORM 3340-PROCESAR-ENTRADA
              ELSE
                 PERFORM 3410-PROCESAR-USING
              END-IF
              MOVE ZEROS TO EPA-USADAS
           END-IF.

      * NIVEL NOMBRE [PIC ...] [OCCURS ...]: LOS 88 Y 66 NO CUENTAN;
      * LA PROFUNDIDAD DE OCCURS SE HEREDA DE LOS GRUPOS QUE LO
      * CONTIENEN
       3340-PROCESAR-ENTRADA.
           IF EPA-USADAS > ZEROS AND EPA(1)(1:1) IS NUMERIC
              MOVE FUNCTION NUMVAL(EPA(1)) TO NIVEL
              IF NIVEL = 77
                 MOVE 1 TO NIVEL
              END-IF
              IF NIVEL NOT = 88 AND NIVEL NOT = 66
                 AND ENT-USADAS < 2000
                 ADD 1 TO ENT-USADAS
                 MOVE NIVEL  TO ENT-NIVEL(ENT-USADAS)
                 MOVE 'FILLER' TO ENT-NOMBRE(ENT-USADAS)
                 MOVE SPACES TO ENT-PIC(ENT-USADAS)
                 MOVE 'N'    TO ENT-NUMERICO(ENT-USADAS)
                 MOVE ZEROS  TO PROF
                 IF EPA-USADAS > 1
                    MOVE EPA(2) TO PALABRA-CLAUSULA
                    IF NOT ES-CLAUSULA
                       MOVE EPA(2) TO ENT-NOMBRE(ENT-USADAS)
                    END-IF
                 END-IF
                 PERFORM 3350-MIRAR-CLAUSULA
                         VARYING IDX-EPA FROM 2 BY 1
                         UNTIL IDX-EPA > EPA-USADAS
                 PERFORM 3360-SACAR-NIVEL
                         UNTIL NIV-USADOS = ZEROS
                            OR NIV-NIVEL(NIV-USADOS) < NIVEL
                 IF NIV-USADOS > ZEROS
                    ADD NIV-PROF(NIV-USADOS) TO PROF
                 END-IF
                 MOVE PROF TO ENT-PROF(ENT-USADAS)
                 IF NIV-USADOS < 50
                    ADD 1 TO NIV-USADOS
                    MOVE NIVEL TO NIV-NIVEL(NIV-USADOS)
                    MOVE PROF  TO NIV-PROF(NIV-USADOS)
                 END-IF
                 IF ENT-PIC(ENT-USADAS) NOT = SPACES
                    MOVE ENT-PIC(ENT-USADAS) TO PRUEBA-PIC
                    INSPECT PRUEBA-PIC CONVERTING 'S9V()P0123456789'
                            TO '                '
                    IF PRUEBA-PIC = SPACES
                       MOVE 'S' TO ENT-NUMERICO(ENT-USADAS)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       3350-MIRAR-CLAUSULA.
           EVALUATE EPA(IDX-EPA)
              WHEN 'PIC'
              WHEN 'PICTURE'
                 IF IDX-EPA < EPA-USADAS
                    IF EPA(IDX-EPA + 1) = 'IS'
                       AND IDX-EPA + 1 < EPA-USADAS
                       MOVE EPA(IDX-EPA + 2) TO ENT-PIC(ENT-USADAS)
                    ELSE
                       MOVE EPA(IDX-EPA + 1) TO ENT-PIC(ENT-USADAS)
                    END-IF
                 END-IF
              WHEN 'OCCURS'
                 MOVE 1 TO PROF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3360-SACAR-NIVEL.
           SUBTRACT 1 FROM NIV-USADOS.

      * PROCEDURE DIVISION USING A B ... HASTA EL PUNTO, SIN BY
      * REFERENCE/CONTENT/VALUE
       3400-PARTIR-PROCEDURE.
           IF LIN(IDX-LIN)(7:1) NOT = '*' AND NOT = '/'
              MOVE LIN(IDX-LIN) TO TEXTO-LINEA
              PERFORM 3310-PARTIR-TEXTO
           END-IF.

       3410-PROCESAR-USING.
           PERFORM 3420-PALABRA-USING
                   VARYING IDX-EPA FROM 1 BY 1
                   UNTIL IDX-EPA > EPA-USADAS.

       3420-PALABRA-USING.
           EVALUATE EPA(IDX-EPA)
              WHEN 'USING'
                 MOVE 'S' TO USING-VISTO
              WHEN 'BY'
              WHEN 'REFERENCE'
              WHEN 'CONTENT'
              WHEN 'VALUE'
                 CONTINUE
              WHEN OTHER
                 IF USING-VISTO = 'S' AND USA-USADOS < 30
                    ADD 1 TO USA-USADOS
                    MOVE EPA(IDX-EPA) TO USA(USA-USADOS)
                 END-IF
           END-EVALUATE.

      * CADA CAMPO DEL CONTRATO TIENE QUE ESTAR DECLARADO; SE LE
      * ASIGNAN SUS COLUMNAS DEL DECK DE CASOS
       3500-CASAR-CAMPO.
           MOVE ZEROS TO HALLADO.
           PERFORM 3510-COMPARAR-ENTRADA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > ENT-USADAS OR HALLADO > ZEROS.
           IF HALLADO = ZEROS
              MOVE 8 TO RC-MODULO
              MOVE SPACES TO LINEA-INF
              STRING 'CAMPO DEL CONTRATO SIN DECLARAR EN LA LINKAGE: '
                     CON-NOMBRE(IDX-CON) DELIMITED BY SIZE
                     INTO LINEA-INF
              PERFORM 8900-LINEA-INFORME
           ELSE
              MOVE HALLADO TO CON-ENT(IDX-CON)
              ADD 1 TO CON-COLUMNAS
              MOVE CON-COLUMNAS TO CON-COL(IDX-CON)
              IF CON-DIR(IDX-CON) = 'INOUT'
                 ADD 1 TO CON-COLUMNAS
              END-IF
           END-IF.

       3510-COMPARAR-ENTRADA.
           IF ENT-NOMBRE(IDX) = CON-NOMBRE(IDX-CON)
              MOVE IDX TO HALLADO
           END-IF.

      ******************************************************************
      * ESCRITURA DEL DRIVER
      ******************************************************************
       4000-CABECERA.
           MOVE ALL '*' TO LINEA.
           MOVE SPACES TO LINEA(1:6).
           MOVE SPACES TO LINEA(73:).
           PERFORM 9000-ESCRIBIR.
           MOVE SPACES TO LINEA.
           STRING '      * Purpose: Driver de casos del contrato de '
                  MOD-NOMBRE DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE '*          generado por SDPDRVG0 desde su LINKAGE'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE ALL '*' TO LINEA.
           MOVE SPACES TO LINEA(1:6).
           MOVE SPACES TO LINEA(73:).
           PERFORM 9000-ESCRIBIR.
           MOVE '* SDP DESCRIPTION' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '*  Una linea por caso en SDPCASOS, columnas separadas'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '*> por punto y coma: <caso> y despues, en orden:'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           PERFORM 4010-COLUMNA-CABECERA
                   VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > CON-USADOS.
           MOVE '*> Un asterisco deja la entrada del caso anterior o no'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '*> comprueba la salida; asterisco en columna 1 es'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '*> comentario. RC 8 si algun caso falla.'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '* SDP END' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '*' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           STRING '      * SDP DESC Casos del contrato de ' MOD-NOMBRE
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE '* SDP IVP 0 Files.Consumes = SDPCASOS' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE ALL '*' TO LINEA.
           MOVE SPACES TO LINEA(1:6).
           MOVE SPACES TO LINEA(73:).
           PERFORM 9000-ESCRIBIR.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE ' IDENTIFICATION DIVISION.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           STRING '       PROGRAM-ID. ' MOD-DRIVER '.'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.

       4010-COLUMNA-CABECERA.
           MOVE CON-COL(IDX-CON) TO COLUMNA-ED.
           MOVE SPACES TO LINEA.
           IF CON-DIR(IDX-CON) = 'INOUT'
              STRING '      *>    ' COLUMNA-ED ' ' CON-NOMBRE(IDX-CON)
                     ' ENTRADA' DELIMITED BY SIZE INTO LINEA
              PERFORM 9000-ESCRIBIR
              ADD 1 TO CON-COL(IDX-CON) GIVING COLUMNA-ED
              MOVE SPACES TO LINEA
              STRING '      *>    ' COLUMNA-ED ' ' CON-NOMBRE(IDX-CON)
                     ' SALIDA' DELIMITED BY SIZE INTO LINEA
           ELSE
              STRING '      *>    ' COLUMNA-ED ' ' CON-NOMBRE(IDX-CON)
                     ' ' CON-DIR(IDX-CON) DELIMITED BY SIZE INTO LINEA
           END-IF.
           PERFORM 9000-ESCRIBIR.

       4100-DATOS.
           MOVE ' ENVIRONMENT DIVISION.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE ' INPUT-OUTPUT SECTION.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE ' FILE-CONTROL.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE "     SELECT CASOS ASSIGN TO 'SDPCASOS'"
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '            FILE STATUS IS DRV-FS-CASOS'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '            ORGANIZATION IS LINE SEQUENTIAL'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '            ACCESS MODE IS SEQUENTIAL.'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE ' DATA DIVISION.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE ' FILE SECTION.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE ' FD  CASOS.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE ' 01  REC-CASO PIC X(1000).' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE ' WORKING-STORAGE SECTION.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE ' 77 DRV-FS-CASOS  PIC XX VALUE SPACES.'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE ' 77 DRV-RC        PIC 9(03) VALUE ZEROS.'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE ' 77 DRV-MSG-FSTAT PIC X(40) VALUE SPACES.'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE " 77 DRV-FIN-CASOS PIC X(01) VALUE 'N'."
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE " 77 DRV-CASO-OK   PIC X(01) VALUE 'S'."
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE ' 01  DRV-CONTADORES.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     03 DRV-CASOS  PIC 9(05) VALUE ZEROS.'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     03 DRV-PASAN  PIC 9(05) VALUE ZEROS.'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     03 DRV-FALLAN PIC 9(05) VALUE ZEROS.'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE ' 01  DRV-VALORES.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     03 DRV-CASO PIC X(30).' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE CON-COLUMNAS TO COLUMNA-ED.
           MOVE SPACES TO LINEA.
           STRING '           03 DRV-VAL OCCURS ' COLUMNA-ED
                  ' TIMES PIC X(80).' DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE ' 01  DRV-DIFERENCIA.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     03 DRV-CAMPO     PIC X(30).' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     03 DRV-ESPERADO  PIC X(80).' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     03 DRV-OBTENIDO  PIC X(80).' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     03 DRV-NUMERO-ED PIC -(11)9.9(06).'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE SPACES TO LINEA.
           STRING '      * LINKAGE SECTION DE ' MOD-NOMBRE ', TAL CUAL'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.
           COMPUTE IDX-LIN = LIN-LINKAGE + 1.
           PERFORM 4110-LINEA-LINKAGE
                   VARYING IDX-LIN FROM IDX-LIN BY 1
                   UNTIL IDX-LIN NOT < LIN-PROCEDURE.

       4110-LINEA-LINKAGE.
           MOVE LIN(IDX-LIN) TO LINEA.
           PERFORM 9000-ESCRIBIR.

       4200-PRINCIPAL.
           MOVE ' PROCEDURE DIVISION.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE ' 1000-INICIO.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     OPEN INPUT CASOS.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "     MOVE 'ABRIENDO CASOS SDPCASOS' TO DRV-MSG-FSTAT."
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "     CALL 'SRTFSTAT' USING DRV-FS-CASOS '00' SPACES"
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '          DRV-MSG-FSTAT DRV-RC.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     IF DRV-RC NOT = ZEROS STOP RUN RETURNING DRV-RC.'
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           PERFORM 4210-INICIALIZAR-REGISTRO
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > ENT-USADAS.
           MOVE '     READ CASOS' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "          AT END MOVE 'S' TO DRV-FIN-CASOS"
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     END-READ.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "     PERFORM 2000-CASO UNTIL DRV-FIN-CASOS = 'S'."
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     CLOSE CASOS.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE "     DISPLAY 'CASOS ' DRV-CASOS ' PASAN ' DRV-PASAN"
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "             ' FALLAN ' DRV-FALLAN." TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     IF DRV-FALLAN > ZEROS' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '        MOVE 8 TO DRV-RC' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     END-IF.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     STOP RUN RETURNING DRV-RC.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.
           MOVE ' 2000-CASO.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "     IF REC-CASO(1:1) NOT = '*'" TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '        AND REC-CASO NOT = SPACES' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '        PERFORM 2100-EJECUTAR-CASO' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     END-IF.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     READ CASOS' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "          AT END MOVE 'S' TO DRV-FIN-CASOS"
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     END-READ.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.

      * LOS REGISTROS 01 DE LA LINKAGE EMPIEZAN A BLANCOS Y CEROS
       4210-INICIALIZAR-REGISTRO.
           IF ENT-NIVEL(IDX) = 1 AND ENT-NOMBRE(IDX) NOT = 'FILLER'
              MOVE SPACES TO LINEA
              STRING '           INITIALIZE ' DELIMITED BY SIZE
                     ENT-NOMBRE(IDX) DELIMITED BY SPACE
                     '.' DELIMITED BY SIZE
                     INTO LINEA
              PERFORM 9000-ESCRIBIR
           END-IF.

       4300-EJECUTAR-CASO.
           MOVE ' 2100-EJECUTAR-CASO.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     MOVE SPACES TO DRV-VALORES.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "     UNSTRING REC-CASO DELIMITED BY ';'"
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '              INTO DRV-CASO' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           PERFORM 4310-COLUMNA-UNSTRING
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CON-COLUMNAS.
           MOVE '     ADD 1 TO DRV-CASOS.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     PERFORM 3000-PONER-ENTRADAS.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           STRING "           CALL '" DELIMITED BY SIZE
                  MOD-NOMBRE DELIMITED BY SPACE
                  "' USING" DELIMITED BY SIZE INTO LINEA.
           PERFORM 9000-ESCRIBIR.
           PERFORM 4320-ARGUMENTO-USING
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > USA-USADOS.
           MOVE "     MOVE 'S' TO DRV-CASO-OK." TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     PERFORM 4000-COMPROBAR-SALIDAS.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "     IF DRV-CASO-OK = 'S'" TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '        ADD 1 TO DRV-PASAN' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "        DISPLAY 'PASA  ' DRV-CASO" TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     ELSE' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '        ADD 1 TO DRV-FALLAN' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     END-IF.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.

       4310-COLUMNA-UNSTRING.
           MOVE IDX TO COLUMNA-ED.
           MOVE SPACES TO LINEA.
           STRING '                         DRV-VAL(' COLUMNA-ED ')'
                  DELIMITED BY SIZE INTO LINEA.
           IF IDX = CON-COLUMNAS
              MOVE '.' TO LINEA(37:1)
           END-IF.
           PERFORM 9000-ESCRIBIR.

       4320-ARGUMENTO-USING.
           MOVE SPACES TO LINEA.
           STRING '                ' USA(IDX) DELIMITED BY SIZE
                  INTO LINEA.
           IF IDX = USA-USADOS
              MOVE 17 TO PTR-LINEA
              STRING USA(IDX) DELIMITED BY SPACE '.' DELIMITED BY SIZE
                     INTO LINEA WITH POINTER PTR-LINEA
           END-IF.
           PERFORM 9000-ESCRIBIR.

      * ENTRADAS ANTES DEL CALL; LOS CAMPOS SOLO DE SALIDA A CERO
       4400-PONER-ENTRADAS.
           MOVE ' 3000-PONER-ENTRADAS.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     CONTINUE.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           PERFORM 4410-PONER-CAMPO
                   VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > CON-USADOS.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.

       4410-PONER-CAMPO.
           PERFORM 4900-REFERENCIA.
           MOVE CON-COL(IDX-CON) TO COLUMNA-ED.
           IF CON-DIR(IDX-CON) = 'OUT'
              MOVE SPACES TO LINEA
              STRING '           INITIALIZE ' DELIMITED BY SIZE
                     REFERENCIA DELIMITED BY SPACE
                     '.' DELIMITED BY SIZE
                     INTO LINEA
              PERFORM 9000-ESCRIBIR
           ELSE
              MOVE SPACES TO LINEA
              STRING "           IF DRV-VAL(" COLUMNA-ED
                     ") NOT = '*'" DELIMITED BY SIZE INTO LINEA
              PERFORM 9000-ESCRIBIR
              MOVE SPACES TO LINEA
              IF ENT-NUMERICO(CON-ENT(IDX-CON)) = 'S'
                 STRING '              MOVE FUNCTION NUMVAL(DRV-VAL('
                        COLUMNA-ED '))' DELIMITED BY SIZE INTO LINEA
              ELSE
                 STRING '              MOVE DRV-VAL(' COLUMNA-ED ')'
                        DELIMITED BY SIZE INTO LINEA
              END-IF
              PERFORM 9000-ESCRIBIR
              MOVE SPACES TO LINEA
              STRING '                   TO ' REFERENCIA
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 9000-ESCRIBIR
              MOVE '           END-IF.' TO LINEA
              PERFORM 9000-ESCRIBIR
           END-IF.

      * SALIDAS DESPUES DEL CALL: OUT EN SU COLUMNA, INOUT EN LA
      * SIGUIENTE A SU ENTRADA
       4500-COMPROBAR-SALIDAS.
           MOVE ' 4000-COMPROBAR-SALIDAS.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     CONTINUE.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           PERFORM 4510-COMPROBAR-CAMPO
                   VARYING IDX-CON FROM 1 BY 1
                   UNTIL IDX-CON > CON-USADOS.
           MOVE SPACES TO LINEA.
           PERFORM 9000-ESCRIBIR.

       4510-COMPROBAR-CAMPO.
           IF CON-DIR(IDX-CON) NOT = 'IN'
              PERFORM 4900-REFERENCIA
              MOVE CON-COL(IDX-CON) TO COLUMNA-ED
              IF CON-DIR(IDX-CON) = 'INOUT'
                 ADD 1 TO CON-COL(IDX-CON) GIVING COLUMNA-ED
              END-IF
              MOVE SPACES TO LINEA
              STRING "           IF DRV-VAL(" COLUMNA-ED
                     ") NOT = '*'" DELIMITED BY SIZE INTO LINEA
              PERFORM 9000-ESCRIBIR
              MOVE SPACES TO LINEA
              STRING '              IF ' REFERENCIA
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 9000-ESCRIBIR
              MOVE SPACES TO LINEA
              IF ENT-NUMERICO(CON-ENT(IDX-CON)) = 'S'
                 STRING '                 NOT = FUNCTION NUMVAL('
                        'DRV-VAL(' COLUMNA-ED '))' DELIMITED BY SIZE
                        INTO LINEA
              ELSE
                 STRING '                 NOT = DRV-VAL(' COLUMNA-ED ')'
                        DELIMITED BY SIZE INTO LINEA
              END-IF
              PERFORM 9000-ESCRIBIR
              MOVE SPACES TO LINEA
              STRING "                 MOVE '" DELIMITED BY SIZE
                     CON-NOMBRE(IDX-CON) DELIMITED BY SPACE
                     "' TO DRV-CAMPO" DELIMITED BY SIZE INTO LINEA
              PERFORM 9000-ESCRIBIR
              MOVE SPACES TO LINEA
              STRING '                 MOVE DRV-VAL(' COLUMNA-ED
                     ') TO DRV-ESPERADO' DELIMITED BY SIZE INTO LINEA
              PERFORM 9000-ESCRIBIR
              MOVE SPACES TO LINEA
              IF ENT-NUMERICO(CON-ENT(IDX-CON)) = 'S'
                 STRING '                 MOVE ' REFERENCIA
                        DELIMITED BY SIZE INTO LINEA
                 PERFORM 9000-ESCRIBIR
                 MOVE '                      TO DRV-NUMERO-ED' TO LINEA
                 PERFORM 9000-ESCRIBIR
                 MOVE '                 MOVE DRV-NUMERO-ED' TO LINEA
                 PERFORM 9000-ESCRIBIR
                 MOVE '                      TO DRV-OBTENIDO' TO LINEA
              ELSE
                 STRING '                 MOVE ' REFERENCIA
                        DELIMITED BY SIZE INTO LINEA
                 PERFORM 9000-ESCRIBIR
                 MOVE '                      TO DRV-OBTENIDO' TO LINEA
              END-IF
              PERFORM 9000-ESCRIBIR
              MOVE '                 PERFORM 5000-LISTAR-DIFERENCIA'
                   TO LINEA
              PERFORM 9000-ESCRIBIR
              MOVE '              END-IF' TO LINEA
              PERFORM 9000-ESCRIBIR
              MOVE '           END-IF.' TO LINEA
              PERFORM 9000-ESCRIBIR
           END-IF.

       4600-LISTAR-DIFERENCIA.
           MOVE ' 5000-LISTAR-DIFERENCIA.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "     IF DRV-CASO-OK = 'S'" TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "        DISPLAY 'FALLA ' DRV-CASO" TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "        MOVE 'N' TO DRV-CASO-OK" TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE '     END-IF.' TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "     DISPLAY '      ' DRV-CAMPO" TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "             ' ESPERADO ' DRV-ESPERADO(1:30)"
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.
           MOVE "             ' OBTENIDO ' DRV-OBTENIDO(1:30)."
                TO TEXTO-FUENTE.
           PERFORM 9010-ESCRIBIR-TEXTO.

      * NOMBRE DEL CAMPO CON SUBINDICE 1 POR CADA OCCURS QUE LO
      * CONTIENE
       4900-REFERENCIA.
           MOVE CON-ENT(IDX-CON) TO HALLADO.
           MOVE SPACES TO REFERENCIA.
           EVALUATE ENT-PROF(HALLADO)
              WHEN ZEROS
                 MOVE CON-NOMBRE(IDX-CON) TO REFERENCIA
              WHEN 1
                 STRING CON-NOMBRE(IDX-CON) DELIMITED BY SPACE
                        '(1)' DELIMITED BY SIZE INTO REFERENCIA
              WHEN 2
                 STRING CON-NOMBRE(IDX-CON) DELIMITED BY SPACE
                        '(1,1)' DELIMITED BY SIZE INTO REFERENCIA
              WHEN OTHER
                 STRING CON-NOMBRE(IDX-CON) DELIMITED BY SPACE
                        '(1,1,1)' DELIMITED BY SIZE INTO REFERENCIA
           END-EVALUATE.

       8900-LINEA-INFORME.
           MOVE ZEROS TO RPT-IMPORTE.
           PERFORM 8910-LINEA-CON-IMPORTE.

       8910-LINEA-CON-IMPORTE.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MOD-NOMBRE TO RPT-CORTE.
           MOVE LINEA-INF TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-DRIVERS.

       9000-ESCRIBIR.
           WRITE REC-SALIDA FROM LINEA.

      * TEXTO A PARTIR DE LA COLUMNA 7 DE LA LINEA GENERADA
       9010-ESCRIBIR-TEXTO.
           MOVE SPACES TO LINEA.
           MOVE TEXTO-FUENTE TO LINEA(7:).
           PERFORM 9000-ESCRIBIR.
