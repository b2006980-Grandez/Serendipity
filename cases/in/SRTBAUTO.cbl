      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Eleccion automatica de la variante de ordenacion por
      *          una muestra de SORTIN
      ******************************************************************
      * SDP DESCRIPTION
      *  Paso previo de la cadena de ordenacion: lee SORTIN una vez y
      *> mide el numero de registros, los tramos ascendentes de la
      *> secuencia de claves, las inversiones en una muestra
      *> sistematica de hasta 1000 claves (por mil de los pares) y
      *> la proporcion de claves repetidas (por mil de los
      *> registros). Con eso elige la variante, por este orden:
      *>    tarjeta VARIANTE del deck SRTAUTOP      la de la tarjeta
      *>    mas de 10000 registros                  SRTBEMS0
      *>    inversiones hasta CASI-ORDENADO (50)    SRTBINS0
      *>    hasta PEQUENO registros (500)           SRTBSHEL
      *>    resto (entrada desordenada)             SRTBQUIK
      *> Las burbujas y la seleccion solo se ejecutan por tarjeta.
      *  Deja el razonamiento en una pagina por SDPREPW0 (medidas,
      *> cada regla con su resultado y la eleccion), la eleccion en
      *> SRTAUTOD para el paso siguiente y su START/STOP en SDPRUNLG
      *> con los registros de SORTIN como leidos y los de la muestra
      *> como escritos. Con EJECUTAR S (por omision) llama despues a
      *> la variante elegida, que termina la ejecucion con su propio
      *> RC; con EJECUTAR N solo decide.
      *  Una tarjeta VARIANTE desconocida, o una variante en memoria
      *> para mas de 10000 registros, termina con RC 16 sin ordenar.
      * SDP END
      *
      * SDP DESC Eleccion de variante por orden previo y repetidos
      * SDP IVP 0 Files.Consumes = SRTAUTOP,SORTIN
      * SDP IVP 0 Files.Produces = SRTAUTOD; SDPPRINT lo escribe
      * SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTBAUTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'SRTAUTOP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA ASSIGN TO FIS-SORTIN
                  FILE STATUS IS FS-INPUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT DECISION ASSIGN TO 'SRTAUTOD'
                  FILE STATUS IS FS-DECISION
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  ENTRADA.
       01  REC-ENTRADA.
           03 DATO PIC 9(05).
           03 F    PIC X(75).

       FD  DECISION.
       01  REC-DECISION.
           03 DEC-VARIANTE PIC X(08).
           03 DEC-SEP1     PIC X(01).
           03 DEC-MOTIVO   PIC X(40).
           03 DEC-SEP2     PIC X(01).
           03 DEC-REGISTROS PIC 9(09).
           03 DEC-SEP3     PIC X(01).
           03 DEC-INVERSIONES PIC 9(04).
           03 DEC-SEP4     PIC X(01).
           03 DEC-DUPLICADOS PIC 9(04).
           03 DEC-SEP5     PIC X(01).
           03 DEC-TRAMOS   PIC 9(09).

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-INPUT    PIC XX VALUE SPACES.
       77 FS-DECISION PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-ENTRADA PIC X(01) VALUE 'N'.
       77 CONOCIDA    PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SORTIN PIC X(64) VALUE 'SORTIN'.

       01  OPCIONES.
           03 VARIANTE-TARJETA PIC X(08) VALUE SPACES.
           03 EJECUTAR         PIC X(01) VALUE 'S'.
           03 CASI-ORDENADO    PIC 9(04) VALUE 50.
           03 PEQUENO          PIC 9(05) VALUE 500.

       01  LIMITES.
           03 MAX-DATOS   PIC 9(05) VALUE 10000.
           03 MAX-MUESTRA PIC 9(05) VALUE 1000.

      * VARIANTES QUE SE PUEDEN PEDIR POR TARJETA; LA ULTIMA ES LA
      * UNICA QUE NO ESTA LIMITADA POR LA TABLA ORDEN
       01  VARIANTES-VALORES.
           03 FILLER PIC X(08) VALUE 'SRTBBB10'.
           03 FILLER PIC X(08) VALUE 'SRTBBB11'.
           03 FILLER PIC X(08) VALUE 'SRTBBB20'.
           03 FILLER PIC X(08) VALUE 'SRTBINS0'.
           03 FILLER PIC X(08) VALUE 'SRTBSEL0'.
           03 FILLER PIC X(08) VALUE 'SRTBSHEL'.
           03 FILLER PIC X(08) VALUE 'SRTBSOC1'.
           03 FILLER PIC X(08) VALUE 'SRTBHEAP'.
           03 FILLER PIC X(08) VALUE 'SRTBQUIK'.
           03 FILLER PIC X(08) VALUE 'SRTBEMS0'.
       01  VARIANTES REDEFINES VARIANTES-VALORES.
           03 VAR-NOMBRE PIC X(08) OCCURS 10 TIMES.

      * CLAVES EN ORDEN DE LLEGADA (LAS PRIMERAS MAX-DATOS) Y MARCA
      * DE CLAVE YA VISTA PARA CONTAR REPETIDAS EN TODO EL FICHERO
       01  TABLA-CLAVES.
           03 CLV-USADAS PIC 9(05) VALUE ZEROS.
           03 CLV-VALOR  PIC 9(05) OCCURS 10000 TIMES.

       01  TABLA-VISTAS.
           03 VISTA PIC X(01) OCCURS 100000 TIMES.

       01  TABLA-MUESTRA.
           03 MUE-USADAS PIC 9(05) VALUE ZEROS.
           03 MUE-VALOR  PIC 9(05) OCCURS 1000 TIMES.

       01  MEDIDAS.
           03 REGISTROS     PIC 9(09) VALUE ZEROS.
           03 ILEGIBLES     PIC 9(09) VALUE ZEROS.
           03 REPETIDAS     PIC 9(09) VALUE ZEROS.
           03 TRAMOS        PIC 9(09) VALUE ZEROS.
           03 CLAVE-PREVIA  PIC 9(05) VALUE ZEROS.
           03 PASO          PIC 9(05) VALUE ZEROS.
           03 PARES         PIC 9(09) VALUE ZEROS.
           03 INVERSIONES   PIC 9(09) VALUE ZEROS.
           03 INVERSIONES-PM PIC 9(04) VALUE ZEROS.
           03 DUPLICADOS-PM PIC 9(04) VALUE ZEROS.

       01  ELECCION.
           03 VARIANTE     PIC X(08) VALUE SPACES.
           03 MOTIVO       PIC X(40) VALUE SPACES.
           03 DECIDIDO     PIC X(01) VALUE 'N'.

       01  INDICES.
           03 IDX   PIC 9(05) VALUE ZEROS.
           03 IDX2  PIC 9(05) VALUE ZEROS.
           03 DESDE PIC 9(05) VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 CUENTA-ED PIC ZZZZZZZZ9.
           03 PM-ED     PIC ZZZ9.
           03 LIMITE-ED PIC ZZZZ9.

       01  REGISTRO-EJECUCION.
           03 RLOG-PROGRAMA PIC X(08) VALUE 'SRTBAUTO'.
           03 RLOG-LEIDOS   PIC 9(09) VALUE ZEROS.
           03 RLOG-ESCRITOS PIC 9(09) VALUE ZEROS.

       01  INFORME-ELECCION.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SORTIN  ' FIS-SORTIN.
           CALL 'SDPRLOG0' USING 'START' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.

           PERFORM 1100-LEER-PARAMETROS.
           IF VARIANTE-TARJETA NOT = SPACES
              MOVE 'N' TO CONOCIDA
              PERFORM 1200-BUSCAR-VARIANTE
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > 10
              IF CONOCIDA = 'N'
                 DISPLAY 'VARIANTE DESCONOCIDA EN SRTAUTOP: '
                         VARIANTE-TARJETA
                 MOVE 16 TO RC
                 PERFORM 9000-CIERRE-CONTROLADO
              END-IF
           END-IF.

           PERFORM 2000-MEDIR-ENTRADA THRU 2000-MEDIR-ENTRADA-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.
           PERFORM 2300-TOMAR-MUESTRA.
           PERFORM 2400-CONTAR-INVERSIONES
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > MUE-USADAS.
           IF PARES > ZEROS
              COMPUTE INVERSIONES-PM = INVERSIONES * 1000 / PARES
           END-IF.
           IF REGISTROS - ILEGIBLES > ZEROS
              COMPUTE DUPLICADOS-PM =
                      REPETIDAS * 1000 / (REGISTROS - ILEGIBLES)
           END-IF.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'ELECCION DE VARIANTE DE ORDENACION' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-ELECCION.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 3000-INFORMAR-MEDIDAS.
           PERFORM 4000-ELEGIR THRU 4000-ELEGIR-FIN.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-ELECCION.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 5000-GRABAR-DECISION.
           DISPLAY 'VARIANTE ' VARIANTE ' - ' MOTIVO.

           MOVE REGISTROS  TO RLOG-LEIDOS.
           MOVE MUE-USADAS TO RLOG-ESCRITOS.
           CALL 'SDPRLOG0' USING 'STOP ' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.

      * LA VARIANTE ES UN PROGRAMA PRINCIPAL: SU STOP RUN TERMINA LA
      * EJECUCION CON SU PROPIO RC
           IF EJECUTAR = 'S'
              CALL VARIANTE
           END-IF.
           STOP RUN RETURNING RC.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FS-PARM = '00'
              READ PARAMETROS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1110-TRATAR-PARAMETRO UNTIL FIN-FICH = 'S'
              CLOSE PARAMETROS
           END-IF.

       1110-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'VARIANTE    '
                   MOVE PRM-VALOR(1:8) TO VARIANTE-TARJETA
              WHEN 'EJECUTAR    '
                   MOVE PRM-VALOR(1:1) TO EJECUTAR
              WHEN 'CASI-ORDENAD'
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO CASI-ORDENADO
              WHEN 'PEQUENO     '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO PEQUENO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1200-BUSCAR-VARIANTE.
           IF VAR-NOMBRE(IDX) = VARIANTE-TARJETA
              MOVE 'S' TO CONOCIDA
           END-IF.

      * UNA SOLA LECTURA: TRAMOS ASCENDENTES Y REPETIDAS SOBRE TODO
      * EL FICHERO, CLAVES GUARDADAS PARA LA MUESTRA HASTA MAX-DATOS
       2000-MEDIR-ENTRADA.
           MOVE LOW-VALUES TO TABLA-VISTAS.
           OPEN INPUT ENTRADA.
           MOVE 'ABRIENDO FICHERO DE ENTRADA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-MEDIR-ENTRADA-FIN.

           READ ENTRADA
                AT END MOVE 'S' TO FIN-ENTRADA
           END-READ.
           PERFORM 2100-MEDIR-REGISTRO UNTIL FIN-ENTRADA = 'S'.

           MOVE 'LEYENDO FICHERO DE ENTRADA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '10' SPACES
                MSG-FSTAT RC.
           CLOSE ENTRADA.

       2000-MEDIR-ENTRADA-FIN.
           EXIT.

       2100-MEDIR-REGISTRO.
           ADD 1 TO REGISTROS.
           IF DATO NOT NUMERIC
              ADD 1 TO ILEGIBLES
           ELSE
              IF VISTA(DATO + 1) = 'S'
                 ADD 1 TO REPETIDAS
              ELSE
                 MOVE 'S' TO VISTA(DATO + 1)
              END-IF
              IF TRAMOS = ZEROS OR DATO < CLAVE-PREVIA
                 ADD 1 TO TRAMOS
              END-IF
              MOVE DATO TO CLAVE-PREVIA
              IF CLV-USADAS < MAX-DATOS
                 ADD 1 TO CLV-USADAS
                 MOVE DATO TO CLV-VALOR(CLV-USADAS)
              END-IF
           END-IF.
           READ ENTRADA
                AT END MOVE 'S' TO FIN-ENTRADA
           END-READ.

      * MUESTRA SISTEMATICA: UNA CLAVE DE CADA PASO, REPARTIDA POR
      * TODO LO GUARDADO
       2300-TOMAR-MUESTRA.
           COMPUTE PASO = (CLV-USADAS + MAX-MUESTRA - 1) / MAX-MUESTRA.
           IF PASO = ZEROS
              MOVE 1 TO PASO
           END-IF.
           PERFORM 2310-ANOTAR-MUESTRA
                   VARYING IDX FROM 1 BY PASO
                   UNTIL IDX > CLV-USADAS OR MUE-USADAS = MAX-MUESTRA.

       2310-ANOTAR-MUESTRA.
           ADD 1 TO MUE-USADAS.
           MOVE CLV-VALOR(IDX) TO MUE-VALOR(MUE-USADAS).

       2400-CONTAR-INVERSIONES.
           COMPUTE DESDE = IDX + 1.
           PERFORM 2410-COMPARAR-PAR
                   VARYING IDX2 FROM DESDE BY 1 UNTIL IDX2 > MUE-USADAS.

       2410-COMPARAR-PAR.
           ADD 1 TO PARES.
           IF MUE-VALOR(IDX) > MUE-VALOR(IDX2)
              ADD 1 TO INVERSIONES
           END-IF.

       3000-INFORMAR-MEDIDAS.
           MOVE 'MEDIDAS         ' TO RPT-CORTE.
           MOVE REGISTROS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'REGISTROS EN SORTIN          ' CUENTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           IF ILEGIBLES > ZEROS
              MOVE ILEGIBLES TO CUENTA-ED
              MOVE SPACES TO LINEA
              STRING 'CLAVES NO NUMERICAS (FUERA)  ' CUENTA-ED
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 3900-ESCRIBIR-LINEA
           END-IF.

           MOVE TRAMOS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'TRAMOS ASCENDENTES           ' CUENTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE MUE-USADAS TO CUENTA-ED.
           MOVE PASO TO LIMITE-ED.
           MOVE SPACES TO LINEA.
           STRING 'CLAVES EN LA MUESTRA         ' CUENTA-ED
                  ' (UNA DE CADA ' LIMITE-ED ')'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE INVERSIONES-PM TO PM-ED.
           MOVE INVERSIONES TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'INVERSIONES EN LA MUESTRA    ' CUENTA-ED
                  ' (' PM-ED ' POR MIL DE LOS PARES)'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE DUPLICADOS-PM TO PM-ED.
           MOVE REPETIDAS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'CLAVES REPETIDAS             ' CUENTA-ED
                  ' (' PM-ED ' POR MIL DE LOS REGISTROS)'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

       3900-ESCRIBIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-ELECCION.

      * LAS REGLAS SE EVALUAN EN ORDEN Y SE LISTAN TODAS HASTA LA
      * QUE DECIDE
       4000-ELEGIR.
           MOVE 'REGLAS          ' TO RPT-CORTE.

           IF VARIANTE-TARJETA NOT = SPACES
              MOVE VARIANTE-TARJETA TO VARIANTE
              MOVE 'PEDIDA POR TARJETA EN SRTAUTOP' TO MOTIVO
              MOVE 'TARJETA VARIANTE EN SRTAUTOP: SI' TO LINEA
              PERFORM 3900-ESCRIBIR-LINEA
              IF REGISTROS > MAX-DATOS
                 AND VARIANTE-TARJETA NOT = 'SRTBEMS0'
                 MOVE 'LA VARIANTE PEDIDA NO ADMITE MAS DE 10000 REGIST'
                      & 'ROS: NO SE ORDENA' TO LINEA
                 PERFORM 3900-ESCRIBIR-LINEA
                 MOVE 16 TO RC
              END-IF
              GO TO 4000-ELEGIR-DECISION
           END-IF.
           MOVE 'TARJETA VARIANTE EN SRTAUTOP: NO' TO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE MAX-DATOS TO LIMITE-ED.
           MOVE SPACES TO LINEA.
           IF REGISTROS > MAX-DATOS
              STRING 'MAS DE ' LIMITE-ED ' REGISTROS: SI'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 3900-ESCRIBIR-LINEA
              MOVE 'SRTBEMS0' TO VARIANTE
              MOVE 'SUPERA EL TECHO DE LA TABLA ORDEN' TO MOTIVO
              GO TO 4000-ELEGIR-DECISION
           END-IF.
           STRING 'MAS DE ' LIMITE-ED ' REGISTROS: NO'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE CASI-ORDENADO TO PM-ED.
           MOVE SPACES TO LINEA.
           IF INVERSIONES-PM NOT > CASI-ORDENADO
              STRING 'INVERSIONES HASTA ' PM-ED ' POR MIL: SI'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 3900-ESCRIBIR-LINEA
              MOVE 'SRTBINS0' TO VARIANTE
              MOVE 'ENTRADA CASI ORDENADA' TO MOTIVO
              GO TO 4000-ELEGIR-DECISION
           END-IF.
           STRING 'INVERSIONES HASTA ' PM-ED ' POR MIL: NO'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE PEQUENO TO LIMITE-ED.
           MOVE SPACES TO LINEA.
           IF REGISTROS NOT > PEQUENO
              STRING 'HASTA ' LIMITE-ED ' REGISTROS: SI'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 3900-ESCRIBIR-LINEA
              MOVE 'SRTBSHEL' TO VARIANTE
              MOVE 'ENTRADA DESORDENADA Y PEQUENA' TO MOTIVO
              GO TO 4000-ELEGIR-DECISION
           END-IF.
           STRING 'HASTA ' LIMITE-ED ' REGISTROS: NO'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE 'SRTBQUIK' TO VARIANTE.
           MOVE 'ENTRADA DESORDENADA' TO MOTIVO.

       4000-ELEGIR-DECISION.
           MOVE 'DECISION        ' TO RPT-CORTE.
           MOVE SPACES TO LINEA.
           STRING 'VARIANTE ELEGIDA ' VARIANTE ': ' MOTIVO
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

       4000-ELEGIR-FIN.
           EXIT.

       5000-GRABAR-DECISION.
           OPEN OUTPUT DECISION.
           MOVE 'ABRIENDO DECISION SRTAUTOD' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-DECISION '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.
           MOVE SPACES         TO REC-DECISION.
           MOVE VARIANTE       TO DEC-VARIANTE.
           MOVE MOTIVO         TO DEC-MOTIVO.
           MOVE REGISTROS      TO DEC-REGISTROS.
           MOVE INVERSIONES-PM TO DEC-INVERSIONES.
           MOVE DUPLICADOS-PM  TO DEC-DUPLICADOS.
           MOVE TRAMOS         TO DEC-TRAMOS.
           WRITE REC-DECISION.
           CLOSE DECISION.

      * UN FIN CONTROLADO CON ERROR DEJA SU REGISTRO STOP EN EL LOG
      * CENTRAL CON EL RC DEL CONVENIO
       9000-CIERRE-CONTROLADO.
           MOVE REGISTROS  TO RLOG-LEIDOS.
           MOVE MUE-USADAS TO RLOG-ESCRITOS.
           CALL 'SDPRLOG0' USING 'STOP ' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.
           STOP RUN RETURNING RC.
