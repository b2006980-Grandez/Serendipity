      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Cabecera, detalle y pie de los ficheros de socios en
      *          la cadena de ordenacion
      ******************************************************************
      * SDP DESCRIPTION
      *  Modulo comun al estilo de SRTFSTAT para que SRTMLOAD,
      *> SRTBLAY0 y SRTMUTIL no ordenen ni filtren la cabecera y el
      *> pie de los ficheros de socios como si fueran datos. El tipo
      *> de registro se define por posicion y valor en el deck
      *> SRTHDTRP, el mismo para toda la cadena:
      *>    TIPO        <pos> <lon>
      *>    CABECERA    <valor>
      *>    PIE         <valor>
      *>    PIE-CUENTA  <pos> <lon>
      *>    PIE-IMPORTE <pos> <lon>
      *>    DET-IMPORTE <pos> <lon>
      *> Sin deck, o sin TIPO, todo registro es detalle y la cadena
      *> sigue como siempre. La cabecera solo puede ser el primer
      *> registro y el pie el ultimo; cualquier otro es detalle.
      *  El llamador clasifica cada registro (CLASIFIC), valida el
      *> pie contra los detalles antes de procesar (VALIDAR: cuenta
      *> y, si hay PIE-IMPORTE y DET-IMPORTE, suma del importe), va
      *> sumando los detalles que escribe (DETALLE) y pide al final
      *> el pie recalculado (PIE), que lleva la cuenta y el importe
      *> de lo escrito en los mismos campos del pie de entrada. Los
      *> campos son DISPLAY; un importe negativo lleva el signo en el
      *> primer byte del campo, como el SUM de SRTMUTIL.
      * SDP END
      *
      * SDP IVP 0 Interface.Contract(SRTMHDTR) = HDT-FUNCION:IN,
      * HDT-REGISTRO:INOUT,HDT-TIPO:OUT,HDT-ACTIVO:OUT,HDT-RC:OUT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTMHDTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'SRTHDTRP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       WORKING-STORAGE SECTION.
       77 FS-PARM  PIC XX VALUE SPACES.
       77 FIN-PARM PIC X(01) VALUE 'N'.

      * CAMPO: POSICION Y LONGITUD DENTRO DEL REGISTRO DE 80
       01  CONFIG-TIPOS.
           03 TIPO-POS      PIC 9(05) VALUE ZEROS.
           03 TIPO-LON      PIC 9(02) VALUE ZEROS.
           03 VALOR-CAB     PIC X(20) VALUE SPACES.
           03 VALOR-PIE     PIC X(20) VALUE SPACES.
           03 PIE-CUENTA-POS  PIC 9(05) VALUE ZEROS.
           03 PIE-CUENTA-LON  PIC 9(02) VALUE ZEROS.
           03 PIE-IMPORTE-POS PIC 9(05) VALUE ZEROS.
           03 PIE-IMPORTE-LON PIC 9(02) VALUE ZEROS.
           03 DET-IMPORTE-POS PIC 9(05) VALUE ZEROS.
           03 DET-IMPORTE-LON PIC 9(02) VALUE ZEROS.

       01  TRABAJO.
           03 PAL-POS       PIC X(10) VALUE SPACES.
           03 PAL-LON       PIC X(10) VALUE SPACES.
           03 CAMPO-POS     PIC 9(05) VALUE ZEROS.
           03 CAMPO-LON     PIC 9(02) VALUE ZEROS.
           03 VALOR-TIPO    PIC X(20) VALUE SPACES.
           03 CUENTA-PIE    PIC 9(09) VALUE ZEROS.
           03 IMPORTE-PIE   PIC S9(17) VALUE ZEROS.
           03 IMPORTE-REG   PIC S9(17) VALUE ZEROS.
           03 CUENTA-DISPLAY PIC 9(18) VALUE ZEROS.
           03 IMPORTE-DISPLAY PIC S9(17) SIGN LEADING SEPARATE.

       LINKAGE SECTION.
       01  LNK-HDTR.
       COPY SRTWHDTR.

       PROCEDURE DIVISION USING LNK-HDTR.
       1000-INICIO.
           MOVE ZEROS TO HDT-RC.
           EVALUATE HDT-FUNCION
              WHEN 'INICIO  '
                   PERFORM 2000-LEER-DECK
              WHEN 'CLASIFIC'
                   PERFORM 3000-CLASIFICAR
              WHEN 'VALIDAR '
                   PERFORM 4000-VALIDAR
              WHEN 'DETALLE '
                   PERFORM 5000-SUMAR-SALIDA
              WHEN 'PIE     '
                   PERFORM 6000-RECALCULAR-PIE
              WHEN OTHER
                   MOVE 12 TO HDT-RC
           END-EVALUATE.
           GOBACK.

       2000-LEER-DECK.
           MOVE 'N'    TO HDT-ACTIVO HDT-HAY-CABECERA HDT-HAY-PIE.
           MOVE SPACES TO HDT-CABECERA HDT-PIE HDT-TIPO.
           MOVE ZEROS  TO HDT-ENT-DETALLES HDT-ENT-IMPORTE
                          HDT-SAL-DETALLES HDT-SAL-IMPORTE.
           INITIALIZE CONFIG-TIPOS.
           MOVE 'N' TO FIN-PARM.

           OPEN INPUT PARAMETROS.
           IF FS-PARM = '00'
              READ PARAMETROS
                   AT END MOVE 'S' TO FIN-PARM
              END-READ
              PERFORM 2100-TRATAR-PARAMETRO UNTIL FIN-PARM = 'S'
              CLOSE PARAMETROS
           END-IF.

           IF TIPO-LON > ZEROS
              AND (VALOR-CAB NOT = SPACES OR VALOR-PIE NOT = SPACES)
              MOVE 'S' TO HDT-ACTIVO
           END-IF.
           IF VALOR-PIE NOT = SPACES AND PIE-CUENTA-LON = ZEROS
              DISPLAY 'ERROR SRTHDTRP: PIE SIN TARJETA PIE-CUENTA'
              MOVE 16 TO HDT-RC
           END-IF.
           IF (PIE-IMPORTE-LON = ZEROS AND DET-IMPORTE-LON > ZEROS)
              OR (PIE-IMPORTE-LON > ZEROS AND DET-IMPORTE-LON = ZEROS)
              DISPLAY 'ERROR SRTHDTRP: PIE-IMPORTE Y DET-IMPORTE '
                      'VAN JUNTAS'
              MOVE 16 TO HDT-RC
           END-IF.

       2100-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'TIPO        '
                   PERFORM 2200-LEER-CAMPO
                   MOVE CAMPO-POS TO TIPO-POS
                   MOVE CAMPO-LON TO TIPO-LON
              WHEN 'CABECERA    '
                   MOVE PRM-VALOR TO VALOR-CAB
              WHEN 'PIE         '
                   MOVE PRM-VALOR TO VALOR-PIE
              WHEN 'PIE-CUENTA  '
                   PERFORM 2200-LEER-CAMPO
                   MOVE CAMPO-POS TO PIE-CUENTA-POS
                   MOVE CAMPO-LON TO PIE-CUENTA-LON
              WHEN 'PIE-IMPORTE '
                   PERFORM 2200-LEER-CAMPO
                   MOVE CAMPO-POS TO PIE-IMPORTE-POS
                   MOVE CAMPO-LON TO PIE-IMPORTE-LON
              WHEN 'DET-IMPORTE '
                   PERFORM 2200-LEER-CAMPO
                   MOVE CAMPO-POS TO DET-IMPORTE-POS
                   MOVE CAMPO-LON TO DET-IMPORTE-LON
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-PARM
           END-READ.

      * <pos> <lon> DENTRO DE LOS 80 BYTES; LOS NUMERICOS CABEN EN
      * LOS 18 DIGITOS DE LAS AREAS DE TRABAJO
       2200-LEER-CAMPO.
           MOVE SPACES TO PAL-POS PAL-LON.
           UNSTRING PRM-VALOR DELIMITED BY ALL SPACES
                    INTO PAL-POS PAL-LON.
           MOVE FUNCTION NUMVAL(PAL-POS) TO CAMPO-POS.
           MOVE FUNCTION NUMVAL(PAL-LON) TO CAMPO-LON.
           IF CAMPO-LON < 1 OR CAMPO-LON > 18 OR CAMPO-POS < 1
              OR CAMPO-POS + CAMPO-LON - 1 > 80
              DISPLAY 'ERROR SRTHDTRP: CAMPO ' PRM-CLAVE
                      ' FUERA DEL REGISTRO O DE MAS DE 18 BYTES'
              MOVE 16 TO HDT-RC
              MOVE ZEROS TO CAMPO-POS CAMPO-LON
           END-IF.

      * LA CABECERA SOLO VALE COMO PRIMER REGISTRO Y DESPUES DEL PIE
      * NO PUEDE LLEGAR NADA MAS
       3000-CLASIFICAR.
           MOVE 'D' TO HDT-TIPO.
           IF HDT-ACTIVO = 'S'
              MOVE SPACES TO VALOR-TIPO
              MOVE HDT-REGISTRO(TIPO-POS:TIPO-LON) TO VALOR-TIPO
              IF VALOR-CAB NOT = SPACES AND VALOR-TIPO = VALOR-CAB
                 MOVE 'H' TO HDT-TIPO
              END-IF
              IF VALOR-PIE NOT = SPACES AND VALOR-TIPO = VALOR-PIE
                 MOVE 'T' TO HDT-TIPO
              END-IF
           END-IF.

           IF HDT-HAY-PIE = 'S'
              DISPLAY 'ERROR REGISTRO DESPUES DEL PIE'
              MOVE 16 TO HDT-RC
           END-IF.

           EVALUATE HDT-TIPO
              WHEN 'H'
                   IF HDT-HAY-CABECERA = 'S' OR HDT-ENT-DETALLES > 0
                      DISPLAY 'ERROR CABECERA QUE NO ES EL PRIMER '
                              'REGISTRO'
                      MOVE 16 TO HDT-RC
                   END-IF
                   MOVE 'S' TO HDT-HAY-CABECERA
                   MOVE HDT-REGISTRO TO HDT-CABECERA
              WHEN 'T'
                   MOVE 'S' TO HDT-HAY-PIE
                   MOVE HDT-REGISTRO TO HDT-PIE
              WHEN OTHER
                   ADD 1 TO HDT-ENT-DETALLES
                   PERFORM 7000-IMPORTE-DETALLE
                   ADD IMPORTE-REG TO HDT-ENT-IMPORTE
           END-EVALUATE.

       4000-VALIDAR.
           IF HDT-ACTIVO NOT = 'S'
              GO TO 4000-VALIDAR-FIN
           END-IF.
           IF VALOR-CAB NOT = SPACES AND HDT-HAY-CABECERA NOT = 'S'
              DISPLAY 'ERROR FICHERO SIN CABECERA'
              MOVE 16 TO HDT-RC
           END-IF.
           IF VALOR-PIE = SPACES
              GO TO 4000-VALIDAR-FIN
           END-IF.
           IF HDT-HAY-PIE NOT = 'S'
              DISPLAY 'ERROR FICHERO SIN PIE'
              MOVE 16 TO HDT-RC
              GO TO 4000-VALIDAR-FIN
           END-IF.

           IF HDT-PIE(PIE-CUENTA-POS:PIE-CUENTA-LON) NOT NUMERIC
              DISPLAY 'ERROR CUENTA DEL PIE NO NUMERICA: '
                      HDT-PIE(PIE-CUENTA-POS:PIE-CUENTA-LON)
              MOVE 16 TO HDT-RC
              GO TO 4000-VALIDAR-FIN
           END-IF.
           MOVE HDT-PIE(PIE-CUENTA-POS:PIE-CUENTA-LON) TO CUENTA-PIE.
           IF CUENTA-PIE NOT = HDT-ENT-DETALLES
              DISPLAY 'ERROR DESCUADRE DE CUENTA: EL PIE DECLARA '
                      CUENTA-PIE ' Y LLEGAN ' HDT-ENT-DETALLES
                      ' DETALLES'
              MOVE 16 TO HDT-RC
           END-IF.

           IF PIE-IMPORTE-LON > ZEROS
              COMPUTE IMPORTE-PIE = FUNCTION NUMVAL(
                      HDT-PIE(PIE-IMPORTE-POS:PIE-IMPORTE-LON))
              IF IMPORTE-PIE NOT = HDT-ENT-IMPORTE
                 MOVE IMPORTE-PIE TO IMPORTE-DISPLAY
                 DISPLAY 'ERROR DESCUADRE DE IMPORTE: EL PIE DECLARA '
                         IMPORTE-DISPLAY
                 MOVE HDT-ENT-IMPORTE TO IMPORTE-DISPLAY
                 DISPLAY '      Y LOS DETALLES SUMAN ' IMPORTE-DISPLAY
                 MOVE 16 TO HDT-RC
              END-IF
           END-IF.

       4000-VALIDAR-FIN.
           EXIT.

       5000-SUMAR-SALIDA.
           ADD 1 TO HDT-SAL-DETALLES.
           PERFORM 7000-IMPORTE-DETALLE.
           ADD IMPORTE-REG TO HDT-SAL-IMPORTE.

      * EL PIE DE ENTRADA CON LA CUENTA Y EL IMPORTE DE LO ESCRITO,
      * ALINEADOS A LA DERECHA EN SUS CAMPOS
       6000-RECALCULAR-PIE.
           MOVE HDT-PIE TO HDT-REGISTRO.
           IF PIE-CUENTA-LON > ZEROS
              MOVE HDT-SAL-DETALLES TO CUENTA-DISPLAY
              MOVE CUENTA-DISPLAY(19 - PIE-CUENTA-LON:PIE-CUENTA-LON)
                   TO HDT-REGISTRO(PIE-CUENTA-POS:PIE-CUENTA-LON)
           END-IF.
           IF PIE-IMPORTE-LON > ZEROS
              MOVE HDT-SAL-IMPORTE TO IMPORTE-DISPLAY
              IF HDT-SAL-IMPORTE < ZEROS
                 MOVE '-' TO HDT-REGISTRO(PIE-IMPORTE-POS:1)
                 MOVE IMPORTE-DISPLAY(20 - PIE-IMPORTE-LON:
                                      PIE-IMPORTE-LON - 1)
                      TO HDT-REGISTRO(PIE-IMPORTE-POS + 1:
                                      PIE-IMPORTE-LON - 1)
              ELSE
                 MOVE IMPORTE-DISPLAY(19 - PIE-IMPORTE-LON:
                                      PIE-IMPORTE-LON)
                      TO HDT-REGISTRO(PIE-IMPORTE-POS:
                                      PIE-IMPORTE-LON)
              END-IF
           END-IF.

       7000-IMPORTE-DETALLE.
           MOVE ZEROS TO IMPORTE-REG.
           IF DET-IMPORTE-LON > ZEROS
              COMPUTE IMPORTE-REG = FUNCTION NUMVAL(
                      HDT-REGISTRO(DET-IMPORTE-POS:DET-IMPORTE-LON))
           END-IF.
