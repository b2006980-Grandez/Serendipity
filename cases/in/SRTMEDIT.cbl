      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Edicion de SORTIN antes de la carga, con fichero de
      *          suspenso para los registros erroneos
      ******************************************************************
      * SDP DESCRIPTION
      *  Paso de edicion previo a SRTMLOAD, como KSDMEDIT lo es del
      *> maestro con clave. SRTMLOAD pasa DATO directamente a la
      *> tabla: una clave no numerica o en blanco, o un registro
      *> corto, entra como basura o tira la carga a media noche.
      *> Este paso lee el fichero recibido SRTEDIN, valida cada
      *> registro contra el deck de reglas SRTEDITP y deja los
      *> buenos en el SORTIN limpio que lee SRTMLOAD; los malos van
      *> al fichero de suspenso SRTSUSP con su codigo y motivo, y al
      *> informe paginado de rechazos por SDPREPW0. Tarjetas:
      *>    CLAVE       <pos> <lon>
      *>    RANGO       <minimo> <maximo>
      *>    LONGITUD    <minima> [<maxima>]
      *>    OBLIGATORIO <pos> <lon>
      *>    TOLERANCIA  <porcentaje>
      *  La clave (columnas 1-5 si no hay tarjeta CLAVE, la DATO de
      *> SRTMLOAD) tiene que ser numerica y, con RANGO, estar entre
      *> los dos limites. La longitud de un registro es la de su
      *> ultimo caracter no blanco; por omision se exige la clave
      *> entera y no mas de 80 columnas. Cada OBLIGATORIO (hasta 20)
      *> es un tramo que no puede venir en blanco.
      *  Codigos de suspenso: E1 clave en blanco, E2 clave no
      *> numerica, E3 clave fuera de rango, E4 registro corto, E5
      *> registro largo, E6 tramo obligatorio en blanco.
      *  TOLERANCIA es el porcentaje de rechazos sobre los registros
      *> leidos que todavia deja seguir la cadena (0 si no hay
      *> tarjeta). Termina con RC 0 sin rechazos, RC 4 con rechazos
      *> dentro de la tolerancia y RC 8 si la superan; un deck
      *> erroneo termina con RC 16.
      *  Con tipos de registro en el deck SRTHDTRP (modulo SRTMHDTR)
      *> una primera lectura cuadra el pie de SRTEDIN contra sus
      *> detalles y un descuadre rechaza el fichero con RC 16 sin
      *> escribir nada. Solo se editan los detalles: la cabecera
      *> sale la primera tal cual y el pie al final, recalculado con
      *> los detalles que pasan, para que SRTMLOAD lo cuadre.
      * SDP END
      *
      * SDP DESC Edicion de SORTIN con suspenso y tolerancia
      * SDP IVP 0 Files.Consumes = SRTEDITP,SRTEDIN
      * SDP IVP 0 Files.Produces = SORTIN,SRTSUSP; SDPPRINT lo
      * escribe SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTMEDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DECK ASSIGN TO 'SRTEDITP'
                  FILE STATUS IS FS-DECK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA ASSIGN TO FIS-SRTEDIN
                  FILE STATUS IS FS-INPUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT LIMPIO ASSIGN TO FIS-SORTIN
                  FILE STATUS IS FS-LIMPIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SUSPENSO ASSIGN TO FIS-SRTSUSP
                  FILE STATUS IS FS-SUSPENSO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DECK.
       01  REC-DECK PIC X(80).

      * MAS ANCHO QUE EL REGISTRO PARA VER LOS QUE SE PASAN DE LARGO
       FD  ENTRADA.
       01  REC-ENTRADA PIC X(256).

       FD  LIMPIO.
       01  REC-LIMPIO PIC X(80).

       FD  SUSPENSO.
       01  REC-SUSPENSO.
           03 SUS-REGISTRO PIC X(80).
           03 SUS-SEP      PIC X(01).
           03 SUS-CODIGO   PIC X(02).
           03 SUS-SEP2     PIC X(01).
           03 SUS-MOTIVO   PIC X(30).

       WORKING-STORAGE SECTION.
       77 FS-DECK     PIC XX VALUE SPACES.
       77 FS-INPUT    PIC XX VALUE SPACES.
       77 FS-LIMPIO   PIC XX VALUE SPACES.
       77 FS-SUSPENSO PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SRTEDIN PIC X(64) VALUE 'SRTEDIN'.
           03 FIS-SORTIN  PIC X(64) VALUE 'SORTIN'.
           03 FIS-SRTSUSP PIC X(64) VALUE 'SRTSUSP'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(20) VALUE SPACES.
           03 PAL-2 PIC X(20) VALUE SPACES.
           03 PAL-3 PIC X(20) VALUE SPACES.

      * REGLAS DEL DECK SRTEDITP CON SUS VALORES POR OMISION
       01  REGLAS.
           03 CLAVE-POS      PIC 9(03) VALUE 1.
           03 CLAVE-LON      PIC 9(02) VALUE 5.
           03 HAY-RANGO      PIC X(01) VALUE 'N'.
           03 RANGO-MINIMO   PIC 9(18) VALUE ZEROS.
           03 RANGO-MAXIMO   PIC 9(18) VALUE ZEROS.
           03 LONGITUD-MIN   PIC 9(03) VALUE ZEROS.
           03 LONGITUD-MAX   PIC 9(03) VALUE 80.
           03 TOLERANCIA     PIC 9(03)V99 VALUE ZEROS.
           03 OBL-USADOS     PIC 9(02) VALUE ZEROS.
           03 OBL-TRAMO OCCURS 20 TIMES.
              05 OBL-POS     PIC 9(03).
              05 OBL-LON     PIC 9(03).

       01  LIMITES.
           03 MAX-REGISTRO   PIC 9(03) VALUE 80.
           03 MAX-ENTRADA    PIC 9(03) VALUE 256.
           03 MAX-CIFRAS     PIC 9(02) VALUE 18.
           03 MAX-OBLIGATORIOS PIC 9(02) VALUE 20.

       01  VALIDACION.
           03 CODIGO-RECHAZO PIC X(02) VALUE SPACES.
           03 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
           03 LONGITUD-REG   PIC 9(03) VALUE ZEROS.
           03 BLANCOS-FINAL  PIC 9(03) VALUE ZEROS.
           03 CLAVE-TEXTO    PIC X(18) VALUE SPACES.
           03 CLAVE-NUM      PIC 9(18) VALUE ZEROS.
           03 IDX-OBL        PIC 9(02) VALUE ZEROS.
           03 COLUMNA-RECHAZO PIC 9(03) VALUE ZEROS.

      * TIPOS DE REGISTRO DEL DECK SRTHDTRP
       01  CABECERA-PIE.
       COPY SRTWHDTR.

       01  CONTADORES.
           03 LEIDOS      PIC 9(09) VALUE ZEROS.
           03 ACEPTADOS   PIC 9(09) VALUE ZEROS.
           03 RECHAZADOS  PIC 9(09) VALUE ZEROS.
           03 ESCRITOS    PIC 9(09) VALUE ZEROS.
           03 PORCENTAJE  PIC 9(03)V99 VALUE ZEROS.

       01  EDICION.
           03 CUENTA-ED PIC ZZZZZZZZ9.
           03 PCT-ED    PIC ZZ9.99.
           03 PCT2-ED   PIC ZZ9.99.

       01  REGISTRO-EJECUCION.
           03 RLOG-PROGRAMA PIC X(08) VALUE 'SRTMEDIT'.
           03 RLOG-LEIDOS   PIC 9(09) VALUE ZEROS.
           03 RLOG-ESCRITOS PIC 9(09) VALUE ZEROS.

       01  INFORME-RECHAZOS.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SRTEDIN ' FIS-SRTEDIN.
           CALL 'SDPDDMP0' USING 'SORTIN  ' FIS-SORTIN.
           CALL 'SDPDDMP0' USING 'SRTSUSP ' FIS-SRTSUSP.
           CALL 'SDPRLOG0' USING 'START' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.

           PERFORM 2000-CARGAR-DECK THRU 2000-CARGAR-DECK-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           MOVE 'INICIO  ' TO HDT-FUNCION.
           CALL 'SRTMHDTR' USING CABECERA-PIE.
           IF HDT-RC NOT = ZEROS
              MOVE 16 TO RC
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.
           IF HDT-ACTIVO = 'S'
              PERFORM 2700-VALIDAR-ENTRADA
                      THRU 2700-VALIDAR-ENTRADA-FIN
              IF RC NOT = ZEROS
                 PERFORM 9000-CIERRE-CONTROLADO
              END-IF
           END-IF.

           PERFORM 3000-ABRIR-FICHEROS THRU 3000-ABRIR-FICHEROS-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'RECHAZOS DE EDICION SORTIN' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-RECHAZOS.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           READ ENTRADA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 4000-TRATAR-REGISTRO THRU 4000-TRATAR-REGISTRO-FIN
                   UNTIL FIN-FICH = 'S'.

           IF HDT-HAY-PIE = 'S'
              MOVE 'PIE     ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
              WRITE REC-LIMPIO FROM HDT-REGISTRO
              ADD 1 TO ESCRITOS
           END-IF.

           CLOSE ENTRADA.
           CLOSE LIMPIO.
           CLOSE SUSPENSO.

           IF LEIDOS > ZEROS
              COMPUTE PORCENTAJE ROUNDED =
                      RECHAZADOS * 100 / LEIDOS
           END-IF.
           PERFORM 8000-INFORMAR-RESUMEN.
           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-RECHAZOS.

           DISPLAY 'LEIDOS ' LEIDOS ' ACEPTADOS ' ACEPTADOS
                   ' RECHAZADOS ' RECHAZADOS.
           EVALUATE TRUE
              WHEN RECHAZADOS = ZEROS
                   MOVE ZEROS TO RC
              WHEN PORCENTAJE > TOLERANCIA
                   DISPLAY 'RECHAZOS POR ENCIMA DE LA TOLERANCIA: '
                           'LA CADENA NO DEBE SEGUIR'
                   MOVE 8 TO RC
              WHEN OTHER
                   MOVE 4 TO RC
           END-EVALUATE.
           PERFORM 9000-CIERRE-CONTROLADO.

      ******************************************************************
      * DECK DE REGLAS SRTEDITP
      ******************************************************************
       2000-CARGAR-DECK.
           OPEN INPUT DECK.
           MOVE 'ABRIENDO DECK SRTEDITP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-DECK '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-CARGAR-DECK-FIN.

           READ DECK
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2100-TRATAR-TARJETA UNTIL FIN-FICH = 'S'.
           CLOSE DECK.
           MOVE 'N' TO FIN-FICH.

           IF CLAVE-LON < 1 OR CLAVE-LON > MAX-CIFRAS
              OR CLAVE-POS < 1
              OR CLAVE-POS + CLAVE-LON - 1 > MAX-REGISTRO
              DISPLAY 'ERROR CLAVE FUERA DEL REGISTRO O DE MAS DE '
                      MAX-CIFRAS ' CIFRAS'
              MOVE 16 TO RC
           END-IF.
           IF HAY-RANGO = 'S' AND RANGO-MINIMO > RANGO-MAXIMO
              DISPLAY 'ERROR RANGO CON EL MINIMO MAYOR QUE EL MAXIMO'
              MOVE 16 TO RC
           END-IF.
           IF LONGITUD-MIN = ZEROS
              COMPUTE LONGITUD-MIN = CLAVE-POS + CLAVE-LON - 1
           END-IF.
           IF LONGITUD-MIN > LONGITUD-MAX
              OR LONGITUD-MAX > MAX-ENTRADA
              DISPLAY 'ERROR LONGITUD MINIMA ' LONGITUD-MIN
                      ' MAXIMA ' LONGITUD-MAX
              MOVE 16 TO RC
           END-IF.
           IF TOLERANCIA > 100
              DISPLAY 'ERROR TOLERANCIA DE MAS DEL 100 POR CIEN'
              MOVE 16 TO RC
           END-IF.

       2000-CARGAR-DECK-FIN.
           EXIT.

       2100-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-DECK DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           EVALUATE PAL-1
              WHEN 'CLAVE'
                   MOVE FUNCTION NUMVAL(PAL-2) TO CLAVE-POS
                   MOVE FUNCTION NUMVAL(PAL-3) TO CLAVE-LON
              WHEN 'RANGO'
                   MOVE 'S' TO HAY-RANGO
                   MOVE FUNCTION NUMVAL(PAL-2) TO RANGO-MINIMO
                   MOVE FUNCTION NUMVAL(PAL-3) TO RANGO-MAXIMO
              WHEN 'LONGITUD'
                   MOVE FUNCTION NUMVAL(PAL-2) TO LONGITUD-MIN
                   IF PAL-3 NOT = SPACES
                      MOVE FUNCTION NUMVAL(PAL-3) TO LONGITUD-MAX
                   END-IF
              WHEN 'OBLIGATORIO'
                   PERFORM 2200-TARJETA-OBLIGATORIO
              WHEN 'TOLERANCIA'
                   MOVE FUNCTION NUMVAL(PAL-2) TO TOLERANCIA
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ DECK
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       2200-TARJETA-OBLIGATORIO.
           IF OBL-USADOS NOT < MAX-OBLIGATORIOS
              DISPLAY 'ERROR MAS DE ' MAX-OBLIGATORIOS
                      ' TARJETAS OBLIGATORIO'
              MOVE 16 TO RC
           ELSE
              ADD 1 TO OBL-USADOS
              MOVE FUNCTION NUMVAL(PAL-2) TO OBL-POS(OBL-USADOS)
              MOVE FUNCTION NUMVAL(PAL-3) TO OBL-LON(OBL-USADOS)
              IF OBL-POS(OBL-USADOS) < 1 OR OBL-LON(OBL-USADOS) < 1
                 OR OBL-POS(OBL-USADOS) + OBL-LON(OBL-USADOS) - 1
                    > MAX-REGISTRO
                 DISPLAY 'ERROR OBLIGATORIO FUERA DEL REGISTRO: '
                         PAL-2 ' ' PAL-3
                 MOVE 16 TO RC
              END-IF
           END-IF.

      * PRIMERA LECTURA: SOLO CLASIFICA Y CUADRA EL PIE; LOS
      * CONTADORES DEL MODULO SE REINICIAN PARA LA PASADA BUENA
       2700-VALIDAR-ENTRADA.
           OPEN INPUT ENTRADA.
           MOVE 'ABRIENDO FICHERO RECIBIDO SRTEDIN' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2700-VALIDAR-ENTRADA-FIN.

           READ ENTRADA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2750-CLASIFICAR-REGISTRO UNTIL FIN-FICH = 'S'.
           CLOSE ENTRADA.
           MOVE 'N' TO FIN-FICH.

           IF HDT-RC = ZEROS
              MOVE 'VALIDAR ' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
           END-IF.
           IF HDT-RC NOT = ZEROS
              DISPLAY 'FICHERO SRTEDIN RECHAZADO POR CABECERA O PIE'
              MOVE 16 TO RC
              GO TO 2700-VALIDAR-ENTRADA-FIN
           END-IF.

           MOVE 'INICIO  ' TO HDT-FUNCION.
           CALL 'SRTMHDTR' USING CABECERA-PIE.

       2700-VALIDAR-ENTRADA-FIN.
           EXIT.

       2750-CLASIFICAR-REGISTRO.
           MOVE REC-ENTRADA TO HDT-REGISTRO.
           MOVE 'CLASIFIC' TO HDT-FUNCION.
           CALL 'SRTMHDTR' USING CABECERA-PIE.
           IF HDT-RC NOT = ZEROS
              MOVE 'S' TO FIN-FICH
           ELSE
              READ ENTRADA
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
           END-IF.

       3000-ABRIR-FICHEROS.
           OPEN INPUT ENTRADA.
           MOVE 'ABRIENDO FICHERO RECIBIDO SRTEDIN' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-ABRIR-FICHEROS-FIN.

           OPEN OUTPUT LIMPIO.
           MOVE 'ABRIENDO SORTIN LIMPIO' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-LIMPIO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-ABRIR-FICHEROS-FIN.

           OPEN OUTPUT SUSPENSO.
           MOVE 'ABRIENDO SUSPENSO SRTSUSP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-SUSPENSO '00' SPACES
                MSG-FSTAT RC.

       3000-ABRIR-FICHEROS-FIN.
           EXIT.

      ******************************************************************
      * EDICION DE CADA REGISTRO
      ******************************************************************
       4000-TRATAR-REGISTRO.
           IF HDT-ACTIVO = 'S'
              MOVE REC-ENTRADA TO HDT-REGISTRO
              MOVE 'CLASIFIC' TO HDT-FUNCION
              CALL 'SRTMHDTR' USING CABECERA-PIE
              IF HDT-TIPO = 'H'
                 WRITE REC-LIMPIO FROM REC-ENTRADA
                 ADD 1 TO ESCRITOS
              END-IF
              IF HDT-TIPO NOT = 'D'
                 GO TO 4000-LEER-SIGUIENTE
              END-IF
           END-IF.

           ADD 1 TO LEIDOS.
           PERFORM 4100-VALIDAR-REGISTRO THRU 4100-VALIDAR-REGISTRO-FIN.
           IF CODIGO-RECHAZO = SPACES
              ADD 1 TO ACEPTADOS
              WRITE REC-LIMPIO FROM REC-ENTRADA
              ADD 1 TO ESCRITOS
              IF HDT-ACTIVO = 'S'
                 MOVE REC-ENTRADA TO HDT-REGISTRO
                 MOVE 'DETALLE ' TO HDT-FUNCION
                 CALL 'SRTMHDTR' USING CABECERA-PIE
              END-IF
           ELSE
              ADD 1 TO RECHAZADOS
              PERFORM 4500-RECHAZAR-REGISTRO
           END-IF.

       4000-LEER-SIGUIENTE.
           READ ENTRADA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       4000-TRATAR-REGISTRO-FIN.
           EXIT.

      * LA PRIMERA REGLA QUE FALLA DA EL CODIGO Y EL MOTIVO; LA
      * LONGITUD VA PRIMERO PARA QUE UN REGISTRO CORTADO NO SE
      * INFORME COMO CLAVE MALA
       4100-VALIDAR-REGISTRO.
           MOVE SPACES TO CODIGO-RECHAZO MOTIVO-RECHAZO.
           MOVE ZEROS TO BLANCOS-FINAL.
           INSPECT FUNCTION REVERSE(REC-ENTRADA)
                   TALLYING BLANCOS-FINAL FOR LEADING SPACES.
           COMPUTE LONGITUD-REG = MAX-ENTRADA - BLANCOS-FINAL.

           IF LONGITUD-REG < LONGITUD-MIN
              MOVE 'E4' TO CODIGO-RECHAZO
              MOVE 'REGISTRO CORTO' TO MOTIVO-RECHAZO
              GO TO 4100-VALIDAR-REGISTRO-FIN
           END-IF.
           IF LONGITUD-REG > LONGITUD-MAX
              MOVE 'E5' TO CODIGO-RECHAZO
              MOVE 'REGISTRO LARGO' TO MOTIVO-RECHAZO
              GO TO 4100-VALIDAR-REGISTRO-FIN
           END-IF.

           MOVE SPACES TO CLAVE-TEXTO.
           MOVE REC-ENTRADA(CLAVE-POS:CLAVE-LON)
                TO CLAVE-TEXTO(1:CLAVE-LON).
           IF CLAVE-TEXTO = SPACES
              MOVE 'E1' TO CODIGO-RECHAZO
              MOVE 'CLAVE EN BLANCO' TO MOTIVO-RECHAZO
              GO TO 4100-VALIDAR-REGISTRO-FIN
           END-IF.
           IF CLAVE-TEXTO(1:CLAVE-LON) NOT NUMERIC
              MOVE 'E2' TO CODIGO-RECHAZO
              MOVE 'CLAVE NO NUMERICA' TO MOTIVO-RECHAZO
              GO TO 4100-VALIDAR-REGISTRO-FIN
           END-IF.
           IF HAY-RANGO = 'S'
              MOVE REC-ENTRADA(CLAVE-POS:CLAVE-LON) TO CLAVE-NUM
              IF CLAVE-NUM < RANGO-MINIMO OR CLAVE-NUM > RANGO-MAXIMO
                 MOVE 'E3' TO CODIGO-RECHAZO
                 MOVE 'CLAVE FUERA DE RANGO' TO MOTIVO-RECHAZO
                 GO TO 4100-VALIDAR-REGISTRO-FIN
              END-IF
           END-IF.

           PERFORM 4200-VER-OBLIGATORIO
                   VARYING IDX-OBL FROM 1 BY 1
                   UNTIL IDX-OBL > OBL-USADOS
                      OR CODIGO-RECHAZO NOT = SPACES.

       4100-VALIDAR-REGISTRO-FIN.
           EXIT.

       4200-VER-OBLIGATORIO.
           IF REC-ENTRADA(OBL-POS(IDX-OBL):OBL-LON(IDX-OBL)) = SPACES
              MOVE 'E6' TO CODIGO-RECHAZO
              MOVE 'TRAMO OBLIGATORIO EN BLANCO' TO MOTIVO-RECHAZO
              MOVE OBL-POS(IDX-OBL) TO COLUMNA-RECHAZO
           END-IF.

      * AL SUSPENSO Y AL INFORME; EL CORTE ES EL MOTIVO Y EL IMPORTE
      * UNO POR RECHAZO, CON LO QUE EL TOTAL DEL CORTE ES SU CUENTA
       4500-RECHAZAR-REGISTRO.
           MOVE REC-ENTRADA(1:80) TO SUS-REGISTRO.
           MOVE SPACE             TO SUS-SEP SUS-SEP2.
           MOVE CODIGO-RECHAZO    TO SUS-CODIGO.
           MOVE MOTIVO-RECHAZO    TO SUS-MOTIVO.
           WRITE REC-SUSPENSO.

           MOVE LEIDOS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           IF CODIGO-RECHAZO = 'E6'
              STRING 'REGISTRO ' CUENTA-ED ' ' CODIGO-RECHAZO ' '
                     MOTIVO-RECHAZO ' COLUMNA '
                     COLUMNA-RECHAZO ': ' REC-ENTRADA(1:40)
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              STRING 'REGISTRO ' CUENTA-ED ' ' CODIGO-RECHAZO ' '
                     MOTIVO-RECHAZO ': ' REC-ENTRADA(1:40)
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MOTIVO-RECHAZO(1:16) TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-RECHAZOS.

      ******************************************************************
      * RESUMEN Y DECISION SOBRE LA TOLERANCIA
      ******************************************************************
       8000-INFORMAR-RESUMEN.
           MOVE 'RESUMEN         ' TO RPT-CORTE.
           MOVE LEIDOS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'DETALLES LEIDOS        ' CUENTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 8900-ESCRIBIR-LINEA.

           MOVE ACEPTADOS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'ACEPTADOS A SORTIN     ' CUENTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 8900-ESCRIBIR-LINEA.

           MOVE RECHAZADOS TO CUENTA-ED.
           MOVE PORCENTAJE TO PCT-ED.
           MOVE TOLERANCIA TO PCT2-ED.
           MOVE SPACES TO LINEA.
           STRING 'RECHAZADOS A SRTSUSP   ' CUENTA-ED
                  '  (' PCT-ED '%, TOLERANCIA ' PCT2-ED '%)'
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 8900-ESCRIBIR-LINEA.

           MOVE SPACES TO LINEA.
           IF RECHAZADOS > ZEROS AND PORCENTAJE > TOLERANCIA
              MOVE 'TOLERANCIA SUPERADA: LA CADENA NO DEBE SEGUIR'
                TO LINEA
           ELSE
              MOVE 'DENTRO DE LA TOLERANCIA: LA CADENA PUEDE SEGUIR'
                TO LINEA
           END-IF.
           PERFORM 8900-ESCRIBIR-LINEA.

       8900-ESCRIBIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-RECHAZOS.

       9000-CIERRE-CONTROLADO.
           MOVE LEIDOS   TO RLOG-LEIDOS.
           MOVE ESCRITOS TO RLOG-ESCRITOS.
           CALL 'SDPRLOG0' USING 'STOP ' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.
           STOP RUN RETURNING RC.
