      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Perfil de datos campo a campo de un fichero segun el
      *          trazado exportado de su copy
      ******************************************************************
      * SDP DESCRIPTION
      *  Antes de cargar un fichero nuevo de un socio, o despues de
      *> una mala noche, dice como son de verdad los datos de PRFIN.
      *> El trazado sale de la exportacion del copy (Layout.Export,
      *> leida por SRTMLAYR), por ejemplo KSDWMAST o SRTWLAYT. El deck
      *> SRTPRFLP lleva las tarjetas:
      *>    TRAZADO   <miembro> [<registro>]
      *>    DISTINTOS <n>
      *>    COMPARAR  [<umbral>]
      *> TRAZADO es obligatoria. DISTINTOS es el tope de valores
      *> distintos que se siguen por campo (de 1 a 100, 100 por
      *> omision).
      *  Por cada campo elemental (cada ocurrencia de una OCCURS) el
      *> informe da los blancos, los ceros (valor cero en los
      *> numericos, LOW-VALUES en los alfanumericos), los no
      *> numericos en campos numericos, el minimo y el maximo (por
      *> valor en los numericos y por los 30 primeros bytes en el
      *> resto, sin contar blancos ni no numericos), los valores
      *> distintos (con '+' si se llego al tope) y los diez valores
      *> mas frecuentes. Los zonados, COMP-3 y COMP de hasta 18
      *> cifras se leen por su valor; los demas como texto.
      *  PRFIN es de lineas si el trazado no tiene binarios y de
      *> longitud fija si los tiene, como el lado ASCII de SRTMCNVT.
      *  El perfil se graba ademas en PRFOUT (SRTWPRFL). Con
      *> COMPARAR se lee el perfil anterior de PRFANT y se marcan los
      *> campos que cambian de forma brusca: porcentaje de blancos,
      *> ceros o no numericos, o peso de la moda, que se mueve mas
      *> del umbral (en puntos, 20 por omision); valores distintos
      *> que cambian mas del umbral por ciento; y campos nuevos o
      *> desaparecidos. Con algun cambio brusco el RC es 4; un deck o
      *> trazado erroneo termina con RC 16.
      * SDP END
      *
      * SDP DESC Perfil de datos por campo con comparacion
      * SDP IVP 0 Files.Consumes = SRTPRFLP,PRFIN,PRFANT y el miembro
      * del trazado
      * SDP IVP 0 Files.Produces = PRFOUT; SDPPRINT lo escribe
      * SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTMPRFL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DECK ASSIGN TO 'SRTPRFLP'
                  FILE STATUS IS FS-DECK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA-LINEAS ASSIGN TO FIS-PRFIN
                  FILE STATUS IS FS-INPUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA-FIJA ASSIGN TO FIS-PRFIN
                  FILE STATUS IS FS-INPUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT PERFIL ASSIGN TO FIS-PRFOUT
                  FILE STATUS IS FS-PERFIL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT PERFIL-ANTERIOR ASSIGN TO FIS-PRFANT
                  FILE STATUS IS FS-ANTERIOR
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DECK.
       01  REC-DECK PIC X(80).

       FD  ENTRADA-LINEAS.
       01  REC-ENTRADA-LINEAS PIC X(4096).

      * EL FLUJO DE LONGITUD FIJA SE LEE BYTE A BYTE: LA LONGITUD DEL
      * REGISTRO LA DA EL TRAZADO
       FD  ENTRADA-FIJA.
       01  REC-ENTRADA-FIJA PIC X(01).

       FD  PERFIL.
       01  REC-PERFIL PIC X(182).

       FD  PERFIL-ANTERIOR.
       01  REC-PERFIL-ANTERIOR PIC X(182).

       WORKING-STORAGE SECTION.
       77 FS-DECK     PIC XX VALUE SPACES.
       77 FS-INPUT    PIC XX VALUE SPACES.
       77 FS-PERFIL   PIC XX VALUE SPACES.
       77 FS-ANTERIOR PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-ENTRADA PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-PRFIN  PIC X(64) VALUE 'PRFIN'.
           03 FIS-PRFOUT PIC X(64) VALUE 'PRFOUT'.
           03 FIS-PRFANT PIC X(64) VALUE 'PRFANT'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(30) VALUE SPACES.
           03 PAL-2 PIC X(30) VALUE SPACES.
           03 PAL-3 PIC X(30) VALUE SPACES.

      * FORMATO-ENTRADA: 'L' LINEAS, 'F' LONGITUD FIJA
       01  CONFIG-PERFIL.
           03 MAX-DISTINTOS   PIC 9(03) VALUE 100.
           03 COMPARAR        PIC X(01) VALUE 'N'.
           03 UMBRAL          PIC 9(03) VALUE 20.
           03 FORMATO-ENTRADA PIC X(01) VALUE 'L'.

       01  TRAZADO.
       COPY SRTWLAYR.

      * ACUMULADOS POR CAMPO DEL TRAZADO. EST-NUMERICO 'S' SI EL
      * CAMPO SE LEE POR SU VALOR
       01  ESTADISTICAS.
           03 EST-CAMPO OCCURS 500 TIMES.
              05 EST-NUMERICO     PIC X(01).
              05 EST-BLANCOS      PIC 9(09).
              05 EST-CEROS        PIC 9(09).
              05 EST-NO-NUMERICOS PIC 9(09).
              05 EST-HAY-VALOR    PIC X(01).
              05 EST-MIN-NUM      PIC S9(18).
              05 EST-MAX-NUM      PIC S9(18).
              05 EST-MIN-TXT      PIC X(30).
              05 EST-MAX-TXT      PIC X(30).
              05 EST-DISTINTOS    PIC 9(05).
              05 EST-TOPE         PIC X(01).

      * VALORES DISTINTOS: CADA CAMPO TIENE SU TRAMO DE MAX-DISTINTOS
      * POSICIONES A PARTIR DE (CAMPO - 1) * MAX-DISTINTOS + 1
       01  TABLA-VALORES.
           03 VAL OCCURS 50000 TIMES.
              05 VAL-TEXTO PIC X(30).
              05 VAL-VECES PIC 9(09).
              05 VAL-MARCA PIC X(01).

      * PERFIL ANTERIOR, CON MARCA DE LOS QUE TIENEN PAREJA
       01  TABLA-ANTERIOR.
           03 ANT-USADOS PIC 9(04) VALUE ZEROS.
           03 ANT-ENTRADA OCCURS 1000 TIMES.
              05 ANT-REGISTRO PIC X(182).
              05 ANT-VISTO    PIC X(01).

       01  PERFIL-ACTUAL.
       COPY SRTWPRFL REPLACING ==:PFX:== BY ==PRF==.

       01  PERFIL-PREVIO.
       COPY SRTWPRFL REPLACING ==:PFX:== BY ==ANT==.

       01  LIMITES.
           03 MAX-ENTRADA  PIC 9(05) VALUE 4096.
           03 MAX-ANTERIOR PIC 9(04) VALUE 1000.
           03 MAX-CIFRAS   PIC 9(02) VALUE 18.

       01  REG-ENTRADA PIC X(4096) VALUE SPACES.

       01  TRABAJO.
           03 IDX-CAMPO    PIC 9(04) VALUE ZEROS.
           03 IDX-BYTE     PIC 9(05) VALUE ZEROS.
           03 IDX-VALOR    PIC 9(05) VALUE ZEROS.
           03 IDX-ANT      PIC 9(04) VALUE ZEROS.
           03 BASE-VALOR   PIC 9(05) VALUE ZEROS.
           03 HALLADO      PIC 9(05) VALUE ZEROS.
           03 IDX-TOP      PIC 9(02) VALUE ZEROS.
           03 POS-E        PIC 9(05) VALUE ZEROS.
           03 LON-E        PIC 9(05) VALUE ZEROS.
           03 LON-CLAVE    PIC 9(02) VALUE ZEROS.
           03 BYTES-LEIDOS PIC 9(05) VALUE ZEROS.
           03 CLAVE-VALOR  PIC X(30) VALUE SPACES.
           03 TEXTO-CAMPO  PIC X(30) VALUE SPACES.

      * VALOR DE UN BYTE: EL CARACTER EN EL SEGUNDO BYTE DE UN
      * BINARIO DE DOS
       01  CONVERSION-BYTE.
           03 BYTE-VALOR PIC 9(04) COMP VALUE ZEROS.
           03 FILLER REDEFINES BYTE-VALOR.
              05 FILLER        PIC X(01).
              05 BYTE-CARACTER PIC X(01).
           03 NIB-ALTO PIC 9(02) VALUE ZEROS.
           03 NIB-BAJO PIC 9(02) VALUE ZEROS.

       01  VALOR-CAMPO.
           03 CAMPO-VALIDO PIC X(01) VALUE 'S'.
           03 NEGATIVO     PIC X(01) VALUE 'N'.
           03 VALOR-NUM    PIC S9(18) VALUE ZEROS.
           03 VALOR-ABS    PIC 9(18) VALUE ZEROS.
           03 VALOR-ABS-X REDEFINES VALOR-ABS PIC X(18).
           03 CIFRA        PIC 9(01) VALUE ZERO.
           03 ENTEROS      PIC 9(02) VALUE ZEROS.
           03 CEROS-IZQ    PIC 9(02) VALUE ZEROS.
           03 DECIMALES    PIC 9(02) VALUE ZEROS.
           03 VALOR-EDITADO PIC X(30) VALUE SPACES.
           03 PUNTERO      PIC 9(02) VALUE ZEROS.

       01  COMPARACION.
           03 PCT-ANTES   PIC 9(03) VALUE ZEROS.
           03 PCT-AHORA   PIC 9(03) VALUE ZEROS.
           03 DIFERENCIA  PIC 9(05) VALUE ZEROS.
           03 MAYOR       PIC 9(05) VALUE ZEROS.
           03 DESVIOS     PIC 9(05) VALUE ZEROS.
           03 DESVIO-CAMPO PIC X(01) VALUE 'N'.
           03 CONCEPTO    PIC X(14) VALUE SPACES.
           03 CUENTA-ANTES PIC 9(09) VALUE ZEROS.
           03 CUENTA-AHORA PIC 9(09) VALUE ZEROS.

       01  ERROR-LISTADO.
           03 ERR-NOMBRE     PIC X(30) VALUE SPACES.
           03 ERR-OCURRENCIA PIC 9(04) VALUE ZEROS.
           03 NOMBRE-COMPLETO PIC X(40) VALUE SPACES.

       01  CONTADORES.
           03 LEIDOS      PIC 9(09) VALUE ZEROS.
           03 ESCRITOS    PIC 9(09) VALUE ZEROS.
           03 INCOMPLETOS PIC 9(09) VALUE ZEROS.

       01  EDICION.
           03 CUENTA-ED  PIC ZZZZZZZZ9.
           03 CUENTA2-ED PIC ZZZZZZZZ9.
           03 CUENTA3-ED PIC ZZZZZZZZ9.
           03 CUENTA4-ED PIC ZZZZZZZZ9.
           03 POS-ED     PIC ZZZZ9.
           03 LON-ED     PIC ZZZZ9.
           03 PCT-ED     PIC ZZ9.
           03 PCT2-ED    PIC ZZ9.
           03 TOP-ED     PIC Z9.
           03 OCU-ED     PIC ZZZ9.
           03 BLANCOS-ED PIC 9(02).
           03 TOPE-ED    PIC X(01).
           03 TIPO-ED    PIC X(07).

       01  REGISTRO-EJECUCION.
           03 RLOG-PROGRAMA PIC X(08) VALUE 'SRTMPRFL'.
           03 RLOG-LEIDOS   PIC 9(09) VALUE ZEROS.
           03 RLOG-ESCRITOS PIC 9(09) VALUE ZEROS.

       01  INFORME-PERFIL.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'PRFIN   ' FIS-PRFIN.
           CALL 'SDPDDMP0' USING 'PRFOUT  ' FIS-PRFOUT.
           CALL 'SDPDDMP0' USING 'PRFANT  ' FIS-PRFANT.
           CALL 'SDPRLOG0' USING 'START' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.

           PERFORM 2000-CARGAR-DECK THRU 2000-CARGAR-DECK-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 2500-CARGAR-TRAZADO THRU 2500-CARGAR-TRAZADO-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           IF COMPARAR = 'S'
              PERFORM 2800-CARGAR-ANTERIOR
                      THRU 2800-CARGAR-ANTERIOR-FIN
              IF RC NOT = ZEROS
                 PERFORM 9000-CIERRE-CONTROLADO
              END-IF
           END-IF.

           PERFORM 3000-ABRIR-FICHEROS THRU 3000-ABRIR-FICHEROS-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'PERFIL DE DATOS POR CAMPO' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-PERFIL.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 4100-LEER-REGISTRO.
           PERFORM 4000-PERFILAR-REGISTRO UNTIL FIN-ENTRADA = 'S'.
           IF FORMATO-ENTRADA = 'L'
              CLOSE ENTRADA-LINEAS
           ELSE
              CLOSE ENTRADA-FIJA
           END-IF.

           PERFORM 6000-INFORMAR-CAMPO
                   VARYING IDX-CAMPO FROM 1 BY 1
                   UNTIL IDX-CAMPO > LYR-CAMPOS.
           CLOSE PERFIL.

           IF COMPARAR = 'S'
              PERFORM 7000-COMPARAR-PERFILES
           END-IF.

           PERFORM 8000-INFORMAR-RESUMEN.
           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-PERFIL.

           DISPLAY 'PERFIL ' LYR-REGISTRO ' REGISTROS ' LEIDOS
                   ' CAMPOS ' LYR-CAMPOS ' CAMBIOS BRUSCOS ' DESVIOS.
           IF DESVIOS > ZEROS OR INCOMPLETOS > ZEROS
              MOVE 4 TO RC
           END-IF.
           PERFORM 9000-CIERRE-CONTROLADO.

      ******************************************************************
      * DECK SRTPRFLP
      ******************************************************************
       2000-CARGAR-DECK.
           MOVE SPACES TO LYR-MIEMBRO LYR-REGISTRO.
           OPEN INPUT DECK.
           MOVE 'ABRIENDO DECK SRTPRFLP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-DECK '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-CARGAR-DECK-FIN.

           READ DECK
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2100-TRATAR-TARJETA UNTIL FIN-FICH = 'S'.
           CLOSE DECK.
           MOVE 'N' TO FIN-FICH.

           IF LYR-MIEMBRO = SPACES
              DISPLAY 'ERROR SRTPRFLP SIN TARJETA TRAZADO'
              MOVE 16 TO RC
           END-IF.

       2000-CARGAR-DECK-FIN.
           EXIT.

       2100-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-DECK DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           EVALUATE PAL-1
              WHEN 'TRAZADO'
                   MOVE PAL-2 TO LYR-MIEMBRO
                   MOVE PAL-3 TO LYR-REGISTRO
              WHEN 'DISTINTOS'
                   MOVE FUNCTION NUMVAL(PAL-2) TO MAX-DISTINTOS
                   IF MAX-DISTINTOS < 1 OR MAX-DISTINTOS > 100
                      DISPLAY 'ERROR DISTINTOS FUERA DE 1 A 100: '
                              PAL-2
                      MOVE 16 TO RC
                   END-IF
              WHEN 'COMPARAR'
                   MOVE 'S' TO COMPARAR
                   IF PAL-2 NOT = SPACES
                      MOVE FUNCTION NUMVAL(PAL-2) TO UMBRAL
                      IF UMBRAL < 1 OR UMBRAL > 100
                         DISPLAY 'ERROR UMBRAL FUERA DE 1 A 100: '
                                 PAL-2
                         MOVE 16 TO RC
                      END-IF
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ DECK
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * TRAZADO DEL MIEMBRO Y FORMA DE LEER CADA CAMPO
      ******************************************************************
       2500-CARGAR-TRAZADO.
           MOVE 'CARGAR  ' TO LYR-FUNCION.
           CALL 'SRTMLAYR' USING TRAZADO.
           IF LYR-RC NOT = ZEROS
              DISPLAY 'ERROR CARGANDO EL TRAZADO ' LYR-REGISTRO
                      ' DEL MIEMBRO ' LYR-MIEMBRO ' RC ' LYR-RC
              MOVE 16 TO RC
              GO TO 2500-CARGAR-TRAZADO-FIN
           END-IF.
           IF LYR-LONGITUD > MAX-ENTRADA
              DISPLAY 'ERROR REGISTRO DE ' LYR-LONGITUD
                      ' BYTES, EL MAXIMO ES ' MAX-ENTRADA
              MOVE 16 TO RC
              GO TO 2500-CARGAR-TRAZADO-FIN
           END-IF.
           PERFORM 2510-PREPARAR-CAMPO
                   VARYING IDX-CAMPO FROM 1 BY 1
                   UNTIL IDX-CAMPO > LYR-CAMPOS.

       2500-CARGAR-TRAZADO-FIN.
           EXIT.

       2510-PREPARAR-CAMPO.
           MOVE 'N'    TO EST-NUMERICO(IDX-CAMPO)
                          EST-HAY-VALOR(IDX-CAMPO)
                          EST-TOPE(IDX-CAMPO).
           MOVE ZEROS  TO EST-BLANCOS(IDX-CAMPO) EST-CEROS(IDX-CAMPO)
                          EST-NO-NUMERICOS(IDX-CAMPO)
                          EST-MIN-NUM(IDX-CAMPO) EST-MAX-NUM(IDX-CAMPO)
                          EST-DISTINTOS(IDX-CAMPO).
           MOVE SPACES TO EST-MIN-TXT(IDX-CAMPO) EST-MAX-TXT(IDX-CAMPO).
           IF LYR-USO(IDX-CAMPO) NOT = 'DISPLAY'
              MOVE 'F' TO FORMATO-ENTRADA
           END-IF.
           IF (LYR-CLASE(IDX-CAMPO) = '9'
               OR LYR-USO(IDX-CAMPO) NOT = 'DISPLAY')
              AND LYR-DIGITOS(IDX-CAMPO) NOT > MAX-CIFRAS
              AND LYR-DECIMALES(IDX-CAMPO) < MAX-CIFRAS
              MOVE 'S' TO EST-NUMERICO(IDX-CAMPO)
           END-IF.

      ******************************************************************
      * PERFIL ANTERIOR PARA LA COMPARACION
      ******************************************************************
       2800-CARGAR-ANTERIOR.
           OPEN INPUT PERFIL-ANTERIOR.
           MOVE 'ABRIENDO PRFANT' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-ANTERIOR '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2800-CARGAR-ANTERIOR-FIN.

           READ PERFIL-ANTERIOR
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2810-GUARDAR-ANTERIOR
                   UNTIL FIN-FICH = 'S' OR RC NOT = ZEROS.
           CLOSE PERFIL-ANTERIOR.
           MOVE 'N' TO FIN-FICH.

       2800-CARGAR-ANTERIOR-FIN.
           EXIT.

       2810-GUARDAR-ANTERIOR.
           IF ANT-USADOS NOT < MAX-ANTERIOR
              DISPLAY 'ERROR PRFANT CON MAS DE ' MAX-ANTERIOR
                      ' CAMPOS'
              MOVE 16 TO RC
           ELSE
              ADD 1 TO ANT-USADOS
              MOVE REC-PERFIL-ANTERIOR TO ANT-REGISTRO(ANT-USADOS)
              MOVE 'N' TO ANT-VISTO(ANT-USADOS)
              READ PERFIL-ANTERIOR
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
           END-IF.

       3000-ABRIR-FICHEROS.
           IF FORMATO-ENTRADA = 'L'
              OPEN INPUT ENTRADA-LINEAS
           ELSE
              OPEN INPUT ENTRADA-FIJA
           END-IF.
           MOVE 'ABRIENDO PRFIN' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-ABRIR-FICHEROS-FIN.

           OPEN OUTPUT PERFIL.
           MOVE 'ABRIENDO PRFOUT' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PERFIL '00' SPACES
                MSG-FSTAT RC.

       3000-ABRIR-FICHEROS-FIN.
           EXIT.

      ******************************************************************
      * LECTURA Y ACUMULACION DE CADA CAMPO DEL REGISTRO
      ******************************************************************
       4000-PERFILAR-REGISTRO.
           PERFORM 4200-PERFILAR-CAMPO
                   VARYING IDX-CAMPO FROM 1 BY 1
                   UNTIL IDX-CAMPO > LYR-CAMPOS.
           PERFORM 4100-LEER-REGISTRO.

      * EL FLUJO FIJO SE LEE HASTA COMPLETAR LA LONGITUD DEL TRAZADO;
      * UN FINAL A MEDIO REGISTRO SE CUENTA Y NO SE PERFILA
       4100-LEER-REGISTRO.
           MOVE SPACES TO REG-ENTRADA.
           IF FORMATO-ENTRADA = 'L'
              READ ENTRADA-LINEAS INTO REG-ENTRADA
                   AT END MOVE 'S' TO FIN-ENTRADA
                   NOT AT END ADD 1 TO LEIDOS
              END-READ
           ELSE
              MOVE ZEROS TO BYTES-LEIDOS
              PERFORM 4110-LEER-BYTE
                      UNTIL BYTES-LEIDOS = LYR-LONGITUD
                         OR FIN-ENTRADA = 'S'
              IF BYTES-LEIDOS = LYR-LONGITUD
                 ADD 1 TO LEIDOS
              ELSE
                 IF BYTES-LEIDOS > ZEROS
                    ADD 1 TO INCOMPLETOS
                 END-IF
              END-IF
           END-IF.

       4110-LEER-BYTE.
           READ ENTRADA-FIJA
                AT END MOVE 'S' TO FIN-ENTRADA
                NOT AT END
                    ADD 1 TO BYTES-LEIDOS
                    MOVE REC-ENTRADA-FIJA
                         TO REG-ENTRADA(BYTES-LEIDOS:1)
           END-READ.

       4200-PERFILAR-CAMPO.
           MOVE LYR-POS(IDX-CAMPO) TO POS-E.
           MOVE LYR-LON(IDX-CAMPO) TO LON-E.
           IF LON-E > 30
              MOVE 30 TO LON-CLAVE
           ELSE
              MOVE LON-E TO LON-CLAVE
           END-IF.
           MOVE SPACES TO TEXTO-CAMPO.
           MOVE REG-ENTRADA(POS-E:LON-CLAVE) TO TEXTO-CAMPO.

           EVALUATE TRUE
              WHEN REG-ENTRADA(POS-E:LON-E) = SPACES
                   ADD 1 TO EST-BLANCOS(IDX-CAMPO)
                   MOVE SPACES TO CLAVE-VALOR
              WHEN EST-NUMERICO(IDX-CAMPO) = 'S'
                   PERFORM 4300-PERFILAR-NUMERICO
              WHEN OTHER
                   PERFORM 4400-PERFILAR-TEXTO
           END-EVALUATE.
           PERFORM 4500-CONTAR-VALOR.

       4300-PERFILAR-NUMERICO.
           MOVE 'S'   TO CAMPO-VALIDO.
           MOVE 'N'   TO NEGATIVO.
           MOVE ZEROS TO VALOR-ABS.
           EVALUATE LYR-USO(IDX-CAMPO)
              WHEN 'COMP-3 '
                   PERFORM 4320-BYTE-EMPAQUETADO
                           VARYING IDX-BYTE FROM 1 BY 1
                           UNTIL IDX-BYTE > LON-E
              WHEN 'COMP   '
                   PERFORM 4330-VALOR-BINARIO
              WHEN OTHER
                   PERFORM 4310-BYTE-ZONADO
                           VARYING IDX-BYTE FROM 1 BY 1
                           UNTIL IDX-BYTE > LON-E
           END-EVALUATE.
           IF CAMPO-VALIDO = 'S'
              AND LYR-DIGITOS(IDX-CAMPO) < MAX-CIFRAS
              COMPUTE ENTEROS = MAX-CIFRAS - LYR-DIGITOS(IDX-CAMPO)
              IF VALOR-ABS-X(1:ENTEROS) NOT = ZEROS
                 MOVE 'N' TO CAMPO-VALIDO
              END-IF
           END-IF.

           IF CAMPO-VALIDO = 'N'
              ADD 1 TO EST-NO-NUMERICOS(IDX-CAMPO)
              IF LYR-USO(IDX-CAMPO) = 'DISPLAY'
                 MOVE TEXTO-CAMPO TO CLAVE-VALOR
              ELSE
                 MOVE '*NO NUMERICO*' TO CLAVE-VALOR
              END-IF
           ELSE
              IF NEGATIVO = 'S'
                 COMPUTE VALOR-NUM = ZEROS - VALOR-ABS
              ELSE
                 MOVE VALOR-ABS TO VALOR-NUM
              END-IF
              IF VALOR-NUM = ZEROS
                 ADD 1 TO EST-CEROS(IDX-CAMPO)
              END-IF
              IF EST-HAY-VALOR(IDX-CAMPO) = 'N'
                 MOVE 'S' TO EST-HAY-VALOR(IDX-CAMPO)
                 MOVE VALOR-NUM TO EST-MIN-NUM(IDX-CAMPO)
                                   EST-MAX-NUM(IDX-CAMPO)
              END-IF
              IF VALOR-NUM < EST-MIN-NUM(IDX-CAMPO)
                 MOVE VALOR-NUM TO EST-MIN-NUM(IDX-CAMPO)
              END-IF
              IF VALOR-NUM > EST-MAX-NUM(IDX-CAMPO)
                 MOVE VALOR-NUM TO EST-MAX-NUM(IDX-CAMPO)
              END-IF
              MOVE LYR-DECIMALES(IDX-CAMPO) TO DECIMALES
              PERFORM 5000-EDITAR-VALOR
              MOVE VALOR-EDITADO TO CLAVE-VALOR
           END-IF.

      * CIFRAS '0'-'9'; EL SIGNO VA EN LA ZONA DEL ULTIMO BYTE ('p'-'y'
      * NEGATIVO) O SEPARADO DELANTE O DETRAS
       4310-BYTE-ZONADO.
           MOVE ZEROS TO BYTE-VALOR.
           MOVE REG-ENTRADA(POS-E + IDX-BYTE - 1:1) TO BYTE-CARACTER.
           EVALUATE TRUE
              WHEN (LYR-SIGNO(IDX-CAMPO) = 'L' AND IDX-BYTE = 1)
                OR (LYR-SIGNO(IDX-CAMPO) = 'T' AND IDX-BYTE = LON-E)
                   EVALUATE BYTE-CARACTER
                      WHEN '+'
                           CONTINUE
                      WHEN '-'
                           MOVE 'S' TO NEGATIVO
                      WHEN OTHER
                           MOVE 'N' TO CAMPO-VALIDO
                   END-EVALUATE
              WHEN BYTE-VALOR NOT < 48 AND BYTE-VALOR NOT > 57
                   COMPUTE CIFRA = BYTE-VALOR - 48
                   PERFORM 4390-SUMAR-CIFRA
              WHEN LYR-SIGNO(IDX-CAMPO) = 'S' AND IDX-BYTE = LON-E
               AND BYTE-VALOR NOT < 112 AND BYTE-VALOR NOT > 121
                   MOVE 'S' TO NEGATIVO
                   COMPUTE CIFRA = BYTE-VALOR - 112
                   PERFORM 4390-SUMAR-CIFRA
              WHEN OTHER
                   MOVE 'N' TO CAMPO-VALIDO
           END-EVALUATE.

      * DOS CIFRAS POR BYTE Y EL ULTIMO NIBBLE DE SIGNO (A, C, E, F
      * POSITIVO; B, D NEGATIVO)
       4320-BYTE-EMPAQUETADO.
           MOVE ZEROS TO BYTE-VALOR.
           MOVE REG-ENTRADA(POS-E + IDX-BYTE - 1:1) TO BYTE-CARACTER.
           DIVIDE BYTE-VALOR BY 16 GIVING NIB-ALTO REMAINDER NIB-BAJO.
           IF NIB-ALTO > 9
              MOVE 'N' TO CAMPO-VALIDO
           ELSE
              MOVE NIB-ALTO TO CIFRA
              PERFORM 4390-SUMAR-CIFRA
           END-IF.
           IF IDX-BYTE < LON-E
              IF NIB-BAJO > 9
                 MOVE 'N' TO CAMPO-VALIDO
              ELSE
                 MOVE NIB-BAJO TO CIFRA
                 PERFORM 4390-SUMAR-CIFRA
              END-IF
           ELSE
              EVALUATE NIB-BAJO
                 WHEN 11
                 WHEN 13
                      MOVE 'S' TO NEGATIVO
                 WHEN 10 THRU 15
                      CONTINUE
                 WHEN OTHER
                      MOVE 'N' TO CAMPO-VALIDO
              END-EVALUATE
           END-IF.
           IF NEGATIVO = 'S' AND LYR-SIGNO(IDX-CAMPO) = 'N'
              MOVE 'N' TO CAMPO-VALIDO
           END-IF.

      * BINARIO CON EL BYTE DE MAS PESO PRIMERO; UN NEGATIVO EN
      * COMPLEMENTO A DOS VALE -(INVERTIDO + 1)
       4330-VALOR-BINARIO.
           MOVE ZEROS TO BYTE-VALOR.
           MOVE REG-ENTRADA(POS-E:1) TO BYTE-CARACTER.
           IF LYR-SIGNO(IDX-CAMPO) = 'S' AND BYTE-VALOR > 127
              MOVE 'S' TO NEGATIVO
           END-IF.
           PERFORM 4340-BYTE-BINARIO
                   VARYING IDX-BYTE FROM 1 BY 1 UNTIL IDX-BYTE > LON-E.
           IF NEGATIVO = 'S'
              ADD 1 TO VALOR-ABS
                  ON SIZE ERROR MOVE 'N' TO CAMPO-VALIDO
              END-ADD
           END-IF.

       4340-BYTE-BINARIO.
           MOVE ZEROS TO BYTE-VALOR.
           MOVE REG-ENTRADA(POS-E + IDX-BYTE - 1:1) TO BYTE-CARACTER.
           IF NEGATIVO = 'S'
              COMPUTE BYTE-VALOR = 255 - BYTE-VALOR
           END-IF.
           COMPUTE VALOR-ABS = VALOR-ABS * 256 + BYTE-VALOR
                   ON SIZE ERROR MOVE 'N' TO CAMPO-VALIDO
           END-COMPUTE.

       4390-SUMAR-CIFRA.
           COMPUTE VALOR-ABS = VALOR-ABS * 10 + CIFRA
                   ON SIZE ERROR MOVE 'N' TO CAMPO-VALIDO
           END-COMPUTE.

      * EL MINIMO Y EL MAXIMO DE UN TEXTO SON LOS DE SUS 30 PRIMEROS
      * BYTES; LOS LOW-VALUES CUENTAN COMO CEROS Y NO ENTRAN
       4400-PERFILAR-TEXTO.
           MOVE TEXTO-CAMPO TO CLAVE-VALOR.
           IF REG-ENTRADA(POS-E:LON-E) = LOW-VALUES
              ADD 1 TO EST-CEROS(IDX-CAMPO)
           ELSE
              IF EST-HAY-VALOR(IDX-CAMPO) = 'N'
                 MOVE 'S' TO EST-HAY-VALOR(IDX-CAMPO)
                 MOVE TEXTO-CAMPO TO EST-MIN-TXT(IDX-CAMPO)
                                     EST-MAX-TXT(IDX-CAMPO)
              END-IF
              IF TEXTO-CAMPO < EST-MIN-TXT(IDX-CAMPO)
                 MOVE TEXTO-CAMPO TO EST-MIN-TXT(IDX-CAMPO)
              END-IF
              IF TEXTO-CAMPO > EST-MAX-TXT(IDX-CAMPO)
                 MOVE TEXTO-CAMPO TO EST-MAX-TXT(IDX-CAMPO)
              END-IF
           END-IF.

      * CLAVE-VALOR EN EL TRAMO DEL CAMPO; LLENO EL TRAMO, UN VALOR
      * NUEVO SOLO MARCA EL TOPE
       4500-CONTAR-VALOR.
           COMPUTE BASE-VALOR = (IDX-CAMPO - 1) * MAX-DISTINTOS.
           MOVE ZEROS TO HALLADO.
           PERFORM 4510-BUSCAR-VALOR
                   VARYING IDX-VALOR FROM 1 BY 1
                   UNTIL IDX-VALOR > EST-DISTINTOS(IDX-CAMPO)
                      OR HALLADO > ZEROS.
           IF HALLADO > ZEROS
              ADD 1 TO VAL-VECES(HALLADO)
           ELSE
              IF EST-DISTINTOS(IDX-CAMPO) < MAX-DISTINTOS
                 ADD 1 TO EST-DISTINTOS(IDX-CAMPO)
                 COMPUTE HALLADO =
                         BASE-VALOR + EST-DISTINTOS(IDX-CAMPO)
                 MOVE CLAVE-VALOR TO VAL-TEXTO(HALLADO)
                 MOVE 1           TO VAL-VECES(HALLADO)
                 MOVE 'N'         TO VAL-MARCA(HALLADO)
              ELSE
                 MOVE 'S' TO EST-TOPE(IDX-CAMPO)
              END-IF
           END-IF.

       4510-BUSCAR-VALOR.
           IF VAL-TEXTO(BASE-VALOR + IDX-VALOR) = CLAVE-VALOR
              COMPUTE HALLADO = BASE-VALOR + IDX-VALOR
           END-IF.

      ******************************************************************
      * VALOR NUMERICO COMO TEXTO: SIGNO, ENTEROS SIN CEROS A LA
      * IZQUIERDA Y PUNTO DECIMAL
      ******************************************************************
       5000-EDITAR-VALOR.
           IF VALOR-NUM < ZEROS
              COMPUTE VALOR-ABS = ZEROS - VALOR-NUM
           ELSE
              MOVE VALOR-NUM TO VALOR-ABS
           END-IF.
           COMPUTE ENTEROS = MAX-CIFRAS - DECIMALES.
           MOVE ZEROS TO CEROS-IZQ.
           INSPECT VALOR-ABS-X(1:ENTEROS)
                   TALLYING CEROS-IZQ FOR LEADING '0'.
           IF CEROS-IZQ = ENTEROS
              SUBTRACT 1 FROM CEROS-IZQ
           END-IF.
           MOVE SPACES TO VALOR-EDITADO.
           MOVE 1 TO PUNTERO.
           IF VALOR-NUM < ZEROS
              STRING '-' DELIMITED BY SIZE
                     INTO VALOR-EDITADO WITH POINTER PUNTERO
           END-IF.
           STRING VALOR-ABS-X(CEROS-IZQ + 1:ENTEROS - CEROS-IZQ)
                  DELIMITED BY SIZE
                  INTO VALOR-EDITADO WITH POINTER PUNTERO.
           IF DECIMALES > ZEROS
              STRING '.' VALOR-ABS-X(ENTEROS + 1:DECIMALES)
                     DELIMITED BY SIZE
                     INTO VALOR-EDITADO WITH POINTER PUNTERO
           END-IF.

      ******************************************************************
      * INFORME Y PERFIL DE CADA CAMPO
      ******************************************************************
       6000-INFORMAR-CAMPO.
           MOVE 'PERFIL          ' TO RPT-CORTE.
           PERFORM 6100-PREPARAR-PERFIL.

           MOVE PRF-NOMBRE     TO ERR-NOMBRE.
           MOVE PRF-OCURRENCIA TO ERR-OCURRENCIA.
           PERFORM 6900-NOMBRE-COMPLETO.
           MOVE LYR-POS(IDX-CAMPO) TO POS-ED.
           MOVE LYR-LON(IDX-CAMPO) TO LON-ED.
           MOVE SPACES TO LINEA.
           STRING NOMBRE-COMPLETO ' POSICION ' POS-ED ':' LON-ED
                  '  ' PRF-TIPO ' ' LYR-PIC(IDX-CAMPO)
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 6800-ESCRIBIR-LINEA.

           MOVE PRF-BLANCOS      TO CUENTA-ED.
           MOVE PRF-CEROS        TO CUENTA2-ED.
           MOVE PRF-NO-NUMERICOS TO CUENTA3-ED.
           MOVE PRF-DISTINTOS    TO CUENTA4-ED.
           IF PRF-TOPE = 'S'
              MOVE '+' TO TOPE-ED
           ELSE
              MOVE SPACE TO TOPE-ED
           END-IF.
           MOVE SPACES TO LINEA.
           STRING '    BLANCOS ' CUENTA-ED '  CEROS ' CUENTA2-ED
                  '  NO NUMERICOS ' CUENTA3-ED
                  '  DISTINTOS ' CUENTA4-ED TOPE-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 6800-ESCRIBIR-LINEA.

           MOVE SPACES TO LINEA.
           STRING '    MINIMO ' PRF-MINIMO '  MAXIMO ' PRF-MAXIMO
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 6800-ESCRIBIR-LINEA.

           COMPUTE BASE-VALOR = (IDX-CAMPO - 1) * MAX-DISTINTOS.
           PERFORM 6200-INFORMAR-FRECUENTE
                   VARYING IDX-TOP FROM 1 BY 1
                   UNTIL IDX-TOP > 10
                      OR IDX-TOP > EST-DISTINTOS(IDX-CAMPO).

           WRITE REC-PERFIL FROM PERFIL-ACTUAL.
           ADD 1 TO ESCRITOS.

       6100-PREPARAR-PERFIL.
           MOVE LYR-NOMBRE(IDX-CAMPO)     TO PRF-NOMBRE.
           MOVE LYR-OCURRENCIA(IDX-CAMPO) TO PRF-OCURRENCIA.
           EVALUATE TRUE
              WHEN EST-NUMERICO(IDX-CAMPO) = 'N'
                   MOVE 'TEXTO  ' TO PRF-TIPO
              WHEN LYR-USO(IDX-CAMPO) = 'DISPLAY'
                   MOVE 'ZONADO ' TO PRF-TIPO
              WHEN OTHER
                   MOVE LYR-USO(IDX-CAMPO) TO PRF-TIPO
           END-EVALUATE.
           MOVE LEIDOS                      TO PRF-REGISTROS.
           MOVE EST-BLANCOS(IDX-CAMPO)      TO PRF-BLANCOS.
           MOVE EST-CEROS(IDX-CAMPO)        TO PRF-CEROS.
           MOVE EST-NO-NUMERICOS(IDX-CAMPO) TO PRF-NO-NUMERICOS.
           MOVE EST-DISTINTOS(IDX-CAMPO)    TO PRF-DISTINTOS.
           MOVE EST-TOPE(IDX-CAMPO)         TO PRF-TOPE.
           MOVE SPACES TO PRF-MINIMO PRF-MAXIMO PRF-MODA.
           MOVE ZEROS  TO PRF-MODA-VECES.
           IF EST-HAY-VALOR(IDX-CAMPO) = 'S'
              IF EST-NUMERICO(IDX-CAMPO) = 'S'
                 MOVE LYR-DECIMALES(IDX-CAMPO) TO DECIMALES
                 MOVE EST-MIN-NUM(IDX-CAMPO) TO VALOR-NUM
                 PERFORM 5000-EDITAR-VALOR
                 MOVE VALOR-EDITADO TO PRF-MINIMO
                 MOVE EST-MAX-NUM(IDX-CAMPO) TO VALOR-NUM
                 PERFORM 5000-EDITAR-VALOR
                 MOVE VALOR-EDITADO TO PRF-MAXIMO
              ELSE
                 MOVE EST-MIN-TXT(IDX-CAMPO) TO PRF-MINIMO
                 MOVE EST-MAX-TXT(IDX-CAMPO) TO PRF-MAXIMO
              END-IF
           END-IF.

      * LOS DIEZ MAS FRECUENTES POR SELECCION: CADA VUELTA TOMA EL
      * MAYOR SIN MARCAR; EL PRIMERO ES LA MODA DEL PERFIL
       6200-INFORMAR-FRECUENTE.
           MOVE ZEROS TO HALLADO.
           PERFORM 6210-BUSCAR-MAYOR
                   VARYING IDX-VALOR FROM 1 BY 1
                   UNTIL IDX-VALOR > EST-DISTINTOS(IDX-CAMPO).
           MOVE 'S' TO VAL-MARCA(HALLADO).
           IF IDX-TOP = 1
              MOVE VAL-TEXTO(HALLADO) TO PRF-MODA
              MOVE VAL-VECES(HALLADO) TO PRF-MODA-VECES
           END-IF.
           MOVE IDX-TOP TO TOP-ED.
           MOVE VAL-VECES(HALLADO) TO CUENTA-ED.
           MOVE VAL-TEXTO(HALLADO) TO TEXTO-CAMPO.
           IF TEXTO-CAMPO = SPACES
              MOVE '*BLANCOS*' TO TEXTO-CAMPO
           END-IF.
           MOVE SPACES TO LINEA.
           STRING '    TOP ' TOP-ED ' ' CUENTA-ED ' VECES  '
                  TEXTO-CAMPO
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 6800-ESCRIBIR-LINEA.

       6210-BUSCAR-MAYOR.
           IF VAL-MARCA(BASE-VALOR + IDX-VALOR) = 'N'
              IF HALLADO = ZEROS
                 COMPUTE HALLADO = BASE-VALOR + IDX-VALOR
              ELSE
                 IF VAL-VECES(BASE-VALOR + IDX-VALOR)
                    > VAL-VECES(HALLADO)
                    COMPUTE HALLADO = BASE-VALOR + IDX-VALOR
                 END-IF
              END-IF
           END-IF.

       6800-ESCRIBIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PERFIL.

      * NOMBRE DEL CAMPO CON LA OCURRENCIA ENTRE PARENTESIS
       6900-NOMBRE-COMPLETO.
           MOVE SPACES TO NOMBRE-COMPLETO.
           IF ERR-OCURRENCIA > ZEROS
              MOVE ERR-OCURRENCIA TO OCU-ED
              MOVE ZEROS TO BLANCOS-ED
              INSPECT OCU-ED TALLYING BLANCOS-ED FOR LEADING SPACES
              STRING ERR-NOMBRE DELIMITED BY SPACE
                     '(' DELIMITED BY SIZE
                     OCU-ED(BLANCOS-ED + 1:) DELIMITED BY SIZE
                     ')' DELIMITED BY SIZE
                     INTO NOMBRE-COMPLETO
           ELSE
              MOVE ERR-NOMBRE TO NOMBRE-COMPLETO
           END-IF.

      ******************************************************************
      * COMPARACION CON EL PERFIL ANTERIOR: SE RELEE EL PERFIL RECIEN
      * GRABADO Y CADA CAMPO SE EMPAREJA POR NOMBRE Y OCURRENCIA
      ******************************************************************
       7000-COMPARAR-PERFILES.
           MOVE 'COMPARACION     ' TO RPT-CORTE.
           OPEN INPUT PERFIL.
           MOVE 'RELEYENDO PRFOUT' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PERFIL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 16 TO RC
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.
           MOVE 'N' TO FIN-FICH.
           MOVE 1 TO IDX-CAMPO.
           READ PERFIL INTO PERFIL-ACTUAL
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 7100-COMPARAR-CAMPO UNTIL FIN-FICH = 'S'.
           CLOSE PERFIL.
           PERFORM 7900-CAMPO-DESAPARECIDO
                   VARYING IDX-ANT FROM 1 BY 1
                   UNTIL IDX-ANT > ANT-USADOS.
           IF DESVIOS = ZEROS
              MOVE SPACES TO LINEA
              MOVE UMBRAL TO PCT-ED
              STRING 'SIN CAMBIOS BRUSCOS CON UMBRAL DE ' PCT-ED
                     ' PUNTOS'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 6800-ESCRIBIR-LINEA
           END-IF.

       7100-COMPARAR-CAMPO.
           MOVE PRF-NOMBRE     TO ERR-NOMBRE.
           MOVE PRF-OCURRENCIA TO ERR-OCURRENCIA.
           PERFORM 6900-NOMBRE-COMPLETO.
           MOVE ZEROS TO HALLADO.
           PERFORM 7110-BUSCAR-ANTERIOR
                   VARYING IDX-ANT FROM 1 BY 1
                   UNTIL IDX-ANT > ANT-USADOS OR HALLADO > ZEROS.
           MOVE 'N' TO DESVIO-CAMPO.
           IF HALLADO = ZEROS
              MOVE SPACES TO LINEA
              STRING NOMBRE-COMPLETO ' CAMPO NUEVO, NO ESTABA EN '
                     'EL PERFIL ANTERIOR'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 6800-ESCRIBIR-LINEA
              MOVE 'S' TO DESVIO-CAMPO
           ELSE
              MOVE ANT-REGISTRO(HALLADO) TO PERFIL-PREVIO
              MOVE 'S' TO ANT-VISTO(HALLADO)
              MOVE 'BLANCOS'        TO CONCEPTO
              MOVE ANT-BLANCOS      TO CUENTA-ANTES
              MOVE PRF-BLANCOS      TO CUENTA-AHORA
              PERFORM 7200-COMPARAR-PORCENTAJE
              MOVE 'CEROS'          TO CONCEPTO
              MOVE ANT-CEROS        TO CUENTA-ANTES
              MOVE PRF-CEROS        TO CUENTA-AHORA
              PERFORM 7200-COMPARAR-PORCENTAJE
              MOVE 'NO NUMERICOS'   TO CONCEPTO
              MOVE ANT-NO-NUMERICOS TO CUENTA-ANTES
              MOVE PRF-NO-NUMERICOS TO CUENTA-AHORA
              PERFORM 7200-COMPARAR-PORCENTAJE
              IF ANT-MODA-VECES > ZEROS
                 PERFORM 7250-COMPARAR-MODA
              END-IF
              PERFORM 7300-COMPARAR-DISTINTOS
           END-IF.
           IF DESVIO-CAMPO = 'S'
              ADD 1 TO DESVIOS
           END-IF.
           ADD 1 TO IDX-CAMPO.
           READ PERFIL INTO PERFIL-ACTUAL
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       7110-BUSCAR-ANTERIOR.
           IF ANT-REGISTRO(IDX-ANT)(1:34) = PERFIL-ACTUAL(1:34)
              MOVE IDX-ANT TO HALLADO
           END-IF.

      * SE COMPARAN LOS PORCENTAJES DE CUENTA-ANTES Y CUENTA-AHORA
      * SOBRE LOS REGISTROS DE CADA PERFIL
       7200-COMPARAR-PORCENTAJE.
           MOVE ZEROS TO PCT-ANTES PCT-AHORA.
           IF ANT-REGISTROS > ZEROS
              COMPUTE PCT-ANTES ROUNDED =
                      CUENTA-ANTES * 100 / ANT-REGISTROS
           END-IF.
           IF PRF-REGISTROS > ZEROS
              COMPUTE PCT-AHORA ROUNDED =
                      CUENTA-AHORA * 100 / PRF-REGISTROS
           END-IF.
           IF PCT-AHORA > PCT-ANTES
              COMPUTE DIFERENCIA = PCT-AHORA - PCT-ANTES
           ELSE
              COMPUTE DIFERENCIA = PCT-ANTES - PCT-AHORA
           END-IF.
           IF DIFERENCIA > UMBRAL
              MOVE 'S' TO DESVIO-CAMPO
              MOVE PCT-ANTES TO PCT-ED
              MOVE PCT-AHORA TO PCT2-ED
              MOVE SPACES TO LINEA
              MOVE 1 TO PUNTERO
              STRING NOMBRE-COMPLETO ' ' CONCEPTO ' ' PCT-ED
                     '% -> ' PCT2-ED '%'
                     DELIMITED BY SIZE
                     INTO LINEA WITH POINTER PUNTERO
              IF CONCEPTO = 'MODA ANTERIOR'
                 MOVE ANT-MODA TO TEXTO-CAMPO
                 IF TEXTO-CAMPO = SPACES
                    MOVE '*BLANCOS*' TO TEXTO-CAMPO
                 END-IF
                 STRING '  VALOR ' TEXTO-CAMPO
                        DELIMITED BY SIZE
                        INTO LINEA WITH POINTER PUNTERO
              END-IF
              PERFORM 6800-ESCRIBIR-LINEA
           END-IF.

      * PESO QUE TENIA LA MODA ANTERIOR Y PESO QUE TIENE AHORA ESE
      * MISMO VALOR; FUERA DEL TRAMO DE DISTINTOS CUENTA COMO CERO
       7250-COMPARAR-MODA.
           MOVE 'MODA ANTERIOR'  TO CONCEPTO.
           MOVE ANT-MODA-VECES   TO CUENTA-ANTES.
           MOVE ZEROS            TO CUENTA-AHORA.
           MOVE ANT-MODA         TO CLAVE-VALOR.
           COMPUTE BASE-VALOR = (IDX-CAMPO - 1) * MAX-DISTINTOS.
           MOVE ZEROS TO HALLADO.
           PERFORM 4510-BUSCAR-VALOR
                   VARYING IDX-VALOR FROM 1 BY 1
                   UNTIL IDX-VALOR > EST-DISTINTOS(IDX-CAMPO)
                      OR HALLADO > ZEROS.
           IF HALLADO > ZEROS
              MOVE VAL-VECES(HALLADO) TO CUENTA-AHORA
           END-IF.
           PERFORM 7200-COMPARAR-PORCENTAJE.

      * CAMBIO RELATIVO SOBRE EL MAYOR DE LOS DOS
       7300-COMPARAR-DISTINTOS.
           IF PRF-DISTINTOS > ANT-DISTINTOS
              COMPUTE DIFERENCIA = PRF-DISTINTOS - ANT-DISTINTOS
              MOVE PRF-DISTINTOS TO MAYOR
           ELSE
              COMPUTE DIFERENCIA = ANT-DISTINTOS - PRF-DISTINTOS
              MOVE ANT-DISTINTOS TO MAYOR
           END-IF.
           IF MAYOR > ZEROS
              COMPUTE DIFERENCIA = DIFERENCIA * 100 / MAYOR
           END-IF.
           IF DIFERENCIA > UMBRAL OR ANT-TOPE NOT = PRF-TOPE
              MOVE 'S' TO DESVIO-CAMPO
              MOVE ANT-DISTINTOS TO CUENTA-ED
              MOVE PRF-DISTINTOS TO CUENTA2-ED
              MOVE SPACES TO LINEA
              STRING NOMBRE-COMPLETO ' DISTINTOS ' CUENTA-ED
                     ' -> ' CUENTA2-ED
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 6800-ESCRIBIR-LINEA
           END-IF.

       7900-CAMPO-DESAPARECIDO.
           IF ANT-VISTO(IDX-ANT) = 'N'
              MOVE ANT-REGISTRO(IDX-ANT) TO PERFIL-PREVIO
              MOVE ANT-NOMBRE     TO ERR-NOMBRE
              MOVE ANT-OCURRENCIA TO ERR-OCURRENCIA
              PERFORM 6900-NOMBRE-COMPLETO
              MOVE SPACES TO LINEA
              STRING NOMBRE-COMPLETO ' CAMPO DESAPARECIDO, ESTABA EN'
                     ' EL PERFIL ANTERIOR'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 6800-ESCRIBIR-LINEA
              ADD 1 TO DESVIOS
           END-IF.

      ******************************************************************
      * RESUMEN
      ******************************************************************
       8000-INFORMAR-RESUMEN.
           MOVE 'RESUMEN         ' TO RPT-CORTE.
           MOVE LEIDOS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'MIEMBRO ' LYR-MIEMBRO ' REGISTRO ' LYR-REGISTRO
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 6800-ESCRIBIR-LINEA.

           MOVE SPACES TO LINEA.
           STRING 'REGISTROS PERFILADOS          ' CUENTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 6800-ESCRIBIR-LINEA.

           MOVE ESCRITOS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'CAMPOS EN EL PERFIL           ' CUENTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 6800-ESCRIBIR-LINEA.

           IF INCOMPLETOS > ZEROS
              MOVE INCOMPLETOS TO CUENTA-ED
              MOVE SPACES TO LINEA
              STRING 'REGISTRO INCOMPLETO AL FINAL  ' CUENTA-ED
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 6800-ESCRIBIR-LINEA
           END-IF.

           IF COMPARAR = 'S'
              MOVE DESVIOS TO CUENTA-ED
              MOVE SPACES TO LINEA
              STRING 'CAMPOS CON CAMBIOS BRUSCOS    ' CUENTA-ED
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 6800-ESCRIBIR-LINEA
           END-IF.

       9000-CIERRE-CONTROLADO.
           MOVE LEIDOS   TO RLOG-LEIDOS.
           MOVE ESCRITOS TO RLOG-ESCRITOS.
           CALL 'SDPRLOG0' USING 'STOP ' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.
           STOP RUN RETURNING RC.
