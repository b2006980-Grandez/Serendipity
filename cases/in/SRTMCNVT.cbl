      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Conversion de ficheros entre EBCDIC y ASCII campo a
      *          campo segun el trazado exportado del miembro
      ******************************************************************
      * SDP DESCRIPTION
      *  Convierte CNVIN en CNVOUT campo a campo con el trazado que
      *> exporta un miembro (Layout.Export, leido por SRTMLAYR) en
      *> lugar de traducir el registro entero como si todo fuera
      *> texto. El deck SRTCNVTP lleva las tarjetas:
      *>    TRAZADO      <miembro> [<registro>]
      *>    DIRECCION    <EBCDIC-ASCII|ASCII-EBCDIC>
      *>    EMPAQUETADOS <CONSERVAR|DESEMPAQUETAR>
      *> TRAZADO es obligatoria (el registro, si se omite, es el
      *> nombre del miembro); por omision la direccion es
      *> EBCDIC-ASCII y los empaquetados se conservan.
      *  Por campo: el texto y los bytes que no describe ningun campo
      *> se traducen con la tabla CCSID 037 de SRTMALFA; los numericos
      *> zonados cambian la zona de cada cifra y la del signo (C/D en
      *> EBCDIC, cifra o p-y en ASCII; el signo separado se traduce
      *> como caracter); los COMP y COMP-3 pasan sin
      *> tocar o, con DESEMPAQUETAR (solo hacia ASCII), salen como
      *> DISPLAY con signo delante si la picture lo tiene y tantas
      *> cifras como la picture, de modo que el registro de salida
      *> cambia de longitud: el informe da la posicion de cada campo
      *> en la salida. Las OCCURS y REDEFINES se tratan como las
      *> describe la exportacion (ver SRTWLAYR).
      *  El fichero EBCDIC es un flujo de registros de longitud fija
      *> sin separadores; el ASCII es de lineas cuando no lleva
      *> binarios y de longitud fija cuando si.
      *  Un campo que no convierte (cifra o signo zonado no valido,
      *> nibble empaquetado no valido, valor fuera de la picture,
      *> caracter de control en un texto que va a un fichero de
      *> lineas) se informa con el numero de registro y el
      *> desplazamiento del campo desde el principio del registro (el
      *> primer byte es el 0); el registro se graba igualmente, con el
      *> campo traducido como texto o en blanco si se desempaquetaba.
      *> Un ultimo registro incompleto se informa y no se graba. Con
      *> errores de campo el RC es 8; un deck o trazado erroneo
      *> termina con RC 16 sin convertir.
      * SDP END
      *
      * SDP DESC Conversion EBCDIC/ASCII por trazado exportado
      * SDP IVP 0 Files.Consumes = SRTCNVTP,CNVIN y el miembro del
      * trazado
      * SDP IVP 0 Files.Produces = CNVOUT; SDPPRINT lo escribe
      * SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTMCNVT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DECK ASSIGN TO 'SRTCNVTP'
                  FILE STATUS IS FS-DECK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA-LINEAS ASSIGN TO FIS-CNVIN
                  FILE STATUS IS FS-INPUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA-FIJA ASSIGN TO FIS-CNVIN
                  FILE STATUS IS FS-INPUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SALIDA-LINEAS ASSIGN TO FIS-CNVOUT
                  FILE STATUS IS FS-OUTPUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SALIDA-FIJA ASSIGN TO FIS-CNVOUT
                  FILE STATUS IS FS-OUTPUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DECK.
       01  REC-DECK PIC X(80).

       FD  ENTRADA-LINEAS.
       01  REC-ENTRADA-LINEAS PIC X(4096).

      * EL FLUJO DE LONGITUD FIJA SE LEE Y GRABA BYTE A BYTE: LA
      * LONGITUD DEL REGISTRO LA DA EL TRAZADO
       FD  ENTRADA-FIJA.
       01  REC-ENTRADA-FIJA PIC X(01).

       FD  SALIDA-LINEAS.
       01  REC-SALIDA-LINEAS PIC X(8192).

       FD  SALIDA-FIJA.
       01  REC-SALIDA-FIJA PIC X(01).

       WORKING-STORAGE SECTION.
       77 FS-DECK     PIC XX VALUE SPACES.
       77 FS-INPUT    PIC XX VALUE SPACES.
       77 FS-OUTPUT   PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-ENTRADA PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-CNVIN  PIC X(64) VALUE 'CNVIN'.
           03 FIS-CNVOUT PIC X(64) VALUE 'CNVOUT'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(30) VALUE SPACES.
           03 PAL-2 PIC X(30) VALUE SPACES.
           03 PAL-3 PIC X(30) VALUE SPACES.

      * FORMATO DE LOS FICHEROS: 'L' LINEAS, 'F' LONGITUD FIJA
       01  CONFIG-CONVERSION.
           03 DIRECCION       PIC X(12) VALUE 'EBCDIC-ASCII'.
              88 HACIA-ASCII  VALUE 'EBCDIC-ASCII'.
              88 HACIA-EBCDIC VALUE 'ASCII-EBCDIC'.
           03 EMPAQUETADOS    PIC X(13) VALUE 'CONSERVAR'.
              88 DESEMPAQUETAR VALUE 'DESEMPAQUETAR'.
           03 FORMATO-ENTRADA PIC X(01) VALUE 'F'.
           03 FORMATO-SALIDA  PIC X(01) VALUE 'F'.
           03 BINARIOS-ENTRADA PIC X(01) VALUE 'N'.
           03 BINARIOS-SALIDA PIC X(01) VALUE 'N'.
           03 LONGITUD-SALIDA PIC 9(05) VALUE ZEROS.

      * ZONAS DE LAS CIFRAS ZONADAS EN LA ENTRADA Y EN LA SALIDA:
      * EBCDIC F CIFRA, C POSITIVO, D NEGATIVO; ASCII 3 CIFRA Y
      * POSITIVO, 7 NEGATIVO (p-y)
       01  ZONAS.
           03 ZONA-CIFRA-E    PIC 9(02) VALUE 15.
           03 ZONA-POSITIVA-E PIC 9(02) VALUE 12.
           03 ZONA-NEGATIVA-E PIC 9(02) VALUE 13.
           03 ZONA-CIFRA-S    PIC 9(02) VALUE 3.
           03 ZONA-POSITIVA-S PIC 9(02) VALUE 3.
           03 ZONA-NEGATIVA-S PIC 9(02) VALUE 7.

       01  TRAZADO.
       COPY SRTWLAYR.

       01  TABLAS-EBCDIC.
       COPY SRTWALFA.

      * TRADUCCION DEL TEXTO EN LA DIRECCION PEDIDA, Y MAPAS PARA
      * LOCALIZAR ('C') Y BLANQUEAR LOS CARACTERES DE CONTROL ASCII;
      * LOS LOW-VALUES SE CONSERVAN
       01  TABLAS-TEXTO.
           03 TABLA-ORIGEN  PIC X(256) VALUE SPACES.
           03 TABLA-DESTINO PIC X(256) VALUE SPACES.
           03 MAPA-CONTROL  PIC X(256) VALUE SPACES.
           03 MAPA-LIMPIEZA PIC X(256) VALUE SPACES.
           03 AUX-CONTROL   PIC X(4096) VALUE SPACES.
           03 CUENTA-CONTROL PIC 9(05) VALUE ZEROS.

      * UN CAMPO POR ENTRADA, CON LOS HUECOS ENTRE CAMPOS COMO TEXTO.
      * TRATO: 'T' TEXTO, 'Z' ZONADO, 'P' EMPAQUETADO SIN CAMBIO,
      * 'E' EMPAQUETADO A DISPLAY, 'B' BINARIO SIN CAMBIO, 'N'
      * BINARIO A DISPLAY
       01  PLAN-CONVERSION.
           03 PLN-USADOS PIC 9(04) VALUE ZEROS.
           03 PLN-ENTRADA OCCURS 1001 TIMES.
              05 PLN-NOMBRE     PIC X(30).
              05 PLN-OCURRENCIA PIC 9(04).
              05 PLN-ENT-POS    PIC 9(05).
              05 PLN-ENT-LON    PIC 9(05).
              05 PLN-SAL-POS    PIC 9(05).
              05 PLN-SAL-LON    PIC 9(05).
              05 PLN-TRATO      PIC X(01).
              05 PLN-SIGNO      PIC X(01).
              05 PLN-DIGITOS    PIC 9(02).

       01  LIMITES.
           03 MAX-ENTRADA   PIC 9(05) VALUE 4096.
           03 MAX-SALIDA    PIC 9(05) VALUE 8192.
           03 MAX-PLAN      PIC 9(04) VALUE 1001.
           03 MAX-LISTADOS  PIC 9(05) VALUE 500.

       01  REG-ENTRADA PIC X(4096) VALUE SPACES.
       01  REG-SALIDA  PIC X(8192) VALUE SPACES.

       01  TRABAJO.
           03 IDX-CAMPO   PIC 9(04) VALUE ZEROS.
           03 IDX-PLAN    PIC 9(04) VALUE ZEROS.
           03 IDX-BYTE    PIC 9(05) VALUE ZEROS.
           03 POS-ENT     PIC 9(05) VALUE ZEROS.
           03 POS-SAL     PIC 9(05) VALUE ZEROS.
           03 LON-HUECO   PIC 9(05) VALUE ZEROS.
           03 POS-E       PIC 9(05) VALUE ZEROS.
           03 LON-E       PIC 9(05) VALUE ZEROS.
           03 POS-S       PIC 9(05) VALUE ZEROS.
           03 LON-S       PIC 9(05) VALUE ZEROS.
           03 POS-CIFRAS  PIC 9(05) VALUE ZEROS.
           03 DIGITOS     PIC 9(02) VALUE ZEROS.
           03 BYTES-LEIDOS PIC 9(05) VALUE ZEROS.

      * VALOR DE UN BYTE: EL CARACTER EN EL SEGUNDO BYTE DE UN
      * BINARIO DE DOS
       01  CONVERSION-BYTE.
           03 BYTE-VALOR PIC 9(04) COMP VALUE ZEROS.
           03 FILLER REDEFINES BYTE-VALOR.
              05 FILLER        PIC X(01).
              05 BYTE-CARACTER PIC X(01).
           03 NIB-ALTO PIC 9(02) VALUE ZEROS.
           03 NIB-BAJO PIC 9(02) VALUE ZEROS.
           03 ZONA-SAL PIC 9(02) VALUE ZEROS.

       01  VALOR-CAMPO.
           03 CAMPO-VALIDO   PIC X(01) VALUE 'S'.
           03 MOTIVO         PIC X(30) VALUE SPACES.
           03 MOTIVO-NUEVO   PIC X(30) VALUE SPACES.
           03 SIGNO-CAMPO    PIC X(01) VALUE '+'.
           03 NEGATIVO       PIC X(01) VALUE 'N'.
           03 CIFRAS-CAMPO   PIC X(40) VALUE SPACES.
           03 NUM-CIFRAS     PIC 9(02) VALUE ZEROS.
           03 VALOR-BINARIO  PIC 9(18) VALUE ZEROS.
           03 VALOR-TEXTO REDEFINES VALOR-BINARIO PIC X(18).
           03 CIFRAS-TXT     PIC X(10) VALUE '0123456789'.

       01  ERROR-LISTADO.
           03 ERR-REGISTRO   PIC 9(09) VALUE ZEROS.
           03 ERR-DESPLAZA   PIC 9(05) VALUE ZEROS.
           03 ERR-NOMBRE     PIC X(30) VALUE SPACES.
           03 ERR-OCURRENCIA PIC 9(04) VALUE ZEROS.
           03 ERR-MOTIVO     PIC X(30) VALUE SPACES.
           03 NOMBRE-COMPLETO PIC X(40) VALUE SPACES.

       01  CONTADORES.
           03 LEIDOS         PIC 9(09) VALUE ZEROS.
           03 ESCRITOS       PIC 9(09) VALUE ZEROS.
           03 CAMPOS-ERRONEOS PIC 9(09) VALUE ZEROS.
           03 REGISTROS-ERRONEOS PIC 9(09) VALUE ZEROS.
           03 INCOMPLETOS    PIC 9(09) VALUE ZEROS.
           03 LISTADOS       PIC 9(05) VALUE ZEROS.
           03 ERROR-EN-REGISTRO PIC X(01) VALUE 'N'.

       01  EDICION.
           03 CUENTA-ED PIC ZZZZZZZZ9.
           03 POS-ED    PIC ZZZZ9.
           03 LON-ED    PIC ZZZZ9.
           03 POS-S-ED  PIC ZZZZ9.
           03 LON-S-ED  PIC ZZZZ9.
           03 OCU-ED    PIC ZZZ9.
           03 BLANCOS-ED PIC 9(02).
           03 TRATO-ED  PIC X(24).

       01  REGISTRO-EJECUCION.
           03 RLOG-PROGRAMA PIC X(08) VALUE 'SRTMCNVT'.
           03 RLOG-LEIDOS   PIC 9(09) VALUE ZEROS.
           03 RLOG-ESCRITOS PIC 9(09) VALUE ZEROS.

       01  INFORME-CONVERSION.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'CNVIN   ' FIS-CNVIN.
           CALL 'SDPDDMP0' USING 'CNVOUT  ' FIS-CNVOUT.
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

           PERFORM 2700-PREPARAR-PLAN THRU 2700-PREPARAR-PLAN-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 4000-ABRIR-FICHEROS THRU 4000-ABRIR-FICHEROS-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'CONVERSION DE FICHERO POR TRAZADO' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-CONVERSION.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              PERFORM 9000-CIERRE-CONTROLADO
           END-IF.

           PERFORM 3000-INFORMAR-PLAN.

           PERFORM 5100-LEER-REGISTRO.
           PERFORM 5000-CONVERTIR-REGISTRO UNTIL FIN-ENTRADA = 'S'.

           IF FORMATO-ENTRADA = 'L'
              CLOSE ENTRADA-LINEAS
           ELSE
              CLOSE ENTRADA-FIJA
           END-IF.
           IF FORMATO-SALIDA = 'L'
              CLOSE SALIDA-LINEAS
           ELSE
              CLOSE SALIDA-FIJA
           END-IF.

           PERFORM 6000-INFORMAR-RESUMEN.
           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-CONVERSION.

           DISPLAY 'CONVERSION ' DIRECCION ' REGISTROS ' LEIDOS
                   ' CAMPOS CON ERROR ' CAMPOS-ERRONEOS
                   ' INCOMPLETOS ' INCOMPLETOS.
           IF CAMPOS-ERRONEOS > ZEROS OR INCOMPLETOS > ZEROS
              MOVE 8 TO RC
           END-IF.
           PERFORM 9000-CIERRE-CONTROLADO.

      ******************************************************************
      * DECK SRTCNVTP
      ******************************************************************
       2000-CARGAR-DECK.
           MOVE SPACES TO LYR-MIEMBRO LYR-REGISTRO.
           OPEN INPUT DECK.
           MOVE 'ABRIENDO DECK SRTCNVTP' TO MSG-FSTAT.
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
              DISPLAY 'ERROR SRTCNVTP SIN TARJETA TRAZADO'
              MOVE 16 TO RC
           END-IF.
           IF DESEMPAQUETAR AND HACIA-EBCDIC
              DISPLAY 'ERROR DESEMPAQUETAR SOLO VALE HACIA ASCII'
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
              WHEN 'DIRECCION'
                   IF PAL-2 = 'EBCDIC-ASCII' OR 'ASCII-EBCDIC'
                      MOVE PAL-2 TO DIRECCION
                   ELSE
                      DISPLAY 'ERROR DIRECCION DESCONOCIDA: ' PAL-2
                      MOVE 16 TO RC
                   END-IF
              WHEN 'EMPAQUETADOS'
                   IF PAL-2 = 'CONSERVAR' OR 'DESEMPAQUETAR'
                      MOVE PAL-2 TO EMPAQUETADOS
                   ELSE
                      DISPLAY 'ERROR EMPAQUETADOS DESCONOCIDO: ' PAL-2
                      MOVE 16 TO RC
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ DECK
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * TRAZADO DEL MIEMBRO Y TABLAS DE TRADUCCION
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

           MOVE 'TABLAS  ' TO ALF-FUNCION.
           CALL 'SRTMALFA' USING TABLAS-EBCDIC.
           IF HACIA-ASCII
              MOVE ALF-PESOS  TO TABLA-ORIGEN
              MOVE ALF-NATIVA TO TABLA-DESTINO
           ELSE
              MOVE ALF-NATIVA TO TABLA-ORIGEN
              MOVE ALF-PESOS  TO TABLA-DESTINO
              MOVE 3  TO ZONA-CIFRA-E ZONA-POSITIVA-E
              MOVE 7  TO ZONA-NEGATIVA-E
              MOVE 15 TO ZONA-CIFRA-S
              MOVE 12 TO ZONA-POSITIVA-S
              MOVE 13 TO ZONA-NEGATIVA-S
           END-IF.

           MOVE ALL '.'     TO MAPA-CONTROL.
           MOVE ALL 'C'     TO MAPA-CONTROL(2:31).
           MOVE 'C'         TO MAPA-CONTROL(128:1).
           MOVE ALF-NATIVA  TO MAPA-LIMPIEZA.
           MOVE SPACES      TO MAPA-LIMPIEZA(2:31).
           MOVE SPACE       TO MAPA-LIMPIEZA(128:1).

       2500-CARGAR-TRAZADO-FIN.
           EXIT.

      ******************************************************************
      * PLAN DE CONVERSION: TRATO Y POSICION EN LA SALIDA DE CADA
      * CAMPO Y DE CADA HUECO ENTRE CAMPOS
      ******************************************************************
       2700-PREPARAR-PLAN.
           MOVE ZEROS TO PLN-USADOS.
           MOVE 1 TO POS-ENT POS-SAL.
           PERFORM 2710-PLANIFICAR-CAMPO
                   VARYING IDX-CAMPO FROM 1 BY 1
                   UNTIL IDX-CAMPO > LYR-CAMPOS OR RC NOT = ZEROS.
           IF RC NOT = ZEROS GO TO 2700-PREPARAR-PLAN-FIN.
           IF POS-ENT NOT > LYR-LONGITUD
              COMPUTE LON-HUECO = LYR-LONGITUD - POS-ENT + 1
              PERFORM 2720-ANOTAR-HUECO
           END-IF.

           COMPUTE LONGITUD-SALIDA = POS-SAL - 1.
           IF LONGITUD-SALIDA > MAX-SALIDA
              DISPLAY 'ERROR REGISTRO DE SALIDA DE ' LONGITUD-SALIDA
                      ' BYTES, EL MAXIMO ES ' MAX-SALIDA
              MOVE 16 TO RC
           END-IF.

           IF HACIA-ASCII
              MOVE 'F' TO FORMATO-ENTRADA
              IF BINARIOS-SALIDA = 'S'
                 MOVE 'F' TO FORMATO-SALIDA
              ELSE
                 MOVE 'L' TO FORMATO-SALIDA
              END-IF
           ELSE
              IF BINARIOS-ENTRADA = 'S'
                 MOVE 'F' TO FORMATO-ENTRADA
              ELSE
                 MOVE 'L' TO FORMATO-ENTRADA
              END-IF
              MOVE 'F' TO FORMATO-SALIDA
           END-IF.

       2700-PREPARAR-PLAN-FIN.
           EXIT.

       2710-PLANIFICAR-CAMPO.
           IF LYR-POS(IDX-CAMPO) > POS-ENT
              COMPUTE LON-HUECO = LYR-POS(IDX-CAMPO) - POS-ENT
              PERFORM 2720-ANOTAR-HUECO
           END-IF.
           ADD 1 TO PLN-USADOS.
           MOVE LYR-NOMBRE(IDX-CAMPO)     TO PLN-NOMBRE(PLN-USADOS).
           MOVE LYR-OCURRENCIA(IDX-CAMPO) TO PLN-OCURRENCIA(PLN-USADOS).
           MOVE LYR-POS(IDX-CAMPO)        TO PLN-ENT-POS(PLN-USADOS).
           MOVE LYR-LON(IDX-CAMPO)        TO PLN-ENT-LON(PLN-USADOS).
           MOVE LYR-LON(IDX-CAMPO)        TO PLN-SAL-LON(PLN-USADOS).
           MOVE POS-SAL                   TO PLN-SAL-POS(PLN-USADOS).
           MOVE LYR-SIGNO(IDX-CAMPO)      TO PLN-SIGNO(PLN-USADOS).
           MOVE LYR-DIGITOS(IDX-CAMPO)    TO PLN-DIGITOS(PLN-USADOS).

           EVALUATE TRUE
              WHEN LYR-USO(IDX-CAMPO) = 'COMP-3 '
                   PERFORM 2730-PLANIFICAR-EMPAQUETADO
              WHEN LYR-USO(IDX-CAMPO) = 'COMP   '
                   PERFORM 2740-PLANIFICAR-BINARIO
              WHEN LYR-CLASE(IDX-CAMPO) = '9'
                   MOVE 'Z' TO PLN-TRATO(PLN-USADOS)
              WHEN OTHER
                   MOVE 'T' TO PLN-TRATO(PLN-USADOS)
           END-EVALUATE.

           ADD PLN-SAL-LON(PLN-USADOS) TO POS-SAL.
           COMPUTE POS-ENT = LYR-POS(IDX-CAMPO) + LYR-LON(IDX-CAMPO).

       2720-ANOTAR-HUECO.
           ADD 1 TO PLN-USADOS.
           MOVE '*HUECO*' TO PLN-NOMBRE(PLN-USADOS).
           MOVE ZEROS     TO PLN-OCURRENCIA(PLN-USADOS)
                             PLN-DIGITOS(PLN-USADOS).
           MOVE POS-ENT   TO PLN-ENT-POS(PLN-USADOS).
           MOVE LON-HUECO TO PLN-ENT-LON(PLN-USADOS)
                             PLN-SAL-LON(PLN-USADOS).
           MOVE POS-SAL   TO PLN-SAL-POS(PLN-USADOS).
           MOVE 'T'       TO PLN-TRATO(PLN-USADOS).
           MOVE 'N'       TO PLN-SIGNO(PLN-USADOS).
           ADD LON-HUECO TO POS-ENT POS-SAL.

      * UN EMPAQUETADO DE n BYTES LLEVA 2n-1 CIFRAS
       2730-PLANIFICAR-EMPAQUETADO.
           MOVE 'S' TO BINARIOS-ENTRADA.
           IF LYR-LON(IDX-CAMPO) > 16
              DISPLAY 'ERROR CAMPO ' LYR-NOMBRE(IDX-CAMPO)
                      ' EMPAQUETADO DE MAS DE 16 BYTES'
              MOVE 16 TO RC
           END-IF.
           IF PLN-DIGITOS(PLN-USADOS) = ZEROS
              COMPUTE PLN-DIGITOS(PLN-USADOS) =
                      LYR-LON(IDX-CAMPO) * 2 - 1
           END-IF.
           IF DESEMPAQUETAR
              MOVE 'E' TO PLN-TRATO(PLN-USADOS)
              MOVE PLN-DIGITOS(PLN-USADOS) TO PLN-SAL-LON(PLN-USADOS)
              IF PLN-SIGNO(PLN-USADOS) = 'S'
                 ADD 1 TO PLN-SAL-LON(PLN-USADOS)
              END-IF
           ELSE
              MOVE 'P' TO PLN-TRATO(PLN-USADOS)
              MOVE 'S' TO BINARIOS-SALIDA
           END-IF.

       2740-PLANIFICAR-BINARIO.
           MOVE 'S' TO BINARIOS-ENTRADA.
           IF LYR-LON(IDX-CAMPO) > 8
              DISPLAY 'ERROR CAMPO ' LYR-NOMBRE(IDX-CAMPO)
                      ' BINARIO DE MAS DE 8 BYTES'
              MOVE 16 TO RC
           END-IF.
           IF PLN-DIGITOS(PLN-USADOS) = ZEROS
              EVALUATE LYR-LON(IDX-CAMPO)
                 WHEN 1 THRU 2
                      MOVE 4  TO PLN-DIGITOS(PLN-USADOS)
                 WHEN 3 THRU 4
                      MOVE 9  TO PLN-DIGITOS(PLN-USADOS)
                 WHEN OTHER
                      MOVE 18 TO PLN-DIGITOS(PLN-USADOS)
              END-EVALUATE
           END-IF.
           IF DESEMPAQUETAR
              MOVE 'N' TO PLN-TRATO(PLN-USADOS)
              MOVE PLN-DIGITOS(PLN-USADOS) TO PLN-SAL-LON(PLN-USADOS)
              IF PLN-SIGNO(PLN-USADOS) = 'S'
                 ADD 1 TO PLN-SAL-LON(PLN-USADOS)
              END-IF
           ELSE
              MOVE 'B' TO PLN-TRATO(PLN-USADOS)
              MOVE 'S' TO BINARIOS-SALIDA
           END-IF.

      ******************************************************************
      * INFORME DEL PLAN: POSICION DE CADA CAMPO EN ENTRADA Y SALIDA
      ******************************************************************
       3000-INFORMAR-PLAN.
           MOVE 'TRAZADO         ' TO RPT-CORTE.
           MOVE SPACES TO LINEA.
           STRING 'MIEMBRO ' LYR-MIEMBRO ' REGISTRO ' LYR-REGISTRO
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE LYR-LONGITUD TO LON-ED.
           MOVE LONGITUD-SALIDA TO LON-S-ED.
           MOVE SPACES TO LINEA.
           STRING 'DIRECCION ' DIRECCION
                  '  EMPAQUETADOS ' EMPAQUETADOS
                  '  LONGITUD ' LON-ED ' A ' LON-S-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE SPACES TO LINEA.
           IF FORMATO-ENTRADA = 'L'
              MOVE 'ENTRADA DE LINEAS' TO LINEA(1:24)
           ELSE
              MOVE 'ENTRADA DE LONGITUD FIJA' TO LINEA(1:24)
           END-IF.
           IF FORMATO-SALIDA = 'L'
              MOVE ', SALIDA DE LINEAS' TO LINEA(25:30)
           ELSE
              MOVE ', SALIDA DE LONGITUD FIJA' TO LINEA(25:30)
           END-IF.
           PERFORM 3900-ESCRIBIR-LINEA.

           PERFORM 3100-INFORMAR-CAMPO
                   VARYING IDX-PLAN FROM 1 BY 1
                   UNTIL IDX-PLAN > PLN-USADOS.

       3100-INFORMAR-CAMPO.
           MOVE PLN-NOMBRE(IDX-PLAN)     TO ERR-NOMBRE.
           MOVE PLN-OCURRENCIA(IDX-PLAN) TO ERR-OCURRENCIA.
           PERFORM 3950-NOMBRE-COMPLETO.
           MOVE PLN-ENT-POS(IDX-PLAN) TO POS-ED.
           MOVE PLN-ENT-LON(IDX-PLAN) TO LON-ED.
           MOVE PLN-SAL-POS(IDX-PLAN) TO POS-S-ED.
           MOVE PLN-SAL-LON(IDX-PLAN) TO LON-S-ED.
           EVALUATE PLN-TRATO(IDX-PLAN)
              WHEN 'T' MOVE 'TEXTO TRADUCIDO'        TO TRATO-ED
              WHEN 'Z' MOVE 'NUMERICO ZONADO'        TO TRATO-ED
              WHEN 'P' MOVE 'EMPAQUETADO SIN CAMBIO' TO TRATO-ED
              WHEN 'E' MOVE 'EMPAQUETADO A DISPLAY'  TO TRATO-ED
              WHEN 'B' MOVE 'BINARIO SIN CAMBIO'     TO TRATO-ED
              WHEN OTHER MOVE 'BINARIO A DISPLAY'    TO TRATO-ED
           END-EVALUATE.
           MOVE SPACES TO LINEA.
           STRING NOMBRE-COMPLETO
                  ' ENTRADA ' POS-ED ':' LON-ED
                  ' SALIDA ' POS-S-ED ':' LON-S-ED
                  '  ' TRATO-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

       3900-ESCRIBIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CONVERSION.

      * NOMBRE DEL CAMPO CON LA OCURRENCIA ENTRE PARENTESIS
       3950-NOMBRE-COMPLETO.
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
      * APERTURA DE LOS FICHEROS EN EL FORMATO QUE PIDE EL TRAZADO
      ******************************************************************
       4000-ABRIR-FICHEROS.
           IF FORMATO-ENTRADA = 'L'
              OPEN INPUT ENTRADA-LINEAS
           ELSE
              OPEN INPUT ENTRADA-FIJA
           END-IF.
           MOVE 'ABRIENDO CNVIN' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 4000-ABRIR-FICHEROS-FIN.

           IF FORMATO-SALIDA = 'L'
              OPEN OUTPUT SALIDA-LINEAS
           ELSE
              OPEN OUTPUT SALIDA-FIJA
           END-IF.
           MOVE 'ABRIENDO CNVOUT' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-OUTPUT '00' SPACES
                MSG-FSTAT RC.

       4000-ABRIR-FICHEROS-FIN.
           EXIT.

      ******************************************************************
      * CONVERSION DE UN REGISTRO SEGUN EL PLAN
      ******************************************************************
       5000-CONVERTIR-REGISTRO.
           MOVE SPACES TO REG-SALIDA.
           MOVE 'N' TO ERROR-EN-REGISTRO.
           PERFORM 5200-CONVERTIR-CAMPO
                   VARYING IDX-PLAN FROM 1 BY 1
                   UNTIL IDX-PLAN > PLN-USADOS.
           IF ERROR-EN-REGISTRO = 'S'
              ADD 1 TO REGISTROS-ERRONEOS
           END-IF.
           PERFORM 5900-GRABAR-REGISTRO.
           PERFORM 5100-LEER-REGISTRO.

      * EL FLUJO FIJO SE LEE HASTA COMPLETAR LA LONGITUD DEL TRAZADO;
      * UN FINAL A MEDIO REGISTRO ES UN REGISTRO INCOMPLETO
       5100-LEER-REGISTRO.
           MOVE SPACES TO REG-ENTRADA.
           IF FORMATO-ENTRADA = 'L'
              READ ENTRADA-LINEAS INTO REG-ENTRADA
                   AT END MOVE 'S' TO FIN-ENTRADA
                   NOT AT END ADD 1 TO LEIDOS
              END-READ
           ELSE
              MOVE ZEROS TO BYTES-LEIDOS
              PERFORM 5110-LEER-BYTE
                      UNTIL BYTES-LEIDOS = LYR-LONGITUD
                         OR FIN-ENTRADA = 'S'
              IF BYTES-LEIDOS = LYR-LONGITUD
                 ADD 1 TO LEIDOS
              ELSE
                 IF BYTES-LEIDOS > ZEROS
                    PERFORM 5120-REGISTRO-INCOMPLETO
                 END-IF
              END-IF
           END-IF.

       5110-LEER-BYTE.
           READ ENTRADA-FIJA
                AT END MOVE 'S' TO FIN-ENTRADA
                NOT AT END
                    ADD 1 TO BYTES-LEIDOS
                    MOVE REC-ENTRADA-FIJA
                         TO REG-ENTRADA(BYTES-LEIDOS:1)
           END-READ.

       5120-REGISTRO-INCOMPLETO.
           ADD 1 TO INCOMPLETOS.
           COMPUTE ERR-REGISTRO = LEIDOS + 1.
           MOVE BYTES-LEIDOS TO ERR-DESPLAZA.
           MOVE '*REGISTRO INCOMPLETO*' TO ERR-NOMBRE.
           MOVE ZEROS TO ERR-OCURRENCIA.
           MOVE 'FIN A MEDIO REGISTRO' TO ERR-MOTIVO.
           PERFORM 5960-LISTAR-ERROR.

       5200-CONVERTIR-CAMPO.
           MOVE PLN-ENT-POS(IDX-PLAN) TO POS-E.
           MOVE PLN-ENT-LON(IDX-PLAN) TO LON-E.
           MOVE PLN-SAL-POS(IDX-PLAN) TO POS-S.
           MOVE PLN-SAL-LON(IDX-PLAN) TO LON-S.
           MOVE 'S'    TO CAMPO-VALIDO.
           MOVE SPACES TO MOTIVO.
           EVALUATE PLN-TRATO(IDX-PLAN)
              WHEN 'T'
                   PERFORM 5300-CONVERTIR-TEXTO
              WHEN 'Z'
                   PERFORM 5400-CONVERTIR-ZONADO
              WHEN 'P'
                   PERFORM 5500-VALIDAR-EMPAQUETADO
                   MOVE REG-ENTRADA(POS-E:LON-E)
                        TO REG-SALIDA(POS-S:LON-S)
              WHEN 'E'
                   PERFORM 5500-VALIDAR-EMPAQUETADO
                   PERFORM 5600-DESEMPAQUETAR
              WHEN 'B'
                   PERFORM 5700-VALOR-BINARIO
                   MOVE REG-ENTRADA(POS-E:LON-E)
                        TO REG-SALIDA(POS-S:LON-S)
              WHEN OTHER
                   PERFORM 5700-VALOR-BINARIO
                   PERFORM 5800-BINARIO-A-DISPLAY
           END-EVALUATE.
           IF CAMPO-VALIDO = 'N'
              PERFORM 5950-ANOTAR-ERROR
           END-IF.

      * EN UN FICHERO DE LINEAS UN CARACTER DE CONTROL PARTIRIA EL
      * REGISTRO: SE BLANQUEA Y EL CAMPO SE INFORMA
       5300-CONVERTIR-TEXTO.
           MOVE REG-ENTRADA(POS-E:LON-E) TO REG-SALIDA(POS-S:LON-S).
           INSPECT REG-SALIDA(POS-S:LON-S)
                   CONVERTING TABLA-ORIGEN TO TABLA-DESTINO.
           IF FORMATO-SALIDA = 'L'
              MOVE REG-SALIDA(POS-S:LON-S) TO AUX-CONTROL(1:LON-S)
              INSPECT AUX-CONTROL(1:LON-S)
                      CONVERTING ALF-NATIVA TO MAPA-CONTROL
              MOVE ZEROS TO CUENTA-CONTROL
              INSPECT AUX-CONTROL(1:LON-S)
                      TALLYING CUENTA-CONTROL FOR ALL 'C'
              IF CUENTA-CONTROL > ZEROS
                 INSPECT REG-SALIDA(POS-S:LON-S)
                         CONVERTING ALF-NATIVA TO MAPA-LIMPIEZA
                 MOVE 'CARACTER DE CONTROL EN TEXTO' TO MOTIVO-NUEVO
                 PERFORM 5990-MARCAR-INVALIDO
              END-IF
           END-IF.

      * UN ZONADO NO VALIDO SE TRADUCE COMO TEXTO PARA QUE SE VEA
       5400-CONVERTIR-ZONADO.
           PERFORM 5410-CIFRA-ZONADA
                   VARYING IDX-BYTE FROM 1 BY 1 UNTIL IDX-BYTE > LON-E.
           IF CAMPO-VALIDO = 'N'
              PERFORM 5300-CONVERTIR-TEXTO
              MOVE 'NUMERICO ZONADO NO VALIDO' TO MOTIVO
           END-IF.

      * LA ZONA DEL ULTIMO BYTE LLEVA EL SIGNO EN LOS CAMPOS CON S;
      * EL SIGNO SEPARADO ES UN CARACTER '+' O '-'
       5410-CIFRA-ZONADA.
           IF (PLN-SIGNO(IDX-PLAN) = 'L' AND IDX-BYTE = 1)
              OR (PLN-SIGNO(IDX-PLAN) = 'T' AND IDX-BYTE = LON-E)
              PERFORM 5420-SIGNO-SEPARADO
           ELSE
              PERFORM 5430-CIFRA-CON-ZONA
           END-IF.

       5420-SIGNO-SEPARADO.
           MOVE REG-ENTRADA(POS-E + IDX-BYTE - 1:1)
                TO REG-SALIDA(POS-S + IDX-BYTE - 1:1).
           INSPECT REG-SALIDA(POS-S + IDX-BYTE - 1:1)
                   CONVERTING TABLA-ORIGEN TO TABLA-DESTINO.
           IF HACIA-ASCII
              MOVE REG-SALIDA(POS-S + IDX-BYTE - 1:1) TO SIGNO-CAMPO
           ELSE
              MOVE REG-ENTRADA(POS-E + IDX-BYTE - 1:1) TO SIGNO-CAMPO
           END-IF.
           IF SIGNO-CAMPO NOT = '+' AND SIGNO-CAMPO NOT = '-'
              MOVE 'N' TO CAMPO-VALIDO
           END-IF.

       5430-CIFRA-CON-ZONA.
           MOVE ZEROS TO BYTE-VALOR.
           MOVE REG-ENTRADA(POS-E + IDX-BYTE - 1:1) TO BYTE-CARACTER.
           DIVIDE BYTE-VALOR BY 16 GIVING NIB-ALTO REMAINDER NIB-BAJO.
           MOVE 99 TO ZONA-SAL.
           IF NIB-BAJO NOT > 9
              IF IDX-BYTE = LON-E AND PLN-SIGNO(IDX-PLAN) = 'S'
                 EVALUATE NIB-ALTO
                    WHEN ZONA-CIFRA-E
                    WHEN ZONA-POSITIVA-E
                         MOVE ZONA-POSITIVA-S TO ZONA-SAL
                    WHEN ZONA-NEGATIVA-E
                         MOVE ZONA-NEGATIVA-S TO ZONA-SAL
                    WHEN OTHER
                         CONTINUE
                 END-EVALUATE
              ELSE
                 IF NIB-ALTO = ZONA-CIFRA-E
                    MOVE ZONA-CIFRA-S TO ZONA-SAL
                 END-IF
              END-IF
           END-IF.
           IF ZONA-SAL = 99
              MOVE 'N' TO CAMPO-VALIDO
           ELSE
              COMPUTE BYTE-VALOR = ZONA-SAL * 16 + NIB-BAJO
              MOVE BYTE-CARACTER TO REG-SALIDA(POS-S + IDX-BYTE - 1:1)
           END-IF.

      * CIFRAS Y SIGNO DE UN EMPAQUETADO: DOS CIFRAS POR BYTE Y EL
      * ULTIMO NIBBLE DE SIGNO (A, C, E, F POSITIVO; B, D NEGATIVO)
       5500-VALIDAR-EMPAQUETADO.
           MOVE ZEROS  TO NUM-CIFRAS.
           MOVE SPACES TO CIFRAS-CAMPO.
           MOVE '+'    TO SIGNO-CAMPO.
           PERFORM 5510-BYTE-EMPAQUETADO
                   VARYING IDX-BYTE FROM 1 BY 1 UNTIL IDX-BYTE > LON-E.
           IF SIGNO-CAMPO = '-' AND PLN-SIGNO(IDX-PLAN) NOT = 'S'
              MOVE 'NEGATIVO EN CAMPO SIN SIGNO' TO MOTIVO-NUEVO
              PERFORM 5990-MARCAR-INVALIDO
           END-IF.
           IF CAMPO-VALIDO = 'S' AND NUM-CIFRAS > PLN-DIGITOS(IDX-PLAN)
              COMPUTE DIGITOS = NUM-CIFRAS - PLN-DIGITOS(IDX-PLAN)
              IF CIFRAS-CAMPO(1:DIGITOS) NOT = ZEROS
                 MOVE 'VALOR FUERA DE LA PICTURE' TO MOTIVO-NUEVO
                 PERFORM 5990-MARCAR-INVALIDO
              END-IF
           END-IF.

       5510-BYTE-EMPAQUETADO.
           MOVE ZEROS TO BYTE-VALOR.
           MOVE REG-ENTRADA(POS-E + IDX-BYTE - 1:1) TO BYTE-CARACTER.
           DIVIDE BYTE-VALOR BY 16 GIVING NIB-ALTO REMAINDER NIB-BAJO.
           IF NIB-ALTO > 9
              MOVE 'CIFRA EMPAQUETADA NO VALIDA' TO MOTIVO-NUEVO
              PERFORM 5990-MARCAR-INVALIDO
           ELSE
              ADD 1 TO NUM-CIFRAS
              MOVE CIFRAS-TXT(NIB-ALTO + 1:1)
                   TO CIFRAS-CAMPO(NUM-CIFRAS:1)
           END-IF.
           IF IDX-BYTE < LON-E
              IF NIB-BAJO > 9
                 MOVE 'CIFRA EMPAQUETADA NO VALIDA' TO MOTIVO-NUEVO
                 PERFORM 5990-MARCAR-INVALIDO
              ELSE
                 ADD 1 TO NUM-CIFRAS
                 MOVE CIFRAS-TXT(NIB-BAJO + 1:1)
                      TO CIFRAS-CAMPO(NUM-CIFRAS:1)
              END-IF
           ELSE
              EVALUATE NIB-BAJO
                 WHEN 11
                 WHEN 13
                      MOVE '-' TO SIGNO-CAMPO
                 WHEN 10 THRU 15
                      CONTINUE
                 WHEN OTHER
                      MOVE 'SIGNO EMPAQUETADO NO VALIDO'
                           TO MOTIVO-NUEVO
                      PERFORM 5990-MARCAR-INVALIDO
              END-EVALUATE
           END-IF.

      * SIGNO DELANTE SI LA PICTURE LO LLEVA Y LAS CIFRAS DE LA
      * PICTURE; UN CAMPO NO VALIDO QUEDA EN BLANCO
       5600-DESEMPAQUETAR.
           IF CAMPO-VALIDO = 'S'
              MOVE POS-S TO POS-CIFRAS
              IF PLN-SIGNO(IDX-PLAN) = 'S'
                 MOVE SIGNO-CAMPO TO REG-SALIDA(POS-S:1)
                 ADD 1 TO POS-CIFRAS
              END-IF
              MOVE PLN-DIGITOS(IDX-PLAN) TO DIGITOS
              IF NUM-CIFRAS NOT < DIGITOS
                 MOVE CIFRAS-CAMPO(NUM-CIFRAS - DIGITOS + 1:DIGITOS)
                      TO REG-SALIDA(POS-CIFRAS:DIGITOS)
              ELSE
                 MOVE ZEROS TO REG-SALIDA(POS-CIFRAS:DIGITOS)
                 MOVE CIFRAS-CAMPO(1:NUM-CIFRAS)
                      TO REG-SALIDA(POS-CIFRAS + DIGITOS - NUM-CIFRAS:
                                    NUM-CIFRAS)
              END-IF
           END-IF.

      * BINARIO CON EL BYTE DE MAS PESO PRIMERO; UN NEGATIVO EN
      * COMPLEMENTO A DOS VALE -(INVERTIDO + 1)
       5700-VALOR-BINARIO.
           MOVE ZEROS TO VALOR-BINARIO BYTE-VALOR.
           MOVE 'N'   TO NEGATIVO.
           MOVE '+'   TO SIGNO-CAMPO.
           MOVE REG-ENTRADA(POS-E:1) TO BYTE-CARACTER.
           IF PLN-SIGNO(IDX-PLAN) = 'S' AND BYTE-VALOR > 127
              MOVE 'S' TO NEGATIVO
              MOVE '-' TO SIGNO-CAMPO
           END-IF.
           PERFORM 5710-BYTE-BINARIO
                   VARYING IDX-BYTE FROM 1 BY 1 UNTIL IDX-BYTE > LON-E.
           IF NEGATIVO = 'S'
              ADD 1 TO VALOR-BINARIO
                  ON SIZE ERROR
                     MOVE 'VALOR FUERA DE LA PICTURE' TO MOTIVO-NUEVO
                     PERFORM 5990-MARCAR-INVALIDO
              END-ADD
           END-IF.
           IF CAMPO-VALIDO = 'S' AND PLN-DIGITOS(IDX-PLAN) < 18
              COMPUTE DIGITOS = 18 - PLN-DIGITOS(IDX-PLAN)
              IF VALOR-TEXTO(1:DIGITOS) NOT = ZEROS
                 MOVE 'VALOR FUERA DE LA PICTURE' TO MOTIVO-NUEVO
                 PERFORM 5990-MARCAR-INVALIDO
              END-IF
           END-IF.

       5710-BYTE-BINARIO.
           MOVE ZEROS TO BYTE-VALOR.
           MOVE REG-ENTRADA(POS-E + IDX-BYTE - 1:1) TO BYTE-CARACTER.
           IF NEGATIVO = 'S'
              COMPUTE BYTE-VALOR = 255 - BYTE-VALOR
           END-IF.
           COMPUTE VALOR-BINARIO = VALOR-BINARIO * 256 + BYTE-VALOR
                   ON SIZE ERROR
                      MOVE 'VALOR FUERA DE LA PICTURE' TO MOTIVO-NUEVO
                      PERFORM 5990-MARCAR-INVALIDO
           END-COMPUTE.

       5800-BINARIO-A-DISPLAY.
           IF CAMPO-VALIDO = 'S'
              MOVE POS-S TO POS-CIFRAS
              IF PLN-SIGNO(IDX-PLAN) = 'S'
                 MOVE SIGNO-CAMPO TO REG-SALIDA(POS-S:1)
                 ADD 1 TO POS-CIFRAS
              END-IF
              MOVE PLN-DIGITOS(IDX-PLAN) TO DIGITOS
              MOVE VALOR-TEXTO(19 - DIGITOS:DIGITOS)
                   TO REG-SALIDA(POS-CIFRAS:DIGITOS)
           END-IF.

       5900-GRABAR-REGISTRO.
           IF FORMATO-SALIDA = 'L'
              WRITE REC-SALIDA-LINEAS
                    FROM REG-SALIDA(1:LONGITUD-SALIDA)
           ELSE
              PERFORM 5910-GRABAR-BYTE
                      VARYING IDX-BYTE FROM 1 BY 1
                      UNTIL IDX-BYTE > LONGITUD-SALIDA
           END-IF.
           ADD 1 TO ESCRITOS.

       5910-GRABAR-BYTE.
           WRITE REC-SALIDA-FIJA FROM REG-SALIDA(IDX-BYTE:1).

       5950-ANOTAR-ERROR.
           ADD 1 TO CAMPOS-ERRONEOS.
           MOVE 'S' TO ERROR-EN-REGISTRO.
           MOVE LEIDOS TO ERR-REGISTRO.
           COMPUTE ERR-DESPLAZA = POS-E - 1.
           MOVE PLN-NOMBRE(IDX-PLAN)     TO ERR-NOMBRE.
           MOVE PLN-OCURRENCIA(IDX-PLAN) TO ERR-OCURRENCIA.
           MOVE MOTIVO TO ERR-MOTIVO.
           PERFORM 5960-LISTAR-ERROR.

      * SE LISTAN LOS PRIMEROS; EL RESUMEN CUENTA TODOS
       5960-LISTAR-ERROR.
           IF LISTADOS < MAX-LISTADOS
              ADD 1 TO LISTADOS
              MOVE 'ERRORES         ' TO RPT-CORTE
              PERFORM 3950-NOMBRE-COMPLETO
              MOVE ERR-REGISTRO TO CUENTA-ED
              MOVE ERR-DESPLAZA TO POS-ED
              MOVE SPACES TO LINEA
              STRING 'REGISTRO ' CUENTA-ED
                     ' DESPLAZAMIENTO ' POS-ED
                     '  ' NOMBRE-COMPLETO
                     ' ' ERR-MOTIVO
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 3900-ESCRIBIR-LINEA
           END-IF.

      * SE CONSERVA EL PRIMER MOTIVO DEL CAMPO
       5990-MARCAR-INVALIDO.
           IF CAMPO-VALIDO = 'S'
              MOVE 'N' TO CAMPO-VALIDO
              MOVE MOTIVO-NUEVO TO MOTIVO
           END-IF.

      ******************************************************************
      * RESUMEN
      ******************************************************************
       6000-INFORMAR-RESUMEN.
           MOVE 'RESUMEN         ' TO RPT-CORTE.
           MOVE LEIDOS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'REGISTROS LEIDOS              ' CUENTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE ESCRITOS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'REGISTROS GRABADOS            ' CUENTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE REGISTROS-ERRONEOS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'REGISTROS CON CAMPOS ERRONEOS ' CUENTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           MOVE CAMPOS-ERRONEOS TO CUENTA-ED.
           MOVE SPACES TO LINEA.
           STRING 'CAMPOS ERRONEOS               ' CUENTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           PERFORM 3900-ESCRIBIR-LINEA.

           IF INCOMPLETOS > ZEROS
              MOVE INCOMPLETOS TO CUENTA-ED
              MOVE SPACES TO LINEA
              STRING 'REGISTROS INCOMPLETOS         ' CUENTA-ED
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 3900-ESCRIBIR-LINEA
           END-IF.

           IF CAMPOS-ERRONEOS + INCOMPLETOS > LISTADOS
              COMPUTE CUENTA-ED = CAMPOS-ERRONEOS + INCOMPLETOS
                                - LISTADOS
              MOVE SPACES TO LINEA
              STRING 'ERRORES NO LISTADOS           ' CUENTA-ED
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 3900-ESCRIBIR-LINEA
           END-IF.

       9000-CIERRE-CONTROLADO.
           MOVE LEIDOS   TO RLOG-LEIDOS.
           MOVE ESCRITOS TO RLOG-ESCRITOS.
           CALL 'SDPRLOG0' USING 'STOP ' RLOG-PROGRAMA RC
                RLOG-LEIDOS RLOG-ESCRITOS.
           STOP RUN RETURNING RC.
