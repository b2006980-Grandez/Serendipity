      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Lector de los trazados exportados en los miembros
      *          fuente
      ******************************************************************
      * SDP DESCRIPTION
      *  Modulo comun al estilo de SRTMHDTR para los programas que
      *> tratan un fichero campo a campo segun su trazado: en vez de
      *> describir el registro a mano en un deck, leen la misma
      *> exportacion que pinan los miembros de referencia (como
      *> SRTWLAYT), en las lineas de comentario del propio miembro:
      *>    SDP IVP 0 Layout.Export(<registro>) = <campo>,<campo>,...
      *>    SDP IVP 0 Layout.RecordLength(<registro>) = <longitud>
      *> con cada campo en la forma
      *>    <nombre>:<pos>:<lon>:<picture>:<uso>[:REDEFINES=<n>]
      *>                                  [:SIGN=LEADING-SEPARATE]
      *>    <nombre>:<pos>:<lon>:GRUPO[:OCCURS=<n>:ENTRADA=<lon>]
      *> y las lineas de continuacion mientras la anterior acaba en
      *> coma. El miembro se abre por su logico a traves de SDPDDMP0.
      *  Las OCCURS se despliegan (los subordinados vienen descritos
      *> en la primera ocurrencia y se repiten cada ENTRADA bytes),
      *> las REDEFINES se saltan con sus subordinados para que cada
      *> byte tenga una sola descripcion, y los grupos se dejan a
      *> sus elementales. Un trazado que no esta en el miembro, con
      *> campos fuera del registro, solapados, con OCCURS anidadas o
      *> con usos sin equivalente (COMP-1, COMP-2) devuelve RC 16.
      * SDP END
      *
      * SDP IVP 0 Interface.Contract(SRTMLAYR) = LYR-FUNCION:IN,
      * LYR-MIEMBRO:IN,LYR-REGISTRO:IN,LYR-LONGITUD:OUT,
      * LYR-CAMPOS:OUT,LYR-CAMPO:OUT,LYR-RC:OUT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTMLAYR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MIEMBRO ASSIGN TO FIS-MIEMBRO
                  FILE STATUS IS FS-MIEMBRO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  MIEMBRO.
       01  REC-MIEMBRO PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-MIEMBRO  PIC XX VALUE SPACES.
       77 FIN-MIEMBRO PIC X(01) VALUE 'N'.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.

       01  FICHEROS-FISICOS.
           03 FIS-MIEMBRO PIC X(64) VALUE SPACES.

      * ESTADO DE LA LECTURA: 'B' BUSCANDO LA EXPORTACION, 'C' EN
      * LINEAS DE CONTINUACION, 'F' EXPORTACION COMPLETA
       01  BUSQUEDA.
           03 ESTADO-LECTURA   PIC X(01) VALUE 'B'.
           03 CLAVE-EXPORT     PIC X(60) VALUE SPACES.
           03 LON-EXPORT       PIC 9(02) VALUE ZEROS.
           03 CLAVE-LONGITUD   PIC X(60) VALUE SPACES.
           03 LON-CLAVE-LON    PIC 9(02) VALUE ZEROS.
           03 CLAVE-BUSCADA    PIC X(60) VALUE SPACES.
           03 LON-BUSCADA      PIC 9(02) VALUE ZEROS.
           03 POS-HALLADA      PIC 9(03) VALUE ZEROS.
           03 POS-LINEA        PIC 9(03) VALUE ZEROS.
           03 POS-TEXTO        PIC 9(03) VALUE ZEROS.
           03 TROZO            PIC X(132) VALUE SPACES.
           03 LONGITUD-EXPORT  PIC 9(05) VALUE ZEROS.

       01  TEXTO-EXPORT.
           03 TXT-BUFFER   PIC X(8000) VALUE SPACES.
           03 TXT-PUNTERO  PIC 9(05) VALUE 1.
           03 TXT-LONGITUD PIC 9(05) VALUE ZEROS.

       01  ENTRADA-EXPORT.
           03 ENT-TEXTO   PIC X(100) VALUE SPACES.
           03 ENT-PUNTERO PIC 9(05) VALUE 1.
           03 PARTE-1     PIC X(30) VALUE SPACES.
           03 PARTE-2     PIC X(30) VALUE SPACES.
           03 PARTE-3     PIC X(30) VALUE SPACES.
           03 PARTE-4     PIC X(30) VALUE SPACES.
           03 PARTE-5     PIC X(30) VALUE SPACES.
           03 PARTE-6     PIC X(30) VALUE SPACES.
           03 PARTE-7     PIC X(30) VALUE SPACES.
           03 ATRIBUTO    PIC X(30) VALUE SPACES.

      * ENTRADAS TAL COMO VIENEN EN LA EXPORTACION, GRUPOS Y
      * REDEFINES INCLUIDOS; LA ULTIMA POSICION QUEDA LIBRE PARA LOS
      * RECORRIDOS QUE MIRAN UNA ENTRADA MAS ALLA DE LA ULTIMA
       01  TABLA-BRUTA.
           03 BRU-USADAS PIC 9(03) VALUE ZEROS.
           03 BRU OCCURS 301 TIMES.
              05 BRU-NOMBRE  PIC X(30).
              05 BRU-POS     PIC 9(05).
              05 BRU-LON     PIC 9(05).
              05 BRU-PIC     PIC X(20).
              05 BRU-USO     PIC X(07).
              05 BRU-GRUPO   PIC X(01).
              05 BRU-REDEF   PIC X(01).
              05 BRU-OCCURS  PIC 9(04).
              05 BRU-ENTRADA PIC 9(05).
              05 BRU-SEPARADO PIC X(01).

       01  LIMITES.
           03 MAX-BRUTA  PIC 9(03) VALUE 300.
           03 MAX-CAMPOS PIC 9(04) VALUE 500.

       01  DESPLIEGUE.
           03 IDX         PIC 9(03) VALUE ZEROS.
           03 IDX-HIJO    PIC 9(03) VALUE ZEROS.
           03 PRIMER-HIJO PIC 9(03) VALUE ZEROS.
           03 ULTIMO-HIJO PIC 9(03) VALUE ZEROS.
           03 OCURRENCIA  PIC 9(04) VALUE ZEROS.
           03 FIN-RANGO   PIC 9(05) VALUE ZEROS.
           03 DESPLAZA    PIC 9(05) VALUE ZEROS.
           03 FIN-CAMPO   PIC 9(05) VALUE ZEROS.
           03 FIN-ANTERIOR PIC 9(05) VALUE ZEROS.
           03 IDX-CAMPO   PIC 9(04) VALUE ZEROS.

      * ANALISIS DE LA PICTURE DE UN CAMPO ELEMENTAL
       01  ANALISIS-PIC.
           03 IDX-PIC       PIC 9(02) VALUE ZEROS.
           03 SIMBOLO       PIC X(01) VALUE SPACE.
           03 ULTIMO-SIMBOLO PIC X(01) VALUE SPACE.
           03 EN-PARENTESIS PIC X(01) VALUE 'N'.
           03 EN-DECIMALES  PIC X(01) VALUE 'N'.
           03 REPETICION    PIC 9(03) VALUE ZEROS.
           03 CIFRA         PIC 9(01) VALUE ZERO.

       LINKAGE SECTION.
       01  LNK-TRAZADO.
       COPY SRTWLAYR.

       PROCEDURE DIVISION USING LNK-TRAZADO.
       1000-INICIO.
           MOVE ZEROS TO LYR-RC.
           EVALUATE LYR-FUNCION
              WHEN 'CARGAR  '
                   PERFORM 2000-LEER-MIEMBRO
                           THRU 2000-LEER-MIEMBRO-FIN
                   IF LYR-RC = ZEROS
                      PERFORM 3000-DESCOMPONER
                   END-IF
                   IF LYR-RC = ZEROS
                      PERFORM 4000-DESPLEGAR
                   END-IF
                   IF LYR-RC = ZEROS
                      PERFORM 5000-COMPROBAR
                   END-IF
              WHEN OTHER
                   MOVE 12 TO LYR-RC
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      * LECTURA DEL MIEMBRO: TEXTO DE LA EXPORTACION Y LONGITUD
      ******************************************************************
       2000-LEER-MIEMBRO.
           MOVE ZEROS  TO LYR-LONGITUD LYR-CAMPOS LONGITUD-EXPORT
                          TXT-LONGITUD BRU-USADAS.
           MOVE SPACES TO TXT-BUFFER.
           MOVE 1      TO TXT-PUNTERO.
           MOVE 'B'    TO ESTADO-LECTURA.
           MOVE 'N'    TO FIN-MIEMBRO.
           IF LYR-REGISTRO = SPACES
              MOVE LYR-MIEMBRO TO LYR-REGISTRO
           END-IF.

           MOVE SPACES TO CLAVE-EXPORT CLAVE-LONGITUD.
           MOVE 1 TO LON-EXPORT.
           STRING 'Layout.Export(' DELIMITED BY SIZE
                  LYR-REGISTRO     DELIMITED BY SPACE
                  ') ='            DELIMITED BY SIZE
                  INTO CLAVE-EXPORT WITH POINTER LON-EXPORT.
           SUBTRACT 1 FROM LON-EXPORT.
           MOVE 1 TO LON-CLAVE-LON.
           STRING 'Layout.RecordLength(' DELIMITED BY SIZE
                  LYR-REGISTRO           DELIMITED BY SPACE
                  ') ='                  DELIMITED BY SIZE
                  INTO CLAVE-LONGITUD WITH POINTER LON-CLAVE-LON.
           SUBTRACT 1 FROM LON-CLAVE-LON.

           MOVE LYR-MIEMBRO TO FIS-MIEMBRO.
           CALL 'SDPDDMP0' USING LYR-MIEMBRO FIS-MIEMBRO.
           OPEN INPUT MIEMBRO.
           MOVE 'ABRIENDO MIEMBRO DEL TRAZADO' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MIEMBRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 16 TO LYR-RC
              GO TO 2000-LEER-MIEMBRO-FIN
           END-IF.

           READ MIEMBRO
                AT END MOVE 'S' TO FIN-MIEMBRO
           END-READ.
           PERFORM 2100-TRATAR-LINEA UNTIL FIN-MIEMBRO = 'S'.
           CLOSE MIEMBRO.

           MOVE TXT-PUNTERO TO TXT-LONGITUD.
           SUBTRACT 1 FROM TXT-LONGITUD.
           IF TXT-LONGITUD = ZEROS
              DISPLAY 'ERROR TRAZADO ' LYR-REGISTRO
                      ' NO EXPORTADO EN EL MIEMBRO ' LYR-MIEMBRO
              MOVE 16 TO LYR-RC
           END-IF.

       2000-LEER-MIEMBRO-FIN.
           EXIT.

      * SOLO CUENTAN LAS LINEAS DE COMENTARIO; LA EXPORTACION SIGUE
      * EN LA LINEA SIGUIENTE MIENTRAS LA ANTERIOR ACABE EN COMA
       2100-TRATAR-LINEA.
           IF REC-MIEMBRO(7:1) = '*'
              EVALUATE ESTADO-LECTURA
                 WHEN 'B'
                      MOVE CLAVE-EXPORT TO CLAVE-BUSCADA
                      MOVE LON-EXPORT   TO LON-BUSCADA
                      PERFORM 2200-BUSCAR-CLAVE
                      IF POS-HALLADA > ZEROS
                         COMPUTE POS-TEXTO = POS-HALLADA + LON-BUSCADA
                         PERFORM 2300-ANADIR-TROZO
                      END-IF
                 WHEN 'C'
                      MOVE 8 TO POS-TEXTO
                      PERFORM 2300-ANADIR-TROZO
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
              IF LONGITUD-EXPORT = ZEROS
                 MOVE CLAVE-LONGITUD TO CLAVE-BUSCADA
                 MOVE LON-CLAVE-LON  TO LON-BUSCADA
                 PERFORM 2200-BUSCAR-CLAVE
                 IF POS-HALLADA > ZEROS
                    COMPUTE POS-TEXTO = POS-HALLADA + LON-BUSCADA
                    PERFORM 2400-LEER-LONGITUD
                 END-IF
              END-IF
           END-IF.
           READ MIEMBRO
                AT END MOVE 'S' TO FIN-MIEMBRO
           END-READ.

      * POSICION DE CLAVE-BUSCADA DENTRO DE LAS COLUMNAS 8-72
       2200-BUSCAR-CLAVE.
           MOVE ZEROS TO POS-HALLADA.
           PERFORM 2210-PROBAR-POSICION
                   VARYING POS-LINEA FROM 8 BY 1
                   UNTIL POS-LINEA + LON-BUSCADA > 73
                      OR POS-HALLADA > ZEROS.

       2210-PROBAR-POSICION.
           IF REC-MIEMBRO(POS-LINEA:LON-BUSCADA)
              = CLAVE-BUSCADA(1:LON-BUSCADA)
              MOVE POS-LINEA TO POS-HALLADA
           END-IF.

      * PRIMERA PALABRA DESDE POS-TEXTO HASTA LA COLUMNA 72
       2300-ANADIR-TROZO.
           PERFORM 2310-SALTAR-BLANCO
                   UNTIL POS-TEXTO > 72
                      OR REC-MIEMBRO(POS-TEXTO:1) NOT = SPACE.
           IF POS-TEXTO > 72
              MOVE 'F' TO ESTADO-LECTURA
           ELSE
              MOVE SPACES TO TROZO
              UNSTRING REC-MIEMBRO(POS-TEXTO:73 - POS-TEXTO)
                       DELIMITED BY ALL SPACES INTO TROZO
              STRING TROZO DELIMITED BY SPACE
                     INTO TXT-BUFFER WITH POINTER TXT-PUNTERO
              IF TXT-BUFFER(TXT-PUNTERO - 1:1) = ','
                 MOVE 'C' TO ESTADO-LECTURA
              ELSE
                 MOVE 'F' TO ESTADO-LECTURA
              END-IF
           END-IF.

       2310-SALTAR-BLANCO.
           ADD 1 TO POS-TEXTO.

       2400-LEER-LONGITUD.
           PERFORM 2310-SALTAR-BLANCO
                   UNTIL POS-TEXTO > 72
                      OR REC-MIEMBRO(POS-TEXTO:1) NOT = SPACE.
           IF POS-TEXTO NOT > 72
              MOVE SPACES TO TROZO
              UNSTRING REC-MIEMBRO(POS-TEXTO:73 - POS-TEXTO)
                       DELIMITED BY ALL SPACES INTO TROZO
              MOVE FUNCTION NUMVAL(TROZO) TO LONGITUD-EXPORT
           END-IF.

      ******************************************************************
      * DESCOMPOSICION DEL TEXTO EN LAS ENTRADAS DE LA EXPORTACION
      ******************************************************************
       3000-DESCOMPONER.
           MOVE 1 TO ENT-PUNTERO.
           PERFORM 3100-TRATAR-ENTRADA
                   UNTIL ENT-PUNTERO > TXT-LONGITUD
                      OR LYR-RC NOT = ZEROS.

       3100-TRATAR-ENTRADA.
           MOVE SPACES TO ENT-TEXTO.
           UNSTRING TXT-BUFFER(1:TXT-LONGITUD) DELIMITED BY ','
                    INTO ENT-TEXTO WITH POINTER ENT-PUNTERO.
           IF ENT-TEXTO NOT = SPACES
              IF BRU-USADAS NOT < MAX-BRUTA
                 DISPLAY 'ERROR TRAZADO ' LYR-REGISTRO
                         ' CON MAS DE ' MAX-BRUTA ' ENTRADAS'
                 MOVE 16 TO LYR-RC
              ELSE
                 PERFORM 3200-ANOTAR-ENTRADA
              END-IF
           END-IF.

       3200-ANOTAR-ENTRADA.
           MOVE SPACES TO PARTE-1 PARTE-2 PARTE-3 PARTE-4
                          PARTE-5 PARTE-6 PARTE-7.
           UNSTRING ENT-TEXTO DELIMITED BY ':'
                    INTO PARTE-1 PARTE-2 PARTE-3 PARTE-4
                         PARTE-5 PARTE-6 PARTE-7.
           ADD 1 TO BRU-USADAS.
           MOVE PARTE-1 TO BRU-NOMBRE(BRU-USADAS).
           MOVE FUNCTION NUMVAL(PARTE-2) TO BRU-POS(BRU-USADAS).
           MOVE FUNCTION NUMVAL(PARTE-3) TO BRU-LON(BRU-USADAS).
           MOVE 'N'    TO BRU-GRUPO(BRU-USADAS) BRU-REDEF(BRU-USADAS)
                          BRU-SEPARADO(BRU-USADAS).
           MOVE ZEROS  TO BRU-OCCURS(BRU-USADAS)
                          BRU-ENTRADA(BRU-USADAS).
           MOVE SPACES TO BRU-PIC(BRU-USADAS) BRU-USO(BRU-USADAS).
           IF PARTE-4 = 'GRUPO'
              MOVE 'S' TO BRU-GRUPO(BRU-USADAS)
              MOVE PARTE-5 TO ATRIBUTO
              PERFORM 3300-ANOTAR-ATRIBUTO
           ELSE
              MOVE PARTE-4 TO BRU-PIC(BRU-USADAS)
              PERFORM 3400-NORMALIZAR-USO
           END-IF.
           MOVE PARTE-6 TO ATRIBUTO.
           PERFORM 3300-ANOTAR-ATRIBUTO.
           MOVE PARTE-7 TO ATRIBUTO.
           PERFORM 3300-ANOTAR-ATRIBUTO.
           IF BRU-OCCURS(BRU-USADAS) > ZEROS
              AND BRU-ENTRADA(BRU-USADAS) = ZEROS
              COMPUTE BRU-ENTRADA(BRU-USADAS) =
                      BRU-LON(BRU-USADAS) / BRU-OCCURS(BRU-USADAS)
           END-IF.
           IF BRU-POS(BRU-USADAS) < 1 OR BRU-LON(BRU-USADAS) < 1
              DISPLAY 'ERROR TRAZADO ' LYR-REGISTRO ' CAMPO '
                      BRU-NOMBRE(BRU-USADAS) ' SIN POSICION O LONGITUD'
              MOVE 16 TO LYR-RC
           END-IF.

       3300-ANOTAR-ATRIBUTO.
           EVALUATE TRUE
              WHEN ATRIBUTO(1:10) = 'REDEFINES='
                   MOVE 'S' TO BRU-REDEF(BRU-USADAS)
              WHEN ATRIBUTO(1:7) = 'OCCURS='
                   MOVE FUNCTION NUMVAL(ATRIBUTO(8:23))
                        TO BRU-OCCURS(BRU-USADAS)
              WHEN ATRIBUTO(1:8) = 'ENTRADA='
                   MOVE FUNCTION NUMVAL(ATRIBUTO(9:22))
                        TO BRU-ENTRADA(BRU-USADAS)
              WHEN ATRIBUTO = 'SIGN=LEADING-SEPARATE'
                   MOVE 'L' TO BRU-SEPARADO(BRU-USADAS)
              WHEN ATRIBUTO = 'SIGN=TRAILING-SEPARATE'
                   MOVE 'T' TO BRU-SEPARADO(BRU-USADAS)
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * EL USO ELEMENTAL VIENE EN LA QUINTA PARTE; LOS SINONIMOS SE
      * REDUCEN A DISPLAY, COMP Y COMP-3
       3400-NORMALIZAR-USO.
           EVALUATE PARTE-5
              WHEN 'DISPLAY'
                   MOVE 'DISPLAY' TO BRU-USO(BRU-USADAS)
              WHEN 'COMP'
              WHEN 'COMP-4'
              WHEN 'COMP-5'
              WHEN 'BINARY'
                   MOVE 'COMP   ' TO BRU-USO(BRU-USADAS)
              WHEN 'COMP-3'
              WHEN 'PACKED-DECIMAL'
                   MOVE 'COMP-3 ' TO BRU-USO(BRU-USADAS)
              WHEN OTHER
                   DISPLAY 'ERROR TRAZADO ' LYR-REGISTRO ' CAMPO '
                           BRU-NOMBRE(BRU-USADAS) ' CON USO '
                           PARTE-5 ' NO SOPORTADO'
                   MOVE 16 TO LYR-RC
           END-EVALUATE.

      ******************************************************************
      * DESPLIEGUE: OCCURS REPETIDAS, REDEFINES Y GRUPOS FUERA
      ******************************************************************
       4000-DESPLEGAR.
           MOVE 1 TO IDX.
           PERFORM 4100-DESPLEGAR-ENTRADA
                   UNTIL IDX > BRU-USADAS OR LYR-RC NOT = ZEROS.

       4100-DESPLEGAR-ENTRADA.
           EVALUATE TRUE
              WHEN BRU-REDEF(IDX) = 'S'
                   COMPUTE FIN-RANGO = BRU-POS(IDX) + BRU-LON(IDX)
                   ADD 1 TO IDX
                   PERFORM 4150-SALTAR-SUBORDINADO
                           UNTIL IDX > BRU-USADAS
                              OR BRU-POS(IDX) NOT < FIN-RANGO
              WHEN BRU-GRUPO(IDX) = 'S' AND BRU-OCCURS(IDX) > ZEROS
                   PERFORM 4200-DESPLEGAR-OCCURS
              WHEN BRU-GRUPO(IDX) = 'S'
                   ADD 1 TO IDX
              WHEN OTHER
                   MOVE IDX   TO IDX-HIJO
                   MOVE ZEROS TO DESPLAZA OCURRENCIA
                   PERFORM 4300-ANOTAR-CAMPO
                   ADD 1 TO IDX
           END-EVALUATE.

       4150-SALTAR-SUBORDINADO.
           ADD 1 TO IDX.

      * LOS SUBORDINADOS VIENEN DESCRITOS EN LA PRIMERA OCURRENCIA:
      * SE REPITEN CADA ENTRADA BYTES
       4200-DESPLEGAR-OCCURS.
           COMPUTE FIN-RANGO = BRU-POS(IDX) + BRU-ENTRADA(IDX).
           MOVE IDX TO IDX-CAMPO.
           ADD 1 TO IDX.
           MOVE IDX TO PRIMER-HIJO.
           PERFORM 4150-SALTAR-SUBORDINADO
                   UNTIL IDX > BRU-USADAS
                      OR BRU-POS(IDX) NOT < FIN-RANGO.
           COMPUTE ULTIMO-HIJO = IDX - 1.
           PERFORM 4210-DESPLEGAR-OCURRENCIA
                   VARYING OCURRENCIA FROM 1 BY 1
                   UNTIL OCURRENCIA > BRU-OCCURS(IDX-CAMPO)
                      OR LYR-RC NOT = ZEROS.
      * EL RESTO DEL AREA DE LA TABLA YA ESTA DESCRITO POR LAS
      * OCURRENCIAS DESPLEGADAS
           COMPUTE FIN-RANGO = BRU-POS(IDX-CAMPO) + BRU-LON(IDX-CAMPO).
           PERFORM 4150-SALTAR-SUBORDINADO
                   UNTIL IDX > BRU-USADAS
                      OR BRU-POS(IDX) NOT < FIN-RANGO.

       4210-DESPLEGAR-OCURRENCIA.
           COMPUTE DESPLAZA =
                   (OCURRENCIA - 1) * BRU-ENTRADA(IDX-CAMPO).
           PERFORM 4220-DESPLEGAR-HIJO
                   VARYING IDX-HIJO FROM PRIMER-HIJO BY 1
                   UNTIL IDX-HIJO > ULTIMO-HIJO
                      OR LYR-RC NOT = ZEROS.

       4220-DESPLEGAR-HIJO.
           EVALUATE TRUE
              WHEN BRU-OCCURS(IDX-HIJO) > ZEROS
                   DISPLAY 'ERROR TRAZADO ' LYR-REGISTRO
                           ' CON OCCURS ANIDADA EN '
                           BRU-NOMBRE(IDX-HIJO)
                   MOVE 16 TO LYR-RC
              WHEN BRU-GRUPO(IDX-HIJO) = 'S'
              WHEN BRU-REDEF(IDX-HIJO) = 'S'
                   CONTINUE
              WHEN OTHER
                   PERFORM 4300-ANOTAR-CAMPO
           END-EVALUATE.

       4300-ANOTAR-CAMPO.
           IF LYR-CAMPOS NOT < MAX-CAMPOS
              DISPLAY 'ERROR TRAZADO ' LYR-REGISTRO
                      ' CON MAS DE ' MAX-CAMPOS ' CAMPOS DESPLEGADOS'
              MOVE 16 TO LYR-RC
           ELSE
              ADD 1 TO LYR-CAMPOS
              MOVE BRU-NOMBRE(IDX-HIJO) TO LYR-NOMBRE(LYR-CAMPOS)
              MOVE OCURRENCIA           TO LYR-OCURRENCIA(LYR-CAMPOS)
              COMPUTE LYR-POS(LYR-CAMPOS) =
                      BRU-POS(IDX-HIJO) + DESPLAZA
              MOVE BRU-LON(IDX-HIJO)    TO LYR-LON(LYR-CAMPOS)
              MOVE BRU-PIC(IDX-HIJO)    TO LYR-PIC(LYR-CAMPOS)
              MOVE BRU-USO(IDX-HIJO)    TO LYR-USO(LYR-CAMPOS)
              PERFORM 4400-ANALIZAR-PIC
              IF BRU-SEPARADO(IDX-HIJO) NOT = 'N'
                 AND LYR-SIGNO(LYR-CAMPOS) = 'S'
                 MOVE BRU-SEPARADO(IDX-HIJO) TO LYR-SIGNO(LYR-CAMPOS)
              END-IF
           END-IF.

      * CLASE, SIGNO, CIFRAS Y DECIMALES DE LA PICTURE; LAS CIFRAS
      * ENTRE PARENTESIS SON REPETICIONES DEL SIMBOLO ANTERIOR
       4400-ANALIZAR-PIC.
           MOVE '9'   TO LYR-CLASE(LYR-CAMPOS).
           MOVE 'N'   TO LYR-SIGNO(LYR-CAMPOS).
           MOVE ZEROS TO LYR-DIGITOS(LYR-CAMPOS)
                         LYR-DECIMALES(LYR-CAMPOS).
           MOVE 'N'   TO EN-PARENTESIS EN-DECIMALES.
           MOVE SPACE TO ULTIMO-SIMBOLO.
           PERFORM 4410-ANALIZAR-SIMBOLO
                   VARYING IDX-PIC FROM 1 BY 1
                   UNTIL IDX-PIC > 20
                      OR LYR-PIC(LYR-CAMPOS)(IDX-PIC:1) = SPACE.
           IF LYR-DIGITOS(LYR-CAMPOS) = ZEROS
              MOVE 'X' TO LYR-CLASE(LYR-CAMPOS)
           END-IF.

       4410-ANALIZAR-SIMBOLO.
           MOVE LYR-PIC(LYR-CAMPOS)(IDX-PIC:1) TO SIMBOLO.
           IF EN-PARENTESIS = 'S'
              IF SIMBOLO = ')'
                 MOVE 'N' TO EN-PARENTESIS
                 IF ULTIMO-SIMBOLO = '9' AND REPETICION > 1
                    PERFORM 4420-CONTAR-CIFRAS
                 END-IF
              ELSE
                 MOVE SIMBOLO TO CIFRA
                 COMPUTE REPETICION = REPETICION * 10 + CIFRA
              END-IF
           ELSE
              EVALUATE SIMBOLO
                 WHEN '('
                      MOVE 'S' TO EN-PARENTESIS
                      MOVE ZEROS TO REPETICION
                 WHEN '9'
                      MOVE 1 TO REPETICION
                      PERFORM 4420-CONTAR-CIFRAS
                      MOVE ZEROS TO REPETICION
                 WHEN 'S'
                      MOVE 'S' TO LYR-SIGNO(LYR-CAMPOS)
                 WHEN 'V'
                      MOVE 'S' TO EN-DECIMALES
                 WHEN 'P'
                      CONTINUE
                 WHEN OTHER
                      MOVE 'X' TO LYR-CLASE(LYR-CAMPOS)
              END-EVALUATE
              IF SIMBOLO NOT = '('
                 MOVE SIMBOLO TO ULTIMO-SIMBOLO
              END-IF
           END-IF.

      * 9 SUELTO SUMA UNA CIFRA; 9(n) SUMA LAS n - 1 QUE FALTAN
       4420-CONTAR-CIFRAS.
           IF ULTIMO-SIMBOLO = '9' AND SIMBOLO = ')'
              SUBTRACT 1 FROM REPETICION
           END-IF.
           ADD REPETICION TO LYR-DIGITOS(LYR-CAMPOS).
           IF EN-DECIMALES = 'S'
              ADD REPETICION TO LYR-DECIMALES(LYR-CAMPOS)
           END-IF.

      ******************************************************************
      * LONGITUD DEL REGISTRO Y CAMPOS DENTRO DE ELLA SIN SOLAPES
      ******************************************************************
       5000-COMPROBAR.
           MOVE ZEROS TO FIN-ANTERIOR.
           PERFORM 5100-COMPROBAR-CAMPO
                   VARYING IDX-CAMPO FROM 1 BY 1
                   UNTIL IDX-CAMPO > LYR-CAMPOS.
           IF LONGITUD-EXPORT > ZEROS
              MOVE LONGITUD-EXPORT TO LYR-LONGITUD
           ELSE
              MOVE FIN-ANTERIOR TO LYR-LONGITUD
           END-IF.
           IF LYR-CAMPOS = ZEROS
              DISPLAY 'ERROR TRAZADO ' LYR-REGISTRO
                      ' SIN CAMPOS ELEMENTALES'
              MOVE 16 TO LYR-RC
           END-IF.
           IF FIN-ANTERIOR > LYR-LONGITUD
              DISPLAY 'ERROR TRAZADO ' LYR-REGISTRO
                      ' CON CAMPOS MAS ALLA DE LA LONGITUD '
                      LYR-LONGITUD
              MOVE 16 TO LYR-RC
           END-IF.

       5100-COMPROBAR-CAMPO.
           IF LYR-POS(IDX-CAMPO) NOT > FIN-ANTERIOR
              DISPLAY 'ERROR TRAZADO ' LYR-REGISTRO ' CAMPO '
                      LYR-NOMBRE(IDX-CAMPO) ' SOLAPADO CON EL ANTERIOR'
              MOVE 16 TO LYR-RC
           END-IF.
           COMPUTE FIN-CAMPO =
                   LYR-POS(IDX-CAMPO) + LYR-LON(IDX-CAMPO) - 1.
           IF FIN-CAMPO > FIN-ANTERIOR
              MOVE FIN-CAMPO TO FIN-ANTERIOR
           END-IF.
