      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Pruebas por propiedades de las variantes de
      *          ordenacion con SORTIN aleatorios y reduccion del fallo
      ******************************************************************
      * SDP DESCRIPTION
      *  Las pruebas de la cadena de ordenacion usan unos pocos
      *> SORTIN fijos, y el fallo que solo sale con repetidas en el
      *> limite de la tabla paso sin verse. Este paso genera con
      *> SRTMGEN0 un SORTIN por cada semilla de un rango, ejecuta la
      *> variante elegida sobre cada uno y comprueba las propiedades
      *> de la cadena, por este orden:
      *>    TERMINA   la variante termina con RC 0 y deja SORTOUT
      *>    ORDEN     las claves de SORTOUT van en orden no
      *>              descendente
      *>    CUADRE    registros y suma de claves de SORTOUT iguales
      *>              a los que SRTMLOAD dejo en SRTTOTAL
      *>    PERMUTA   SORTOUT tiene los mismos registros que SORTIN
      *>              (se ordenan los dos enteros y se comparan)
      *> El deck SRTPROPP (clave en 1-12, valor desde la 13) trae:
      *>    VARIANTE    <programa>     (obligatoria)
      *>    DESDE       <semilla>      (1 por omision)
      *>    HASTA       <semilla>      (100)
      *>    REGISTROS   <maximo>       (200, hasta 20000)
      *>    INTENTOS    <maximo>       (500 ejecuciones al reducir)
      *>    EJECUTOR    <mandato>      (obligatoria)
      *>    DIRECTORIO  <directorio>   (el de trabajo)
      *> Cada semilla fija el numero de registros, la distribucion
      *> y el porcentaje de duplicados de SRTGENSP, con lo que el
      *> mismo rango genera siempre los mismos ficheros. SRTMGEN0 y
      *> la variante terminan con STOP RUN: cada paso se lanza como
      *> un proceso aparte con el mandato EJECUTOR seguido del
      *> programa, y se borran antes SORTOUT, SRTTOTAL y SRTCHKPT
      *> para que un paso no herede los restos del anterior.
      *  Cuando una propiedad falla, el SORTIN se reduce quitando
      *> trozos de registros, primero de la mitad del fichero y luego
      *> cada vez mas pequenos hasta uno solo, mientras siga fallando
      *> la misma propiedad. El SORTIN minimo queda en el DIRECTORIO
      *> como <variante>-<semilla>.SORTIN y se anade al catalogo
      *> SRTPROPR como caso de regresion:
      *>    <variante> <semilla> <registros> <propiedad> <fichero>
      *> Los casos del catalogo para la variante se repiten antes de
      *> las semillas. El informe por SDPREPW0 da cada caso y cada
      *> semilla con su resultado. RC 8 si falla alguna propiedad,
      *> 16 sin tarjeta VARIANTE o EJECUTOR.
      * SDP END
      *
      * SDP DESC Propiedades de la ordenacion con reduccion del fallo
      * SDP IVP 0 Files.Consumes = SRTPROPP,SORTOUT,SRTTOTAL
      * SDP IVP 0 Files.Produces = SRTGENSP,SRTPROPA,SRTPROPB
      * SDP IVP 0 Files.Updates = SORTIN,SRTPROPR
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTMPROP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'SRTPROPP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ESPEC ASSIGN TO 'SRTGENSP'
                  FILE STATUS IS FS-ESPEC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ENTRADA ASSIGN TO FIS-SORTIN
                  FILE STATUS IS FS-INPUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT SALIDA ASSIGN TO FIS-SORTOUT
                  FILE STATUS IS FS-SALIDA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TOTALES ASSIGN TO FIS-SRTTOTAL
                  FILE STATUS IS FS-TOTAL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'SRTPROPR'
                  FILE STATUS IS FS-CATALOGO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT CASO ASSIGN TO NOMBRE-CASO
                  FILE STATUS IS FS-CASO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ORDEN-ENTRADA ASSIGN TO 'SRTPROPA'
                  FILE STATUS IS FS-ORDEN-A
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ORDEN-SALIDA ASSIGN TO 'SRTPROPB'
                  FILE STATUS IS FS-ORDEN-B
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TRABAJO ASSIGN TO 'SRTPROPW'.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(68).

       FD  ESPEC.
       01  REC-ESPEC.
           03 ESP-CLAVE PIC X(12).
           03 ESP-VALOR PIC X(20).

       FD  ENTRADA.
       01  REC-ENTRADA PIC X(80).

       FD  SALIDA.
       01  REC-SALIDA.
           03 CLAVE-SAL PIC 9(05).
           03 F         PIC X(75).

       FD  TOTALES.
       01  REC-TOTAL.
           03 TOT-REGISTROS PIC 9(09).
           03 TOT-SEP       PIC X(01).
           03 TOT-HASH      PIC 9(12).

       FD  CATALOGO.
       01  REC-CATALOGO PIC X(132).

       FD  CASO.
       01  REC-CASO PIC X(80).

       FD  ORDEN-ENTRADA.
       01  REC-ORDEN-A PIC X(80).

       FD  ORDEN-SALIDA.
       01  REC-ORDEN-B PIC X(80).

       SD  TRABAJO.
       01  REC-TRABAJO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-ESPEC    PIC XX VALUE SPACES.
       77 FS-INPUT    PIC XX VALUE SPACES.
       77 FS-SALIDA   PIC XX VALUE SPACES.
       77 FS-TOTAL    PIC XX VALUE SPACES.
       77 FS-CATALOGO PIC XX VALUE SPACES.
       77 FS-CASO     PIC XX VALUE SPACES.
       77 FS-ORDEN-A  PIC XX VALUE SPACES.
       77 FS-ORDEN-B  PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-A       PIC X(01) VALUE 'N'.
       77 FIN-B       PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SORTIN   PIC X(64) VALUE 'SORTIN'.
           03 FIS-SORTOUT  PIC X(64) VALUE 'SORTOUT'.
           03 FIS-SRTTOTAL PIC X(64) VALUE 'SRTTOTAL'.
           03 FIS-SRTCHKPT PIC X(64) VALUE 'SRTCHKPT'.

       01  NOMBRES-FICHERO.
           03 NOMBRE-CASO PIC X(132) VALUE SPACES.

       01  OPCIONES.
           03 VARIANTE       PIC X(08) VALUE SPACES.
           03 SEMILLA-DESDE  PIC 9(09) VALUE 1.
           03 SEMILLA-HASTA  PIC 9(09) VALUE 100.
           03 MAX-REGISTROS  PIC 9(05) VALUE 200.
           03 MAX-INTENTOS   PIC 9(05) VALUE 500.
           03 EJECUTOR       PIC X(68) VALUE SPACES.
           03 DIRECTORIO     PIC X(68) VALUE SPACES.

      * DISTRIBUCIONES DE SRTMGEN0 QUE TOCAN A CADA SEMILLA; LA
      * ALEATORIA VA CUATRO VECES DE CADA OCHO
       01  DISTRIBUCIONES-VALORES.
           03 FILLER PIC X(08) VALUE 'RANDOM'.
           03 FILLER PIC X(08) VALUE 'NEARLY'.
           03 FILLER PIC X(08) VALUE 'RANDOM'.
           03 FILLER PIC X(08) VALUE 'REVERSE'.
           03 FILLER PIC X(08) VALUE 'RANDOM'.
           03 FILLER PIC X(08) VALUE 'SORTED'.
           03 FILLER PIC X(08) VALUE 'RANDOM'.
           03 FILLER PIC X(08) VALUE 'CONSTANT'.
       01  DISTRIBUCIONES REDEFINES DISTRIBUCIONES-VALORES.
           03 DIS-NOMBRE PIC X(08) OCCURS 8 TIMES.

       01  SEMILLA-ACTUAL.
           03 SEMILLA       PIC 9(09) VALUE ZEROS.
           03 GEN-REGISTROS PIC 9(05) VALUE ZEROS.
           03 GEN-DISTRIB   PIC X(08) VALUE SPACES.
           03 GEN-DUP-PCT   PIC 9(03) VALUE ZEROS.

      * REGISTROS DEL SORTIN QUE FALLA, QUE SE VA REDUCIENDO
       01  TABLA-REGISTROS.
           03 REG-USADOS PIC 9(05) VALUE ZEROS.
           03 REG-TEXTO OCCURS 20000 TIMES PIC X(80).

       01  REDUCCION.
           03 TROZO         PIC 9(05) VALUE ZEROS.
           03 POS-TROZO     PIC 9(05) VALUE ZEROS.
           03 QUITA-DESDE   PIC 9(05) VALUE ZEROS.
           03 QUITA-HASTA   PIC 9(05) VALUE ZEROS.
           03 INTENTOS      PIC 9(05) VALUE ZEROS.
           03 REGISTROS-ORIGEN PIC 9(05) VALUE ZEROS.
           03 PROPIEDAD-ORIGEN PIC X(08) VALUE SPACES.
           03 REDUCIENDO    PIC X(01) VALUE 'N'.

      * RESULTADO DE UNA EJECUCION: PROPIEDAD EN BLANCO SI CUMPLE
       01  COMPROBACION.
           03 PROPIEDAD     PIC X(08) VALUE SPACES.
           03 LEIDOS        PIC 9(09) VALUE ZEROS.
           03 HASH-CLAVES   PIC 9(12) VALUE ZEROS.
           03 CLAVE-PREVIA  PIC X(05) VALUE SPACES.
           03 FUERA-DE-ORDEN PIC 9(09) VALUE ZEROS.
           03 DETALLE       PIC X(60) VALUE SPACES.

       01  LANZAMIENTO.
           03 PROGRAMA      PIC X(08) VALUE SPACES.
           03 COMANDO       PIC X(160) VALUE SPACES.
           03 RC-PASO       PIC S9(09) VALUE ZEROS.

       01  PALABRAS-CATALOGO.
           03 CAT-VARIANTE  PIC X(08) VALUE SPACES.
           03 CAT-SEMILLA   PIC X(09) VALUE SPACES.
           03 CAT-REGISTROS PIC X(09) VALUE SPACES.
           03 CAT-PROPIEDAD PIC X(08) VALUE SPACES.
           03 CAT-FICHERO   PIC X(96) VALUE SPACES.

       01  TRABAJO-AUX.
           03 IDX           PIC 9(05) VALUE ZEROS.
           03 ENTERO        PIC 9(09) VALUE ZEROS.
           03 SEMILLA-ED    PIC 9(06) VALUE ZEROS.
           03 NUM-ED        PIC ZZZZ9.
           03 NUM-ED-2      PIC ZZZZ9.
           03 SEMILLA-ED-2  PIC ZZZZZZZZ9.
           03 PCT-ED        PIC ZZ9.
           03 FALLOS        PIC 9(05) VALUE ZEROS.
           03 PROBADAS      PIC 9(05) VALUE ZEROS.
           03 REPETIDOS     PIC 9(05) VALUE ZEROS.
           03 GUARDADOS     PIC 9(05) VALUE ZEROS.

       01  INFORME-PROPIEDADES.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SORTIN  ' FIS-SORTIN.
           CALL 'SDPDDMP0' USING 'SORTOUT ' FIS-SORTOUT.
           CALL 'SDPDDMP0' USING 'SRTTOTAL' FIS-SRTTOTAL.

           PERFORM 1100-LEER-PARAMETROS.
           IF VARIANTE = SPACES
              DISPLAY 'FALTA LA TARJETA VARIANTE EN SRTPROPP'
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.
           IF EJECUTOR = SPACES
              DISPLAY 'FALTA LA TARJETA EJECUTOR EN SRTPROPP'
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'PROPIEDADES DE LA ORDENACION' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-PROPIEDADES.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 2000-REPETIR-CATALOGO.
           PERFORM 3000-PROBAR-SEMILLA
                   VARYING SEMILLA FROM SEMILLA-DESDE BY 1
                   UNTIL SEMILLA > SEMILLA-HASTA.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-PROPIEDADES.

           DISPLAY 'VARIANTE ' VARIANTE ': SEMILLAS ' PROBADAS
                   ' REGRESIONES ' REPETIDOS ' FALLOS ' FALLOS
                   ' CASOS NUEVOS ' GUARDADOS.
           IF FALLOS > ZEROS AND RC < 8
              MOVE 8 TO RC
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
           MOVE 'N' TO FIN-FICH.
           IF MAX-REGISTROS > 20000
              MOVE 20000 TO MAX-REGISTROS
           END-IF.
           IF MAX-REGISTROS = ZEROS
              MOVE 1 TO MAX-REGISTROS
           END-IF.

       1110-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'VARIANTE    '
                   MOVE PRM-VALOR(1:8) TO VARIANTE
              WHEN 'DESDE       '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO SEMILLA-DESDE
              WHEN 'HASTA       '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO SEMILLA-HASTA
              WHEN 'REGISTROS   '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO MAX-REGISTROS
              WHEN 'INTENTOS    '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO MAX-INTENTOS
              WHEN 'EJECUTOR    '
                   MOVE PRM-VALOR TO EJECUTOR
              WHEN 'DIRECTORIO  '
                   MOVE PRM-VALOR TO DIRECTORIO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * CASOS DE REGRESION DEL CATALOGO PARA LA VARIANTE: SU SORTIN
      * GUARDADO PASA A SER EL SORTIN DE LA EJECUCION
      ******************************************************************
       2000-REPETIR-CATALOGO.
           OPEN INPUT CATALOGO.
           IF FS-CATALOGO NOT = '00'
              CLOSE CATALOGO
           ELSE
              READ CATALOGO
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 2100-TRATAR-CATALOGO UNTIL FIN-FICH = 'S'
              CLOSE CATALOGO
              MOVE 'N' TO FIN-FICH
           END-IF.

       2100-TRATAR-CATALOGO.
           MOVE SPACES TO PALABRAS-CATALOGO.
           UNSTRING REC-CATALOGO DELIMITED BY ALL SPACES
                    INTO CAT-VARIANTE CAT-SEMILLA CAT-REGISTROS
                         CAT-PROPIEDAD CAT-FICHERO.
           IF CAT-VARIANTE = VARIANTE AND CAT-FICHERO NOT = SPACES
              ADD 1 TO REPETIDOS
              MOVE CAT-FICHERO TO NOMBRE-CASO
              PERFORM 2200-COPIAR-CASO THRU 2200-COPIAR-CASO-FIN
              IF RC-PASO = ZEROS
                 PERFORM 7000-EJECUTAR-Y-COMPROBAR
              ELSE
                 MOVE 'SIN-CASO' TO PROPIEDAD
              END-IF
              MOVE 'REGRESION' TO RPT-CORTE
              MOVE SPACES TO LINEA
              IF PROPIEDAD = SPACES
                 STRING 'SEMILLA ' DELIMITED BY SIZE
                        CAT-SEMILLA DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        CAT-FICHERO DELIMITED BY SPACE
                        ' CUMPLE (FALLABA ' DELIMITED BY SIZE
                        CAT-PROPIEDAD DELIMITED BY SPACE
                        ')' DELIMITED BY SIZE
                        INTO LINEA
              ELSE
                 ADD 1 TO FALLOS
                 STRING 'SEMILLA ' DELIMITED BY SIZE
                        CAT-SEMILLA DELIMITED BY SPACE
                        ' ' DELIMITED BY SIZE
                        CAT-FICHERO DELIMITED BY SPACE
                        ' FALLA ' PROPIEDAD DELIMITED BY SIZE
                        ' ' DETALLE DELIMITED BY SIZE
                        INTO LINEA
              END-IF
              PERFORM 8900-LINEA-INFORME
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       2200-COPIAR-CASO.
           MOVE ZEROS TO RC-PASO.
           OPEN INPUT CASO.
           IF FS-CASO NOT = '00'
              CLOSE CASO
              MOVE 1 TO RC-PASO
              MOVE 'NO SE PUEDE LEER EL CASO' TO DETALLE
              GO TO 2200-COPIAR-CASO-FIN
           END-IF.
           OPEN OUTPUT ENTRADA.
           MOVE 'ABRIENDO SORTIN DEL CASO' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           MOVE 'N' TO FIN-A.
           READ CASO
                AT END MOVE 'S' TO FIN-A
           END-READ.
           PERFORM 2210-COPIAR-REGISTRO UNTIL FIN-A = 'S'.
           CLOSE CASO ENTRADA.

       2200-COPIAR-CASO-FIN.
           EXIT.

       2210-COPIAR-REGISTRO.
           WRITE REC-ENTRADA FROM REC-CASO.
           READ CASO
                AT END MOVE 'S' TO FIN-A
           END-READ.

      ******************************************************************
      * UNA SEMILLA: ESPECIFICACION, SRTMGEN0, VARIANTE Y, SI FALLA,
      * REDUCCION Y CASO NUEVO EN EL CATALOGO
      ******************************************************************
       3000-PROBAR-SEMILLA.
           ADD 1 TO PROBADAS.
           MOVE SPACES TO PROPIEDAD.
           PERFORM 3100-ESPECIFICAR.
           MOVE 'SRTMGEN0' TO PROGRAMA.
           PERFORM 8000-LANZAR.
           MOVE 'SEMILLA' TO RPT-CORTE.
           MOVE SEMILLA TO SEMILLA-ED-2.
           MOVE GEN-REGISTROS TO NUM-ED.
           MOVE GEN-DUP-PCT TO PCT-ED.
           MOVE SPACES TO LINEA.
           STRING 'SEMILLA ' SEMILLA-ED-2 ' REGISTROS ' NUM-ED
                  ' ' GEN-DISTRIB ' DUPLICADOS ' PCT-ED '%'
                  DELIMITED BY SIZE INTO LINEA.
           IF RC-PASO NOT = ZEROS
              MOVE 'GENERADOR FALLA, SEMILLA SIN PROBAR'
                TO LINEA(66:)
              PERFORM 8900-LINEA-INFORME
           ELSE
              PERFORM 7000-EJECUTAR-Y-COMPROBAR
              IF PROPIEDAD = SPACES
                 MOVE 'CUMPLE' TO LINEA(66:)
                 PERFORM 8900-LINEA-INFORME
              ELSE
                 ADD 1 TO FALLOS
                 STRING 'FALLA ' PROPIEDAD DELIMITED BY SIZE
                        ' ' DETALLE DELIMITED BY SIZE
                        INTO LINEA(66:)
                 PERFORM 8900-LINEA-INFORME
                 PERFORM 5000-REDUCIR
                 PERFORM 6000-GUARDAR-CASO
              END-IF
           END-IF.

      * REGISTROS DE 1 AL MAXIMO, DISTRIBUCION Y DUPLICADOS (0, 25,
      * 50 O 75 POR CIENTO) SALEN DE LA SEMILLA
       3100-ESPECIFICAR.
           COMPUTE GEN-REGISTROS =
                   FUNCTION MOD(SEMILLA * 7919, MAX-REGISTROS) + 1.
           COMPUTE IDX = FUNCTION MOD(SEMILLA, 8) + 1.
           MOVE DIS-NOMBRE(IDX) TO GEN-DISTRIB.
           COMPUTE GEN-DUP-PCT = FUNCTION MOD(SEMILLA * 7, 4) * 25.

           OPEN OUTPUT ESPEC.
           MOVE 'ABRIENDO ESPECIFICACION SRTGENSP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-ESPEC '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           MOVE 'REGISTROS   ' TO ESP-CLAVE.
           MOVE GEN-REGISTROS TO ESP-VALOR.
           WRITE REC-ESPEC.
           MOVE 'DISTRIBUCION' TO ESP-CLAVE.
           MOVE GEN-DISTRIB TO ESP-VALOR.
           WRITE REC-ESPEC.
           MOVE 'DUPLICADOS  ' TO ESP-CLAVE.
           MOVE GEN-DUP-PCT TO ESP-VALOR.
           WRITE REC-ESPEC.
           MOVE 'SEMILLA     ' TO ESP-CLAVE.
           MOVE SEMILLA TO ESP-VALOR.
           WRITE REC-ESPEC.
           CLOSE ESPEC.

      ******************************************************************
      * REDUCCION: SE QUITAN TROZOS DE LA MITAD DEL FICHERO, DE LA
      * CUARTA PARTE... HASTA REGISTROS SUELTOS; EL CANDIDATO SE
      * QUEDA SI FALLA LA MISMA PROPIEDAD. EL NUMERO DE EJECUCIONES
      * TIENE TOPE EN INTENTOS
      ******************************************************************
       5000-REDUCIR.
           MOVE PROPIEDAD TO PROPIEDAD-ORIGEN.
           PERFORM 5100-CARGAR-SORTIN.
           MOVE REG-USADOS TO REGISTROS-ORIGEN.
           MOVE ZEROS TO INTENTOS.
           MOVE 'S' TO REDUCIENDO.
           COMPUTE TROZO = REG-USADOS / 2.
           IF TROZO = ZEROS
              MOVE 1 TO TROZO
           END-IF.
           PERFORM 5200-PASADA-TROZO UNTIL REDUCIENDO = 'N'.
      * EL SORTIN QUEDA CON EL ULTIMO CANDIDATO QUE FALLA
           MOVE ZEROS TO QUITA-DESDE QUITA-HASTA.
           PERFORM 5300-ESCRIBIR-CANDIDATO.

       5100-CARGAR-SORTIN.
           MOVE ZEROS TO REG-USADOS.
           OPEN INPUT ENTRADA.
           MOVE 'ABRIENDO SORTIN QUE FALLA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           MOVE 'N' TO FIN-A.
           READ ENTRADA
                AT END MOVE 'S' TO FIN-A
           END-READ.
           PERFORM 5110-ANOTAR-REGISTRO UNTIL FIN-A = 'S'.
           CLOSE ENTRADA.

       5110-ANOTAR-REGISTRO.
           IF REG-USADOS < 20000
              ADD 1 TO REG-USADOS
              MOVE REC-ENTRADA TO REG-TEXTO(REG-USADOS)
           END-IF.
           READ ENTRADA
                AT END MOVE 'S' TO FIN-A
           END-READ.

      * UNA PASADA CON EL TAMANO DE TROZO ACTUAL; TRAS LA DE UN
      * REGISTRO SE TERMINA
       5200-PASADA-TROZO.
           MOVE 1 TO POS-TROZO.
           PERFORM 5210-PROBAR-TROZO
                   UNTIL POS-TROZO > REG-USADOS
                      OR INTENTOS NOT < MAX-INTENTOS.
           IF TROZO = 1 OR INTENTOS NOT < MAX-INTENTOS
              MOVE 'N' TO REDUCIENDO
           ELSE
              COMPUTE TROZO = TROZO / 2
           END-IF.

       5210-PROBAR-TROZO.
           MOVE POS-TROZO TO QUITA-DESDE.
           COMPUTE QUITA-HASTA = POS-TROZO + TROZO - 1.
           IF QUITA-HASTA > REG-USADOS
              MOVE REG-USADOS TO QUITA-HASTA
           END-IF.
      * UN SORTIN VACIO NO ES UN CANDIDATO
           IF QUITA-DESDE = 1 AND QUITA-HASTA = REG-USADOS
              ADD TROZO TO POS-TROZO
           ELSE
              ADD 1 TO INTENTOS
              PERFORM 5300-ESCRIBIR-CANDIDATO
              PERFORM 7000-EJECUTAR-Y-COMPROBAR
              IF PROPIEDAD = PROPIEDAD-ORIGEN
                 PERFORM 5400-QUITAR-TROZO
              ELSE
                 ADD TROZO TO POS-TROZO
              END-IF
           END-IF.

       5300-ESCRIBIR-CANDIDATO.
           OPEN OUTPUT ENTRADA.
           MOVE 'ABRIENDO SORTIN CANDIDATO' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-INPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 5310-ESCRIBIR-REGISTRO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > REG-USADOS.
           CLOSE ENTRADA.

       5310-ESCRIBIR-REGISTRO.
           IF IDX < QUITA-DESDE OR IDX > QUITA-HASTA
              WRITE REC-ENTRADA FROM REG-TEXTO(IDX)
           END-IF.

       5400-QUITAR-TROZO.
           COMPUTE ENTERO = QUITA-HASTA - QUITA-DESDE + 1.
           PERFORM 5410-CORRER-REGISTRO
                   VARYING IDX FROM QUITA-HASTA BY 1
                   UNTIL IDX NOT < REG-USADOS.
           SUBTRACT ENTERO FROM REG-USADOS.

       5410-CORRER-REGISTRO.
           MOVE REG-TEXTO(IDX + 1) TO REG-TEXTO(IDX + 1 - ENTERO).

      ******************************************************************
      * EL SORTIN MINIMO SE GUARDA CON SU SEMILLA Y SE ANADE AL
      * CATALOGO DE REGRESION
      ******************************************************************
       6000-GUARDAR-CASO.
           MOVE SEMILLA TO SEMILLA-ED.
           MOVE SPACES TO NOMBRE-CASO.
           IF DIRECTORIO = SPACES
              STRING VARIANTE DELIMITED BY SPACE
                     '-' SEMILLA-ED '.SORTIN' DELIMITED BY SIZE
                     INTO NOMBRE-CASO
           ELSE
              STRING DIRECTORIO DELIMITED BY SPACE
                     '/' DELIMITED BY SIZE
                     VARIANTE DELIMITED BY SPACE
                     '-' SEMILLA-ED '.SORTIN' DELIMITED BY SIZE
                     INTO NOMBRE-CASO
           END-IF.
           OPEN OUTPUT CASO.
           IF FS-CASO NOT = '00'
              DISPLAY 'NO SE PUEDE GRABAR EL CASO ' NOMBRE-CASO
              CLOSE CASO
           ELSE
              PERFORM 6100-GRABAR-REGISTRO
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > REG-USADOS
              CLOSE CASO
              ADD 1 TO GUARDADOS
              PERFORM 6200-ANOTAR-CATALOGO
           END-IF.

           MOVE 'SEMILLA' TO RPT-CORTE.
           MOVE SPACES TO PROPIEDAD.
           MOVE REGISTROS-ORIGEN TO NUM-ED.
           MOVE REG-USADOS TO NUM-ED-2.
           MOVE SPACES TO LINEA.
           STRING '  REDUCIDO DE ' NUM-ED ' A ' NUM-ED-2
                  ' REGISTROS: ' DELIMITED BY SIZE
                  NOMBRE-CASO DELIMITED BY SPACE
                  INTO LINEA.
           PERFORM 8900-LINEA-INFORME.

       6100-GRABAR-REGISTRO.
           WRITE REC-CASO FROM REG-TEXTO(IDX).

       6200-ANOTAR-CATALOGO.
           OPEN EXTEND CATALOGO.
           IF FS-CATALOGO NOT = '00' AND FS-CATALOGO NOT = '05'
              DISPLAY 'NO SE PUEDE AMPLIAR EL CATALOGO SRTPROPR'
              CLOSE CATALOGO
           ELSE
              MOVE REG-USADOS TO NUM-ED
              MOVE SEMILLA TO SEMILLA-ED-2
              MOVE SPACES TO REC-CATALOGO
              STRING VARIANTE ' ' DELIMITED BY SIZE
                     SEMILLA-ED-2 ' ' NUM-ED ' '
                     PROPIEDAD-ORIGEN ' ' DELIMITED BY SIZE
                     NOMBRE-CASO DELIMITED BY SPACE
                     INTO REC-CATALOGO
              WRITE REC-CATALOGO
              CLOSE CATALOGO
           END-IF.

      ******************************************************************
      * EJECUCION DE LA VARIANTE SOBRE EL SORTIN ACTUAL Y
      * COMPROBACION DE LAS PROPIEDADES
      ******************************************************************
       7000-EJECUTAR-Y-COMPROBAR.
           MOVE SPACES TO PROPIEDAD DETALLE.
           CALL 'CBL_DELETE_FILE' USING FIS-SORTOUT.
           CALL 'CBL_DELETE_FILE' USING FIS-SRTTOTAL.
           CALL 'CBL_DELETE_FILE' USING FIS-SRTCHKPT.
           MOVE VARIANTE TO PROGRAMA.
           PERFORM 8000-LANZAR.
           IF RC-PASO NOT = ZEROS
              MOVE 'TERMINA' TO PROPIEDAD
              MOVE RC-PASO TO NUM-ED
              STRING 'LA VARIANTE TERMINA CON RC ' NUM-ED
                     DELIMITED BY SIZE INTO DETALLE
           ELSE
              PERFORM 7100-RECORRER-SALIDA
              IF PROPIEDAD = SPACES
                 PERFORM 7200-CUADRAR-TOTALES
              END-IF
              IF PROPIEDAD = SPACES
                 PERFORM 7300-COMPARAR-REGISTROS
              END-IF
           END-IF.

       7100-RECORRER-SALIDA.
           MOVE ZEROS TO LEIDOS HASH-CLAVES FUERA-DE-ORDEN.
           MOVE LOW-VALUES TO CLAVE-PREVIA.
           OPEN INPUT SALIDA.
           IF FS-SALIDA NOT = '00'
              CLOSE SALIDA
              MOVE 'TERMINA' TO PROPIEDAD
              MOVE 'LA VARIANTE NO DEJA SORTOUT' TO DETALLE
           ELSE
              MOVE 'N' TO FIN-B
              READ SALIDA
                   AT END MOVE 'S' TO FIN-B
              END-READ
              PERFORM 7110-TRATAR-SALIDA UNTIL FIN-B = 'S'
              CLOSE SALIDA
              IF FUERA-DE-ORDEN > ZEROS
                 MOVE 'ORDEN' TO PROPIEDAD
                 MOVE FUERA-DE-ORDEN TO NUM-ED
                 STRING NUM-ED ' CLAVES FUERA DE ORDEN'
                        DELIMITED BY SIZE INTO DETALLE
              END-IF
           END-IF.

      * CONVENIO SRTTOTAL: SOLO SUMAN LAS CLAVES NUMERICAS
       7110-TRATAR-SALIDA.
           ADD 1 TO LEIDOS.
           IF CLAVE-SAL IS NUMERIC
              COMPUTE HASH-CLAVES =
                      FUNCTION MOD(HASH-CLAVES + CLAVE-SAL,
                                   1000000000000)
           END-IF.
           IF REC-SALIDA(1:5) < CLAVE-PREVIA
              ADD 1 TO FUERA-DE-ORDEN
           END-IF.
           MOVE REC-SALIDA(1:5) TO CLAVE-PREVIA.
           READ SALIDA
                AT END MOVE 'S' TO FIN-B
           END-READ.

       7200-CUADRAR-TOTALES.
           OPEN INPUT TOTALES.
           IF FS-TOTAL NOT = '00'
              CLOSE TOTALES
              MOVE 'CUADRE' TO PROPIEDAD
              MOVE 'SRTMLOAD NO DEJA SRTTOTAL' TO DETALLE
           ELSE
              READ TOTALES
                   AT END MOVE 'CUADRE' TO PROPIEDAD
                          MOVE 'SRTTOTAL VACIO' TO DETALLE
              END-READ
              CLOSE TOTALES
           END-IF.
           IF PROPIEDAD = SPACES
              EVALUATE TRUE
                 WHEN LEIDOS NOT = TOT-REGISTROS
                      MOVE 'CUADRE' TO PROPIEDAD
                      MOVE TOT-REGISTROS TO NUM-ED
                      MOVE LEIDOS TO NUM-ED-2
                      STRING 'CARGADOS ' NUM-ED
                             ' ESCRITOS ' NUM-ED-2
                             DELIMITED BY SIZE INTO DETALLE
                 WHEN HASH-CLAVES NOT = TOT-HASH
                      MOVE 'CUADRE' TO PROPIEDAD
                      MOVE 'SUMA DE CLAVES DISTINTA DE SRTTOTAL'
                        TO DETALLE
                 WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

      * LOS DOS FICHEROS ORDENADOS POR EL REGISTRO ENTERO TIENEN
      * QUE SER IGUALES LINEA A LINEA
       7300-COMPARAR-REGISTROS.
           SORT TRABAJO ON ASCENDING KEY REC-TRABAJO
                USING ENTRADA GIVING ORDEN-ENTRADA.
           SORT TRABAJO ON ASCENDING KEY REC-TRABAJO
                USING SALIDA GIVING ORDEN-SALIDA.
           OPEN INPUT ORDEN-ENTRADA ORDEN-SALIDA.
           MOVE 'N' TO FIN-A FIN-B.
           MOVE ZEROS TO ENTERO.
           PERFORM 7310-LEER-PAR.
           PERFORM 7320-COMPARAR-PAR
                   UNTIL (FIN-A = 'S' AND FIN-B = 'S')
                      OR PROPIEDAD NOT = SPACES.
           CLOSE ORDEN-ENTRADA ORDEN-SALIDA.

       7310-LEER-PAR.
           ADD 1 TO ENTERO.
           READ ORDEN-ENTRADA
                AT END MOVE 'S' TO FIN-A
                       MOVE HIGH-VALUES TO REC-ORDEN-A
           END-READ.
           READ ORDEN-SALIDA
                AT END MOVE 'S' TO FIN-B
                       MOVE HIGH-VALUES TO REC-ORDEN-B
           END-READ.

       7320-COMPARAR-PAR.
           IF REC-ORDEN-A NOT = REC-ORDEN-B
              MOVE 'PERMUTA' TO PROPIEDAD
              IF REC-ORDEN-A < REC-ORDEN-B
                 STRING 'FALTA EN SORTOUT LA CLAVE '
                        REC-ORDEN-A(1:5)
                        DELIMITED BY SIZE INTO DETALLE
              ELSE
                 STRING 'SOBRA EN SORTOUT LA CLAVE '
                        REC-ORDEN-B(1:5)
                        DELIMITED BY SIZE INTO DETALLE
              END-IF
           ELSE
              PERFORM 7310-LEER-PAR
           END-IF.

      ******************************************************************
      * CADA PASO ES UN PROCESO APARTE: MANDATO EJECUTOR MAS EL
      * PROGRAMA, Y SU RC
      ******************************************************************
       8000-LANZAR.
           MOVE SPACES TO COMANDO.
           STRING EJECUTOR DELIMITED BY '  '
                  ' ' PROGRAMA DELIMITED BY SIZE
                  INTO COMANDO.
           CALL 'SYSTEM' USING COMANDO.
           MOVE RETURN-CODE TO RC-PASO.
           MOVE ZEROS TO RETURN-CODE.

       8900-LINEA-INFORME.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE ZEROS TO RPT-IMPORTE.
           IF PROPIEDAD NOT = SPACES
              MOVE 1 TO RPT-IMPORTE
           END-IF.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PROPIEDADES.
