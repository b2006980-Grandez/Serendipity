      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Supresion de datos personales de una lista de claves
      *          en todas las copias guardadas
      ******************************************************************
      * SDP DESCRIPTION
      *  Derecho de supresion: dar de baja y purgar la clave de
      *> SALIDA no basta, el nombre sigue en la copia KSDBKUP, en el
      *> historico KSDHIST, en cada generacion KSDJnnnn del journal y
      *> en sus recortes archivados por SDPSWEEP, en el KSDJRNL en
      *> curso, y en el KSDLIST vivo y sus generaciones KSDLIST.Gnnnn
      *> de SDPGDG00, y tambien en las transacciones aparcadas de
      *> KSDPEND y su historico KSDPENDH (imagen de la 'A'/'U' o
      *> valor de la parcial 'P') y en el ultimo fichero de cambios
      *> KSDCDCO de KSDMCDCF (registros DET). Este paso toma del
      *> deck KSDERASP las claves a suprimir (tarjetas CLAVE) y el
      *> operador que lo autoriza (tarjeta OPERADOR) y enmascara en
      *> todos esos ficheros los datos de esas claves con las reglas
      *> del deck KSDMASKR que usa KSDMMASK, pero solo las de valor
      *> FIJO: SCRAMBLE es un desplazamiento reversible y FORMATO
      *> conserva la forma del dato, asi que una regla de ese tipo
      *> para la ejecucion con RC 16 antes de tocar nada. Las claves
      *> no se tocan nunca. Mas de 500 claves en el deck tambien dan
      *> RC 16 sin certificado. Las palabras del nombre de esas
      *> claves se borran del indice fonetico KSDFONX de KSDMFONE.
      *  Una clave todavia presente en SALIDA no se suprime (RC 4):
      *> primero hay que darla de baja y purgarla.
      *  Cuadre: cada fichero secuencial se reescribe en un fichero
      *> de trabajo, se relee y solo lo sustituye si el numero de
      *> registros y la suma de claves (convenio de SRTTOTAL; en
      *> KSDCDCO solo la de los registros DET) son los mismos; la
      *> copia ademas debe seguir cuadrando con KSDBKUPC.
      *> El journal se verifica con KSDMHUEL antes de empezar (una
      *> cadena rota no se vuelve a sellar: RC 16 sin tocar nada), se
      *> vuelve a sellar entero con las imagenes suprimidas, las
      *> huellas finales del catalogo KSDJRNGC se actualizan y solo
      *> si todas las generaciones cuadran se sustituyen a la vez; al
      *> final la cadena se verifica otra vez.
      *  El certificado KSDERCRT lista por cada clave los ficheros y
      *> generaciones tocados y los registros suprimidos en cada uno,
      *> el resultado de cada fichero y de la verificacion final, y
      *> termina con la firma: la huella de todas sus lineas, con el
      *> operador y la marca de tiempo de la ejecucion.
      * SDP END
      *
      * SDP DESC Supresion de datos personales en todas las copias
      * SDP IVP 0 Files.Consumes = KSDERASP,KSDMASKR,SALIDA,KSDBKUPC,
      * SDPGDGC
      * SDP IVP 0 Files.Updates = KSDHIST,KSDFONX,KSDBKUP,KSDLIST,
      * KSDPEND,KSDPENDH,KSDCDCO,KSDJRNGC,KSDJRNL - y las generaciones
      * KSDJnnnn y KSDLIST.Gnnnn
      * SDP IVP 0 Files.Produces = KSDERCRT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMERAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARAMETROS ASSIGN TO 'KSDERASP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT REGLAS ASSIGN TO 'KSDMASKR'
                  FILE STATUS IS FS-REGLAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CLAVE OF REG-MAESTRO
                  ALTERNATE RECORD KEY IS MST-CATEGORIA OF REG-MAESTRO
                            WITH DUPLICATES.

           SELECT HISTORICO ASSIGN TO FIS-KSDHIST
                  FILE STATUS IS FS-HIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HST-LLAVE.

           SELECT FONETICO ASSIGN TO FIS-KSDFONX
                  FILE STATUS IS FS-FONX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FON-LLAVE
                  ALTERNATE RECORD KEY IS FON-CLAVE
                            WITH DUPLICATES.

           SELECT OPTIONAL CONTROL-COPIA ASSIGN TO 'KSDBKUPC'
                  FILE STATUS IS FS-CONTROL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO-GDG ASSIGN TO 'SDPGDGC'
                  FILE STATUS IS FS-GDGC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'KSDJRNGC'
                  FILE STATUS IS FS-CATLG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * LA COPIA, EL KSDLIST Y SUS GENERACIONES COMPARTEN EL TRAZADO
      * DE 80 (CLAVE MAS MST-DATOS); EL JOURNAL RECORRE GENERACIONES,
      * RECORTES Y EL KSDJRNL EN CURSO. EL NOMBRE SE CAMBIA ANTES DE
      * CADA OPEN
           SELECT IMAGENES ASSIGN TO NOMBRE-FICHERO
                  FILE STATUS IS FS-IMAGEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT PENDIENTES ASSIGN TO NOMBRE-FICHERO
                  FILE STATUS IS FS-PEND
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT CAMBIOS ASSIGN TO NOMBRE-FICHERO
                  FILE STATUS IS FS-CDC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT JOURNAL ASSIGN TO NOMBRE-FICHERO
                  FILE STATUS IS FS-JRNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TEMPORAL ASSIGN TO NOMBRE-TRABAJO
                  FILE STATUS IS FS-TEMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT CERTIFICADO ASSIGN TO 'KSDERCRT'
                  FILE STATUS IS FS-CERT
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  REGLAS.
       01  REC-REGLA.
           03 RGL-PALABRA PIC X(05).
           03 RGL-SEP1    PIC X(01).
           03 RGL-CAMPO   PIC X(10).
           03 RGL-SEP2    PIC X(01).
           03 RGL-ACCION  PIC X(08).
           03 RGL-SEP3    PIC X(01).
           03 RGL-VALOR   PIC X(20).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  HISTORICO.
       01  REG-HISTORICO.
       COPY KSDWHIST.

       FD  FONETICO.
       01  REG-FONETICO.
       COPY KSDWFONX.

       FD  CONTROL-COPIA.
       01  REC-CONTROL.
           03 BCT-REGISTROS PIC 9(09).
           03 BCT-SEP1      PIC X(01).
           03 BCT-HASH      PIC 9(12).
           03 BCT-SEP2      PIC X(01).
           03 BCT-TMS       PIC X(16).

       FD  CATALOGO-GDG.
       01  REC-GDG.
           03 GDC-FICHERO PIC X(08).
           03 GDC-SEP     PIC X(01).
           03 GDC-ACTUAL  PIC 9(04).

       FD  CATALOGO.
       01  REC-CATALOGO PIC X(62).

       FD  IMAGENES.
       01  REG-IMAGEN.
           03 IMG-CLAVE PIC 9(05).
           03 IMG-DATOS PIC X(75).

       FD  PENDIENTES.
       01  REG-PENDIENTE.
       COPY KSDWPEND.

       FD  CAMBIOS.
       01  REC-CAMBIO PIC X(160).

       FD  JOURNAL.
       01  REG-JOURNAL.
       COPY KSDWJRNL.

       FD  TEMPORAL.
       01  REG-TEMPORAL PIC X(256).

       FD  CERTIFICADO.
       01  REC-CERTIFICADO PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-PARM    PIC XX VALUE SPACES.
       77 FS-REGLAS  PIC XX VALUE SPACES.
       77 FS-MAESTRO PIC XX VALUE SPACES.
       77 FS-HIST    PIC XX VALUE SPACES.
       77 FS-FONX    PIC XX VALUE SPACES.
       77 FS-CONTROL PIC XX VALUE SPACES.
       77 FS-GDGC    PIC XX VALUE SPACES.
       77 FS-CATLG   PIC XX VALUE SPACES.
       77 FS-IMAGEN  PIC XX VALUE SPACES.
       77 FS-JRNL    PIC XX VALUE SPACES.
       77 FS-PEND    PIC XX VALUE SPACES.
       77 FS-CDC     PIC XX VALUE SPACES.
       77 FS-TEMP    PIC XX VALUE SPACES.
       77 FS-CERT    PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
      * RC PROPIO DE LA SUELTA DEL CERROJO: NO DEBE PISAR EL RC
      * DEL ERROR QUE NOS TRAJO AQUI
       77 RC-CERROJO PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-FICH   PIC X(01) VALUE 'N'.
       77 FIN-HIST   PIC X(01) VALUE 'N'.
       77 FIN-FONX   PIC X(01) VALUE 'N'.
       77 FIN-TEMP   PIC X(01) VALUE 'N'.
       77 AUSENTE    PIC X(01) VALUE 'N'.
       77 CUADRA     PIC X(01) VALUE 'N'.
       77 TIPO-FICHERO PIC X(01) VALUE SPACE.
       77 CONTROL-EXIGIDO PIC X(01) VALUE 'N'.
       77 JOURNAL-FALLIDO PIC X(01) VALUE 'N'.
       77 CATALOGO-CAMBIADO PIC X(01) VALUE 'N'.
       77 CADENA-FINAL PIC X(01) VALUE SPACE.

       01  FECHA-HORA PIC X(21) VALUE SPACES.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDHIST PIC X(64) VALUE 'KSDHIST'.
           03 FIS-KSDFONX PIC X(64) VALUE 'KSDFONX'.
           03 FIS-KSDJRNL PIC X(64) VALUE 'KSDJRNL'.
           03 FIS-KSDLIST PIC X(64) VALUE 'KSDLIST'.

      * NOMBRES PARA EL OPEN Y PARA LAS RUTINAS CBL_ DE FICHERO
       01  NOMBRES-FICHERO.
           03 NOMBRE-FICHERO PIC X(64) VALUE SPACES.
           03 NOMBRE-TRABAJO PIC X(09) VALUE SPACES.
           03 NOMBRE-CERT    PIC X(17) VALUE SPACES.
           03 TRABAJO-IMAGEN PIC X(09) VALUE 'KSDERTMP'.
           03 TRABAJO-JOURNAL.
              05 FILLER      PIC X(05) VALUE 'KSDJE'.
              05 TRABAJO-SEQ PIC 9(04) VALUE ZEROS.
           03 NOMBRE-GDG.
              05 FILLER      PIC X(09) VALUE 'KSDLIST.G'.
              05 GDG-NUMERO  PIC 9(04) VALUE ZEROS.

       01  OPERADOR PIC X(08) VALUE SPACES.

      * CLAVES A SUPRIMIR; CLV-VIGENTE 'S' SI SIGUE EN SALIDA
       01  TABLA-CLAVES.
           03 CLV-USADAS PIC 9(04) VALUE ZEROS.
           03 CLV-ENTRADA OCCURS 500 TIMES.
              05 CLV-CLAVE      PIC 9(05).
              05 CLV-VIGENTE    PIC X(01).
              05 CLV-EN-FICHERO PIC 9(09).
              05 CLV-TOTAL      PIC 9(09).

       01  BUSQUEDA-CLAVE.
           03 CLAVE-BUSCADA PIC 9(09) VALUE ZEROS.
           03 CLAVE-NUEVA   PIC 9(05) VALUE ZEROS.
           03 IDX-CLV       PIC 9(04) VALUE ZEROS.
           03 CLV-HALLADA   PIC 9(04) VALUE ZEROS.

      * CADA FICHERO Y GENERACION TOCADOS, CON SU CUADRE
       01  TABLA-FICHEROS.
           03 FIC-USADOS PIC 9(04) VALUE ZEROS.
           03 FIC-ENTRADA OCCURS 600 TIMES.
              05 FIC-NOMBRE     PIC X(17).
              05 FIC-ORIGEN     PIC X(64).
              05 FIC-TRABAJO    PIC X(09).
              05 FIC-LEIDOS     PIC 9(09).
              05 FIC-SUPRIMIDOS PIC 9(09).
              05 FIC-CAMBIADOS  PIC 9(09).
              05 FIC-RESULTADO  PIC X(14).

      * REGISTROS SUPRIMIDOS DE CADA CLAVE EN CADA FICHERO
       01  TABLA-TOQUES.
           03 TOQ-USADOS PIC 9(04) VALUE ZEROS.
           03 TOQ-ENTRADA OCCURS 5000 TIMES.
              05 TOQ-CLAVE     PIC 9(05).
              05 TOQ-FICHERO   PIC X(17).
              05 TOQ-REGISTROS PIC 9(09).

       01  INDICES.
           03 IDX-FIC        PIC 9(04) VALUE ZEROS.
           03 IDX-TOQ        PIC 9(04) VALUE ZEROS.
           03 IDX-GEN        PIC 9(04) VALUE ZEROS.
           03 FIC-ANTES-JOURNAL PIC 9(04) VALUE ZEROS.
           03 TOQ-ANTES-JOURNAL PIC 9(04) VALUE ZEROS.

      * CUADRE DEL FICHERO EN CURSO (CONVENIO DE SRTTOTAL)
       01  CUADRE-FICHERO.
           03 LEIDOS-FICH     PIC 9(09) VALUE ZEROS.
           03 SUPRIMIDOS-FICH PIC 9(09) VALUE ZEROS.
           03 CAMBIADOS-FICH  PIC 9(09) VALUE ZEROS.
           03 HASH-ANTES      PIC 9(12) VALUE ZEROS.
           03 REG-DESPUES     PIC 9(09) VALUE ZEROS.
           03 HASH-DESPUES    PIC 9(12) VALUE ZEROS.
           03 RESULTADO-FICH  PIC X(14) VALUE SPACES.
           03 CONTROL-REG     PIC 9(09) VALUE ZEROS.
           03 CONTROL-HASH    PIC 9(12) VALUE ZEROS.
      * CLAVE DEL REGISTRO RELEIDO, EN LA POSICION DE CADA TRAZADO
           03 CLAVE-TEMPORAL  PIC X(05) VALUE SPACES.
           03 CLAVE-TEMPORAL-N REDEFINES CLAVE-TEMPORAL PIC 9(05).

       01  REG-ORIGINAL PIC X(219) VALUE SPACES.

      * CATALOGO DEL JOURNAL: LINEAS TAL CUAL, CON LA VISTA POR
      * CAMPOS PARA LA ENTRADA EN CURSO
       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-LINEA OCCURS 500 TIMES PIC X(62).

       01  ENTRADA-CATALOGO.
           03 CAT-SEQ       PIC 9(04).
           03 CAT-SEP1      PIC X(01).
           03 CAT-FICHERO   PIC X(08).
           03 CAT-SEP2      PIC X(01).
           03 CAT-TMS-CORTE PIC X(16).
           03 CAT-SEP3      PIC X(01).
           03 CAT-TMS-COPIA PIC X(16).
           03 CAT-SEP4      PIC X(01).
           03 CAT-ESTADO    PIC X(01).
           03 CAT-SEP5      PIC X(01).
           03 CAT-HUELLA    PIC X(12).
           03 CAT-HUELLA-N REDEFINES CAT-HUELLA PIC 9(12).

      * REGLAS DE KSDMASKR Y AREA DE ENMASCARADO, COMO EN KSDMMASK
       01  TABLA-REGLAS.
           03 RGL-USADAS PIC 9(02) VALUE ZEROS.
           03 RGL-ENTRADA OCCURS 10 TIMES.
              05 TBR-CAMPO  PIC X(10).
              05 TBR-ACCION PIC X(08).
              05 TBR-VALOR  PIC X(20).

       01  REG-TRABAJO.
       COPY KSDWMAST.

       01  IMAGEN-TRABAJO PIC X(75) VALUE SPACES.

      * TRANSACCION APARCADA EN KSDPEND, CON EL TRAZADO DE KSDTRAN
       01  TRANSACCION-APARCADA.
           03 APC-OP    PIC X(01).
           03 APC-CLAVE PIC X(05).
           03 APC-CLAVE-N REDEFINES APC-CLAVE PIC 9(05).
           03 APC-DATOS PIC X(74).
           03 APC-PARCIAL REDEFINES APC-DATOS.
              05 APC-CAMPO PIC X(10).
              05 APC-VALOR PIC X(64).

      * REGISTRO DET DE KSDCDCO: CAMPOS DE ANCHO FIJO SEPARADOS POR
      * ';', TAL COMO LOS GRABA KSDMCDCF
       01  CAMBIO-TRABAJO.
           03 CDC-TIPO       PIC X(04).
           03 CDC-SEQ        PIC X(09).
           03 FILLER         PIC X(01).
           03 CDC-OP         PIC X(01).
           03 FILLER         PIC X(01).
           03 CDC-CLAVE      PIC X(05).
           03 CDC-CLAVE-N REDEFINES CDC-CLAVE PIC 9(05).
           03 FILLER         PIC X(01).
           03 CDC-NOMBRE     PIC X(20).
           03 FILLER         PIC X(01).
           03 CDC-CATEGORIA  PIC X(04).
           03 FILLER         PIC X(01).
           03 CDC-SALDO      PIC X(13).
           03 CDC-SALDO-ED REDEFINES CDC-SALDO PIC +9(09).99.
           03 FILLER         PIC X(01).
           03 CDC-FECHA-ALTA PIC X(08).
           03 FILLER         PIC X(01).
           03 CDC-ESTADO     PIC X(01).
           03 FILLER         PIC X(79).

       01  CAMPO-TRABAJO.
           03 CAMPO-VALOR PIC X(20) VALUE SPACES.
           03 CAMPO-LON   PIC 9(02) VALUE ZEROS.

       01  ENMASCARADO.
           03 IDX       PIC 9(02) VALUE ZEROS.

      * FIRMA DEL CERTIFICADO: HUELLA POLINOMICA DE SUS LINEAS, COMO
      * LA DE KSDMHUEL
       01  FIRMA-CERTIFICADO.
           03 FIRMA       PIC 9(15) VALUE ZEROS.
           03 FIRMA-ED    PIC 9(12) VALUE ZEROS.
           03 IDX-OCTETO  PIC 9(04) COMP VALUE ZEROS.

       01  LINEA-CERT PIC X(132) VALUE SPACES.

      * CERROJO DE ESCRITOR UNICO SOBRE SALIDA (MODULO KSDMLOCK)
       01  CERROJO-DATOS.
           03 LCK-FUNCION  PIC X(08) VALUE SPACES.
           03 LCK-PROGRAMA PIC X(08) VALUE 'KSDMERAS'.

      * HUELLA ENCADENADA DEL JOURNAL (MODULO KSDMHUEL)
       01  BLOQUE-HUELLA.
       COPY KSDWHUEL.

       01  CONTADORES.
           03 VIGENTES    PIC 9(04) VALUE ZEROS.
           03 SUPRIMIDOS  PIC 9(09) VALUE ZEROS.
           03 SUSTITUIDOS PIC 9(04) VALUE ZEROS.
           03 DESCUADRES  PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'KSDHIST ' FIS-KSDHIST.
           CALL 'SDPDDMP0' USING 'KSDFONX ' FIS-KSDFONX.
           CALL 'SDPDDMP0' USING 'KSDJRNL ' FIS-KSDJRNL.
           CALL 'SDPDDMP0' USING 'KSDLIST ' FIS-KSDLIST.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.

           PERFORM 1100-LEER-PARAMETROS
                   THRU 1100-LEER-PARAMETROS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 1200-CARGAR-REGLAS
                   THRU 1200-CARGAR-REGLAS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'TOMAR   ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 1300-VERIFICAR-HUELLAS
                   THRU 1300-VERIFICAR-HUELLAS-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-SOLTAR-CERROJO
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 1400-COMPROBAR-MAESTRO
                   THRU 1400-COMPROBAR-MAESTRO-FIN.
           IF RC NOT = ZEROS
              PERFORM 9000-SOLTAR-CERROJO
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 2000-SUPRIMIR-HISTORICO
                   THRU 2000-SUPRIMIR-HISTORICO-FIN.
           PERFORM 2500-SUPRIMIR-FONETICO
                   THRU 2500-SUPRIMIR-FONETICO-FIN.
           PERFORM 3000-SUPRIMIR-COPIA
                   THRU 3000-SUPRIMIR-COPIA-FIN.
           PERFORM 4000-SUPRIMIR-LISTADOS
                   THRU 4000-SUPRIMIR-LISTADOS-FIN.
           PERFORM 4500-SUPRIMIR-APARCADAS.
           PERFORM 4700-SUPRIMIR-CAMBIOS.
           PERFORM 5000-SUPRIMIR-JOURNAL
                   THRU 5000-SUPRIMIR-JOURNAL-FIN.
           PERFORM 5900-REVERIFICAR-HUELLAS.

           PERFORM 9000-SOLTAR-CERROJO.

           PERFORM 6000-EMITIR-CERTIFICADO
                   THRU 6000-EMITIR-CERTIFICADO-FIN.

           DISPLAY 'CLAVES ' CLV-USADAS ' VIGENTES ' VIGENTES
                   ' REGISTROS SUPRIMIDOS ' SUPRIMIDOS
                   ' FICHEROS SUSTITUIDOS ' SUSTITUIDOS
                   ' DESCUADRES ' DESCUADRES.

           IF DESCUADRES > ZEROS
              MOVE 16 TO RC
           END-IF.
           IF RC = ZEROS AND VIGENTES > ZEROS
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      * SIN CLAVES O SIN OPERADOR QUE FIRME NO HAY SUPRESION
       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE 'ABRIENDO PARAMETROS KSDERASP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PARM '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 1100-LEER-PARAMETROS-FIN.

           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1110-TRATAR-PARAMETRO UNTIL FIN-FICH = 'S'.
           CLOSE PARAMETROS.
           MOVE 'N' TO FIN-FICH.
           IF RC NOT = ZEROS GO TO 1100-LEER-PARAMETROS-FIN.

           IF CLV-USADAS = ZEROS
              DISPLAY 'ERROR KSDERASP SIN CLAVES A SUPRIMIR'
              MOVE 16 TO RC
           END-IF.
           IF OPERADOR = SPACES
              DISPLAY 'ERROR KSDERASP SIN OPERADOR QUE AUTORICE'
              MOVE 16 TO RC
           END-IF.

       1100-LEER-PARAMETROS-FIN.
           EXIT.

       1110-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'CLAVE       '
                   PERFORM 1120-ANOTAR-CLAVE
              WHEN 'OPERADOR    '
                   MOVE PRM-VALOR(1:8) TO OPERADOR
              WHEN OTHER
                   DISPLAY 'TARJETA KSDERASP DESCONOCIDA ' PRM-CLAVE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1120-ANOTAR-CLAVE.
           IF FUNCTION TEST-NUMVAL(PRM-VALOR) NOT = 0
              DISPLAY 'ERROR CLAVE NO NUMERICA EN KSDERASP ' PRM-VALOR
              MOVE 16 TO RC
           ELSE
              COMPUTE CLAVE-BUSCADA = FUNCTION NUMVAL(PRM-VALOR)
              PERFORM 7000-BUSCAR-CLAVE
              IF CLV-HALLADA = ZEROS
                 PERFORM 1130-ALTA-CLAVE
              END-IF
           END-IF.

      * UNA CLAVE QUE NO CABE NO SE SUPRIMIRIA Y EL CERTIFICADO
      * MENTIRIA: LA EJECUCION ENTERA SE PARA SIN CERTIFICADO
       1130-ALTA-CLAVE.
           IF CLV-USADAS NOT < 500
              DISPLAY 'ERROR TABLA DE CLAVES LLENA (500), NO CABE '
                      CLAVE-BUSCADA
              MOVE 16 TO RC
           ELSE
              ADD 1 TO CLV-USADAS
              MOVE CLAVE-BUSCADA TO CLV-CLAVE(CLV-USADAS)
              MOVE 'N' TO CLV-VIGENTE(CLV-USADAS)
              MOVE ZEROS TO CLV-EN-FICHERO(CLV-USADAS)
                            CLV-TOTAL(CLV-USADAS)
           END-IF.

       1200-CARGAR-REGLAS.
           OPEN INPUT REGLAS.
           MOVE 'ABRIENDO REGLAS KSDMASKR' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-REGLAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 1200-CARGAR-REGLAS-FIN.

           READ REGLAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1210-ANOTAR-REGLA UNTIL FIN-FICH = 'S'.
           CLOSE REGLAS.
           MOVE 'N' TO FIN-FICH.

           IF RGL-USADAS = ZEROS
              DISPLAY 'ERROR KSDMASKR SIN REGLAS MASK FIJO'
              MOVE 16 TO RC
           END-IF.

       1200-CARGAR-REGLAS-FIN.
           EXIT.

      * SOLO VALE FIJO: SCRAMBLE ES UN DESPLAZAMIENTO REVERSIBLE Y
      * FORMATO CONSERVA LA FORMA DEL DATO; NINGUNO ES SUPRESION
       1210-ANOTAR-REGLA.
           IF RGL-PALABRA = 'MASK ' AND RGL-ACCION NOT = 'FIJO    '
              DISPLAY 'ERROR KSDMASKR REGLA ' RGL-CAMPO ' ' RGL-ACCION
                      ' NO VALE PARA SUPRIMIR, SOLO FIJO'
              MOVE 16 TO RC
           END-IF.
           IF RGL-PALABRA = 'MASK ' AND RGL-ACCION = 'FIJO    '
              AND RGL-USADAS < 10
              ADD 1 TO RGL-USADAS
              MOVE RGL-CAMPO  TO TBR-CAMPO(RGL-USADAS)
              MOVE RGL-ACCION TO TBR-ACCION(RGL-USADAS)
              MOVE RGL-VALOR  TO TBR-VALOR(RGL-USADAS)
           END-IF.
           READ REGLAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * VOLVER A SELLAR UNA CADENA ROTA BLANQUEARIA LA MANIPULACION:
      * SIN CADENA INTACTA NO SE TOCA NADA, SIN EXCEPCION POSIBLE
       1300-VERIFICAR-HUELLAS.
           MOVE 'VERIFICA' TO HUE-FUNCION.
           MOVE 'KSDMERAS' TO HUE-PROGRAMA.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.
           IF HUE-ROTA = 'S'
              DISPLAY 'CADENA DEL JOURNAL ROTA EN ' HUE-FICHERO
                      ' SECUENCIA ' HUE-SEQ ' POSICION ' HUE-POSICION
                      ': ' HUE-MOTIVO
              DISPLAY 'SUPRESION RECHAZADA, VER KSDMJVER'
              MOVE 16 TO RC
           END-IF.

       1300-VERIFICAR-HUELLAS-FIN.
           EXIT.

      * UNA CLAVE QUE SIGUE EN EL MAESTRO VOLVERIA A SALIR EN LA
      * PROXIMA COPIA Y EL PROXIMO LISTADO: SE DEJA FUERA
       1400-COMPROBAR-MAESTRO.
           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 1400-COMPROBAR-MAESTRO-FIN.

           PERFORM 1410-BUSCAR-EN-MAESTRO
                   VARYING IDX-CLV FROM 1 BY 1
                   UNTIL IDX-CLV > CLV-USADAS.
           CLOSE MAESTRO.

       1400-COMPROBAR-MAESTRO-FIN.
           EXIT.

       1410-BUSCAR-EN-MAESTRO.
           MOVE CLV-CLAVE(IDX-CLV) TO MST-CLAVE OF REG-MAESTRO.
           READ MAESTRO
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE 'S' TO CLV-VIGENTE(IDX-CLV)
                     ADD 1 TO VIGENTES
                     DISPLAY 'CLAVE ' CLV-CLAVE(IDX-CLV)
                             ' VIGENTE EN SALIDA, NO SE SUPRIME'
           END-READ.

      * EL HISTORICO ES INDEXADO: SE REESCRIBE EN SU SITIO CADA
      * CIERRE PURGADO DE LA CLAVE
       2000-SUPRIMIR-HISTORICO.
           MOVE 'KSDHIST' TO NOMBRE-CERT.
           MOVE FIS-KSDHIST TO NOMBRE-FICHERO.
           MOVE ZEROS TO LEIDOS-FICH SUPRIMIDOS-FICH CAMBIADOS-FICH.
           OPEN I-O HISTORICO.
           IF FS-HIST = '35'
              MOVE 'NO EXISTE' TO RESULTADO-FICH
              MOVE 'N' TO CUADRA
              PERFORM 8300-ANOTAR-FICHERO
              GO TO 2000-SUPRIMIR-HISTORICO-FIN
           END-IF.
           MOVE 'ABRIENDO HISTORICO KSDHIST' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-HIST '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              ADD 1 TO DESCUADRES
              MOVE ZEROS TO RC
              MOVE 'NO ABRE' TO RESULTADO-FICH
              MOVE 'N' TO CUADRA
              PERFORM 8300-ANOTAR-FICHERO
              GO TO 2000-SUPRIMIR-HISTORICO-FIN
           END-IF.

           MOVE 'REESCRITO' TO RESULTADO-FICH.
           PERFORM 2100-SUPRIMIR-CLAVE-HIST
                   THRU 2100-SUPRIMIR-CLAVE-HIST-FIN
                   VARYING IDX-CLV FROM 1 BY 1
                   UNTIL IDX-CLV > CLV-USADAS.
           CLOSE HISTORICO.
           IF CAMBIADOS-FICH = ZEROS
              MOVE 'SIN CAMBIOS' TO RESULTADO-FICH
           END-IF.
           MOVE 'S' TO CUADRA.
           PERFORM 8300-ANOTAR-FICHERO.

       2000-SUPRIMIR-HISTORICO-FIN.
           EXIT.

       2100-SUPRIMIR-CLAVE-HIST.
           IF CLV-VIGENTE(IDX-CLV) = 'S'
              GO TO 2100-SUPRIMIR-CLAVE-HIST-FIN
           END-IF.
           MOVE CLV-CLAVE(IDX-CLV) TO HST-CLAVE.
           MOVE ZEROS TO HST-FECHA-BAJA.
           MOVE 'N' TO FIN-HIST.
           START HISTORICO KEY NOT < HST-LLAVE
                 INVALID KEY MOVE 'S' TO FIN-HIST
           END-START.
           IF FIN-HIST = 'N'
              READ HISTORICO NEXT RECORD
                   AT END MOVE 'S' TO FIN-HIST
              END-READ
           END-IF.
           PERFORM 2200-SUPRIMIR-CIERRE
                   UNTIL FIN-HIST = 'S'
                      OR HST-CLAVE NOT = CLV-CLAVE(IDX-CLV).

       2100-SUPRIMIR-CLAVE-HIST-FIN.
           EXIT.

       2200-SUPRIMIR-CIERRE.
           ADD 1 TO LEIDOS-FICH.
           MOVE HST-CLAVE TO CLAVE-BUSCADA.
           MOVE HST-DATOS TO IMAGEN-TRABAJO.
           PERFORM 7100-SUPRIMIR-IMAGEN.
           IF IMAGEN-TRABAJO NOT = HST-DATOS
              MOVE IMAGEN-TRABAJO TO HST-DATOS
              REWRITE REG-HISTORICO
                      INVALID KEY
                           ADD 1 TO DESCUADRES
                           MOVE 'ERROR REWRITE' TO RESULTADO-FICH
                      NOT INVALID KEY
                           ADD 1 TO SUPRIMIDOS-FICH CAMBIADOS-FICH
                           ADD 1 TO CLV-EN-FICHERO(IDX-CLV)
              END-REWRITE
           END-IF.
           READ HISTORICO NEXT RECORD
                AT END MOVE 'S' TO FIN-HIST
           END-READ.

      * EL INDICE FONETICO GUARDA LAS PALABRAS DEL NOMBRE: LAS DE LA
      * CLAVE SE BORRAN (SU ALTERNATIVA FON-CLAVE LAS DA TODAS)
       2500-SUPRIMIR-FONETICO.
           MOVE 'KSDFONX' TO NOMBRE-CERT.
           MOVE FIS-KSDFONX TO NOMBRE-FICHERO.
           MOVE ZEROS TO LEIDOS-FICH SUPRIMIDOS-FICH CAMBIADOS-FICH.
           OPEN I-O FONETICO.
           IF FS-FONX = '35'
              MOVE 'NO EXISTE' TO RESULTADO-FICH
              MOVE 'N' TO CUADRA
              PERFORM 8300-ANOTAR-FICHERO
              GO TO 2500-SUPRIMIR-FONETICO-FIN
           END-IF.
           MOVE 'ABRIENDO INDICE FONETICO KSDFONX' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-FONX '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              ADD 1 TO DESCUADRES
              MOVE ZEROS TO RC
              MOVE 'NO ABRE' TO RESULTADO-FICH
              MOVE 'N' TO CUADRA
              PERFORM 8300-ANOTAR-FICHERO
              GO TO 2500-SUPRIMIR-FONETICO-FIN
           END-IF.

           MOVE 'BORRADO' TO RESULTADO-FICH.
           PERFORM 2600-SUPRIMIR-CLAVE-FONX
                   VARYING IDX-CLV FROM 1 BY 1
                   UNTIL IDX-CLV > CLV-USADAS.
           CLOSE FONETICO.
           IF CAMBIADOS-FICH = ZEROS
              MOVE 'SIN CAMBIOS' TO RESULTADO-FICH
           END-IF.
           MOVE 'S' TO CUADRA.
           PERFORM 8300-ANOTAR-FICHERO.

       2500-SUPRIMIR-FONETICO-FIN.
           EXIT.

       2600-SUPRIMIR-CLAVE-FONX.
           IF CLV-VIGENTE(IDX-CLV) = 'N'
              MOVE CLV-CLAVE(IDX-CLV) TO FON-CLAVE
              MOVE 'N' TO FIN-FONX
              START FONETICO KEY = FON-CLAVE
                    INVALID KEY MOVE 'S' TO FIN-FONX
              END-START
              IF FIN-FONX = 'N'
                 READ FONETICO NEXT RECORD
                      AT END MOVE 'S' TO FIN-FONX
                 END-READ
              END-IF
              PERFORM 2610-BORRAR-PALABRA
                      UNTIL FIN-FONX = 'S'
                         OR FON-CLAVE NOT = CLV-CLAVE(IDX-CLV)
           END-IF.

       2610-BORRAR-PALABRA.
           ADD 1 TO LEIDOS-FICH.
           DELETE FONETICO RECORD
                  INVALID KEY
                       ADD 1 TO DESCUADRES
                       MOVE 'ERROR DELETE' TO RESULTADO-FICH
                  NOT INVALID KEY
                       ADD 1 TO SUPRIMIDOS-FICH CAMBIADOS-FICH
                       ADD 1 TO CLV-EN-FICHERO(IDX-CLV)
           END-DELETE.
           READ FONETICO NEXT RECORD
                AT END MOVE 'S' TO FIN-FONX
           END-READ.

      * LA COPIA, ADEMAS DE CUADRAR CONSIGO MISMA, DEBE SEGUIR
      * CUADRANDO CON SU CONTROL KSDBKUPC: LAS CLAVES NO CAMBIAN
       3000-SUPRIMIR-COPIA.
           MOVE 'N' TO CONTROL-EXIGIDO.
           OPEN INPUT CONTROL-COPIA.
           IF FS-CONTROL = '00'
              READ CONTROL-COPIA
                   AT END CONTINUE
                   NOT AT END
                        MOVE 'S' TO CONTROL-EXIGIDO
                        MOVE BCT-REGISTROS TO CONTROL-REG
                        MOVE BCT-HASH      TO CONTROL-HASH
              END-READ
           END-IF.
           CLOSE CONTROL-COPIA.

           MOVE 'KSDBKUP' TO NOMBRE-FICHERO NOMBRE-CERT.
           PERFORM 8000-PASAR-IMAGENES THRU 8000-PASAR-IMAGENES-FIN.
           MOVE 'N' TO CONTROL-EXIGIDO.

       3000-SUPRIMIR-COPIA-FIN.
           EXIT.

      * EL KSDLIST VIVO Y SUS GENERACIONES DE SDPGDG00, DE LA MAS
      * RECIENTE HACIA ATRAS HASTA LA PRIMERA QUE YA NO EXISTE
       4000-SUPRIMIR-LISTADOS.
           MOVE FIS-KSDLIST TO NOMBRE-FICHERO.
           MOVE 'KSDLIST' TO NOMBRE-CERT.
           PERFORM 8000-PASAR-IMAGENES THRU 8000-PASAR-IMAGENES-FIN.

           MOVE ZEROS TO GDG-NUMERO.
           OPEN INPUT CATALOGO-GDG.
           IF FS-GDGC NOT = '00'
              CLOSE CATALOGO-GDG
              GO TO 4000-SUPRIMIR-LISTADOS-FIN
           END-IF.
           READ CATALOGO-GDG
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 4100-BUSCAR-PUNTERO-GDG UNTIL FIN-FICH = 'S'.
           CLOSE CATALOGO-GDG.
           MOVE 'N' TO FIN-FICH.

           MOVE 'N' TO AUSENTE.
           PERFORM 4200-SUPRIMIR-GENERACION-GDG
                   UNTIL GDG-NUMERO = ZEROS OR AUSENTE = 'S'.

       4000-SUPRIMIR-LISTADOS-FIN.
           EXIT.

       4100-BUSCAR-PUNTERO-GDG.
           IF GDC-FICHERO = 'KSDLIST '
              MOVE GDC-ACTUAL TO GDG-NUMERO
           END-IF.
           READ CATALOGO-GDG
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       4200-SUPRIMIR-GENERACION-GDG.
           MOVE NOMBRE-GDG TO NOMBRE-FICHERO NOMBRE-CERT.
           PERFORM 8000-PASAR-IMAGENES THRU 8000-PASAR-IMAGENES-FIN.
           SUBTRACT 1 FROM GDG-NUMERO.

      * LAS TRANSACCIONES APARCADAS PARA APROBACION, PENDIENTES Y YA
      * DECIDIDAS, LLEVAN LA IMAGEN O EL VALOR NUEVO DE LA CLAVE
       4500-SUPRIMIR-APARCADAS.
           MOVE 'KSDPEND' TO NOMBRE-FICHERO NOMBRE-CERT.
           PERFORM 4600-PASAR-APARCADAS THRU 4600-PASAR-APARCADAS-FIN.
           MOVE 'KSDPENDH' TO NOMBRE-FICHERO NOMBRE-CERT.
           PERFORM 4600-PASAR-APARCADAS THRU 4600-PASAR-APARCADAS-FIN.

       4600-PASAR-APARCADAS.
           MOVE ZEROS TO LEIDOS-FICH SUPRIMIDOS-FICH CAMBIADOS-FICH
                         HASH-ANTES.
           OPEN INPUT PENDIENTES.
           IF FS-PEND = '35'
              GO TO 4600-PASAR-APARCADAS-FIN
           END-IF.
           IF FS-PEND NOT = '00'
              DISPLAY 'ERROR ' FS-PEND ' ABRIENDO ' NOMBRE-CERT
              ADD 1 TO DESCUADRES
              GO TO 4600-PASAR-APARCADAS-FIN
           END-IF.

           MOVE TRABAJO-IMAGEN TO NOMBRE-TRABAJO.
           OPEN OUTPUT TEMPORAL.
           IF FS-TEMP NOT = '00'
              DISPLAY 'ERROR ' FS-TEMP ' CREANDO ' NOMBRE-TRABAJO
                      ': ' NOMBRE-CERT ' NO SE TOCA'
              CLOSE PENDIENTES
              ADD 1 TO DESCUADRES
              GO TO 4600-PASAR-APARCADAS-FIN
           END-IF.

           MOVE 'N' TO FIN-FICH.
           READ PENDIENTES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 4610-PASAR-APARCADA UNTIL FIN-FICH = 'S'.
           CLOSE PENDIENTES.
           CLOSE TEMPORAL.

           MOVE 'P' TO TIPO-FICHERO.
           PERFORM 8100-TOTALIZAR-TRABAJO.
           PERFORM 8200-SUSTITUIR-IMAGENES.
           PERFORM 8300-ANOTAR-FICHERO.

       4600-PASAR-APARCADAS-FIN.
           EXIT.

      * 'A' Y 'U' LLEVAN LA IMAGEN DEL REGISTRO; LA PARCIAL 'P' DE UN
      * CAMPO CON REGLA TOMA EL VALOR FIJO DE LA REGLA; LA 'D' NO
      * LLEVA DATOS
       4610-PASAR-APARCADA.
           ADD 1 TO LEIDOS-FICH.
           MOVE PND-TRANSACCION TO TRANSACCION-APARCADA.
           IF APC-CLAVE IS NUMERIC
              COMPUTE HASH-ANTES =
                      FUNCTION MOD(HASH-ANTES + APC-CLAVE-N,
                                   1000000000000)
              MOVE APC-CLAVE-N TO CLAVE-BUSCADA
              PERFORM 7000-BUSCAR-CLAVE
              IF CLV-HALLADA > ZEROS
                 AND CLV-VIGENTE(CLV-HALLADA) = 'N'
                 EVALUATE APC-OP
                    WHEN 'A'
                    WHEN 'U'
                         MOVE APC-DATOS TO IMAGEN-TRABAJO
                         PERFORM 7100-SUPRIMIR-IMAGEN
                         MOVE IMAGEN-TRABAJO(1:74) TO APC-DATOS
                    WHEN 'P'
                         PERFORM 4620-SUPRIMIR-PARCIAL
                                 VARYING IDX FROM 1 BY 1
                                 UNTIL IDX > RGL-USADAS
                    WHEN OTHER
                         CONTINUE
                 END-EVALUATE
                 IF TRANSACCION-APARCADA NOT = PND-TRANSACCION
                    MOVE TRANSACCION-APARCADA TO PND-TRANSACCION
                    ADD 1 TO SUPRIMIDOS-FICH CAMBIADOS-FICH
                    ADD 1 TO CLV-EN-FICHERO(CLV-HALLADA)
                 END-IF
              END-IF
           END-IF.
           WRITE REG-TEMPORAL FROM REG-PENDIENTE.
           READ PENDIENTES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       4620-SUPRIMIR-PARCIAL.
           IF TBR-CAMPO(IDX) = APC-CAMPO
              MOVE TBR-VALOR(IDX) TO APC-VALOR
           END-IF.

      * EL ULTIMO FICHERO DE CAMBIOS YA SALIO HACIA LOS RECEPTORES,
      * PERO SU COPIA LOCAL TAMBIEN SE SUPRIME; LOS REENVIOS SALEN
      * DEL JOURNAL, QUE SE SUPRIME DESPUES
       4700-SUPRIMIR-CAMBIOS.
           MOVE 'KSDCDCO' TO NOMBRE-FICHERO NOMBRE-CERT.
           MOVE ZEROS TO LEIDOS-FICH SUPRIMIDOS-FICH CAMBIADOS-FICH
                         HASH-ANTES.
           OPEN INPUT CAMBIOS.
           IF FS-CDC = '35'
              GO TO 4700-SUPRIMIR-CAMBIOS-FIN
           END-IF.
           IF FS-CDC NOT = '00'
              DISPLAY 'ERROR ' FS-CDC ' ABRIENDO ' NOMBRE-CERT
              ADD 1 TO DESCUADRES
              GO TO 4700-SUPRIMIR-CAMBIOS-FIN
           END-IF.

           MOVE TRABAJO-IMAGEN TO NOMBRE-TRABAJO.
           OPEN OUTPUT TEMPORAL.
           IF FS-TEMP NOT = '00'
              DISPLAY 'ERROR ' FS-TEMP ' CREANDO ' NOMBRE-TRABAJO
                      ': ' NOMBRE-CERT ' NO SE TOCA'
              CLOSE CAMBIOS
              ADD 1 TO DESCUADRES
              GO TO 4700-SUPRIMIR-CAMBIOS-FIN
           END-IF.

           MOVE 'N' TO FIN-FICH.
           READ CAMBIOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 4710-PASAR-CAMBIO UNTIL FIN-FICH = 'S'.
           CLOSE CAMBIOS.
           CLOSE TEMPORAL.

           MOVE 'C' TO TIPO-FICHERO.
           PERFORM 8100-TOTALIZAR-TRABAJO.
           PERFORM 8200-SUSTITUIR-IMAGENES.
           PERFORM 8300-ANOTAR-FICHERO.

       4700-SUPRIMIR-CAMBIOS-FIN.
           EXIT.

      * LOS CAMPOS DEL DET SE LLEVAN A UNA IMAGEN DEL MAESTRO, SE
      * SUPRIMEN CON LAS REGLAS Y VUELVEN A SU SITIO; EL SALDO VA
      * EDITADO Y SE DESEDITA Y REEDITA
       4710-PASAR-CAMBIO.
           ADD 1 TO LEIDOS-FICH.
           MOVE REC-CAMBIO TO CAMBIO-TRABAJO.
           IF CDC-TIPO = 'DET;' AND CDC-CLAVE IS NUMERIC
              COMPUTE HASH-ANTES =
                      FUNCTION MOD(HASH-ANTES + CDC-CLAVE-N,
                                   1000000000000)
              MOVE CDC-CLAVE-N TO CLAVE-BUSCADA
              PERFORM 7000-BUSCAR-CLAVE
              IF CLV-HALLADA > ZEROS
                 AND CLV-VIGENTE(CLV-HALLADA) = 'N'
                 PERFORM 4720-SUPRIMIR-DETALLE
                 IF CAMBIO-TRABAJO NOT = REC-CAMBIO
                    MOVE CAMBIO-TRABAJO TO REC-CAMBIO
                    ADD 1 TO SUPRIMIDOS-FICH CAMBIADOS-FICH
                    ADD 1 TO CLV-EN-FICHERO(CLV-HALLADA)
                 END-IF
              END-IF
           END-IF.
           WRITE REG-TEMPORAL FROM REC-CAMBIO.
           READ CAMBIOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * LA BAJA FISICA VIAJA CON LOS CAMPOS EN BLANCO: NADA QUE HACER
       4720-SUPRIMIR-DETALLE.
           MOVE SPACES TO MST-DATOS OF REG-TRABAJO.
           MOVE CDC-NOMBRE     TO MST-NOMBRE OF REG-TRABAJO.
           MOVE CDC-CATEGORIA  TO MST-CATEGORIA OF REG-TRABAJO.
           IF CDC-SALDO NOT = SPACES
              MOVE CDC-SALDO-ED TO MST-SALDO OF REG-TRABAJO
           END-IF.
           MOVE CDC-FECHA-ALTA TO MST-FECHA-ALTA OF REG-TRABAJO.
           MOVE CDC-ESTADO     TO MST-ESTADO OF REG-TRABAJO.
           MOVE MST-DATOS OF REG-TRABAJO TO IMAGEN-TRABAJO.
           PERFORM 7100-SUPRIMIR-IMAGEN.
           MOVE IMAGEN-TRABAJO TO MST-DATOS OF REG-TRABAJO.
           MOVE MST-NOMBRE OF REG-TRABAJO     TO CDC-NOMBRE.
           MOVE MST-CATEGORIA OF REG-TRABAJO  TO CDC-CATEGORIA.
           IF CDC-SALDO NOT = SPACES
              IF MST-SALDO OF REG-TRABAJO IS NUMERIC
                 MOVE MST-SALDO OF REG-TRABAJO TO CDC-SALDO-ED
              ELSE
                 MOVE SPACES TO CDC-SALDO
              END-IF
           END-IF.
           MOVE MST-FECHA-ALTA OF REG-TRABAJO TO CDC-FECHA-ALTA.
           MOVE MST-ESTADO OF REG-TRABAJO     TO CDC-ESTADO.

      * EL JOURNAL SE SUPRIME Y SE VUELVE A SELLAR EN EL ORDEN DE LA
      * CADENA (CATALOGO Y KSDJRNL EN CURSO), CADA FICHERO EN SU
      * PROPIO FICHERO DE TRABAJO KSDJEnnnn. SOLO SI TODOS CUADRAN
      * SE SUSTITUYEN Y SE REGRABA EL CATALOGO CON LAS HUELLAS
      * FINALES NUEVAS: UNA CADENA A MEDIO SUSTITUIR QUEDARIA ROTA
       5000-SUPRIMIR-JOURNAL.
           MOVE 'N' TO JOURNAL-FALLIDO CATALOGO-CAMBIADO.
           MOVE ZEROS TO HUE-ANTERIOR TRABAJO-SEQ GEN-USADAS.
           MOVE FIC-USADOS TO FIC-ANTES-JOURNAL.
           MOVE TOQ-USADOS TO TOQ-ANTES-JOURNAL.

           OPEN INPUT CATALOGO.
           IF FS-CATLG = '00'
              READ CATALOGO
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 5010-ANOTAR-GENERACION UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE CATALOGO.
           MOVE 'N' TO FIN-FICH.

           PERFORM 5100-SUPRIMIR-GENERACION
                   THRU 5100-SUPRIMIR-GENERACION-FIN
                   VARYING IDX-GEN FROM 1 BY 1
                   UNTIL IDX-GEN > GEN-USADAS.

           MOVE FIS-KSDJRNL TO NOMBRE-FICHERO.
           MOVE 'KSDJRNL' TO NOMBRE-CERT.
           PERFORM 5200-PASAR-JOURNAL THRU 5200-PASAR-JOURNAL-FIN.

           PERFORM 5300-CONFIRMAR-JOURNAL
                   VARYING IDX-FIC FROM FIC-ANTES-JOURNAL BY 1
                   UNTIL IDX-FIC > FIC-USADOS.
           IF JOURNAL-FALLIDO = 'S'
              MOVE TOQ-ANTES-JOURNAL TO TOQ-USADOS
              GO TO 5000-SUPRIMIR-JOURNAL-FIN
           END-IF.
           IF CATALOGO-CAMBIADO = 'S'
              PERFORM 5400-GRABAR-CATALOGO
           END-IF.

       5000-SUPRIMIR-JOURNAL-FIN.
           EXIT.

       5010-ANOTAR-GENERACION.
           IF GEN-USADAS < 500
              ADD 1 TO GEN-USADAS
              MOVE REC-CATALOGO TO GEN-LINEA(GEN-USADAS)
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * GENERACION ACTIVA O RECORTE ARCHIVADO DE SDPSWEEP: SE PASA.
      * BORRADA O RECORTE DESCARTADO: YA NO HAY NADA QUE SUPRIMIR Y
      * SU HUELLA FINAL ES EL PUNTO DE PARTIDA DE LA SIGUIENTE
       5100-SUPRIMIR-GENERACION.
           MOVE GEN-LINEA(IDX-GEN) TO ENTRADA-CATALOGO.
           EVALUATE CAT-ESTADO
              WHEN 'A'
                   MOVE CAT-FICHERO TO NOMBRE-FICHERO NOMBRE-CERT
              WHEN 'R'
                   MOVE SPACES TO NOMBRE-FICHERO
                   STRING 'KSDJRNL.' CAT-TMS-CORTE(1:8)
                          DELIMITED BY SIZE INTO NOMBRE-FICHERO
                   MOVE NOMBRE-FICHERO TO NOMBRE-CERT
              WHEN OTHER
                   IF CAT-HUELLA NUMERIC
                      MOVE CAT-HUELLA-N TO HUE-ANTERIOR
                   END-IF
                   GO TO 5100-SUPRIMIR-GENERACION-FIN
           END-EVALUATE.

           PERFORM 5200-PASAR-JOURNAL THRU 5200-PASAR-JOURNAL-FIN.
           IF AUSENTE = 'S'
              IF CAT-HUELLA NUMERIC
                 MOVE CAT-HUELLA-N TO HUE-ANTERIOR
              END-IF
              GO TO 5100-SUPRIMIR-GENERACION-FIN
           END-IF.

           IF CAT-HUELLA NUMERIC
              AND CAT-HUELLA-N NOT = HUE-ANTERIOR
              MOVE HUE-ANTERIOR TO CAT-HUELLA-N
              MOVE ENTRADA-CATALOGO TO GEN-LINEA(IDX-GEN)
              MOVE 'S' TO CATALOGO-CAMBIADO
           END-IF.

       5100-SUPRIMIR-GENERACION-FIN.
           EXIT.

       5200-PASAR-JOURNAL.
           MOVE ZEROS TO LEIDOS-FICH SUPRIMIDOS-FICH CAMBIADOS-FICH
                         HASH-ANTES.
           MOVE 'N' TO AUSENTE.
           OPEN INPUT JOURNAL.
           IF FS-JRNL = '35'
              MOVE 'S' TO AUSENTE
              GO TO 5200-PASAR-JOURNAL-FIN
           END-IF.
           IF FS-JRNL NOT = '00'
              DISPLAY 'ERROR ' FS-JRNL ' ABRIENDO ' NOMBRE-CERT
              MOVE 'S' TO JOURNAL-FALLIDO
              ADD 1 TO DESCUADRES
              GO TO 5200-PASAR-JOURNAL-FIN
           END-IF.

           ADD 1 TO TRABAJO-SEQ.
           MOVE TRABAJO-JOURNAL TO NOMBRE-TRABAJO.
           OPEN OUTPUT TEMPORAL.
           IF FS-TEMP NOT = '00'
              DISPLAY 'ERROR ' FS-TEMP ' CREANDO ' NOMBRE-TRABAJO
              CLOSE JOURNAL
              MOVE 'S' TO JOURNAL-FALLIDO
              ADD 1 TO DESCUADRES
              GO TO 5200-PASAR-JOURNAL-FIN
           END-IF.

           MOVE 'N' TO FIN-FICH.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 5210-PASAR-ENTRADA UNTIL FIN-FICH = 'S'.
           CLOSE JOURNAL.
           CLOSE TEMPORAL.

           MOVE 'J' TO TIPO-FICHERO.
           PERFORM 8100-TOTALIZAR-TRABAJO.
           IF CUADRA = 'N'
              MOVE 'S' TO JOURNAL-FALLIDO
              ADD 1 TO DESCUADRES
              MOVE 'NO CUADRA' TO RESULTADO-FICH
           ELSE
              MOVE 'PENDIENTE' TO RESULTADO-FICH
           END-IF.
           PERFORM 8300-ANOTAR-FICHERO.

       5200-PASAR-JOURNAL-FIN.
           EXIT.

      * LAS IMAGENES DE LA CLAVE SE SUPRIMEN Y TODA ENTRADA SELLADA
      * SE VUELVE A SELLAR SOBRE LA CADENA NUEVA; LAS ANTERIORES A
      * LA CADENA SIGUEN SIN HUELLA
       5210-PASAR-ENTRADA.
           ADD 1 TO LEIDOS-FICH.
           MOVE REG-JOURNAL TO REG-ORIGINAL.
           IF JRN-CLAVE-AMPLIA NUMERIC
              MOVE JRN-CLAVE-AMPLIA TO CLAVE-BUSCADA
           ELSE
              MOVE JRN-CLAVE TO CLAVE-BUSCADA
           END-IF.
           IF JRN-CLAVE NUMERIC
              COMPUTE HASH-ANTES =
                      FUNCTION MOD(HASH-ANTES + JRN-CLAVE,
                                   1000000000000)
           END-IF.

           PERFORM 7000-BUSCAR-CLAVE.
           IF CLV-HALLADA > ZEROS
              AND CLV-VIGENTE(CLV-HALLADA) = 'N'
              MOVE JRN-ANTES TO IMAGEN-TRABAJO
              PERFORM 7100-SUPRIMIR-IMAGEN
              MOVE IMAGEN-TRABAJO TO JRN-ANTES
              MOVE JRN-DESPUES TO IMAGEN-TRABAJO
              PERFORM 7100-SUPRIMIR-IMAGEN
              MOVE IMAGEN-TRABAJO TO JRN-DESPUES
              IF REG-JOURNAL NOT = REG-ORIGINAL
                 ADD 1 TO SUPRIMIDOS-FICH
                 ADD 1 TO CLV-EN-FICHERO(CLV-HALLADA)
              END-IF
           END-IF.
           IF JRN-HUELLA NUMERIC
              MOVE 'SELLAR  ' TO HUE-FUNCION
              CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL
           END-IF.
           IF REG-JOURNAL NOT = REG-ORIGINAL
              ADD 1 TO CAMBIADOS-FICH
           END-IF.
           WRITE REG-TEMPORAL FROM REG-JOURNAL.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       5300-CONFIRMAR-JOURNAL.
           IF IDX-FIC > FIC-ANTES-JOURNAL
              MOVE FIC-TRABAJO(IDX-FIC) TO NOMBRE-TRABAJO
              IF JOURNAL-FALLIDO = 'S'
                 CALL 'CBL_DELETE_FILE' USING NOMBRE-TRABAJO
                 MOVE 'NO SUSTITUIDO' TO FIC-RESULTADO(IDX-FIC)
              ELSE
                 PERFORM 5310-SUSTITUIR-JOURNAL
              END-IF
           END-IF.

       5310-SUSTITUIR-JOURNAL.
           IF FIC-CAMBIADOS(IDX-FIC) = ZEROS
              CALL 'CBL_DELETE_FILE' USING NOMBRE-TRABAJO
              MOVE 'SIN CAMBIOS' TO FIC-RESULTADO(IDX-FIC)
           ELSE
              MOVE FIC-ORIGEN(IDX-FIC) TO NOMBRE-FICHERO
              CALL 'CBL_DELETE_FILE' USING NOMBRE-FICHERO
              CALL 'CBL_RENAME_FILE' USING NOMBRE-TRABAJO
                                           NOMBRE-FICHERO
              IF RETURN-CODE NOT = ZEROS
                 DISPLAY 'ERROR RENOMBRANDO ' NOMBRE-TRABAJO
                         ' A ' FIC-NOMBRE(IDX-FIC)
                 ADD 1 TO DESCUADRES
                 MOVE 'ERROR RENOMBRE' TO FIC-RESULTADO(IDX-FIC)
              ELSE
                 ADD 1 TO SUSTITUIDOS
                 MOVE 'SUSTITUIDO' TO FIC-RESULTADO(IDX-FIC)
              END-IF
           END-IF.

       5400-GRABAR-CATALOGO.
           OPEN OUTPUT CATALOGO.
           PERFORM 5410-GRABAR-GENERACION
                   VARYING IDX-GEN FROM 1 BY 1
                   UNTIL IDX-GEN > GEN-USADAS.
           CLOSE CATALOGO.

       5410-GRABAR-GENERACION.
           MOVE GEN-LINEA(IDX-GEN) TO REC-CATALOGO.
           WRITE REC-CATALOGO.

       5900-REVERIFICAR-HUELLAS.
           MOVE 'VERIFICA' TO HUE-FUNCION.
           MOVE 'KSDMERAS' TO HUE-PROGRAMA.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.
           IF HUE-ROTA = 'S'
              MOVE 'R' TO CADENA-FINAL
              ADD 1 TO DESCUADRES
              DISPLAY 'CADENA DEL JOURNAL ROTA TRAS LA SUPRESION EN '
                      HUE-FICHERO ' POSICION ' HUE-POSICION
           ELSE
              MOVE 'V' TO CADENA-FINAL
           END-IF.

      * EL CERTIFICADO: CABECERA, CADA CLAVE CON LOS FICHEROS Y
      * GENERACIONES TOCADOS, EL CUADRE DE CADA FICHERO, LA CADENA DE
      * HUELLAS Y, AL FINAL, LA FIRMA DE TODO LO ANTERIOR
       6000-EMITIR-CERTIFICADO.
           OPEN OUTPUT CERTIFICADO.
           MOVE 'ABRIENDO CERTIFICADO KSDERCRT' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-CERT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 6000-EMITIR-CERTIFICADO-FIN.

           PERFORM 6050-SUMAR-TOQUE
                   VARYING IDX-TOQ FROM 1 BY 1
                   UNTIL IDX-TOQ > TOQ-USADOS.

           MOVE ZEROS TO FIRMA.
           MOVE SPACES TO LINEA-CERT.
           STRING 'CERTIFICADO DE SUPRESION DE DATOS PERSONALES EN '
                  FECHA-HORA(1:16) ' AUTORIZA ' OPERADOR
                  DELIMITED BY SIZE INTO LINEA-CERT.
           PERFORM 6900-ESCRIBIR-CERTIFICADO.

           PERFORM 6100-CERTIFICAR-CLAVE
                   VARYING IDX-CLV FROM 1 BY 1
                   UNTIL IDX-CLV > CLV-USADAS.

           PERFORM 6200-CERTIFICAR-FICHERO
                   VARYING IDX-FIC FROM 1 BY 1
                   UNTIL IDX-FIC > FIC-USADOS.

           MOVE SPACES TO LINEA-CERT.
           IF CADENA-FINAL = 'V'
              MOVE 'CADENA DE HUELLAS DEL JOURNAL VERIFICADA TRAS LA SUP
      -            'RESION' TO LINEA-CERT
           ELSE
              MOVE 'CADENA DE HUELLAS DEL JOURNAL ROTA TRAS LA SUPRES
      -            'ION' TO LINEA-CERT
           END-IF.
           PERFORM 6900-ESCRIBIR-CERTIFICADO.

           MOVE FIRMA TO FIRMA-ED.
           MOVE SPACES TO REC-CERTIFICADO.
           STRING 'FIRMA ' FIRMA-ED ' OPERADOR ' OPERADOR
                  ' EN ' FECHA-HORA(1:16)
                  DELIMITED BY SIZE INTO REC-CERTIFICADO.
           WRITE REC-CERTIFICADO.
           CLOSE CERTIFICADO.

       6000-EMITIR-CERTIFICADO-FIN.
           EXIT.

       6050-SUMAR-TOQUE.
           MOVE TOQ-CLAVE(IDX-TOQ) TO CLAVE-BUSCADA.
           PERFORM 7000-BUSCAR-CLAVE.
           IF CLV-HALLADA > ZEROS
              ADD TOQ-REGISTROS(IDX-TOQ) TO CLV-TOTAL(CLV-HALLADA)
           END-IF.
           ADD TOQ-REGISTROS(IDX-TOQ) TO SUPRIMIDOS.

       6100-CERTIFICAR-CLAVE.
           MOVE SPACES TO LINEA-CERT.
           IF CLV-VIGENTE(IDX-CLV) = 'S'
              STRING 'CLAVE ' CLV-CLAVE(IDX-CLV)
                     ' VIGENTE EN SALIDA, NO SUPRIMIDA'
                     DELIMITED BY SIZE INTO LINEA-CERT
           ELSE
              STRING 'CLAVE ' CLV-CLAVE(IDX-CLV)
                     ' REGISTROS SUPRIMIDOS ' CLV-TOTAL(IDX-CLV)
                     DELIMITED BY SIZE INTO LINEA-CERT
           END-IF.
           PERFORM 6900-ESCRIBIR-CERTIFICADO.
           PERFORM 6110-CERTIFICAR-TOQUE
                   VARYING IDX-TOQ FROM 1 BY 1
                   UNTIL IDX-TOQ > TOQ-USADOS.

       6110-CERTIFICAR-TOQUE.
           IF TOQ-CLAVE(IDX-TOQ) = CLV-CLAVE(IDX-CLV)
              MOVE SPACES TO LINEA-CERT
              STRING '   FICHERO ' TOQ-FICHERO(IDX-TOQ)
                     ' REGISTROS ' TOQ-REGISTROS(IDX-TOQ)
                     DELIMITED BY SIZE INTO LINEA-CERT
              PERFORM 6900-ESCRIBIR-CERTIFICADO
           END-IF.

       6200-CERTIFICAR-FICHERO.
           MOVE SPACES TO LINEA-CERT.
           STRING 'FICHERO ' FIC-NOMBRE(IDX-FIC)
                  ' LEIDOS ' FIC-LEIDOS(IDX-FIC)
                  ' SUPRIMIDOS ' FIC-SUPRIMIDOS(IDX-FIC)
                  ' ' FIC-RESULTADO(IDX-FIC)
                  DELIMITED BY SIZE INTO LINEA-CERT.
           PERFORM 6900-ESCRIBIR-CERTIFICADO.

       6900-ESCRIBIR-CERTIFICADO.
           PERFORM 6910-SUMAR-OCTETO
                   VARYING IDX-OCTETO FROM 1 BY 1
                   UNTIL IDX-OCTETO > 132.
           WRITE REC-CERTIFICADO FROM LINEA-CERT.

       6910-SUMAR-OCTETO.
           COMPUTE FIRMA =
                   FUNCTION MOD(FIRMA * 257
                      + FUNCTION ORD(LINEA-CERT(IDX-OCTETO:1)),
                      999999999989).

       7000-BUSCAR-CLAVE.
           MOVE ZEROS TO CLV-HALLADA.
           PERFORM 7010-COMPARAR-CLAVE
                   VARYING IDX-CLV FROM 1 BY 1
                   UNTIL IDX-CLV > CLV-USADAS
                      OR CLV-HALLADA > ZEROS.

       7010-COMPARAR-CLAVE.
           IF CLV-CLAVE(IDX-CLV) = CLAVE-BUSCADA
              MOVE IDX-CLV TO CLV-HALLADA
           END-IF.

      * UNA IMAGEN EN BLANCO (ALTA SIN ANTES, BAJA FISICA SIN
      * DESPUES) NO TIENE NADA QUE SUPRIMIR
       7100-SUPRIMIR-IMAGEN.
           IF IMAGEN-TRABAJO NOT = SPACES
              MOVE CLAVE-BUSCADA TO MST-CLAVE OF REG-TRABAJO
              MOVE IMAGEN-TRABAJO TO MST-DATOS OF REG-TRABAJO
              PERFORM 7200-APLICAR-REGLA
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > RGL-USADAS
              MOVE MST-DATOS OF REG-TRABAJO TO IMAGEN-TRABAJO
           END-IF.

      * LAS MISMAS REGLAS QUE KSDMMASK; LA CLAVE NO ES ENMASCARABLE
       7200-APLICAR-REGLA.
           EVALUATE TBR-CAMPO(IDX)
              WHEN 'NOMBRE    '
                   MOVE MST-NOMBRE OF REG-TRABAJO TO CAMPO-VALOR
                   MOVE 20 TO CAMPO-LON
                   PERFORM 7300-ENMASCARAR-CAMPO
                   MOVE CAMPO-VALOR(1:20) TO MST-NOMBRE OF REG-TRABAJO
              WHEN 'CATEGORIA '
                   MOVE MST-CATEGORIA OF REG-TRABAJO TO CAMPO-VALOR
                   MOVE 4 TO CAMPO-LON
                   PERFORM 7300-ENMASCARAR-CAMPO
                   MOVE CAMPO-VALOR(1:4)
                        TO MST-CATEGORIA OF REG-TRABAJO
              WHEN 'SALDO     '
                   MOVE MST-DATOS OF REG-TRABAJO(25:12) TO CAMPO-VALOR
                   MOVE 12 TO CAMPO-LON
                   PERFORM 7300-ENMASCARAR-CAMPO
                   MOVE CAMPO-VALOR(1:12)
                        TO MST-DATOS OF REG-TRABAJO(25:12)
              WHEN 'FECHA-ALTA'
                   MOVE MST-FECHA-ALTA OF REG-TRABAJO TO CAMPO-VALOR
                   MOVE 8 TO CAMPO-LON
                   PERFORM 7300-ENMASCARAR-CAMPO
                   MOVE CAMPO-VALOR(1:8)
                        TO MST-FECHA-ALTA OF REG-TRABAJO
              WHEN 'ESTADO    '
                   MOVE MST-ESTADO OF REG-TRABAJO TO CAMPO-VALOR
                   MOVE 1 TO CAMPO-LON
                   PERFORM 7300-ENMASCARAR-CAMPO
                   MOVE CAMPO-VALOR(1:1) TO MST-ESTADO OF REG-TRABAJO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7300-ENMASCARAR-CAMPO.
           EVALUATE TBR-ACCION(IDX)
              WHEN 'FIJO    '
                   MOVE TBR-VALOR(IDX) TO CAMPO-VALOR
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * FICHERO DE IMAGENES DE 80 (COPIA, KSDLIST O GENERACION): SE
      * REESCRIBE EN KSDERTMP, SE RELEE Y SE SUSTITUYE SI CUADRA
       8000-PASAR-IMAGENES.
           MOVE ZEROS TO LEIDOS-FICH SUPRIMIDOS-FICH CAMBIADOS-FICH
                         HASH-ANTES.
           MOVE 'N' TO AUSENTE.
           OPEN INPUT IMAGENES.
           IF FS-IMAGEN = '35'
              MOVE 'S' TO AUSENTE
              GO TO 8000-PASAR-IMAGENES-FIN
           END-IF.
           IF FS-IMAGEN NOT = '00'
              DISPLAY 'ERROR ' FS-IMAGEN ' ABRIENDO ' NOMBRE-CERT
              ADD 1 TO DESCUADRES
              GO TO 8000-PASAR-IMAGENES-FIN
           END-IF.

           MOVE TRABAJO-IMAGEN TO NOMBRE-TRABAJO.
           OPEN OUTPUT TEMPORAL.
           IF FS-TEMP NOT = '00'
              DISPLAY 'ERROR ' FS-TEMP ' CREANDO ' NOMBRE-TRABAJO
                      ': ' NOMBRE-CERT ' NO SE TOCA'
              CLOSE IMAGENES
              ADD 1 TO DESCUADRES
              GO TO 8000-PASAR-IMAGENES-FIN
           END-IF.

           MOVE 'N' TO FIN-FICH.
           READ IMAGENES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 8010-PASAR-IMAGEN UNTIL FIN-FICH = 'S'.
           CLOSE IMAGENES.
           CLOSE TEMPORAL.

           MOVE 'I' TO TIPO-FICHERO.
           PERFORM 8100-TOTALIZAR-TRABAJO.
           PERFORM 8200-SUSTITUIR-IMAGENES.
           PERFORM 8300-ANOTAR-FICHERO.

       8000-PASAR-IMAGENES-FIN.
           EXIT.

       8010-PASAR-IMAGEN.
           ADD 1 TO LEIDOS-FICH.
           IF IMG-CLAVE NUMERIC
              COMPUTE HASH-ANTES =
                      FUNCTION MOD(HASH-ANTES + IMG-CLAVE,
                                   1000000000000)
              MOVE IMG-CLAVE TO CLAVE-BUSCADA
              PERFORM 7000-BUSCAR-CLAVE
              IF CLV-HALLADA > ZEROS
                 AND CLV-VIGENTE(CLV-HALLADA) = 'N'
                 MOVE IMG-DATOS TO IMAGEN-TRABAJO
                 PERFORM 7100-SUPRIMIR-IMAGEN
                 IF IMAGEN-TRABAJO NOT = IMG-DATOS
                    MOVE IMAGEN-TRABAJO TO IMG-DATOS
                    ADD 1 TO SUPRIMIDOS-FICH CAMBIADOS-FICH
                    ADD 1 TO CLV-EN-FICHERO(CLV-HALLADA)
                 END-IF
              END-IF
           END-IF.
           WRITE REG-TEMPORAL FROM REG-IMAGEN.
           READ IMAGENES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * RELECTURA DEL FICHERO DE TRABAJO: MISMO NUMERO DE REGISTROS
      * Y MISMA SUMA DE CLAVES QUE EL ORIGINAL
       8100-TOTALIZAR-TRABAJO.
           MOVE ZEROS TO REG-DESPUES HASH-DESPUES.
           MOVE 'N' TO CUADRA.
           OPEN INPUT TEMPORAL.
           IF FS-TEMP NOT = '00'
              DISPLAY 'ERROR ' FS-TEMP ' RELEYENDO ' NOMBRE-TRABAJO
           ELSE
              MOVE 'N' TO FIN-TEMP
              READ TEMPORAL
                   AT END MOVE 'S' TO FIN-TEMP
              END-READ
              PERFORM 8110-TOTALIZAR-REGISTRO UNTIL FIN-TEMP = 'S'
              CLOSE TEMPORAL
              IF REG-DESPUES = LEIDOS-FICH
                 AND HASH-DESPUES = HASH-ANTES
                 MOVE 'S' TO CUADRA
              END-IF
           END-IF.

       8110-TOTALIZAR-REGISTRO.
           ADD 1 TO REG-DESPUES.
           EVALUATE TIPO-FICHERO
              WHEN 'I'
                   MOVE REG-TEMPORAL(1:5) TO CLAVE-TEMPORAL
              WHEN 'P'
                   MOVE REG-TEMPORAL(71:5) TO CLAVE-TEMPORAL
              WHEN 'C'
                   IF REG-TEMPORAL(1:4) = 'DET;'
                      MOVE REG-TEMPORAL(17:5) TO CLAVE-TEMPORAL
                   ELSE
                      MOVE SPACES TO CLAVE-TEMPORAL
                   END-IF
              WHEN OTHER
                   MOVE REG-TEMPORAL(18:5) TO CLAVE-TEMPORAL
           END-EVALUATE.
           IF CLAVE-TEMPORAL IS NUMERIC
              COMPUTE HASH-DESPUES =
                      FUNCTION MOD(HASH-DESPUES + CLAVE-TEMPORAL-N,
                                   1000000000000)
           END-IF.
           READ TEMPORAL
                AT END MOVE 'S' TO FIN-TEMP
           END-READ.

       8200-SUSTITUIR-IMAGENES.
           IF CUADRA = 'S' AND CONTROL-EXIGIDO = 'S'
              AND (CONTROL-REG NOT = REG-DESPUES
                   OR CONTROL-HASH NOT = HASH-DESPUES)
              DISPLAY NOMBRE-CERT ' NO CUADRA CON KSDBKUPC'
              MOVE 'N' TO CUADRA
           END-IF.
           EVALUATE TRUE
              WHEN CUADRA = 'N'
                   CALL 'CBL_DELETE_FILE' USING NOMBRE-TRABAJO
                   ADD 1 TO DESCUADRES
                   MOVE 'NO CUADRA' TO RESULTADO-FICH
              WHEN CAMBIADOS-FICH = ZEROS
                   CALL 'CBL_DELETE_FILE' USING NOMBRE-TRABAJO
                   MOVE 'SIN CAMBIOS' TO RESULTADO-FICH
              WHEN OTHER
                   CALL 'CBL_DELETE_FILE' USING NOMBRE-FICHERO
                   CALL 'CBL_RENAME_FILE' USING NOMBRE-TRABAJO
                                                NOMBRE-FICHERO
                   IF RETURN-CODE NOT = ZEROS
                      DISPLAY 'ERROR RENOMBRANDO ' NOMBRE-TRABAJO
                              ' A ' NOMBRE-CERT
                      ADD 1 TO DESCUADRES
                      MOVE 'N' TO CUADRA
                      MOVE 'ERROR RENOMBRE' TO RESULTADO-FICH
                   ELSE
                      ADD 1 TO SUSTITUIDOS
                      MOVE 'SUSTITUIDO' TO RESULTADO-FICH
                   END-IF
           END-EVALUATE.

      * EL FICHERO ENTRA EN EL CERTIFICADO; LO SUPRIMIDO EN EL SOLO
      * CUENTA SI EL FICHERO CUADRO
       8300-ANOTAR-FICHERO.
           IF FIC-USADOS < 600
              ADD 1 TO FIC-USADOS
              MOVE NOMBRE-CERT     TO FIC-NOMBRE(FIC-USADOS)
              MOVE NOMBRE-FICHERO  TO FIC-ORIGEN(FIC-USADOS)
              MOVE NOMBRE-TRABAJO  TO FIC-TRABAJO(FIC-USADOS)
              MOVE LEIDOS-FICH     TO FIC-LEIDOS(FIC-USADOS)
              MOVE SUPRIMIDOS-FICH TO FIC-SUPRIMIDOS(FIC-USADOS)
              MOVE CAMBIADOS-FICH  TO FIC-CAMBIADOS(FIC-USADOS)
              MOVE RESULTADO-FICH  TO FIC-RESULTADO(FIC-USADOS)
           END-IF.
           PERFORM 8310-ANOTAR-TOQUE
                   VARYING IDX-CLV FROM 1 BY 1
                   UNTIL IDX-CLV > CLV-USADAS.

       8310-ANOTAR-TOQUE.
           IF CLV-EN-FICHERO(IDX-CLV) > ZEROS AND CUADRA = 'S'
              AND TOQ-USADOS < 5000
              ADD 1 TO TOQ-USADOS
              MOVE CLV-CLAVE(IDX-CLV) TO TOQ-CLAVE(TOQ-USADOS)
              MOVE NOMBRE-CERT        TO TOQ-FICHERO(TOQ-USADOS)
              MOVE CLV-EN-FICHERO(IDX-CLV)
                   TO TOQ-REGISTROS(TOQ-USADOS)
           END-IF.
           MOVE ZEROS TO CLV-EN-FICHERO(IDX-CLV).

       9000-SOLTAR-CERROJO.
           MOVE 'SOLTAR  ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA
                RC-CERROJO.
