      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Generador de actualizaciones masivas del maestro
      *          SALIDA por criterios, con vista previa
      ******************************************************************
      * SDP DESCRIPTION
      *  Sustituye al programa de un solo uso o a las miles de lineas
      *> de KSDTRAN hechas a mano cuando hay que recategorizar todas
      *> las claves de una categoria o cerrar todo lo dado de alta
      *> antes de una fecha. El deck KSDMASSP trae los criterios de
      *> seleccion sobre el trazado KSDWMAST (CATEGORIA, ESTADO,
      *> SALDO-DESDE y SALDO-HASTA, ALTA-DESDE y ALTA-HASTA, todos
      *> opcionales pero al menos uno), el campo destino (CAMPO:
      *> NOMBRE, CATEGORIA, SALDO, FECHA-ALTA o ESTADO) y su VALOR.
      *  Por omision (MODO PREVIA) solo sale el informe de SDPREPW0
      *> con cada clave afectada y el valor de antes y de despues,
      *> para que negocio lo firme. Con MODO GENERAR se anaden ademas
      *> a KSDTRAN las parciales P de esas claves, con la version
      *> vigente del registro, de modo que el cambio pasa por
      *> KSDMEDIT, la aprobacion y el journal de KSDMMANT como
      *> cualquier otro y se rechaza por STALE si el registro cambia
      *> entre tanto.
      *  Sin tarjeta ESTADO los registros cerrados (baja logica) no
      *> se seleccionan. Las claves que ya tienen el valor pedido se
      *> cuentan aparte sin transaccion. Un deck sin criterios, sin
      *> campo conocido o con un valor imposible para el campo
      *> termina con RC 16 sin leer el maestro.
      * SDP END
      *
      * SDP DESC Actualizacion masiva por criterios con vista previa
      * SDP IVP 0 Files.Consumes = KSDMASSP,SALIDA
      * SDP IVP 0 Files.Updates = KSDTRAN - con MODO GENERAR; SDPPRINT
      * lo escribe SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMMASS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PARAMETROS ASSIGN TO 'KSDMASSP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

           SELECT OPTIONAL TRANSACCIONES ASSIGN TO FIS-KSDTRAN
                  FILE STATUS IS FS-TRAN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  TRANSACCIONES.
       01  REC-TRAN.
           03 TRN-OP    PIC X(01).
           03 TRN-CLAVE PIC 9(05).
           03 TRN-DATOS PIC X(74).
      * VISTA DE LA TRANSACCION PARCIAL (OP 'P')
           03 TRN-PARCIAL REDEFINES TRN-DATOS.
              05 PAR-CAMPO PIC X(10).
              05 PAR-VALOR PIC X(64).
      * VERSION DEL REGISTRO EN LAS COLUMNAS 60-65
           03 TRN-VERSIONADA REDEFINES TRN-DATOS.
              05 FILLER      PIC X(53).
              05 TRN-VERSION PIC X(06).
              05 FILLER      PIC X(15).

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-MAESTRO  PIC XX VALUE SPACES.
       77 FS-TRAN     PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 CUMPLE      PIC X(01) VALUE 'N'.
       77 SIN-CAMBIO  PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDTRAN PIC X(64) VALUE 'KSDTRAN'.

      * CRITERIOS DE SELECCION: CADA UNO CUENTA SOLO SI VINO SU
      * TARJETA
       01  CRITERIOS.
           03 HAY-CATEGORIA   PIC X(01) VALUE 'N'.
           03 SEL-CATEGORIA   PIC X(04) VALUE SPACES.
           03 HAY-ESTADO      PIC X(01) VALUE 'N'.
           03 SEL-ESTADO      PIC X(01) VALUE SPACES.
           03 HAY-SALDO-DESDE PIC X(01) VALUE 'N'.
           03 SEL-SALDO-DESDE PIC S9(09)V99 VALUE ZEROS.
           03 HAY-SALDO-HASTA PIC X(01) VALUE 'N'.
           03 SEL-SALDO-HASTA PIC S9(09)V99 VALUE ZEROS.
           03 HAY-ALTA-DESDE  PIC X(01) VALUE 'N'.
           03 SEL-ALTA-DESDE  PIC 9(08) VALUE ZEROS.
           03 HAY-ALTA-HASTA  PIC X(01) VALUE 'N'.
           03 SEL-ALTA-HASTA  PIC 9(08) VALUE ZEROS.

      * CAMBIO PEDIDO Y MODO (PREVIA O GENERAR)
       01  CAMBIO-PEDIDO.
           03 DESTINO-CAMPO   PIC X(10) VALUE SPACES.
           03 DESTINO-VALOR   PIC X(20) VALUE SPACES.
           03 DESTINO-VALOR-N REDEFINES DESTINO-VALOR.
              05 DESTINO-FECHA PIC 9(08).
              05 FILLER        PIC X(12).
           03 DESTINO-SALDO   PIC S9(09)V99 VALUE ZEROS.
           03 MODO            PIC X(08) VALUE 'PREVIA'.

       01  VALORES.
           03 VALOR-ANTES   PIC X(20) VALUE SPACES.
           03 VALOR-DESPUES PIC X(20) VALUE SPACES.
           03 SALDO-ED      PIC -ZZZZZZZZ9.99.

       01  CONTADORES.
           03 LEIDOS        PIC 9(09) VALUE ZEROS.
           03 SELECCIONADOS PIC 9(09) VALUE ZEROS.
           03 YA-AL-VALOR   PIC 9(09) VALUE ZEROS.
           03 GENERADAS     PIC 9(09) VALUE ZEROS.

       01  INFORME-MASIVO.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'KSDTRAN ' FIS-KSDTRAN.

           PERFORM 1100-LEER-PARAMETROS.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1200-VALIDAR-PARAMETROS
                   THRU 1200-VALIDAR-PARAMETROS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           IF MODO = 'GENERAR'
              OPEN EXTEND TRANSACCIONES
              MOVE 'ABRIENDO TRANSACCIONES KSDTRAN' TO MSG-FSTAT
              CALL 'SRTFSTAT' USING FS-TRAN '00' '05'
                   MSG-FSTAT RC
              IF RC NOT = ZEROS STOP RUN RETURNING RC
           END-IF.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE SPACES TO RPT-TITULO.
           STRING 'ACTUALIZACION MASIVA ' DESTINO-CAMPO
                  ' ' MODO
                  DELIMITED BY SIZE INTO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-MASIVO.

           PERFORM 1500-POSICIONAR.
           PERFORM 2000-TRATAR-REGISTRO
                   THRU 2000-TRATAR-REGISTRO-FIN
                   UNTIL FIN-MAESTRO = 'S'.

           CLOSE MAESTRO.
           IF MODO = 'GENERAR'
              CLOSE TRANSACCIONES
           END-IF.

           PERFORM 3000-EMITIR-TOTALES.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-MASIVO.

           DISPLAY 'LEIDOS ' LEIDOS ' SELECCIONADOS ' SELECCIONADOS
                   ' YA AL VALOR ' YA-AL-VALOR
                   ' TRANSACCIONES GENERADAS ' GENERADAS
                   ' MODO ' MODO.
           STOP RUN RETURNING RC.

       1100-LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           MOVE 'ABRIENDO PARAMETROS KSDMASSP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PARM '00' SPACES
                MSG-FSTAT RC.
           IF RC = ZEROS
              READ PARAMETROS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1110-TRATAR-PARAMETRO UNTIL FIN-FICH = 'S'
              CLOSE PARAMETROS
           END-IF.

       1110-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'CATEGORIA   '
                   MOVE 'S' TO HAY-CATEGORIA
                   MOVE PRM-VALOR(1:4) TO SEL-CATEGORIA
              WHEN 'ESTADO      '
                   MOVE 'S' TO HAY-ESTADO
                   MOVE PRM-VALOR(1:1) TO SEL-ESTADO
              WHEN 'SALDO-DESDE '
                   MOVE 'S' TO HAY-SALDO-DESDE
                   COMPUTE SEL-SALDO-DESDE =
                           FUNCTION NUMVAL(PRM-VALOR)
              WHEN 'SALDO-HASTA '
                   MOVE 'S' TO HAY-SALDO-HASTA
                   COMPUTE SEL-SALDO-HASTA =
                           FUNCTION NUMVAL(PRM-VALOR)
              WHEN 'ALTA-DESDE  '
                   MOVE 'S' TO HAY-ALTA-DESDE
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO SEL-ALTA-DESDE
              WHEN 'ALTA-HASTA  '
                   MOVE 'S' TO HAY-ALTA-HASTA
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO SEL-ALTA-HASTA
              WHEN 'CAMPO       '
                   MOVE PRM-VALOR(1:10) TO DESTINO-CAMPO
              WHEN 'VALOR       '
                   MOVE PRM-VALOR TO DESTINO-VALOR
              WHEN 'MODO        '
                   MOVE PRM-VALOR(1:8) TO MODO
              WHEN OTHER
                   DISPLAY 'TARJETA KSDMASSP DESCONOCIDA ' PRM-CLAVE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * UN DECK MAL FORMADO NO DEBE LLEGAR A TOCAR KSDTRAN: SIN
      * CRITERIOS SE ACTUALIZARIA EL MAESTRO ENTERO
       1200-VALIDAR-PARAMETROS.
           MOVE 16 TO RC.
           IF HAY-CATEGORIA = 'N' AND HAY-ESTADO = 'N'
              AND HAY-SALDO-DESDE = 'N' AND HAY-SALDO-HASTA = 'N'
              AND HAY-ALTA-DESDE = 'N' AND HAY-ALTA-HASTA = 'N'
              DISPLAY 'ERROR KSDMASSP SIN CRITERIOS DE SELECCION'
              GO TO 1200-VALIDAR-PARAMETROS-FIN
           END-IF.
           IF MODO NOT = 'PREVIA' AND MODO NOT = 'GENERAR'
              DISPLAY 'ERROR MODO DESCONOCIDO ' MODO
              GO TO 1200-VALIDAR-PARAMETROS-FIN
           END-IF.

           EVALUATE DESTINO-CAMPO
              WHEN 'NOMBRE    '
                   IF DESTINO-VALOR = SPACES
                      DISPLAY 'ERROR NOMBRE NUEVO EN BLANCO'
                      GO TO 1200-VALIDAR-PARAMETROS-FIN
                   END-IF
              WHEN 'CATEGORIA '
                   IF DESTINO-VALOR(1:4) = SPACES
                      OR DESTINO-VALOR(5:16) NOT = SPACES
                      DISPLAY 'ERROR CATEGORIA NUEVA INVALIDA '
                              DESTINO-VALOR
                      GO TO 1200-VALIDAR-PARAMETROS-FIN
                   END-IF
              WHEN 'SALDO     '
                   IF DESTINO-VALOR(19:2) NOT = SPACES
                      OR FUNCTION TEST-NUMVAL(DESTINO-VALOR) NOT = 0
                      DISPLAY 'ERROR SALDO NUEVO INVALIDO '
                              DESTINO-VALOR
                      GO TO 1200-VALIDAR-PARAMETROS-FIN
                   END-IF
                   COMPUTE DESTINO-SALDO =
                           FUNCTION NUMVAL(DESTINO-VALOR)
              WHEN 'FECHA-ALTA'
                   IF DESTINO-FECHA NOT NUMERIC
                      OR DESTINO-VALOR(9:12) NOT = SPACES
                      DISPLAY 'ERROR FECHA DE ALTA NUEVA INVALIDA '
                              DESTINO-VALOR
                      GO TO 1200-VALIDAR-PARAMETROS-FIN
                   END-IF
              WHEN 'ESTADO    '
                   IF DESTINO-VALOR(1:1) NOT = 'A'
                      AND DESTINO-VALOR(1:1) NOT = 'I'
                      AND DESTINO-VALOR(1:1) NOT = 'C'
                      OR DESTINO-VALOR(2:19) NOT = SPACES
                      DISPLAY 'ERROR ESTADO NUEVO INVALIDO '
                              DESTINO-VALOR
                      GO TO 1200-VALIDAR-PARAMETROS-FIN
                   END-IF
              WHEN OTHER
                   DISPLAY 'ERROR CAMPO DESTINO DESCONOCIDO '
                           DESTINO-CAMPO
                   GO TO 1200-VALIDAR-PARAMETROS-FIN
           END-EVALUATE.
           MOVE ZEROS TO RC.

       1200-VALIDAR-PARAMETROS-FIN.
           EXIT.

      * CON CATEGORIA SE ENTRA POR LA CLAVE ALTERNATIVA Y SE PARA AL
      * CAMBIAR DE CATEGORIA; SIN ELLA SE RECORRE TODO POR CLAVE
       1500-POSICIONAR.
           IF HAY-CATEGORIA = 'S'
              MOVE SEL-CATEGORIA TO MST-CATEGORIA
              START MAESTRO KEY NOT < MST-CATEGORIA
                    INVALID KEY MOVE 'S' TO FIN-MAESTRO
              END-START
           ELSE
              MOVE ZEROS TO MST-CLAVE
              START MAESTRO KEY NOT < MST-CLAVE
                    INVALID KEY MOVE 'S' TO FIN-MAESTRO
              END-START
           END-IF.
           IF FIN-MAESTRO = 'N'
              PERFORM 1510-LEER-SIGUIENTE
           END-IF.

       1510-LEER-SIGUIENTE.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.
           IF FIN-MAESTRO = 'N' AND HAY-CATEGORIA = 'S'
              AND MST-CATEGORIA NOT = SEL-CATEGORIA
              MOVE 'S' TO FIN-MAESTRO
           END-IF.

       2000-TRATAR-REGISTRO.
           ADD 1 TO LEIDOS.
           PERFORM 2100-VER-CRITERIOS.
           IF CUMPLE = 'N'
              GO TO 2000-SIGUIENTE
           END-IF.

           ADD 1 TO SELECCIONADOS.
           PERFORM 2200-PREPARAR-VALORES.
           PERFORM 2300-LISTAR-AFECTADA.
           IF SIN-CAMBIO = 'S'
              ADD 1 TO YA-AL-VALOR
              GO TO 2000-SIGUIENTE
           END-IF.

           IF MODO = 'GENERAR'
              PERFORM 2400-GENERAR-TRANSACCION
           END-IF.

       2000-SIGUIENTE.
           PERFORM 1510-LEER-SIGUIENTE.

       2000-TRATAR-REGISTRO-FIN.
           EXIT.

      * SIN TARJETA ESTADO LOS CERRADOS QUEDAN FUERA
       2100-VER-CRITERIOS.
           MOVE 'S' TO CUMPLE.
           IF HAY-ESTADO = 'S'
              IF MST-ESTADO NOT = SEL-ESTADO
                 MOVE 'N' TO CUMPLE
              END-IF
           ELSE
              IF MST-ESTADO = 'C'
                 MOVE 'N' TO CUMPLE
              END-IF
           END-IF.
           IF HAY-SALDO-DESDE = 'S' AND MST-SALDO < SEL-SALDO-DESDE
              MOVE 'N' TO CUMPLE
           END-IF.
           IF HAY-SALDO-HASTA = 'S' AND MST-SALDO > SEL-SALDO-HASTA
              MOVE 'N' TO CUMPLE
           END-IF.
           IF HAY-ALTA-DESDE = 'S'
              AND (MST-FECHA-ALTA NOT NUMERIC
                   OR MST-FECHA-ALTA < SEL-ALTA-DESDE)
              MOVE 'N' TO CUMPLE
           END-IF.
           IF HAY-ALTA-HASTA = 'S'
              AND (MST-FECHA-ALTA NOT NUMERIC
                   OR MST-FECHA-ALTA > SEL-ALTA-HASTA)
              MOVE 'N' TO CUMPLE
           END-IF.

       2200-PREPARAR-VALORES.
           MOVE SPACES TO VALOR-ANTES VALOR-DESPUES.
           MOVE 'N' TO SIN-CAMBIO.
           EVALUATE DESTINO-CAMPO
              WHEN 'NOMBRE    '
                   MOVE MST-NOMBRE TO VALOR-ANTES
                   MOVE DESTINO-VALOR TO VALOR-DESPUES
                   IF MST-NOMBRE = DESTINO-VALOR
                      MOVE 'S' TO SIN-CAMBIO
                   END-IF
              WHEN 'CATEGORIA '
                   MOVE MST-CATEGORIA TO VALOR-ANTES
                   MOVE DESTINO-VALOR TO VALOR-DESPUES
                   IF MST-CATEGORIA = DESTINO-VALOR(1:4)
                      MOVE 'S' TO SIN-CAMBIO
                   END-IF
              WHEN 'SALDO     '
                   MOVE MST-SALDO TO SALDO-ED
                   MOVE SALDO-ED TO VALOR-ANTES
                   MOVE DESTINO-SALDO TO SALDO-ED
                   MOVE SALDO-ED TO VALOR-DESPUES
                   IF MST-SALDO = DESTINO-SALDO
                      MOVE 'S' TO SIN-CAMBIO
                   END-IF
              WHEN 'FECHA-ALTA'
                   MOVE MST-FECHA-ALTA TO VALOR-ANTES
                   MOVE DESTINO-VALOR TO VALOR-DESPUES
                   IF MST-FECHA-ALTA = DESTINO-VALOR(1:8)
                      MOVE 'S' TO SIN-CAMBIO
                   END-IF
              WHEN 'ESTADO    '
                   MOVE MST-ESTADO TO VALOR-ANTES
                   MOVE DESTINO-VALOR TO VALOR-DESPUES
                   IF MST-ESTADO = DESTINO-VALOR(1:1)
                      MOVE 'S' TO SIN-CAMBIO
                   END-IF
           END-EVALUATE.

       2300-LISTAR-AFECTADA.
           MOVE SPACES TO LINEA.
           STRING MST-CLAVE ' ' MST-NOMBRE ' ' MST-CATEGORIA
                  ' ' MST-ESTADO
                  ' ' DESTINO-CAMPO
                  ' ANTES ' VALOR-ANTES
                  ' DESPUES ' VALOR-DESPUES
                  DELIMITED BY SIZE INTO LINEA.
           IF SIN-CAMBIO = 'S'
              MOVE '(YA AL VALOR)' TO LINEA(104:13)
           END-IF.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'CLAVES AFECTADAS' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-MASIVO.

      * PARCIAL CON LA VERSION VIGENTE: SI EL REGISTRO CAMBIA ANTES DE
      * APLICARSE, KSDMMANT LA RECHAZA POR STALE
       2400-GENERAR-TRANSACCION.
           MOVE SPACES TO REC-TRAN.
           MOVE 'P' TO TRN-OP.
           MOVE MST-CLAVE TO TRN-CLAVE.
           MOVE DESTINO-CAMPO TO PAR-CAMPO.
           MOVE DESTINO-VALOR TO PAR-VALOR.
           IF MST-VERSION NUMERIC
              MOVE MST-VERSION TO TRN-VERSION
           ELSE
              MOVE ZEROS TO TRN-VERSION
           END-IF.
           WRITE REC-TRAN.
           ADD 1 TO GENERADAS.

       3000-EMITIR-TOTALES.
           MOVE SPACES TO LINEA.
           STRING 'LEIDOS ' LEIDOS
                  '  SELECCIONADOS ' SELECCIONADOS
                  '  YA AL VALOR ' YA-AL-VALOR
                  '  TRANSACCIONES ' GENERADAS
                  '  MODO ' MODO
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'TOTALES         ' TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-MASIVO.
