      * SDP DESCRIPTION
      *  Aplica al maestro indexado SALIDA las transacciones del
      *> fichero KSDTRAN: alta (A) con WRITE, modificacion (U) con
      *> READ mas REWRITE y baja (D) logica, todas con su camino
      *> INVALID KEY controlado y contado. La baja no borra: cierra
      *> el registro con MST-ESTADO 'C' y la fecha en MST-FECHA-BAJA,
      *> y la purga KSDMPURG lo pasa mas tarde al historico KSDHIST.
      *> Una clave cerrada solo admite la parcial de ESTADO que la
      *> reabre. El alta y la modificacion no toman la fecha de baja
      *> de la tarjeta: si la imagen nueva cierra el registro se
      *> sella con la fecha del dia y, si no, queda a ceros. Las
      *> transacciones rechazadas (alta de clave existente,
      *> modificacion o baja de clave inexistente o cerrada,
      *> operacion desconocida) se cuentan y la ejecucion termina
      *> con RC = 16 si hubo alguna.
      *  La operacion parcial (P) lleva en los datos el
      *> identificador de un campo del trazado KSDWMAST (NOMBRE,
      *> CATEGORIA, SALDO, FECHA-ALTA o ESTADO) y su valor nuevo:
      *> antes y despues, despues se toca el maestro, y solo si el
      *> maestro acepta se graba la confirmacion (JRN-FASE 'C'). Un
      *> abend entre ambas deja la transaccion en duda, nunca una
      *> imagen perdida. Cada entrada se sella con la huella
      *> encadenada de KSDMHUEL antes del WRITE.
      *  Reinicio por punto de chequeo: cada CADA-CUANTOS
      *> confirmaciones se deja en KSDMCHKP el numero de la ultima
      *> transaccion confirmada. Al arrancar con checkpoint distinto
      *> KSDTRAN y la transaccion en duda se resuelve comparando el
      *> maestro con la imagen despues de su intencion: ni updates
      *> perdidos ni aplicados dos veces.
      *  Bloqueo optimista: cada alta deja MST-VERSION a 1 y cada
      *> cambio aplicado la sube en 1. Una U, P o D que trae en las
      *> columnas 60-65 la version sobre la que se construyo solo se
      *> aplica si sigue siendo la vigente; si otro cambio llego
      *> antes se rechaza como STALE (mensaje KSD00004) en vez de
      *> pisarlo. Sin version en la transaccion no hay control.
      *  La fecha valor que una transaccion puede traer en las
      *> columnas 73-80 la controla KSDMEDIT y no forma parte del
      *> registro: alta y modificacion la dejan en blanco en el
      *> relleno del maestro (posiciones 72-79).
      * SDP END
      *
      * SDP DESC Mantenimiento con READ/REWRITE/DELETE e INVALID KEY
           03 TRN-PARCIAL REDEFINES TRN-DATOS.
              05 PAR-CAMPO PIC X(10).
              05 PAR-VALOR PIC X(64).
      * VERSION DEL REGISTRO SOBRE LA QUE SE CONSTRUYO LA TRANSACCION
      * (COLUMNAS 60-65, LAS DE MST-VERSION EN LA IMAGEN DE LA 'U')
           03 TRN-VERSIONADA REDEFINES TRN-DATOS.
              05 FILLER        PIC X(53).
              05 TRN-VERSION   PIC X(06).
              05 TRN-VERSION-N REDEFINES TRN-VERSION PIC 9(06).
              05 FILLER        PIC X(15).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWJRNL.

       FD  JOURNAL-LECTURA.
       01  REG-JOURNAL-L PIC X(219).

       FD  CHECKPT.
       01  REC-CHKPT PIC 9(09).
       77 EN-DUDA    PIC X(01) VALUE 'N'.
       77 RESUELTA   PIC X(01) VALUE 'N'.
       77 CAMPO-VALIDO PIC X(01) VALUE 'N'.
       77 VERSION-VALIDA PIC X(01) VALUE 'S'.
       77 VERSION-ACTUAL PIC 9(06) VALUE ZEROS.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 RAS-SEQ     PIC 9(09).
           03 RAS-FASE    PIC X(01).
           03 RAS-RUNID   PIC X(16).
           03 RAS-CLAVE-AMPLIA PIC X(09).
           03 RAS-HUELLA  PIC X(12).

       01  CONTROL-REINICIO.
           03 TXN-SEQ           PIC 9(09) VALUE ZEROS.
           03 SEQ-EN-DUDA       PIC 9(09) VALUE ZEROS.
           03 DUDA-OP           PIC X(01) VALUE SPACE.
           03 DUDA-CLAVE        PIC 9(05) VALUE ZEROS.
           03 DUDA-ANTES        PIC X(75) VALUE SPACES.
           03 DUDA-DESPUES      PIC X(75) VALUE SPACES.
           03 CADA-CUANTOS      PIC 9(05) VALUE 100.
           03 DESDE-CHECKPOINT  PIC 9(09) VALUE ZEROS.
           03 LCK-FUNCION  PIC X(08) VALUE SPACES.
           03 LCK-PROGRAMA PIC X(08) VALUE 'KSDMMANT'.

      * HUELLA ENCADENADA DEL JOURNAL (MODULO KSDMHUEL)
       01  BLOQUE-HUELLA.
       COPY KSDWHUEL.

       01  CONTADORES.
           03 ALTAS       PIC 9(09) VALUE ZEROS.
           03 CAMBIOS     PIC 9(09) VALUE ZEROS.
           03 BAJAS       PIC 9(09) VALUE ZEROS.
           03 RECHAZADAS  PIC 9(09) VALUE ZEROS.
           03 CADUCADAS   PIC 9(09) VALUE ZEROS.
           03 PARCIALES   PIC 9(09) VALUE ZEROS.
           03 SALTADAS    PIC 9(09) VALUE ZEROS.
           03 RESUELTAS   PIC 9(09) VALUE ZEROS.
              STOP RUN RETURNING RC
           END-IF.

           MOVE 'INICIO  ' TO HUE-FUNCION.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.
           OPEN EXTEND JOURNAL.
           MOVE 'ABRIENDO JOURNAL KSDJRNL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL '00' '05'

           DISPLAY 'ALTAS ' ALTAS ' CAMBIOS ' CAMBIOS
                   ' BAJAS ' BAJAS ' PARCIALES ' PARCIALES
                   ' RECHAZADAS ' RECHAZADAS ' STALE ' CADUCADAS
                   ' SALTADAS ' SALTADAS ' RESUELTAS ' RESUELTAS.

           IF RECHAZADAS > ZEROS
                   MOVE RAS-SEQ     TO SEQ-EN-DUDA
                   MOVE RAS-OP      TO DUDA-OP
                   MOVE RAS-CLAVE   TO DUDA-CLAVE
                   MOVE RAS-ANTES   TO DUDA-ANTES
                   MOVE RAS-DESPUES TO DUDA-DESPUES
              WHEN OTHER
                   CONTINUE
       2100-ALTA.
           MOVE TRN-CLAVE TO MST-CLAVE.
           MOVE TRN-DATOS TO MST-DATOS.
           MOVE SPACES TO MST-DATOS(67:8).
           MOVE 1 TO MST-VERSION.
           MOVE SPACES TO IMAGEN-ANTES.
           PERFORM 2270-FECHA-BAJA-IMAGEN.
           MOVE MST-DATOS TO IMAGEN-DESPUES.
           PERFORM 2400-GRABAR-INTENCION.
           WRITE REG-MAESTRO
                     ADD 1 TO RECHAZADAS
                     PERFORM 2960-MENSAJE-CAMBIO
                NOT INVALID KEY
                     IF MST-ESTADO = 'C'
                        ADD 1 TO RECHAZADAS
                        DISPLAY 'CAMBIO RECHAZADO, CLAVE CERRADA '
                                MST-CLAVE
                     ELSE
                        PERFORM 2210-CAMBIO-ABIERTA
                     END-IF
           END-READ.

       2210-CAMBIO-ABIERTA.
           PERFORM 2250-VERIFICAR-VERSION.
           IF VERSION-VALIDA = 'N'
              PERFORM 2980-MENSAJE-STALE
           ELSE
              MOVE MST-DATOS TO IMAGEN-ANTES
              MOVE TRN-DATOS TO MST-DATOS
              MOVE SPACES TO MST-DATOS(67:8)
              PERFORM 2270-FECHA-BAJA-IMAGEN
              PERFORM 2260-SUBIR-VERSION
              MOVE MST-DATOS TO IMAGEN-DESPUES
              PERFORM 2400-GRABAR-INTENCION
              REWRITE REG-MAESTRO
                      INVALID KEY
                           ADD 1 TO RECHAZADAS
                           DISPLAY 'REWRITE RECHAZADO ' MST-CLAVE
                      NOT INVALID KEY
                           ADD 1 TO CAMBIOS
                           PERFORM 2500-GRABAR-CONFIRMACION
              END-REWRITE
           END-IF.

      * BLOQUEO OPTIMISTA: UNA TRANSACCION QUE TRAE VERSION SOLO SE
      * APLICA SI ES LA VIGENTE DEL REGISTRO; SIN VERSION NO SE
      * CONTROLA. LA VERSION EN BLANCO DE REGISTROS ANTIGUOS VALE 0
       2250-VERIFICAR-VERSION.
           IF MST-VERSION NUMERIC
              MOVE MST-VERSION TO VERSION-ACTUAL
           ELSE
              MOVE ZEROS TO VERSION-ACTUAL
           END-IF.
           MOVE 'S' TO VERSION-VALIDA.
           IF TRN-VERSION NOT = SPACES
              IF TRN-VERSION NOT NUMERIC
                 OR TRN-VERSION-N NOT = VERSION-ACTUAL
                 MOVE 'N' TO VERSION-VALIDA
              END-IF
           END-IF.

      * AL LLEGAR AL TOPE LA VERSION VUELVE A EMPEZAR EN 1
       2260-SUBIR-VERSION.
           IF VERSION-ACTUAL = 999999
              MOVE 1 TO MST-VERSION
           ELSE
              COMPUTE MST-VERSION = VERSION-ACTUAL + 1
           END-IF.

      * ALTA Y MODIFICACION DE IMAGEN COMPLETA: LA FECHA DE BAJA NO
      * SE TOMA DE LA TARJETA. EL PASO A CERRADO LA SELLA CON HOY,
      * COMO LA BAJA Y LA PARCIAL DE ESTADO; SIN CERRAR VA A CEROS.
      * EL ESTADO DE LA IMAGEN ANTES ESTA EN MST-DATOS(45:1)
       2270-FECHA-BAJA-IMAGEN.
           IF MST-ESTADO = 'C'
              IF IMAGEN-ANTES(45:1) NOT = 'C'
                 MOVE FUNCTION CURRENT-DATE TO FECHA-HORA
                 MOVE FECHA-HORA(1:8) TO MST-FECHA-BAJA
              END-IF
           ELSE
              MOVE ZEROS TO MST-FECHA-BAJA
           END-IF.

      * MODIFICACION PARCIAL: SOLO SE TOCA EL CAMPO IDENTIFICADO,
      * EL RESTO DE LA IMAGEN QUEDA COMO ESTABA EN EL MAESTRO. EN UNA
      * CLAVE CERRADA SOLO SE ADMITE EL CAMPO ESTADO (REAPERTURA)
       2350-PARCIAL.
           MOVE TRN-CLAVE TO MST-CLAVE.
           READ MAESTRO
                     DISPLAY 'PARCIAL RECHAZADO, NO EXISTE '
                             MST-CLAVE
                NOT INVALID KEY
                     IF MST-ESTADO = 'C'
                        AND PAR-CAMPO NOT = 'ESTADO    '
                        ADD 1 TO RECHAZADAS
                        DISPLAY 'PARCIAL RECHAZADO, CLAVE CERRADA '
                                MST-CLAVE
                     ELSE
                        PERFORM 2355-PARCIAL-ABIERTA
                     END-IF
           END-READ.

       2355-PARCIAL-ABIERTA.
           PERFORM 2250-VERIFICAR-VERSION.
           IF VERSION-VALIDA = 'N'
              PERFORM 2980-MENSAJE-STALE
           ELSE
              PERFORM 2357-PARCIAL-VIGENTE
           END-IF.

       2357-PARCIAL-VIGENTE.
           MOVE MST-DATOS TO IMAGEN-ANTES.
           PERFORM 2360-APLICAR-CAMPO.
           IF CAMPO-VALIDO = 'S'
              PERFORM 2260-SUBIR-VERSION
              MOVE MST-DATOS TO IMAGEN-DESPUES
              PERFORM 2400-GRABAR-INTENCION
              REWRITE REG-MAESTRO
                      INVALID KEY
                           ADD 1 TO RECHAZADAS
                           DISPLAY 'REWRITE RECHAZADO ' MST-CLAVE
                      NOT INVALID KEY
                           ADD 1 TO PARCIALES
                           PERFORM 2500-GRABAR-CONFIRMACION
              END-REWRITE
           ELSE
              ADD 1 TO RECHAZADAS
              DISPLAY 'PARCIAL RECHAZADO, CAMPO '
                      'DESCONOCIDO ' PAR-CAMPO
                      ' CLAVE ' MST-CLAVE
           END-IF.

       2360-APLICAR-CAMPO.
           MOVE 'S' TO CAMPO-VALIDO.
           EVALUATE PAR-CAMPO
                           FUNCTION NUMVAL(PAR-VALOR(1:18))
              WHEN 'FECHA-ALTA'
                   MOVE PAR-VALOR(1:8) TO MST-FECHA-ALTA
      * LA FECHA DE BAJA ACOMPANA SIEMPRE AL ESTADO CERRADO
              WHEN 'ESTADO    '
                   MOVE PAR-VALOR(1:1) TO MST-ESTADO
                   IF MST-ESTADO = 'C'
                      MOVE FUNCTION CURRENT-DATE TO FECHA-HORA
                      MOVE FECHA-HORA(1:8) TO MST-FECHA-BAJA
                   ELSE
                      MOVE ZEROS TO MST-FECHA-BAJA
                   END-IF
              WHEN OTHER
                   MOVE 'N' TO CAMPO-VALIDO
           END-EVALUATE.

      * BAJA LOGICA: EL REGISTRO SE QUEDA EN EL MAESTRO CERRADO
      * (MST-ESTADO 'C') CON SU FECHA DE CIERRE, Y EL JOURNAL LLEVA LA
      * IMAGEN CERRADA COMO IMAGEN DESPUES. LA BAJA FISICA SOLO LA
      * HACE LA PURGA KSDMPURG AL PASARLO AL HISTORICO
       2300-BAJA.
           MOVE TRN-CLAVE TO MST-CLAVE.
           READ MAESTRO
                     ADD 1 TO RECHAZADAS
                     PERFORM 2970-MENSAJE-BAJA
                NOT INVALID KEY
                     IF MST-ESTADO = 'C'
                        ADD 1 TO RECHAZADAS
                        DISPLAY 'BAJA RECHAZADA, YA CERRADA '
                                MST-CLAVE
                     ELSE
                        PERFORM 2310-BAJA-ABIERTA
                     END-IF
           END-READ.

       2310-BAJA-ABIERTA.
           PERFORM 2250-VERIFICAR-VERSION.
           IF VERSION-VALIDA = 'N'
              PERFORM 2980-MENSAJE-STALE
           ELSE
              MOVE MST-DATOS TO IMAGEN-ANTES
              MOVE 'C' TO MST-ESTADO
              MOVE FUNCTION CURRENT-DATE TO FECHA-HORA
              MOVE FECHA-HORA(1:8) TO MST-FECHA-BAJA
              PERFORM 2260-SUBIR-VERSION
              MOVE MST-DATOS TO IMAGEN-DESPUES
              PERFORM 2400-GRABAR-INTENCION
              REWRITE REG-MAESTRO
                      INVALID KEY
                           ADD 1 TO RECHAZADAS
                           DISPLAY 'REWRITE RECHAZADO ' MST-CLAVE
                      NOT INVALID KEY
                           ADD 1 TO BAJAS
                           PERFORM 2500-GRABAR-CONFIRMACION
              END-REWRITE
           END-IF.

      * ESCRITURA ADELANTADA: LA INTENCION LLEGA AL JOURNAL ANTES
      * QUE EL CAMBIO AL MAESTRO
       2400-GRABAR-INTENCION.
           MOVE TXN-SEQ          TO JRN-SEQ.
           MOVE TRN-OP           TO JRN-OP.
           MOVE TRN-CLAVE        TO JRN-CLAVE.
           MOVE TRN-CLAVE        TO JRN-CLAVE-AMPLIA.
           MOVE IMAGEN-ANTES     TO JRN-ANTES.
           MOVE IMAGEN-DESPUES   TO JRN-DESPUES.
           MOVE RUN-ID           TO JRN-RUNID.
           MOVE 'SELLAR  ' TO HUE-FUNCION.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.
           WRITE REG-JOURNAL.

       2700-GRABAR-CHECKPOINT-CERO.

      * LA TRANSACCION EN DUDA DEL ABEND: SI EL MAESTRO YA REFLEJA
      * LA IMAGEN DESPUES DE LA INTENCION, SOLO FALTABA CONFIRMAR;
      * SI NO, SE APLICA POR EL CAMINO NORMAL. LA BAJA LOGICA DEJA
      * IMAGEN DESPUES; LA CLAVE AUSENTE SOLO RESUELVE UNA BAJA DE
      * JOURNAL ANTIGUO, QUE ERA FISICA
       2800-RESOLVER-EN-DUDA.
           MOVE 'N' TO RESUELTA.
           MOVE DUDA-CLAVE TO MST-CLAVE.
                     END-IF
                NOT INVALID KEY
                     IF (DUDA-OP = 'A' OR DUDA-OP = 'U'
                         OR DUDA-OP = 'P' OR DUDA-OP = 'D')
                        AND MST-DATOS = DUDA-DESPUES
                        MOVE 'S' TO RESUELTA
                     END-IF
           END-READ.
           IF RESUELTA = 'S'
              ADD 1 TO RESUELTAS
              MOVE DUDA-ANTES TO IMAGEN-ANTES
              MOVE DUDA-DESPUES TO IMAGEN-DESPUES
              PERFORM 2500-GRABAR-CONFIRMACION
              EVALUATE DUDA-OP
           MOVE 'BAJA RECHAZADA, NO EXISTE &1' TO CAT-TEXTO.
           CALL 'SDPMSG00' USING CAT-ID CAT-SUB1 CAT-SUB2 CAT-TEXTO.
           DISPLAY CAT-TEXTO(1:60).

      * RECHAZO POR VERSION SUPERADA: OTRO CAMBIO LLEGO ANTES QUE
      * ESTA TRANSACCION SOBRE EL MISMO REGISTRO
       2980-MENSAJE-STALE.
           ADD 1 TO RECHAZADAS.
           ADD 1 TO CADUCADAS.
           MOVE 'KSD00004' TO CAT-ID.
           MOVE SPACES TO CAT-SUB1 CAT-SUB2.
           MOVE MST-CLAVE TO CAT-SUB1(1:5).
           MOVE TRN-VERSION TO CAT-SUB2(1:6).
           MOVE 'STALE: VERSION &2 SUPERADA, CLAVE &1' TO CAT-TEXTO.
           CALL 'SDPMSG00' USING CAT-ID CAT-SUB1 CAT-SUB2 CAT-TEXTO.
           DISPLAY CAT-TEXTO(1:60) ' VIGENTE ' VERSION-ACTUAL.
