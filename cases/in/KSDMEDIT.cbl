      *> rechazos por SDPREPW0, para que negocio vea sus rechazos por
      *> la manana sin que una transaccion gorda bloquee el lote
      *> entero con RC 16.
      *  La categoria de las altas y modificaciones (y la de la
      *> parcial CATEGORIA) se busca en la referencia KSDCATG por el
      *> modulo KSDMCATL: una categoria inexistente o dada de baja
      *> (activa N) es motivo de rechazo.
      *  Control de cuatro ojos: las transacciones validas de alto
      *> impacto no pasan a KSDTRANC sino que se aparcan en KSDPEND
      *> (trazado KSDWPEND) con el operador que origino el lote
      *> (variable de entorno SDPOPER, obligatoria: sin ella el lote
      *> no se edita y termina con RC 16): las bajas (la D, la
      *> parcial de ESTADO a C y la U que deja el estado en C), los
      *> cambios de categoria y los cambios de saldo cuyo importe
      *> absoluto supera el UMBRAL del deck KSDAPRVP (100000,00 si no
      *> hay tarjeta), comparando contra el registro vigente de
      *> SALIDA.
      *> Solo llegan a KSDTRANC cuando otro operador las aprueba con
      *> KSDMAPRV. Los aparcados se numeran a continuacion del mayor
      *> identificador que haya en KSDPEND o en su historico KSDPENDH,
      *> para no repetir el de un pendiente ya decidido.
      *  Fecha valor: una transaccion puede llevar en las columnas
      *> 73-80 su fecha valor AAAAMMDD (en blanco, sin control). Si
      *> cae dentro de un periodo ya cerrado por KSDMCIER (fecha de
      *> cierre mas reciente del catalogo KSDPERC) se rechaza.
      *  Version: una U, P o D puede llevar en las columnas 60-65 la
      *> MST-VERSION del registro sobre la que se construyo (el
      *> extracto KSDLIST la trae). Si ya no es la vigente en SALIDA
      *> se rechaza por STALE con su propio motivo; en blanco no se
      *> controla.
      *  Termina con RC 4 si hubo rechazos y RC 0 con el lote limpio.
      * SDP END
      *
      * SDP DESC Edicion de transacciones con division limpio/errores
      * SDP IVP 0 Files.Consumes = KSDTRAN,SALIDA,KSDAPRVP,KSDPERC,
      * KSDPENDH - KSDCATG
      * lo lee el modulo llamado KSDMCATL
      * SDP IVP 0 Files.Produces = KSDTRANC,KSDTRANE - SDPPRINT lo
      * escribe el modulo llamado SDPREPW0, cuya ficha ya lo declara
      * SDP IVP 0 Files.Updates = KSDPEND
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MST-CLAVE OF REG-MAESTRO
                  ALTERNATE RECORD KEY IS MST-CATEGORIA OF REG-MAESTRO
                            WITH DUPLICATES.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDAPRVP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PENDIENTES ASSIGN TO 'KSDPEND'
                  FILE STATUS IS FS-PEND
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HISTORICO ASSIGN TO 'KSDPENDH'
                  FILE STATUS IS FS-HIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PERIODOS ASSIGN TO 'KSDPERC'
                  FILE STATUS IS FS-PERC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           03 TRN-PARCIAL REDEFINES TRN-DATOS.
              05 PAR-CAMPO PIC X(10).
              05 PAR-VALOR PIC X(64).
      * FECHA VALOR OPCIONAL AL FINAL DE CUALQUIER TRANSACCION
       01  REC-TRAN-VALOR.
           03 FILLER          PIC X(72).
           03 TRN-FECHA-VALOR PIC X(08).
           03 TRN-FECHA-VALOR-N REDEFINES TRN-FECHA-VALOR PIC 9(08).
      * VERSION OPCIONAL DEL REGISTRO SOBRE LA QUE SE CONSTRUYO LA
      * U/P/D (COLUMNAS 60-65, LAS DE MST-VERSION EN LA IMAGEN)
       01  REC-TRAN-VERSION.
           03 FILLER        PIC X(59).
           03 TRN-VERSION   PIC X(06).
           03 TRN-VERSION-N REDEFINES TRN-VERSION PIC 9(06).
           03 FILLER        PIC X(15).

       FD  LIMPIAS.
       01  REC-LIMPIA PIC X(80).
           03 ERR-SEP      PIC X(01).
           03 ERR-MOTIVO   PIC X(30).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  PENDIENTES.
       01  REG-PENDIENTE.
       COPY KSDWPEND.

      * DEL HISTORICO DE DECIDIDOS SOLO INTERESA EL IDENTIFICADOR,
      * QUE OCUPA LAS MISMAS COLUMNAS QUE PND-ID EN KSDWPEND
       FD  HISTORICO.
       01  REC-HISTORICO.
           03 HIS-ID    PIC 9(09).
           03 FILLER    PIC X(140).

       FD  PERIODOS.
       01  REG-PERIODO.
       COPY KSDWPERI.

       WORKING-STORAGE SECTION.
       77 FS-TRAN   PIC XX VALUE SPACES.
       77 FS-LIMPIA PIC XX VALUE SPACES.
       77 FS-ERROR  PIC XX VALUE SPACES.
       77 FS-MAESTRO PIC XX VALUE SPACES.
       77 FS-PARM   PIC XX VALUE SPACES.
       77 FS-PEND   PIC XX VALUE SPACES.
       77 FS-HIST   PIC XX VALUE SPACES.
       77 FS-PERC   PIC XX VALUE SPACES.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT PIC X(40) VALUE SPACES.
       77 FIN-TRAN  PIC X(01) VALUE 'N'.
       77 FIN-FICH  PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.

      * CONTROL DE CUATRO OJOS: UMBRAL DE CAMBIO DE SALDO DEL DECK
      * KSDAPRVP, OPERADOR ORIGEN Y NUMERACION DE LOS APARCADOS
       01  APROBACION.
           03 UMBRAL-SALDO     PIC 9(09)V99 VALUE 100000.
           03 OPERADOR-ORIGEN  PIC X(08) VALUE SPACES.
           03 ULTIMO-ID        PIC 9(09) VALUE ZEROS.
           03 MOTIVO-APARCAR   PIC X(20) VALUE SPACES.
           03 SALDO-PROPUESTO  PIC S9(09)V99 VALUE ZEROS.
           03 CAMBIO-SALDO     PIC S9(11)V99 VALUE ZEROS.
           03 FECHA-HOY        PIC 9(08) VALUE ZEROS.

       01  VALIDACION.
           03 MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
      * ULTIMO DIA DEL ULTIMO PERIODO CERRADO (CERO SIN CIERRES)
           03 ULTIMO-CIERRE  PIC 9(08) VALUE ZEROS.
      * VERSION VIGENTE DEL REGISTRO EN SALIDA (EN BLANCO VALE 0)
           03 VERSION-VIGENTE PIC 9(06) VALUE ZEROS.

      * IMAGEN DE LA TRANSACCION CON EL TRAZADO DEL MAESTRO, PARA
      * LLEGAR A LA CATEGORIA DE LAS ALTAS Y MODIFICACIONES
       01  IMAGEN-TRANSACCION.
       COPY KSDWMAST.

      * CONSULTA A LA REFERENCIA DE CATEGORIAS (MODULO KSDMCATL)
       01  CATEGORIA-FUNCION PIC X(08) VALUE SPACES.
       01  CATEGORIA-RC      PIC 9(03) VALUE ZEROS.
       01  CONSULTA-CATEGORIA.
       COPY KSDWCATG.

      * CLAVES YA VISTAS EN EL LOTE: EL ESPACIO DE CLAVES 9(05) CABE
      * ENTERO EN UNA TABLA DE MARCAS
           03 LEIDAS     PIC 9(09) VALUE ZEROS.
           03 ACEPTADAS  PIC 9(09) VALUE ZEROS.
           03 RECHAZADAS PIC 9(09) VALUE ZEROS.
           03 APARCADAS  PIC 9(09) VALUE ZEROS.

       01  INFORME-RECHAZOS.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           ACCEPT OPERADOR-ORIGEN FROM ENVIRONMENT 'SDPOPER'.
           IF OPERADOR-ORIGEN = SPACES
              DISPLAY 'FALTA EL OPERADOR ORIGEN SDPOPER'
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           OPEN INPUT TRANSACCIONES.
           MOVE 'ABRIENDO TRANSACCIONES KSDTRAN' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TRAN '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'ABRIR   ' TO CATEGORIA-FUNCION.
           CALL 'KSDMCATL' USING CATEGORIA-FUNCION CONSULTA-CATEGORIA
                CATEGORIA-RC.
           IF CATEGORIA-RC NOT = ZEROS
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1200-PREPARAR-PENDIENTES.
           PERFORM 1300-CARGAR-CIERRES.

           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN EXTEND PENDIENTES.
           MOVE 'ABRIENDO PENDIENTES KSDPEND' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PEND '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE SPACES TO CLAVES-VISTAS.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           CLOSE TRANSACCIONES.
           CLOSE LIMPIAS.
           CLOSE ERRORES.
           CLOSE MAESTRO.
           CLOSE PENDIENTES.
           MOVE 'CERRAR  ' TO CATEGORIA-FUNCION.
           CALL 'KSDMCATL' USING CATEGORIA-FUNCION CONSULTA-CATEGORIA
                CATEGORIA-RC.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-RECHAZOS.

           DISPLAY 'LEIDAS ' LEIDAS ' ACEPTADAS ' ACEPTADAS
                   ' RECHAZADAS ' RECHAZADAS
                   ' APARCADAS ' APARCADAS.

           IF RECHAZADAS > ZEROS
              MOVE 4 TO RC
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

           MOVE FUNCTION CURRENT-DATE(1:8) TO FECHA-HOY.

       1110-TRATAR-PARAMETRO.
           IF PRM-CLAVE = 'UMBRAL      '
              MOVE FUNCTION NUMVAL(PRM-VALOR) TO UMBRAL-SALDO
           END-IF.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * LOS APARCADOS SE NUMERAN A CONTINUACION DEL MAYOR PENDIENTE
      * QUE YA HAY EN KSDPEND O EN EL HISTORICO KSDPENDH: KSDMAPRV
      * SACA DE KSDPEND LOS DECIDIDOS Y SU NUMERO NO DEBE REPETIRSE
       1200-PREPARAR-PENDIENTES.
           MOVE ZEROS TO ULTIMO-ID.
           OPEN INPUT PENDIENTES.
           IF FS-PEND = '00'
              READ PENDIENTES
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1210-VER-PENDIENTE UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE PENDIENTES.
           MOVE 'N' TO FIN-FICH.

           OPEN INPUT HISTORICO.
           IF FS-HIST = '00'
              READ HISTORICO
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1220-VER-HISTORICO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE HISTORICO.
           MOVE 'N' TO FIN-FICH.

       1210-VER-PENDIENTE.
           IF PND-ID > ULTIMO-ID
              MOVE PND-ID TO ULTIMO-ID
           END-IF.
           READ PENDIENTES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1220-VER-HISTORICO.
           IF HIS-ID > ULTIMO-ID
              MOVE HIS-ID TO ULTIMO-ID
           END-IF.
           READ HISTORICO
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1300-CARGAR-CIERRES.
           OPEN INPUT PERIODOS.
           IF FS-PERC = '00'
              READ PERIODOS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1310-VER-CIERRE UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE PERIODOS.
           MOVE 'N' TO FIN-FICH.

       1310-VER-CIERRE.
           IF PER-FECHA-CIERRE NUMERIC
              AND PER-FECHA-CIERRE > ULTIMO-CIERRE
              MOVE PER-FECHA-CIERRE TO ULTIMO-CIERRE
           END-IF.
           READ PERIODOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       2000-VALIDAR-TRANSACCION.
           ADD 1 TO LEIDAS.
           MOVE SPACES TO MOTIVO-RECHAZO.
                   AND PAR-CAMPO NOT = 'FECHA-ALTA'
                   AND PAR-CAMPO NOT = 'ESTADO    '
                   MOVE 'CAMPO PARCIAL DESCONOCIDO' TO MOTIVO-RECHAZO
              WHEN TRN-FECHA-VALOR NOT = SPACES
                   AND TRN-FECHA-VALOR NOT NUMERIC
                   MOVE 'FECHA VALOR NO NUMERICA' TO MOTIVO-RECHAZO
              WHEN TRN-OP NOT = 'A'
                   AND TRN-VERSION NOT = SPACES
                   AND TRN-VERSION NOT NUMERIC
                   MOVE 'VERSION NO NUMERICA' TO MOTIVO-RECHAZO
              WHEN TRN-FECHA-VALOR NUMERIC
                   AND TRN-FECHA-VALOR-N NOT > ULTIMO-CIERRE
                   MOVE 'FECHA VALOR EN PERIODO CERRADO'
                     TO MOTIVO-RECHAZO
              WHEN VISTA-CLAVE(TRN-CLAVE-N + 1) = 'S'
                   MOVE 'CLAVE REPETIDA EN EL LOTE' TO MOTIVO-RECHAZO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF MOTIVO-RECHAZO = SPACES
              PERFORM 2050-VALIDAR-CATEGORIA
                      THRU 2050-VALIDAR-CATEGORIA-FIN
           END-IF.

           IF MOTIVO-RECHAZO = SPACES
              PERFORM 2060-VALIDAR-VERSION
                      THRU 2060-VALIDAR-VERSION-FIN
           END-IF.

           IF MOTIVO-RECHAZO = SPACES
              PERFORM 2070-DECIDIR-APROBACION
                      THRU 2070-DECIDIR-APROBACION-FIN
           END-IF.

           IF MOTIVO-RECHAZO = SPACES
              MOVE 'S' TO VISTA-CLAVE(TRN-CLAVE-N + 1)
              IF MOTIVO-APARCAR = SPACES
                 ADD 1 TO ACEPTADAS
                 WRITE REC-LIMPIA FROM REC-TRAN
              ELSE
                 ADD 1 TO APARCADAS
                 PERFORM 2080-APARCAR-TRANSACCION
              END-IF
           ELSE
              ADD 1 TO RECHAZADAS
              PERFORM 2100-RECHAZAR-TRANSACCION
                AT END MOVE 'S' TO FIN-TRAN
           END-READ.

      * SOLO LLEVAN CATEGORIA LA IMAGEN COMPLETA DE A/U Y LA
      * PARCIAL DEL CAMPO CATEGORIA
       2050-VALIDAR-CATEGORIA.
           EVALUATE TRUE
              WHEN TRN-OP = 'A' OR TRN-OP = 'U'
                   MOVE TRN-DATOS TO MST-DATOS OF IMAGEN-TRANSACCION
                   MOVE MST-CATEGORIA OF IMAGEN-TRANSACCION
                     TO CTG-CODIGO
              WHEN TRN-OP = 'P' AND PAR-CAMPO = 'CATEGORIA '
                   MOVE PAR-VALOR(1:4) TO CTG-CODIGO
              WHEN OTHER
                   GO TO 2050-VALIDAR-CATEGORIA-FIN
           END-EVALUATE.

           MOVE 'CONSULTA' TO CATEGORIA-FUNCION.
           CALL 'KSDMCATL' USING CATEGORIA-FUNCION CONSULTA-CATEGORIA
                CATEGORIA-RC.
           EVALUATE TRUE
              WHEN CATEGORIA-RC NOT = ZEROS
                   MOVE 'CATEGORIA DESCONOCIDA' TO MOTIVO-RECHAZO
              WHEN CTG-ACTIVA NOT = 'S'
                   MOVE 'CATEGORIA INACTIVA' TO MOTIVO-RECHAZO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2050-VALIDAR-CATEGORIA-FIN.
           EXIT.

      * BLOQUEO OPTIMISTA: LA U/P/D QUE TRAE VERSION DEBE TRAER LA
      * VIGENTE EN SALIDA; SI OTRO CAMBIO LLEGO ANTES SE RECHAZA POR
      * STALE. UNA CLAVE QUE NO ESTA EN SALIDA LA RECHAZARA KSDMMANT
       2060-VALIDAR-VERSION.
           IF TRN-OP = 'A' OR TRN-VERSION = SPACES
              GO TO 2060-VALIDAR-VERSION-FIN
           END-IF.

           MOVE TRN-CLAVE-N TO MST-CLAVE OF REG-MAESTRO.
           READ MAESTRO
                INVALID KEY GO TO 2060-VALIDAR-VERSION-FIN
           END-READ.

           IF MST-VERSION OF REG-MAESTRO NUMERIC
              MOVE MST-VERSION OF REG-MAESTRO TO VERSION-VIGENTE
           ELSE
              MOVE ZEROS TO VERSION-VIGENTE
           END-IF.
           IF TRN-VERSION-N NOT = VERSION-VIGENTE
              MOVE 'STALE: VERSION SUPERADA' TO MOTIVO-RECHAZO
           END-IF.

       2060-VALIDAR-VERSION-FIN.
           EXIT.

      * ALTO IMPACTO: BAJA, CAMBIO DE CATEGORIA O CAMBIO DE SALDO
      * SOBRE EL UMBRAL RESPECTO DEL REGISTRO VIGENTE. UNA CLAVE QUE
      * NO ESTA EN SALIDA NO SE APARCA: LA RECHAZARA KSDMMANT. CUENTA
      * COMO BAJA TODO LO QUE CIERRA EL REGISTRO: LA D, LA PARCIAL DE
      * ESTADO A C (LA DEL CIERRE MASIVO DE KSDMMASS) Y LA U CUYA
      * IMAGEN TRAE EL ESTADO C
       2070-DECIDIR-APROBACION.
           MOVE SPACES TO MOTIVO-APARCAR.
           IF TRN-OP = 'D'
              MOVE 'BAJA' TO MOTIVO-APARCAR
              GO TO 2070-DECIDIR-APROBACION-FIN
           END-IF.

           IF TRN-OP = 'P' AND PAR-CAMPO = 'ESTADO    '
              AND PAR-VALOR(1:1) = 'C'
              MOVE 'BAJA' TO MOTIVO-APARCAR
              GO TO 2070-DECIDIR-APROBACION-FIN
           END-IF.

           IF TRN-OP = 'U'
              MOVE TRN-DATOS TO MST-DATOS OF IMAGEN-TRANSACCION
              IF MST-ESTADO OF IMAGEN-TRANSACCION = 'C'
                 MOVE 'BAJA' TO MOTIVO-APARCAR
                 GO TO 2070-DECIDIR-APROBACION-FIN
              END-IF
           END-IF.

           IF TRN-OP = 'A'
              MOVE TRN-DATOS TO MST-DATOS OF IMAGEN-TRANSACCION
              MOVE MST-SALDO OF IMAGEN-TRANSACCION TO CAMBIO-SALDO
              PERFORM 2075-COMPARAR-UMBRAL
              GO TO 2070-DECIDIR-APROBACION-FIN
           END-IF.

           IF TRN-OP = 'P' AND PAR-CAMPO NOT = 'CATEGORIA '
              AND PAR-CAMPO NOT = 'SALDO     '
              GO TO 2070-DECIDIR-APROBACION-FIN
           END-IF.

           MOVE TRN-CLAVE-N TO MST-CLAVE OF REG-MAESTRO.
           READ MAESTRO
                INVALID KEY GO TO 2070-DECIDIR-APROBACION-FIN
           END-READ.

           EVALUATE TRUE
              WHEN TRN-OP = 'U'
                   MOVE TRN-DATOS TO MST-DATOS OF IMAGEN-TRANSACCION
                   IF MST-CATEGORIA OF IMAGEN-TRANSACCION
                      NOT = MST-CATEGORIA OF REG-MAESTRO
                      MOVE 'CAMBIO CATEGORIA' TO MOTIVO-APARCAR
                   ELSE
                      COMPUTE CAMBIO-SALDO =
                              MST-SALDO OF IMAGEN-TRANSACCION
                            - MST-SALDO OF REG-MAESTRO
                      PERFORM 2075-COMPARAR-UMBRAL
                   END-IF
              WHEN PAR-CAMPO = 'CATEGORIA '
                   IF PAR-VALOR(1:4)
                      NOT = MST-CATEGORIA OF REG-MAESTRO
                      MOVE 'CAMBIO CATEGORIA' TO MOTIVO-APARCAR
                   END-IF
              WHEN OTHER
                   COMPUTE SALDO-PROPUESTO =
                           FUNCTION NUMVAL(PAR-VALOR(1:18))
                   COMPUTE CAMBIO-SALDO = SALDO-PROPUESTO
                                        - MST-SALDO OF REG-MAESTRO
                   PERFORM 2075-COMPARAR-UMBRAL
           END-EVALUATE.

       2070-DECIDIR-APROBACION-FIN.
           EXIT.

       2075-COMPARAR-UMBRAL.
           IF CAMBIO-SALDO < ZEROS
              COMPUTE CAMBIO-SALDO = ZEROS - CAMBIO-SALDO
           END-IF.
           IF CAMBIO-SALDO > UMBRAL-SALDO
              MOVE 'SALDO SOBRE UMBRAL' TO MOTIVO-APARCAR
           END-IF.

       2080-APARCAR-TRANSACCION.
           ADD 1 TO ULTIMO-ID.
           MOVE SPACES          TO REG-PENDIENTE.
           MOVE ULTIMO-ID       TO PND-ID.
           MOVE 'P'             TO PND-ESTADO.
           MOVE FECHA-HOY       TO PND-FECHA.
           MOVE OPERADOR-ORIGEN TO PND-ORIGINADOR.
           MOVE MOTIVO-APARCAR  TO PND-MOTIVO.
           MOVE ZEROS           TO PND-FECHA-DECISION.
           MOVE REC-TRAN        TO PND-TRANSACCION.
           WRITE REG-PENDIENTE.

           MOVE SPACES TO LINEA.
           STRING 'OP ' TRN-OP ' CLAVE ' TRN-CLAVE
                  ' APARCADA ' PND-ID ': ' MOTIVO-APARCAR
                  ' ORIGEN ' OPERADOR-ORIGEN
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'PENDIENTE APROB ' TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-RECHAZOS.

       2100-RECHAZAR-TRANSACCION.
           MOVE REC-TRAN        TO ERR-REGISTRO.
           MOVE SPACE           TO ERR-SEP.
