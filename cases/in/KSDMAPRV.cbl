      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Aprobacion por un segundo operador de las
      *          transacciones del maestro aparcadas por KSDMEDIT
      ******************************************************************
      * SDP DESCRIPTION
      *  Segunda mitad del control de cuatro ojos del maestro SALIDA.
      *> Carga las transacciones aparcadas en KSDPEND (trazado
      *> KSDWPEND) y aplica las decisiones del fichero KSDAPRD: por
      *> cada identificador, A (aprobar) o R (rechazar) y el operador
      *> que decide. Una decision solo vale sobre una transaccion
      *> pendiente y de un operador distinto del que la origino; las
      *> que no cumplen salen al listado como DECISION INVALIDA y la
      *> ejecucion termina con RC 4.
      *  Las aprobadas se anaden a KSDTRANC (detras de lo que dejo
      *> KSDMEDIT) para que las aplique el KSDMMANT de la noche. Las
      *> pendientes con mas dias que la CADUCIDAD del deck KSDAPRVP
      *> (5 si no hay tarjeta) se dan por caducadas. KSDPEND se
      *> regraba solo con las que siguen pendientes y las decididas
      *> pasan al historico KSDPENDH. Con KSDPEND ya regrabado se
      *> vacia KSDAPRD, para que una decision no se vuelva a aplicar
      *> en la siguiente ejecucion.
      *  El informe diario de auditoria sale por SDPREPW0 con corte
      *> por situacion: aparcadas hoy, aprobadas, rechazadas y
      *> caducadas hoy, con el operador que origino y el que decidio,
      *> mas las que siguen pendientes de dias anteriores.
      * SDP END
      *
      * SDP DESC Aprobacion de cuatro ojos de transacciones aparcadas
      * SDP IVP 0 Files.Consumes = KSDAPRVP
      * SDP IVP 0 Files.Updates = KSDAPRD,KSDPEND,KSDPENDH,KSDTRANC -
      * SDPPRINT lo escribe SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMAPRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PENDIENTES ASSIGN TO 'KSDPEND'
                  FILE STATUS IS FS-PEND
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HISTORICO ASSIGN TO 'KSDPENDH'
                  FILE STATUS IS FS-HIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DECISIONES ASSIGN TO 'KSDAPRD'
                  FILE STATUS IS FS-DECI
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDAPRVP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL LIMPIAS ASSIGN TO 'KSDTRANC'
                  FILE STATUS IS FS-LIMPIA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDIENTES.
       01  REC-PENDIENTE PIC X(149).

       FD  HISTORICO.
       01  REC-HISTORICO PIC X(149).

       FD  DECISIONES.
       01  REC-DECISION.
           03 DEC-ID       PIC 9(09).
           03 DEC-SEP1     PIC X(01).
           03 DEC-DECISION PIC X(01).
           03 DEC-SEP2     PIC X(01).
           03 DEC-OPERADOR PIC X(08).

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  LIMPIAS.
       01  REC-LIMPIA PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-PEND   PIC XX VALUE SPACES.
       77 FS-HIST   PIC XX VALUE SPACES.
       77 FS-DECI   PIC XX VALUE SPACES.
       77 FS-PARM   PIC XX VALUE SPACES.
       77 FS-LIMPIA PIC XX VALUE SPACES.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT PIC X(40) VALUE SPACES.
       77 FIN-FICH  PIC X(01) VALUE 'N'.

      * VISTA DE TRABAJO DE UNA TRANSACCION APARCADA
       01  PENDIENTE-TRABAJO.
       COPY KSDWPEND.

       01  TABLA-PENDIENTES.
           03 PEN-USADAS PIC 9(05) VALUE ZEROS.
           03 PEN-ENTRADA OCCURS 5000 TIMES.
              05 PEN-ID       PIC 9(09).
              05 PEN-REGISTRO PIC X(149).

       01  CADUCIDAD.
           03 DIAS-CADUCIDAD PIC 9(05) VALUE 5.
           03 FECHA-HOY      PIC 9(08) VALUE ZEROS.
           03 FECHA-LIMITE   PIC 9(08) VALUE ZEROS.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.

       01  BUSQUEDA.
           03 IDX          PIC 9(05) VALUE ZEROS.
           03 IDX-PEN      PIC 9(05) VALUE ZEROS.
           03 MOTIVO-DECISION PIC X(30) VALUE SPACES.
           03 SITUACION    PIC X(01) VALUE SPACES.
           03 CORTE-SITUACION PIC X(16) VALUE SPACES.
           03 TEXTO-SITUACION PIC X(10) VALUE SPACES.

       01  CONTADORES.
           03 CARGADAS     PIC 9(09) VALUE ZEROS.
           03 APROBADAS    PIC 9(09) VALUE ZEROS.
           03 RECHAZADAS   PIC 9(09) VALUE ZEROS.
           03 CADUCADAS    PIC 9(09) VALUE ZEROS.
           03 INVALIDAS    PIC 9(09) VALUE ZEROS.
           03 SIGUEN       PIC 9(09) VALUE ZEROS.

       01  INFORME-APROBACION.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1200-CALCULAR-FECHAS.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'AUDITORIA DE APROBACIONES DEL MAESTRO' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-APROBACION.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 2000-CARGAR-PENDIENTES
                   THRU 2000-CARGAR-PENDIENTES-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN EXTEND LIMPIAS.
           MOVE 'ABRIENDO FICHERO LIMPIO KSDTRANC' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-LIMPIA '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN INPUT DECISIONES.
           IF FS-DECI = '00'
              READ DECISIONES
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 3000-APLICAR-DECISION UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE DECISIONES.
           CLOSE LIMPIAS.

           PERFORM 4000-CADUCAR-PENDIENTE
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PEN-USADAS.

           PERFORM 5000-INFORME-AUDITORIA.

           PERFORM 6000-REGRABAR-PENDIENTES
                   THRU 6000-REGRABAR-PENDIENTES-FIN.
           IF RC = ZEROS
              PERFORM 7000-VACIAR-DECISIONES
           END-IF.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-APROBACION.

           DISPLAY 'CARGADAS ' CARGADAS ' APROBADAS ' APROBADAS
                   ' RECHAZADAS ' RECHAZADAS ' CADUCADAS ' CADUCADAS
                   ' PENDIENTES ' SIGUEN
                   ' DECISIONES INVALIDAS ' INVALIDAS.

           IF RC = ZEROS AND INVALIDAS > ZEROS
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

       1110-TRATAR-PARAMETRO.
           IF PRM-CLAVE = 'CADUCIDAD   '
              MOVE FUNCTION NUMVAL(PRM-VALOR) TO DIAS-CADUCIDAD
           END-IF.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * CADUCA LO APARCADO ANTES DE HOY MENOS LA CADUCIDAD
       1200-CALCULAR-FECHAS.
           MOVE 'ACTUAL  ' TO DTE-FUNCION.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           MOVE DTE-FECHA-S TO FECHA-HOY.

           MOVE 'SUMAR   ' TO DTE-FUNCION.
           MOVE FECHA-HOY TO DTE-FECHA-E.
           COMPUTE DTE-DIAS = ZEROS - DIAS-CADUCIDAD.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           MOVE DTE-FECHA-S TO FECHA-LIMITE.

       2000-CARGAR-PENDIENTES.
           OPEN INPUT PENDIENTES.
           MOVE 'ABRIENDO PENDIENTES KSDPEND' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PEND '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-CARGAR-PENDIENTES-FIN.

           READ PENDIENTES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2100-CARGAR-PENDIENTE UNTIL FIN-FICH = 'S'.
           CLOSE PENDIENTES.
           MOVE 'N' TO FIN-FICH.

       2000-CARGAR-PENDIENTES-FIN.
           EXIT.

       2100-CARGAR-PENDIENTE.
           IF PEN-USADAS NOT < 5000
              DISPLAY 'ERROR KSDPEND SUPERA 5000 PENDIENTES'
              MOVE 16 TO RC
              MOVE 'S' TO FIN-FICH
           ELSE
              ADD 1 TO PEN-USADAS
              ADD 1 TO CARGADAS
              MOVE REC-PENDIENTE TO PENDIENTE-TRABAJO
              MOVE PND-ID TO PEN-ID(PEN-USADAS)
              MOVE REC-PENDIENTE TO PEN-REGISTRO(PEN-USADAS)
              READ PENDIENTES
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
           END-IF.

       3000-APLICAR-DECISION.
           PERFORM 3100-VALIDAR-DECISION
                   THRU 3100-VALIDAR-DECISION-FIN.

           IF MOTIVO-DECISION = SPACES
              MOVE DEC-DECISION TO PND-ESTADO
              MOVE DEC-OPERADOR TO PND-APROBADOR
              MOVE FECHA-HOY    TO PND-FECHA-DECISION
              MOVE PENDIENTE-TRABAJO TO PEN-REGISTRO(IDX-PEN)
              IF DEC-DECISION = 'A'
                 ADD 1 TO APROBADAS
                 WRITE REC-LIMPIA FROM PND-TRANSACCION
              ELSE
                 ADD 1 TO RECHAZADAS
              END-IF
           ELSE
              ADD 1 TO INVALIDAS
              PERFORM 3200-LISTAR-INVALIDA
           END-IF.

           READ DECISIONES
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       3100-VALIDAR-DECISION.
           MOVE SPACES TO MOTIVO-DECISION.
           MOVE ZEROS TO IDX-PEN.
           PERFORM 3110-BUSCAR-ID
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > PEN-USADAS OR IDX-PEN > ZEROS.
           IF IDX-PEN = ZEROS
              MOVE 'IDENTIFICADOR INEXISTENTE' TO MOTIVO-DECISION
              GO TO 3100-VALIDAR-DECISION-FIN
           END-IF.

           MOVE PEN-REGISTRO(IDX-PEN) TO PENDIENTE-TRABAJO.
           EVALUATE TRUE
              WHEN PND-ESTADO NOT = 'P'
                   MOVE 'YA DECIDIDA' TO MOTIVO-DECISION
              WHEN DEC-DECISION NOT = 'A' AND DEC-DECISION NOT = 'R'
                   MOVE 'DECISION DEBE SER A O R' TO MOTIVO-DECISION
              WHEN DEC-OPERADOR = SPACES
                   MOVE 'SIN OPERADOR QUE DECIDE' TO MOTIVO-DECISION
              WHEN DEC-OPERADOR = PND-ORIGINADOR
                   MOVE 'MISMO OPERADOR QUE ORIGINO' TO MOTIVO-DECISION
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-VALIDAR-DECISION-FIN.
           EXIT.

       3110-BUSCAR-ID.
           IF PEN-ID(IDX) = DEC-ID
              MOVE IDX TO IDX-PEN
           END-IF.

       3200-LISTAR-INVALIDA.
           MOVE SPACES TO LINEA.
           STRING 'DECISION ' DEC-DECISION ' SOBRE ' DEC-ID
                  ' DE ' DEC-OPERADOR ' NO APLICADA: ' MOTIVO-DECISION
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'DECISION INVALID' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-APROBACION.

       4000-CADUCAR-PENDIENTE.
           MOVE PEN-REGISTRO(IDX) TO PENDIENTE-TRABAJO.
           IF PND-ESTADO = 'P' AND PND-FECHA < FECHA-LIMITE
              MOVE 'E' TO PND-ESTADO
              MOVE SPACES TO PND-APROBADOR
              MOVE FECHA-HOY TO PND-FECHA-DECISION
              MOVE PENDIENTE-TRABAJO TO PEN-REGISTRO(IDX)
              ADD 1 TO CADUCADAS
           END-IF.

      * UNA PASADA POR SITUACION PARA QUE EL CORTE DE SDPREPW0
      * AGRUPE: APARCADAS HOY, APROBADAS, RECHAZADAS, CADUCADAS Y
      * PENDIENTES DE DIAS ANTERIORES
       5000-INFORME-AUDITORIA.
           MOVE 'H' TO SITUACION.
           MOVE 'APARCADAS HOY   ' TO CORTE-SITUACION.
           PERFORM 5100-LISTAR-SITUACION
                   THRU 5100-LISTAR-SITUACION-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PEN-USADAS.
           MOVE 'A' TO SITUACION.
           MOVE 'APROBADAS       ' TO CORTE-SITUACION.
           PERFORM 5100-LISTAR-SITUACION
                   THRU 5100-LISTAR-SITUACION-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PEN-USADAS.
           MOVE 'R' TO SITUACION.
           MOVE 'RECHAZADAS      ' TO CORTE-SITUACION.
           PERFORM 5100-LISTAR-SITUACION
                   THRU 5100-LISTAR-SITUACION-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PEN-USADAS.
           MOVE 'E' TO SITUACION.
           MOVE 'CADUCADAS       ' TO CORTE-SITUACION.
           PERFORM 5100-LISTAR-SITUACION
                   THRU 5100-LISTAR-SITUACION-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PEN-USADAS.
           MOVE 'P' TO SITUACION.
           MOVE 'SIGUEN PENDIENT' TO CORTE-SITUACION.
           PERFORM 5100-LISTAR-SITUACION
                   THRU 5100-LISTAR-SITUACION-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PEN-USADAS.

      * LA APARCADA HOY SALE EN SU CORTE AUNQUE YA ESTE DECIDIDA: EL
      * AUDITOR VE EL ALTA DEL APARCAMIENTO Y, APARTE, LA DECISION
       5100-LISTAR-SITUACION.
           MOVE PEN-REGISTRO(IDX) TO PENDIENTE-TRABAJO.
           EVALUATE TRUE
              WHEN SITUACION = 'H'
                   IF PND-FECHA NOT = FECHA-HOY
                      GO TO 5100-LISTAR-SITUACION-FIN
                   END-IF
                   MOVE 'APARCADA' TO TEXTO-SITUACION
              WHEN SITUACION = 'P'
                   IF PND-ESTADO NOT = 'P' OR PND-FECHA = FECHA-HOY
                      GO TO 5100-LISTAR-SITUACION-FIN
                   END-IF
                   MOVE 'PENDIENTE' TO TEXTO-SITUACION
              WHEN PND-ESTADO NOT = SITUACION
                   GO TO 5100-LISTAR-SITUACION-FIN
              WHEN SITUACION = 'A'
                   MOVE 'APROBADA' TO TEXTO-SITUACION
              WHEN SITUACION = 'R'
                   MOVE 'RECHAZADA' TO TEXTO-SITUACION
              WHEN OTHER
                   MOVE 'CADUCADA' TO TEXTO-SITUACION
           END-EVALUATE.

           MOVE SPACES TO LINEA.
           STRING PND-ID ' ' TEXTO-SITUACION
                  ' APARCADA ' PND-FECHA
                  ' POR ' PND-ORIGINADOR
                  ' DECIDE ' PND-APROBADOR
                  ' ' PND-MOTIVO
                  ' OP ' PND-TRANSACCION(1:1)
                  ' CLAVE ' PND-TRANSACCION(2:5)
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE CORTE-SITUACION TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-APROBACION.

       5100-LISTAR-SITUACION-FIN.
           EXIT.

      * KSDPEND SE QUEDA SOLO CON LAS PENDIENTES; LAS DECIDIDAS Y LAS
      * CADUCADAS PASAN AL HISTORICO KSDPENDH
       6000-REGRABAR-PENDIENTES.
           OPEN OUTPUT PENDIENTES.
           MOVE 'REGRABANDO PENDIENTES KSDPEND' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PEND '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 6000-REGRABAR-PENDIENTES-FIN.

           OPEN EXTEND HISTORICO.
           MOVE 'ABRIENDO HISTORICO KSDPENDH' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-HIST '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              CLOSE PENDIENTES
              GO TO 6000-REGRABAR-PENDIENTES-FIN
           END-IF.

           PERFORM 6100-GRABAR-PENDIENTE
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PEN-USADAS.

           CLOSE PENDIENTES.
           CLOSE HISTORICO.

       6000-REGRABAR-PENDIENTES-FIN.
           EXIT.

       6100-GRABAR-PENDIENTE.
           MOVE PEN-REGISTRO(IDX) TO PENDIENTE-TRABAJO.
           IF PND-ESTADO = 'P'
              ADD 1 TO SIGUEN
              WRITE REC-PENDIENTE FROM PEN-REGISTRO(IDX)
           ELSE
              WRITE REC-HISTORICO FROM PEN-REGISTRO(IDX)
           END-IF.

      * LAS DECISIONES YA APLICADAS CONSTAN EN KSDPEND Y KSDPENDH;
      * KSDAPRD QUEDA VACIO PARA LAS DE LA PROXIMA EJECUCION
       7000-VACIAR-DECISIONES.
           OPEN OUTPUT DECISIONES.
           MOVE 'VACIANDO DECISIONES KSDAPRD' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-DECI '00' SPACES
                MSG-FSTAT RC.
           IF RC = ZEROS
              CLOSE DECISIONES
           END-IF.
