      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Devengo de intereses y cuotas del maestro SALIDA por
      *          tarifa de categoria
      ******************************************************************
      * SDP DESCRIPTION
      *  Sustituye la hoja de calculo sobre un extracto de KSDLIST
      *> que acababa tecleada como parciales 'P' SALDO. La tarifa
      *> KSDTASAS lleva una linea por MST-CATEGORIA:
      *>    cccc convenc tasa-anual cuota-mensual
      *> en columnas 1-4, 6-12, 14-23 y 25-36; la tasa es un tanto
      *> por ciento anual y la convencion de dias una de ACT/360,
      *> ACT/365, 30/360 o LAB/252 (dias laborables del calendario
      *> de negocio de SDPDATE0 sobre base 252).
      *  Para el periodo AAAAMM del deck KSDDEVEP (el mes en curso si
      *> no viene) devenga a cada clave activa (ni cerrada 'C' ni
      *> latente 'I') saldo por tasa por dias entre base, con los
      *> dias desde el fin del mes anterior o desde la fecha de alta
      *> si la clave nacio en el periodo; los dias laborables salen
      *> de la funcion LAB-ENTR de SDPDATE0. El devengo se redondea
      *> al centimo y la diferencia de redondeo se acumula.
      *  Deja los movimientos en KSDMOVS (trazado KSDWMOVS), para la
      *> contabilizacion de KSDMPOST, con fecha valor el fin de mes:
      *> abono C del devengo positivo, cargo D del negativo y cargo D
      *> de la cuota, con la referencia DEVENGO/CUOTA aaaamm.
      *  Cada periodo devengado se anota al terminar en el control
      *> KSDDEVEC (periodo, marca de la ejecucion, movimientos y
      *> claves devengadas), que no vacia nadie: un periodo que ya
      *> esta en el control no se vuelve a devengar (RC 16), aunque
      *> KSDMPOST ya haya contabilizado y vaciado KSDMOVS.
      *  El registro de devengos por SDPREPW0 lista cada clave con
      *> corte por categoria y cierra cada categoria con el saldo
      *> base, el devengo, las cuotas y el total de redondeo. Las
      *> claves de categorias sin tarifa se cuentan y dan RC 4.
      * SDP END
      *
      * SDP DESC Devengo de intereses y cuotas por tarifa de categoria
      * SDP IVP 0 Files.Consumes = KSDDEVEP,KSDTASAS,SALIDA
      * SDP IVP 0 Files.Updates = KSDDEVEC,KSDMOVS - SDPPRINT lo escribe
      * SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMDEVE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDDEVEP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TARIFAS ASSIGN TO 'KSDTASAS'
                  FILE STATUS IS FS-TASA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

      * PERIODOS YA DEVENGADOS: SOBREVIVE ENTRE EJECUCIONES
           SELECT OPTIONAL CONTROL-DEVENGOS ASSIGN TO 'KSDDEVEC'
                  FILE STATUS IS FS-CTRL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO FIS-KSDMOVS
                  FILE STATUS IS FS-MOVS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  TARIFAS.
       01  REC-TARIFA.
           03 TAR-CATEGORIA  PIC X(04).
           03 TAR-SEP1       PIC X(01).
           03 TAR-CONVENCION PIC X(07).
           03 TAR-SEP2       PIC X(01).
           03 TAR-TASA       PIC X(10).
           03 TAR-SEP3       PIC X(01).
           03 TAR-CUOTA      PIC X(12).

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  CONTROL-DEVENGOS.
       01  REG-CONTROL.
           03 DVC-PERIODO     PIC 9(06).
           03 DVC-SEP1        PIC X(01).
           03 DVC-TMS         PIC X(16).
           03 DVC-SEP2        PIC X(01).
           03 DVC-MOVIMIENTOS PIC 9(09).
           03 DVC-SEP3        PIC X(01).
           03 DVC-DEVENGADAS  PIC 9(09).

       FD  MOVIMIENTOS.
       01  REG-MOVIMIENTO.
       COPY KSDWMOVS.

       WORKING-STORAGE SECTION.
       77 FS-PARM    PIC XX VALUE SPACES.
       77 FS-TASA    PIC XX VALUE SPACES.
       77 FS-MAESTRO PIC XX VALUE SPACES.
       77 FS-MOVS    PIC XX VALUE SPACES.
       77 FS-CTRL    PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-FICH   PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDMOVS PIC X(64) VALUE 'KSDMOVS'.

       01  FECHA-HORA PIC X(21) VALUE SPACES.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.

       01  PERIODO-DEVENGO.
           03 PERIODO        PIC 9(06) VALUE ZEROS.
           03 FECHA-DESDE    PIC 9(08) VALUE ZEROS.
           03 FECHA-HASTA    PIC 9(08) VALUE ZEROS.
           03 FECHA-HASTA-R REDEFINES FECHA-HASTA.
              05 FILLER      PIC 9(06).
              05 HASTA-DD    PIC 9(02).
      * DIA ANTERIOR AL PERIODO: LAB-ENTR CUENTA EL INTERVALO
      * (INICIO, FIN] Y EL DIA 1 TIENE QUE CONTAR
           03 FECHA-INICIO   PIC 9(08) VALUE ZEROS.
           03 LABORABLES-MES PIC S9(05) VALUE ZEROS.
           03 REFERENCIA-DEVENGO.
              05 FILLER      PIC X(08) VALUE 'DEVENGO '.
              05 REF-DEV-PERIODO PIC 9(06) VALUE ZEROS.
           03 REFERENCIA-CUOTA.
              05 FILLER      PIC X(06) VALUE 'CUOTA '.
              05 REF-CUO-PERIODO PIC 9(06) VALUE ZEROS.

       01  TABLA-TARIFAS.
           03 TARIFAS-USADAS PIC 9(03) VALUE ZEROS.
           03 TTA-ENTRADA OCCURS 500 TIMES.
              05 TTA-CATEGORIA  PIC X(04).
              05 TTA-CONVENCION PIC X(07).
              05 TTA-TASA       PIC S9(03)V9(06).
              05 TTA-CUOTA      PIC 9(09)V99.

      * REGISTRO POR CATEGORIA: SE VACIA EN CADA CAMBIO DE CATEGORIA
      * DEL RECORRIDO POR LA CLAVE ALTERNATIVA
       01  ACUMULADOS-CATEGORIA.
           03 CATEGORIA-EN-CURSO PIC X(04) VALUE LOW-VALUES.
           03 CAT-CLAVES     PIC 9(09) VALUE ZEROS.
           03 CAT-BASE       PIC S9(13)V99 VALUE ZEROS.
           03 CAT-DEVENGO    PIC S9(13)V99 VALUE ZEROS.
           03 CAT-CUOTAS     PIC S9(13)V99 VALUE ZEROS.
           03 CAT-REDONDEO   PIC S9(07)V9(08) VALUE ZEROS.

       01  CALCULO.
           03 IDX           PIC 9(03) VALUE ZEROS.
           03 IDX-TAR       PIC 9(03) VALUE ZEROS.
           03 DIAS          PIC S9(05) VALUE ZEROS.
           03 BASE-DIAS     PIC 9(03) VALUE ZEROS.
           03 DEVENGO-EXACTO PIC S9(11)V9(08) VALUE ZEROS.
           03 DEVENGO       PIC S9(11)V99 VALUE ZEROS.
           03 REDONDEO      PIC S9(03)V9(08) VALUE ZEROS.

       01  CONTADORES.
           03 LEIDOS        PIC 9(09) VALUE ZEROS.
           03 DEVENGADAS    PIC 9(09) VALUE ZEROS.
           03 SIN-TARIFA    PIC 9(09) VALUE ZEROS.
           03 MOVS-ESCRITOS PIC 9(09) VALUE ZEROS.
           03 YA-GENERADOS  PIC 9(09) VALUE ZEROS.
           03 TOTAL-REDONDEO PIC S9(07)V9(08) VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 SALDO-ED      PIC -ZZZZZZZZZZZZ9.99.
           03 DEVENGO-ED    PIC -ZZZZZZZZZZZZ9.99.
           03 CUOTA-ED      PIC -ZZZZZZZZZZZZ9.99.
           03 REDONDEO-ED   PIC -ZZZZZZ9.99999999.
           03 DIAS-ED       PIC -ZZZ9.

       01  INFORME-DEVENGOS.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'KSDMOVS ' FIS-KSDMOVS.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1200-FIJAR-PERIODO THRU 1200-FIJAR-PERIODO-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1300-CARGAR-TARIFAS THRU 1300-CARGAR-TARIFAS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1400-COMPROBAR-CONTROL.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN EXTEND MOVIMIENTOS.
           MOVE 'ABRIENDO MOVIMIENTOS KSDMOVS' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MOVS '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE SPACES TO RPT-TITULO.
           STRING 'REGISTRO DE DEVENGOS ' PERIODO
                  DELIMITED BY SIZE INTO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-DEVENGOS.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

      * RECORRIDO POR LA CLAVE ALTERNATIVA PARA QUE EL CORTE POR
      * CATEGORIA DE SDPREPW0 AGRUPE DE VERDAD
           MOVE LOW-VALUES TO MST-CATEGORIA.
           START MAESTRO KEY NOT < MST-CATEGORIA
                 INVALID KEY MOVE 'S' TO FIN-MAESTRO
           END-START.
           IF FIN-MAESTRO = 'N'
              READ MAESTRO NEXT RECORD
                   AT END MOVE 'S' TO FIN-MAESTRO
              END-READ
           END-IF.
           PERFORM 2000-DEVENGAR-REGISTRO
                   THRU 2000-DEVENGAR-REGISTRO-FIN
                   UNTIL FIN-MAESTRO = 'S'.
           PERFORM 3000-CERRAR-CATEGORIA.

           CLOSE MAESTRO.
           CLOSE MOVIMIENTOS.

           MOVE TOTAL-REDONDEO TO REDONDEO-ED.
           MOVE SPACES TO LINEA.
           STRING 'TOTAL REDONDEO DEL PERIODO ' REDONDEO-ED
                  ' CLAVES SIN TARIFA ' SIN-TARIFA
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'TOTAL DEVENGO   ' TO RPT-CORTE.
           MOVE DEVENGADAS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-DEVENGOS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-DEVENGOS.

           DISPLAY 'PERIODO ' PERIODO ' LEIDOS ' LEIDOS
                   ' DEVENGADAS ' DEVENGADAS
                   ' MOVIMIENTOS ' MOVS-ESCRITOS
                   ' SIN TARIFA ' SIN-TARIFA.

           PERFORM 4000-ANOTAR-CONTROL THRU 4000-ANOTAR-CONTROL-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           IF SIN-TARIFA > ZEROS
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
           IF PRM-CLAVE = 'PERIODO     '
              MOVE FUNCTION NUMVAL(PRM-VALOR) TO PERIODO
           END-IF.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * PERIODO DEL DIA 1 AL FIN-MES, CON LOS LABORABLES DEL MES
       1200-FIJAR-PERIODO.
           IF PERIODO = ZEROS
              MOVE 'ACTUAL  ' TO DTE-FUNCION
              CALL 'SDPDATE0' USING FECHA-SERVICIO
              MOVE DTE-FECHA-S(1:6) TO PERIODO
           END-IF.
           MOVE PERIODO TO REF-DEV-PERIODO REF-CUO-PERIODO.
           COMPUTE FECHA-DESDE = PERIODO * 100 + 1.

           MOVE 'FIN-MES ' TO DTE-FUNCION.
           MOVE FECHA-DESDE TO DTE-FECHA-E.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           IF DTE-RC NOT = ZEROS
              DISPLAY 'PERIODO INVALIDO ' PERIODO
              MOVE 16 TO RC
              GO TO 1200-FIJAR-PERIODO-FIN
           END-IF.
           MOVE DTE-FECHA-S TO FECHA-HASTA.

           MOVE 'SUMAR   ' TO DTE-FUNCION.
           MOVE FECHA-DESDE TO DTE-FECHA-E.
           MOVE -1 TO DTE-DIAS.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           MOVE DTE-FECHA-S TO FECHA-INICIO.

           MOVE FECHA-INICIO TO DTE-FECHA-E.
           PERFORM 1210-CONTAR-LABORABLES.
           MOVE DTE-DIAS-S TO LABORABLES-MES.

       1200-FIJAR-PERIODO-FIN.
           EXIT.

       1210-CONTAR-LABORABLES.
           MOVE 'LAB-ENTR' TO DTE-FUNCION.
           MOVE FECHA-HASTA TO DTE-FECHA-E2.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.

       1300-CARGAR-TARIFAS.
           OPEN INPUT TARIFAS.
           MOVE 'ABRIENDO TARIFAS KSDTASAS' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TASA '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 1300-CARGAR-TARIFAS-FIN.

           READ TARIFAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1310-ANOTAR-TARIFA UNTIL FIN-FICH = 'S'.
           CLOSE TARIFAS.
           MOVE 'N' TO FIN-FICH.

       1300-CARGAR-TARIFAS-FIN.
           EXIT.

      * UNA TARIFA MAL FORMADA PARA EL DEVENGO ENTERO: MEJOR NO
      * DEVENGAR QUE DEVENGAR MAL
       1310-ANOTAR-TARIFA.
           IF TAR-CONVENCION NOT = 'ACT/360'
              AND TAR-CONVENCION NOT = 'ACT/365'
              AND TAR-CONVENCION NOT = '30/360 '
              AND TAR-CONVENCION NOT = 'LAB/252'
              DISPLAY 'CONVENCION DESCONOCIDA EN KSDTASAS '
                      TAR-CATEGORIA ' ' TAR-CONVENCION
              MOVE 16 TO RC
           ELSE
              IF TARIFAS-USADAS < 500
                 ADD 1 TO TARIFAS-USADAS
                 MOVE TAR-CATEGORIA  TO TTA-CATEGORIA(TARIFAS-USADAS)
                 MOVE TAR-CONVENCION TO TTA-CONVENCION(TARIFAS-USADAS)
                 COMPUTE TTA-TASA(TARIFAS-USADAS) =
                         FUNCTION NUMVAL(TAR-TASA)
                 COMPUTE TTA-CUOTA(TARIFAS-USADAS) =
                         FUNCTION NUMVAL(TAR-CUOTA)
              ELSE
                 DISPLAY 'TABLA DE TARIFAS LLENA, SE IGNORA '
                         TAR-CATEGORIA
              END-IF
           END-IF.
           READ TARIFAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * UN PERIODO YA DEVENGADO CONSTA EN EL CONTROL KSDDEVEC; NO
      * BASTA CON MIRAR KSDMOVS, QUE KSDMPOST VACIA AL CONTABILIZAR
       1400-COMPROBAR-CONTROL.
           OPEN INPUT CONTROL-DEVENGOS.
           IF FS-CTRL = '00'
              READ CONTROL-DEVENGOS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1410-VER-CONTROL UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE CONTROL-DEVENGOS.
           MOVE 'N' TO FIN-FICH.
           IF YA-GENERADOS > ZEROS
              DISPLAY 'PERIODO ' PERIODO ' YA DEVENGADO SEGUN '
                      'KSDDEVEC ' YA-GENERADOS ' VECES'
              MOVE 16 TO RC
           END-IF.

       1410-VER-CONTROL.
           IF DVC-PERIODO = PERIODO
              ADD 1 TO YA-GENERADOS
           END-IF.
           READ CONTROL-DEVENGOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       2000-DEVENGAR-REGISTRO.
           ADD 1 TO LEIDOS.
           IF MST-CATEGORIA NOT = CATEGORIA-EN-CURSO
              PERFORM 3000-CERRAR-CATEGORIA
              MOVE MST-CATEGORIA TO CATEGORIA-EN-CURSO
           END-IF.
           IF MST-ESTADO = 'C' OR MST-ESTADO = 'I'
              GO TO 2000-LEER-SIGUIENTE
           END-IF.
      * UNA CLAVE DADA DE ALTA DESPUES DEL PERIODO NO DEVENGA
           IF MST-FECHA-ALTA NUMERIC AND MST-FECHA-ALTA > FECHA-HASTA
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           MOVE ZEROS TO IDX-TAR.
           PERFORM 2100-BUSCAR-TARIFA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > TARIFAS-USADAS OR IDX-TAR > ZEROS.
           IF IDX-TAR = ZEROS
              ADD 1 TO SIN-TARIFA
              MOVE SPACES TO LINEA
              STRING 'CLAVE ' MST-CLAVE ' SIN TARIFA PARA LA '
                     'CATEGORIA ' MST-CATEGORIA
                     DELIMITED BY SIZE INTO LINEA
              MOVE ZEROS TO RPT-IMPORTE
              PERFORM 2900-EMITIR-LINEA
              GO TO 2000-LEER-SIGUIENTE
           END-IF.

           PERFORM 2200-CALCULAR-DIAS.
           COMPUTE DEVENGO-EXACTO = MST-SALDO * TTA-TASA(IDX-TAR)
                                  * DIAS / (100 * BASE-DIAS).
           COMPUTE DEVENGO ROUNDED = DEVENGO-EXACTO.
           COMPUTE REDONDEO = DEVENGO-EXACTO - DEVENGO.

           ADD 1 TO DEVENGADAS CAT-CLAVES.
           ADD MST-SALDO TO CAT-BASE.
           ADD DEVENGO TO CAT-DEVENGO.
           ADD TTA-CUOTA(IDX-TAR) TO CAT-CUOTAS.
           ADD REDONDEO TO CAT-REDONDEO TOTAL-REDONDEO.

           PERFORM 2300-GRABAR-MOVIMIENTOS.

           MOVE MST-SALDO TO SALDO-ED.
           MOVE DEVENGO TO DEVENGO-ED.
           MOVE TTA-CUOTA(IDX-TAR) TO CUOTA-ED.
           MOVE DIAS TO DIAS-ED.
           MOVE SPACES TO LINEA.
           STRING 'CLAVE ' MST-CLAVE ' SALDO ' SALDO-ED
                  ' ' TTA-CONVENCION(IDX-TAR) ' DIAS ' DIAS-ED
                  ' DEVENGO ' DEVENGO-ED ' CUOTA ' CUOTA-ED
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 1 TO RPT-IMPORTE.
           PERFORM 2900-EMITIR-LINEA.

       2000-LEER-SIGUIENTE.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

       2000-DEVENGAR-REGISTRO-FIN.
           EXIT.

       2100-BUSCAR-TARIFA.
           IF TTA-CATEGORIA(IDX) = MST-CATEGORIA
              MOVE IDX TO IDX-TAR
           END-IF.

      * DIAS DEL PERIODO SEGUN LA CONVENCION; UNA CLAVE NACIDA EN EL
      * PERIODO CUENTA DESDE SU ALTA
       2200-CALCULAR-DIAS.
           EVALUATE TTA-CONVENCION(IDX-TAR)
              WHEN 'ACT/360' MOVE 360 TO BASE-DIAS
              WHEN 'ACT/365' MOVE 365 TO BASE-DIAS
              WHEN '30/360 ' MOVE 360 TO BASE-DIAS
              WHEN OTHER     MOVE 252 TO BASE-DIAS
           END-EVALUATE.

           IF MST-FECHA-ALTA NUMERIC
              AND MST-FECHA-ALTA NOT < FECHA-DESDE
              EVALUATE TTA-CONVENCION(IDX-TAR)
                 WHEN 'LAB/252'
                      MOVE MST-FECHA-ALTA TO DTE-FECHA-E
                      PERFORM 1210-CONTAR-LABORABLES
                      MOVE DTE-DIAS-S TO DIAS
                 WHEN '30/360 '
                      COMPUTE DIAS = 30 - MST-ALTA-DD
                      IF DIAS < ZEROS
                         MOVE ZEROS TO DIAS
                      END-IF
                 WHEN OTHER
                      COMPUTE DIAS = HASTA-DD - MST-ALTA-DD
              END-EVALUATE
           ELSE
              EVALUATE TTA-CONVENCION(IDX-TAR)
                 WHEN 'LAB/252' MOVE LABORABLES-MES TO DIAS
                 WHEN '30/360 ' MOVE 30 TO DIAS
                 WHEN OTHER     MOVE HASTA-DD TO DIAS
              END-EVALUATE
           END-IF.

      * EL DEVENGO POSITIVO SE ABONA Y EL NEGATIVO SE CARGA; LA
      * CUOTA SIEMPRE SE CARGA. LOS IMPORTES CERO NO SE GRABAN
       2300-GRABAR-MOVIMIENTOS.
           IF DEVENGO NOT = ZEROS
              MOVE SPACES TO REG-MOVIMIENTO
              MOVE MST-CLAVE TO MOV-CLAVE
              IF DEVENGO > ZEROS
                 MOVE 'C' TO MOV-INDICADOR
                 MOVE DEVENGO TO MOV-IMPORTE
              ELSE
                 MOVE 'D' TO MOV-INDICADOR
                 COMPUTE MOV-IMPORTE = ZEROS - DEVENGO
              END-IF
              MOVE FECHA-HASTA TO MOV-FECHA-VALOR
              MOVE REFERENCIA-DEVENGO TO MOV-REFERENCIA
              WRITE REG-MOVIMIENTO
              ADD 1 TO MOVS-ESCRITOS
           END-IF.
           IF TTA-CUOTA(IDX-TAR) > ZEROS
              MOVE SPACES TO REG-MOVIMIENTO
              MOVE MST-CLAVE TO MOV-CLAVE
              MOVE 'D' TO MOV-INDICADOR
              MOVE TTA-CUOTA(IDX-TAR) TO MOV-IMPORTE
              MOVE FECHA-HASTA TO MOV-FECHA-VALOR
              MOVE REFERENCIA-CUOTA TO MOV-REFERENCIA
              WRITE REG-MOVIMIENTO
              ADD 1 TO MOVS-ESCRITOS
           END-IF.

       2900-EMITIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MST-CATEGORIA TO RPT-CORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-DEVENGOS.

      * RESUMEN DE LA CATEGORIA QUE TERMINA, CON SU REDONDEO
       3000-CERRAR-CATEGORIA.
           IF CAT-CLAVES > ZEROS
              MOVE CAT-BASE TO SALDO-ED
              MOVE CAT-DEVENGO TO DEVENGO-ED
              MOVE CAT-CUOTAS TO CUOTA-ED
              MOVE CAT-REDONDEO TO REDONDEO-ED
              MOVE SPACES TO LINEA
              STRING 'CATEGORIA ' CATEGORIA-EN-CURSO
                     ' CLAVES ' CAT-CLAVES
                     ' BASE ' SALDO-ED
                     ' DEVENGO ' DEVENGO-ED
                     ' CUOTAS ' CUOTA-ED
                     ' REDONDEO ' REDONDEO-ED
                     DELIMITED BY SIZE INTO LINEA
              MOVE 'DETALLE ' TO RPT-FUNCION
              MOVE CATEGORIA-EN-CURSO TO RPT-CORTE
              MOVE ZEROS TO RPT-IMPORTE
              MOVE LINEA TO RPT-LINEA
              CALL 'SDPREPW0' USING INFORME-DEVENGOS
           END-IF.
           MOVE ZEROS TO CAT-CLAVES CAT-BASE CAT-DEVENGO CAT-CUOTAS
                         CAT-REDONDEO.

      * EL PERIODO QUEDA DEVENGADO: SE ANOTA EN EL CONTROL
       4000-ANOTAR-CONTROL.
           OPEN EXTEND CONTROL-DEVENGOS.
           MOVE 'ABRIENDO CONTROL KSDDEVEC' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-CTRL '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 4000-ANOTAR-CONTROL-FIN.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE SPACES           TO REG-CONTROL.
           MOVE PERIODO          TO DVC-PERIODO.
           MOVE FECHA-HORA(1:16) TO DVC-TMS.
           MOVE MOVS-ESCRITOS    TO DVC-MOVIMIENTOS.
           MOVE DEVENGADAS       TO DVC-DEVENGADAS.
           WRITE REG-CONTROL.
           CLOSE CONTROL-DEVENGOS.

       4000-ANOTAR-CONTROL-FIN.
           EXIT.
