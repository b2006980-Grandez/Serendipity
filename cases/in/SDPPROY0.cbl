      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Proyeccion del tiempo de la cadena de esta noche a
      *          partir de los volumenes de entrada
      ******************************************************************
      * SDP DESCRIPTION
      *  La linea base de SDPPERF0 dice a la manana siguiente que un
      *> paso fue lento; a las 8 de la tarde operaciones necesita
      *> saber si los volumenes de esta noche caben en la ventana.
      *> Este paso, antes de lanzar la cadena:
      *>  - cuenta los registros de las entradas de esta noche,
      *>    resueltas por SDPDDMP0 (SORTIN, KSDTRAN y KSDEXTR, o las
      *>    tarjetas VOLUMEN del deck)
      *>  - ajusta por minimos cuadrados, para cada programa de la
      *>    cadena, la duracion de sus START/STOP de SDPRUNLG contra
      *>    los leidos del STOP: lineal, o cuadratica en los leidos
      *>    para las variantes de burbuja (SRTBBB*) y de insercion
      *>    (SRTBINS0). Con un solo punto o un ajuste con pendiente
      *>    negativa el modelo es proporcional al volumen
      *>  - proyecta la duracion de cada paso con el volumen de su
      *>    tarjeta ENTRADA o, sin ella, con sus leidos habituales
      *>  - suma la duracion a lo largo del camino critico de las
      *>    PRED de SDPCHNDK desde la hora de arranque
      *>  - compara el fin y la duracion proyectados de cada paso con
      *>    su tarjeta de SDPSLAD y avisa por SDPNOTF0, con la
      *>    severidad de la tarjeta, de cada hora limite o maximo que
      *>    no se cumpliria.
      *> Deck SDPPROYP, opcional:
      *>    INICIO  <HHMM>                (la hora actual por omision)
      *>    VOLUMEN <logico>              (hasta 20)
      *>    ENTRADA <programa> <logico>   (volumen que mueve al paso)
      *>    MODELO  <programa> LINEAL|CUADRATICO
      *>    CADENA  <deck>                (SDPCHNDK por omision)
      *> El informe de SDPREPW0 da volumenes, modelos, camino critico
      *> e incumplimientos previstos. RC 0 cabe en la ventana, 4 algun
      *> SLA no se cumpliria, 8 sin cadena.
      * SDP END
      *
      * SDP DESC Proyeccion del camino critico contra SDPSLAD
      * SDP IVP 0 Files.Consumes = SDPPROYP,SDPCHNDK,SDPRUNLG,SDPSLAD,
      * SORTIN,KSDTRAN,KSDEXTR
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPPROY0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'SDPPROYP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT PASOS ASSIGN TO NOMBRE-CADENA
                  FILE STATUS IS FS-PASOS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RUNLOG ASSIGN TO 'SDPRUNLG'
                  FILE STATUS IS FS-RUNLOG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL SLAS ASSIGN TO 'SDPSLAD'
                  FILE STATUS IS FS-SLA
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL VOLUMEN ASSIGN TO FIS-VOLUMEN
                  FILE STATUS IS FS-VOLUMEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM PIC X(80).

       FD  PASOS.
       01  REC-PASO PIC X(80).

       FD  RUNLOG.
       01  REG-RUNLOG.
       COPY SDPWRLOG.

       FD  SLAS.
       01  REC-SLA PIC X(80).

       FD  VOLUMEN.
       01  REC-VOLUMEN PIC X(01).

       WORKING-STORAGE SECTION.
       77 FS-PARM    PIC XX VALUE SPACES.
       77 FS-PASOS   PIC XX VALUE SPACES.
       77 FS-RUNLOG  PIC XX VALUE SPACES.
       77 FS-SLA     PIC XX VALUE SPACES.
       77 FS-VOLUMEN PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-FICH   PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(10) VALUE SPACES.
           03 PAL-2 PIC X(10) VALUE SPACES.
           03 PAL-3 PIC X(10) VALUE SPACES.
           03 PAL-4 PIC X(10) VALUE SPACES.
           03 PAL-5 PIC X(10) VALUE SPACES.
           03 PAL-6 PIC X(10) VALUE SPACES.
           03 PAL-7 PIC X(10) VALUE SPACES.
           03 PAL-8 PIC X(10) VALUE SPACES.
           03 PAL-9 PIC X(10) VALUE SPACES.
           03 PAL-10 PIC X(10) VALUE SPACES.

       01  NOMBRES.
           03 NOMBRE-CADENA PIC X(64) VALUE 'SDPCHNDK'.
           03 FIS-VOLUMEN   PIC X(64) VALUE SPACES.

       01  PARAMETROS-PROYECCION.
           03 INICIO-HHMM PIC 9(04) VALUE ZEROS.
           03 INICIO-MIN  PIC 9(04) VALUE ZEROS.
           03 HAY-INICIO  PIC X(01) VALUE 'N'.

       01  TABLA-VOLUMENES.
           03 VOL-USADOS PIC 9(02) VALUE ZEROS.
           03 VOL-ENTRADA OCCURS 20 TIMES.
              05 VOL-LOGICO    PIC X(08).
              05 VOL-REGISTROS PIC 9(09).
              05 VOL-ESTADO    PIC X(01).

      * ENTRADA <PROGRAMA> <LOGICO> Y MODELO <PROGRAMA> <TIPO>
       01  TABLA-TARJETAS.
           03 TAR-USADAS PIC 9(03) VALUE ZEROS.
           03 TAR-ENTRADA OCCURS 100 TIMES.
              05 TAR-CLASE    PIC X(01).
              05 TAR-PROGRAMA PIC X(08).
              05 TAR-VALOR    PIC X(10).

      * STEP <PASO> <PROGRAMA> <RCMAX> [PRED <P1> ... <P5>]; PAS-FIN
      * ES EL FIN PROYECTADO EN CS DESDE EL ARRANQUE Y PAS-CRITICA LA
      * PREDECESORA QUE LO FIJA
       01  TABLA-PASOS.
           03 PAS-USADOS PIC 9(02) VALUE ZEROS.
           03 PAS-ENTRADA OCCURS 50 TIMES.
              05 PAS-NOMBRE   PIC X(08).
              05 PAS-PROGRAMA PIC X(08).
              05 PAS-NPRED    PIC 9(01).
              05 PAS-PRED OCCURS 5 TIMES PIC X(08).
              05 PAS-MODELO   PIC 9(03).
              05 PAS-INICIO   PIC 9(09).
              05 PAS-FIN      PIC 9(09).
              05 PAS-CRITICA  PIC 9(02).

      * UN MODELO POR PROGRAMA DE LA CADENA. TIPO L LINEAL
      * (REGRESOR MILES DE LEIDOS), Q CUADRATICO (REGRESOR LEIDOS AL
      * CUADRADO EN MILES DE MILLONES); EL AJUSTE VA EN SEGUNDOS Y
      * LA PROYECCION EN CS. ORIGEN DEL VOLUMEN E TARJETA ENTRADA,
      * H LEIDOS HABITUALES
       01  TABLA-MODELOS.
           03 MOD-USADOS PIC 9(03) VALUE ZEROS.
           03 MOD-ENTRADA OCCURS 50 TIMES.
              05 MOD-PROGRAMA   PIC X(08).
              05 MOD-TIPO       PIC X(01).
                 88 MOD-CUADRATICO VALUE 'Q'.
              05 MOD-PUNTOS     PIC 9(05).
              05 MOD-SU         PIC S9(13)V9(3).
              05 MOD-SY         PIC S9(13)V9(2).
              05 MOD-SUU        PIC S9(16)V9(2).
              05 MOD-SUY        PIC S9(16)V9(2).
              05 MOD-ABIERTO    PIC X(01).
              05 MOD-INICIO-CS  PIC 9(15).
              05 MOD-A          PIC S9(11)V9(4).
              05 MOD-B          PIC S9(11)V9(6).
              05 MOD-AJUSTE     PIC X(01).
              05 MOD-VOLUMEN    PIC 9(09).
              05 MOD-ORIGEN     PIC X(01).
              05 MOD-PROYECTADO PIC 9(09).

       01  TABLA-SLA.
           03 SLA-USADOS PIC 9(03) VALUE ZEROS.
           03 SLA-ENTRADA OCCURS 100 TIMES.
              05 SLA-PROGRAMA    PIC X(08).
              05 SLA-MAX-MIN     PIC 9(05).
              05 SLA-HORA-LIMITE PIC 9(04).
              05 SLA-SEVERIDAD   PIC X(01).

       01  TRABAJO.
           03 IDX          PIC 9(03) VALUE ZEROS.
           03 IDX2         PIC 9(03) VALUE ZEROS.
           03 IDX3         PIC 9(03) VALUE ZEROS.
           03 HALLADO      PIC 9(03) VALUE ZEROS.
           03 PASADAS      PIC 9(03) VALUE ZEROS.
           03 CAMBIO       PIC X(01) VALUE 'N'.
           03 ULTIMO-PASO  PIC 9(02) VALUE ZEROS.
           03 INSTANTE-CS  PIC 9(15) VALUE ZEROS.
           03 DURACION-CS  PIC S9(15) VALUE ZEROS.
           03 DURACION-SG  PIC S9(09)V9(2) VALUE ZEROS.
           03 REGRESOR     PIC S9(09)V9(3) VALUE ZEROS.
           03 DENOMINADOR  PIC S9(16)V9(2) VALUE ZEROS.
           03 PROYECCION   PIC S9(15) VALUE ZEROS.
           03 COMIENZO-CS  PIC 9(09) VALUE ZEROS.
           03 MINUTOS      PIC 9(07) VALUE ZEROS.
           03 MIN-RELOJ    PIC 9(07) VALUE ZEROS.
           03 MIN-LIMITE   PIC 9(07) VALUE ZEROS.
           03 HORAS        PIC 9(07) VALUE ZEROS.
           03 MINS         PIC 9(02) VALUE ZEROS.
           03 FIN-ANTERIOR PIC 9(09) VALUE ZEROS.
           03 HORA-FIN     PIC 9(04) VALUE ZEROS.
           03 HORA-COMIENZO PIC 9(04) VALUE ZEROS.
           03 INCUMPLIDOS  PIC 9(03) VALUE ZEROS.
           03 SIN-HISTORIA PIC 9(03) VALUE ZEROS.
           03 ED-MINUTOS   PIC ZZZZ9.
           03 ED-PUNTOS    PIC ZZZZ9.
           03 ED-REGISTROS PIC ZZZZZZZZ9.
           03 ED-A         PIC -ZZZZZZZZ9.
           03 ED-B         PIC -ZZZZZ9.9999.
           03 LINEA        PIC X(132) VALUE SPACES.

       01  CAMINO.
           03 CAM-USADOS PIC 9(02) VALUE ZEROS.
           03 CAM-PASO OCCURS 50 TIMES PIC 9(02).

      * DESGLOSE DE LA MARCA DE TIEMPO AL ESTILO DE SRTBTIME
       01  RELOJ-LOG.
           03 RLJ-FECHA PIC 9(08).
           03 RLJ-HH    PIC 99.
           03 RLJ-MM    PIC 99.
           03 RLJ-SS    PIC 99.
           03 RLJ-CS    PIC 99.

       01  FECHA-HORA PIC X(21) VALUE SPACES.

       01  AVISO-DATOS.
           03 AVI-SEVERIDAD PIC X(01) VALUE 'W'.
           03 AVI-ORIGEN    PIC X(08) VALUE 'SDPPROY0'.
           03 AVI-PROGRAMA  PIC X(08) VALUE SPACES.
           03 AVI-RESUMEN   PIC X(60) VALUE SPACES.

       01  INFORME-PROYECCION.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-CARGAR-PARAMETROS.
           PERFORM 1200-CARGAR-PASOS THRU 1200-CARGAR-PASOS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1400-CARGAR-SLA.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'PROYECCION DE LA CADENA DE ESTA NOCHE'
                TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-PROYECCION.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 8 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 2000-CONTAR-VOLUMEN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > VOL-USADOS.
           PERFORM 3000-LEER-HISTORIA THRU 3000-LEER-HISTORIA-FIN.
           PERFORM 3500-AJUSTAR-MODELO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > MOD-USADOS.
           PERFORM 4000-CAMINO-CRITICO.
           PERFORM 5000-COMPROBAR-SLA
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PAS-USADOS.
           PERFORM 6000-RESUMEN.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-PROYECCION.
           STOP RUN RETURNING RC.

      ******************************************************************
      * PARAMETROS, CADENA Y SLA
      ******************************************************************
       1100-CARGAR-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF FS-PARM = '00'
              READ PARAMETROS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1110-TRATAR-PARAMETRO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE PARAMETROS.
           MOVE 'N' TO FIN-FICH.

           IF HAY-INICIO = 'N'
              MOVE FUNCTION CURRENT-DATE TO FECHA-HORA
              MOVE FECHA-HORA(9:4) TO INICIO-HHMM
           END-IF.
           DIVIDE INICIO-HHMM BY 100 GIVING HORAS REMAINDER MINS.
           COMPUTE INICIO-MIN = HORAS * 60 + MINS.

           IF VOL-USADOS = ZEROS
              MOVE 3 TO VOL-USADOS
              MOVE 'SORTIN'  TO VOL-LOGICO(1)
              MOVE 'KSDTRAN' TO VOL-LOGICO(2)
              MOVE 'KSDEXTR' TO VOL-LOGICO(3)
           END-IF.

       1110-TRATAR-PARAMETRO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-PARM DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3.
           EVALUATE PAL-1
              WHEN 'INICIO'
                   IF PAL-2 NOT = SPACES
                      MOVE FUNCTION NUMVAL(PAL-2) TO INICIO-HHMM
                      MOVE 'S' TO HAY-INICIO
                   END-IF
              WHEN 'VOLUMEN'
                   IF PAL-2 NOT = SPACES AND VOL-USADOS < 20
                      ADD 1 TO VOL-USADOS
                      MOVE PAL-2(1:8) TO VOL-LOGICO(VOL-USADOS)
                   END-IF
              WHEN 'ENTRADA'
                   MOVE 'E' TO PAL-4
                   PERFORM 1120-ANOTAR-TARJETA
              WHEN 'MODELO'
                   MOVE 'M' TO PAL-4
                   PERFORM 1120-ANOTAR-TARJETA
              WHEN 'CADENA'
                   IF PAL-2 NOT = SPACES
                      MOVE SPACES TO NOMBRE-CADENA
                      UNSTRING REC-PARM DELIMITED BY ALL SPACES
                               INTO PAL-1 NOMBRE-CADENA
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1120-ANOTAR-TARJETA.
           IF PAL-2 NOT = SPACES AND PAL-3 NOT = SPACES
              AND TAR-USADAS < 100
              ADD 1 TO TAR-USADAS
              MOVE PAL-4(1:1) TO TAR-CLASE(TAR-USADAS)
              MOVE PAL-2(1:8) TO TAR-PROGRAMA(TAR-USADAS)
              MOVE PAL-3      TO TAR-VALOR(TAR-USADAS)
           END-IF.

       1200-CARGAR-PASOS.
           OPEN INPUT PASOS.
           MOVE 'ABRIENDO CADENA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PASOS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              GO TO 1200-CARGAR-PASOS-FIN
           END-IF.
           READ PASOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1210-ANOTAR-PASO UNTIL FIN-FICH = 'S'.
           CLOSE PASOS.
           MOVE 'N' TO FIN-FICH.
           IF PAS-USADOS = ZEROS
              DISPLAY 'ERROR LA CADENA NO TIENE TARJETAS STEP'
              MOVE 8 TO RC
           END-IF.

       1200-CARGAR-PASOS-FIN.
           EXIT.

      * STEP <paso> <programa> <rcmax> [PRED <p1> ... <p5>]
       1210-ANOTAR-PASO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-PASO DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4 PAL-5
                         PAL-6 PAL-7 PAL-8 PAL-9 PAL-10.
           IF PAL-1 = 'STEP      ' AND PAS-USADOS < 50
              ADD 1 TO PAS-USADOS
              MOVE PAL-2(1:8) TO PAS-NOMBRE(PAS-USADOS)
              MOVE PAL-3(1:8) TO PAS-PROGRAMA(PAS-USADOS)
              MOVE ZEROS TO PAS-NPRED(PAS-USADOS)
                            PAS-INICIO(PAS-USADOS)
                            PAS-FIN(PAS-USADOS)
                            PAS-CRITICA(PAS-USADOS)
              IF PAL-5 = 'PRED      '
                 MOVE PAL-6 TO PAL-1
                 PERFORM 1220-ANOTAR-PRED
                 MOVE PAL-7 TO PAL-1
                 PERFORM 1220-ANOTAR-PRED
                 MOVE PAL-8 TO PAL-1
                 PERFORM 1220-ANOTAR-PRED
                 MOVE PAL-9 TO PAL-1
                 PERFORM 1220-ANOTAR-PRED
                 MOVE PAL-10 TO PAL-1
                 PERFORM 1220-ANOTAR-PRED
              END-IF
              PERFORM 1300-ANOTAR-MODELO THRU 1300-ANOTAR-MODELO-FIN
              MOVE HALLADO TO PAS-MODELO(PAS-USADOS)
           END-IF.
           READ PASOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1220-ANOTAR-PRED.
           IF PAL-1 NOT = SPACES AND PAS-NPRED(PAS-USADOS) < 5
              ADD 1 TO PAS-NPRED(PAS-USADOS)
              MOVE PAL-1(1:8)
                   TO PAS-PRED(PAS-USADOS, PAS-NPRED(PAS-USADOS))
           END-IF.

      * UN MODELO POR PROGRAMA; BURBUJA E INSERCION SON CUADRATICOS
      * SALVO TARJETA MODELO
       1300-ANOTAR-MODELO.
           MOVE ZEROS TO HALLADO.
           PERFORM 1310-BUSCAR-MODELO
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > MOD-USADOS OR HALLADO > ZEROS.
           IF HALLADO > ZEROS
              GO TO 1300-ANOTAR-MODELO-FIN
           END-IF.
           ADD 1 TO MOD-USADOS.
           MOVE MOD-USADOS TO HALLADO.
           MOVE PAS-PROGRAMA(PAS-USADOS) TO MOD-PROGRAMA(HALLADO).
           MOVE ZEROS TO MOD-PUNTOS(HALLADO) MOD-SU(HALLADO)
                         MOD-SY(HALLADO) MOD-SUU(HALLADO)
                         MOD-SUY(HALLADO) MOD-INICIO-CS(HALLADO)
                         MOD-A(HALLADO)
                         MOD-B(HALLADO) MOD-VOLUMEN(HALLADO)
                         MOD-PROYECTADO(HALLADO).
           MOVE 'N' TO MOD-ABIERTO(HALLADO).
           MOVE 'H' TO MOD-ORIGEN(HALLADO).
           MOVE SPACES TO MOD-AJUSTE(HALLADO).
           IF MOD-PROGRAMA(HALLADO)(1:6) = 'SRTBBB'
              OR MOD-PROGRAMA(HALLADO) = 'SRTBINS0'
              MOVE 'Q' TO MOD-TIPO(HALLADO)
           ELSE
              MOVE 'L' TO MOD-TIPO(HALLADO)
           END-IF.
           PERFORM 1320-TARJETA-MODELO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > TAR-USADAS.

       1300-ANOTAR-MODELO-FIN.
           EXIT.

       1310-BUSCAR-MODELO.
           IF MOD-PROGRAMA(IDX) = PAS-PROGRAMA(PAS-USADOS)
              MOVE IDX TO HALLADO
           END-IF.

       1320-TARJETA-MODELO.
           IF TAR-CLASE(IDX) = 'M'
              AND TAR-PROGRAMA(IDX) = MOD-PROGRAMA(HALLADO)
              IF TAR-VALOR(IDX) = 'CUADRATICO'
                 MOVE 'Q' TO MOD-TIPO(HALLADO)
              ELSE
                 MOVE 'L' TO MOD-TIPO(HALLADO)
              END-IF
           END-IF.

       1400-CARGAR-SLA.
           OPEN INPUT SLAS.
           IF FS-SLA = '00'
              READ SLAS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1410-ANOTAR-SLA UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE SLAS.
           MOVE 'N' TO FIN-FICH.

      * SLA <programa> <max-minutos> <hora-limite HHMM> <rc> <sev>
       1410-ANOTAR-SLA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-SLA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4 PAL-5 PAL-6.
           IF PAL-1 = 'SLA       ' AND SLA-USADOS < 100
              ADD 1 TO SLA-USADOS
              MOVE PAL-2(1:8) TO SLA-PROGRAMA(SLA-USADOS)
              MOVE FUNCTION NUMVAL(PAL-3)
                   TO SLA-MAX-MIN(SLA-USADOS)
              MOVE FUNCTION NUMVAL(PAL-4)
                   TO SLA-HORA-LIMITE(SLA-USADOS)
              MOVE PAL-6(1:1) TO SLA-SEVERIDAD(SLA-USADOS)
           END-IF.
           READ SLAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * VOLUMENES DE ESTA NOCHE
      ******************************************************************
       2000-CONTAR-VOLUMEN.
           CALL 'SDPDDMP0' USING VOL-LOGICO(IDX) FIS-VOLUMEN.
           MOVE ZEROS TO VOL-REGISTROS(IDX).
           MOVE 'N' TO VOL-ESTADO(IDX).
           OPEN INPUT VOLUMEN.
           IF FS-VOLUMEN = '00'
              MOVE 'S' TO VOL-ESTADO(IDX)
              READ VOLUMEN
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 2100-CONTAR-REGISTRO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE VOLUMEN.
           MOVE 'N' TO FIN-FICH.

           MOVE VOL-REGISTROS(IDX) TO ED-REGISTROS.
           MOVE SPACES TO LINEA.
           IF VOL-ESTADO(IDX) = 'S'
              STRING VOL-LOGICO(IDX) ' ' ED-REGISTROS ' REGISTROS EN '
                     DELIMITED BY SIZE
                     FIS-VOLUMEN DELIMITED BY SPACE INTO LINEA
           ELSE
              STRING VOL-LOGICO(IDX) ' NO DISPONIBLE ('
                     DELIMITED BY SIZE
                     FIS-VOLUMEN DELIMITED BY SPACE
                     '): SUS PASOS VAN CON LEIDOS HABITUALES'
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           MOVE 'VOLUMENES' TO RPT-CORTE.
           MOVE VOL-REGISTROS(IDX) TO RPT-IMPORTE.
           PERFORM 7000-EMITIR.

       2100-CONTAR-REGISTRO.
           ADD 1 TO VOL-REGISTROS(IDX).
           READ VOLUMEN
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * HISTORIA: PUNTOS (LEIDOS, DURACION) DE CADA START/STOP
      ******************************************************************
       3000-LEER-HISTORIA.
           OPEN INPUT RUNLOG.
           IF FS-RUNLOG NOT = '00'
              CLOSE RUNLOG
              DISPLAY 'AVISO SDPRUNLG NO DISPONIBLE, SIN HISTORIA'
              GO TO 3000-LEER-HISTORIA-FIN
           END-IF.
           READ RUNLOG
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 3100-REGISTRO-LOG UNTIL FIN-FICH = 'S'.
           CLOSE RUNLOG.
           MOVE 'N' TO FIN-FICH.

       3000-LEER-HISTORIA-FIN.
           EXIT.

       3100-REGISTRO-LOG.
           MOVE ZEROS TO HALLADO.
           IF RLG-EJECUCION AND RLG-TMS(1:8) IS NUMERIC
              PERFORM 3110-BUSCAR-PROGRAMA
                      VARYING IDX FROM 1 BY 1
                      UNTIL IDX > MOD-USADOS OR HALLADO > ZEROS
           END-IF.
           IF HALLADO > ZEROS
              PERFORM 3200-ACUMULAR-PUNTO
           END-IF.
           READ RUNLOG
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       3110-BUSCAR-PROGRAMA.
           IF MOD-PROGRAMA(IDX) = RLG-PROGRAMA
              MOVE IDX TO HALLADO
           END-IF.

       3200-ACUMULAR-PUNTO.
           MOVE RLG-TMS TO RELOJ-LOG.
           COMPUTE INSTANTE-CS =
                   FUNCTION INTEGER-OF-DATE(RLJ-FECHA) * 8640000
                   + ((RLJ-HH * 3600) + (RLJ-MM * 60) + RLJ-SS) * 100
                   + RLJ-CS.
           IF RLG-MODO = 'START'
              MOVE INSTANTE-CS TO MOD-INICIO-CS(HALLADO)
              MOVE 'S' TO MOD-ABIERTO(HALLADO)
           ELSE
              IF MOD-ABIERTO(HALLADO) = 'S'
                 MOVE 'N' TO MOD-ABIERTO(HALLADO)
                 COMPUTE DURACION-CS =
                         INSTANTE-CS - MOD-INICIO-CS(HALLADO)
                 IF DURACION-CS NOT < ZEROS AND RLG-LEIDOS > ZEROS
                    MOVE RLG-LEIDOS TO MOD-VOLUMEN(HALLADO)
                    PERFORM 3300-CALCULAR-REGRESOR
                    COMPUTE DURACION-SG = DURACION-CS / 100
                    ADD 1 TO MOD-PUNTOS(HALLADO)
                    ADD REGRESOR TO MOD-SU(HALLADO)
                    ADD DURACION-SG TO MOD-SY(HALLADO)
                    COMPUTE MOD-SUU(HALLADO) ROUNDED = MOD-SUU(HALLADO)
                            + REGRESOR * REGRESOR
                    COMPUTE MOD-SUY(HALLADO) ROUNDED = MOD-SUY(HALLADO)
                            + REGRESOR * DURACION-SG
                 END-IF
              END-IF
           END-IF.

      * MILES DE LEIDOS, O LEIDOS AL CUADRADO EN MILES DE MILLONES,
      * DE MOD-VOLUMEN
       3300-CALCULAR-REGRESOR.
           IF MOD-CUADRATICO(HALLADO)
              COMPUTE REGRESOR ROUNDED = MOD-VOLUMEN(HALLADO)
                               * MOD-VOLUMEN(HALLADO) / 1000000000
           ELSE
              COMPUTE REGRESOR = MOD-VOLUMEN(HALLADO) / 1000
           END-IF.

      ******************************************************************
      * AJUSTE Y PROYECCION DE CADA PROGRAMA. AJUSTE R REGRESION,
      * P PROPORCIONAL, M MEDIA, S SIN HISTORIA. LA REGRESION VA
      * SOBRE LAS SUMAS CENTRADAS (SUU - SU*SU/N), QUE NO CRECEN
      * CON EL NUMERO DE PUNTOS COMO N*SUU
      ******************************************************************
       3500-AJUSTAR-MODELO.
           MOVE IDX TO HALLADO.
           MOVE ZEROS TO DENOMINADOR.
           IF MOD-PUNTOS(HALLADO) > 1
              COMPUTE DENOMINADOR ROUNDED =
                      MOD-SUU(HALLADO)
                      - MOD-SU(HALLADO) * MOD-SU(HALLADO)
                        / MOD-PUNTOS(HALLADO)
           END-IF.
           IF DENOMINADOR > ZEROS
              MOVE 'R' TO MOD-AJUSTE(HALLADO)
              COMPUTE MOD-B(HALLADO) ROUNDED =
                      (MOD-SUY(HALLADO)
                       - MOD-SU(HALLADO) * MOD-SY(HALLADO)
                         / MOD-PUNTOS(HALLADO))
                      / DENOMINADOR
              COMPUTE MOD-A(HALLADO) ROUNDED =
                      (MOD-SY(HALLADO)
                       - MOD-B(HALLADO) * MOD-SU(HALLADO))
                      / MOD-PUNTOS(HALLADO)
              IF MOD-B(HALLADO) < ZEROS
                 MOVE SPACES TO MOD-AJUSTE(HALLADO)
              END-IF
           END-IF.
           IF MOD-AJUSTE(HALLADO) = SPACES
              PERFORM 3510-AJUSTE-SIMPLE
           END-IF.

           PERFORM 3520-VOLUMEN-DEL-PASO
                   VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > TAR-USADAS.
           PERFORM 3300-CALCULAR-REGRESOR.
           COMPUTE PROYECCION ROUNDED =
                   (MOD-A(HALLADO) + MOD-B(HALLADO) * REGRESOR) * 100.
           IF PROYECCION < ZEROS
              MOVE ZEROS TO PROYECCION
           END-IF.
           MOVE PROYECCION TO MOD-PROYECTADO(HALLADO).
           PERFORM 3600-LINEA-MODELO.

       3510-AJUSTE-SIMPLE.
           MOVE ZEROS TO MOD-A(HALLADO) MOD-B(HALLADO).
           EVALUATE TRUE
              WHEN MOD-PUNTOS(HALLADO) = ZEROS
                   MOVE 'S' TO MOD-AJUSTE(HALLADO)
                   ADD 1 TO SIN-HISTORIA
              WHEN MOD-SU(HALLADO) > ZEROS
                   MOVE 'P' TO MOD-AJUSTE(HALLADO)
                   COMPUTE MOD-B(HALLADO) ROUNDED =
                           MOD-SY(HALLADO) / MOD-SU(HALLADO)
              WHEN OTHER
                   MOVE 'M' TO MOD-AJUSTE(HALLADO)
                   COMPUTE MOD-A(HALLADO) ROUNDED =
                           MOD-SY(HALLADO) / MOD-PUNTOS(HALLADO)
           END-EVALUATE.

      * ENTRADA <PROGRAMA> <LOGICO>: EL VOLUMEN DE ESTA NOCHE SI SE
      * HA PODIDO CONTAR
       3520-VOLUMEN-DEL-PASO.
           IF TAR-CLASE(IDX2) = 'E'
              AND TAR-PROGRAMA(IDX2) = MOD-PROGRAMA(HALLADO)
              PERFORM 3530-BUSCAR-VOLUMEN
                      VARYING IDX3 FROM 1 BY 1
                      UNTIL IDX3 > VOL-USADOS
           END-IF.

       3530-BUSCAR-VOLUMEN.
           IF VOL-LOGICO(IDX3) = TAR-VALOR(IDX2)
              AND VOL-ESTADO(IDX3) = 'S'
              MOVE VOL-REGISTROS(IDX3) TO MOD-VOLUMEN(HALLADO)
              MOVE 'E' TO MOD-ORIGEN(HALLADO)
           END-IF.

       3600-LINEA-MODELO.
           MOVE MOD-PUNTOS(HALLADO) TO ED-PUNTOS.
           MOVE MOD-A(HALLADO) TO ED-A.
           MOVE MOD-B(HALLADO) TO ED-B.
           MOVE MOD-VOLUMEN(HALLADO) TO ED-REGISTROS.
           COMPUTE MINUTOS ROUNDED = MOD-PROYECTADO(HALLADO) / 6000.
           MOVE MINUTOS TO ED-MINUTOS.
           MOVE SPACES TO LINEA.
           IF MOD-AJUSTE(HALLADO) = 'S'
              STRING MOD-PROGRAMA(HALLADO) ' ' MOD-TIPO(HALLADO)
                     ' SIN EJECUCIONES EN SDPRUNLG: SE PROYECTA 0'
                     DELIMITED BY SIZE INTO LINEA
           ELSE
              STRING MOD-PROGRAMA(HALLADO) ' ' MOD-TIPO(HALLADO)
                     MOD-AJUSTE(HALLADO) ' PUNTOS' ED-PUNTOS
                     ' SG =' ED-A ' +' ED-B ' X  VOLUMEN'
                     ED-REGISTROS ' ' MOD-ORIGEN(HALLADO)
                     ' MINUTOS' ED-MINUTOS
                     DELIMITED BY SIZE INTO LINEA
           END-IF.
           MOVE 'MODELOS' TO RPT-CORTE.
           MOVE MINUTOS TO RPT-IMPORTE.
           PERFORM 7000-EMITIR.

      ******************************************************************
      * CAMINO CRITICO: FIN DE CADA PASO = MAYOR FIN DE SUS
      * PREDECESORAS MAS SU DURACION, EN PASADAS HASTA QUE NO CAMBIA
      ******************************************************************
       4000-CAMINO-CRITICO.
           MOVE 'S' TO CAMBIO.
           MOVE ZEROS TO PASADAS.
           PERFORM 4100-PASADA
                   UNTIL CAMBIO = 'N' OR PASADAS > PAS-USADOS.

           MOVE ZEROS TO ULTIMO-PASO.
           PERFORM 4200-BUSCAR-ULTIMO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PAS-USADOS.
           MOVE ZEROS TO CAM-USADOS.
           MOVE ULTIMO-PASO TO IDX.
           PERFORM 4300-REMONTAR
                   UNTIL IDX = ZEROS OR CAM-USADOS NOT < 50.
           PERFORM 4400-LINEA-CAMINO
                   VARYING IDX2 FROM CAM-USADOS BY -1
                   UNTIL IDX2 < 1.

       4100-PASADA.
           ADD 1 TO PASADAS.
           MOVE 'N' TO CAMBIO.
           PERFORM 4110-PROYECTAR-PASO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PAS-USADOS.

       4110-PROYECTAR-PASO.
           MOVE ZEROS TO COMIENZO-CS HALLADO.
           PERFORM 4120-MIRAR-PRED
                   VARYING IDX2 FROM 1 BY 1
                   UNTIL IDX2 > PAS-NPRED(IDX).
           MOVE PAS-FIN(IDX) TO FIN-ANTERIOR.
           MOVE PAS-MODELO(IDX) TO IDX3.
           COMPUTE PAS-FIN(IDX) = COMIENZO-CS + MOD-PROYECTADO(IDX3).
           IF PAS-FIN(IDX) NOT = FIN-ANTERIOR
              OR HALLADO NOT = PAS-CRITICA(IDX)
              MOVE 'S' TO CAMBIO
           END-IF.
           MOVE COMIENZO-CS TO PAS-INICIO(IDX).
           MOVE HALLADO TO PAS-CRITICA(IDX).

       4120-MIRAR-PRED.
           PERFORM 4130-CASAR-PRED
                   VARYING IDX3 FROM 1 BY 1 UNTIL IDX3 > PAS-USADOS.

       4130-CASAR-PRED.
           IF PAS-NOMBRE(IDX3) = PAS-PRED(IDX, IDX2)
              IF PAS-FIN(IDX3) > COMIENZO-CS OR HALLADO = ZEROS
                 MOVE PAS-FIN(IDX3) TO COMIENZO-CS
                 MOVE IDX3 TO HALLADO
              END-IF
           END-IF.

       4200-BUSCAR-ULTIMO.
           IF ULTIMO-PASO = ZEROS
              MOVE IDX TO ULTIMO-PASO
           ELSE
              IF PAS-FIN(IDX) > PAS-FIN(ULTIMO-PASO)
                 MOVE IDX TO ULTIMO-PASO
              END-IF
           END-IF.

       4300-REMONTAR.
           ADD 1 TO CAM-USADOS.
           MOVE IDX TO CAM-PASO(CAM-USADOS).
           MOVE PAS-CRITICA(IDX) TO IDX.

       4400-LINEA-CAMINO.
           MOVE CAM-PASO(IDX2) TO IDX.
           MOVE PAS-INICIO(IDX) TO COMIENZO-CS.
           PERFORM 7100-HORA-RELOJ.
           MOVE HORA-FIN TO HORA-COMIENZO.
           MOVE PAS-FIN(IDX) TO COMIENZO-CS.
           PERFORM 7100-HORA-RELOJ.
           COMPUTE MINUTOS ROUNDED =
                   (PAS-FIN(IDX) - PAS-INICIO(IDX)) / 6000.
           MOVE MINUTOS TO ED-MINUTOS.
           MOVE SPACES TO LINEA.
           STRING PAS-NOMBRE(IDX) ' ' PAS-PROGRAMA(IDX)
                  ' DE ' HORA-COMIENZO ' A ' HORA-FIN
                  ' MINUTOS' ED-MINUTOS
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'CAMINO CRITICO' TO RPT-CORTE.
           MOVE MINUTOS TO RPT-IMPORTE.
           PERFORM 7000-EMITIR.

      ******************************************************************
      * SDPSLAD CONTRA LO PROYECTADO: HORA LIMITE Y MAXIMO
      ******************************************************************
       5000-COMPROBAR-SLA.
           PERFORM 5100-SLA-DEL-PASO THRU 5100-SLA-DEL-PASO-FIN
                   VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > SLA-USADOS.

       5100-SLA-DEL-PASO.
           IF SLA-PROGRAMA(IDX2) NOT = PAS-PROGRAMA(IDX)
              GO TO 5100-SLA-DEL-PASO-FIN
           END-IF.
           MOVE PAS-FIN(IDX) TO COMIENZO-CS.
           PERFORM 7100-HORA-RELOJ.

      * LA HORA LIMITE SE MIDE DESDE EL ARRANQUE: UNA CADENA DE LAS
      * 2200 CON LIMITE 0600 TIENE 480 MINUTOS
           IF SLA-HORA-LIMITE(IDX2) > ZEROS
              DIVIDE SLA-HORA-LIMITE(IDX2) BY 100
                     GIVING HORAS REMAINDER MINS
              COMPUTE MIN-LIMITE = FUNCTION MOD(
                      HORAS * 60 + MINS - INICIO-MIN + 1440, 1440)
              DIVIDE PAS-FIN(IDX) BY 6000 GIVING MINUTOS
              IF MINUTOS > MIN-LIMITE
                 MOVE SPACES TO LINEA
                 STRING PAS-NOMBRE(IDX) ' ' PAS-PROGRAMA(IDX)
                        ' ACABARIA A LAS ' HORA-FIN
                        ' TRAS LA HORA LIMITE '
                        SLA-HORA-LIMITE(IDX2)
                        DELIMITED BY SIZE INTO LINEA
                 PERFORM 5200-INCUMPLIMIENTO
              END-IF
           END-IF.

           COMPUTE MINUTOS ROUNDED =
                   (PAS-FIN(IDX) - PAS-INICIO(IDX)) / 6000.
           IF SLA-MAX-MIN(IDX2) > ZEROS
              AND MINUTOS > SLA-MAX-MIN(IDX2)
              MOVE MINUTOS TO ED-MINUTOS
              MOVE SPACES TO LINEA
              STRING PAS-NOMBRE(IDX) ' ' PAS-PROGRAMA(IDX)
                     ' DURARIA ' ED-MINUTOS ' MINUTOS SOBRE EL '
                     'MAXIMO DE ' SLA-MAX-MIN(IDX2)
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 5200-INCUMPLIMIENTO
           END-IF.

       5100-SLA-DEL-PASO-FIN.
           EXIT.

       5200-INCUMPLIMIENTO.
           ADD 1 TO INCUMPLIDOS.
           MOVE 'INCUMPLIMIENTOS' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           PERFORM 7000-EMITIR.
           MOVE SLA-SEVERIDAD(IDX2) TO AVI-SEVERIDAD.
           IF AVI-SEVERIDAD = SPACE
              MOVE 'W' TO AVI-SEVERIDAD
           END-IF.
           MOVE PAS-PROGRAMA(IDX) TO AVI-PROGRAMA.
           MOVE SPACES TO AVI-RESUMEN.
           STRING 'PREVISTO ' LINEA DELIMITED BY SIZE
                  INTO AVI-RESUMEN.
           CALL 'SDPNOTF0' USING AVI-SEVERIDAD AVI-ORIGEN
                AVI-PROGRAMA AVI-RESUMEN.
           IF RC < 4
              MOVE 4 TO RC
           END-IF.

       6000-RESUMEN.
           MOVE ZEROS TO COMIENZO-CS.
           IF ULTIMO-PASO > ZEROS
              MOVE PAS-FIN(ULTIMO-PASO) TO COMIENZO-CS
           END-IF.
           PERFORM 7100-HORA-RELOJ.
           COMPUTE MINUTOS ROUNDED = COMIENZO-CS / 6000.
           MOVE MINUTOS TO ED-MINUTOS.
           MOVE SPACES TO LINEA.
           STRING 'ARRANQUE ' INICIO-HHMM ' FIN PREVISTO ' HORA-FIN
                  ' MINUTOS' ED-MINUTOS ' PASOS ' PAS-USADOS
                  ' SIN HISTORIA ' SIN-HISTORIA
                  ' INCUMPLIMIENTOS ' INCUMPLIDOS
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'RESUMEN' TO RPT-CORTE.
           MOVE MINUTOS TO RPT-IMPORTE.
           PERFORM 7000-EMITIR.
           DISPLAY LINEA(1:100).

       7000-EMITIR.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PROYECCION.

      * HORA DE RELOJ HHMM DE COMIENZO-CS CS DESPUES DEL ARRANQUE
       7100-HORA-RELOJ.
           DIVIDE COMIENZO-CS BY 6000 GIVING MIN-RELOJ.
           COMPUTE MIN-RELOJ = FUNCTION MOD(INICIO-MIN + MIN-RELOJ,
                                            1440).
           DIVIDE MIN-RELOJ BY 60 GIVING HORAS REMAINDER MINS.
           COMPUTE HORA-FIN = HORAS * 100 + MINS.
