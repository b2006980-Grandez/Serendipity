      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Prevision de capacidad del maestro SALIDA y de su
      *          journal
      ******************************************************************
      * SDP DESCRIPTION
      *  Guarda en el historico KSDPREVH una linea fechada por cada
      *> medida nueva de KSDMSTAT (el total y la cuenta por tramo de
      *> 10000 claves que deja en KSDSTATS) y otra por cada
      *> generacion activa del catalogo KSDJRNGC que aun no tenga,
      *> con su fecha de corte y sus entradas: el volumen de journal
      *> entre dos copias. Asi la historia sobrevive a la retencion
      *> de KSDMJSWT y a la regrabacion de KSDSTATS.
      *  Con las ultimas PUNTOS medidas de cada serie (12 si no hay
      *> tarjeta) ajusta una recta de minimos cuadrados contra los
      *> dias y proyecta cuando cruzara su umbral del deck KSDPREVP:
      *>    TRAMO-MAX    registros por tramo de 10000 claves (9000)
      *>    REGISTROS    registros del maestro (90000)
      *>    JOURNAL      entradas de journal entre copias (50000)
      *>    HORIZONTE    dias de aviso (90)
      *> El informe por SDPREPW0 da para cada serie los puntos, el
      *> ultimo valor, la tendencia diaria y la fecha prevista del
      *> cruce; el KSDJRNL en curso sale aparte con lo que lleva.
      *  Un umbral ya superado o que la recta cruza dentro del
      *> HORIZONTE se avisa por SDPNOTF0 y el paso termina con RC 4,
      *> igual que si falta una generacion activa no medida antes.
      * SDP END
      *
      * SDP DESC Prevision de capacidad por tendencia de las medidas
      * SDP IVP 0 Files.Consumes = KSDPREVP,KSDSTATS,KSDJRNGC,KSDJRNL
      * SDP IVP 0 Files.Updates = KSDPREVH; SDPPRINT lo escribe
      * SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMPREV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDPREVP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ESTADISTICAS ASSIGN TO 'KSDSTATS'
                  FILE STATUS IS FS-STATS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HISTORIA ASSIGN TO 'KSDPREVH'
                  FILE STATUS IS FS-HIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'KSDJRNGC'
                  FILE STATUS IS FS-CATLG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * EL MISMO FD MIDE CADA GENERACION ARCHIVADA Y EL KSDJRNL EN
      * CURSO: EL NOMBRE SE CAMBIA ANTES DE CADA OPEN
           SELECT JOURNAL ASSIGN TO NOMBRE-JOURNAL
                  FILE STATUS IS FS-JRNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

      * LA MEDIDA QUE DEJA KSDMSTAT; LAS ANTIGUAS NO TRAEN TRAMOS
       FD  ESTADISTICAS.
       01  REC-STATS.
           03 STA-REGISTROS PIC 9(09).
           03 STA-SEP       PIC X(01).
           03 STA-TMS       PIC X(16).
           03 STA-TRAMO OCCURS 10 TIMES.
              05 STA-TRAMO-SEP    PIC X(01).
              05 STA-TRAMO-CUENTA PIC 9(09).

      * 'M' MEDIDA DE KSDMSTAT CON SU MARCA COMO REFERENCIA
      * 'J' GENERACION DE JOURNAL CON SU FICHERO COMO REFERENCIA
       FD  HISTORIA.
       01  REC-HISTORIA.
           03 HIS-TIPO        PIC X(01).
           03 HIS-SEP1        PIC X(01).
           03 HIS-FECHA       PIC 9(08).
           03 HIS-SEP2        PIC X(01).
           03 HIS-REFERENCIA  PIC X(16).
           03 HIS-SEP3        PIC X(01).
           03 HIS-VALOR       PIC 9(09).
           03 HIS-SEP4        PIC X(01).
           03 HIS-CON-TRAMOS  PIC X(01).
           03 HIS-TRAMO OCCURS 10 TIMES.
              05 HIS-TRAMO-SEP    PIC X(01).
              05 HIS-TRAMO-CUENTA PIC 9(09).

       FD  CATALOGO.
       01  REC-CATALOGO.
           03 CAT-SEQ       PIC 9(04).
           03 CAT-SEP1      PIC X(01).
           03 CAT-FICHERO   PIC X(08).
           03 CAT-SEP2      PIC X(01).
           03 CAT-TMS-CORTE PIC X(16).
           03 CAT-SEP3      PIC X(01).
           03 CAT-TMS-COPIA PIC X(16).
           03 CAT-SEP4      PIC X(01).
           03 CAT-ESTADO    PIC X(01).

       FD  JOURNAL.
       01  REG-JOURNAL.
       COPY KSDWJRNL.

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-STATS    PIC XX VALUE SPACES.
       77 FS-HIST     PIC XX VALUE SPACES.
       77 FS-CATLG    PIC XX VALUE SPACES.
       77 FS-JRNL     PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-CATLG   PIC X(01) VALUE 'N'.
       77 FIN-JRNL    PIC X(01) VALUE 'N'.
       77 ENCONTRADO  PIC X(01) VALUE 'N'.
       77 TRAMOS-OK   PIC X(01) VALUE 'S'.
       77 HISTORIA-COMPLETA PIC X(01) VALUE 'S'.
      * UNA GENERACION QUE NO SE PUDO ABRIR; NO LO BORRA EL RC DE LAS
      * GENERACIONES SIGUIENTES
       77 FALLO-GENERACION PIC X(01) VALUE 'N'.

       01  NOMBRE-JOURNAL PIC X(08) VALUE 'KSDJRNL'.

       01  UMBRALES.
           03 TRAMO-MAX     PIC 9(09) VALUE 9000.
           03 REGISTROS-MAX PIC 9(09) VALUE 90000.
           03 JOURNAL-MAX   PIC 9(09) VALUE 50000.
           03 HORIZONTE     PIC 9(05) VALUE 90.
           03 PUNTOS        PIC 9(04) VALUE 12.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.

       01  FECHA-HOY PIC 9(08) VALUE ZEROS.
       01  DIA-HOY   PIC 9(07) VALUE ZEROS.

      * MEDIDAS DE KSDMSTAT EN ORDEN DE LLEGADA; LLENA LA TABLA SE
      * DESCARTA LA MAS ANTIGUA
       01  TABLA-MEDIDAS.
           03 MED-USADAS PIC 9(04) VALUE ZEROS.
           03 MED-ENTRADA OCCURS 1000 TIMES.
              05 MED-FECHA      PIC 9(08).
              05 MED-TMS        PIC X(16).
              05 MED-TOTAL      PIC 9(09).
              05 MED-CON-TRAMOS PIC X(01).
              05 MED-TRAMO      PIC 9(09) OCCURS 10 TIMES.

      * VOLUMEN DE CADA GENERACION YA MEDIDA, EN ORDEN DE CORTE
       01  TABLA-VOLUMENES.
           03 VOL-USADAS PIC 9(04) VALUE ZEROS.
           03 VOL-ENTRADA OCCURS 1000 TIMES.
              05 VOL-FECHA     PIC 9(08).
              05 VOL-FICHERO   PIC X(08).
              05 VOL-REGISTROS PIC 9(09).

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
              05 GEN-FICHERO   PIC X(08).
              05 GEN-FECHA     PIC X(08).
              05 GEN-ESTADO    PIC X(01).

      * PUNTOS DE LA SERIE QUE SE PROYECTA, DEL MAS RECIENTE AL MAS
      * ANTIGUO
       01  TABLA-PUNTOS.
           03 PUN-USADOS PIC 9(04) VALUE ZEROS.
           03 PUN-ENTRADA OCCURS 1000 TIMES.
              05 PUN-FECHA PIC 9(08).
              05 PUN-VALOR PIC 9(09).

       01  PROYECCION.
           03 SERIE         PIC X(16) VALUE SPACES.
           03 UMBRAL        PIC 9(09) VALUE ZEROS.
           03 ULTIMO-VALOR  PIC 9(09) VALUE ZEROS.
           03 DIA-X         PIC S9(07) VALUE ZEROS.
           03 SUMA-X        PIC S9(11) VALUE ZEROS.
           03 SUMA-Y        PIC S9(13) VALUE ZEROS.
           03 SUMA-XX       PIC S9(15) VALUE ZEROS.
           03 SUMA-XY       PIC S9(17) VALUE ZEROS.
           03 DENOMINADOR   PIC S9(18) VALUE ZEROS.
           03 PENDIENTE     PIC S9(09)V9(04) VALUE ZEROS.
           03 ORDENADA      PIC S9(11)V9(04) VALUE ZEROS.
           03 DIAS-CRUCE    PIC S9(09) VALUE ZEROS.
           03 ESTADO-SERIE  PIC X(34) VALUE SPACES.
           03 HAY-AVISO     PIC X(01) VALUE 'N'.

       01  CONTADORES.
           03 MEDIDAS-NUEVAS    PIC 9(04) VALUE ZEROS.
           03 GENERACIONES-NUEVAS PIC 9(04) VALUE ZEROS.
           03 ENTRADAS-GEN      PIC 9(09) VALUE ZEROS.
           03 EN-CURSO          PIC 9(09) VALUE ZEROS.
           03 AVISOS            PIC 9(04) VALUE ZEROS.
           03 IDX               PIC 9(04) VALUE ZEROS.
           03 IDX2              PIC 9(04) VALUE ZEROS.
           03 TRAMO             PIC 9(02) VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 PUNTOS-ED     PIC ZZZ9.
           03 VALOR-ED      PIC ZZZZZZZZ9.
           03 UMBRAL-ED     PIC ZZZZZZZZ9.
           03 PENDIENTE-ED  PIC -ZZZZZ9.99.
           03 DIAS-ED       PIC ZZZZ9.
           03 TRAMO-DESDE   PIC 9(05).
           03 TRAMO-HASTA   PIC 9(05).

       01  AVISO-DATOS.
           03 AVI-SEVERIDAD PIC X(01) VALUE 'W'.
           03 AVI-ORIGEN    PIC X(08) VALUE 'KSDMPREV'.
           03 AVI-PROGRAMA  PIC X(08) VALUE 'KSDMPREV'.
           03 AVI-RESUMEN   PIC X(60) VALUE SPACES.

       01  INFORME-PREVISION.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-LEER-PARAMETROS.
           MOVE 'ACTUAL  ' TO DTE-FUNCION.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           MOVE DTE-FECHA-S TO FECHA-HOY.
           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY).

           PERFORM 1200-CARGAR-HISTORIA.

           OPEN EXTEND HISTORIA.
           MOVE 'ABRIENDO HISTORICO KSDPREVH' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-HIST '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 2000-TOMAR-MEDIDA THRU 2000-TOMAR-MEDIDA-FIN.

           PERFORM 2100-CARGAR-CATALOGO
                   THRU 2100-CARGAR-CATALOGO-FIN.
           PERFORM 2200-MEDIR-GENERACION
                   THRU 2200-MEDIR-GENERACION-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > GEN-USADAS.
           CLOSE HISTORIA.
           IF FALLO-GENERACION = 'S'
              MOVE 16 TO RC
           END-IF.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 2300-MEDIR-EN-CURSO THRU 2300-MEDIR-EN-CURSO-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'PREVISION DE CAPACIDAD DEL MAESTRO'
                TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-PREVISION.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 3000-PREVER-REGISTROS.
           PERFORM 3100-PREVER-TRAMO
                   VARYING TRAMO FROM 1 BY 1 UNTIL TRAMO > 10.
           PERFORM 3200-PREVER-JOURNAL.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-PREVISION.

           DISPLAY 'MEDIDAS ' MED-USADAS ' NUEVAS ' MEDIDAS-NUEVAS
                   ' GENERACIONES ' VOL-USADAS
                   ' NUEVAS ' GENERACIONES-NUEVAS
                   ' AVISOS ' AVISOS.

           IF AVISOS > ZEROS OR HISTORIA-COMPLETA = 'N'
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
           EVALUATE PRM-CLAVE
              WHEN 'TRAMO-MAX   '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO TRAMO-MAX
              WHEN 'REGISTROS   '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO REGISTROS-MAX
              WHEN 'JOURNAL     '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO JOURNAL-MAX
              WHEN 'HORIZONTE   '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO HORIZONTE
              WHEN 'PUNTOS      '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO PUNTOS
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * UN TRAMO NO ADMITE MAS DE 10000 CLAVES; UNA RECTA PIDE DOS
      * PUNTOS COMO MINIMO
           IF TRAMO-MAX > 10000
              MOVE 10000 TO TRAMO-MAX
           END-IF.
           IF PUNTOS < 2
              MOVE 2 TO PUNTOS
           END-IF.
           IF PUNTOS > 1000
              MOVE 1000 TO PUNTOS
           END-IF.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1200-CARGAR-HISTORIA.
           OPEN INPUT HISTORIA.
           MOVE 'ABRIENDO HISTORICO KSDPREVH' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-HIST '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           READ HISTORIA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1210-ANOTAR-HISTORIA UNTIL FIN-FICH = 'S'.
           CLOSE HISTORIA.
           MOVE 'N' TO FIN-FICH.

       1210-ANOTAR-HISTORIA.
           EVALUATE HIS-TIPO
              WHEN 'M'
                   PERFORM 1220-HACER-SITIO-MEDIDA
                   ADD 1 TO MED-USADAS
                   MOVE HIS-FECHA      TO MED-FECHA(MED-USADAS)
                   MOVE HIS-REFERENCIA TO MED-TMS(MED-USADAS)
                   MOVE HIS-VALOR      TO MED-TOTAL(MED-USADAS)
                   MOVE HIS-CON-TRAMOS TO MED-CON-TRAMOS(MED-USADAS)
                   PERFORM 1230-ANOTAR-TRAMO
                           VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > 10
              WHEN 'J'
                   PERFORM 1240-HACER-SITIO-VOLUMEN
                   ADD 1 TO VOL-USADAS
                   MOVE HIS-FECHA      TO VOL-FECHA(VOL-USADAS)
                   MOVE HIS-REFERENCIA TO VOL-FICHERO(VOL-USADAS)
                   MOVE HIS-VALOR      TO VOL-REGISTROS(VOL-USADAS)
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ HISTORIA
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1220-HACER-SITIO-MEDIDA.
           IF MED-USADAS = 1000
              PERFORM 1225-DESPLAZAR-MEDIDA
                      VARYING IDX FROM 2 BY 1 UNTIL IDX > 1000
              MOVE 999 TO MED-USADAS
           END-IF.

       1225-DESPLAZAR-MEDIDA.
           MOVE MED-ENTRADA(IDX) TO MED-ENTRADA(IDX - 1).

       1230-ANOTAR-TRAMO.
           IF HIS-CON-TRAMOS = 'S'
              MOVE HIS-TRAMO-CUENTA(IDX2)
                   TO MED-TRAMO(MED-USADAS, IDX2)
           ELSE
              MOVE ZEROS TO MED-TRAMO(MED-USADAS, IDX2)
           END-IF.

       1240-HACER-SITIO-VOLUMEN.
           IF VOL-USADAS = 1000
              PERFORM 1245-DESPLAZAR-VOLUMEN
                      VARYING IDX FROM 2 BY 1 UNTIL IDX > 1000
              MOVE 999 TO VOL-USADAS
           END-IF.

       1245-DESPLAZAR-VOLUMEN.
           MOVE VOL-ENTRADA(IDX) TO VOL-ENTRADA(IDX - 1).

      * LA MEDIDA DE KSDSTATS ENTRA UNA SOLA VEZ: SI SU MARCA YA ESTA
      * EN EL HISTORICO ES QUE KSDMSTAT NO HA CORRIDO DESDE ENTONCES
       2000-TOMAR-MEDIDA.
           OPEN INPUT ESTADISTICAS.
           IF FS-STATS NOT = '00'
              CLOSE ESTADISTICAS
              DISPLAY 'SIN MEDIDA DE KSDMSTAT EN KSDSTATS'
              GO TO 2000-TOMAR-MEDIDA-FIN
           END-IF.
           READ ESTADISTICAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           CLOSE ESTADISTICAS.
           IF FIN-FICH = 'S'
              MOVE 'N' TO FIN-FICH
              DISPLAY 'SIN MEDIDA DE KSDMSTAT EN KSDSTATS'
              GO TO 2000-TOMAR-MEDIDA-FIN
           END-IF.
           IF STA-REGISTROS NOT NUMERIC OR STA-TMS(1:8) NOT NUMERIC
              DISPLAY 'MEDIDA DE KSDSTATS ILEGIBLE: ' REC-STATS(1:26)
              GO TO 2000-TOMAR-MEDIDA-FIN
           END-IF.

           MOVE 'N' TO ENCONTRADO.
           PERFORM 2010-BUSCAR-MEDIDA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > MED-USADAS OR ENCONTRADO = 'S'.
           IF ENCONTRADO = 'S'
              GO TO 2000-TOMAR-MEDIDA-FIN
           END-IF.

           MOVE 'S' TO TRAMOS-OK.
           PERFORM 2020-COMPROBAR-TRAMO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > 10.

           MOVE SPACES          TO REC-HISTORIA.
           MOVE 'M'             TO HIS-TIPO.
           MOVE STA-TMS(1:8)    TO HIS-FECHA.
           MOVE STA-TMS         TO HIS-REFERENCIA.
           MOVE STA-REGISTROS   TO HIS-VALOR.
           MOVE TRAMOS-OK       TO HIS-CON-TRAMOS.
           PERFORM 2030-PASAR-TRAMO
                   VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > 10.
           WRITE REC-HISTORIA.
           ADD 1 TO MEDIDAS-NUEVAS.

           PERFORM 1220-HACER-SITIO-MEDIDA.
           ADD 1 TO MED-USADAS.
           MOVE HIS-FECHA      TO MED-FECHA(MED-USADAS).
           MOVE HIS-REFERENCIA TO MED-TMS(MED-USADAS).
           MOVE HIS-VALOR      TO MED-TOTAL(MED-USADAS).
           MOVE HIS-CON-TRAMOS TO MED-CON-TRAMOS(MED-USADAS).
           PERFORM 1230-ANOTAR-TRAMO
                   VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > 10.

       2000-TOMAR-MEDIDA-FIN.
           EXIT.

       2010-BUSCAR-MEDIDA.
           IF MED-TMS(IDX) = STA-TMS
              MOVE 'S' TO ENCONTRADO
           END-IF.

       2020-COMPROBAR-TRAMO.
           IF STA-TRAMO-CUENTA(IDX) NOT NUMERIC
              MOVE 'N' TO TRAMOS-OK
           END-IF.

       2030-PASAR-TRAMO.
           MOVE SPACE TO HIS-TRAMO-SEP(IDX2).
           IF TRAMOS-OK = 'S'
              MOVE STA-TRAMO-CUENTA(IDX2) TO HIS-TRAMO-CUENTA(IDX2)
           ELSE
              MOVE ZEROS TO HIS-TRAMO-CUENTA(IDX2)
           END-IF.

      * GENERACIONES ARCHIVADAS POR KSDMJSWT; SIN CATALOGO NO HAY
      * VOLUMENES QUE ANOTAR
       2100-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO.
           IF FS-CATLG NOT = '00'
              CLOSE CATALOGO
              GO TO 2100-CARGAR-CATALOGO-FIN
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.
           PERFORM 2150-ANOTAR-GENERACION UNTIL FIN-CATLG = 'S'.
           CLOSE CATALOGO.

       2100-CARGAR-CATALOGO-FIN.
           EXIT.

       2150-ANOTAR-GENERACION.
           IF GEN-USADAS < 500
              ADD 1 TO GEN-USADAS
              MOVE CAT-FICHERO        TO GEN-FICHERO(GEN-USADAS)
              MOVE CAT-TMS-CORTE(1:8) TO GEN-FECHA(GEN-USADAS)
              MOVE CAT-ESTADO         TO GEN-ESTADO(GEN-USADAS)
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.

      * CADA GENERACION SE MIDE UNA VEZ, LA PRIMERA QUE SE VE ACTIVA;
      * DESPUES LA RETENCION PUEDE BORRARLA SIN PERDER SU VOLUMEN
       2200-MEDIR-GENERACION.
           IF GEN-ESTADO(IDX) NOT = 'A'
              GO TO 2200-MEDIR-GENERACION-FIN
           END-IF.
           MOVE 'N' TO ENCONTRADO.
           PERFORM 2210-BUSCAR-VOLUMEN
                   VARYING IDX2 FROM 1 BY 1
                   UNTIL IDX2 > VOL-USADAS OR ENCONTRADO = 'S'.
           IF ENCONTRADO = 'S'
              GO TO 2200-MEDIR-GENERACION-FIN
           END-IF.
           IF GEN-FECHA(IDX) NOT NUMERIC
              DISPLAY 'GENERACION SIN FECHA DE CORTE ' GEN-FICHERO(IDX)
              GO TO 2200-MEDIR-GENERACION-FIN
           END-IF.

           MOVE GEN-FICHERO(IDX) TO NOMBRE-JOURNAL.
           OPEN INPUT JOURNAL.
           IF FS-JRNL = '35'
              MOVE 'N' TO HISTORIA-COMPLETA
              DISPLAY 'GENERACION DESAPARECIDA ' NOMBRE-JOURNAL
              GO TO 2200-MEDIR-GENERACION-FIN
           END-IF.
           MOVE 'ABRIENDO JOURNAL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 'S' TO FALLO-GENERACION
              GO TO 2200-MEDIR-GENERACION-FIN
           END-IF.
           PERFORM 2400-CONTAR-JOURNAL.
           CLOSE JOURNAL.

           MOVE SPACES           TO REC-HISTORIA.
           MOVE 'J'              TO HIS-TIPO.
           MOVE GEN-FECHA(IDX)   TO HIS-FECHA.
           MOVE GEN-FICHERO(IDX) TO HIS-REFERENCIA.
           MOVE ENTRADAS-GEN     TO HIS-VALOR.
           MOVE 'N'              TO HIS-CON-TRAMOS.
           WRITE REC-HISTORIA.
           ADD 1 TO GENERACIONES-NUEVAS.

           PERFORM 1240-HACER-SITIO-VOLUMEN.
           ADD 1 TO VOL-USADAS.
           MOVE HIS-FECHA        TO VOL-FECHA(VOL-USADAS).
           MOVE GEN-FICHERO(IDX) TO VOL-FICHERO(VOL-USADAS).
           MOVE ENTRADAS-GEN     TO VOL-REGISTROS(VOL-USADAS).

       2200-MEDIR-GENERACION-FIN.
           EXIT.

       2210-BUSCAR-VOLUMEN.
           IF VOL-FICHERO(IDX2) = GEN-FICHERO(IDX)
              MOVE 'S' TO ENCONTRADO
           END-IF.

      * LO QUE LLEVA EL KSDJRNL EN CURSO NO ENTRA EN LA RECTA: LA
      * GENERACION AUN NO ESTA CERRADA
       2300-MEDIR-EN-CURSO.
           MOVE 'KSDJRNL' TO NOMBRE-JOURNAL.
           OPEN INPUT JOURNAL.
           IF FS-JRNL = '35'
              DISPLAY 'SIN JOURNAL EN CURSO KSDJRNL'
              GO TO 2300-MEDIR-EN-CURSO-FIN
           END-IF.
           MOVE 'ABRIENDO JOURNAL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2300-MEDIR-EN-CURSO-FIN.
           PERFORM 2400-CONTAR-JOURNAL.
           CLOSE JOURNAL.
           MOVE ENTRADAS-GEN TO EN-CURSO.

       2300-MEDIR-EN-CURSO-FIN.
           EXIT.

       2400-CONTAR-JOURNAL.
           MOVE ZEROS TO ENTRADAS-GEN.
           MOVE 'N' TO FIN-JRNL.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.
           PERFORM 2410-CONTAR-ENTRADA UNTIL FIN-JRNL = 'S'.

       2410-CONTAR-ENTRADA.
           ADD 1 TO ENTRADAS-GEN.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.

       3000-PREVER-REGISTROS.
           MOVE 'REGISTROS       ' TO SERIE.
           MOVE REGISTROS-MAX TO UMBRAL.
           MOVE ZEROS TO PUN-USADOS.
           PERFORM 3010-TOMAR-TOTAL
                   VARYING IDX FROM MED-USADAS BY -1
                   UNTIL IDX < 1 OR PUN-USADOS = PUNTOS.
           MOVE 'REGISTROS       ' TO RPT-CORTE.
           PERFORM 3900-PROYECTAR THRU 3900-PROYECTAR-FIN.

       3010-TOMAR-TOTAL.
           ADD 1 TO PUN-USADOS.
           MOVE MED-FECHA(IDX) TO PUN-FECHA(PUN-USADOS).
           MOVE MED-TOTAL(IDX) TO PUN-VALOR(PUN-USADOS).

      * LAS MEDIDAS ANTERIORES A QUE KSDMSTAT GRABARA LOS TRAMOS NO
      * CUENTAN PARA ESTAS SERIES
       3100-PREVER-TRAMO.
           COMPUTE TRAMO-DESDE = (TRAMO - 1) * 10000.
           COMPUTE TRAMO-HASTA = TRAMO * 10000 - 1.
           MOVE SPACES TO SERIE.
           STRING 'TRAMO ' TRAMO-DESDE
                  DELIMITED BY SIZE INTO SERIE.
           MOVE TRAMO-MAX TO UMBRAL.
           MOVE ZEROS TO PUN-USADOS.
           PERFORM 3110-TOMAR-TRAMO
                   VARYING IDX FROM MED-USADAS BY -1
                   UNTIL IDX < 1 OR PUN-USADOS = PUNTOS.
           MOVE 'TRAMOS          ' TO RPT-CORTE.
           PERFORM 3900-PROYECTAR THRU 3900-PROYECTAR-FIN.

       3110-TOMAR-TRAMO.
           IF MED-CON-TRAMOS(IDX) = 'S'
              ADD 1 TO PUN-USADOS
              MOVE MED-FECHA(IDX) TO PUN-FECHA(PUN-USADOS)
              MOVE MED-TRAMO(IDX, TRAMO) TO PUN-VALOR(PUN-USADOS)
           END-IF.

       3200-PREVER-JOURNAL.
           MOVE 'JOURNAL         ' TO SERIE.
           MOVE JOURNAL-MAX TO UMBRAL.
           MOVE ZEROS TO PUN-USADOS.
           PERFORM 3210-TOMAR-VOLUMEN
                   VARYING IDX FROM VOL-USADAS BY -1
                   UNTIL IDX < 1 OR PUN-USADOS = PUNTOS.
           MOVE 'JOURNAL         ' TO RPT-CORTE.
           PERFORM 3900-PROYECTAR THRU 3900-PROYECTAR-FIN.

           MOVE EN-CURSO    TO VALOR-ED.
           MOVE JOURNAL-MAX TO UMBRAL-ED.
           MOVE SPACES TO LINEA.
           STRING 'KSDJRNL EN CURSO LLEVA ' VALOR-ED
                  ' ENTRADAS DE ' UMBRAL-ED
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE EN-CURSO TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PREVISION.

           IF EN-CURSO NOT < JOURNAL-MAX
              MOVE SPACES TO AVI-RESUMEN
              STRING 'KSDJRNL EN CURSO YA SUPERA ' UMBRAL-ED
                     ' ENTRADAS'
                     DELIMITED BY SIZE INTO AVI-RESUMEN
              PERFORM 3990-AVISAR
           END-IF.

       3210-TOMAR-VOLUMEN.
           ADD 1 TO PUN-USADOS.
           MOVE VOL-FECHA(IDX)     TO PUN-FECHA(PUN-USADOS).
           MOVE VOL-REGISTROS(IDX) TO PUN-VALOR(PUN-USADOS).

      * RECTA DE MINIMOS CUADRADOS CON EL DIA DE HOY COMO ORIGEN: LA
      * ORDENADA ES EL VALOR QUE LA TENDENCIA DA PARA HOY
       3900-PROYECTAR.
           MOVE 'N' TO HAY-AVISO.
           MOVE ZEROS TO PENDIENTE.
           MOVE ZEROS TO ULTIMO-VALOR.
           IF PUN-USADOS = ZEROS
              MOVE 'SIN MEDIDAS' TO ESTADO-SERIE
              GO TO 3900-PROYECTAR-LINEA
           END-IF.
           MOVE PUN-VALOR(1) TO ULTIMO-VALOR.
           IF ULTIMO-VALOR NOT < UMBRAL
              MOVE 'UMBRAL YA SUPERADO' TO ESTADO-SERIE
              MOVE ZEROS TO DIAS-CRUCE
              MOVE 'S' TO HAY-AVISO
              GO TO 3900-PROYECTAR-LINEA
           END-IF.
           IF PUN-USADOS < 2
              MOVE 'UNA SOLA MEDIDA, SIN TENDENCIA' TO ESTADO-SERIE
              GO TO 3900-PROYECTAR-LINEA
           END-IF.

           MOVE ZEROS TO SUMA-X SUMA-Y SUMA-XX SUMA-XY.
           PERFORM 3910-SUMAR-PUNTO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > PUN-USADOS.
           COMPUTE DENOMINADOR = PUN-USADOS * SUMA-XX
                                 - SUMA-X * SUMA-X.
           IF DENOMINADOR = ZEROS
              MOVE 'MISMO DIA, SIN TENDENCIA' TO ESTADO-SERIE
              GO TO 3900-PROYECTAR-LINEA
           END-IF.
           COMPUTE PENDIENTE ROUNDED =
                   (PUN-USADOS * SUMA-XY - SUMA-X * SUMA-Y)
                   / DENOMINADOR.
           COMPUTE ORDENADA ROUNDED =
                   (SUMA-Y - PENDIENTE * SUMA-X) / PUN-USADOS.
           IF PENDIENTE NOT > ZEROS
              MOVE 'SIN CRECIMIENTO' TO ESTADO-SERIE
              GO TO 3900-PROYECTAR-LINEA
           END-IF.

           COMPUTE DIAS-CRUCE ROUNDED =
                   (UMBRAL - ORDENADA) / PENDIENTE.
           IF DIAS-CRUCE < ZEROS
              MOVE ZEROS TO DIAS-CRUCE
           END-IF.
           IF DIAS-CRUCE > 99999
              MOVE 'CRUCE A MAS DE 99999 DIAS' TO ESTADO-SERIE
              GO TO 3900-PROYECTAR-LINEA
           END-IF.

           MOVE 'SUMAR   ' TO DTE-FUNCION.
           MOVE FECHA-HOY TO DTE-FECHA-E.
           MOVE DIAS-CRUCE TO DTE-DIAS.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           MOVE DIAS-CRUCE TO DIAS-ED.
           MOVE SPACES TO ESTADO-SERIE.
           STRING 'CRUCE ' DTE-FECHA-S
                  ' EN ' DIAS-ED ' DIAS'
                  DELIMITED BY SIZE INTO ESTADO-SERIE.
           IF DIAS-CRUCE NOT > HORIZONTE
              MOVE 'S' TO HAY-AVISO
           END-IF.

       3900-PROYECTAR-LINEA.
           MOVE PUN-USADOS   TO PUNTOS-ED.
           MOVE ULTIMO-VALOR TO VALOR-ED.
           MOVE UMBRAL       TO UMBRAL-ED.
           MOVE PENDIENTE    TO PENDIENTE-ED.
           MOVE SPACES TO LINEA.
           STRING SERIE ' PUNTOS ' PUNTOS-ED
                  ' ULTIMO ' VALOR-ED
                  ' UMBRAL ' UMBRAL-ED
                  ' TENDENCIA ' PENDIENTE-ED '/DIA '
                  ESTADO-SERIE
                  DELIMITED BY SIZE INTO LINEA.
           IF HAY-AVISO = 'S'
              MOVE '** AVISO' TO LINEA(125:8)
           END-IF.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE ULTIMO-VALOR TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-PREVISION.

           IF HAY-AVISO = 'S'
              MOVE SPACES TO AVI-RESUMEN
              STRING SERIE DELIMITED BY '  '
                     ' ' ESTADO-SERIE DELIMITED BY SIZE
                     INTO AVI-RESUMEN
              PERFORM 3990-AVISAR
           END-IF.

       3900-PROYECTAR-FIN.
           EXIT.

       3910-SUMAR-PUNTO.
           COMPUTE DIA-X = FUNCTION INTEGER-OF-DATE(PUN-FECHA(IDX))
                           - DIA-HOY.
           ADD DIA-X TO SUMA-X.
           ADD PUN-VALOR(IDX) TO SUMA-Y.
           COMPUTE SUMA-XX = SUMA-XX + DIA-X * DIA-X.
           COMPUTE SUMA-XY = SUMA-XY + DIA-X * PUN-VALOR(IDX).

       3990-AVISAR.
           ADD 1 TO AVISOS.
           CALL 'SDPNOTF0' USING AVI-SEVERIDAD AVI-ORIGEN
                AVI-PROGRAMA AVI-RESUMEN.
