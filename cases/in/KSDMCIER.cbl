      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Cierre de mes del maestro SALIDA con foto de saldos
      *          del periodo
      ******************************************************************
      * SDP DESCRIPTION
      *  Cierre de periodo para contestar a Finanzas los saldos "a
      *> cierre" sin reconstruir el maestro a mano con KSDMRBLD. Se
      *> lanza el ultimo dia del mes, segun la funcion FIN-MES de
      *> SDPDATE0; antes de esa fecha termina con RC 16. La tarjeta
      *> PERIODO AAAAMM del deck KSDCIERP permite cerrar tarde un mes
      *> ya terminado (la foto es del maestro en ese momento y el
      *> cierre queda marcado como tardio, con RC 4).
      *  Con el cerrojo de escritor unico tomado congela en la foto
      *> KSDFaamm (trazado KSDWCIER) la clave, la categoria, el saldo
      *> y el estado de cada registro de SALIDA, marcados con el
      *> periodo, y anota el periodo en el catalogo KSDPERC (trazado
      *> KSDWPERI). Un periodo ya cerrado, o anterior al ultimo
      *> cierre, no se vuelve a cerrar (RC 16).
      *  El informe de SDPREPW0 da por categoria los registros, el
      *> saldo de la foto del periodo anterior, el saldo de cierre y
      *> el movimiento del periodo (cierre menos anterior). El primer
      *> cierre, sin periodo anterior, parte de saldo cero; si el
      *> catalogo apunta a una foto anterior que no existe la
      *> ejecucion termina con RC 16 sin cerrar.
      *  Cerrado el periodo, KSDMEDIT rechaza las transacciones
      *> KSDTRAN con fecha valor dentro de el.
      * SDP END
      *
      * SDP DESC Cierre de mes con foto de saldos del periodo
      * SDP IVP 0 Files.Consumes = KSDCIERP,SALIDA,KSDFaamm - la foto
      * del periodo anterior
      * SDP IVP 0 Files.Produces = KSDFaamm - SDPPRINT lo escribe
      * SDPREPW0
      * SDP IVP 0 Files.Updates = KSDPERC
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMCIER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDCIERP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PERIODOS ASSIGN TO 'KSDPERC'
                  FILE STATUS IS FS-PERC
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MST-CLAVE
                  ALTERNATE RECORD KEY IS MST-CATEGORIA
                            WITH DUPLICATES.

      * EL MISMO FD LEE LA FOTO DEL PERIODO ANTERIOR Y ESCRIBE LA
      * DEL QUE SE CIERRA: EL NOMBRE SE CAMBIA ANTES DE CADA OPEN
           SELECT FOTO ASSIGN TO NOMBRE-FOTO
                  FILE STATUS IS FS-FOTO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       FD  PERIODOS.
       01  REG-PERIODO.
       COPY KSDWPERI.

       FD  MAESTRO.
       01  REG-MAESTRO.
       COPY KSDWMAST.

       FD  FOTO.
       01  REG-FOTO.
       COPY KSDWCIER.

       WORKING-STORAGE SECTION.
       77 FS-PARM    PIC XX VALUE SPACES.
       77 FS-PERC    PIC XX VALUE SPACES.
       77 FS-MAESTRO PIC XX VALUE SPACES.
       77 FS-FOTO    PIC XX VALUE SPACES.
       77 RC         PIC 9(03) VALUE ZEROS.
      * RC PROPIO DE LA SUELTA DEL CERROJO: NO DEBE PISAR EL RC
      * DEL ERROR QUE NOS TRAJO AQUI
       77 RC-CERROJO PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FIN-FICH   PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 FIN-FOTO   PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.

       01  NOMBRE-FOTO PIC X(08) VALUE SPACES.
       01  FOTO-PERIODO.
           03 FILLER      PIC X(04) VALUE 'KSDF'.
           03 FOTO-AAMM   PIC 9(04) VALUE ZEROS.

      * CERROJO DE ESCRITOR UNICO SOBRE SALIDA (MODULO KSDMLOCK)
       01  CERROJO-DATOS.
           03 LCK-FUNCION  PIC X(08) VALUE SPACES.
           03 LCK-PROGRAMA PIC X(08) VALUE 'KSDMCIER'.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.

       01  PERIODO-CIERRE.
           03 PERIODO-PEDIDO   PIC 9(06) VALUE ZEROS.
           03 PERIODO          PIC 9(06) VALUE ZEROS.
           03 PERIODO-R REDEFINES PERIODO.
              05 PERIODO-SIGLO PIC 9(02).
              05 PERIODO-AAMM  PIC 9(04).
           03 FECHA-HOY        PIC 9(08) VALUE ZEROS.
           03 FECHA-CIERRE     PIC 9(08) VALUE ZEROS.
           03 CIERRE-TARDIO    PIC X(01) VALUE 'N'.
           03 FECHA-HORA       PIC X(21) VALUE SPACES.

      * ULTIMO PERIODO DEL CATALOGO: SU FOTO ES LA BASE DEL
      * MOVIMIENTO DEL PERIODO QUE SE CIERRA
       01  PERIODO-ANTERIOR.
           03 ANT-PERIODO  PIC 9(06) VALUE ZEROS.
           03 ANT-FICHERO  PIC X(08) VALUE SPACES.

      * RESUMEN POR CATEGORIA: FOTO ANTERIOR CONTRA FOTO DE CIERRE
       01  TABLA-CATEGORIAS.
           03 CATEGORIAS-USADAS PIC 9(03) VALUE ZEROS.
           03 TCA-ENTRADA OCCURS 500 TIMES.
              05 TCA-CODIGO    PIC X(04).
              05 TCA-ANTERIOR  PIC S9(13)V99.
              05 TCA-CIERRE    PIC S9(13)V99.
              05 TCA-REGISTROS PIC 9(09).

       01  BUSQUEDA.
           03 IDX           PIC 9(03) VALUE ZEROS.
           03 IDX-CAT       PIC 9(03) VALUE ZEROS.
           03 CATEGORIA-BUSCADA PIC X(04) VALUE SPACES.
           03 MOVIMIENTO    PIC S9(13)V99 VALUE ZEROS.

       01  CONTADORES.
           03 CONGELADOS    PIC 9(09) VALUE ZEROS.
           03 ANTERIORES    PIC 9(09) VALUE ZEROS.
           03 SALDO-TOTAL   PIC S9(13)V99 VALUE ZEROS.
           03 ANTERIOR-TOTAL PIC S9(13)V99 VALUE ZEROS.

       01  CAMPOS-EDICION.
           03 ANTERIOR-ED   PIC -ZZZZZZZZZZZZ9.99.
           03 CIERRE-ED     PIC -ZZZZZZZZZZZZ9.99.
           03 MOVIMIENTO-ED PIC -ZZZZZZZZZZZZ9.99.

       01  INFORME-CIERRE.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1200-FIJAR-PERIODO THRU 1200-FIJAR-PERIODO-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.
           PERFORM 1300-CARGAR-PERIODOS THRU 1300-CARGAR-PERIODOS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE SPACES TO RPT-TITULO.
           STRING 'CIERRE DEL PERIODO ' PERIODO
                  DELIMITED BY SIZE INTO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-CIERRE.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              MOVE 16 TO RC
              STOP RUN RETURNING RC
           END-IF.

           PERFORM 2000-FOTO-ANTERIOR THRU 2000-FOTO-ANTERIOR-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

      * LA FOTO SE SACA CON EL CERROJO TOMADO: NINGUN ESCRITOR PUEDE
      * TOCAR EL MAESTRO A MITAD DEL RECORRIDO
           MOVE 'TOMAR   ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 3000-CONGELAR-SALDOS THRU 3000-CONGELAR-SALDOS-FIN.
           PERFORM 9000-SOLTAR-CERROJO.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 4000-RESUMEN-CATEGORIA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CATEGORIAS-USADAS.
           PERFORM 4100-RESUMEN-TOTAL.

      * EL PERIODO SOLO QUEDA CERRADO CON LA FOTO YA COMPLETA
           PERFORM 5000-ANOTAR-PERIODO THRU 5000-ANOTAR-PERIODO-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-CIERRE.

           DISPLAY 'PERIODO ' PERIODO ' CIERRE ' FECHA-CIERRE
                   ' FOTO ' FOTO-PERIODO ' CONGELADOS ' CONGELADOS
                   ' ANTERIOR ' ANT-PERIODO ' TARDIO ' CIERRE-TARDIO.

           IF CIERRE-TARDIO = 'S'
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
              MOVE FUNCTION NUMVAL(PRM-VALOR) TO PERIODO-PEDIDO
           END-IF.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * SIN TARJETA SE CIERRA EL MES EN CURSO, Y SOLO EN SU ULTIMO
      * DIA; CON TARJETA, UN MES YA TERMINADO
       1200-FIJAR-PERIODO.
           MOVE 'ACTUAL  ' TO DTE-FUNCION.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           MOVE DTE-FECHA-S TO FECHA-HOY.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.

           IF PERIODO-PEDIDO = ZEROS
              MOVE FECHA-HOY(1:6) TO PERIODO
           ELSE
              MOVE PERIODO-PEDIDO TO PERIODO
           END-IF.

           MOVE 'FIN-MES ' TO DTE-FUNCION.
           COMPUTE DTE-FECHA-E = PERIODO * 100 + 1.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           IF DTE-RC NOT = ZEROS
              DISPLAY 'PERIODO INVALIDO ' PERIODO
              MOVE 16 TO RC
              GO TO 1200-FIJAR-PERIODO-FIN
           END-IF.
           MOVE DTE-FECHA-S TO FECHA-CIERRE.

           IF FECHA-CIERRE > FECHA-HOY
              DISPLAY 'EL PERIODO ' PERIODO ' NO TERMINA HASTA EL '
                      FECHA-CIERRE
              MOVE 16 TO RC
              GO TO 1200-FIJAR-PERIODO-FIN
           END-IF.
           IF FECHA-CIERRE < FECHA-HOY
              MOVE 'S' TO CIERRE-TARDIO
              DISPLAY 'CIERRE TARDIO DEL PERIODO ' PERIODO
                      ': SALDOS A ' FECHA-HOY
           END-IF.
           MOVE PERIODO-AAMM TO FOTO-AAMM.

       1200-FIJAR-PERIODO-FIN.
           EXIT.

       1300-CARGAR-PERIODOS.
           OPEN INPUT PERIODOS.
           IF FS-PERC NOT = '00'
              CLOSE PERIODOS
              GO TO 1300-CARGAR-PERIODOS-FIN
           END-IF.
           READ PERIODOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1310-VER-PERIODO UNTIL FIN-FICH = 'S'.
           CLOSE PERIODOS.
           MOVE 'N' TO FIN-FICH.

           IF ANT-PERIODO NOT < PERIODO
              DISPLAY 'PERIODO ' PERIODO ' YA CERRADO O ANTERIOR AL '
                      'ULTIMO CIERRE ' ANT-PERIODO
              MOVE 16 TO RC
           END-IF.

       1300-CARGAR-PERIODOS-FIN.
           EXIT.

       1310-VER-PERIODO.
           IF PER-PERIODO NUMERIC AND PER-PERIODO > ANT-PERIODO
              MOVE PER-PERIODO TO ANT-PERIODO
              MOVE PER-FICHERO TO ANT-FICHERO
           END-IF.
           READ PERIODOS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * EL PRIMER CIERRE NO TIENE FOTO ANTERIOR: PARTE DE CERO
       2000-FOTO-ANTERIOR.
           IF ANT-PERIODO = ZEROS
              GO TO 2000-FOTO-ANTERIOR-FIN
           END-IF.
           MOVE ANT-FICHERO TO NOMBRE-FOTO.
           OPEN INPUT FOTO.
           IF FS-FOTO = '35'
              DISPLAY 'FALTA LA FOTO ' ANT-FICHERO
                      ' DEL PERIODO ' ANT-PERIODO
              MOVE 16 TO RC
              GO TO 2000-FOTO-ANTERIOR-FIN
           END-IF.
           MOVE 'ABRIENDO FOTO ANTERIOR' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-FOTO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2000-FOTO-ANTERIOR-FIN.

           MOVE 'N' TO FIN-FOTO.
           READ FOTO
                AT END MOVE 'S' TO FIN-FOTO
           END-READ.
           PERFORM 2100-ACUMULAR-ANTERIOR UNTIL FIN-FOTO = 'S'.
           CLOSE FOTO.

       2000-FOTO-ANTERIOR-FIN.
           EXIT.

       2100-ACUMULAR-ANTERIOR.
           ADD 1 TO ANTERIORES.
           MOVE CIE-CATEGORIA TO CATEGORIA-BUSCADA.
           PERFORM 2200-BUSCAR-CATEGORIA THRU 2200-BUSCAR-CATEGORIA-FIN.
           IF IDX-CAT > ZEROS
              ADD CIE-SALDO TO TCA-ANTERIOR(IDX-CAT)
           END-IF.
           ADD CIE-SALDO TO ANTERIOR-TOTAL.
           READ FOTO
                AT END MOVE 'S' TO FIN-FOTO
           END-READ.

      * DEVUELVE EN IDX-CAT LA ENTRADA DE LA CATEGORIA, DANDOLA DE
      * ALTA SI ES NUEVA; CERO SI LA TABLA ESTA LLENA
       2200-BUSCAR-CATEGORIA.
           MOVE ZEROS TO IDX-CAT.
           PERFORM 2210-COMPARAR-CATEGORIA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CATEGORIAS-USADAS OR IDX-CAT > ZEROS.
           IF IDX-CAT > ZEROS GO TO 2200-BUSCAR-CATEGORIA-FIN.

           IF CATEGORIAS-USADAS NOT < 500
              DISPLAY 'TABLA DE CATEGORIAS LLENA, SE IGNORA '
                      CATEGORIA-BUSCADA
              GO TO 2200-BUSCAR-CATEGORIA-FIN
           END-IF.

           ADD 1 TO CATEGORIAS-USADAS.
           MOVE CATEGORIAS-USADAS TO IDX-CAT.
           MOVE CATEGORIA-BUSCADA TO TCA-CODIGO(IDX-CAT).
           MOVE ZEROS TO TCA-ANTERIOR(IDX-CAT) TCA-CIERRE(IDX-CAT)
                         TCA-REGISTROS(IDX-CAT).

       2200-BUSCAR-CATEGORIA-FIN.
           EXIT.

       2210-COMPARAR-CATEGORIA.
           IF TCA-CODIGO(IDX) = CATEGORIA-BUSCADA
              MOVE IDX TO IDX-CAT
           END-IF.

       3000-CONGELAR-SALDOS.
           MOVE FOTO-PERIODO TO NOMBRE-FOTO.
           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 3000-CONGELAR-SALDOS-FIN.

           OPEN OUTPUT FOTO.
           MOVE 'ABRIENDO FOTO DE CIERRE' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-FOTO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              CLOSE MAESTRO
              GO TO 3000-CONGELAR-SALDOS-FIN
           END-IF.

           MOVE 'N' TO FIN-MAESTRO.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.
           PERFORM 3100-CONGELAR-REGISTRO
                   THRU 3100-CONGELAR-REGISTRO-FIN
                   UNTIL FIN-MAESTRO = 'S'.

           CLOSE MAESTRO.
           CLOSE FOTO.

       3000-CONGELAR-SALDOS-FIN.
           EXIT.

       3100-CONGELAR-REGISTRO.
           ADD 1 TO CONGELADOS.
           MOVE SPACES        TO REG-FOTO.
           MOVE PERIODO       TO CIE-PERIODO.
           MOVE MST-CLAVE     TO CIE-CLAVE.
           MOVE MST-CATEGORIA TO CIE-CATEGORIA.
           MOVE MST-SALDO     TO CIE-SALDO.
           MOVE MST-ESTADO    TO CIE-ESTADO.
           WRITE REG-FOTO.
      * UNA FOTO INCOMPLETA NO PUEDE CERRAR EL PERIODO: SE CORTA EL
      * RECORRIDO Y EL RC 16 LLEGA AL PRINCIPAL ANTES DE ANOTARLO
           MOVE 'GRABANDO FOTO DE CIERRE' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-FOTO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 'S' TO FIN-MAESTRO
              GO TO 3100-CONGELAR-REGISTRO-FIN
           END-IF.

           MOVE MST-CATEGORIA TO CATEGORIA-BUSCADA.
           PERFORM 2200-BUSCAR-CATEGORIA THRU 2200-BUSCAR-CATEGORIA-FIN.
           IF IDX-CAT > ZEROS
              ADD MST-SALDO TO TCA-CIERRE(IDX-CAT)
              ADD 1 TO TCA-REGISTROS(IDX-CAT)
           END-IF.
           ADD MST-SALDO TO SALDO-TOTAL.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

       3100-CONGELAR-REGISTRO-FIN.
           EXIT.

       4000-RESUMEN-CATEGORIA.
           COMPUTE MOVIMIENTO = TCA-CIERRE(IDX) - TCA-ANTERIOR(IDX).
           MOVE TCA-ANTERIOR(IDX) TO ANTERIOR-ED.
           MOVE TCA-CIERRE(IDX)   TO CIERRE-ED.
           MOVE MOVIMIENTO        TO MOVIMIENTO-ED.
           MOVE SPACES TO LINEA.
           STRING 'CATEGORIA ' TCA-CODIGO(IDX)
                  ' REGISTROS ' TCA-REGISTROS(IDX)
                  ' ANTERIOR ' ANTERIOR-ED
                  ' CIERRE ' CIERRE-ED
                  ' MOVIMIENTO ' MOVIMIENTO-ED
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'CATEGORIAS      ' TO RPT-CORTE.
           MOVE TCA-REGISTROS(IDX) TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CIERRE.

       4100-RESUMEN-TOTAL.
           COMPUTE MOVIMIENTO = SALDO-TOTAL - ANTERIOR-TOTAL.
           MOVE ANTERIOR-TOTAL TO ANTERIOR-ED.
           MOVE SALDO-TOTAL    TO CIERRE-ED.
           MOVE MOVIMIENTO     TO MOVIMIENTO-ED.
           MOVE SPACES TO LINEA.
           STRING 'PERIODO ' PERIODO ' ANTERIOR ' ANT-PERIODO
                  ' SALDO ANTERIOR ' ANTERIOR-ED
                  ' CIERRE ' CIERRE-ED
                  ' MOVIMIENTO ' MOVIMIENTO-ED
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'TOTAL PERIODO   ' TO RPT-CORTE.
           MOVE CONGELADOS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-CIERRE.

       5000-ANOTAR-PERIODO.
           OPEN EXTEND PERIODOS.
           MOVE 'ABRIENDO CATALOGO KSDPERC' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-PERC '00' '05'
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 5000-ANOTAR-PERIODO-FIN.
           MOVE SPACES          TO REG-PERIODO.
           MOVE PERIODO         TO PER-PERIODO.
           MOVE FECHA-CIERRE    TO PER-FECHA-CIERRE.
           MOVE NOMBRE-FOTO     TO PER-FICHERO.
           MOVE FECHA-HORA(1:16) TO PER-TMS.
           MOVE CONGELADOS      TO PER-REGISTROS.
           MOVE SALDO-TOTAL     TO PER-SALDO.
           MOVE CIERRE-TARDIO   TO PER-CIERRE-TARDIO.
           WRITE REG-PERIODO.
           CLOSE PERIODOS.

       5000-ANOTAR-PERIODO-FIN.
           EXIT.

       9000-SOLTAR-CERROJO.
           MOVE 'SOLTAR  ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA
                RC-CERROJO.
