      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Deteccion de claves latentes del maestro SALIDA por la
      *          actividad de su journal
      ******************************************************************
      * SDP DESCRIPTION
      *  Recorre la cadena de journal como KSDMRBLD (generaciones
      *> activas del catalogo KSDJRNGC y el KSDJRNL en curso) y anota
      *> para cada clave la fecha de su ultima confirmacion, sea de
      *> la operacion que sea. Una clave sin nada en el journal toma
      *> como ultima actividad su MST-FECHA-ALTA. No cuenta como
      *> actividad el paso a latente que este mismo programa propone:
      *> la 'U'/'P' cuya unica diferencia entre imagenes (ademas de
      *> MST-VERSION) es MST-ESTADO cambiando a 'I'.
      *  Despues lee SALIDA por la clave alternativa MST-CATEGORIA y
      *> lista por SDPREPW0, con corte por categoria, cada registro
      *> sin actividad hace mas de 90, 180 o 365 dias, con un resumen
      *> final de cuantos caen en cada tramo por categoria. Los
      *> registros cerrados (baja logica) no cuentan.
      *  Con la tarjeta GENERAR S del deck KSDDORMP se anaden a
      *> KSDTRAN las parciales P ESTADO 'I' (latente) de las claves
      *> que superan DIAS-LATENTE dias (365 si no hay tarjeta) y no
      *> estan ya latentes, para que el cambio pase por KSDMEDIT y
      *> KSDMMANT y quede en el journal como cualquier otro.
      *  Si falta una generacion activa la actividad puede quedar
      *> corta: el informe sale igual, no se genera nada y termina
      *> con RC 4.
      * SDP END
      *
      * SDP DESC Claves latentes por antiguedad de la actividad
      * SDP IVP 0 Files.Consumes = KSDDORMP,KSDJRNGC,KSDJRNL,SALIDA
      * SDP IVP 0 Files.Updates = KSDTRAN - con GENERAR S; SDPPRINT lo
      * escribe SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMDORM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'KSDDORMP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'KSDJRNGC'
                  FILE STATUS IS FS-CATLG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * EL MISMO FD RECORRE CADA GENERACION ARCHIVADA Y EL KSDJRNL
      * EN CURSO: EL NOMBRE SE CAMBIA ANTES DE CADA OPEN
           SELECT JOURNAL ASSIGN TO NOMBRE-JOURNAL
                  FILE STATUS IS FS-JRNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MAESTRO ASSIGN TO FIS-SALIDA
                  FILE STATUS IS FS-MAESTRO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
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

       WORKING-STORAGE SECTION.
       77 FS-PARM     PIC XX VALUE SPACES.
       77 FS-CATLG    PIC XX VALUE SPACES.
       77 FS-JRNL     PIC XX VALUE SPACES.
       77 FS-MAESTRO  PIC XX VALUE SPACES.
       77 FS-TRAN     PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-CATLG   PIC X(01) VALUE 'N'.
       77 FIN-JRNL    PIC X(01) VALUE 'N'.
       77 FIN-MAESTRO PIC X(01) VALUE 'N'.
       77 ES-ARCHIVO  PIC X(01) VALUE 'N'.
       77 HISTORIA-COMPLETA PIC X(01) VALUE 'S'.
       77 SOLO-LATENTE PIC X(01) VALUE 'N'.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SALIDA  PIC X(64) VALUE 'SALIDA'.
           03 FIS-KSDTRAN PIC X(64) VALUE 'KSDTRAN'.

       01  NOMBRE-JOURNAL PIC X(08) VALUE 'KSDJRNL'.

       01  OPCIONES.
           03 GENERAR      PIC X(01) VALUE 'N'.
           03 DIAS-LATENTE PIC 9(05) VALUE 365.

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
              05 GEN-FICHERO   PIC X(08).
              05 GEN-ESTADO    PIC X(01).

      * ULTIMA ACTIVIDAD POR CLAVE (POSICION CLAVE + 1): CERO ES SIN
      * NADA EN EL JOURNAL
       01  TABLA-ACTIVIDAD.
           03 ULT-ACTIVIDAD PIC 9(08) OCCURS 100000 TIMES.

       01  FECHAS.
           03 FECHA-HOY     PIC 9(08) VALUE ZEROS.
           03 LIMITE-90     PIC 9(08) VALUE ZEROS.
           03 LIMITE-180    PIC 9(08) VALUE ZEROS.
           03 LIMITE-365    PIC 9(08) VALUE ZEROS.
           03 LIMITE-LATENTE PIC 9(08) VALUE ZEROS.
           03 FECHA-JOURNAL PIC 9(08) VALUE ZEROS.
           03 FECHA-ULTIMA  PIC 9(08) VALUE ZEROS.
           03 ORIGEN-FECHA  PIC X(08) VALUE SPACES.
           03 TRAMO         PIC X(09) VALUE SPACES.
           03 IDX-TRAMO     PIC 9(01) VALUE ZEROS.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.

      * DESGLOSE DE LAS IMAGENES ANTES Y DESPUES DEL JOURNAL
       01  IMAGEN-ANTES.
       COPY KSDWMAST.
       01  IMAGEN-DESPUES.
       COPY KSDWMAST.

       01  INDICES.
           03 IDX     PIC 9(04) VALUE ZEROS.
           03 IDX-CAT PIC 9(04) VALUE ZEROS.

      * RESUMEN POR CATEGORIA Y TRAMO (1 MAS DE 90, 2 MAS DE 180,
      * 3 MAS DE 365 DIAS)
       01  TABLA-CATEGORIAS.
           03 CATEGORIAS-USADAS PIC 9(04) VALUE ZEROS.
           03 TCA-ENTRADA OCCURS 500 TIMES.
              05 TCA-CODIGO PIC X(04).
              05 TCA-TRAMO  PIC 9(07) OCCURS 3 TIMES.

       01  CONTADORES.
           03 ENTRADAS    PIC 9(09) VALUE ZEROS.
           03 LEIDOS      PIC 9(09) VALUE ZEROS.
           03 LATENTES    PIC 9(09) VALUE ZEROS.
           03 GENERADAS   PIC 9(09) VALUE ZEROS.

       01  INFORME-LATENTES.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           CALL 'SDPDDMP0' USING 'SALIDA  ' FIS-SALIDA.
           CALL 'SDPDDMP0' USING 'KSDTRAN ' FIS-KSDTRAN.
           PERFORM 1100-LEER-PARAMETROS.
           PERFORM 1200-CALCULAR-LIMITES.
           MOVE ZEROS TO TABLA-ACTIVIDAD.

           PERFORM 2000-CARGAR-CATALOGO
                   THRU 2000-CARGAR-CATALOGO-FIN.
           MOVE 'S' TO ES-ARCHIVO.
           PERFORM 2100-RECORRER-FICHERO
                   THRU 2100-RECORRER-FICHERO-FIN
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > GEN-USADAS.
           MOVE 'N' TO ES-ARCHIVO.
           MOVE 'KSDJRNL' TO NOMBRE-JOURNAL.
           PERFORM 2100-RECORRER-FICHERO
                   THRU 2100-RECORRER-FICHERO-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           IF GENERAR = 'S' AND HISTORIA-COMPLETA = 'N'
              DISPLAY 'HISTORIA DE JOURNAL INCOMPLETA: NO SE GENERAN '
                      'TRANSACCIONES'
              MOVE 'N' TO GENERAR
           END-IF.

           OPEN INPUT MAESTRO.
           MOVE 'ABRIENDO MAESTRO SALIDA' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-MAESTRO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           IF GENERAR = 'S'
              OPEN EXTEND TRANSACCIONES
              MOVE 'ABRIENDO TRANSACCIONES KSDTRAN' TO MSG-FSTAT
              CALL 'SRTFSTAT' USING FS-TRAN '00' '05'
                   MSG-FSTAT RC
              IF RC NOT = ZEROS STOP RUN RETURNING RC
           END-IF.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'CLAVES LATENTES POR CATEGORIA' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-LATENTES.

      * RECORRIDO POR LA CLAVE ALTERNATIVA PARA QUE EL CORTE POR
      * CATEGORIA DE SDPREPW0 AGRUPE DE VERDAD
           MOVE LOW-VALUES TO MST-CATEGORIA OF REG-MAESTRO.
           START MAESTRO KEY NOT < MST-CATEGORIA OF REG-MAESTRO
                 INVALID KEY MOVE 'S' TO FIN-MAESTRO
           END-START.
           IF FIN-MAESTRO = 'N'
              READ MAESTRO NEXT RECORD
                   AT END MOVE 'S' TO FIN-MAESTRO
              END-READ
           END-IF.
           PERFORM 3000-CLASIFICAR-REGISTRO
                   THRU 3000-CLASIFICAR-REGISTRO-FIN
                   UNTIL FIN-MAESTRO = 'S'.

           CLOSE MAESTRO.
           IF GENERAR = 'S'
              CLOSE TRANSACCIONES
           END-IF.

           PERFORM 4000-EMITIR-RESUMEN
                   VARYING IDX-CAT FROM 1 BY 1
                   UNTIL IDX-CAT > CATEGORIAS-USADAS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-LATENTES.

           DISPLAY 'ENTRADAS DE JOURNAL ' ENTRADAS
                   ' REGISTROS ' LEIDOS ' LATENTES ' LATENTES
                   ' TRANSACCIONES GENERADAS ' GENERADAS.

           IF HISTORIA-COMPLETA = 'N'
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

       1110-TRATAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'GENERAR     '
                   MOVE PRM-VALOR(1:1) TO GENERAR
              WHEN 'DIAS-LATENTE'
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO DIAS-LATENTE
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1200-CALCULAR-LIMITES.
           MOVE 'ACTUAL  ' TO DTE-FUNCION.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.
           MOVE DTE-FECHA-S TO FECHA-HOY.

           MOVE -90 TO DTE-DIAS.
           PERFORM 1210-RESTAR-DIAS.
           MOVE DTE-FECHA-S TO LIMITE-90.
           MOVE -180 TO DTE-DIAS.
           PERFORM 1210-RESTAR-DIAS.
           MOVE DTE-FECHA-S TO LIMITE-180.
           MOVE -365 TO DTE-DIAS.
           PERFORM 1210-RESTAR-DIAS.
           MOVE DTE-FECHA-S TO LIMITE-365.
           COMPUTE DTE-DIAS = ZEROS - DIAS-LATENTE.
           PERFORM 1210-RESTAR-DIAS.
           MOVE DTE-FECHA-S TO LIMITE-LATENTE.

       1210-RESTAR-DIAS.
           MOVE 'SUMAR   ' TO DTE-FUNCION.
           MOVE FECHA-HOY TO DTE-FECHA-E.
           CALL 'SDPDATE0' USING FECHA-SERVICIO.

      * GENERACIONES ARCHIVADAS POR KSDMJSWT; SIN CATALOGO LA
      * HISTORIA SE REDUCE AL KSDJRNL EN CURSO
       2000-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO.
           IF FS-CATLG NOT = '00'
              CLOSE CATALOGO
              GO TO 2000-CARGAR-CATALOGO-FIN
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.
           PERFORM 2050-ANOTAR-GENERACION UNTIL FIN-CATLG = 'S'.
           CLOSE CATALOGO.

       2000-CARGAR-CATALOGO-FIN.
           EXIT.

       2050-ANOTAR-GENERACION.
           IF GEN-USADAS < 500
              ADD 1 TO GEN-USADAS
              MOVE CAT-FICHERO TO GEN-FICHERO(GEN-USADAS)
              MOVE CAT-ESTADO  TO GEN-ESTADO(GEN-USADAS)
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.

       2100-RECORRER-FICHERO.
           IF ES-ARCHIVO = 'S'
              IF GEN-ESTADO(IDX) NOT = 'A'
                 GO TO 2100-RECORRER-FICHERO-FIN
              END-IF
              MOVE GEN-FICHERO(IDX) TO NOMBRE-JOURNAL
           END-IF.

           OPEN INPUT JOURNAL.
           IF ES-ARCHIVO = 'S' AND FS-JRNL = '35'
              MOVE 'N' TO HISTORIA-COMPLETA
              DISPLAY 'GENERACION DESAPARECIDA ' NOMBRE-JOURNAL
              GO TO 2100-RECORRER-FICHERO-FIN
           END-IF.
           IF ES-ARCHIVO = 'N' AND FS-JRNL = '35'
              DISPLAY 'SIN JOURNAL EN CURSO KSDJRNL'
              GO TO 2100-RECORRER-FICHERO-FIN
           END-IF.
           MOVE 'ABRIENDO JOURNAL' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-JRNL '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS GO TO 2100-RECORRER-FICHERO-FIN.

           MOVE 'N' TO FIN-JRNL.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.
           PERFORM 2200-ANOTAR-ACTIVIDAD UNTIL FIN-JRNL = 'S'.

           CLOSE JOURNAL.

       2100-RECORRER-FICHERO-FIN.
           EXIT.

      * SOLO CUENTAN LAS CONFIRMACIONES; LA FASE EN BLANCO DE
      * JOURNALS ANTIGUOS CUENTA COMO CONFIRMADA
       2200-ANOTAR-ACTIVIDAD.
           PERFORM 2210-COMPROBAR-LATENTE
                   THRU 2210-COMPROBAR-LATENTE-FIN.
           IF JRN-FASE NOT = 'I' AND JRN-TMS(1:8) NUMERIC
              AND JRN-CLAVE NUMERIC AND SOLO-LATENTE = 'N'
              ADD 1 TO ENTRADAS
              MOVE JRN-TMS(1:8) TO FECHA-JOURNAL
              IF FECHA-JOURNAL > ULT-ACTIVIDAD(JRN-CLAVE + 1)
                 MOVE FECHA-JOURNAL TO ULT-ACTIVIDAD(JRN-CLAVE + 1)
              END-IF
           END-IF.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.

      * EL PASO A LATENTE ('U' O 'P' QUE SOLO CAMBIA MST-ESTADO A 'I',
      * CON SU MST-VERSION SUBIDA) NO ES ACTIVIDAD DEL CLIENTE: SI
      * CONTASE, LA CLAVE SALDRIA DEL INFORME EN LA SIGUIENTE PASADA
       2210-COMPROBAR-LATENTE.
           MOVE 'N' TO SOLO-LATENTE.
           IF JRN-OP NOT = 'U' AND JRN-OP NOT = 'P'
              GO TO 2210-COMPROBAR-LATENTE-FIN
           END-IF.
           MOVE JRN-ANTES   TO MST-DATOS OF IMAGEN-ANTES.
           MOVE JRN-DESPUES TO MST-DATOS OF IMAGEN-DESPUES.
           IF MST-ESTADO OF IMAGEN-DESPUES NOT = 'I'
              OR MST-ESTADO OF IMAGEN-ANTES = 'I'
              GO TO 2210-COMPROBAR-LATENTE-FIN
           END-IF.
           MOVE SPACES TO MST-ESTADO OF IMAGEN-ANTES
                          MST-ESTADO OF IMAGEN-DESPUES.
           MOVE ZEROS  TO MST-VERSION OF IMAGEN-ANTES
                          MST-VERSION OF IMAGEN-DESPUES.
           IF MST-DATOS OF IMAGEN-ANTES = MST-DATOS OF IMAGEN-DESPUES
              MOVE 'S' TO SOLO-LATENTE
           END-IF.

       2210-COMPROBAR-LATENTE-FIN.
           EXIT.

       3000-CLASIFICAR-REGISTRO.
           ADD 1 TO LEIDOS.
           IF MST-ESTADO OF REG-MAESTRO = 'C'
              GO TO 3000-SIGUIENTE
           END-IF.

           MOVE ULT-ACTIVIDAD(MST-CLAVE OF REG-MAESTRO + 1)
                TO FECHA-ULTIMA.
           MOVE 'JOURNAL ' TO ORIGEN-FECHA.
           IF FECHA-ULTIMA = ZEROS
              MOVE 'ALTA    ' TO ORIGEN-FECHA
              IF MST-FECHA-ALTA OF REG-MAESTRO NUMERIC
                 MOVE MST-FECHA-ALTA OF REG-MAESTRO TO FECHA-ULTIMA
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN FECHA-ULTIMA < LIMITE-365
                   MOVE '+365 DIAS' TO TRAMO
                   MOVE 3 TO IDX-TRAMO
              WHEN FECHA-ULTIMA < LIMITE-180
                   MOVE '+180 DIAS' TO TRAMO
                   MOVE 2 TO IDX-TRAMO
              WHEN FECHA-ULTIMA < LIMITE-90
                   MOVE '+90 DIAS ' TO TRAMO
                   MOVE 1 TO IDX-TRAMO
              WHEN OTHER
                   GO TO 3000-SIGUIENTE
           END-EVALUATE.

           ADD 1 TO LATENTES.
           PERFORM 3100-ACUMULAR-CATEGORIA.
           PERFORM 3200-LISTAR-LATENTE.

           IF GENERAR = 'S' AND MST-ESTADO OF REG-MAESTRO NOT = 'I'
              AND FECHA-ULTIMA < LIMITE-LATENTE
              PERFORM 3300-GENERAR-TRANSACCION
           END-IF.

       3000-SIGUIENTE.
           READ MAESTRO NEXT RECORD
                AT END MOVE 'S' TO FIN-MAESTRO
           END-READ.

       3000-CLASIFICAR-REGISTRO-FIN.
           EXIT.

       3100-ACUMULAR-CATEGORIA.
           MOVE ZEROS TO IDX-CAT.
           PERFORM 3110-COMPARAR-CATEGORIA
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > CATEGORIAS-USADAS OR IDX-CAT > ZEROS.
           IF IDX-CAT = ZEROS AND CATEGORIAS-USADAS < 500
              ADD 1 TO CATEGORIAS-USADAS
              MOVE CATEGORIAS-USADAS TO IDX-CAT
              MOVE MST-CATEGORIA OF REG-MAESTRO TO TCA-CODIGO(IDX-CAT)
              MOVE ZEROS TO TCA-TRAMO(IDX-CAT, 1)
                            TCA-TRAMO(IDX-CAT, 2)
                            TCA-TRAMO(IDX-CAT, 3)
           END-IF.
           IF IDX-CAT > ZEROS
              ADD 1 TO TCA-TRAMO(IDX-CAT, IDX-TRAMO)
           END-IF.

       3110-COMPARAR-CATEGORIA.
           IF TCA-CODIGO(IDX) = MST-CATEGORIA OF REG-MAESTRO
              MOVE IDX TO IDX-CAT
           END-IF.

       3200-LISTAR-LATENTE.
           MOVE SPACES TO LINEA.
           STRING MST-CLAVE OF REG-MAESTRO ' '
                  MST-NOMBRE OF REG-MAESTRO ' '
                  MST-CATEGORIA OF REG-MAESTRO
                  ' ESTADO ' MST-ESTADO OF REG-MAESTRO
                  ' ULTIMA ACTIVIDAD ' FECHA-ULTIMA
                  ' (' ORIGEN-FECHA ') ' TRAMO
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE MST-CATEGORIA OF REG-MAESTRO TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-LATENTES.

      * PARCIAL DE ESTADO A 'I' (LATENTE), CON EL TRAZADO DE KSDTRAN
       3300-GENERAR-TRANSACCION.
           MOVE SPACES TO REC-TRAN.
           MOVE 'P' TO TRN-OP.
           MOVE MST-CLAVE OF REG-MAESTRO TO TRN-CLAVE.
           MOVE 'ESTADO    ' TO PAR-CAMPO.
           MOVE 'I' TO PAR-VALOR.
           WRITE REC-TRAN.
           ADD 1 TO GENERADAS.

       4000-EMITIR-RESUMEN.
           MOVE SPACES TO LINEA.
           STRING 'CATEGORIA ' TCA-CODIGO(IDX-CAT)
                  '  +90 DIAS ' TCA-TRAMO(IDX-CAT, 1)
                  '  +180 DIAS ' TCA-TRAMO(IDX-CAT, 2)
                  '  +365 DIAS ' TCA-TRAMO(IDX-CAT, 3)
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'RESUMEN TRAMOS  ' TO RPT-CORTE.
           COMPUTE RPT-IMPORTE = TCA-TRAMO(IDX-CAT, 1)
                               + TCA-TRAMO(IDX-CAT, 2)
                               + TCA-TRAMO(IDX-CAT, 3).
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-LATENTES.
