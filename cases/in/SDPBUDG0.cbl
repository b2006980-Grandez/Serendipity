      *>             SDPCARRY para que la noche siguiente empiece por
      *>             los arrastrados, y cada miembro queda escaneado
      *>             en un numero acotado de noches
      *  Nivel de la pasada (tarjeta NIVEL del deck): COMPLETO, el
      *> de siempre; SMOKE, solo los casos de SDPSMOKE (el minimo
      *> que da SDPMINI0 con la misma cobertura); AUTO, SMOKE de
      *> lunes a viernes cuando el PRESUPUESTO es menor que la
      *> tarjeta UMBRAL (sin ella, con cualquier presupuesto) y la
      *> suite COMPLETA el fin de semana. Con el nivel SMOKE, PUEDE
      *> devuelve SALTA para los casos que no estan en SDPSMOKE; el
      *> arrastrado que se salta sigue en el resto. Sin SDPSMOKE se
      *> corre la suite completa.
      * SDP END
      *
      * SDP IVP 0 Interface.Contract(SDPBUDG0) = LNK-FUNCION:IN,
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL SMOKE ASSIGN TO 'SDPSMOKE'
                  FILE STATUS IS FS-SMOKE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RESTO.
       01  REC-RESTO PIC X(08).

       FD  SMOKE.
       01  REC-SMOKE PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-PARM  PIC XX VALUE SPACES.
       77 FS-CARRY PIC XX VALUE SPACES.
       77 FS-RESTO PIC XX VALUE SPACES.
       77 FS-SMOKE PIC XX VALUE SPACES.
       77 FIN-FICH PIC X(01) VALUE 'N'.

       01  FECHA-HORA PIC X(21) VALUE SPACES.
           03 GASTADO-MIN     PIC S9(05) VALUE ZEROS.
           03 AGOTADO         PIC X(01) VALUE 'N'.
           03 RESTO-ABIERTO   PIC X(01) VALUE 'N'.
           03 UMBRAL-MIN      PIC 9(05) VALUE 99999.
           03 NIVEL           PIC X(08) VALUE 'COMPLETO'.
           03 DIA-SEMANA      PIC 9(01) VALUE ZEROS.
           03 SMOKE-ACTIVO    PIC X(01) VALUE 'N'.

       01  TABLA-ARRASTRE.
           03 CAR-USADOS PIC 9(04) VALUE ZEROS.
           03 CAR-CASO OCCURS 2000 TIMES PIC X(08).

       01  TABLA-SMOKE.
           03 SMK-USADOS PIC 9(04) VALUE ZEROS.
           03 SMK-CASO OCCURS 2000 TIMES PIC X(08).

       01  TRABAJO.
           03 IDX        PIC 9(04) VALUE ZEROS.
           03 HALLADO    PIC 9(04) VALUE ZEROS.
           03 APUNTADOS  PIC 9(05) VALUE ZEROS.
           03 LANZADOS   PIC 9(05) VALUE ZEROS.
           03 SALTADOS   PIC 9(05) VALUE ZEROS.
           03 EN-SMOKE   PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-FUNCION PIC X(08).

       ARRANCAR-PASADA.
           PERFORM LEER-PARAMETROS.
           PERFORM ELEGIR-NIVEL.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           COMPUTE INICIO-MIN =
                   FUNCTION NUMVAL(FECHA-HORA(9:2)) * 60
                   + FUNCTION NUMVAL(FECHA-HORA(11:2)).
           MOVE 'N' TO AGOTADO.
           MOVE ZEROS TO APUNTADOS LANZADOS SALTADOS.
           PERFORM CARGAR-ARRASTRE.
           OPEN OUTPUT RESTO.
           MOVE 'S' TO RESTO-ABIERTO.
           OPEN INPUT PARAMETROS.
           IF FS-PARM = '00'
              READ PARAMETROS
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM ANOTAR-PARAMETRO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE PARAMETROS.
           MOVE 'N' TO FIN-FICH.

       ANOTAR-PARAMETRO.
           EVALUATE PRM-CLAVE
              WHEN 'PRESUPUESTO '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO PRESUPUESTO-MIN
              WHEN 'UMBRAL      '
                   MOVE FUNCTION NUMVAL(PRM-VALOR) TO UMBRAL-MIN
              WHEN 'NIVEL       '
                   MOVE PRM-VALOR(1:8) TO NIVEL
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * AUTO: SMOKE EN LOS DIAS DE DIARIO CON LA VENTANA CORTA; EL
      * FIN DE SEMANA (DIA 6 Y 7) LA SUITE COMPLETA
       ELEGIR-NIVEL.
           MOVE 'N' TO SMOKE-ACTIVO.
           EVALUATE NIVEL
              WHEN 'SMOKE   '
                   MOVE 'S' TO SMOKE-ACTIVO
              WHEN 'AUTO    '
                   ACCEPT DIA-SEMANA FROM DAY-OF-WEEK
                   IF DIA-SEMANA < 6
                      AND PRESUPUESTO-MIN < UMBRAL-MIN
                      MOVE 'S' TO SMOKE-ACTIVO
                   END-IF
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SMOKE-ACTIVO = 'S'
              PERFORM CARGAR-SMOKE
              IF SMK-USADOS = ZEROS
                 DISPLAY 'NIVEL SMOKE SIN SDPSMOKE: SUITE COMPLETA'
                 MOVE 'N' TO SMOKE-ACTIVO
              END-IF
           END-IF.

       CARGAR-SMOKE.
           MOVE ZEROS TO SMK-USADOS.
           OPEN INPUT SMOKE.
           IF FS-SMOKE = '00'
              READ SMOKE
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM ANOTAR-SMOKE UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE SMOKE.
           MOVE 'N' TO FIN-FICH.

       ANOTAR-SMOKE.
           IF SMK-USADOS < 2000 AND REC-SMOKE NOT = SPACES
              ADD 1 TO SMK-USADOS
              MOVE REC-SMOKE TO SMK-CASO(SMK-USADOS)
           END-IF.
           READ SMOKE
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       CARGAR-ARRASTRE.
           MOVE ZEROS TO CAR-USADOS.
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * CON EL NIVEL SMOKE EL CASO QUE NO ESTA EN SDPSMOKE SE
      * SALTA; SI VENIA ARRASTRADO SIGUE EN EL RESTO
       DECIDIR-CASO.
           MOVE 1 TO EN-SMOKE.
           IF SMOKE-ACTIVO = 'S'
              PERFORM BUSCAR-EN-SMOKE
           END-IF.
           IF EN-SMOKE = ZEROS
              MOVE 'SALTA   ' TO LNK-ACCION
              ADD 1 TO SALTADOS
              PERFORM BUSCAR-EN-ARRASTRE
              IF HALLADO > ZEROS
                 PERFORM APUNTAR-RESTO
              END-IF
           ELSE
              PERFORM DECIDIR-POR-PRESUPUESTO
           END-IF.

       BUSCAR-EN-SMOKE.
           MOVE ZEROS TO EN-SMOKE.
           PERFORM COMPARAR-SMOKE
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > SMK-USADOS OR EN-SMOKE > ZEROS.

       COMPARAR-SMOKE.
           IF SMK-CASO(IDX) = LNK-CASO
              MOVE IDX TO EN-SMOKE
           END-IF.

      * CON EL PRESUPUESTO AGOTADO NO SE LANZAN CASOS NUEVOS: EL
      * CASO VA AL RESTO CON PRIORIDAD SUBIDA PARA LA PROXIMA NOCHE
       DECIDIR-POR-PRESUPUESTO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           COMPUTE AHORA-MIN =
                   FUNCTION NUMVAL(FECHA-HORA(9:2)) * 60
           CALL 'CBL_RENAME_FILE' USING NOMBRE-RESTO NOMBRE-CARRY.
           DISPLAY 'PRESUPUESTO ' PRESUPUESTO-MIN ' MIN: LANZADOS '
                   LANZADOS ' ARRASTRADOS ' APUNTADOS.
           IF SMOKE-ACTIVO = 'S'
              DISPLAY 'NIVEL SMOKE: ' SMK-USADOS
                      ' CASOS, SALTADOS ' SALTADOS
           END-IF.
           MOVE 'CERRADO ' TO LNK-ACCION.
