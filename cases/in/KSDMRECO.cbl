      *> cualquier discrepancia termina con RC 16, para que una
      *> divergencia silenciosa no vuelva a descubrirse por
      *> casualidad un trimestre tarde.
      *  Como KSDMRBLD, lee journals con la clave de 5 y journals ya
      *> convertidos por KSDMCONV con la clave ampliada.
      *  Antes de construir la sombra se verifica la cadena de
      *> huellas del journal con KSDMHUEL: si esta rota la
      *> conciliacion se rechaza con RC 16, salvo excepcion del dia
      *> del operador en KSDJFORZ.
      * SDP END
      *
      * SDP DESC Conciliacion sombra contra maestro vivo
       01  TMS-COPIA      PIC X(16) VALUE SPACES.
       01  NOMBRE-JOURNAL PIC X(08) VALUE 'KSDJRNL'.

      * CLAVE DE LA ENTRADA DE JOURNAL CON CUALQUIERA DE LOS DOS
      * ANCHOS, Y LA MAYOR QUE CABE EN EL MAESTRO ACTUAL
       01  CLAVE-JOURNAL  PIC 9(09) VALUE ZEROS.
       01  CLAVE-MAXIMA   PIC 9(09) VALUE 99999.

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
           03 SOM-CLAVE PIC 9(05) VALUE ZEROS.
           03 SOM-DATOS PIC X(75) VALUE SPACES.

      * HUELLA ENCADENADA DEL JOURNAL (MODULO KSDMHUEL)
       01  BLOQUE-HUELLA.
       COPY KSDWHUEL.

       01  CONTADORES.
           03 RECONSTRUIDOS PIC 9(09) VALUE ZEROS.
           03 COMPARADOS    PIC 9(09) VALUE ZEROS.
       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1200-LEER-CONTROL-COPIA.
           PERFORM 1300-VERIFICAR-HUELLAS
                   THRU 1300-VERIFICAR-HUELLAS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 2000-CONSTRUIR-SOMBRA
                   THRU 2000-CONSTRUIR-SOMBRA-FIN.
           END-IF.
           CLOSE CONTROL-COPIA.

      * UN JOURNAL MANIPULADO NO SE REAPLICA: LA CADENA DE HUELLAS
      * SE VERIFICA ANTES DE TOCAR NADA, SALVO EXCEPCION DEL DIA DEL
      * OPERADOR EN KSDJFORZ
       1300-VERIFICAR-HUELLAS.
           MOVE 'VERIFICA' TO HUE-FUNCION.
           MOVE 'KSDMRECO' TO HUE-PROGRAMA.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.
           IF HUE-ROTA = 'N'
              GO TO 1300-VERIFICAR-HUELLAS-FIN
           END-IF.
           DISPLAY 'CADENA DEL JOURNAL ROTA EN ' HUE-FICHERO
                   ' SECUENCIA ' HUE-SEQ ' POSICION ' HUE-POSICION
                   ': ' HUE-MOTIVO.
           IF HUE-FORZADA = 'S'
              DISPLAY 'SE SIGUE POR EXCEPCION DEL OPERADOR '
                      HUE-OPERADOR
           ELSE
              DISPLAY 'CONCILIACION RECHAZADA, VER KSDMJVER'
              MOVE 16 TO RC
           END-IF.

       1300-VERIFICAR-HUELLAS-FIN.
           EXIT.

       2000-CONSTRUIR-SOMBRA.
           OPEN INPUT COPIA.
           MOVE 'ABRIENDO COPIA KSDBKUP' TO MSG-FSTAT.
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.

      * LOS JOURNALS YA CONVERTIDOS TRAEN LA CLAVE AMPLIADA; LOS
      * ANTERIORES SOLO LA CLAVE DE 5. UNA CLAVE QUE NO CABE EN EL
      * MAESTRO ACTUAL ES UN DESCUADRE
       3200-APLICAR-IMAGEN.
           IF JRN-CLAVE-AMPLIA NUMERIC
              MOVE JRN-CLAVE-AMPLIA TO CLAVE-JOURNAL
           ELSE
              MOVE JRN-CLAVE TO CLAVE-JOURNAL
           END-IF.
           IF CLAVE-JOURNAL > CLAVE-MAXIMA
              ADD 1 TO DESCUADRES
              DISPLAY 'CLAVE DE JOURNAL FUERA DEL MAESTRO '
                      CLAVE-JOURNAL
           ELSE
              PERFORM 3300-REAPLICAR-OPERACION
           END-IF.

       3300-REAPLICAR-OPERACION.
           MOVE CLAVE-JOURNAL TO CLAVE-SOM.
           EVALUATE JRN-OP
              WHEN 'A'
                   MOVE JRN-DESPUES TO DATOS-SOM
                   END-WRITE
              WHEN 'U'
              WHEN 'P'
              WHEN 'M'
                   MOVE JRN-DESPUES TO DATOS-SOM
                   REWRITE REG-SOMBRA
                           INVALID KEY ADD 1 TO DESCUADRES
                   END-REWRITE
      * LA BAJA LOGICA TRAE LA IMAGEN CERRADA; SIN IMAGEN DESPUES ES
      * BAJA FISICA (PURGA KSDMPURG O JOURNAL ANTIGUO)
              WHEN 'D'
                   IF JRN-DESPUES = SPACES
                      DELETE SOMBRA
                             INVALID KEY ADD 1 TO DESCUADRES
                      END-DELETE
                   ELSE
                      MOVE JRN-DESPUES TO DATOS-SOM
                      REWRITE REG-SOMBRA
                              INVALID KEY ADD 1 TO DESCUADRES
                      END-REWRITE
                   END-IF
              WHEN OTHER
                   ADD 1 TO DESCUADRES
                   DISPLAY 'OPERACION DE JOURNAL DESCONOCIDA '
                           JRN-OP ' CLAVE ' CLAVE-JOURNAL
           END-EVALUATE.

      * COMPARACION EN PARALELO POR CLAVE CRECIENTE, COMO UN CRUCE
