      *> entradas con marca anterior o igual a la de la descarga ya
      *> estan en la copia y se saltan sin reaplicar.
      *  Las altas se reaplican con WRITE de la imagen despues, las
      *> modificaciones y las bajas logicas con REWRITE y las bajas
      *> fisicas (sin imagen despues) con DELETE; un
      *> journal que no casa con el estado reconstruido (INVALID KEY
      *> al reaplicar) o una generacion archivada desaparecida se
      *> cuenta como descuadre y fuerza RC = 16.
      *  Lee journals con la clave de 5 y journals ya convertidos por
      *> KSDMCONV con la clave ampliada; una clave que no cabe en el
      *> maestro actual tambien es descuadre.
      *  Antes de restaurar nada se verifica la cadena de huellas
      *> del journal con KSDMHUEL: si esta rota el replay se rechaza
      *> con RC 16, salvo excepcion del dia del operador en KSDJFORZ.
      * SDP END
      *
      * SDP DESC Replay del journal sobre una copia de seguridad

       01  NOMBRE-JOURNAL PIC X(08) VALUE 'KSDJRNL'.

      * CLAVE DE LA ENTRADA DE JOURNAL CON CUALQUIERA DE LOS DOS
      * ANCHOS, Y LA MAYOR QUE CABE EN EL MAESTRO ACTUAL
       01  CLAVE-JOURNAL  PIC 9(09) VALUE ZEROS.
       01  CLAVE-MAXIMA   PIC 9(09) VALUE 99999.

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
           03 LCK-FUNCION  PIC X(08) VALUE SPACES.
           03 LCK-PROGRAMA PIC X(08) VALUE 'KSDMRBLD'.

      * HUELLA ENCADENADA DEL JOURNAL (MODULO KSDMHUEL)
       01  BLOQUE-HUELLA.
       COPY KSDWHUEL.

       01  CONTADORES.
           03 RESTAURADOS  PIC 9(09) VALUE ZEROS.
           03 REAPLICADAS  PIC 9(09) VALUE ZEROS.
       1000-INICIO.
           PERFORM 1100-LEER-LIMITE.
           PERFORM 1200-LEER-CONTROL-COPIA.
           PERFORM 1300-VERIFICAR-HUELLAS
                   THRU 1300-VERIFICAR-HUELLAS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'TOMAR   ' TO LCK-FUNCION.
           CALL 'KSDMLOCK' USING LCK-FUNCION LCK-PROGRAMA RC.
           END-IF.
           CLOSE CONTROL-COPIA.

      * UN JOURNAL MANIPULADO NO SE REAPLICA: LA CADENA DE HUELLAS
      * SE VERIFICA ANTES DE TOCAR NADA, SALVO EXCEPCION DEL DIA DEL
      * OPERADOR EN KSDJFORZ
       1300-VERIFICAR-HUELLAS.
           MOVE 'VERIFICA' TO HUE-FUNCION.
           MOVE 'KSDMRBLD' TO HUE-PROGRAMA.
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
              DISPLAY 'REPLAY RECHAZADO, VER KSDMJVER'
              MOVE 16 TO RC
           END-IF.

       1300-VERIFICAR-HUELLAS-FIN.
           EXIT.

       2000-RESTAURAR-COPIA.
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
           MOVE CLAVE-JOURNAL TO MST-CLAVE.
           EVALUATE JRN-OP
              WHEN 'A'
                   MOVE JRN-DESPUES TO MST-DATOS
                   END-WRITE
              WHEN 'U'
              WHEN 'P'
              WHEN 'M'
                   MOVE JRN-DESPUES TO MST-DATOS
                   REWRITE REG-MAESTRO
                           INVALID KEY ADD 1 TO DESCUADRES
                           NOT INVALID KEY ADD 1 TO REAPLICADAS
                   END-REWRITE
      * LA BAJA LOGICA TRAE LA IMAGEN CERRADA; SIN IMAGEN DESPUES ES
      * BAJA FISICA (PURGA KSDMPURG O JOURNAL ANTIGUO)
              WHEN 'D'
                   IF JRN-DESPUES = SPACES
                      DELETE MAESTRO
                             INVALID KEY ADD 1 TO DESCUADRES
                             NOT INVALID KEY ADD 1 TO REAPLICADAS
                      END-DELETE
                   ELSE
                      MOVE JRN-DESPUES TO MST-DATOS
                      REWRITE REG-MAESTRO
                              INVALID KEY ADD 1 TO DESCUADRES
                              NOT INVALID KEY ADD 1 TO REAPLICADAS
                      END-REWRITE
                   END-IF
              WHEN OTHER
                   ADD 1 TO DESCUADRES
                   DISPLAY 'OPERACION DE JOURNAL DESCONOCIDA '
                           JRN-OP ' CLAVE ' CLAVE-JOURNAL
           END-EVALUATE.

       9000-SOLTAR-CERROJO.
