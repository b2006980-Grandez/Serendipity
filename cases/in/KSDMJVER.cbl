      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Verificacion de la cadena de huellas del journal
      ******************************************************************
      * SDP DESCRIPTION
      *  Paso de auditoria del journal del maestro: recorre con el
      *> modulo KSDMHUEL las generaciones archivadas activas del
      *> catalogo KSDJRNGC, en orden, y despues el KSDJRNL en curso,
      *> recalculando la huella encadenada de cada entrada y la
      *> huella final de cada generacion. El informe de SDPREPW0 da
      *> las generaciones y entradas recorridas, las selladas y las
      *> anteriores a la cadena, y el primer eslabon roto con su
      *> generacion, su numero de secuencia JRN-SEQ, su posicion en
      *> el fichero y el motivo.
      *  Cadena intacta RC 0; cadena rota RC 16. KSDMRBLD y KSDMRECO
      *> hacen la misma verificacion antes de reaplicar el journal.
      * SDP END
      *
      * SDP DESC Verificacion de huellas encadenadas del journal
      * SDP IVP 0 Files.Consumes = KSDJRNGC,KSDJRNL - los lee
      * KSDMHUEL
      * SDP IVP 0 Files.Produces = SDPPRINT - SDPPRINT lo escribe
      * SDPREPW0
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMJVER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77 RC PIC 9(03) VALUE ZEROS.

      * REGISTRO DE TRABAJO DEL MODULO; VERIFICA NO LO USA
       01  REG-JOURNAL.
       COPY KSDWJRNL.

      * HUELLA ENCADENADA DEL JOURNAL (MODULO KSDMHUEL)
       01  BLOQUE-HUELLA.
       COPY KSDWHUEL.

       01  INFORME-HUELLAS.
       COPY SDPWREPW.

       01  LINEA PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       1000-INICIO.
           MOVE 'VERIFICA' TO HUE-FUNCION.
           MOVE 'KSDMJVER' TO HUE-PROGRAMA.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'VERIFICACION DE HUELLAS DEL JOURNAL' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-HUELLAS.

           MOVE SPACES TO LINEA.
           STRING 'GENERACIONES ' HUE-GENERACIONES
                  '  ENTRADAS ' HUE-REGISTROS
                  '  SELLADAS ' HUE-SELLADOS
                  '  ANTERIORES A LA CADENA ' HUE-SIN-SELLO
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 'RECORRIDO       ' TO RPT-CORTE.
           PERFORM 2000-ESCRIBIR-LINEA.

           MOVE SPACES TO LINEA.
           IF HUE-ROTA = 'S'
              STRING 'PRIMER ESLABON ROTO: ' HUE-FICHERO
                     ' SECUENCIA ' HUE-SEQ
                     ' POSICION ' HUE-POSICION
                     ' ' HUE-MOTIVO
                     DELIMITED BY SIZE INTO LINEA
              MOVE 16 TO RC
           ELSE
              MOVE 'CADENA INTACTA' TO LINEA
           END-IF.
           MOVE 'RESULTADO       ' TO RPT-CORTE.
           PERFORM 2000-ESCRIBIR-LINEA.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-HUELLAS.

           DISPLAY LINEA.
           STOP RUN RETURNING RC.

       2000-ESCRIBIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-HUELLAS.
