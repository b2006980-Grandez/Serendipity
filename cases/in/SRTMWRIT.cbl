      * SDP DESCRIPTION
      *  Escribe el fichero ordenado resultado de alguno de los
      *  metodos de ordenacion
      *  Si la carga fue por etiquetas (MODO-CARGA 'E' de SRTWDATA)
      *> lee el fichero de trabajo SRTTAGWK de SRTMLOAD, encadena sus
      *> registros por clave en orden de llegada y, para cada clave
      *> de ORDEN, escribe el primer registro de esa clave aun no
      *> escrito: SORTOUT sale con los 80 octetos de cada registro y
      *> las claves repetidas conservan su orden de entrada.
      *  La cabecera y el pie recalculado que SRTMLOAD aparta de la
      *> ordenacion (deck SRTHDTRP) salen el primero y el ultimo.
      * SDP END
      *
      * Referencia cruzada de ficheros por nombre ASSIGN: programas
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TRABAJO ASSIGN TO FIS-SRTTAGWK
                  FILE STATUS IS FS-TRABAJO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SALIDA.
       01  REC-SALIDA PIC X(80).

       FD  TRABAJO.
       01  REC-TRABAJO PIC X(80).

       WORKING-STORAGE SECTION.
       
       77 FS-OUTPUT PIC XX VALUE SPACES.
       77 RC        PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT  PIC X(40) VALUE SPACES.
       77 FS-TRABAJO PIC XX VALUE SPACES.
       77 FIN-TRABAJO PIC X(01) VALUE 'N'.

       01  WORK-DATOS.
           03 IDX PIC 9(05) VALUE ZEROS.
           03 POS PIC 9(05) VALUE ZEROS.

      * NOMBRES FISICOS RESUELTOS POR EL MAPEO SDPDDMAP
       01  FICHEROS-FISICOS.
           03 FIS-SRTTAGWK PIC X(64) VALUE 'SRTTAGWK'.

      * REGISTROS COMPLETOS DE LA CARGA POR ETIQUETAS, EN SU ORDEN DE
      * LLEGADA, CON LA CADENA DE LOS DE LA MISMA CLAVE
       01  TABLA-REGISTROS.
           03 REG-USADOS PIC 9(05) VALUE ZEROS.
           03 REG-ENTRADA OCCURS 10000 TIMES.
              05 REG-DATOS.
                 07 REG-CLAVE PIC 9(05).
                 07 REG-RESTO PIC X(75).
              05 REG-SIGUIENTE PIC 9(05).

      * PRIMER REGISTRO AUN NO ESCRITO DE CADA CLAVE (CERO: NINGUNO)
       01  TABLA-CABECERAS.
           03 CAB-PRIMERO OCCURS 100000 TIMES PIC 9(05).

       01  REGISTRO-EJECUCION.
           03 RLOG-PROGRAMA PIC X(08) VALUE 'SRTMWRIT'.
           CALL 'SDPRLOG0' USING 'START' RLOG-PROGRAMA RC
                RLOG-NADA RLOG-ESCRITOS.

           IF MODO-CARGA = 'E'
              PERFORM CARGAR-ETIQUETAS
           END-IF.

           PERFORM OPEN-FILE.

           IF HAY-CABECERA = 'S'
              WRITE REC-SALIDA FROM REG-CABECERA
              MOVE 'ESCRIBIENDO CABECERA DE SALIDA' TO MSG-FSTAT
              PERFORM COMPROBAR-ESCRITURA
           END-IF.
           
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > ITEMS
                IF MODO-CARGA = 'E'
                   PERFORM RECOMPONER-REGISTRO
                ELSE
                   WRITE REC-SALIDA FROM ORDEN(IDX)
                END-IF
                MOVE 'ESCRIBIENDO FICHERO DE SALIDA' TO MSG-FSTAT
                CALL 'SRTFSTAT' USING FS-OUTPUT '00' SPACES
                     MSG-FSTAT RC
                END-IF
           END-PERFORM.

           IF HAY-PIE = 'S'
              WRITE REC-SALIDA FROM REG-PIE
              MOVE 'ESCRIBIENDO PIE DE SALIDA' TO MSG-FSTAT
              PERFORM COMPROBAR-ESCRITURA
           END-IF.

           PERFORM CLOSE-FILE.

           MOVE ZEROS TO RC
       CLOSE-FILE.
           CLOSE SALIDA.

       COMPROBAR-ESCRITURA.
           CALL 'SRTFSTAT' USING FS-OUTPUT '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              PERFORM CIERRE-CONTROLADO
              GOBACK
           END-IF.

       CARGAR-ETIQUETAS.
           CALL 'SDPDDMP0' USING 'SRTTAGWK' FIS-SRTTAGWK.
           OPEN INPUT TRABAJO.
           MOVE 'ABRIENDO FICHERO DE TRABAJO SRTTAGWK' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TRABAJO '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE ZEROS TO IDX
              PERFORM CIERRE-CONTROLADO
              GOBACK
           END-IF.
           READ TRABAJO
                AT END MOVE 'S' TO FIN-TRABAJO
           END-READ.
           PERFORM ANOTAR-ETIQUETA
                   UNTIL FIN-TRABAJO = 'S' OR RC NOT = ZEROS.
           CLOSE TRABAJO.
           IF RC = ZEROS AND REG-USADOS NOT = ITEMS
              DISPLAY 'ERROR SRTTAGWK TRAE ' REG-USADOS
                      ' REGISTROS Y LA CARGA ' ITEMS
              MOVE 16 TO RC
           END-IF.
           IF RC NOT = ZEROS
              MOVE ZEROS TO IDX
              PERFORM CIERRE-CONTROLADO
              GOBACK
           END-IF.

      * SE ENCADENA DE ATRAS ADELANTE PARA QUE CADA CABECERA APUNTE
      * AL PRIMERO QUE LLEGO CON SU CLAVE
           MOVE ZEROS TO TABLA-CABECERAS.
           PERFORM ENCADENAR-ETIQUETA
                   VARYING POS FROM REG-USADOS BY -1 UNTIL POS < 1.

       ANOTAR-ETIQUETA.
           IF REG-USADOS NOT < 10000
              DISPLAY 'ERROR SRTTAGWK EXCEDE EL LIMITE DE 10000 '
                      'REGISTROS DE LA TABLA'
              MOVE 16 TO RC
           ELSE
              ADD 1 TO REG-USADOS
              MOVE REC-TRABAJO TO REG-DATOS(REG-USADOS)
              IF REG-CLAVE(REG-USADOS) NOT NUMERIC
                 DISPLAY 'ERROR CLAVE NO NUMERICA EN SRTTAGWK '
                         'REGISTRO ' REG-USADOS
                 MOVE 16 TO RC
              END-IF
              READ TRABAJO
                   AT END MOVE 'S' TO FIN-TRABAJO
              END-READ
           END-IF.

       ENCADENAR-ETIQUETA.
           MOVE CAB-PRIMERO(REG-CLAVE(POS) + 1)
                TO REG-SIGUIENTE(POS).
           MOVE POS TO CAB-PRIMERO(REG-CLAVE(POS) + 1).

      * UNA CLAVE DE ORDEN SIN REGISTRO PENDIENTE ES QUE EL ALGORITMO
      * HA PERDIDO O DUPLICADO CLAVES
       RECOMPONER-REGISTRO.
           MOVE CAB-PRIMERO(ORDEN(IDX) + 1) TO POS.
           IF POS = ZEROS
              DISPLAY 'ERROR CLAVE ' ORDEN(IDX)
                      ' SIN REGISTRO PENDIENTE EN SRTTAGWK'
              MOVE 16 TO RC
              PERFORM CIERRE-CONTROLADO
              GOBACK
           END-IF.
           MOVE REG-SIGUIENTE(POS) TO CAB-PRIMERO(ORDEN(IDX) + 1).
           WRITE REC-SALIDA FROM REG-DATOS(POS).

      * UN FIN CONTROLADO CON ERROR DEJA SU REGISTRO STOP EN EL LOG
      * CENTRAL CON EL RC DEL CONVENIO Y LO ESCRITO HASTA EL MOMENTO
       CIERRE-CONTROLADO.
