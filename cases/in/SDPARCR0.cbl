      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Consulta, reimpresion y depuracion del archivo de
      *          informes
      ******************************************************************
      * SDP DESCRIPTION
      *  SDPDIST0 reparte SDPPRINT, pero en cuanto se pisa el
      *> fichero del destinatario el informe del mes pasado se
      *> pierde. SDPREPW0 archiva ahora cada informe en el
      *> repositorio indexado SDPARCC/SDPARCX (clave titulo, marca
      *> de inicio y RUNID) y este paso lo explota con las tarjetas
      *> del deck SDPARCRP:
      *>    LISTA     <desde AAAAMMDD> <hasta AAAAMMDD> [<titulo>]
      *>    REIMPRIME <desde> <hasta> <pag-desde> <pag-hasta>
      *>              <runid|*> [<titulo>]
      *>    DEPURA
      *> El titulo es el resto de la tarjeta, tal como sale en la
      *> cabecera del informe; sin titulo valen todos. LISTA da los
      *> informes archivados en el rango de fechas con su RUNID,
      *> paginas, lineas y estado. REIMPRIME copia al fichero
      *> SDPARCRI las lineas archivadas de cada informe que casa,
      *> tal como salieron, o solo del rango de paginas pedido
      *> (0 0 es el informe entero): "la conciliacion de cada dia
      *> del segundo trimestre" es una sola tarjeta. DEPURA aplica
      *> la retencion del deck SDPARCRD:
      *>    RETENER <dias> [<titulo>]
      *> (sin titulo, la retencion por omision; sin ninguna tarjeta
      *> que aplique el informe se conserva) y borra catalogo y
      *> lineas de los informes mas antiguos. El resumen de lo hecho
      *> sale por SDPREPW0 una vez cerrado el archivo. RC 4 si una
      *> LISTA o REIMPRIME no encuentra nada, 8 si no hay archivo.
      * SDP END
      *
      * SDP DESC Listado, reimpresion y retencion de informes
      * SDP IVP 0 Files.Consumes = SDPARCRP,SDPARCRD
      * SDP IVP 0 Files.Updates = SDPARCC,SDPARCX
      * SDP IVP 0 Files.Produces = SDPARCRI
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPARCR0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETAS ASSIGN TO 'SDPARCRP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RETENCION ASSIGN TO 'SDPARCRD'
                  FILE STATUS IS FS-RETEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ARCHIVO-CATALOGO ASSIGN TO 'SDPARCC'
                  FILE STATUS IS FS-ARCC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARC-CLAVE.

           SELECT ARCHIVO-LINEAS ASSIGN TO 'SDPARCX'
                  FILE STATUS IS FS-ARCX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ARX-CLAVE.

           SELECT REIMPRESION ASSIGN TO 'SDPARCRI'
                  FILE STATUS IS FS-REIMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(132).

       FD  RETENCION.
       01  REC-RETENCION PIC X(80).

       FD  ARCHIVO-CATALOGO.
       01  REG-ARCC.
       COPY SDPWARCC.

       FD  ARCHIVO-LINEAS.
       01  REG-ARCX.
       COPY SDPWARCX.

       FD  REIMPRESION.
       01  REC-REIMPRESION PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-RETEN    PIC XX VALUE SPACES.
       77 FS-ARCC     PIC XX VALUE SPACES.
       77 FS-ARCX     PIC XX VALUE SPACES.
       77 FS-REIMP    PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-CATALOGO PIC X(01) VALUE 'N'.
       77 FIN-LINEAS  PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(16) VALUE SPACES.
           03 PAL-2 PIC X(16) VALUE SPACES.
           03 PAL-3 PIC X(16) VALUE SPACES.
           03 PAL-4 PIC X(16) VALUE SPACES.
           03 PAL-5 PIC X(16) VALUE SPACES.
           03 PAL-6 PIC X(16) VALUE SPACES.
           03 PUNTERO PIC 9(03) VALUE ZEROS.

      * PETICION EN CURSO
       01  PETICION.
           03 PET-FUNCION  PIC X(09) VALUE SPACES.
           03 PET-DESDE    PIC X(08) VALUE SPACES.
           03 PET-HASTA    PIC X(08) VALUE SPACES.
           03 PET-PAG-DESDE PIC 9(05) VALUE ZEROS.
           03 PET-PAG-HASTA PIC 9(05) VALUE ZEROS.
           03 PET-RUNID    PIC X(16) VALUE SPACES.
           03 PET-TITULO   PIC X(40) VALUE SPACES.
           03 PET-HALLADOS PIC 9(05) VALUE ZEROS.

      * RETENCION POR TITULO; TITULO EN BLANCO ES LA DE OMISION
       01  TABLA-RETENCION.
           03 RET-USADOS PIC 9(03) VALUE ZEROS.
           03 RET-ENTRADA OCCURS 100 TIMES.
              05 RET-TITULO PIC X(40).
              05 RET-DIAS   PIC 9(05).

      * EL RESUMEN SE GUARDA HASTA CERRAR EL ARCHIVO, PORQUE SDPREPW0
      * ARCHIVA SU PROPIO INFORME EN LOS MISMOS FICHEROS
       01  TABLA-RESUMEN.
           03 RES-USADOS PIC 9(04) VALUE ZEROS.
           03 RES-PERDIDAS PIC 9(05) VALUE ZEROS.
           03 RES-ENTRADA OCCURS 2000 TIMES.
              05 RES-CORTE   PIC X(16).
              05 RES-IMPORTE PIC 9(01).
              05 RES-LINEA   PIC X(132).

       01  FECHA-HORA PIC X(21) VALUE SPACES.

       01  TRABAJO.
           03 IDX          PIC 9(04) VALUE ZEROS.
           03 IMPORTE-LINEA PIC 9(01) VALUE ZEROS.
           03 DIAS-RETENER PIC 9(05) VALUE ZEROS.
           03 HAY-RETENCION PIC X(01) VALUE 'N'.
           03 FECHA-HOY    PIC 9(08) VALUE ZEROS.
           03 FECHA-INFORME PIC 9(08) VALUE ZEROS.
           03 DIA-HOY      PIC 9(09) VALUE ZEROS.
           03 DIA-INFORME  PIC 9(09) VALUE ZEROS.
           03 ANTIGUEDAD   PIC S9(09) VALUE ZEROS.
           03 LINEAS-COPIADAS PIC 9(07) VALUE ZEROS.
           03 LINEAS-BORRADAS PIC 9(07) VALUE ZEROS.
           03 INFORMES-BORRADOS PIC 9(05) VALUE ZEROS.
           03 CORTE-ACTUAL PIC X(16) VALUE SPACES.
           03 LINEA        PIC X(132) VALUE SPACES.
           03 ED-PAGINAS   PIC ZZZZ9.
           03 ED-LINEAS    PIC ZZZZZZ9.

       01  INFORME-ARCHIVO.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE FECHA-HORA(1:8) TO FECHA-HOY.
           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY).

           PERFORM 1100-CARGAR-RETENCION.

           OPEN INPUT TARJETAS.
           MOVE 'ABRIENDO TARJETAS SDPARCRP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TARJETAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           OPEN I-O ARCHIVO-CATALOGO.
           MOVE 'ABRIENDO ARCHIVO DE INFORMES SDPARCC' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-ARCC '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              STOP RUN RETURNING RC
           END-IF.

           OPEN I-O ARCHIVO-LINEAS.
           MOVE 'ABRIENDO ARCHIVO DE INFORMES SDPARCX' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-ARCX '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              STOP RUN RETURNING RC
           END-IF.

           OPEN OUTPUT REIMPRESION.
           MOVE 'ABRIENDO REIMPRESION SDPARCRI' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-REIMP '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2000-TRATAR-TARJETA UNTIL FIN-FICH = 'S'.

           CLOSE TARJETAS.
           CLOSE ARCHIVO-CATALOGO.
           CLOSE ARCHIVO-LINEAS.
           CLOSE REIMPRESION.

           PERFORM 8000-EMITIR-RESUMEN THRU 8000-EMITIR-RESUMEN-FIN.
           STOP RUN RETURNING RC.

       1100-CARGAR-RETENCION.
           OPEN INPUT RETENCION.
           IF FS-RETEN NOT = '00'
              CLOSE RETENCION
           ELSE
              READ RETENCION
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1200-ANOTAR-RETENCION UNTIL FIN-FICH = 'S'
              CLOSE RETENCION
              MOVE 'N' TO FIN-FICH
           END-IF.

       1200-ANOTAR-RETENCION.
           MOVE SPACES TO PALABRAS-DECK.
           MOVE 1 TO PUNTERO.
           UNSTRING REC-RETENCION DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 WITH POINTER PUNTERO.
           IF PAL-1 = 'RETENER' AND PAL-2 IS NOT = SPACES
              AND RET-USADOS < 100
              ADD 1 TO RET-USADOS
              MOVE FUNCTION NUMVAL(PAL-2) TO RET-DIAS(RET-USADOS)
              MOVE SPACES TO RET-TITULO(RET-USADOS)
              IF PUNTERO < 80
                 MOVE REC-RETENCION(PUNTERO:) TO RET-TITULO(RET-USADOS)
              END-IF
           END-IF.
           READ RETENCION
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * TARJETAS DE PETICION
      ******************************************************************
       2000-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           MOVE SPACES TO PETICION.
           MOVE ZEROS TO PET-PAG-DESDE PET-PAG-HASTA PET-HALLADOS.
           MOVE 1 TO PUNTERO.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 WITH POINTER PUNTERO.
           EVALUATE PAL-1
              WHEN 'LISTA'
                   UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                            INTO PAL-2 PAL-3 WITH POINTER PUNTERO
                   PERFORM 2100-COMPLETAR-PETICION
                   MOVE 'LISTA' TO PET-FUNCION
                   MOVE 'LISTA' TO CORTE-ACTUAL
                   PERFORM 3000-RECORRER-CATALOGO
                           THRU 3000-RECORRER-CATALOGO-FIN
              WHEN 'REIMPRIME'
                   UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                            INTO PAL-2 PAL-3 PAL-4 PAL-5 PAL-6
                            WITH POINTER PUNTERO
                   PERFORM 2100-COMPLETAR-PETICION
                   MOVE FUNCTION NUMVAL(PAL-4) TO PET-PAG-DESDE
                   MOVE FUNCTION NUMVAL(PAL-5) TO PET-PAG-HASTA
                   IF PAL-6 NOT = '*'
                      MOVE PAL-6 TO PET-RUNID
                   END-IF
                   MOVE 'REIMPRIME' TO PET-FUNCION
                   MOVE 'REIMPRESION' TO CORTE-ACTUAL
                   PERFORM 3000-RECORRER-CATALOGO
                           THRU 3000-RECORRER-CATALOGO-FIN
              WHEN 'DEPURA'
                   MOVE 'DEPURA' TO PET-FUNCION
                   MOVE 'DEPURACION' TO CORTE-ACTUAL
                   MOVE '00000000' TO PET-DESDE
                   MOVE '99999999' TO PET-HASTA
                   PERFORM 3000-RECORRER-CATALOGO
                           THRU 3000-RECORRER-CATALOGO-FIN
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      * FECHAS DEL RANGO Y TITULO (RESTO DE LA TARJETA); UNA FECHA
      * QUE NO SEA AAAAMMDD DEJA EL RANGO ABIERTO POR ESE LADO
       2100-COMPLETAR-PETICION.
           MOVE '00000000' TO PET-DESDE.
           MOVE '99999999' TO PET-HASTA.
           IF PAL-2(1:8) IS NUMERIC
              MOVE PAL-2(1:8) TO PET-DESDE
           END-IF.
           IF PAL-3(1:8) IS NUMERIC
              MOVE PAL-3(1:8) TO PET-HASTA
           END-IF.
           IF PUNTERO < 132
              MOVE REC-TARJETA(PUNTERO:) TO PET-TITULO
           END-IF.

      ******************************************************************
      * RECORRIDO DEL CATALOGO: CON TITULO SE POSICIONA POR CLAVE EN
      * TITULO + FECHA DESDE; SIN TITULO SE RECORRE ENTERO
      ******************************************************************
       3000-RECORRER-CATALOGO.
           MOVE LOW-VALUES TO ARC-CLAVE.
           IF PET-TITULO NOT = SPACES
              MOVE PET-TITULO TO ARC-TITULO
              MOVE PET-DESDE  TO ARC-TMS(1:8)
           END-IF.
           MOVE 'N' TO FIN-CATALOGO.
           START ARCHIVO-CATALOGO KEY IS NOT LESS THAN ARC-CLAVE
                 INVALID KEY MOVE 'S' TO FIN-CATALOGO
           END-START.
           IF FIN-CATALOGO = 'N'
              PERFORM 3100-LEER-SIGUIENTE
           END-IF.
           PERFORM 3200-TRATAR-INFORME UNTIL FIN-CATALOGO = 'S'.

           IF PET-HALLADOS = ZEROS AND PET-FUNCION NOT = 'DEPURA'
              MOVE SPACES TO LINEA
              STRING PET-FUNCION ' ' PET-DESDE ' ' PET-HASTA
                     ' SIN INFORMES ARCHIVADOS PARA ' PET-TITULO
                     DELIMITED BY SIZE INTO LINEA
              MOVE ZEROS TO IMPORTE-LINEA
              PERFORM 7000-GUARDAR-LINEA
              IF RC < 4
                 MOVE 4 TO RC
              END-IF
           END-IF.
           IF PET-FUNCION = 'DEPURA'
              MOVE SPACES TO LINEA
              STRING 'DEPURADOS ' INFORMES-BORRADOS
                     ' INFORMES CON ' LINEAS-BORRADAS ' LINEAS'
                     DELIMITED BY SIZE INTO LINEA
              MOVE ZEROS TO IMPORTE-LINEA
              PERFORM 7000-GUARDAR-LINEA
           END-IF.

       3000-RECORRER-CATALOGO-FIN.
           EXIT.

       3100-LEER-SIGUIENTE.
           READ ARCHIVO-CATALOGO NEXT RECORD
                AT END MOVE 'S' TO FIN-CATALOGO
           END-READ.
           IF FIN-CATALOGO = 'N' AND PET-TITULO NOT = SPACES
              IF ARC-TITULO NOT = PET-TITULO
                 OR ARC-TMS(1:8) > PET-HASTA
                 MOVE 'S' TO FIN-CATALOGO
              END-IF
           END-IF.

       3200-TRATAR-INFORME.
           IF ARC-TMS(1:8) NOT < PET-DESDE
              AND ARC-TMS(1:8) NOT > PET-HASTA
              AND (PET-RUNID = SPACES OR PET-RUNID = ARC-RUNID)
              EVALUATE PET-FUNCION
                 WHEN 'LISTA'
                      ADD 1 TO PET-HALLADOS
                      PERFORM 4000-LISTAR-INFORME
                 WHEN 'REIMPRIME'
                      ADD 1 TO PET-HALLADOS
                      PERFORM 5000-REIMPRIMIR-INFORME
                 WHEN 'DEPURA'
                      PERFORM 6000-DEPURAR-INFORME
              END-EVALUATE
           END-IF.
           PERFORM 3100-LEER-SIGUIENTE.

       4000-LISTAR-INFORME.
           MOVE ARC-PAGINAS TO ED-PAGINAS.
           MOVE ARC-LINEAS  TO ED-LINEAS.
           MOVE SPACES TO LINEA.
           STRING ARC-TMS(1:12) ' ' ARC-RUNID ' PAG ' ED-PAGINAS
                  ' LIN ' ED-LINEAS ' ' ARC-ESTADO ' ' ARC-TITULO
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 1 TO IMPORTE-LINEA.
           PERFORM 7000-GUARDAR-LINEA.

      ******************************************************************
      * REIMPRESION: LAS LINEAS DEL INFORME EN ORDEN DE SECUENCIA,
      * FILTRADAS POR PAGINA SI SE PIDIO UN RANGO
      ******************************************************************
       5000-REIMPRIMIR-INFORME.
           MOVE ZEROS TO LINEAS-COPIADAS.
           PERFORM 5100-POSICIONAR-LINEAS.
           PERFORM 5200-COPIAR-LINEA UNTIL FIN-LINEAS = 'S'.

           MOVE ARC-PAGINAS TO ED-PAGINAS.
           MOVE LINEAS-COPIADAS TO ED-LINEAS.
           MOVE SPACES TO LINEA.
           STRING ARC-TMS(1:12) ' ' ARC-RUNID ' PAG ' ED-PAGINAS
                  ' REIMPRESAS ' ED-LINEAS ' ' ARC-TITULO
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 1 TO IMPORTE-LINEA.
           PERFORM 7000-GUARDAR-LINEA.

       5100-POSICIONAR-LINEAS.
           MOVE ARC-TITULO TO ARX-TITULO.
           MOVE ARC-TMS    TO ARX-TMS.
           MOVE ARC-RUNID  TO ARX-RUNID.
           MOVE ZEROS      TO ARX-SECUENCIA.
           MOVE 'N' TO FIN-LINEAS.
           START ARCHIVO-LINEAS KEY IS NOT LESS THAN ARX-CLAVE
                 INVALID KEY MOVE 'S' TO FIN-LINEAS
           END-START.
           IF FIN-LINEAS = 'N'
              PERFORM 5300-LEER-LINEA
           END-IF.

       5200-COPIAR-LINEA.
           IF (PET-PAG-DESDE = ZEROS OR ARX-PAGINA NOT < PET-PAG-DESDE)
              AND (PET-PAG-HASTA = ZEROS
                   OR ARX-PAGINA NOT > PET-PAG-HASTA)
              WRITE REC-REIMPRESION FROM ARX-LINEA
              ADD 1 TO LINEAS-COPIADAS
           END-IF.
           PERFORM 5300-LEER-LINEA.

      * LEE LA LINEA SIGUIENTE DEL MISMO INFORME
       5300-LEER-LINEA.
           READ ARCHIVO-LINEAS NEXT RECORD
                AT END MOVE 'S' TO FIN-LINEAS
           END-READ.
           IF FIN-LINEAS = 'N'
              IF ARX-TITULO NOT = ARC-TITULO
                 OR ARX-TMS NOT = ARC-TMS
                 OR ARX-RUNID NOT = ARC-RUNID
                 MOVE 'S' TO FIN-LINEAS
              END-IF
           END-IF.

      ******************************************************************
      * DEPURACION: RETENCION DEL TITULO O, SI NO TIENE, LA DE OMISION
      ******************************************************************
       6000-DEPURAR-INFORME.
           MOVE 'N' TO HAY-RETENCION.
           MOVE ZEROS TO DIAS-RETENER.
           PERFORM 6100-BUSCAR-RETENCION
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > RET-USADOS.
           IF HAY-RETENCION = 'N'
              PERFORM 6150-BUSCAR-OMISION
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > RET-USADOS
           END-IF.
           IF HAY-RETENCION = 'N' OR ARC-TMS(1:8) IS NOT NUMERIC
              GO TO 6000-DEPURAR-INFORME-FIN
           END-IF.

           MOVE ARC-TMS(1:8) TO FECHA-INFORME.
           COMPUTE DIA-INFORME =
                   FUNCTION INTEGER-OF-DATE(FECHA-INFORME).
           COMPUTE ANTIGUEDAD = DIA-HOY - DIA-INFORME.
           IF ANTIGUEDAD NOT > DIAS-RETENER
              GO TO 6000-DEPURAR-INFORME-FIN
           END-IF.

           MOVE ZEROS TO LINEAS-COPIADAS.
           PERFORM 5100-POSICIONAR-LINEAS.
           PERFORM 6200-BORRAR-LINEA UNTIL FIN-LINEAS = 'S'.

           DELETE ARCHIVO-CATALOGO RECORD
                  INVALID KEY
                     DISPLAY 'AVISO NO SE BORRA DEL CATALOGO FS '
                             FS-ARCC ' ' ARC-TITULO
           END-DELETE.
           ADD 1 TO INFORMES-BORRADOS.

           MOVE ARC-PAGINAS TO ED-PAGINAS.
           MOVE LINEAS-COPIADAS TO ED-LINEAS.
           MOVE SPACES TO LINEA.
           STRING ARC-TMS(1:12) ' ' ARC-RUNID ' PAG ' ED-PAGINAS
                  ' BORRADAS ' ED-LINEAS ' ' ARC-TITULO
                  DELIMITED BY SIZE INTO LINEA.
           MOVE 1 TO IMPORTE-LINEA.
           PERFORM 7000-GUARDAR-LINEA.

       6000-DEPURAR-INFORME-FIN.
           EXIT.

       6100-BUSCAR-RETENCION.
           IF RET-TITULO(IDX) NOT = SPACES
              AND RET-TITULO(IDX) = ARC-TITULO
              MOVE RET-DIAS(IDX) TO DIAS-RETENER
              MOVE 'S' TO HAY-RETENCION
           END-IF.

       6150-BUSCAR-OMISION.
           IF RET-TITULO(IDX) = SPACES
              MOVE RET-DIAS(IDX) TO DIAS-RETENER
              MOVE 'S' TO HAY-RETENCION
           END-IF.

       6200-BORRAR-LINEA.
           DELETE ARCHIVO-LINEAS RECORD
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     ADD 1 TO LINEAS-COPIADAS
                     ADD 1 TO LINEAS-BORRADAS
           END-DELETE.
           PERFORM 5300-LEER-LINEA.

      ******************************************************************
      * RESUMEN: SE GUARDA EN MEMORIA Y SE EMITE AL FINAL
      ******************************************************************
       7000-GUARDAR-LINEA.
           IF RES-USADOS < 2000
              ADD 1 TO RES-USADOS
              MOVE CORTE-ACTUAL TO RES-CORTE(RES-USADOS)
              MOVE IMPORTE-LINEA TO RES-IMPORTE(RES-USADOS)
              MOVE LINEA        TO RES-LINEA(RES-USADOS)
           ELSE
              ADD 1 TO RES-PERDIDAS
           END-IF.

       8000-EMITIR-RESUMEN.
           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'ARCHIVO DE INFORMES' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-ARCHIVO.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              GO TO 8000-EMITIR-RESUMEN-FIN
           END-IF.

           PERFORM 8100-EMITIR-LINEA
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > RES-USADOS.
           IF RES-PERDIDAS > ZEROS
              MOVE SPACES TO RPT-LINEA
              STRING 'RESUMEN TRUNCADO: ' RES-PERDIDAS
                     ' LINEAS NO MOSTRADAS'
                     DELIMITED BY SIZE INTO RPT-LINEA
              MOVE ZEROS TO RPT-IMPORTE
              MOVE 'DETALLE ' TO RPT-FUNCION
              CALL 'SDPREPW0' USING INFORME-ARCHIVO
           END-IF.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-ARCHIVO.

       8000-EMITIR-RESUMEN-FIN.
           EXIT.

       8100-EMITIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE RES-CORTE(IDX)   TO RPT-CORTE.
           MOVE RES-IMPORTE(IDX) TO RPT-IMPORTE.
           MOVE RES-LINEA(IDX)   TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-ARCHIVO.
