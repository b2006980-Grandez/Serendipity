      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Verificacion e instalacion en destino del paquete de
      *          promocion
      ******************************************************************
      * SDP DESCRIPTION
      *  Paso de instalacion de los paquetes que construye SDPPKGB0,
      *> en la maquina de destino. El deck SDPPKGIP da:
      *>    PAQUETE    <directorio del paquete>
      *>    PRODUCCION <biblioteca de produccion>
      *>    MODO       VERIFICAR | INSTALAR | RETROCEDER
      *> (INSTALAR por omision). Primero se verifica el manifiesto
      *> MANIFEST: tiene que estar entero (cabecera * PAQUETE y
      *> cierre * FIN con la cuenta de lineas MIEMBRO) y cada miembro
      *> del paquete tiene que dar la huella de contenido y el numero
      *> de lineas anotados; un miembro que falta o no casa para el
      *> paso sin tocar produccion. En INSTALAR cada miembro se copia
      *> a <produccion>/<miembro>.<ext> y la copia se vuelve a
      *> verificar contra el manifiesto. RETROCEDER hace lo mismo con
      *> el fichero ROLLBACK: las versiones PREVIO se verifican en sus
      *> .RBK y se reponen, y los miembros NUEVO se borran de
      *> produccion. Cada fallo sale al informe de SDPREPW0 y se
      *> avisa por SDPNOTF0 en critico.
      *  RC 0 correcto, 8 verificacion fallida (produccion intacta),
      *> 12 fallo a mitad de la copia: produccion queda a medias y
      *> hay que RETROCEDER con el mismo paquete.
      * SDP END
      *
      * SDP DESC Verificacion e instalacion del paquete en destino
      * SDP IVP 0 Files.Consumes = SDPPKGIP,MANIFEST,ROLLBACK - en
      * el directorio del paquete
      * SDP IVP 0 Files.Updates = la biblioteca de produccion
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPPKGI0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TARJETAS ASSIGN TO 'SDPPKGIP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT MANIFIESTO ASSIGN TO NOMBRE-MANIFIESTO
                  FILE STATUS IS FS-MANIF
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT ORIGEN ASSIGN TO NOMBRE-ORIGEN
                  FILE STATUS IS FS-ORIGEN
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT DESTINO ASSIGN TO NOMBRE-DESTINO
                  FILE STATUS IS FS-DESTINO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  TARJETAS.
       01  REC-TARJETA PIC X(132).

       FD  MANIFIESTO.
       01  REC-MANIFIESTO PIC X(132).

       FD  ORIGEN.
       01  REC-ORIGEN PIC X(256).

       FD  DESTINO.
       01  REC-DESTINO PIC X(256).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-MANIF    PIC XX VALUE SPACES.
       77 FS-ORIGEN   PIC XX VALUE SPACES.
       77 FS-DESTINO  PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-ORIG    PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(16) VALUE SPACES.
           03 PAL-2 PIC X(16) VALUE SPACES.
           03 PAL-3 PIC X(16) VALUE SPACES.
           03 PAL-4 PIC X(16) VALUE SPACES.
           03 PAL-5 PIC X(16) VALUE SPACES.
           03 PAL-6 PIC X(16) VALUE SPACES.
           03 PAL-7 PIC X(16) VALUE SPACES.
           03 PUNTERO PIC 9(03) VALUE ZEROS.

       01  PETICION.
           03 PET-PAQUETE    PIC X(64) VALUE SPACES.
           03 PET-PRODUCCION PIC X(64) VALUE SPACES.
           03 PET-MODO       PIC X(10) VALUE 'INSTALAR'.
              88 MODO-VERIFICAR  VALUE 'VERIFICAR'.
              88 MODO-INSTALAR   VALUE 'INSTALAR'.
              88 MODO-RETROCEDER VALUE 'RETROCEDER'.
           03 PET-ID         PIC X(16) VALUE SPACES.

       01  NOMBRES.
           03 NOMBRE-MANIFIESTO PIC X(96) VALUE SPACES.
           03 NOMBRE-ORIGEN     PIC X(96) VALUE SPACES.
           03 NOMBRE-DESTINO    PIC X(96) VALUE SPACES.
           03 NOMBRE-BASE       PIC X(16) VALUE SPACES.

      * ENTRADAS DEL MANIFIESTO (O DEL ROLLBACK). ACCION C COPIAR,
      * B BORRAR DE PRODUCCION (MIEMBRO NUEVO AL RETROCEDER)
       01  TABLA-ENTRADAS.
           03 ENT-USADAS PIC 9(03) VALUE ZEROS.
           03 ENT-ENTRADA OCCURS 300 TIMES.
              05 ENT-NOMBRE  PIC X(08).
              05 ENT-EXT     PIC X(03).
              05 ENT-ACCION  PIC X(01).
                 88 ENT-COPIAR VALUE 'C'.
                 88 ENT-BORRAR VALUE 'B'.
              05 ENT-HUELLA  PIC 9(12).
              05 ENT-LINEAS  PIC 9(07).

       01  TRABAJO.
           03 IDX          PIC 9(04) VALUE ZEROS.
           03 CABECERA     PIC X(01) VALUE 'N'.
           03 CIERRE       PIC 9(05) VALUE ZEROS.
           03 CIERRE-VISTO PIC X(01) VALUE 'N'.
           03 MIEMBROS-LEIDOS PIC 9(05) VALUE ZEROS.
           03 FALLOS       PIC 9(05) VALUE ZEROS.
           03 HECHOS       PIC 9(05) VALUE ZEROS.
           03 COPIADAS     PIC 9(07) VALUE ZEROS.
           03 HUELLA-LEIDA PIC 9(12) VALUE ZEROS.
           03 LINEA        PIC X(132) VALUE SPACES.
           03 FASE         PIC X(10) VALUE SPACES.
           03 FALLOS-ANTES PIC 9(05) VALUE ZEROS.

      * HUELLA DE CONTENIDO: LA MISMA QUE CALCULA SDPPKGB0
       01  CALCULO-HUELLA.
           03 ACUMULADO   PIC 9(15) VALUE ZEROS.
           03 BASE-HUELLA PIC 9(03) VALUE 257.
           03 PRIMO-HUELLA PIC 9(12) VALUE 999999999989.
           03 IDX-OCTETO  PIC 9(04) COMP VALUE ZEROS.

       01  AVISO-DATOS.
           03 AVI-SEVERIDAD PIC X(01) VALUE 'C'.
           03 AVI-ORIGEN    PIC X(08) VALUE 'SDPPKGI0'.
           03 AVI-PROGRAMA  PIC X(08) VALUE 'SDPPKGI0'.
           03 AVI-RESUMEN   PIC X(60) VALUE SPACES.

       01  INFORME-INSTALACION.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-LEER-DECK THRU 1100-LEER-DECK-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE SPACES TO RPT-TITULO.
           STRING PET-MODO DELIMITED BY SPACE
                  ' DE PAQUETE DE PROMOCION' DELIMITED BY SIZE
                  INTO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-INSTALACION.

           PERFORM 2000-CARGAR-MANIFIESTO
                   THRU 2000-CARGAR-MANIFIESTO-FIN.

           MOVE 'VERIFICA' TO FASE.
           IF FALLOS = ZEROS
              PERFORM 3000-VERIFICAR-ENTRADA
                      THRU 3000-VERIFICAR-ENTRADA-FIN
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > ENT-USADAS
           END-IF.

           IF FALLOS > ZEROS
              MOVE 8 TO RC
              MOVE SPACES TO AVI-RESUMEN
              STRING 'PAQUETE ' PET-ID ' NO VERIFICA, '
                     'PRODUCCION INTACTA'
                     DELIMITED BY SIZE INTO AVI-RESUMEN
              CALL 'SDPNOTF0' USING AVI-SEVERIDAD AVI-ORIGEN
                   AVI-PROGRAMA AVI-RESUMEN
           ELSE
              IF NOT MODO-VERIFICAR
                 MOVE 'INSTALA' TO FASE
                 PERFORM 4000-INSTALAR-ENTRADA
                         THRU 4000-INSTALAR-ENTRADA-FIN
                         VARYING IDX FROM 1 BY 1
                         UNTIL IDX > ENT-USADAS
                 IF FALLOS > ZEROS
                    MOVE 12 TO RC
                    MOVE SPACES TO AVI-RESUMEN
                    STRING 'PAQUETE ' PET-ID ' A MEDIAS EN '
                           'PRODUCCION, RETROCEDER'
                           DELIMITED BY SIZE INTO AVI-RESUMEN
                    CALL 'SDPNOTF0' USING AVI-SEVERIDAD AVI-ORIGEN
                         AVI-PROGRAMA AVI-RESUMEN
                 END-IF
              END-IF
           END-IF.

           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'RESUMEN' TO RPT-CORTE.
           MOVE ZEROS TO RPT-IMPORTE.
           MOVE SPACES TO RPT-LINEA.
           STRING 'PAQUETE ' PET-ID ' MODO ' PET-MODO
                  ' MIEMBROS ' MIEMBROS-LEIDOS ' HECHOS ' HECHOS
                  ' FALLOS ' FALLOS ' RC ' RC
                  DELIMITED BY SIZE INTO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-INSTALACION.
           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-INSTALACION.
           STOP RUN RETURNING RC.

       1100-LEER-DECK.
           OPEN INPUT TARJETAS.
           MOVE 'ABRIENDO DECK SDPPKGIP' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-TARJETAS '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              GO TO 1100-LEER-DECK-FIN
           END-IF.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1200-TRATAR-TARJETA UNTIL FIN-FICH = 'S'.
           CLOSE TARJETAS.
           MOVE 'N' TO FIN-FICH.

           IF NOT MODO-VERIFICAR AND NOT MODO-INSTALAR
              AND NOT MODO-RETROCEDER
              DISPLAY 'ERROR MODO DESCONOCIDO ' PET-MODO
              MOVE 8 TO RC
           END-IF.

       1100-LEER-DECK-FIN.
           EXIT.

       1200-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           MOVE 1 TO PUNTERO.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 WITH POINTER PUNTERO.
           EVALUATE PAL-1
              WHEN 'PAQUETE'
                   UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                            INTO PET-PAQUETE WITH POINTER PUNTERO
              WHEN 'PRODUCCION'
                   UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                            INTO PET-PRODUCCION WITH POINTER PUNTERO
              WHEN 'MODO'
                   UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                            INTO PET-MODO WITH POINTER PUNTERO
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * MANIFIESTO (O ROLLBACK AL RETROCEDER): CABECERA, ENTRADAS Y
      * CIERRE CON LA CUENTA
      ******************************************************************
       2000-CARGAR-MANIFIESTO.
           IF MODO-RETROCEDER
              MOVE 'ROLLBACK' TO NOMBRE-BASE
           ELSE
              MOVE 'MANIFEST' TO NOMBRE-BASE
           END-IF.
           PERFORM 5900-NOMBRE-EN-PAQUETE.
           MOVE NOMBRE-ORIGEN TO NOMBRE-MANIFIESTO.

           OPEN INPUT MANIFIESTO.
           IF FS-MANIF NOT = '00'
              MOVE SPACES TO LINEA
              STRING 'FALTA ' DELIMITED BY SIZE
                     NOMBRE-MANIFIESTO DELIMITED BY SPACE
                     ' FS ' FS-MANIF DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ANOTAR-FALLO
              GO TO 2000-CARGAR-MANIFIESTO-FIN
           END-IF.
           READ MANIFIESTO
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2100-LINEA-MANIFIESTO UNTIL FIN-FICH = 'S'.
           CLOSE MANIFIESTO.
           MOVE 'N' TO FIN-FICH.

           IF CABECERA = 'N' OR CIERRE-VISTO = 'N'
              OR CIERRE NOT = MIEMBROS-LEIDOS
              MOVE SPACES TO LINEA
              STRING 'MANIFIESTO INCOMPLETO ' DELIMITED BY SIZE
                     NOMBRE-MANIFIESTO DELIMITED BY SPACE
                     ' CUENTA ' CIERRE ' LEIDOS ' MIEMBROS-LEIDOS
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ANOTAR-FALLO
           END-IF.

       2000-CARGAR-MANIFIESTO-FIN.
           EXIT.

       2100-LINEA-MANIFIESTO.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-MANIFIESTO DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4 PAL-5 PAL-6 PAL-7.
           EVALUATE TRUE
              WHEN PAL-1 = '*' AND PAL-2 = 'PAQUETE'
                   MOVE 'S' TO CABECERA
                   MOVE PAL-3 TO PET-ID
              WHEN PAL-1 = '*' AND PAL-2 = 'FIN'
                   MOVE 'S' TO CIERRE-VISTO
                   MOVE FUNCTION NUMVAL(PAL-3) TO CIERRE
              WHEN PAL-1 = 'MIEMBRO' AND NOT MODO-RETROCEDER
                   PERFORM 2200-NUEVA-ENTRADA
                   MOVE 'C' TO ENT-ACCION(ENT-USADAS)
                   MOVE PAL-6(1:12) TO ENT-HUELLA(ENT-USADAS)
                   MOVE PAL-7(1:7)  TO ENT-LINEAS(ENT-USADAS)
              WHEN PAL-1 = 'PREVIO' AND MODO-RETROCEDER
                   PERFORM 2200-NUEVA-ENTRADA
                   MOVE 'C' TO ENT-ACCION(ENT-USADAS)
                   MOVE PAL-4(1:12) TO ENT-HUELLA(ENT-USADAS)
                   MOVE PAL-5(1:7)  TO ENT-LINEAS(ENT-USADAS)
              WHEN PAL-1 = 'NUEVO' AND MODO-RETROCEDER
                   PERFORM 2200-NUEVA-ENTRADA
                   MOVE 'B' TO ENT-ACCION(ENT-USADAS)
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ MANIFIESTO
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       2200-NUEVA-ENTRADA.
           ADD 1 TO MIEMBROS-LEIDOS.
           IF ENT-USADAS < 300
              ADD 1 TO ENT-USADAS
           END-IF.
           MOVE ZEROS TO ENT-HUELLA(ENT-USADAS) ENT-LINEAS(ENT-USADAS).
           MOVE PAL-2 TO ENT-NOMBRE(ENT-USADAS).
           MOVE PAL-3 TO ENT-EXT(ENT-USADAS).

      ******************************************************************
      * VERIFICACION DE LOS MIEMBROS DEL PAQUETE ANTES DE TOCAR NADA
      ******************************************************************
       3000-VERIFICAR-ENTRADA.
           IF ENT-BORRAR(IDX)
              GO TO 3000-VERIFICAR-ENTRADA-FIN
           END-IF.
           PERFORM 5950-NOMBRE-MIEMBRO.
           PERFORM 5900-NOMBRE-EN-PAQUETE.
           PERFORM 6000-HUELLA-FICHERO.
           PERFORM 3100-COMPARAR-HUELLA.

       3000-VERIFICAR-ENTRADA-FIN.
           EXIT.

       3100-COMPARAR-HUELLA.
           IF FS-ORIGEN NOT = '00'
              MOVE SPACES TO LINEA
              STRING FASE ' FALTA ' DELIMITED BY SIZE
                     NOMBRE-ORIGEN DELIMITED BY SPACE
                     ' FS ' FS-ORIGEN DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ANOTAR-FALLO
           ELSE
              IF HUELLA-LEIDA NOT = ENT-HUELLA(IDX)
                 OR COPIADAS NOT = ENT-LINEAS(IDX)
                 MOVE SPACES TO LINEA
                 STRING FASE ' ' ENT-NOMBRE(IDX) ' HUELLA '
                        HUELLA-LEIDA ' LINEAS ' COPIADAS
                        ' MANIFIESTO ' ENT-HUELLA(IDX) ' '
                        ENT-LINEAS(IDX)
                        DELIMITED BY SIZE INTO LINEA
                 PERFORM 7000-ANOTAR-FALLO
              END-IF
           END-IF.

      ******************************************************************
      * INSTALACION: COPIA A PRODUCCION Y VERIFICACION DE LA COPIA
      ******************************************************************
       4000-INSTALAR-ENTRADA.
           PERFORM 5800-NOMBRE-EN-PRODUCCION.
           IF ENT-BORRAR(IDX)
              CALL 'CBL_DELETE_FILE' USING NOMBRE-DESTINO
              MOVE SPACES TO LINEA
              STRING 'BORRADO ' ENT-NOMBRE(IDX) '.' ENT-EXT(IDX)
                     ' (NUEVO EN EL PAQUETE)'
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7100-ANOTAR-HECHO
              GO TO 4000-INSTALAR-ENTRADA-FIN
           END-IF.

           PERFORM 5950-NOMBRE-MIEMBRO.
           PERFORM 5900-NOMBRE-EN-PAQUETE.
           OPEN INPUT ORIGEN.
           IF FS-ORIGEN NOT = '00'
              CLOSE ORIGEN
              MOVE SPACES TO LINEA
              STRING 'INSTALA FALTA ' DELIMITED BY SIZE
                     NOMBRE-ORIGEN DELIMITED BY SPACE
                     ' FS ' FS-ORIGEN DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ANOTAR-FALLO
              GO TO 4000-INSTALAR-ENTRADA-FIN
           END-IF.
           OPEN OUTPUT DESTINO.
           IF FS-DESTINO NOT = '00'
              CLOSE ORIGEN
              MOVE SPACES TO LINEA
              STRING 'INSTALA NO SE ESCRIBE ' DELIMITED BY SIZE
                     NOMBRE-DESTINO DELIMITED BY SPACE
                     ' FS ' FS-DESTINO DELIMITED BY SIZE INTO LINEA
              PERFORM 7000-ANOTAR-FALLO
              GO TO 4000-INSTALAR-ENTRADA-FIN
           END-IF.
           MOVE 'N' TO FIN-ORIG.
           READ ORIGEN
                AT END MOVE 'S' TO FIN-ORIG
           END-READ.
           PERFORM 4100-COPIAR-LINEA UNTIL FIN-ORIG = 'S'.
           CLOSE ORIGEN.
           CLOSE DESTINO.

      * LA COPIA EN PRODUCCION TIENE QUE DAR LA HUELLA DEL MANIFIESTO
           MOVE NOMBRE-DESTINO TO NOMBRE-ORIGEN.
           PERFORM 6000-HUELLA-FICHERO.
           MOVE FALLOS TO FALLOS-ANTES.
           PERFORM 3100-COMPARAR-HUELLA.
           IF FALLOS = FALLOS-ANTES
              MOVE SPACES TO LINEA
              STRING 'INSTALADO ' DELIMITED BY SIZE
                     NOMBRE-DESTINO DELIMITED BY SPACE
                     ' HUELLA ' HUELLA-LEIDA ' LINEAS ' COPIADAS
                     DELIMITED BY SIZE INTO LINEA
              PERFORM 7100-ANOTAR-HECHO
           END-IF.

       4000-INSTALAR-ENTRADA-FIN.
           EXIT.

       4100-COPIAR-LINEA.
           WRITE REC-DESTINO FROM REC-ORIGEN.
           READ ORIGEN
                AT END MOVE 'S' TO FIN-ORIG
           END-READ.

      * <PRODUCCION>/<MIEMBRO>.<EXT>
       5800-NOMBRE-EN-PRODUCCION.
           MOVE SPACES TO NOMBRE-DESTINO.
           IF PET-PRODUCCION = SPACES
              STRING ENT-NOMBRE(IDX) DELIMITED BY SPACE
                     '.' ENT-EXT(IDX) DELIMITED BY SIZE
                     INTO NOMBRE-DESTINO
           ELSE
              STRING PET-PRODUCCION DELIMITED BY SPACE
                     '/' ENT-NOMBRE(IDX) DELIMITED BY SPACE
                     '.' ENT-EXT(IDX) DELIMITED BY SIZE
                     INTO NOMBRE-DESTINO
           END-IF.

      * NOMBRE-BASE DENTRO DEL DIRECTORIO DEL PAQUETE
       5900-NOMBRE-EN-PAQUETE.
           MOVE SPACES TO NOMBRE-ORIGEN.
           IF PET-PAQUETE = SPACES
              MOVE NOMBRE-BASE TO NOMBRE-ORIGEN
           ELSE
              STRING PET-PAQUETE DELIMITED BY SPACE
                     '/' NOMBRE-BASE DELIMITED BY SPACE
                     INTO NOMBRE-ORIGEN
           END-IF.

      * <MIEMBRO>.<EXT>, O SU .RBK AL RETROCEDER
       5950-NOMBRE-MIEMBRO.
           MOVE SPACES TO NOMBRE-BASE.
           IF MODO-RETROCEDER
              STRING ENT-NOMBRE(IDX) DELIMITED BY SPACE
                     '.' ENT-EXT(IDX) '.RBK' DELIMITED BY SIZE
                     INTO NOMBRE-BASE
           ELSE
              STRING ENT-NOMBRE(IDX) DELIMITED BY SPACE
                     '.' ENT-EXT(IDX) DELIMITED BY SIZE
                     INTO NOMBRE-BASE
           END-IF.

      * HUELLA Y LINEAS DE NOMBRE-ORIGEN
       6000-HUELLA-FICHERO.
           MOVE ZEROS TO ACUMULADO COPIADAS.
           OPEN INPUT ORIGEN.
           IF FS-ORIGEN NOT = '00'
              CLOSE ORIGEN
           ELSE
              MOVE 'N' TO FIN-ORIG
              READ ORIGEN
                   AT END MOVE 'S' TO FIN-ORIG
              END-READ
              PERFORM 6100-SUMAR-LINEA UNTIL FIN-ORIG = 'S'
              CLOSE ORIGEN
           END-IF.
           MOVE ACUMULADO TO HUELLA-LEIDA.

       6100-SUMAR-LINEA.
           ADD 1 TO COPIADAS.
           PERFORM 6200-SUMAR-OCTETO
                   VARYING IDX-OCTETO FROM 1 BY 1
                   UNTIL IDX-OCTETO > 256.
           READ ORIGEN
                AT END MOVE 'S' TO FIN-ORIG
           END-READ.

       6200-SUMAR-OCTETO.
           COMPUTE ACUMULADO =
                   FUNCTION MOD(ACUMULADO * BASE-HUELLA
                      + FUNCTION ORD(REC-ORIGEN(IDX-OCTETO:1)),
                      PRIMO-HUELLA).

       7000-ANOTAR-FALLO.
           ADD 1 TO FALLOS.
           DISPLAY LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'FALLOS' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-INSTALACION.

       7100-ANOTAR-HECHO.
           ADD 1 TO HECHOS.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE 'HECHOS' TO RPT-CORTE.
           MOVE 1 TO RPT-IMPORTE.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-INSTALACION.
