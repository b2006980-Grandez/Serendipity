      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Biblioteca de versiones con fecha de efecto de los
      *          decks de control
      ******************************************************************
      * SDP DESCRIPTION
      *  Repetir la cadena del martes desde una generacion GDG
      *> corria con los SDPGATEC, SDPNOTIF, SDPSLAD y SDPDDMAP de
      *> hoy, y la repeticion no reproducia lo que paso. Esta
      *> biblioteca guarda todas las versiones de cada deck de
      *> control en <deck>.V<nnnn>, con su fecha de efecto y el
      *> operador que la instalo, en el catalogo SDPDKLC (solo se
      *> anade, nunca se reescribe). Tarjetas del deck SDPDKLBP:
      *>    INSTALAR <deck> <operador> [<desde AAAAMMDDHHMM>]
      *>        copia el deck vivo como nueva version, en vigor
      *>        desde la marca dada o desde ahora
      *>    ASOF <AAAAMMDDHHMM>
      *>        fecha de referencia de la resolucion; sin tarjeta
      *>        vale la variable de entorno SDPASOF y, sin ella,
      *>        el momento de la ejecucion
      *> Tras las instalaciones, cada deck de la biblioteca se
      *> resuelve a la version en vigor en la fecha de referencia
      *> (la de fecha de efecto mas reciente no posterior a ella) y
      *> esa version se copia sobre el deck vivo, de modo que todos
      *> los pasos siguientes leen la configuracion de entonces sin
      *> cambiar nada en ellos. Cada version usada queda en el log
      *> central SDPRUNLG por SDPRLOG0 como registro DECK con el
      *> deck y su numero de version, bajo el RUNID de la ejecucion:
      *> la revision de un incidente ve la configuracion exacta.
      *> Por eso este paso va el primero de cada cadena, con o sin
      *> ASOF. Un deck sin version en vigor en la fecha pedida se
      *> deja como esta y se avisa. RC 4 si algun deck queda sin
      *> version en vigor, 8 si una instalacion falla o la fecha
      *> ASOF no es valida (en ese caso no se toca ningun deck).
      * SDP END
      *
      * SDP DESC Versiones de decks de control con fecha de efecto
      * SDP IVP 0 Files.Consumes = SDPDKLBP
      * SDP IVP 0 Files.Updates = SDPDKLC - y los decks vivos y sus
      * versiones, de nombre variable
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPDKLB0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TARJETAS ASSIGN TO 'SDPDKLBP'
                  FILE STATUS IS FS-TARJETAS
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'SDPDKLC'
                  FILE STATUS IS FS-CATLG
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
       01  REC-TARJETA PIC X(80).

       FD  CATALOGO.
       01  REG-CATALOGO.
           03 DKL-DECK      PIC X(08).
           03 DKL-SEP1      PIC X(01).
           03 DKL-VERSION   PIC 9(04).
           03 DKL-SEP2      PIC X(01).
           03 DKL-DESDE     PIC X(16).
           03 DKL-SEP3      PIC X(01).
           03 DKL-OPERADOR  PIC X(08).
           03 DKL-SEP4      PIC X(01).
           03 DKL-INSTALADO PIC X(16).

       FD  ORIGEN.
       01  REC-ORIGEN PIC X(256).

       FD  DESTINO.
       01  REC-DESTINO PIC X(256).

       WORKING-STORAGE SECTION.
       77 FS-TARJETAS PIC XX VALUE SPACES.
       77 FS-CATLG    PIC XX VALUE SPACES.
       77 FS-ORIGEN   PIC XX VALUE SPACES.
       77 FS-DESTINO  PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 FIN-FICH    PIC X(01) VALUE 'N'.
       77 FIN-ORIG    PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(16) VALUE SPACES.
           03 PAL-2 PIC X(16) VALUE SPACES.
           03 PAL-3 PIC X(16) VALUE SPACES.
           03 PAL-4 PIC X(16) VALUE SPACES.

       01  NOMBRES.
           03 NOMBRE-ORIGEN  PIC X(14) VALUE SPACES.
           03 NOMBRE-DESTINO PIC X(14) VALUE SPACES.

      * INSTALACIONES PEDIDAS, EN ORDEN DE TARJETA
       01  TABLA-INSTALAR.
           03 INS-USADOS PIC 9(02) VALUE ZEROS.
           03 INS-ENTRADA OCCURS 50 TIMES.
              05 INS-DECK     PIC X(08).
              05 INS-OPERADOR PIC X(08).
              05 INS-DESDE    PIC X(16).

      * CATALOGO EN MEMORIA: TODAS LAS VERSIONES DE TODOS LOS DECKS
       01  TABLA-VERSIONES.
           03 VER-USADOS PIC 9(04) VALUE ZEROS.
           03 VER-ENTRADA OCCURS 1000 TIMES.
              05 VER-DECK     PIC X(08).
              05 VER-VERSION  PIC 9(04).
              05 VER-DESDE    PIC X(16).
              05 VER-OPERADOR PIC X(08).

      * DECKS DISTINTOS DE LA BIBLIOTECA Y SU RESOLUCION
       01  TABLA-DECKS.
           03 DCK-USADOS PIC 9(03) VALUE ZEROS.
           03 DCK-ENTRADA OCCURS 100 TIMES.
              05 DCK-NOMBRE   PIC X(08).
              05 DCK-ULTIMA   PIC 9(04).
              05 DCK-VIGENTE  PIC 9(04).
              05 DCK-DESDE    PIC X(16).
              05 DCK-OPERADOR PIC X(08).

       01  REFERENCIA.
           03 ASOF-TARJETA PIC X(16) VALUE SPACES.
           03 ASOF-ENTORNO PIC X(16) VALUE SPACES.
           03 ASOF-TMS     PIC X(16) VALUE SPACES.
           03 ASOF-ORIGEN  PIC X(08) VALUE SPACES.

       01  FECHA-HORA PIC X(21) VALUE SPACES.
       01  AHORA-TMS  PIC X(16) VALUE SPACES.

       01  TRABAJO.
           03 IDX      PIC 9(04) VALUE ZEROS.
           03 IDX-D    PIC 9(03) VALUE ZEROS.
           03 HALLADO  PIC 9(03) VALUE ZEROS.
           03 COPIADAS PIC 9(09) VALUE ZEROS.
           03 NUEVA-VERSION PIC 9(04) VALUE ZEROS.
           03 INSTALADAS PIC 9(03) VALUE ZEROS.
           03 RESUELTOS  PIC 9(03) VALUE ZEROS.
           03 SIN-VIGOR  PIC 9(03) VALUE ZEROS.

      * REGISTRO DECK EN EL LOG CENTRAL POR SDPRLOG0
       01  REGISTRO-LOG.
           03 LOG-MODO     PIC X(05) VALUE 'DECK '.
           03 LOG-PROGRAMA PIC X(08) VALUE SPACES.
           03 LOG-RC       PIC 9(03) VALUE ZEROS.
           03 LOG-LEIDOS   PIC 9(09) VALUE ZEROS.
           03 LOG-ESCRITOS PIC 9(09) VALUE ZEROS.

       PROCEDURE DIVISION.
       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE FECHA-HORA(1:16) TO AHORA-TMS.

           PERFORM 1100-LEER-TARJETAS THRU 1100-LEER-TARJETAS-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 1300-FIJAR-REFERENCIA
                   THRU 1300-FIJAR-REFERENCIA-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 1500-CARGAR-CATALOGO.

           PERFORM 2000-INSTALAR THRU 2000-INSTALAR-FIN
                   VARYING IDX-D FROM 1 BY 1 UNTIL IDX-D > INS-USADOS.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           DISPLAY 'RESOLUCION DE DECKS A ' ASOF-TMS(1:12)
                   ' (' ASOF-ORIGEN ')'.
           PERFORM 3000-RESOLVER-DECK THRU 3000-RESOLVER-DECK-FIN
                   VARYING IDX-D FROM 1 BY 1 UNTIL IDX-D > DCK-USADOS.

           DISPLAY 'VERSIONES INSTALADAS ' INSTALADAS
                   ' DECKS RESUELTOS ' RESUELTOS
                   ' SIN VERSION EN VIGOR ' SIN-VIGOR.
           IF SIN-VIGOR > ZEROS
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      ******************************************************************
      * TARJETAS: INSTALAR SE ANOTA PARA DESPUES, ASOF FIJA LA FECHA
      ******************************************************************
       1100-LEER-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FS-TARJETAS NOT = '00'
              CLOSE TARJETAS
              GO TO 1100-LEER-TARJETAS-FIN
           END-IF.

           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 1200-TRATAR-TARJETA UNTIL FIN-FICH = 'S'.
           CLOSE TARJETAS.
           MOVE 'N' TO FIN-FICH.

       1100-LEER-TARJETAS-FIN.
           EXIT.

       1200-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-TARJETA DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4.
           EVALUATE PAL-1
              WHEN 'INSTALAR'
                   IF PAL-2 = SPACES OR PAL-3 = SPACES
                      DISPLAY 'ERROR INSTALAR SIN DECK U OPERADOR: '
                              REC-TARJETA
                      MOVE 8 TO RC
                   ELSE
                      IF INS-USADOS < 50
                         ADD 1 TO INS-USADOS
                         MOVE PAL-2(1:8) TO INS-DECK(INS-USADOS)
                         MOVE PAL-3(1:8) TO INS-OPERADOR(INS-USADOS)
                         MOVE PAL-4 TO INS-DESDE(INS-USADOS)
                      END-IF
                   END-IF
              WHEN 'ASOF'
                   MOVE PAL-2 TO ASOF-TARJETA
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ TARJETAS
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * FECHA DE REFERENCIA: TARJETA ASOF, VARIABLE SDPASOF O AHORA;
      * SIEMPRE AAAAMMDDHHMM, QUE SE COMPLETA A LA MARCA DE 16
      ******************************************************************
       1300-FIJAR-REFERENCIA.
           ACCEPT ASOF-ENTORNO FROM ENVIRONMENT 'SDPASOF'.
           EVALUATE TRUE
              WHEN ASOF-TARJETA NOT = SPACES
                   MOVE ASOF-TARJETA TO ASOF-TMS
                   MOVE 'TARJETA' TO ASOF-ORIGEN
              WHEN ASOF-ENTORNO NOT = SPACES
                   MOVE ASOF-ENTORNO TO ASOF-TMS
                   MOVE 'SDPASOF' TO ASOF-ORIGEN
              WHEN OTHER
                   MOVE AHORA-TMS TO ASOF-TMS
                   MOVE 'AHORA' TO ASOF-ORIGEN
                   GO TO 1300-FIJAR-REFERENCIA-FIN
           END-EVALUATE.

           IF ASOF-TMS(1:12) IS NOT NUMERIC
              OR ASOF-TMS(13:4) NOT = SPACES
              DISPLAY 'ERROR FECHA ASOF NO VALIDA (AAAAMMDDHHMM): '
                      ASOF-TMS
              MOVE 8 TO RC
              GO TO 1300-FIJAR-REFERENCIA-FIN
           END-IF.
      * EL MINUTO PEDIDO SE TOMA ENTERO
           MOVE '9999' TO ASOF-TMS(13:4).

       1300-FIJAR-REFERENCIA-FIN.
           EXIT.

       1500-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO.
           IF FS-CATLG NOT = '00'
              CLOSE CATALOGO
           ELSE
              READ CATALOGO
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 1600-ANOTAR-VERSION UNTIL FIN-FICH = 'S'
              CLOSE CATALOGO
              MOVE 'N' TO FIN-FICH
           END-IF.

       1600-ANOTAR-VERSION.
           IF VER-USADOS < 1000
              ADD 1 TO VER-USADOS
              MOVE DKL-DECK     TO VER-DECK(VER-USADOS)
              MOVE DKL-VERSION  TO VER-VERSION(VER-USADOS)
              MOVE DKL-DESDE    TO VER-DESDE(VER-USADOS)
              MOVE DKL-OPERADOR TO VER-OPERADOR(VER-USADOS)
              PERFORM 1700-LOCALIZAR-DECK
              IF HALLADO > ZEROS
                 AND DKL-VERSION > DCK-ULTIMA(HALLADO)
                 MOVE DKL-VERSION TO DCK-ULTIMA(HALLADO)
              END-IF
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       1700-LOCALIZAR-DECK.
           MOVE ZEROS TO HALLADO.
           PERFORM 1710-COMPARAR-DECK
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > DCK-USADOS.
           IF HALLADO = ZEROS AND DCK-USADOS < 100
              ADD 1 TO DCK-USADOS
              MOVE DCK-USADOS TO HALLADO
              MOVE DKL-DECK TO DCK-NOMBRE(HALLADO)
              MOVE ZEROS TO DCK-ULTIMA(HALLADO)
              MOVE ZEROS TO DCK-VIGENTE(HALLADO)
              MOVE SPACES TO DCK-DESDE(HALLADO)
              MOVE SPACES TO DCK-OPERADOR(HALLADO)
           END-IF.

       1710-COMPARAR-DECK.
           IF DCK-NOMBRE(IDX) = DKL-DECK
              MOVE IDX TO HALLADO
           END-IF.

      ******************************************************************
      * INSTALACION: EL DECK VIVO PASA A SER LA VERSION SIGUIENTE Y SE
      * ANADE AL CATALOGO CON SU FECHA DE EFECTO Y SU OPERADOR
      ******************************************************************
       2000-INSTALAR.
           MOVE INS-DECK(IDX-D) TO DKL-DECK.
           IF INS-DESDE(IDX-D) = SPACES
              MOVE AHORA-TMS TO INS-DESDE(IDX-D)
           ELSE
              IF INS-DESDE(IDX-D)(1:12) IS NOT NUMERIC
                 OR INS-DESDE(IDX-D)(13:4) NOT = SPACES
                 DISPLAY 'ERROR FECHA DE EFECTO NO VALIDA PARA '
                         DKL-DECK ': ' INS-DESDE(IDX-D)
                 MOVE 8 TO RC
                 GO TO 2000-INSTALAR-FIN
              END-IF
              MOVE '0000' TO INS-DESDE(IDX-D)(13:4)
           END-IF.

           MOVE SPACES TO NOMBRE-ORIGEN.
           MOVE DKL-DECK TO NOMBRE-ORIGEN.
           OPEN INPUT ORIGEN.
           IF FS-ORIGEN NOT = '00'
              CLOSE ORIGEN
              DISPLAY 'ERROR ' FS-ORIGEN ' ABRIENDO DECK VIVO '
                      DKL-DECK ', NO SE INSTALA'
              MOVE 8 TO RC
              GO TO 2000-INSTALAR-FIN
           END-IF.

           PERFORM 1700-LOCALIZAR-DECK.
           IF HALLADO = ZEROS
              CLOSE ORIGEN
              DISPLAY 'ERROR BIBLIOTECA LLENA, NO SE INSTALA '
                      DKL-DECK
              MOVE 8 TO RC
              GO TO 2000-INSTALAR-FIN
           END-IF.
           COMPUTE NUEVA-VERSION = DCK-ULTIMA(HALLADO) + 1.

           MOVE SPACES TO NOMBRE-DESTINO.
           STRING DKL-DECK DELIMITED BY SPACE
                  '.V' NUEVA-VERSION DELIMITED BY SIZE
                  INTO NOMBRE-DESTINO.
           OPEN OUTPUT DESTINO.
           IF FS-DESTINO NOT = '00'
              CLOSE ORIGEN
              DISPLAY 'ERROR ' FS-DESTINO ' CREANDO ' NOMBRE-DESTINO
              MOVE 8 TO RC
              GO TO 2000-INSTALAR-FIN
           END-IF.
           PERFORM 2500-COPIAR-DECK.

           MOVE NUEVA-VERSION TO DCK-ULTIMA(HALLADO).

           MOVE SPACES TO REG-CATALOGO.
           MOVE INS-DECK(IDX-D)     TO DKL-DECK.
           MOVE NUEVA-VERSION       TO DKL-VERSION.
           MOVE INS-DESDE(IDX-D)    TO DKL-DESDE.
           MOVE INS-OPERADOR(IDX-D) TO DKL-OPERADOR.
           MOVE AHORA-TMS           TO DKL-INSTALADO.
           OPEN EXTEND CATALOGO.
           IF FS-CATLG NOT = '00' AND FS-CATLG NOT = '05'
              DISPLAY 'ERROR ' FS-CATLG ' ABRIENDO CATALOGO SDPDKLC'
              MOVE 8 TO RC
              GO TO 2000-INSTALAR-FIN
           END-IF.
           WRITE REG-CATALOGO.
           CLOSE CATALOGO.

           IF VER-USADOS < 1000
              ADD 1 TO VER-USADOS
              MOVE DKL-DECK     TO VER-DECK(VER-USADOS)
              MOVE DKL-VERSION  TO VER-VERSION(VER-USADOS)
              MOVE DKL-DESDE    TO VER-DESDE(VER-USADOS)
              MOVE DKL-OPERADOR TO VER-OPERADOR(VER-USADOS)
           END-IF.

           ADD 1 TO INSTALADAS.
           DISPLAY DKL-DECK ' VERSION ' NUEVA-VERSION
                   ' EN VIGOR DESDE ' DKL-DESDE(1:12)
                   ' POR ' DKL-OPERADOR ' (' COPIADAS ' REGISTROS)'.

       2000-INSTALAR-FIN.
           EXIT.

       2500-COPIAR-DECK.
           MOVE ZEROS TO COPIADAS.
           MOVE 'N' TO FIN-ORIG.
           READ ORIGEN
                AT END MOVE 'S' TO FIN-ORIG
           END-READ.
           PERFORM 2600-COPIAR-REGISTRO UNTIL FIN-ORIG = 'S'.
           CLOSE ORIGEN.
           CLOSE DESTINO.

       2600-COPIAR-REGISTRO.
           WRITE REC-DESTINO FROM REC-ORIGEN.
           ADD 1 TO COPIADAS.
           READ ORIGEN
                AT END MOVE 'S' TO FIN-ORIG
           END-READ.

      ******************************************************************
      * RESOLUCION: LA VERSION DE FECHA DE EFECTO MAS RECIENTE NO
      * POSTERIOR A LA REFERENCIA (A IGUALDAD, LA ULTIMA INSTALADA)
      * SE COPIA SOBRE EL DECK VIVO Y SE ANOTA EN SDPRUNLG
      ******************************************************************
       3000-RESOLVER-DECK.
           MOVE ZEROS  TO DCK-VIGENTE(IDX-D).
           MOVE SPACES TO DCK-DESDE(IDX-D).
           PERFORM 3100-PROBAR-VERSION
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > VER-USADOS.

           IF DCK-VIGENTE(IDX-D) = ZEROS
              ADD 1 TO SIN-VIGOR
              DISPLAY DCK-NOMBRE(IDX-D)
                      ' SIN VERSION EN VIGOR, SE DEJA EL DECK VIVO'
              GO TO 3000-RESOLVER-DECK-FIN
           END-IF.

           MOVE SPACES TO NOMBRE-ORIGEN.
           STRING DCK-NOMBRE(IDX-D) DELIMITED BY SPACE
                  '.V' DCK-VIGENTE(IDX-D) DELIMITED BY SIZE
                  INTO NOMBRE-ORIGEN.
           OPEN INPUT ORIGEN.
           IF FS-ORIGEN NOT = '00'
              CLOSE ORIGEN
              ADD 1 TO SIN-VIGOR
              DISPLAY 'AVISO ' FS-ORIGEN ' ABRIENDO ' NOMBRE-ORIGEN
                      ', SE DEJA EL DECK VIVO'
              GO TO 3000-RESOLVER-DECK-FIN
           END-IF.

           MOVE SPACES TO NOMBRE-DESTINO.
           MOVE DCK-NOMBRE(IDX-D) TO NOMBRE-DESTINO.
           OPEN OUTPUT DESTINO.
           IF FS-DESTINO NOT = '00'
              CLOSE ORIGEN
              ADD 1 TO SIN-VIGOR
              DISPLAY 'AVISO ' FS-DESTINO ' ESCRIBIENDO DECK VIVO '
                      NOMBRE-DESTINO
              GO TO 3000-RESOLVER-DECK-FIN
           END-IF.
           PERFORM 2500-COPIAR-DECK.

           ADD 1 TO RESUELTOS.
           MOVE DCK-NOMBRE(IDX-D)  TO LOG-PROGRAMA.
           MOVE DCK-VIGENTE(IDX-D) TO LOG-LEIDOS.
           MOVE COPIADAS           TO LOG-ESCRITOS.
           CALL 'SDPRLOG0' USING LOG-MODO LOG-PROGRAMA LOG-RC
                LOG-LEIDOS LOG-ESCRITOS.

           DISPLAY DCK-NOMBRE(IDX-D) ' VERSION ' DCK-VIGENTE(IDX-D)
                   ' DESDE ' DCK-DESDE(IDX-D)(1:12)
                   ' POR ' DCK-OPERADOR(IDX-D).

       3000-RESOLVER-DECK-FIN.
           EXIT.

       3100-PROBAR-VERSION.
           IF VER-DECK(IDX) = DCK-NOMBRE(IDX-D)
              AND VER-DESDE(IDX) NOT > ASOF-TMS
              AND (VER-DESDE(IDX) > DCK-DESDE(IDX-D)
                   OR DCK-DESDE(IDX-D) = SPACES
                   OR (VER-DESDE(IDX) = DCK-DESDE(IDX-D)
                       AND VER-VERSION(IDX) > DCK-VIGENTE(IDX-D)))
              MOVE VER-VERSION(IDX)  TO DCK-VIGENTE(IDX-D)
              MOVE VER-DESDE(IDX)    TO DCK-DESDE(IDX-D)
              MOVE VER-OPERADOR(IDX) TO DCK-OPERADOR(IDX-D)
           END-IF.
