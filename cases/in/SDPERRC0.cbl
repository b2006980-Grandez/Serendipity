      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Emparejamiento de los paquetes FFDC con el fichero
      *          de errores conocidos
      ******************************************************************
      * SDP DESCRIPTION
      *  SDPFFDC0 congela la evidencia de cada fallo, pero cada
      *> paquete se diagnosticaba desde cero aunque fuera el quinto
      *> "estado 35 en KSDBKUPC" del trimestre. Este paso corre
      *> despues de SDPFFDC0 y compara cada paquete nuevo del indice
      *> SDPFFDCX con las firmas del deck SDPERRCD:
      *>    ERROR <id> <programa> <rc> <estado> <parrafo> <ticket>
      *>    NOTA  <id> <nota de resolucion>
      *> donde <estado> es el estado de fichero o el identificador
      *> de mensaje que aparece en SDPPOSTM o en SDPWLOG (etiqueta,
      *> punto o valor de vigilancia) y <parrafo> el ultimo parrafo
      *> en el que entro el programa segun la caja negra; un '*' en
      *> cualquier campo de la firma vale para todo. Si casan varias
      *> firmas gana la que fija mas campos y, a igualdad, la
      *> primera del deck.
      *  Cada paquete queda etiquetado dos veces: al final del propio
      *> paquete con una linea '* ERROR CONOCIDO <id> TICKET <t>' y
      *> la nota, o '* ERROR NUEVO' si ninguna firma casa, y en el
      *> catalogo SDPERRCC, que es lo que evita volver a tratarlo y
      *> lo que lee el relevo SDPBRIEF para llevar la nota a la
      *> manana. Cada paquete etiquetado se avisa por SDPNOTF0: con
      *> severidad W y la nota de resolucion en el resumen si es
      *> conocido, con severidad C si es nuevo. El informe de
      *> SDPREPW0 da un corte por error conocido con sus paquetes,
      *> y el total del corte es la cuenta de recurrencias de todo
      *> el catalogo. RC 4 si se etiqueto algun error nuevo, 8 si no
      *> hay deck de firmas o no se puede escribir el catalogo.
      * SDP END
      *
      * SDP DESC Etiquetado de paquetes FFDC con errores conocidos
      * SDP IVP 0 Files.Consumes = SDPERRCD,SDPFFDCX
      * SDP IVP 0 Files.Updates = SDPERRCC - y el paquete FFDC que
      * etiqueta, de nombre variable
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDPERRC0.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DECK ASSIGN TO 'SDPERRCD'
                  FILE STATUS IS FS-DECK
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL INDICE ASSIGN TO 'SDPFFDCX'
                  FILE STATUS IS FS-INDICE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'SDPERRCC'
                  FILE STATUS IS FS-CATALOGO
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT PAQUETE ASSIGN TO NOMBRE-PAQUETE
                  FILE STATUS IS FS-PAQUETE
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DECK.
       01  REC-DECK PIC X(132).

       FD  INDICE.
       01  REC-INDICE.
           03 IND-PAQUETE  PIC X(16).
           03 IND-SEP1     PIC X(01).
           03 IND-PROGRAMA PIC X(08).
           03 IND-SEP2     PIC X(01).
           03 IND-TAREA    PIC X(08).
           03 IND-SEP3     PIC X(01).
           03 IND-RC       PIC 9(03).
           03 IND-SEP4     PIC X(01).
           03 IND-TMS      PIC X(16).

       FD  CATALOGO.
       01  REG-CATALOGO.
           03 CAT-TMS      PIC X(16).
           03 CAT-SEP1     PIC X(01).
           03 CAT-PAQUETE  PIC X(16).
           03 CAT-SEP2     PIC X(01).
           03 CAT-PROGRAMA PIC X(08).
           03 CAT-SEP3     PIC X(01).
           03 CAT-RC       PIC 9(03).
           03 CAT-SEP4     PIC X(01).
           03 CAT-ERROR    PIC X(08).
           03 CAT-SEP5     PIC X(01).
           03 CAT-TICKET   PIC X(12).
           03 CAT-SEP6     PIC X(01).
           03 CAT-NOTA     PIC X(80).

       FD  PAQUETE.
       01  REC-PAQUETE PIC X(200).

       WORKING-STORAGE SECTION.
       77 FS-DECK      PIC XX VALUE SPACES.
       77 FS-INDICE    PIC XX VALUE SPACES.
       77 FS-CATALOGO  PIC XX VALUE SPACES.
       77 FS-PAQUETE   PIC XX VALUE SPACES.
       77 RC           PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT    PIC X(40) VALUE SPACES.
       77 FIN-FICH     PIC X(01) VALUE 'N'.
       77 FIN-PAQUETE  PIC X(01) VALUE 'N'.

       01  PALABRAS-DECK.
           03 PAL-1 PIC X(32) VALUE SPACES.
           03 PAL-2 PIC X(32) VALUE SPACES.
           03 PAL-3 PIC X(32) VALUE SPACES.
           03 PAL-4 PIC X(32) VALUE SPACES.
           03 PAL-5 PIC X(32) VALUE SPACES.
           03 PAL-6 PIC X(32) VALUE SPACES.
           03 PAL-7 PIC X(32) VALUE SPACES.
           03 PAL-8 PIC X(32) VALUE SPACES.
           03 PUNTERO PIC 9(03) VALUE ZEROS.

       01  NOMBRE-PAQUETE PIC X(16) VALUE SPACES.

      * FIRMAS DEL DECK; '*' EN UN CAMPO LO DEJA LIBRE
       01  TABLA-ERRORES.
           03 ERR-USADOS PIC 9(03) VALUE ZEROS.
           03 ERR-ENTRADA OCCURS 100 TIMES.
              05 ERR-ID       PIC X(08).
              05 ERR-PROGRAMA PIC X(08).
              05 ERR-RC-LIBRE PIC X(01).
              05 ERR-RC       PIC 9(03).
              05 ERR-ESTADO   PIC X(32).
              05 ERR-PARRAFO  PIC X(32).
              05 ERR-TICKET   PIC X(12).
              05 ERR-NOTA     PIC X(80).
              05 ERR-NUEVAS   PIC 9(05).

      * CATALOGO DE PAQUETES YA ETIQUETADOS, CON LO DE ESTA PASADA
       01  TABLA-CATALOGO.
           03 CTL-USADOS PIC 9(04) VALUE ZEROS.
           03 CTL-ENTRADA OCCURS 2000 TIMES.
              05 CTL-TMS      PIC X(16).
              05 CTL-SEP1     PIC X(01).
              05 CTL-PAQUETE  PIC X(16).
              05 CTL-SEP2     PIC X(01).
              05 CTL-PROGRAMA PIC X(08).
              05 CTL-SEP3     PIC X(01).
              05 CTL-RC       PIC 9(03).
              05 CTL-SEP4     PIC X(01).
              05 CTL-ERROR    PIC X(08).
              05 CTL-SEP5     PIC X(01).
              05 CTL-TICKET   PIC X(12).
              05 CTL-SEP6     PIC X(01).
              05 CTL-NOTA     PIC X(80).

      * EVIDENCIA EXTRAIDA DEL PAQUETE EN CURSO
       01  EVIDENCIA-PAQUETE.
           03 PAQ-PROGRAMA  PIC X(08) VALUE SPACES.
           03 PAQ-RC        PIC 9(03) VALUE ZEROS.
           03 PAQ-PARRAFO   PIC X(32) VALUE SPACES.
           03 PAQ-SECCION   PIC X(08) VALUE SPACES.
           03 EVI-USADOS    PIC 9(03) VALUE ZEROS.
           03 EVI-VALOR     PIC X(32) OCCURS 200 TIMES.

      * LINEA DE EVENTO DE LA CAJA NEGRA TAL COMO LA ESCRIBE SDPTRAPB
       01  EVENTO-POSTM.
           03 EVP-TMS     PIC X(16).
           03 FILLER      PIC X(01).
           03 EVP-FUNCION PIC X(03).
           03 FILLER      PIC X(01).
           03 EVP-TAREA   PIC X(08).
           03 FILLER      PIC X(01).
           03 EVP-PROG    PIC X(08).
           03 FILLER      PIC X(01).
           03 EVP-ETIQ    PIC X(32).
           03 FILLER      PIC X(129).

       01  TRABAJO.
           03 IDX         PIC 9(04) VALUE ZEROS.
           03 IDX-E       PIC 9(03) VALUE ZEROS.
           03 HALLADO     PIC 9(04) VALUE ZEROS.
           03 MEJOR       PIC 9(03) VALUE ZEROS.
           03 MEJOR-PESO  PIC 9(01) VALUE ZEROS.
           03 PESO        PIC 9(01) VALUE ZEROS.
           03 CASA        PIC X(01) VALUE 'N'.
           03 ESTADO-VISTO PIC X(01) VALUE 'N'.
           03 VALOR-NUEVO PIC X(32) VALUE SPACES.
           03 CLAVE-ERROR PIC X(08) VALUE SPACES.
           03 LINEA       PIC X(132) VALUE SPACES.
           03 FECHA-HORA  PIC X(21) VALUE SPACES.

       01  CONTADORES.
           03 LEIDOS      PIC 9(05) VALUE ZEROS.
           03 YA-TRATADOS PIC 9(05) VALUE ZEROS.
           03 AUSENTES    PIC 9(05) VALUE ZEROS.
           03 CONOCIDOS   PIC 9(05) VALUE ZEROS.
           03 NUEVOS      PIC 9(05) VALUE ZEROS.

       01  AVISO-DATOS.
           03 AVI-SEVERIDAD PIC X(01) VALUE 'W'.
           03 AVI-ORIGEN    PIC X(08) VALUE 'SDPERRC0'.
           03 AVI-PROGRAMA  PIC X(08) VALUE SPACES.
           03 AVI-RESUMEN   PIC X(60) VALUE SPACES.

       01  INFORME-ERRORES.
       COPY SDPWREPW.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 2000-CARGAR-DECK THRU 2000-CARGAR-DECK-FIN.
           IF RC NOT = ZEROS STOP RUN RETURNING RC.

           PERFORM 2500-CARGAR-CATALOGO.

           OPEN EXTEND CATALOGO.
           IF FS-CATALOGO NOT = '00' AND FS-CATALOGO NOT = '05'
              DISPLAY 'ERROR ABRIENDO CATALOGO SDPERRCC FS '
                      FS-CATALOGO
              MOVE 8 TO RC
              STOP RUN RETURNING RC
           END-IF.

           OPEN INPUT INDICE.
           IF FS-INDICE = '00'
              READ INDICE
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 3000-TRATAR-INDICE UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE INDICE.
           CLOSE CATALOGO.

           PERFORM 6000-INFORME THRU 6000-INFORME-FIN.

           DISPLAY 'PAQUETES EN INDICE ' LEIDOS
                   ' YA ETIQUETADOS ' YA-TRATADOS
                   ' AUSENTES ' AUSENTES.
           DISPLAY 'ERRORES CONOCIDOS ' CONOCIDOS
                   ' NUEVOS ' NUEVOS.
           IF NUEVOS > ZEROS AND RC < 4
              MOVE 4 TO RC
           END-IF.
           STOP RUN RETURNING RC.

      ******************************************************************
      * DECK DE FIRMAS: ERROR CON LA FIRMA Y EL TICKET, NOTA CON EL
      * TEXTO DE RESOLUCION (RESTO DE LA TARJETA)
      ******************************************************************
       2000-CARGAR-DECK.
           OPEN INPUT DECK.
           MOVE 'ABRIENDO DECK SDPERRCD' TO MSG-FSTAT.
           CALL 'SRTFSTAT' USING FS-DECK '00' SPACES
                MSG-FSTAT RC.
           IF RC NOT = ZEROS
              MOVE 8 TO RC
              GO TO 2000-CARGAR-DECK-FIN
           END-IF.

           READ DECK
                AT END MOVE 'S' TO FIN-FICH
           END-READ.
           PERFORM 2100-TRATAR-TARJETA UNTIL FIN-FICH = 'S'.
           CLOSE DECK.
           MOVE 'N' TO FIN-FICH.

       2000-CARGAR-DECK-FIN.
           EXIT.

       2100-TRATAR-TARJETA.
           MOVE SPACES TO PALABRAS-DECK.
           MOVE 1 TO PUNTERO.
           UNSTRING REC-DECK DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 WITH POINTER PUNTERO.
           EVALUATE TRUE
              WHEN PAL-1 = 'ERROR' AND ERR-USADOS < 100
                   UNSTRING REC-DECK DELIMITED BY ALL SPACES
                            INTO PAL-3 PAL-4 PAL-5 PAL-6 PAL-7
                            WITH POINTER PUNTERO
                   PERFORM 2200-ANOTAR-FIRMA
              WHEN PAL-1 = 'NOTA' AND PUNTERO < 132
                   PERFORM 2300-ANOTAR-NOTA
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ DECK
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       2200-ANOTAR-FIRMA.
           ADD 1 TO ERR-USADOS.
           MOVE PAL-2(1:8) TO ERR-ID(ERR-USADOS).
           MOVE PAL-3(1:8) TO ERR-PROGRAMA(ERR-USADOS).
           IF PAL-4 = '*' OR PAL-4 = SPACES
              MOVE 'S' TO ERR-RC-LIBRE(ERR-USADOS)
              MOVE ZEROS TO ERR-RC(ERR-USADOS)
           ELSE
              MOVE 'N' TO ERR-RC-LIBRE(ERR-USADOS)
              MOVE FUNCTION NUMVAL(PAL-4) TO ERR-RC(ERR-USADOS)
           END-IF.
           MOVE PAL-5 TO ERR-ESTADO(ERR-USADOS).
           MOVE PAL-6 TO ERR-PARRAFO(ERR-USADOS).
           MOVE PAL-7(1:12) TO ERR-TICKET(ERR-USADOS).
           MOVE SPACES TO ERR-NOTA(ERR-USADOS).
           MOVE ZEROS TO ERR-NUEVAS(ERR-USADOS).

       2300-ANOTAR-NOTA.
           MOVE ZEROS TO HALLADO.
           PERFORM 2310-BUSCAR-ID
                   VARYING IDX-E FROM 1 BY 1 UNTIL IDX-E > ERR-USADOS.
           IF HALLADO > ZEROS
              MOVE REC-DECK(PUNTERO:) TO ERR-NOTA(HALLADO)
           END-IF.

       2310-BUSCAR-ID.
           IF ERR-ID(IDX-E) = PAL-2(1:8)
              MOVE IDX-E TO HALLADO
           END-IF.

      ******************************************************************
      * CATALOGO: LO YA ETIQUETADO NO SE VUELVE A TRATAR Y CUENTA
      * PARA LAS RECURRENCIAS
      ******************************************************************
       2500-CARGAR-CATALOGO.
           OPEN INPUT CATALOGO.
           IF FS-CATALOGO = '00'
              READ CATALOGO
                   AT END MOVE 'S' TO FIN-FICH
              END-READ
              PERFORM 2510-ANOTAR-CATALOGO UNTIL FIN-FICH = 'S'
           END-IF.
           CLOSE CATALOGO.
           MOVE 'N' TO FIN-FICH.

       2510-ANOTAR-CATALOGO.
           IF CTL-USADOS < 2000
              ADD 1 TO CTL-USADOS
              MOVE REG-CATALOGO TO CTL-ENTRADA(CTL-USADOS)
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

      ******************************************************************
      * INDICE DE PAQUETES: LOS QUE NO ESTAN EN EL CATALOGO SON NUEVOS
      ******************************************************************
       3000-TRATAR-INDICE.
           ADD 1 TO LEIDOS.
           MOVE ZEROS TO HALLADO.
           PERFORM 3010-BUSCAR-PAQUETE
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > CTL-USADOS.
           IF HALLADO > ZEROS
              ADD 1 TO YA-TRATADOS
           ELSE
              PERFORM 4000-TRATAR-PAQUETE
                      THRU 4000-TRATAR-PAQUETE-FIN
           END-IF.
           READ INDICE
                AT END MOVE 'S' TO FIN-FICH
           END-READ.

       3010-BUSCAR-PAQUETE.
           IF CTL-PAQUETE(IDX) = IND-PAQUETE
              MOVE IDX TO HALLADO
           END-IF.

      ******************************************************************
      * UN PAQUETE: EXTRAER LA EVIDENCIA, EMPAREJAR Y ETIQUETAR
      ******************************************************************
       4000-TRATAR-PAQUETE.
           MOVE IND-PAQUETE TO NOMBRE-PAQUETE.
           OPEN INPUT PAQUETE.
           IF FS-PAQUETE NOT = '00'
              DISPLAY 'AVISO PAQUETE ' NOMBRE-PAQUETE
                      ' NO DISPONIBLE FS ' FS-PAQUETE
              ADD 1 TO AUSENTES
              GO TO 4000-TRATAR-PAQUETE-FIN
           END-IF.

           MOVE IND-PROGRAMA TO PAQ-PROGRAMA.
           MOVE IND-RC       TO PAQ-RC.
           MOVE SPACES       TO PAQ-PARRAFO.
           MOVE SPACES       TO PAQ-SECCION.
           MOVE ZEROS        TO EVI-USADOS.
           MOVE 'N' TO FIN-PAQUETE.
           READ PAQUETE
                AT END MOVE 'S' TO FIN-PAQUETE
           END-READ.
           PERFORM 4100-LEER-EVIDENCIA UNTIL FIN-PAQUETE = 'S'.
           CLOSE PAQUETE.

           PERFORM 4500-EMPAREJAR.
           PERFORM 4700-ETIQUETAR.

       4000-TRATAR-PAQUETE-FIN.
           EXIT.

       4100-LEER-EVIDENCIA.
           EVALUATE TRUE
              WHEN REC-PAQUETE(1:7) = '* FFDC '
                   PERFORM 4110-LEER-CABECERA
              WHEN REC-PAQUETE(1:10) = '* SECCION '
                   MOVE REC-PAQUETE(11:8) TO PAQ-SECCION
              WHEN REC-PAQUETE(1:1) = '*'
                   CONTINUE
              WHEN PAQ-SECCION = 'SDPPOSTM'
                   PERFORM 4120-LEER-EVENTO
              WHEN PAQ-SECCION = 'SDPWLOG '
                   PERFORM 4130-LEER-VIGILANCIA
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ PAQUETE
                AT END MOVE 'S' TO FIN-PAQUETE
           END-READ.

      * '* FFDC PROGRAMA <prog> TAREA <tarea> RC <rc> EN <marca>'
       4110-LEER-CABECERA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-PAQUETE DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4 PAL-5 PAL-6
                         PAL-7 PAL-8.
           IF PAL-3 = 'PROGRAMA' AND PAL-7 = 'RC'
              MOVE PAL-4(1:8) TO PAQ-PROGRAMA
              MOVE FUNCTION NUMVAL(PAL-8) TO PAQ-RC
           END-IF.

      * EVENTO DE LA CAJA NEGRA: LA ETIQUETA ES EVIDENCIA Y LA ULTIMA
      * ENTRADA A PARRAFO (260) DEL PROGRAMA ES EL ULTIMO PARRAFO
       4120-LEER-EVENTO.
           MOVE REC-PAQUETE TO EVENTO-POSTM.
           IF EVP-FUNCION IS NUMERIC
              MOVE EVP-ETIQ TO VALOR-NUEVO
              PERFORM 4150-ANOTAR-VALOR
              IF EVP-FUNCION = '260' AND EVP-PROG = PAQ-PROGRAMA
                 MOVE EVP-ETIQ TO PAQ-PARRAFO
              END-IF
           END-IF.

      * '<marca> <tarea> <prog> PUNTO <etiqueta> VALOR <valor>'
       4130-LEER-VIGILANCIA.
           MOVE SPACES TO PALABRAS-DECK.
           UNSTRING REC-PAQUETE DELIMITED BY ALL SPACES
                    INTO PAL-1 PAL-2 PAL-3 PAL-4 PAL-5 PAL-6
                         PAL-7.
           IF PAL-4 = 'PUNTO' AND PAL-6 = 'VALOR'
              MOVE PAL-5 TO VALOR-NUEVO
              PERFORM 4150-ANOTAR-VALOR
              MOVE PAL-7 TO VALOR-NUEVO
              PERFORM 4150-ANOTAR-VALOR
           END-IF.

       4150-ANOTAR-VALOR.
           IF VALOR-NUEVO NOT = SPACES AND EVI-USADOS < 200
              ADD 1 TO EVI-USADOS
              MOVE VALOR-NUEVO TO EVI-VALOR(EVI-USADOS)
           END-IF.

      ******************************************************************
      * EMPAREJAMIENTO: GANA LA FIRMA QUE CASA CON MAS CAMPOS FIJADOS
      * Y, A IGUALDAD, LA PRIMERA DEL DECK
      ******************************************************************
       4500-EMPAREJAR.
           MOVE ZEROS TO MEJOR.
           MOVE ZEROS TO MEJOR-PESO.
           PERFORM 4510-PROBAR-FIRMA
                   VARYING IDX-E FROM 1 BY 1 UNTIL IDX-E > ERR-USADOS.

       4510-PROBAR-FIRMA.
           MOVE 'S' TO CASA.
           MOVE ZEROS TO PESO.

           IF ERR-PROGRAMA(IDX-E) NOT = '*'
              ADD 1 TO PESO
              IF ERR-PROGRAMA(IDX-E) NOT = PAQ-PROGRAMA
                 MOVE 'N' TO CASA
              END-IF
           END-IF.

           IF ERR-RC-LIBRE(IDX-E) = 'N'
              ADD 1 TO PESO
              IF ERR-RC(IDX-E) NOT = PAQ-RC
                 MOVE 'N' TO CASA
              END-IF
           END-IF.

           IF ERR-ESTADO(IDX-E) NOT = '*'
              ADD 1 TO PESO
              MOVE 'N' TO ESTADO-VISTO
              PERFORM 4520-BUSCAR-ESTADO
                      VARYING IDX FROM 1 BY 1 UNTIL IDX > EVI-USADOS
              IF ESTADO-VISTO = 'N'
                 MOVE 'N' TO CASA
              END-IF
           END-IF.

           IF ERR-PARRAFO(IDX-E) NOT = '*'
              ADD 1 TO PESO
              IF ERR-PARRAFO(IDX-E) NOT = PAQ-PARRAFO
                 MOVE 'N' TO CASA
              END-IF
           END-IF.

           IF CASA = 'S' AND (MEJOR = ZEROS OR PESO > MEJOR-PESO)
              MOVE IDX-E TO MEJOR
              MOVE PESO  TO MEJOR-PESO
           END-IF.

       4520-BUSCAR-ESTADO.
           IF EVI-VALOR(IDX) = ERR-ESTADO(IDX-E)
              MOVE 'S' TO ESTADO-VISTO
           END-IF.

      ******************************************************************
      * ETIQUETA AL PIE DEL PAQUETE, ENTRADA EN EL CATALOGO Y AVISO
      ******************************************************************
       4700-ETIQUETAR.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE SPACES TO REG-CATALOGO.
           MOVE FECHA-HORA(1:16) TO CAT-TMS.
           MOVE NOMBRE-PAQUETE   TO CAT-PAQUETE.
           MOVE PAQ-PROGRAMA     TO CAT-PROGRAMA.
           MOVE PAQ-RC           TO CAT-RC.
           MOVE PAQ-PROGRAMA     TO AVI-PROGRAMA.
           MOVE SPACES TO AVI-RESUMEN.

           IF MEJOR > ZEROS
              ADD 1 TO CONOCIDOS
              ADD 1 TO ERR-NUEVAS(MEJOR)
              MOVE ERR-ID(MEJOR)     TO CAT-ERROR
              MOVE ERR-TICKET(MEJOR) TO CAT-TICKET
              MOVE ERR-NOTA(MEJOR)   TO CAT-NOTA
              MOVE 'W' TO AVI-SEVERIDAD
              STRING ERR-ID(MEJOR) DELIMITED BY SPACE
                     ' ' ERR-TICKET(MEJOR) DELIMITED BY SIZE
                     ' ' ERR-NOTA(MEJOR) DELIMITED BY SIZE
                     INTO AVI-RESUMEN
           ELSE
              ADD 1 TO NUEVOS
              MOVE 'NUEVO'  TO CAT-ERROR
              MOVE SPACES   TO CAT-TICKET
              MOVE 'SIN FIRMA CONOCIDA: DIAGNOSTICO PENDIENTE'
                   TO CAT-NOTA
              MOVE 'C' TO AVI-SEVERIDAD
              STRING 'ERROR NUEVO EN ' DELIMITED BY SIZE
                     NOMBRE-PAQUETE DELIMITED BY SIZE
                     ' RC ' DELIMITED BY SIZE
                     PAQ-RC DELIMITED BY SIZE
                     INTO AVI-RESUMEN
           END-IF.

           OPEN EXTEND PAQUETE.
           IF FS-PAQUETE = '00'
              MOVE SPACES TO LINEA
              IF MEJOR > ZEROS
                 STRING '* ERROR CONOCIDO ' DELIMITED BY SIZE
                        ERR-ID(MEJOR) DELIMITED BY SPACE
                        ' TICKET ' DELIMITED BY SIZE
                        ERR-TICKET(MEJOR) DELIMITED BY SIZE
                        INTO LINEA
                 WRITE REC-PAQUETE FROM LINEA
                 MOVE SPACES TO LINEA
                 STRING '* NOTA ' ERR-NOTA(MEJOR)
                        DELIMITED BY SIZE INTO LINEA
              ELSE
                 STRING '* ERROR NUEVO ULTIMO PARRAFO '
                        PAQ-PARRAFO
                        DELIMITED BY SIZE INTO LINEA
              END-IF
              WRITE REC-PAQUETE FROM LINEA
              CLOSE PAQUETE
           ELSE
              DISPLAY 'AVISO PAQUETE ' NOMBRE-PAQUETE
                      ' NO ETIQUETADO FS ' FS-PAQUETE
           END-IF.

           WRITE REG-CATALOGO.
           IF CTL-USADOS < 2000
              ADD 1 TO CTL-USADOS
              MOVE REG-CATALOGO TO CTL-ENTRADA(CTL-USADOS)
           END-IF.

           CALL 'SDPNOTF0' USING AVI-SEVERIDAD AVI-ORIGEN
                AVI-PROGRAMA AVI-RESUMEN.

           DISPLAY NOMBRE-PAQUETE ' ' PAQ-PROGRAMA ' RC ' PAQ-RC
                   ' -> ' CAT-ERROR.

      ******************************************************************
      * INFORME: UN CORTE POR ERROR CONOCIDO CON TODOS SUS PAQUETES
      * DEL CATALOGO (EL TOTAL DEL CORTE ES LA RECURRENCIA) Y AL
      * FINAL LOS NUEVOS
      ******************************************************************
       6000-INFORME.
           MOVE 'INICIO  ' TO RPT-FUNCION.
           MOVE 'ERRORES CONOCIDOS EN PAQUETES FFDC' TO RPT-TITULO.
           CALL 'SDPREPW0' USING INFORME-ERRORES.
           IF RPT-RC NOT = ZEROS
              DISPLAY 'ERROR ABRIENDO INFORME SDPPRINT RC ' RPT-RC
              GO TO 6000-INFORME-FIN
           END-IF.

           PERFORM 6100-INFORMAR-ERROR
                   VARYING IDX-E FROM 1 BY 1 UNTIL IDX-E > ERR-USADOS.

           MOVE 'NUEVO' TO CLAVE-ERROR.
           MOVE 'NUEVOS' TO RPT-CORTE.
           PERFORM 6200-INFORMAR-PAQUETE
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > CTL-USADOS.

           MOVE 'FINAL   ' TO RPT-FUNCION.
           CALL 'SDPREPW0' USING INFORME-ERRORES.

       6000-INFORME-FIN.
           EXIT.

       6100-INFORMAR-ERROR.
           MOVE ERR-ID(IDX-E) TO CLAVE-ERROR.
           MOVE ERR-ID(IDX-E) TO RPT-CORTE.
           MOVE SPACES TO LINEA.
           STRING 'ERROR ' ERR-ID(IDX-E) ' TICKET ' ERR-TICKET(IDX-E)
                  ' NUEVAS EN ESTA PASADA ' ERR-NUEVAS(IDX-E)
                  DELIMITED BY SIZE INTO LINEA.
           MOVE ZEROS TO RPT-IMPORTE.
           PERFORM 9000-ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA.
           STRING '   NOTA ' ERR-NOTA(IDX-E)
                  DELIMITED BY SIZE INTO LINEA.
           MOVE ZEROS TO RPT-IMPORTE.
           PERFORM 9000-ESCRIBIR-LINEA.
           PERFORM 6200-INFORMAR-PAQUETE
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > CTL-USADOS.

       6200-INFORMAR-PAQUETE.
           IF CTL-ERROR(IDX) = CLAVE-ERROR
              MOVE SPACES TO LINEA
              STRING '   ' CTL-TMS(IDX) ' ' CTL-PAQUETE(IDX)
                     ' ' CTL-PROGRAMA(IDX) ' RC ' CTL-RC(IDX)
                     DELIMITED BY SIZE INTO LINEA
              MOVE 1 TO RPT-IMPORTE
              PERFORM 9000-ESCRIBIR-LINEA
           END-IF.

       9000-ESCRIBIR-LINEA.
           MOVE 'DETALLE ' TO RPT-FUNCION.
           MOVE LINEA TO RPT-LINEA.
           CALL 'SDPREPW0' USING INFORME-ERRORES.
