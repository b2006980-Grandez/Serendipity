      *  KSDJRNL tiene trato especial: nunca se recorta por delante
      *> de la marca de la copia mas reciente (KSDBKUPC), para que la
      *> cadena de reconstruccion no quede huerfana; sin control de
      *> copia el journal no se toca. Cada recorte del journal se
      *> anota al final del catalogo KSDJRNGC (estado 'R' si se
      *> archivo, 'B' si se descarto, con la fecha del corte) con la
      *> huella de la ultima entrada recortada, de la que parte la
      *> cadena de huellas del KSDJRNL que queda.
      * SDP END
      *
      * SDP DESC Recorte con archivo fechado por deck de retencion
      * SDP IVP 0 Files.Consumes = SDPRETEN,KSDBKUPC
      * SDP IVP 0 Files.Updates = KSDJRNGC
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'KSDJRNGC'
                  FILE STATUS IS FS-CATLG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT TEMPORAL ASSIGN TO 'SDPSWTMP'
                  FILE STATUS IS FS-TEMP
                  ORGANIZATION IS LINE SEQUENTIAL
           03 BCT-TMS       PIC X(16).

       FD  OBJETIVO.
       01  REC-OBJETIVO PIC X(256).

       FD  ARCHIVO.
       01  REC-ARCHIVO PIC X(256).

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
           03 CAT-SEP5      PIC X(01).
           03 CAT-HUELLA    PIC X(12).

       FD  TEMPORAL.
       01  REC-TEMP PIC X(256).

       WORKING-STORAGE SECTION.
       77 FS-DECK     PIC XX VALUE SPACES.
       77 FS-OBJETIVO PIC XX VALUE SPACES.
       77 FS-ARCHIVO  PIC XX VALUE SPACES.
       77 FS-TEMP     PIC XX VALUE SPACES.
       77 FS-CATLG    PIC XX VALUE SPACES.
       77 RC          PIC 9(03) VALUE ZEROS.
       77 MSG-FSTAT   PIC X(40) VALUE SPACES.
       77 FIN-DECK    PIC X(01) VALUE 'N'.
           03 TMS-COPIA    PIC X(16) VALUE SPACES.
           03 HAY-COPIA    PIC X(01) VALUE 'N'.
           03 TMS-EFECTIVA PIC X(08) VALUE SPACES.
      * HUELLA DE LA ULTIMA ENTRADA DEL JOURNAL QUE SALE DEL VIVO
           03 HUELLA-RECORTE PIC X(12) VALUE SPACES.

       01  FECHA-SERVICIO.
       COPY SDPWDATE.
              END-IF
           END-IF.

           MOVE SPACES TO TMS-EFECTIVA HUELLA-RECORTE.
           MOVE 'N' TO FIN-OBJ.
           READ OBJETIVO
                AT END MOVE 'S' TO FIN-OBJ
           CALL 'CBL_DELETE_FILE' USING NOMBRE-OBJETIVO.
           CALL 'CBL_RENAME_FILE' USING NOMBRE-TEMP NOMBRE-OBJETIVO.

           IF RET-FICHERO = 'KSDJRNL '
              AND ARCHIVADOS + BORRADOS > ZEROS
              PERFORM 3300-ANOTAR-RECORTE
           END-IF.

           DISPLAY RET-FICHERO ' LEIDOS ' LEIDOS
                   ' RETENIDOS ' RETENIDOS
                   ' ARCHIVADOS ' ARCHIVADOS

           IF TMS-EFECTIVA NOT = SPACES
              AND TMS-EFECTIVA < FECHA-CORTE
              IF REC-OBJETIVO(208:12) IS NUMERIC
                 MOVE REC-OBJETIVO(208:12) TO HUELLA-RECORTE
              END-IF
              IF RET-ACCION = 'ARCHIVE '
                 WRITE REC-ARCHIVO FROM REC-OBJETIVO
                 ADD 1 TO ARCHIVADOS
              AND REC-OBJETIVO(HALLADO-EN + 4:8) IS NUMERIC
              MOVE REC-OBJETIVO(HALLADO-EN + 4:8) TO TMS-EFECTIVA
           END-IF.

      * EL RECORTE ENTRA EN EL CATALOGO DEL JOURNAL COMO UNA
      * GENERACION MAS, NO ACTIVA: LOS REPLAYS NO LA LEEN, PERO SU
      * HUELLA ES EL PUNTO DE PARTIDA DEL KSDJRNL QUE QUEDA
       3300-ANOTAR-RECORTE.
           OPEN EXTEND CATALOGO.
           IF FS-CATLG NOT = '00' AND FS-CATLG NOT = '05'
              DISPLAY 'ERROR ' FS-CATLG ' ANOTANDO RECORTE EN KSDJRNGC'
              MOVE 8 TO RC
           ELSE
              MOVE ZEROS          TO CAT-SEQ
              MOVE SPACE          TO CAT-SEP1 CAT-SEP2 CAT-SEP3
                                     CAT-SEP4 CAT-SEP5
              MOVE 'KSDJRNL'      TO CAT-FICHERO
              MOVE FECHA-CORTE    TO CAT-TMS-CORTE
              MOVE TMS-COPIA      TO CAT-TMS-COPIA
              IF RET-ACCION = 'ARCHIVE '
                 MOVE 'R' TO CAT-ESTADO
              ELSE
                 MOVE 'B' TO CAT-ESTADO
              END-IF
              MOVE HUELLA-RECORTE TO CAT-HUELLA
              WRITE REC-CATALOGO
              CLOSE CATALOGO
           END-IF.
