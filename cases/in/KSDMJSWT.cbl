      *  KSDMRBLD encadena las generaciones activas del catalogo y el
      *> KSDJRNL en curso cuando el limite pedido es anterior al
      *> journal actual.
      *  Al cortar se anota tambien en el catalogo la huella final
      *> de la generacion (la ultima de la cadena que da KSDMHUEL),
      *> de la que parte el KSDJRNL siguiente y con la que KSDMJVER
      *> detecta una generacion truncada o alargada despues del corte.
      * SDP END
      *
      * SDP DESC Corte de generacion del journal con retencion
           03 CAT-TMS-COPIA PIC X(16).
           03 CAT-SEP4      PIC X(01).
           03 CAT-ESTADO    PIC X(01).
           03 CAT-SEP5      PIC X(01).
           03 CAT-HUELLA    PIC X(12).

       WORKING-STORAGE SECTION.
       77 FS-CONTROL PIC XX VALUE SPACES.
              05 GEN-TMS-CORTE PIC X(16).
              05 GEN-TMS-COPIA PIC X(16).
              05 GEN-ESTADO    PIC X(01).
              05 GEN-HUELLA    PIC X(12).

       01  TRABAJO.
           03 IDX          PIC 9(04) VALUE ZEROS.
           03 BORRADAS     PIC 9(04) VALUE ZEROS.
           03 RETENIDAS    PIC 9(04) VALUE ZEROS.

      * HUELLA ENCADENADA DEL JOURNAL (MODULO KSDMHUEL)
       01  BLOQUE-HUELLA.
       COPY KSDWHUEL.

       PROCEDURE DIVISION.
       1000-INICIO.
           PERFORM 1100-LEER-PARAMETROS.
              MOVE CAT-TMS-CORTE TO GEN-TMS-CORTE(GEN-USADAS)
              MOVE CAT-TMS-COPIA TO GEN-TMS-COPIA(GEN-USADAS)
              MOVE CAT-ESTADO    TO GEN-ESTADO(GEN-USADAS)
              MOVE CAT-HUELLA    TO GEN-HUELLA(GEN-USADAS)
              IF CAT-SEQ > ULTIMA-SEQ
                 MOVE CAT-SEQ TO ULTIMA-SEQ
              END-IF
           IF RC NOT = ZEROS GO TO 3000-CORTAR-GENERACION-FIN.
           CLOSE JOURNAL.

      * HUELLA FINAL DE LA CADENA ANTES DEL RENOMBRADO
           MOVE 'INICIO  ' TO HUE-FUNCION.
           CALL 'KSDMHUEL' USING BLOQUE-HUELLA REG-JOURNAL.

           COMPUTE NUEVO-SEQ = ULTIMA-SEQ + 1.
           CALL 'CBL_RENAME_FILE' USING NOMBRE-JOURNAL NOMBRE-NUEVO.
           IF RETURN-CODE NOT = ZEROS
              MOVE FECHA-HORA(1:16) TO GEN-TMS-CORTE(GEN-USADAS)
              MOVE TMS-COPIA        TO GEN-TMS-COPIA(GEN-USADAS)
              MOVE 'A'              TO GEN-ESTADO(GEN-USADAS)
              MOVE HUE-ANTERIOR     TO GEN-HUELLA(GEN-USADAS)
           END-IF.

       3000-CORTAR-GENERACION-FIN.
       5100-GRABAR-GENERACION.
           MOVE GEN-SEQ(IDX)       TO CAT-SEQ.
           MOVE SPACE              TO CAT-SEP1 CAT-SEP2
                                      CAT-SEP3 CAT-SEP4 CAT-SEP5.
           MOVE GEN-FICHERO(IDX)   TO CAT-FICHERO.
           MOVE GEN-TMS-CORTE(IDX) TO CAT-TMS-CORTE.
           MOVE GEN-TMS-COPIA(IDX) TO CAT-TMS-COPIA.
           MOVE GEN-ESTADO(IDX)    TO CAT-ESTADO.
           MOVE GEN-HUELLA(IDX)    TO CAT-HUELLA.
           WRITE REC-CATALOGO.
