      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Clave fonetica de una palabra de un nombre
      ******************************************************************
      * SDP DESCRIPTION
      *  Modulo comun (hermano de KSDMHUEL) con el codificador
      *> fonetico de los nombres del maestro SALIDA: KSDMFONE lo
      *> llama para las claves del indice KSDFONX y KSDMDUPL para la
      *> clave normalizada de la deteccion de duplicados, de modo
      *> que los dos dan siempre el mismo codigo a la misma palabra.
      *  Las reglas son las del espanol descritas en KSDWFONX: H
      *> muda, V y W como B, Z y C suave como S, C dura, QU y K como
      *> K, G suave como J, GU ante E/I como G, LL e Y consonante
      *> como Y, CH como X, X como KS, vocales solo en cabeza de
      *> palabra (como A) y letras repetidas una sola vez. El codigo
      *> tiene como mucho 8 letras.
      * SDP END
      *
      * SDP IVP 0 Interface.Contract(KSDMFONC) = FNC-PALABRA:IN,
      * FNC-CODIGO:OUT,FNC-LON:OUT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMFONC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  INDICES.
           03 IDX-EMI PIC 9(01) VALUE ZEROS.

       01  CODIFICACION.
           03 POS        PIC 9(02) VALUE ZEROS.
           03 SALTO      PIC 9(01) VALUE ZEROS.
           03 EMITIR     PIC X(02) VALUE SPACES.
           03 ULTIMO     PIC X(01) VALUE SPACE.
           03 PRIMERA    PIC X(01) VALUE 'S'.
           03 ES-VOCAL   PIC X(01) VALUE 'N'.
           03 CAR        PIC X(01) VALUE SPACE.
              88 CAR-VOCAL VALUE 'A' 'E' 'I' 'O' 'U'.
           03 SIG        PIC X(01) VALUE SPACE.
              88 SIG-VOCAL VALUE 'A' 'E' 'I' 'O' 'U'.
              88 SIG-SUAVE VALUE 'E' 'I'.
           03 SIG2       PIC X(01) VALUE SPACE.
              88 SIG2-SUAVE VALUE 'E' 'I'.

       LINKAGE SECTION.
       01  LNK-FONETICA.
       COPY KSDWFONC.

       PROCEDURE DIVISION USING LNK-FONETICA.
       1000-CODIFICAR-PALABRA.
           MOVE SPACES TO FNC-CODIGO ULTIMO.
           MOVE ZEROS TO FNC-LON.
           MOVE 'S' TO PRIMERA.
           MOVE 1 TO POS.
           PERFORM 1010-CODIFICAR-LETRA
                   UNTIL POS > 20 OR FNC-LON = 8.
           GOBACK.

       1010-CODIFICAR-LETRA.
           MOVE FNC-PALABRA(POS:1) TO CAR.
           MOVE SPACES TO SIG SIG2 EMITIR.
           IF POS < 20
              MOVE FNC-PALABRA(POS + 1:1) TO SIG
           END-IF.
           IF POS < 19
              MOVE FNC-PALABRA(POS + 2:1) TO SIG2
           END-IF.
           MOVE 1 TO SALTO.
           MOVE 'N' TO ES-VOCAL.
           EVALUATE TRUE
              WHEN CAR-VOCAL
                   MOVE 'S' TO ES-VOCAL
              WHEN CAR = 'Y' AND NOT SIG-VOCAL
                   MOVE 'S' TO ES-VOCAL
              WHEN CAR = 'H'
                   CONTINUE
              WHEN CAR = 'C' AND SIG = 'H'
                   MOVE 'X' TO EMITIR
                   MOVE 2 TO SALTO
              WHEN CAR = 'C' AND SIG-SUAVE
                   MOVE 'S' TO EMITIR
              WHEN CAR = 'C' OR CAR = 'K'
                   MOVE 'K' TO EMITIR
              WHEN CAR = 'Q'
                   MOVE 'K' TO EMITIR
                   IF SIG = 'U'
                      MOVE 2 TO SALTO
                   END-IF
              WHEN CAR = 'G' AND SIG-SUAVE
                   MOVE 'J' TO EMITIR
              WHEN CAR = 'G' AND SIG = 'U' AND SIG2-SUAVE
                   MOVE 'G' TO EMITIR
                   MOVE 2 TO SALTO
              WHEN CAR = 'L' AND SIG = 'L'
                   MOVE 'Y' TO EMITIR
                   MOVE 2 TO SALTO
              WHEN CAR = 'V' OR CAR = 'W' OR CAR = 'B'
                   MOVE 'B' TO EMITIR
              WHEN CAR = 'Z' OR CAR = 'S'
                   MOVE 'S' TO EMITIR
              WHEN CAR = 'X'
                   MOVE 'KS' TO EMITIR
              WHEN CAR IS ALPHABETIC-UPPER AND CAR NOT = SPACE
                   MOVE CAR TO EMITIR
              WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * LA VOCAL SOLO CUENTA EN CABEZA DE PALABRA, PERO SEPARA: LAS
      * CONSONANTES IGUALES A LOS DOS LADOS CUENTAN LAS DOS
           IF ES-VOCAL = 'S' AND PRIMERA = 'S'
              MOVE 'A' TO EMITIR
           END-IF.
           IF EMITIR NOT = SPACES
              PERFORM 1020-EMITIR-CODIGO
                      VARYING IDX-EMI FROM 1 BY 1 UNTIL IDX-EMI > 2
           END-IF.
           IF ES-VOCAL = 'S'
              MOVE SPACE TO ULTIMO
           END-IF.
           IF CAR IS ALPHABETIC-UPPER AND CAR NOT = SPACE
              AND CAR NOT = 'H'
              MOVE 'N' TO PRIMERA
           END-IF.
           ADD SALTO TO POS.

       1020-EMITIR-CODIGO.
           IF EMITIR(IDX-EMI:1) NOT = SPACE
              AND EMITIR(IDX-EMI:1) NOT = ULTIMO
              AND FNC-LON < 8
              ADD 1 TO FNC-LON
              MOVE EMITIR(IDX-EMI:1) TO FNC-CODIGO(FNC-LON:1)
              MOVE EMITIR(IDX-EMI:1) TO ULTIMO
           END-IF.
