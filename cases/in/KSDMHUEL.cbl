      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Huellas encadenadas del journal KSDJRNL
      ******************************************************************
      * SDP DESCRIPTION
      *  Modulo comun (hermano de KSDMLOCK) que hace el journal
      *> evidente a la manipulacion: cada entrada lleva en JRN-HUELLA
      *> la huella de la anterior combinada con su propio contenido,
      *> y cada generacion archivada deja su huella final en el
      *> catalogo KSDJRNGC. Editar, borrar o intercalar una entrada
      *> rompe el eslabon siguiente; truncar una generacion rompe su
      *> huella final.
      *  Los escritores del journal (KSDMMANT, KSDMPOST, KSDMBACK y
      *> KSDMPURG) llaman con INICIO antes del OPEN EXTEND y con
      *> SELLAR antes de cada WRITE; KSDMJSWT llama con INICIO para
      *> anotar la huella final al cortar. KSDMJVER, KSDMRBLD y
      *> KSDMRECO llaman con VERIFICA, que recorre la cadena entera y
      *> para en el primer eslabon roto. KSDMERAS verifica, vuelve a
      *> sellar con SELLAR la cadena entera tras una supresion de
      *> datos personales y verifica otra vez. Las entradas sin huella
      *> anteriores a la cadena se aceptan solo mientras no haya
      *> aparecido ninguna sellada.
      *  Excepcion de operador: una tarjeta del deck KSDJFORZ con el
      *> programa, el operador y la fecha del dia permite a ese
      *> programa seguir con la cadena rota; el uso se avisa en
      *> critico por SDPNOTF0 con el operador que lo autorizo.
      * SDP END
      *
      * SDP IVP 0 Interface.Contract(KSDMHUEL) = HUE-FUNCION:IN,
      * HUE-PROGRAMA:IN,HUE-ANTERIOR:INOUT,LNK-JOURNAL:INOUT,
      * HUE-RESULTADO:OUT,HUE-RC:OUT - RC 0 correcto, 12 funcion
      * desconocida
      * SDP IVP 0 Files.Consumes = KSDJRNGC,KSDJRNL,KSDJFORZ
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDMHUEL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CATALOGO ASSIGN TO 'KSDJRNGC'
                  FILE STATUS IS FS-CATLG
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

      * EL MISMO FD RECORRE CADA GENERACION ARCHIVADA Y EL KSDJRNL
      * EN CURSO: EL NOMBRE SE CAMBIA ANTES DE CADA OPEN
           SELECT JOURNAL ASSIGN TO NOMBRE-JOURNAL
                  FILE STATUS IS FS-JRNL
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL EXCEPCIONES ASSIGN TO 'KSDJFORZ'
                  FILE STATUS IS FS-FORZ
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

      * REGISTRO DE JOURNAL COMO TEXTO: EL TRAZADO KSDWJRNL ES EL
      * DEL LLAMADOR EN LA LINKAGE
       FD  JOURNAL.
       01  REG-LEIDO.
           03 LEI-CUERPO   PIC X(207).
           03 LEI-HUELLA   PIC X(12).
           03 LEI-HUELLA-N REDEFINES LEI-HUELLA PIC 9(12).

       FD  EXCEPCIONES.
       01  REC-EXCEPCION.
           03 FRZ-PROGRAMA PIC X(08).
           03 FRZ-SEP1     PIC X(01).
           03 FRZ-OPERADOR PIC X(08).
           03 FRZ-SEP2     PIC X(01).
           03 FRZ-FECHA    PIC X(08).

       WORKING-STORAGE SECTION.
       77 FS-CATLG  PIC XX VALUE SPACES.
       77 FS-JRNL   PIC XX VALUE SPACES.
       77 FS-FORZ   PIC XX VALUE SPACES.
       77 FIN-CATLG PIC X(01) VALUE 'N'.
       77 FIN-JRNL  PIC X(01) VALUE 'N'.
       77 FIN-FORZ  PIC X(01) VALUE 'N'.
       77 ES-ARCHIVO  PIC X(01) VALUE 'N'.
       77 SELLO-VISTO PIC X(01) VALUE 'N'.

       01  FECHA-HORA PIC X(21) VALUE SPACES.

       01  NOMBRE-JOURNAL PIC X(64) VALUE SPACES.
       01  FIS-KSDJRNL    PIC X(64) VALUE 'KSDJRNL'.

      * CONTENIDO QUE ENTRA EN LA HUELLA: LOS 207 BYTES ANTERIORES A
      * JRN-HUELLA, CON LA CLAVE AMPLIADA EN BLANCO TOMADA COMO
      * JRN-CLAVE (LA CONVERSION DE KSDMCONV NO CAMBIA LA HUELLA)
       01  CUERPO-HUELLA.
           03 CUE-CABECERA  PIC X(17).
           03 CUE-CLAVE     PIC X(05).
           03 CUE-CLAVE-N REDEFINES CUE-CLAVE PIC 9(05).
           03 CUE-IMAGENES  PIC X(150).
           03 CUE-SEQ       PIC X(09).
           03 CUE-FASE-RUN  PIC X(17).
           03 CUE-AMPLIA    PIC X(09).
           03 CUE-AMPLIA-N REDEFINES CUE-AMPLIA PIC 9(09).

      * HUELLA POLINOMICA MODULO EL MAYOR PRIMO DE 12 CIFRAS: EL
      * ACUMULADO CABE EN 15 CIFRAS ANTES DE CADA MODULO
       01  CALCULO-HUELLA.
           03 ACUMULADO  PIC 9(15) VALUE ZEROS.
           03 BASE-HUELLA PIC 9(03) VALUE 257.
           03 PRIMO-HUELLA PIC 9(12) VALUE 999999999989.
           03 IDX-OCTETO PIC 9(04) COMP VALUE ZEROS.
           03 LARGO-CUERPO PIC 9(04) COMP VALUE 207.

       01  CADENA-VERIFICADA.
           03 HUELLA-ESPERADA PIC 9(12) VALUE ZEROS.
           03 POSICION-FICHERO PIC 9(09) VALUE ZEROS.

       01  TABLA-GENERACIONES.
           03 GEN-USADAS PIC 9(04) VALUE ZEROS.
           03 GEN-ENTRADA OCCURS 500 TIMES.
              05 GEN-FICHERO   PIC X(08).
              05 GEN-ESTADO    PIC X(01).
              05 GEN-HUELLA    PIC X(12).
              05 GEN-HUELLA-N REDEFINES GEN-HUELLA PIC 9(12).

       01  INDICES.
           03 IDX PIC 9(04) VALUE ZEROS.

       01  AVISO-DATOS.
           03 AVI-SEVERIDAD PIC X(01) VALUE 'C'.
           03 AVI-ORIGEN    PIC X(08) VALUE 'KSDMHUEL'.
           03 AVI-RESUMEN   PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  LNK-HUELLA.
       COPY KSDWHUEL.

       01  LNK-JOURNAL.
       COPY KSDWJRNL.

       PROCEDURE DIVISION USING LNK-HUELLA LNK-JOURNAL.
       INICIO.
           MOVE ZEROS TO HUE-RC.
           CALL 'SDPDDMP0' USING 'KSDJRNL ' FIS-KSDJRNL.

           EVALUATE HUE-FUNCION
              WHEN 'INICIO  ' PERFORM BUSCAR-ULTIMA-HUELLA
              WHEN 'SELLAR  ' PERFORM SELLAR-ENTRADA
              WHEN 'VERIFICA' PERFORM VERIFICAR-CADENA
                                      THRU VERIFICAR-CADENA-FIN
              WHEN OTHER      MOVE 12 TO HUE-RC
           END-EVALUATE.

           GOBACK.

      * LA HUELLA FINAL DE LA ULTIMA GENERACION CORTADA, SUPERADA POR
      * LA ULTIMA ENTRADA SELLADA DEL KSDJRNL EN CURSO SI LA HAY
       BUSCAR-ULTIMA-HUELLA.
           MOVE ZEROS TO HUE-ANTERIOR.
           PERFORM CARGAR-CATALOGO THRU CARGAR-CATALOGO-FIN.
           PERFORM TOMAR-HUELLA-CATALOGO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > GEN-USADAS.

           MOVE FIS-KSDJRNL TO NOMBRE-JOURNAL.
           OPEN INPUT JOURNAL.
           IF FS-JRNL = '00'
              MOVE 'N' TO FIN-JRNL
              READ JOURNAL
                   AT END MOVE 'S' TO FIN-JRNL
              END-READ
              PERFORM ANOTAR-ULTIMA-HUELLA UNTIL FIN-JRNL = 'S'
              CLOSE JOURNAL
           END-IF.

      * LA ULTIMA ENTRADA DEL CATALOGO CON HUELLA, SEA GENERACION
      * ACTIVA, BORRADA O RECORTE DE SDPSWEEP
       TOMAR-HUELLA-CATALOGO.
           IF GEN-HUELLA(IDX) NUMERIC
              MOVE GEN-HUELLA-N(IDX) TO HUE-ANTERIOR
           END-IF.

       ANOTAR-ULTIMA-HUELLA.
           IF LEI-HUELLA NUMERIC
              MOVE LEI-HUELLA-N TO HUE-ANTERIOR
           END-IF.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.

       SELLAR-ENTRADA.
           MOVE LNK-JOURNAL(1:207) TO CUERPO-HUELLA.
           PERFORM CALCULAR-HUELLA.
           MOVE ACUMULADO TO JRN-HUELLA.
           MOVE ACUMULADO TO HUE-ANTERIOR.

      * HUELLA DE CUERPO-HUELLA ENCADENADA A HUE-ANTERIOR
       CALCULAR-HUELLA.
           IF CUE-AMPLIA NOT NUMERIC AND CUE-CLAVE NUMERIC
              MOVE CUE-CLAVE-N TO CUE-AMPLIA-N
           END-IF.
           MOVE HUE-ANTERIOR TO ACUMULADO.
           PERFORM SUMAR-OCTETO
                   VARYING IDX-OCTETO FROM 1 BY 1
                   UNTIL IDX-OCTETO > LARGO-CUERPO.

       SUMAR-OCTETO.
           COMPUTE ACUMULADO =
                   FUNCTION MOD(ACUMULADO * BASE-HUELLA
                      + FUNCTION ORD(CUERPO-HUELLA(IDX-OCTETO:1)),
                      PRIMO-HUELLA).

       CARGAR-CATALOGO.
           MOVE ZEROS TO GEN-USADAS.
           MOVE 'N' TO FIN-CATLG.
           OPEN INPUT CATALOGO.
           IF FS-CATLG NOT = '00'
              CLOSE CATALOGO
              GO TO CARGAR-CATALOGO-FIN
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.
           PERFORM ANOTAR-GENERACION UNTIL FIN-CATLG = 'S'.
           CLOSE CATALOGO.

       CARGAR-CATALOGO-FIN.
           EXIT.

       ANOTAR-GENERACION.
           IF GEN-USADAS < 500
              ADD 1 TO GEN-USADAS
              MOVE CAT-FICHERO TO GEN-FICHERO(GEN-USADAS)
              MOVE CAT-ESTADO  TO GEN-ESTADO(GEN-USADAS)
              MOVE CAT-HUELLA  TO GEN-HUELLA(GEN-USADAS)
           END-IF.
           READ CATALOGO
                AT END MOVE 'S' TO FIN-CATLG
           END-READ.

      * RECORRIDO DE LA CADENA EN EL ORDEN DEL REPLAY: GENERACIONES
      * DEL CATALOGO Y DESPUES EL KSDJRNL EN CURSO. UNA GENERACION YA
      * BORRADA POR RETENCION, O UN RECORTE DE SDPSWEEP, NO SE LEE,
      * PERO SU HUELLA FINAL ES EL PUNTO DE PARTIDA DE LA SIGUIENTE
       VERIFICAR-CADENA.
           MOVE ZEROS TO HUE-ANTERIOR.
           MOVE 'N' TO HUE-ROTA HUE-FORZADA SELLO-VISTO.
           MOVE SPACES TO HUE-FICHERO HUE-SEQ HUE-MOTIVO
                          HUE-OPERADOR.
           MOVE ZEROS TO HUE-POSICION HUE-GENERACIONES
                         HUE-REGISTROS HUE-SELLADOS HUE-SIN-SELLO.

           PERFORM CARGAR-CATALOGO THRU CARGAR-CATALOGO-FIN.

           MOVE 'S' TO ES-ARCHIVO.
           PERFORM VERIFICAR-FICHERO
                   THRU VERIFICAR-FICHERO-FIN
                   VARYING IDX FROM 1 BY 1
                   UNTIL IDX > GEN-USADAS OR HUE-ROTA = 'S'.
           IF HUE-ROTA = 'S'
              GO TO VERIFICAR-CADENA-FIN
           END-IF.

           MOVE 'N' TO ES-ARCHIVO.
           MOVE FIS-KSDJRNL TO NOMBRE-JOURNAL.
           PERFORM VERIFICAR-FICHERO
                   THRU VERIFICAR-FICHERO-FIN.

       VERIFICAR-CADENA-FIN.
           IF HUE-ROTA = 'S'
              PERFORM BUSCAR-EXCEPCION
           END-IF.

       VERIFICAR-FICHERO.
           IF ES-ARCHIVO = 'S'
              IF GEN-ESTADO(IDX) NOT = 'A'
                 IF GEN-HUELLA(IDX) NUMERIC
                    MOVE GEN-HUELLA-N(IDX) TO HUE-ANTERIOR
                    MOVE 'S' TO SELLO-VISTO
                 END-IF
                 GO TO VERIFICAR-FICHERO-FIN
              END-IF
              MOVE GEN-FICHERO(IDX) TO NOMBRE-JOURNAL
              MOVE GEN-FICHERO(IDX) TO HUE-FICHERO
           ELSE
              MOVE 'KSDJRNL' TO HUE-FICHERO
           END-IF.
           MOVE ZEROS TO POSICION-FICHERO.

           OPEN INPUT JOURNAL.
           IF ES-ARCHIVO = 'S' AND FS-JRNL = '35'
              MOVE 'S' TO HUE-ROTA
              MOVE 'GENERACION DESAPARECIDA' TO HUE-MOTIVO
              GO TO VERIFICAR-FICHERO-FIN
           END-IF.
      * SIN KSDJRNL EN CURSO (RECIEN CORTADO) LA CADENA ACABA EN LA
      * ULTIMA GENERACION
           IF FS-JRNL NOT = '00'
              GO TO VERIFICAR-FICHERO-FIN
           END-IF.
           IF ES-ARCHIVO = 'S'
              ADD 1 TO HUE-GENERACIONES
           END-IF.

           MOVE 'N' TO FIN-JRNL.
           READ JOURNAL
                AT END MOVE 'S' TO FIN-JRNL
           END-READ.
           PERFORM VERIFICAR-ENTRADA
                   UNTIL FIN-JRNL = 'S' OR HUE-ROTA = 'S'.
           CLOSE JOURNAL.
           IF HUE-ROTA = 'S' OR ES-ARCHIVO = 'N'
              GO TO VERIFICAR-FICHERO-FIN
           END-IF.

      * LA HUELLA FINAL DEL CATALOGO DELATA UNA GENERACION TRUNCADA
      * O ALARGADA DESPUES DEL CORTE
           IF GEN-HUELLA(IDX) NUMERIC
              IF GEN-HUELLA-N(IDX) NOT = HUE-ANTERIOR
                 MOVE 'S' TO HUE-ROTA
                 MOVE POSICION-FICHERO TO HUE-POSICION
                 MOVE 'HUELLA FINAL DEL CATALOGO NO CASA'
                      TO HUE-MOTIVO
              ELSE
                 MOVE 'S' TO SELLO-VISTO
              END-IF
           END-IF.

       VERIFICAR-FICHERO-FIN.
           EXIT.

       VERIFICAR-ENTRADA.
           ADD 1 TO POSICION-FICHERO.
           ADD 1 TO HUE-REGISTROS.
           MOVE LEI-CUERPO TO CUERPO-HUELLA.
           IF LEI-HUELLA NOT NUMERIC
              IF SELLO-VISTO = 'S'
                 PERFORM MARCAR-ROTURA
                 MOVE 'ENTRADA SIN HUELLA DENTRO DE LA CADENA'
                      TO HUE-MOTIVO
              ELSE
                 ADD 1 TO HUE-SIN-SELLO
              END-IF
           ELSE
              PERFORM CALCULAR-HUELLA
              MOVE ACUMULADO TO HUELLA-ESPERADA
              IF LEI-HUELLA-N NOT = HUELLA-ESPERADA
                 PERFORM MARCAR-ROTURA
                 MOVE 'HUELLA NO CASA CON LA ENTRADA ANTERIOR'
                      TO HUE-MOTIVO
              ELSE
                 MOVE LEI-HUELLA-N TO HUE-ANTERIOR
                 MOVE 'S' TO SELLO-VISTO
                 ADD 1 TO HUE-SELLADOS
              END-IF
           END-IF.
           IF HUE-ROTA = 'N'
              READ JOURNAL
                   AT END MOVE 'S' TO FIN-JRNL
              END-READ
           END-IF.

       MARCAR-ROTURA.
           MOVE 'S' TO HUE-ROTA.
           MOVE CUE-SEQ TO HUE-SEQ.
           MOVE POSICION-FICHERO TO HUE-POSICION.

      * LA EXCEPCION VALE SOLO PARA EL PROGRAMA Y EL DIA DE LA
      * TARJETA, CON OPERADOR IDENTIFICADO
       BUSCAR-EXCEPCION.
           MOVE FUNCTION CURRENT-DATE TO FECHA-HORA.
           MOVE 'N' TO FIN-FORZ.
           OPEN INPUT EXCEPCIONES.
           IF FS-FORZ NOT = '00'
              CLOSE EXCEPCIONES
           ELSE
              READ EXCEPCIONES
                   AT END MOVE 'S' TO FIN-FORZ
              END-READ
              PERFORM COMPROBAR-EXCEPCION
                      UNTIL FIN-FORZ = 'S' OR HUE-FORZADA = 'S'
              CLOSE EXCEPCIONES
           END-IF.
           IF HUE-FORZADA = 'S'
              MOVE SPACES TO AVI-RESUMEN
              STRING 'CADENA DEL JOURNAL ROTA FORZADA POR '
                     HUE-OPERADOR
                     DELIMITED BY SIZE INTO AVI-RESUMEN
              CALL 'SDPNOTF0' USING AVI-SEVERIDAD AVI-ORIGEN
                   HUE-PROGRAMA AVI-RESUMEN
           END-IF.

       COMPROBAR-EXCEPCION.
           IF FRZ-PROGRAMA = HUE-PROGRAMA
              AND FRZ-OPERADOR NOT = SPACES
              AND FRZ-FECHA = FECHA-HORA(1:8)
              MOVE 'S' TO HUE-FORZADA
              MOVE FRZ-OPERADOR TO HUE-OPERADOR
           ELSE
              READ EXCEPCIONES
                   AT END MOVE 'S' TO FIN-FORZ
              END-READ
           END-IF.
