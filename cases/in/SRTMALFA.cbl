      ******************************************************************
      * Author: Javier Gonzalez
      * Date:   10/2026
      * Purpose: Secuencia de ordenacion de las claves alfanumericas
      *          de la cadena de ordenacion y del maestro con clave
      ******************************************************************
      * SDP DESCRIPTION
      *  Modulo comun al estilo de SRTMHDTR para que las ordenaciones
      *> y mezclas (SRTBLAY0, SRTBEMS0, SRTBMRGN, KSDMSRTX) y las
      *> comprobaciones de secuencia (SRTMVRFY, KSDMLOAD, KSDMDELT)
      *> usen la misma secuencia de ordenacion. La secuencia se pide
      *> con una tarjeta del deck opcional SRTALFAP, el mismo para
      *> toda la cadena:
      *>    ALPHABET    <ASCII|EBCDIC>
      *> Sin deck, o sin tarjeta, la secuencia es la nativa ASCII de
      *> siempre. Con EBCDIC las claves DISPLAY ordenan como en el
      *> ordenador central (espacio, signos, minusculas, mayusculas
      *> y por ultimo las cifras), de modo que SORTOUT sale igual
      *> byte a byte que el de la ordenacion del host.
      *  La tabla de pesos es la traduccion de ISO-8859-1 a EBCDIC
      *> CCSID 037 de los 256 valores del byte: es biunivoca, asi que
      *> dos claves distintas nunca pesan igual.
      *  La misma tabla sirve a SRTMCNVT para traducir los ficheros
      *> entre las dos representaciones: con la funcion TABLAS el
      *> modulo la entrega sin mirar el deck.
      * SDP END
      *
      * SDP IVP 0 Interface.Contract(SRTMALFA) = ALF-FUNCION:IN,
      * ALF-SECUENCIA:OUT,ALF-NATIVA:OUT,ALF-PESOS:OUT,ALF-RC:OUT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRTMALFA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARAMETROS ASSIGN TO 'SRTALFAP'
                  FILE STATUS IS FS-PARM
                  ORGANIZATION IS LINE SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PARAMETROS.
       01  REC-PARM.
           03 PRM-CLAVE PIC X(12).
           03 PRM-VALOR PIC X(20).

       WORKING-STORAGE SECTION.
       77 FS-PARM  PIC XX VALUE SPACES.
       77 FIN-PARM PIC X(01) VALUE 'N'.

      * LOS 256 VALORES DEL BYTE EN ORDEN NATIVO
       01  TABLA-NATIVA.
           03 FILLER PIC X(16) VALUE
              X'000102030405060708090A0B0C0D0E0F'.
           03 FILLER PIC X(16) VALUE
              X'101112131415161718191A1B1C1D1E1F'.
           03 FILLER PIC X(16) VALUE
              X'202122232425262728292A2B2C2D2E2F'.
           03 FILLER PIC X(16) VALUE
              X'303132333435363738393A3B3C3D3E3F'.
           03 FILLER PIC X(16) VALUE
              X'404142434445464748494A4B4C4D4E4F'.
           03 FILLER PIC X(16) VALUE
              X'505152535455565758595A5B5C5D5E5F'.
           03 FILLER PIC X(16) VALUE
              X'606162636465666768696A6B6C6D6E6F'.
           03 FILLER PIC X(16) VALUE
              X'707172737475767778797A7B7C7D7E7F'.
           03 FILLER PIC X(16) VALUE
              X'808182838485868788898A8B8C8D8E8F'.
           03 FILLER PIC X(16) VALUE
              X'909192939495969798999A9B9C9D9E9F'.
           03 FILLER PIC X(16) VALUE
              X'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.
           03 FILLER PIC X(16) VALUE
              X'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
           03 FILLER PIC X(16) VALUE
              X'C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF'.
           03 FILLER PIC X(16) VALUE
              X'D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF'.
           03 FILLER PIC X(16) VALUE
              X'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF'.
           03 FILLER PIC X(16) VALUE
              X'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.

      * PESO DE CADA BYTE: SU CODIGO EN EBCDIC CCSID 037
       01  TABLA-EBCDIC.
           03 FILLER PIC X(16) VALUE
              X'00010203372D2E2F1605250B0C0D0E0F'.
           03 FILLER PIC X(16) VALUE
              X'101112133C3D322618193F271C1D1E1F'.
           03 FILLER PIC X(16) VALUE
              X'405A7F7B5B6C507D4D5D5C4E6B604B61'.
           03 FILLER PIC X(16) VALUE
              X'F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F'.
           03 FILLER PIC X(16) VALUE
              X'7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6'.
           03 FILLER PIC X(16) VALUE
              X'D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D'.
           03 FILLER PIC X(16) VALUE
              X'79818283848586878889919293949596'.
           03 FILLER PIC X(16) VALUE
              X'979899A2A3A4A5A6A7A8A9C04FD0A107'.
           03 FILLER PIC X(16) VALUE
              X'202122232415061728292A2B2C090A1B'.
           03 FILLER PIC X(16) VALUE
              X'30311A333435360838393A3B04143EFF'.
           03 FILLER PIC X(16) VALUE
              X'41AA4AB19FB26AB5BDB49A8A5FCAAFBC'.
           03 FILLER PIC X(16) VALUE
              X'908FEAFABEA0B6B39DDA9B8BB7B8B9AB'.
           03 FILLER PIC X(16) VALUE
              X'6465626663679E687471727378757677'.
           03 FILLER PIC X(16) VALUE
              X'AC69EDEEEBEFECBF80FDFEFBFCADAE59'.
           03 FILLER PIC X(16) VALUE
              X'4445424643479C485451525358555657'.
           03 FILLER PIC X(16) VALUE
              X'8C49CDCECBCFCCE170DDDEDBDC8D8EDF'.

       LINKAGE SECTION.
       01  LNK-ALFA.
       COPY SRTWALFA.

       PROCEDURE DIVISION USING LNK-ALFA.
       1000-INICIO.
           MOVE ZEROS TO ALF-RC.
           EVALUATE ALF-FUNCION
              WHEN 'INICIO  '
                   PERFORM 2000-LEER-DECK
              WHEN 'TABLAS  '
                   PERFORM 3000-DAR-TABLAS
              WHEN OTHER
                   MOVE 12 TO ALF-RC
           END-EVALUATE.
           GOBACK.

       2000-LEER-DECK.
           MOVE 'ASCII ' TO ALF-SECUENCIA.
           MOVE 'N' TO FIN-PARM.

           OPEN INPUT PARAMETROS.
           IF FS-PARM = '00'
              READ PARAMETROS
                   AT END MOVE 'S' TO FIN-PARM
              END-READ
              PERFORM 2100-TRATAR-PARAMETRO UNTIL FIN-PARM = 'S'
              CLOSE PARAMETROS
           END-IF.

           MOVE TABLA-NATIVA TO ALF-NATIVA.
           IF ALF-EBCDIC
              MOVE TABLA-EBCDIC TO ALF-PESOS
           ELSE
              MOVE TABLA-NATIVA TO ALF-PESOS
           END-IF.

       2100-TRATAR-PARAMETRO.
           IF PRM-CLAVE = 'ALPHABET    '
              EVALUATE PRM-VALOR
                 WHEN 'ASCII'
                      MOVE 'ASCII ' TO ALF-SECUENCIA
                 WHEN 'EBCDIC'
                      MOVE 'EBCDIC' TO ALF-SECUENCIA
                 WHEN OTHER
                      DISPLAY 'ERROR SRTALFAP: SECUENCIA ' PRM-VALOR
                              ' DESCONOCIDA'
                      MOVE 16 TO ALF-RC
              END-EVALUATE
           END-IF.
           READ PARAMETROS
                AT END MOVE 'S' TO FIN-PARM
           END-READ.

      * TABLAS DE TRADUCCION SIN DECK: NATIVA Y SU EBCDIC CCSID 037
       3000-DAR-TABLAS.
           MOVE 'EBCDIC'     TO ALF-SECUENCIA.
           MOVE TABLA-NATIVA TO ALF-NATIVA.
           MOVE TABLA-EBCDIC TO ALF-PESOS.
