      * un abend entre el journal y el maestro.
      * KSDMRBLD y KSDMRECO reaplican solo las confirmaciones (la
      * fase en blanco de journals antiguos cuenta como confirmada).
      * KSDMPOST graba igual sus movimientos monetarios, con la
      * operacion 'M' y la imagen despues ya con el saldo nuevo.
      * KSDMBACK journaliza la marcha atras de un run como altas,
      * bajas o modificaciones normales con su propio JRN-RUNID.
      * La baja 'D' de KSDMMANT es logica y lleva la imagen cerrada
      * como imagen despues; una 'D' con la imagen despues en blanco
      * es baja fisica (la purga KSDMPURG o journals antiguos).
      *
      * JRN-SEQ, JRN-FASE y JRN-RUNID van anadidos AL FINAL del
      * registro: los journals grabados con el trazado original
      * (TMS/OP/CLAVE/IMAGENES) siguen leyendose tal cual, con esos
      * tres campos en blanco.
      *
      * JRN-CLAVE-AMPLIA lleva la clave con el ancho ampliado del
      * maestro, anadida tambien al final. Los journals anteriores la
      * traen en blanco y solo tienen JRN-CLAVE; los programas que
      * reaplican el journal (KSDMRBLD y KSDMRECO) toman la ampliada
      * cuando es numerica y JRN-CLAVE en otro caso, asi que leen
      * indistintamente journals de los dos anchos. KSDMCONV rellena
      * la ampliada en las generaciones ya archivadas.
      *
      * JRN-HUELLA, tambien al final, encadena el journal: es la
      * huella de la entrada anterior combinada con el contenido de
      * esta (los 207 bytes previos, con la clave ampliada en blanco
      * tomada como JRN-CLAVE, de modo que la conversion de KSDMCONV
      * no altera la huella). Los escritores la estampan con el
      * modulo KSDMHUEL justo antes del WRITE; la primera entrada de
      * un KSDJRNL recien cortado continua la huella final que
      * KSDMJSWT deja en el catalogo KSDJRNGC. Las entradas anteriores
      * a la cadena la traen en blanco. KSDMJVER la verifica.
      *
      * SDP IVP 0 Copybook.ConsumerCount = 18 - KSDMMANT, KSDMRBLD,
      * KSDMRECO, KSDMJSWT, KSDMJRPT, KSDMPOST, KSDMBACK, KSDMPURG,
      * KSDMDORM, KSDMCDCF, KSDMEXTR, KSDMCONV, KSDMHUEL, KSDMJVER,
      * KSDMERAS, KSDMFONE, KSDMSUBS y KSDMPREV
      *****************************************************************

           03 JRN-TMS     PIC X(16).
           03 JRN-SEQ     PIC 9(09).
           03 JRN-FASE    PIC X(01).
           03 JRN-RUNID   PIC X(16).
           03 JRN-CLAVE-AMPLIA PIC 9(09).
           03 JRN-HUELLA  PIC 9(12).
