      *****************************************************************
      * Bloque de comunicacion del codificador fonetico KSDMFONC. El
      * llamador deja en FNC-PALABRA una palabra en mayusculas
      * (ajustada a la izquierda, rellena de blancos) y el modulo
      * devuelve en FNC-CODIGO su clave fonetica, con las reglas del
      * espanol descritas en KSDWFONX, y en FNC-LON su longitud (0
      * si la palabra no da ningun codigo).
      *
      * SDP IVP 0 Copybook.ConsumerCount = 3 - KSDMFONC, KSDMFONE y
      * KSDMDUPL
      *****************************************************************

           03 FNC-PALABRA PIC X(20).
           03 FNC-CODIGO  PIC X(08).
           03 FNC-LON     PIC 9(02).
