      *****************************************************************
      * Trazado del fichero de transacciones pendientes de aprobacion
      * KSDPEND (y de su historico KSDPENDH). KSDMEDIT aparca aqui,
      * en vez de dejarlas en KSDTRANC, las bajas, los cambios de
      * categoria y los cambios de saldo por encima del umbral de
      * KSDAPRVP, con el operador que origino el lote; KSDMAPRV anota
      * la decision de un segundo operador distinto.
      *
      *   PND-ESTADO  P pendiente, A aprobada, R rechazada,
      *               E caducada sin decision
      *   PND-MOTIVO  por que se aparco (BAJA, CAMBIO CATEGORIA,
      *               SALDO SOBRE UMBRAL)
      *   PND-TRANSACCION la transaccion KSDTRAN completa, tal cual
      *               pasara a KSDTRANC si se aprueba
      *
      * SDP IVP 0 Copybook.ConsumerCount = 3 - KSDMEDIT, KSDMAPRV y
      * KSDMERAS
      *****************************************************************

           03 PND-ID             PIC 9(09).
           03 PND-SEP1           PIC X(01).
           03 PND-ESTADO         PIC X(01).
           03 PND-SEP2           PIC X(01).
           03 PND-FECHA          PIC 9(08).
           03 PND-SEP3           PIC X(01).
           03 PND-ORIGINADOR     PIC X(08).
           03 PND-SEP4           PIC X(01).
           03 PND-MOTIVO         PIC X(20).
           03 PND-SEP5           PIC X(01).
           03 PND-APROBADOR      PIC X(08).
           03 PND-SEP6           PIC X(01).
           03 PND-FECHA-DECISION PIC 9(08).
           03 PND-SEP7           PIC X(01).
           03 PND-TRANSACCION    PIC X(80).
