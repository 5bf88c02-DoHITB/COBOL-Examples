      * a real one and only surfaced at reconciliation.  Every        *
      * TL-CUENTA is now verified against this master (exists and     *
      * open) before posting; the file is maintained through EXM30.   *
      * 'D' inactiva: no movement for the configured number of months *
      * (EXM109 sets it monthly).  EXM21 diverts any posting against  *
      * it to the suspense, and only an EXM30 reactivation card with  *
      * an approver of level 'A' brings the account back to 'A'.      *
      * CU-FECHA-ALTA is stamped by the EXM30 ALTA; rows opened       *
      * before it existed carry spaces there (fecha desconocida).     *
      * CU-LIMITE is the authorized overdraft: how far below zero     *
      * EXM21 lets SD-ACTUAL-SUM3 go before a posting is diverted to  *
      * the suspense (LIMITE EXCEDIDO).  Set by an approved EXM30 'L' *
      * card; an ALTA starts at zero.  Rows older than the field      *
      * carry spaces and are not controlled until a limit is set --   *
      * EXM110 lists them every night alongside the near-limit ones.  *
      * CU-DETERMINACION is the EXM20 eligibility determination       *
      * behind the account (DL-FECHA + DL-ENTRADA of EXM20LOG.DAT),   *
      * stamped by the EXM30 ALTA, which refuses an account without   *
      * one in force: 'E' when the log row itself says ELEGIBLE, 'O'  *
      * when an approved EXM20OVR.DAT override made it so.  The       *
      * fields ride after the FILLER so the earlier offsets hold;     *
      * rows opened before the control carry spaces there.            *
      *****************************************************************
       01 CUENTA-REG.
          02 CU-CUENTA               PIC 9(06).
          02 CU-ESTADO               PIC X(01).
             88 CU-ABIERTA                      VALUE 'A'.
             88 CU-CERRADA                      VALUE 'C'.
             88 CU-INACTIVA                     VALUE 'D'.
          02 CU-FECHA-ALTA           PIC 9(08).
          02 CU-LIMITE               PIC 9(13).
          02 FILLER                  PIC X(12).
      *    Determinacion de elegibilidad que amparo la alta.
          02 CU-DETERMINACION.
             03 CU-DET-FECHA         PIC 9(08).
             03 CU-DET-ENTRADA       PIC X(08).
             03 CU-DET-ORIGEN        PIC X(01).
                88 CU-DET-ELEGIBLE              VALUE 'E'.
                88 CU-DET-OVERRIDE              VALUE 'O'.
