      *****************************************************************
      * AUDCTA - ledger-inquiry audit record (EXM115AUD.DAT), the     *
      * EXM24AUD.DAT row on the accounting side: the EXM115 account   *
      * inquiry shows any account's balances, movements and open      *
      * suspense to a consulta-level user, and the access review has  *
      * to show who looked at what.  One row per account inquired:    *
      * signed-on user, account, when, whether the account exists,    *
      * how many history movements and open suspense items came back, *
      * and the level in effect.                                      *
      *****************************************************************
       01 AUDCTA-REC.
          02 ACT-FECHA               PIC 9(08).
          02 ACT-HORA                PIC 9(08).
          02 ACT-USUARIO             PIC X(08).
          02 ACT-CUENTA              PIC 9(06).
          02 ACT-ENCONTRADA          PIC X(01).
          02 ACT-MOVIMIENTOS         PIC 9(06).
          02 ACT-SUSPENSOS           PIC 9(06).
          02 ACT-NIVEL               PIC X(01).
