      *  the password and the authority level the screens gate on:
      *  "1" inquire-only, "2" update, "3" supervisor (the level
      *  CUSTMAINT's D-Excluir/R-Restaurar/V-Reativar and all of
      *  CUSTMRGE, CUSTAPRV, CUSTERAS and CUSTNUMM require).  CUSTSIGN
      *  is the shared validation routine; CUSTOPMT maintains this
      *  file.
      *--------------------------------------------------------------
       01  Custoper-Rec.
           05 CO-Operator-Id      PIC X(8).
