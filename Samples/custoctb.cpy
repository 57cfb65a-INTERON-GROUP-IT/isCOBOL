      *--------------------------------------------------------------
      *  CUSTOCTB - the standard contact outcome codes.  CUSTCTLG
      *  accepts nothing else and stores the outcome's description
      *  in CC-Outcome (custctrc.cpy), so every row written since
      *  reads the same way; rows typed as free text before the
      *  table existed are mapped onto it by CUSTOUTM.  One entry
      *  per outcome:
      *     OT-Code         two-letter code the operator keys
      *     OT-Description  the text stored in CC-Outcome
      *     OT-Contact      "S" the customer was reached
      *     OT-Kind         "F" failed attempt (no one reached the
      *                         customer - CUSTUNLT counts these)
      *                     "R" refusal (raises a do-not-contact
      *                         flag in CUSTCTLG)
      *                     "S" written by a batch job, never keyed
      *                         and never counted as a call attempt
      *                     space anything else
      *  Adding an outcome means a new FILLER line here and
      *  OT-Count/OCCURS raised to match.
      *--------------------------------------------------------------
       01  Custout-Tab-Values.
           05 FILLER PIC X(24) VALUE "SRSem resposta         F".
           05 FILLER PIC X(24) VALUE "OCOcupado              F".
           05 FILLER PIC X(24) VALUE "NENumero errado        F".
           05 FILLER PIC X(24) VALUE "RDRecado deixado        ".
           05 FILLER PIC X(24) VALUE "FCFalou com cliente   S ".
           05 FILLER PIC X(24) VALUE "NLNao ligar           SR".
           05 FILLER PIC X(24) VALUE "RLRemover da lista    SR".
           05 FILLER PIC X(24) VALUE "CECarta enviada        S".
       01  Custout-Tab REDEFINES Custout-Tab-Values.
           05 OT-Entry OCCURS 8 TIMES.
              10 OT-Code             PIC X(2).
              10 OT-Description      PIC X(20).
              10 OT-Contact          PIC X.
                 88 OT-Is-Contact        VALUE "S".
              10 OT-Kind             PIC X.
                 88 OT-Is-Failed         VALUE "F".
                 88 OT-Is-Refusal        VALUE "R".
                 88 OT-Is-System         VALUE "S".
       01  OT-Count                  PIC 9(2) VALUE 8.
