      *  right here, so the next CUSTEXP run and the next collector
      *  see the suppression without anyone re-keying it; that is
      *  why this screen opens customer001 I-O.
      *
      *  The outcome must be one of the standard outcome codes
      *  (custoctb.cpy), keyed as the code or its description and
      *  checked through CUSTOUTM; CC-Outcome is written with the
      *  code's description, never free text.  Outcomes only a
      *  batch job writes ("Carta enviada") cannot be keyed here.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  ws-operator-id             PIC X(8) VALUE SPACES.
       COPY custsgpm.
       COPY custlkpm.
       COPY custompm.
       COPY custoctb.
       01  ws-tab-idx                 PIC 9(2) VALUE ZERO.
       01  ws-outcome-ok              PIC X VALUE "N".
          88 outcome-is-valid         VALUE "Y".
       01  ws-code-line               PIC X(30) VALUE SPACES.
       01  ws-cust-code               PIC 9(5) VALUE ZERO.
       01  ws-again                   PIC X VALUE SPACE.
          88 ws-again-yes             VALUE "Y" "y".

           display "Numero discado    : " with no advancing.
           accept ws-in-phone-used.
           move "N" to ws-outcome-ok.
           perform until outcome-is-valid
              perform le-resultado
           end-perform.
           display "Observacoes        : " with no advancing.
           accept ws-in-notes.
      *    the promised follow-up, if any, rides on the contact row
       registra-tentativa-fim.
           continue.

      *    le-resultado - shows the codes an operator may key and
      *    takes one back, as code or description; ws-in-outcome
      *    leaves with the standard description.
       le-resultado.
           display "Resultados:"
           perform varying ws-tab-idx from 1 by 1
              until ws-tab-idx > OT-Count
              if not OT-Is-System(ws-tab-idx)
                 move spaces to ws-code-line
                 string "  " OT-Code(ws-tab-idx) " - "
                        OT-Description(ws-tab-idx)
                        delimited by size into ws-code-line
                 display ws-code-line
              end-if
           end-perform
           display "Resultado (codigo)  : " with no advancing
           accept ws-in-outcome
           move ws-in-outcome to COM-Outcome-Text
           call "custoutm" using Custoutm-Parms
           if COM-Unmapped
              display "Resultado invalido - use um dos codigos acima."
           else
              if COM-Is-System
                 display "Resultado reservado aos processos batch."
              else
                 move COM-Description to ws-in-outcome
                 move "Y" to ws-outcome-ok
              end-if
           end-if.

      *    verifica-recusa-contato - a refusal outcome raises the
      *    matching do-not-contact flag on Customer-Rec immediately:
      *    "Nao ligar" suppresses the phone channel, "Remover da
