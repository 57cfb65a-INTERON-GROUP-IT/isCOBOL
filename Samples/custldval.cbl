      *  line that would fail, so the source system can fix the feed
      *  instead of us untangling a partially-loaded batch.  Same
      *  comma-delimited layout and field order as CUSTLOAD's
      *  ws-feed-fields.  A Cust-Code outside the feed's reserved
      *  CUSTLOAD range on custnum001 (CUSTNUM) is rejected too, so
      *  the feed cannot land on codes CUSTMAINT hands out.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrnpm.
       COPY custnmpm.
       01 ws-run-end-status           PIC X(2) VALUE "OK".
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                 VALUE "Y".
       01 ws-sort-eof                 PIC X VALUE "N".
           05 wfr-cellphone            PIC X(15).

       01  ws-cust-code-num           PIC 9(5) VALUE ZERO.
       01  ws-range-warned            PIC X VALUE "N".
          88 faixa-avisada            VALUE "Y".
       01  ws-range-edit.
           05 wre-low                 PIC 9(5).
           05 FILLER                  PIC X(3) VALUE " a ".
           05 wre-high                PIC 9(5).

       01  ws-first-rec               PIC X VALUE "Y".
          88 is-first-rec             VALUE "Y".

       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           move "OPEN-OUT" to ws-current-op
           open output reject-report
           if not valid-rpt
              perform valida-status-saida
              perform encerra-controle-execucao
              goback
           end-if
           move "Linha    Cust-Code    Motivo" to Reject-Report-Line

           display "Validacao de custldin concluida - "
              ws-reject-count " linha(s) rejeitada(s)".
      *    a feed with rejects must not reach CUSTLOAD tonight.
           if ws-reject-count > 0
              move "ER" to ws-run-end-status
           end-if
           perform encerra-controle-execucao
           goback.

      *    pass 1 - unstring every field as alphanumeric (never
                 else
                    move function trim(wfr-cust-code)
                       to ws-cust-code-num
                    perform confere-faixa
                    if CNM-Out-Of-Range
                       perform rejeita-codigo-fora-faixa
                    else
                       move 0 to VS-Cust-Code
                       move ws-cust-code-num to VS-Cust-Code
                       move ws-line-no       to VS-Line-No
                       release VS-Rec
                    end-if
                 end-if
              end-if
           end-if.
           move ws-reject-line to Reject-Report-Line
           write Reject-Report-Line.

      *    confere-faixa - the code against the CUSTLOAD range.  A
      *    range nobody has set up yet is reported once and the feed
      *    goes through unchecked, as before the ranges existed; a
      *    custnum001 that cannot be read (already in custiolog)
      *    holds the load instead.
       confere-faixa.
           move "V"        to CNM-Action
           move "CUSTLOAD" to CNM-Range-Id
           move "custldva" to CNM-Program-Id
           move ws-cust-code-num to CNM-Cust-Code
           call "custnum" using Custnum-Parms
           if (CNM-No-Range or CNM-Error) and not faixa-avisada
              move "Y" to ws-range-warned
              move spaces to Reject-Report-Line
              if CNM-No-Range
                 string "Aviso: faixa CUSTLOAD nao cadastrada em "
                           delimited by size
                        "custnum001 - Cust-Codes nao conferidos"
                           delimited by size
                        into Reject-Report-Line
              else
                 move "ER" to ws-run-end-status
                 string "Erro ao ler a faixa CUSTLOAD em custnum001"
                           delimited by size
                        " - carga retida" delimited by size
                        into Reject-Report-Line
              end-if
              write Reject-Report-Line
           end-if.

       rejeita-codigo-fora-faixa.
           add 1 to ws-reject-count
           move ws-line-no     to wr-line-no
           move wfr-cust-code  to wr-cust-code
           move CNM-Low-Code   to wre-low
           move CNM-High-Code  to wre-high
           move spaces         to wr-reason
           string "Cust-Code fora da faixa CUSTLOAD (" delimited by size
                  ws-range-edit delimited by size
                  ")" delimited by size
                  into wr-reason
           move ws-reject-line to Reject-Report-Line
           write Reject-Report-Line.

      *    pass 2 - control-break on the sorted Cust-Code; any code
      *    that shows up on more than one line is a duplicate within
      *    this feed file (not a duplicate against customer001, which
           move ws-reject-line to Reject-Report-Line
           write Reject-Report-Line.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custldva" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTLDVAL nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custldva" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-line-no        to CRN-Read-Count
           subtract ws-reject-count from ws-line-no
              giving CRN-Written-Count
           move ws-reject-count   to CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status-feed.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custldva" to CIOL-Program-Id
      *    a failed OPEN OUTPUT of the reject report (custldvrp)
      *    rather than of custldin.
       valida-status-saida.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custldva" to CIOL-Program-Id
