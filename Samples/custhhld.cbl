       IDENTIFICATION DIVISION.
       PROGRAM-ID. custhhld.
      *--------------------------------------------------------------
      *  CUSTHHLD - nightly householding run.  CUSTPHRC finds one
      *  person under two codes; this finds different customers at
      *  one address, so the household option in CUSTEXP can send
      *  the mailing house one piece per address instead of one per
      *  customer.  Pass 1 walks customer001 and, for every active
      *  customer that may be mailed, standardizes the street of the
      *  address CUSTEXP would ship (the custadr001 mailing address
      *  when there is one, Cust-Address otherwise): upper case,
      *  punctuation out, one blank between words, and the common
      *  street words cut to one abbreviation (RUA/R, AVENIDA/AV,
      *  APTO/AP...) - then feeds a sort keyed by that street plus
      *  the ZIP.  Pass 2 groups equal keys into households and
      *  rebuilds custhh001 (custhhrc.cpy) from scratch, the way
      *  CUSTSNAP rebuilds its snapshot.  If customer001 cannot be
      *  opened, or last night's custhh001 is there but cannot be
      *  read, nothing is rebuilt: the old custhh001 is left as it
      *  was and the run ends in error.
      *
      *  The head of household is the customer who headed the same
      *  household last night, if still there - so the household id
      *  and the name on the piece do not change from run to run -
      *  otherwise the oldest Cust-Code in it.  A new household
      *  takes the next id after the highest one on the old file.
      *  A street or ZIP left blank is never matched; that customer
      *  is a household of one.
      *
      *  The report (custhhrp) lists every household of more than
      *  one customer with its members, then the counts and the
      *  postage saved at the custhhpm piece cost (custhhpm.cpy).
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY custsel.
           COPY custadsel.
           COPY custhhsel.

           select custhhld-param
              assign       to  "custhhpm"
              organization is line sequential
              file status  is param-status.

           select hh-sort-file assign to "custhhsw".

           select hh-report
              assign       to  "custhhrp"
              organization is line sequential
              file status  is rpt-status.

       DATA DIVISION.
       FILE SECTION.
       fd customer.
           COPY custrec.

       fd customeraddr.
           COPY custadrc.

       fd household.
           COPY custhhrc.

       fd custhhld-param.
           COPY custhhpm.

       SD hh-sort-file.
       01  SH-Rec.
           05 SH-Match-Key.
              10 SH-Std-Street        PIC X(30).
              10 SH-Zip               PIC X(5).
           05 SH-Cust-Code            PIC 9(5).
           05 SH-Name                 PIC X(61).
           05 SH-Addr-Type            PIC X.
           05 SH-Prev-Id              PIC 9(7).
           05 SH-Prev-Head            PIC X.

       fd hh-report.
       01  Hh-Report-Line            PIC X(132).

       WORKING-STORAGE SECTION.
       01 cust-status                 PIC X(02) VALUE SPACES.
          88 VALID-cust                VALUE "00" THRU "09".
       01 addr-status                 PIC X(02) VALUE SPACES.
          88 VALID-addr                VALUE "00" THRU "09".
       01 hh-status                   PIC X(02) VALUE SPACES.
          88 VALID-hh                  VALUE "00" THRU "09".
       01 param-status                PIC X(02) VALUE SPACES.
          88 VALID-param               VALUE "00" THRU "09".
       01 rpt-status                  PIC X(02) VALUE SPACES.
          88 VALID-rpt                 VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       COPY custrnpm.
       01 ws-run-end-status           PIC X(2) VALUE "OK".
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                 VALUE "Y".
       01 ws-sort-eof                 PIC X VALUE "N".
          88 ws-sort-at-eof           VALUE "Y".

       01  ws-run-date                PIC X(8) VALUE SPACES.
       01  ws-build-timestamp         PIC X(21) VALUE SPACES.

       01  ws-addr-open               PIC X VALUE "N".
          88 addr-file-open           VALUE "Y".
       01  ws-old-hh-open             PIC X VALUE "N".
          88 old-hh-open              VALUE "Y".
       01  ws-new-hh-open             PIC X VALUE "N".
          88 new-hh-open              VALUE "Y".
       01  ws-hh-aborted              PIC X VALUE "N".
          88 reconstrucao-abortada    VALUE "Y".

      *    piece cost in cents - custhhpm; zero = not informed.
       01  ws-piece-cost              PIC 9(5) VALUE ZERO.
       01  ws-postage-saved           PIC 9(11)V99 VALUE ZERO.

       01  ws-last-hh-id              PIC 9(7) VALUE ZERO.

      *    the address being matched - see busca-endereco.
       01  ws-match-type              PIC X VALUE SPACE.
       01  ws-match-street            PIC X(30) VALUE SPACES.
       01  ws-match-zip               PIC X(5) VALUE SPACES.

      *    padroniza-rua work areas.
       01  ws-std-work                PIC X(30) VALUE SPACES.
       01  ws-std-street              PIC X(30) VALUE SPACES.
       01  ws-std-ptr                 PIC 9(3) VALUE 1.
       01  ws-words.
           05 ws-word                 PIC X(30) OCCURS 15 TIMES.
       01  ws-word-count              PIC 9(2) VALUE ZERO.
       01  ws-word-idx                PIC 9(2) VALUE ZERO.
       01  ws-abbr-idx                PIC 9(2) VALUE ZERO.
       01  ws-abbr-hit                PIC 9(2) VALUE ZERO.

      *    street words and the one form they are matched as - a
      *    blank abbreviation drops the word.  Word(12) + form(6).
       01  ws-abbr-values.
           05 FILLER PIC X(18) VALUE "RUA         R     ".
           05 FILLER PIC X(18) VALUE "AVENIDA     AV    ".
           05 FILLER PIC X(18) VALUE "AVE         AV    ".
           05 FILLER PIC X(18) VALUE "AVENUE      AV    ".
           05 FILLER PIC X(18) VALUE "TRAVESSA    TV    ".
           05 FILLER PIC X(18) VALUE "ALAMEDA     AL    ".
           05 FILLER PIC X(18) VALUE "ESTRADA     EST   ".
           05 FILLER PIC X(18) VALUE "RODOVIA     ROD   ".
           05 FILLER PIC X(18) VALUE "PRACA       PC    ".
           05 FILLER PIC X(18) VALUE "LARGO       LGO   ".
           05 FILLER PIC X(18) VALUE "APARTAMENTO AP    ".
           05 FILLER PIC X(18) VALUE "APTO        AP    ".
           05 FILLER PIC X(18) VALUE "APT         AP    ".
           05 FILLER PIC X(18) VALUE "APARTMENT   AP    ".
           05 FILLER PIC X(18) VALUE "BLOCO       BL    ".
           05 FILLER PIC X(18) VALUE "CONJUNTO    CJ    ".
           05 FILLER PIC X(18) VALUE "STREET      ST    ".
           05 FILLER PIC X(18) VALUE "ROAD        RD    ".
           05 FILLER PIC X(18) VALUE "DRIVE       DR    ".
           05 FILLER PIC X(18) VALUE "BOULEVARD   BLVD  ".
           05 FILLER PIC X(18) VALUE "SUITE       STE   ".
           05 FILLER PIC X(18) VALUE "NUMERO            ".
           05 FILLER PIC X(18) VALUE "NRO               ".
       01  ws-abbr-table REDEFINES ws-abbr-values.
           05 ws-abbr-entry OCCURS 23 TIMES.
              10 ws-abbr-word         PIC X(12).
              10 ws-abbr-form         PIC X(6).
       01  ws-abbr-count              PIC 9(2) VALUE 23.

      *    one household, collected until the key breaks.  A group
      *    that outgrows the table is closed and the rest of the
      *    address starts a new household.
       01  ws-group-key               PIC X(35) VALUE SPACES.
       01  ws-member-count            PIC 9(3) VALUE ZERO.
       01  ws-members.
           05 ws-member OCCURS 50 TIMES.
              10 wm-cust-code         PIC 9(5).
              10 wm-name              PIC X(61).
              10 wm-addr-type         PIC X.
              10 wm-prev-id           PIC 9(7).
              10 wm-prev-head         PIC X.
       01  ws-mem-idx                 PIC 9(3) VALUE ZERO.
       01  ws-head-idx                PIC 9(3) VALUE ZERO.
       01  ws-hh-id                   PIC 9(7) VALUE ZERO.
       01  ws-first-rec               PIC X VALUE "Y".
          88 is-first-rec             VALUE "Y".

       01  ws-read-count              PIC 9(9) VALUE ZERO.
       01  ws-grouped-count           PIC 9(9) VALUE ZERO.
       01  ws-written-count           PIC 9(9) VALUE ZERO.
       01  ws-household-count         PIC 9(9) VALUE ZERO.
       01  ws-multi-count             PIC 9(9) VALUE ZERO.
       01  ws-pieces-saved            PIC 9(9) VALUE ZERO.
       01  ws-kept-count              PIC 9(9) VALUE ZERO.
       01  ws-inactive-skipped        PIC 9(9) VALUE ZERO.
       01  ws-dnc-skipped             PIC 9(9) VALUE ZERO.
       01  ws-blank-count             PIC 9(9) VALUE ZERO.

       01  ws-heading-line.
           05 FILLER                  PIC X(10) VALUE "Domicilio".
           05 FILLER                  PIC X(7)  VALUE "Cust-".
           05 FILLER                  PIC X(41) VALUE "Nome".
           05 FILLER                  PIC X(4)  VALUE "End".
           05 FILLER                  PIC X(31) VALUE
              "Logradouro padronizado".
           05 FILLER                  PIC X(6)  VALUE "CEP".
           05 FILLER                  PIC X(7)  VALUE "Membros".

       01  ws-detail-line.
           05 wd-hh-id                PIC X(7).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 wd-cust-code            PIC 9(5).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 wd-name                 PIC X(40).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-addr-type            PIC X(1).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 wd-street               PIC X(30).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-zip                  PIC X(5).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 wd-members              PIC X(7).

       01  ws-members-edit            PIC ZZZ9.

       01  ws-summary-line.
           05 ws-label                PIC X(40).
           05 ws-count                PIC ZZZ,ZZZ,ZZ9.

       01  ws-money-line.
           05 ws-money-label          PIC X(40).
           05 ws-money                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       inicio.
           perform inicia-controle-execucao
           if not CRN-Run-Ok
              goback
           end-if

           SET ENVIRONMENT "file.index" to "dci"

           move function current-date(1:8) to ws-run-date
           move function current-date to ws-build-timestamp
           perform le-controle

           move "OPEN-OUT" to ws-current-op
           open output hh-report
           if not valid-rpt
              perform valida-status-rpt
              perform encerra-controle-execucao
              goback
           end-if
           move spaces to Hh-Report-Line
           string "Agrupamento por domicilio - " delimited by size
                  ws-run-date delimited by size
                  into Hh-Report-Line
           write Hh-Report-Line
           move spaces to Hh-Report-Line
           write Hh-Report-Line
           move ws-heading-line to Hh-Report-Line
           write Hh-Report-Line

           sort hh-sort-file
              on ascending key SH-Match-Key SH-Cust-Code
              input procedure  is seleciona-clientes
                 thru seleciona-clientes-fim
              output procedure is gera-domicilios
                 thru gera-domicilios-fim

           perform grava-resumo
           close hh-report

           if reconstrucao-abortada
              display "custhhld: custhh001 nao reconstruido - "
                 "custhh001 anterior mantido."
              perform encerra-controle-execucao
              goback
           end-if
           display "Agrupamento por domicilio concluido - "
              ws-grouped-count " cliente(s) em " ws-household-count
              " domicilio(s), " ws-pieces-saved
              " peca(s) economizada(s)."
           perform encerra-controle-execucao
           goback.

      *    le-controle - a missing custhhpm, or a cost that is not a
      *    number, leaves the postage figure out of the report.
       le-controle.
           move "READ" to ws-current-op
           open input custhhld-param
           if not valid-param
              display "custhhpm indisponivel - economia de postagem"
                 " nao calculada"
           else
              read custhhld-param
                 at end
                    move spaces to Custhhld-Param-Rec
              end-read
              close custhhld-param
              if HP-Piece-Cost numeric
                 move HP-Piece-Cost to ws-piece-cost
              end-if
           end-if.

      *    pass 1 - one sort record per customer to be grouped,
      *    carrying what last night's custhh001 said about it.  The
      *    old file is only read here; pass 2 recreates it.
       seleciona-clientes.
           move "OPEN" to ws-current-op
           open input customer
           if not valid-cust
              perform valida-status
              move "Y" to ws-hh-aborted
              go to seleciona-clientes-fim
           end-if
      *    no custadr001 yet just means nobody has a mailing address.
           move "N" to ws-addr-open
           move "OPEN" to ws-current-op
           open input customeraddr
           if valid-addr
              move "Y" to ws-addr-open
           else
              if addr-status not = "35"
                 perform valida-status-endereco
              end-if
           end-if
      *    no custhh001 yet is the first run - every household new.
           move "N" to ws-old-hh-open
           move "OPEN" to ws-current-op
           open input household
           if valid-hh
              move "Y" to ws-old-hh-open
              perform acha-ultimo-domicilio
           else
              if hh-status not = "35"
                 perform valida-status-domicilio
                 move "Y" to ws-hh-aborted
                 if addr-file-open
                    close customeraddr
                 end-if
                 close customer
                 go to seleciona-clientes-fim
              end-if
           end-if

           move "N" to ws-eof
           perform until ws-at-eof
              move "READ" to ws-current-op
              read customer next record
                 at end move "Y" to ws-eof
                 not at end
                    add 1 to ws-read-count
                    perform avalia-cliente thru avalia-cliente-fim
              end-read
           end-perform

           if old-hh-open
              close household
           end-if
           if addr-file-open
              close customeraddr
           end-if
           close customer.
       seleciona-clientes-fim.
           continue.

      *    acha-ultimo-domicilio - the highest id on last night's
      *    file, so new households never reuse an id.
       acha-ultimo-domicilio.
           move zero to ws-last-hh-id
           move "N" to ws-eof
           perform until ws-at-eof
              move "READ" to ws-current-op
              read household next record
                 at end move "Y" to ws-eof
                 not at end
                    if HH-Household-Id > ws-last-hh-id
                       move HH-Household-Id to ws-last-hh-id
                    end-if
              end-read
           end-perform
           move "N" to ws-eof.

      *    avalia-cliente - only a customer CUSTEXP would mail by
      *    default is grouped.
       avalia-cliente.
           if not Cust-Is-Active
              add 1 to ws-inactive-skipped
              go to avalia-cliente-fim
           end-if
           if Cust-No-Mail-Contact
              add 1 to ws-dnc-skipped
              go to avalia-cliente-fim
           end-if

           move spaces to SH-Rec
           move Cust-Code to SH-Cust-Code
           string function trim(Cust-First-Name) delimited by size
                  " "                            delimited by size
                  function trim(Cust-Last-Name)  delimited by size
                  into SH-Name
           perform busca-endereco
           move ws-match-type to SH-Addr-Type
           move ws-match-street to ws-std-work
           perform padroniza-rua
      *    an unusable street or ZIP gets a key only this customer
      *    can have ("#" never survives padroniza-rua).
           if ws-std-street = spaces or ws-match-zip = spaces
              add 1 to ws-blank-count
              string "#" delimited by size
                     Cust-Code delimited by size
                     into SH-Std-Street
           else
              move ws-std-street to SH-Std-Street
              move ws-match-zip  to SH-Zip
           end-if

           move zero to SH-Prev-Id
           move "N"  to SH-Prev-Head
           if old-hh-open
              move Cust-Code to HH-Cust-Code
              move "READ" to ws-current-op
              read household key is HH-Cust-Code
                 invalid key continue
                 not invalid key
                    move HH-Household-Id to SH-Prev-Id
                    if HH-Is-Head
                       move "S" to SH-Prev-Head
                    end-if
              end-read
           end-if
           add 1 to ws-grouped-count
           release SH-Rec.
       avalia-cliente-fim.
           continue.

      *    busca-endereco - the mailing address wins over the
      *    residence, as in CUSTEXP.
       busca-endereco.
           move "R"         to ws-match-type
           move Cust-Street to ws-match-street
           move Cust-Zip    to ws-match-zip
           if addr-file-open
              move Cust-Code to AD-Cust-Code
              move "M"       to AD-Addr-Type
              move "READ" to ws-current-op
              read customeraddr key is AD-Key
                 invalid key continue
                 not invalid key
                    move "M"       to ws-match-type
                    move AD-Street to ws-match-street
                    move AD-Zip    to ws-match-zip
              end-read
           end-if.

      *    padroniza-rua - ws-std-work into ws-std-street: upper
      *    case, punctuation to blanks, each word through the
      *    abbreviation table, one blank between words.
       padroniza-rua.
           move function upper-case(ws-std-work) to ws-std-work
           inspect ws-std-work converting ".,;:#-/'" to "        "
           move function trim(ws-std-work) to ws-std-work
           move spaces to ws-words
           move zero to ws-word-count
           unstring ws-std-work delimited by all spaces
              into ws-word(1)  ws-word(2)  ws-word(3)  ws-word(4)
                   ws-word(5)  ws-word(6)  ws-word(7)  ws-word(8)
                   ws-word(9)  ws-word(10) ws-word(11) ws-word(12)
                   ws-word(13) ws-word(14) ws-word(15)
              tallying in ws-word-count
           end-unstring
           move spaces to ws-std-street
           move 1 to ws-std-ptr
           perform varying ws-word-idx from 1 by 1
              until ws-word-idx > ws-word-count
              perform abrevia-palavra
              if ws-word(ws-word-idx) not = spaces
                 if ws-std-ptr > 1
                    string " " delimited by size
                       into ws-std-street with pointer ws-std-ptr
                 end-if
                 string ws-word(ws-word-idx) delimited by space
                    into ws-std-street with pointer ws-std-ptr
              end-if
           end-perform.

       abrevia-palavra.
           move zero to ws-abbr-hit
           perform varying ws-abbr-idx from 1 by 1
              until ws-abbr-idx > ws-abbr-count or ws-abbr-hit > zero
              if ws-word(ws-word-idx) = ws-abbr-word(ws-abbr-idx)
                 move ws-abbr-idx to ws-abbr-hit
              end-if
           end-perform
           if ws-abbr-hit > zero
              move ws-abbr-form(ws-abbr-hit) to ws-word(ws-word-idx)
           end-if.

      *    pass 2 - control-break on standardized street + ZIP; each
      *    group is one household, written to a fresh custhh001.
       gera-domicilios.
           move "N" to ws-new-hh-open
           if reconstrucao-abortada
              move spaces to Hh-Report-Line
              write Hh-Report-Line
              move "custhh001 NAO reconstruido - ver custiolog."
                 to Hh-Report-Line
              write Hh-Report-Line
              go to gera-domicilios-fim
           end-if
           move "OPEN-OUT" to ws-current-op
           open output household
           if not valid-hh
              perform valida-status-domicilio
              go to gera-domicilios-fim
           end-if
           move "Y" to ws-new-hh-open

           move "Y" to ws-first-rec
           move zero to ws-member-count
           move "N" to ws-sort-eof
           perform until ws-sort-at-eof
              return hh-sort-file
                 at end move "Y" to ws-sort-eof
                 not at end
                    if not is-first-rec
                       and (SH-Match-Key not = ws-group-key
                            or ws-member-count = 50)
                       perform fecha-domicilio
                    end-if
                    move SH-Match-Key to ws-group-key
                    add 1 to ws-member-count
                    move SH-Cust-Code to wm-cust-code(ws-member-count)
                    move SH-Name      to wm-name(ws-member-count)
                    move SH-Addr-Type to wm-addr-type(ws-member-count)
                    move SH-Prev-Id   to wm-prev-id(ws-member-count)
                    move SH-Prev-Head to wm-prev-head(ws-member-count)
                    move "N" to ws-first-rec
              end-return
           end-perform
           if not is-first-rec
              perform fecha-domicilio
           end-if
           close household.
       gera-domicilios-fim.
           continue.

      *    fecha-domicilio - pick the head and the id, write every
      *    member's row, list the household if it has more than one
      *    customer.
       fecha-domicilio.
           move 1 to ws-head-idx
           perform varying ws-mem-idx from 1 by 1
              until ws-mem-idx > ws-member-count
              if wm-prev-head(ws-mem-idx) = "S"
                 and wm-prev-id(ws-mem-idx) > zero
                 and wm-prev-head(ws-head-idx) not = "S"
                 move ws-mem-idx to ws-head-idx
              end-if
           end-perform
           if wm-prev-head(ws-head-idx) = "S"
              and wm-prev-id(ws-head-idx) > zero
              move wm-prev-id(ws-head-idx) to ws-hh-id
              add 1 to ws-kept-count
           else
              add 1 to ws-last-hh-id
              move ws-last-hh-id to ws-hh-id
           end-if

           add 1 to ws-household-count
           if ws-member-count > 1
              add 1 to ws-multi-count
              compute ws-pieces-saved =
                 ws-pieces-saved + ws-member-count - 1
           end-if

           perform varying ws-mem-idx from 1 by 1
              until ws-mem-idx > ws-member-count
              perform grava-membro
           end-perform
           if ws-member-count > 1
              perform lista-domicilio
           end-if
           move zero to ws-member-count.

       grava-membro.
           move spaces to Household-Rec
           move wm-cust-code(ws-mem-idx)   to HH-Cust-Code
           move ws-hh-id                   to HH-Household-Id
           move wm-cust-code(ws-head-idx)  to HH-Head-Code
           if ws-mem-idx = ws-head-idx
              move "S" to HH-Head-Flag
           else
              move "N" to HH-Head-Flag
           end-if
           move ws-member-count            to HH-Member-Count
           move wm-addr-type(ws-mem-idx)   to HH-Addr-Type
           if ws-group-key(1:1) not = "#"
              move ws-group-key(1:30) to HH-Std-Street
              move ws-group-key(31:5) to HH-Zip
           end-if
           move ws-build-timestamp to HH-Build-Timestamp
           move "WRITE" to ws-current-op
           write Household-Rec
           if valid-hh
              add 1 to ws-written-count
           else
              perform valida-status-domicilio
           end-if.

      *    lista-domicilio - the head first, then the others.
       lista-domicilio.
           move spaces to Hh-Report-Line
           write Hh-Report-Line
           move ws-head-idx to ws-mem-idx
           move ws-hh-id to wd-hh-id
           move ws-group-key(1:30) to wd-street
           move ws-group-key(31:5) to wd-zip
           move ws-member-count to ws-members-edit
           move ws-members-edit to wd-members
           perform lista-membro
           move spaces to wd-hh-id
           move spaces to wd-street
           move spaces to wd-zip
           move spaces to wd-members
           perform varying ws-mem-idx from 1 by 1
              until ws-mem-idx > ws-member-count
              if ws-mem-idx not = ws-head-idx
                 perform lista-membro
              end-if
           end-perform.

       lista-membro.
           move wm-cust-code(ws-mem-idx) to wd-cust-code
           move wm-name(ws-mem-idx)      to wd-name
           move wm-addr-type(ws-mem-idx) to wd-addr-type
           move ws-detail-line to Hh-Report-Line
           write Hh-Report-Line.

       grava-resumo.
           move spaces to Hh-Report-Line
           write Hh-Report-Line
           move "Clientes lidos:" to ws-label
           move ws-read-count to ws-count
           move ws-summary-line to Hh-Report-Line
           write Hh-Report-Line
           move "Clientes agrupados:" to ws-label
           move ws-grouped-count to ws-count
           move ws-summary-line to Hh-Report-Line
           write Hh-Report-Line
           move "  sem logradouro/CEP para comparar:" to ws-label
           move ws-blank-count to ws-count
           move ws-summary-line to Hh-Report-Line
           write Hh-Report-Line
           move "Pulados nao-ativos:" to ws-label
           move ws-inactive-skipped to ws-count
           move ws-summary-line to Hh-Report-Line
           write Hh-Report-Line
           move "Pulados NAO CONTATAR correio:" to ws-label
           move ws-dnc-skipped to ws-count
           move ws-summary-line to Hh-Report-Line
           write Hh-Report-Line
           move "Domicilios:" to ws-label
           move ws-household-count to ws-count
           move ws-summary-line to Hh-Report-Line
           write Hh-Report-Line
           move "  com mais de um cliente:" to ws-label
           move ws-multi-count to ws-count
           move ws-summary-line to Hh-Report-Line
           write Hh-Report-Line
           move "  mantidos da execucao anterior:" to ws-label
           move ws-kept-count to ws-count
           move ws-summary-line to Hh-Report-Line
           write Hh-Report-Line
           move "Gravados em custhh001:" to ws-label
           move ws-written-count to ws-count
           move ws-summary-line to Hh-Report-Line
           write Hh-Report-Line
           move "Pecas economizadas por remessa:" to ws-label
           move ws-pieces-saved to ws-count
           move ws-summary-line to Hh-Report-Line
           write Hh-Report-Line
           if ws-piece-cost > zero
              move "Custo por peca:" to ws-money-label
              compute ws-money = ws-piece-cost / 100
              move ws-money-line to Hh-Report-Line
              write Hh-Report-Line
              compute ws-postage-saved =
                 ws-pieces-saved * ws-piece-cost / 100
              move "Economia de postagem por remessa:"
                 to ws-money-label
              move ws-postage-saved to ws-money
              move ws-money-line to Hh-Report-Line
              write Hh-Report-Line
           else
              move "Custo por peca nao informado (custhhpm)"
                 to Hh-Report-Line
              write Hh-Report-Line
           end-if
           if not new-hh-open
              move spaces to Hh-Report-Line
              write Hh-Report-Line
              move "*** custhh001 nao gravado ***" to Hh-Report-Line
              write Hh-Report-Line
           end-if.

      *    inicia-controle-execucao / encerra-controle-execucao -
      *    this job's start and end in custrun001 through CUSTRUNC.
      *    A refused start (a job it depends on did not end clean in
      *    tonight's window) stops the run before anything is opened;
      *    every way out after a good start records the end, "ER"
      *    once any valida-status paragraph has logged an I/O error.
       inicia-controle-execucao.
           move "I"        to CRN-Action
           move "custhhld" to CRN-Job-Id
           call "custrunc" using Custrun-Parms
           if not CRN-Run-Ok
              display function trim(CRN-Message)
              display "CUSTHHLD nao executado."
           end-if.

       encerra-controle-execucao.
           move "F"        to CRN-Action
           move "custhhld" to CRN-Job-Id
           move ws-run-end-status to CRN-End-Status
           move ws-read-count     to CRN-Read-Count
           move ws-written-count  to CRN-Written-Count
           add ws-inactive-skipped ws-dnc-skipped
              giving CRN-Exception-Count
           call "custrunc" using Custrun-Parms.

       valida-status.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custhhld"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move cust-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-endereco.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custhhld"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move addr-status   to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

       valida-status-domicilio.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custhhld"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           if ws-current-op = "WRITE"
              move HH-Cust-Code to CIOL-Cust-Code
           else
              move zero         to CIOL-Cust-Code
           end-if
           move hh-status     to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.

      *    valida-status-rpt - same pattern, for a failed OPEN
      *    OUTPUT of the household report (custhhrp).
       valida-status-rpt.
           move "ER" to ws-run-end-status
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custhhld"    to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move zero          to CIOL-Cust-Code
           move rpt-status    to CIOL-File-Status
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
