      *  CUSTHISTQ - inquire-only screen for custhist001.  Keyed on
      *  Cust-Code, lists every history row CUSTHISTW has appended for
      *  that customer (CUSTMAINT edits and CUSTPHRC's automated
      *  phone cleanup alike, plus the approving supervisor on a
      *  CUSTAPRV two-person change) in timestamp order, alongside the
      *  current Customer-Rec, so customer service can answer an
      *  address/phone dispute without asking IT for a raw file dump.
      *  CUSTADMT mailing/billing address rows are shown under the
      *  same customer, labelled with the address type.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       exibe-linha-historico.
           move CH-Change-Timestamp to wl-timestamp
           move CH-Operator-Id      to wl-operator
      *    a custadr001 row (CUSTADMT) has no phone fields to show.
           if CH-Addr-Type not = space
              move "Endereco"        to wl-field
              evaluate CH-Addr-Type
                 when "M"
                    move "Correspondencia"  to wl-old-value
                 when "B"
                    move "Cobranca"         to wl-old-value
                 when other
                    move CH-Addr-Type       to wl-old-value
              end-evaluate
              display ws-row-line
           end-if
           move "Rua"                to wl-field
           move CH-Old-Street        to wl-old-value
           display ws-row-line
           move "CEP"                to wl-field
           move CH-Old-Zip           to wl-old-value
           display ws-row-line
           if CH-Addr-Type = space
              move "Telefone"        to wl-field
              move CH-Old-Phone      to wl-old-value
              display ws-row-line
              move "Celular"         to wl-field
              move CH-Old-CellPhone  to wl-old-value
              display ws-row-line
           end-if
      *    a two-person change (CUSTAPRV) names its approver too.
           if CH-Approved-By not = spaces
              move "Aprovado por"    to wl-field
              move CH-Approved-By    to wl-old-value
              display ws-row-line
           end-if.

       valida-status-cust.
           call "c$rerrname" using is-file
