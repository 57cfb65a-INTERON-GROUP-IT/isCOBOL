       IDENTIFICATION DIVISION.
       PROGRAM-ID. custhcv.
      *--------------------------------------------------------------
      *  CUSTHCV - one-time conversion job for custhist001 and its
      *  archive custhista, run once when CH-Approved-By (CUSTAPRV
      *  two-person approvals) and CH-Addr-Type (custadr001 address
      *  before-images) were added to custhrec.cpy.  Rows already
      *  on disk were written under the previous 139-byte layout;
      *  recompiling does not widen them, the same situation CUSTCTCV
      *  handled for custcont001.
      *
      *  Cutover: rename the existing custhist001 to custhist001old
      *  (and custhista to custhistaold, if CUSTARCH has ever run)
      *  at the OS level, then run this job.  Each old file is read
      *  under the previous layout (kept here only for this one-time
      *  conversion) and every row is written into a freshly built
      *  file with a blank CH-Approved-By - no pre-conversion change
      *  was ever approved by a second supervisor - and a blank
      *  CH-Addr-Type, since every old row is a customer001 row.
      *  A missing custhistaold just means there was no archive to
      *  convert.  The old files can be removed once the new ones
      *  are confirmed in place.
      *--------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           select old-hist
              assign       to  "custhist001old"
              organization is indexed
              access mode  is sequential
              lock mode    is manual
              record key   is OH-Key
              file status  is old-status.

           COPY custhsel.

           select old-hist-archive
              assign       to  "custhistaold"
              organization is indexed
              access mode  is sequential
              lock mode    is manual
              record key   is OHA-Key
              file status  is olda-status.

           select hist-archive
              assign       to  "custhista"
              organization is indexed
              access mode  is dynamic
              lock mode    is manual
              record key   is CHA-Key
              file status  is harc-status.

       DATA DIVISION.
       FILE SECTION.
       fd old-hist.
       01  Old-Hist-Rec.
           05 OH-Key.
              10 OH-Cust-Code         PIC 9(5).
              10 OH-Change-Timestamp  PIC X(21).
           05 OH-Operator-Id          PIC X(8).
           05 OH-Old-Street           PIC X(30).
           05 OH-Old-City             PIC X(20).
           05 OH-Old-State            PIC X(20).
           05 OH-Old-Zip              PIC X(5).
           05 OH-Old-Phone            PIC X(15).
           05 OH-Old-CellPhone        PIC X(15).

       fd customerhist.
           COPY custhrec.

       fd old-hist-archive.
       01  Old-Hista-Rec.
           05 OHA-Key.
              10 OHA-Cust-Code        PIC 9(5).
              10 OHA-Change-Timestamp PIC X(21).
           05 OHA-Operator-Id         PIC X(8).
           05 OHA-Old-Street          PIC X(30).
           05 OHA-Old-City            PIC X(20).
           05 OHA-Old-State           PIC X(20).
           05 OHA-Old-Zip             PIC X(5).
           05 OHA-Old-Phone           PIC X(15).
           05 OHA-Old-CellPhone       PIC X(15).

      *    archive layout mirrors custhrec field for field, declared
      *    inline as CUSTARCH does.
       fd hist-archive.
       01  Custhista-Rec.
           05 CHA-Key.
              10 CHA-Cust-Code        PIC 9(5).
              10 CHA-Change-Timestamp PIC X(21).
           05 CHA-Operator-Id         PIC X(8).
           05 CHA-Old-Street          PIC X(30).
           05 CHA-Old-City            PIC X(20).
           05 CHA-Old-State           PIC X(20).
           05 CHA-Old-Zip             PIC X(5).
           05 CHA-Old-Phone           PIC X(15).
           05 CHA-Old-CellPhone       PIC X(15).
           05 CHA-Approved-By         PIC X(8).
           05 CHA-Addr-Type           PIC X.

       WORKING-STORAGE SECTION.
       01 old-status                  PIC X(02) VALUE SPACES.
          88 VALID-old                 VALUE "00" THRU "09".
       01 hist-status                 PIC X(02) VALUE SPACES.
          88 VALID-hist                VALUE "00" THRU "09".
       01 olda-status                 PIC X(02) VALUE SPACES.
          88 VALID-olda                VALUE "00" THRU "09".
       01 harc-status                 PIC X(02) VALUE SPACES.
          88 VALID-harc                VALUE "00" THRU "09".
       01 is-file pic x any length.
       01 w-msg pic x any length.
       01  crerr-status.
           03 file-status          pic xx.
           03 ext-status           pic x(10).
       01 ws-current-op               PIC X(8) VALUE SPACES.
       COPY custiopm.
       01 ws-eof                      PIC X VALUE "N".
          88 ws-at-eof                 VALUE "Y".
       01 ws-converted-count          PIC 9(9) VALUE ZERO.
       01 ws-archive-count            PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       inicio.
           SET ENVIRONMENT "file.index" to "dci"
           SET ENVIRONMENT "io_creates" to "1"

           move "OPEN" to ws-current-op
           open input old-hist
           if not valid-old
              move old-status to CIOL-File-Status
              move zero       to CIOL-Cust-Code
              perform valida-status
              goback
           end-if

           move "OPEN-OUT" to ws-current-op
           open output customerhist
           if not valid-hist
              move hist-status to CIOL-File-Status
              move zero        to CIOL-Cust-Code
              perform valida-status
              close old-hist
              goback
           end-if

           move "N" to ws-eof
           perform until ws-at-eof
              move "READ" to ws-current-op
              read old-hist next record
                 at end move "Y" to ws-eof
                 not at end
                    perform converte-registro
              end-read
           end-perform

           close old-hist
           close customerhist
           display "Conversao de custhist001 concluida - "
              ws-converted-count " registro(s) convertido(s)."

           perform converte-arquivo-morto
              thru converte-arquivo-morto-fim
           goback.

       converte-registro.
           move OH-Cust-Code         to CH-Cust-Code
           move OH-Change-Timestamp  to CH-Change-Timestamp
           move OH-Operator-Id       to CH-Operator-Id
           move OH-Old-Street        to CH-Old-Street
           move OH-Old-City          to CH-Old-City
           move OH-Old-State         to CH-Old-State
           move OH-Old-Zip           to CH-Old-Zip
           move OH-Old-Phone         to CH-Old-Phone
           move OH-Old-CellPhone     to CH-Old-CellPhone
           move spaces               to CH-Approved-By
           move spaces               to CH-Addr-Type

           move "WRITE" to ws-current-op
           write Custhist-Rec
           if not valid-hist
              move hist-status  to CIOL-File-Status
              move OH-Cust-Code to CIOL-Cust-Code
              perform valida-status
           else
              add 1 to ws-converted-count
           end-if.

      *    converte-arquivo-morto - same conversion for custhista.
      *    No custhistaold means CUSTARCH never built an archive (or
      *    it was not renamed for cutover) - nothing to do.
       converte-arquivo-morto.
           move "OPEN" to ws-current-op
           open input old-hist-archive
           if olda-status = "35"
              display "custhistaold ausente - sem arquivo morto"
                 " a converter."
              go to converte-arquivo-morto-fim
           end-if
           if not valid-olda
              move olda-status to CIOL-File-Status
              move zero        to CIOL-Cust-Code
              perform valida-status
              go to converte-arquivo-morto-fim
           end-if

           move "OPEN-OUT" to ws-current-op
           open output hist-archive
           if not valid-harc
              move harc-status to CIOL-File-Status
              move zero        to CIOL-Cust-Code
              perform valida-status
              close old-hist-archive
              go to converte-arquivo-morto-fim
           end-if

           move "N" to ws-eof
           perform until ws-at-eof
              move "READ" to ws-current-op
              read old-hist-archive next record
                 at end move "Y" to ws-eof
                 not at end
                    perform converte-registro-morto
              end-read
           end-perform

           close old-hist-archive
           close hist-archive
           display "Conversao de custhista concluida - "
              ws-archive-count " registro(s) convertido(s).".
       converte-arquivo-morto-fim.
           continue.

       converte-registro-morto.
           move OHA-Cust-Code        to CHA-Cust-Code
           move OHA-Change-Timestamp to CHA-Change-Timestamp
           move OHA-Operator-Id      to CHA-Operator-Id
           move OHA-Old-Street       to CHA-Old-Street
           move OHA-Old-City         to CHA-Old-City
           move OHA-Old-State        to CHA-Old-State
           move OHA-Old-Zip          to CHA-Old-Zip
           move OHA-Old-Phone        to CHA-Old-Phone
           move OHA-Old-CellPhone    to CHA-Old-CellPhone
           move spaces               to CHA-Approved-By
           move spaces               to CHA-Addr-Type

           move "WRITE" to ws-current-op
           write Custhista-Rec
           if not valid-harc
              move harc-status   to CIOL-File-Status
              move OHA-Cust-Code to CIOL-Cust-Code
              perform valida-status
           else
              add 1 to ws-archive-count
           end-if.

      *    valida-status - the caller has already put the failing
      *    file's status and Cust-Code into the CIOL fields, since
      *    four files share this one paragraph.
       valida-status.
           call "c$rerrname" using is-file
           call "C$RERR"  using crerr-status  w-msg.
           move "custhcv"     to CIOL-Program-Id
           move ws-current-op to CIOL-Operation
           move ext-status    to CIOL-Ext-Status
           call "custiolog" using Custio-Log-Parms.
