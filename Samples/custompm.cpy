      *--------------------------------------------------------------
      *  CUSTOMPM - parameters passed to the shared CUSTOUTM routine,
      *  which maps a CC-Outcome onto the standard outcome codes
      *  (custoctb.cpy).  COPY into WORKING-STORAGE (caller) or
      *  LINKAGE SECTION (custoutm itself).  The caller fills
      *  COM-Outcome-Text - a code, a description, or the free text
      *  an older custcont001 row carries; CUSTOUTM answers with the
      *  code, its description and its flags, or COM-Unmapped when
      *  neither the table nor the custoutal alias list knows it.
      *--------------------------------------------------------------
       01  Custoutm-Parms.
           05 COM-Outcome-Text    PIC X(20).
           05 COM-Code            PIC X(2).
           05 COM-Description     PIC X(20).
           05 COM-Contact         PIC X.
              88 COM-Is-Contact       VALUE "S".
           05 COM-Kind            PIC X.
              88 COM-Is-Failed        VALUE "F".
              88 COM-Is-Refusal       VALUE "R".
              88 COM-Is-System        VALUE "S".
           05 COM-Result          PIC X.
              88 COM-Mapped           VALUE "0".
              88 COM-Unmapped         VALUE "1".
