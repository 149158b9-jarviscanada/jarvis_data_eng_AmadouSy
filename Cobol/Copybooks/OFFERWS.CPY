      *>---------------------------------------------------------------
      *> OFFERWS.CPY
      *> Working-storage fields for the shared CHECK-SECTION-OFFERED
      *> paragraph (see OFFERVAL.CPY).  COPY this member wherever
      *> that paragraph is COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-OFR-STATUS            PIC XX.              *> OFFERING-FILE I/O status
       01  WS-OFR-TERM              PIC X(6).            *> Term, course and section
       01  WS-OFR-COURSE            PIC X(15).           *> to ask about - set by
       01  WS-OFR-SECTION           PIC X(2).            *> the caller
       01  WS-OFR-OFFERED           PIC X VALUE "Y".
      *>         "N" when the term has a schedule of classes on file
      *>         and this section is not on it (or was cancelled).
       01  WS-OFR-TERM-LOADED       PIC X VALUE "N".     *> "Y" if the term has open rows
       01  WS-OFR-SCAN-EOF          PIC X VALUE "N".     *> End of the term's rows
