      ******************************************************************
      *    LGDEFERQ                                                    *
      *    Record layout for the deferred update queue 'LGDEFERQ' - a  *
      *    KSDS keyed on the deferred reference LGAPOL01 hands back    *
      *    (CA-RETURN-CODE 02, reference in CA-POLICY-NUM) for an add, *
      *    amend or claim notification taken while LGSYSCTL has the    *
      *    online chain in inquiry-only mode.  The request is imaged   *
      *    exactly as received; LGDEFRP1 replays the queue in          *
      *    reference order once the window closes and stamps each      *
      *    item 'A' applied or 'F' failed with the chain's return      *
      *    code, and LGDEFRS1 reports the failures for follow-up.  A   *
      *    replayed item keeps its header for the report but not its   *
      *    image - bank details keyed on an add wait here only as      *
      *    long as the window lasts.                                   *
      ******************************************************************
       01  LGDEFERQ-RECORD.
           03  DQ-KEY.
               05  DQ-REFERENCE         PIC 9(9).
           03  DQ-STATUS                PIC X.
               88  DQ-QUEUED                    VALUE 'Q'.
               88  DQ-APPLIED                   VALUE 'A'.
               88  DQ-FAILED                    VALUE 'F'.
           03  DQ-REQUEST-ID            PIC X(6).
           03  DQ-CUSTOMER-NUM          PIC X(10).
           03  DQ-POLICY-NUM            PIC X(10).
           03  DQ-OPERATOR              PIC X(3).
           03  DQ-TERMINAL              PIC X(4).
           03  DQ-QUEUED-DATE           PIC X(10).
           03  DQ-QUEUED-TIME           PIC X(8).
           03  DQ-REPLAY-DATE           PIC X(10).
           03  DQ-REPLAY-TIME           PIC X(8).
           03  DQ-RESULT-CODE           PIC X(2).
           03  DQ-RESULT-POLICY         PIC X(10).
           03  DQ-IMAGE-LEN             PIC 9(4).
           03  FILLER                   PIC X(25).
      *    Room for the whole LGCMAREA commarea.
           03  DQ-IMAGE                 PIC X(5000).
