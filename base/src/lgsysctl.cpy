      ******************************************************************
      *    LGSYSCTL                                                    *
      *    Record layout for the online system status control file     *
      *    'LGSYSCTL'.  One record, keyed 'ONLINE', switched by        *
      *    operations through LGSYSM01 around the nightly DB2 batch    *
      *    window and DB2 maintenance.  In inquiry-only mode LGAPOL01  *
      *    takes adds, amends and claim notifications onto the         *
      *    LGDEFERQ deferred update queue instead of driving them      *
      *    into DB2, and refuses every other update; inquiries run     *
      *    as normal.  SC-LAST-REFERENCE is the last deferred          *
      *    reference handed out - the queue's key allocator, bumped    *
      *    under READ UPDATE so two terminals never share one.         *
      *    No record on file means normal mode.                        *
      ******************************************************************
       01  LGSYSCTL-RECORD.
           03  SC-KEY                   PIC X(8).
           03  SC-MODE                  PIC X.
               88  SC-MODE-NORMAL               VALUE 'N'.
               88  SC-MODE-INQUIRY-ONLY         VALUE 'I'.
           03  SC-REASON                PIC X(30).
           03  SC-SWITCHED-BY           PIC X(3).
           03  SC-SWITCHED-DATE         PIC X(10).
           03  SC-SWITCHED-TIME         PIC X(8).
           03  SC-LAST-REFERENCE        PIC 9(9).
           03  FILLER                   PIC X(11).
