      ******************************************************************
      *    LGRMAREA                                                    *
      *    Commarea layout for online LGRATES maintenance (LGTESTR3 /  *
      *    LGRTMN01), the same request-id/return-code shape LGUSAREA   *
      *    gives profile maintenance.  No rate record is changed by    *
      *    the operator who keys it: '02SRTM' files the change on the  *
      *    RATECHG table as pending, and only '03ARTM' by a second     *
      *    operator with rate-approval authority applies it to         *
      *    LGRATES and refreshes the LGRTCACH rate cache in the same   *
      *    breath.  '03RRTM' rejects a pending change.  RATECHG keeps  *
      *    every change, applied or not, with the record as it was     *
      *    and as it became, who keyed it, who checked it and when.    *
      *                                                                *
      *    '01IRTM' inquires on one record by key - as it stands on    *
      *    LGRATES (RM-OLD-xxx) and any change pending against it      *
      *    (RM-CHANGE-ID, zero when none).  '01LRTM' lists the         *
      *    pending changes, oldest first, for the checker to review;   *
      *    '01HRTM' lists the change history of a category and code,   *
      *    newest first.  Both lists come back as report lines in      *
      *    RM-LIST-LINE, three lines per change.                       *
      *                                                                *
      *    RM-ACTION 'A' adds a record, 'U' changes the factor and     *
      *    text of one on file, 'D' deletes one.  A rate change that   *
      *    is to take effect goes in as a new record with its own      *
      *    effective-from - a dated version already in force is never  *
      *    altered or deleted, so the rates of any past date can       *
      *    always be proved; blank effective-from (undated control     *
      *    values) may be changed in place.                            *
      *                                                                *
      *    RM-RETURN-CODE beyond the shared '00'/'90'/'94'/'98'/'99':  *
      *      '40' unknown category or action, or a malformed date      *
      *      '41' add of a record already on file, or change/delete    *
      *           of one that is not                                   *
      *      '42' dated version already in force, or backdated add     *
      *      '43' a change is already pending against the record       *
      *      '60' operator's profile is suspended                      *
      *      '78' checker lacks rate-approval authority, or is the     *
      *           operator who keyed the change                        *
      *      '79' the record was changed after this change was keyed - *
      *           the change is set aside and must be keyed again      *
      *      '81' applied, but the rate cache refresh failed - run     *
      *           the refresh transaction by hand                      *
      ******************************************************************
           03  RM-REQUEST-ID           PIC X(6).
           03  RM-RETURN-CODE          PIC X(2).
           03  RM-CHANGE-ID            PIC 9(9).
           03  RM-ACTION               PIC X.
               88  RM-ACTION-ADD            VALUE 'A'.
               88  RM-ACTION-UPDATE         VALUE 'U'.
               88  RM-ACTION-DELETE         VALUE 'D'.
           03  RM-KEY.
               05  RM-CATEGORY         PIC X.
               05  RM-CODE             PIC X(12).
               05  RM-EFF-FROM         PIC X(10).
               05  RM-ORG              PIC X(5).
           03  RM-NEW-FACTOR           PIC 9(7)V99.
           03  RM-NEW-TEXT             PIC X(20).
           03  RM-OLD-EXISTS           PIC X.
           03  RM-OLD-FACTOR           PIC 9(7)V99.
           03  RM-OLD-TEXT             PIC X(20).
      *    Maker's reason on '02SRTM', checker's note on '03RRTM'.
           03  RM-REASON               PIC X(30).
           03  RM-STATUS               PIC X.
               88  RM-PENDING               VALUE 'P'.
               88  RM-APPLIED               VALUE 'A'.
               88  RM-REJECTED              VALUE 'R'.
               88  RM-SET-ASIDE             VALUE 'S'.
           03  RM-CACHE-VERSION        PIC 9(6).
           03  RM-LIST-COUNT           PIC 9(3).
           03  RM-LIST-LINE            PIC X(79) OCCURS 20.
           03  FILLER                  PIC X(20).
