      *----------------------------------------------------------------*

      *----------------------------------------------------------------*
      * Hands ERROR-MSG to the central error log, LGERRL01, the        *
      * same way LGAPDB01's own WRITE-ERROR-MESSAGE does, for the rare *
      * error this program detects before any audit record has been    *
      * opened to carry it instead.                                    *
      *----------------------------------------------------------------*
       WRITE-ERROR-MESSAGE.
           EXEC CICS ASKTIME ABSTIME(ABS-TIME)
           MOVE DATE1 TO EM-DATE.
           MOVE TIME1 TO EM-TIME.

           EXEC CICS LINK PROGRAM('LGERRL01')
                     COMMAREA(ERROR-MSG)
                     LENGTH(LENGTH OF ERROR-MSG)
           END-EXEC.
