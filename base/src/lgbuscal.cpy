      ******************************************************************
      *    LGBUSCAL                                                    *
      *    Business calendar work area, passed on CALL to LGBUSDAY by  *
      *    every program that sets a due date or runs a clock.  The    *
      *    calendar itself is maintained as category 'H' records on    *
      *    LGRATES - a dated holiday or non-working day, or a          *
      *    WEEKDAYn record naming a day of the week nobody works -     *
      *    and each caller loads them into BC-ENTRY once per run (the  *
      *    batch jobs off the RATESEQ unload, the online programs by   *
      *    browsing the file), so every date in the system is rolled   *
      *    and counted off the one calendar.                           *
      *                                                                *
      *    A day is closed for an organization when its own dated      *
      *    entry says so, else the shared (blank) dated entry, else    *
      *    its own WEEKDAY entry, else the shared WEEKDAY entry, else  *
      *    when it is a Saturday or Sunday.  An entry with             *
      *    BC-E-CLOSED 'N' opens a day a broader entry would close.    *
      *                                                                *
      *    BC-FUNCTION                                                 *
      *      'T' test     - is BC-FROM-DATE a business day             *
      *      'R' roll     - BC-FROM-DATE, or the next business day     *
      *                     after it when it is not one                *
      *      'A' add      - BC-DAYS business days after (before, when  *
      *                     negative) BC-FROM-DATE; zero days rolls    *
      *      'C' count    - business days after BC-FROM-DATE up to     *
      *                     and including BC-TO-DATE, into BC-DAYS     *
      *    BC-RETURN-CODE '00' done, '10' a date is not a valid        *
      *    YYYYMMDD, '20' unknown function, '30' no business day in    *
      *    a year either side (the calendar is closed throughout).     *
      ******************************************************************
       01  BUSINESS-CALENDAR-AREA.
           03  BC-FUNCTION              PIC X(1).
               88  BC-FN-TEST                VALUE 'T'.
               88  BC-FN-ROLL                VALUE 'R'.
               88  BC-FN-ADD                 VALUE 'A'.
               88  BC-FN-COUNT               VALUE 'C'.
           03  BC-ORG-ID                PIC X(5).
           03  BC-FROM-DATE             PIC 9(8).
           03  BC-TO-DATE               PIC 9(8).
           03  BC-DAYS                  PIC S9(5).
           03  BC-RESULT-DATE           PIC 9(8).
           03  BC-BUSINESS-DAY          PIC X(1).
               88  BC-IS-BUSINESS-DAY        VALUE 'Y'.
           03  BC-RETURN-CODE           PIC X(2).
           03  BC-ENTRY-COUNT           PIC 9(4) COMP.
           03  BC-ENTRY                 OCCURS 600 TIMES.
               05  BC-E-ORG             PIC X(5).
               05  BC-E-CODE            PIC X(8).
               05  BC-E-CLOSED          PIC X(1).
