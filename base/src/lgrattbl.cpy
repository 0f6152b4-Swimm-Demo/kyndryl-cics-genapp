      *    used to be compiled-in literals, so the same browse-and-    *
      *    overlay pattern updates all of them without adding a        *
      *    separate file per concern.                                  *
      *    Category B is the house rebuild-cost table - the code is    *
      *    the property type (8), bedrooms (2) and postcode area (2),  *
      *    the factor the estimated rebuild cost; a blank area is the  *
      *    national figure for that type and size.                     *
      *    Category H is the business calendar - see LGBUSCAL.  The    *
      *    code is a date (YYYYMMDD) or WEEKDAY1-WEEKDAY7 (Monday to   *
      *    Sunday), the factor 1 for a non-working day or 0 for a day  *
      *    worked after all, the text the holiday's name; the usual    *
      *    blank-or-entity qualifier gives each organization its own   *
      *    days on top of the shared ones.                             *
      ******************************************************************
       01  LGRATES-RECORD.
           03  RT-KEY.
                   88  RT-CAT-TAX            VALUE 'X'.
                   88  RT-CAT-ZONE           VALUE 'Z'.
                   88  RT-CAT-SURRPEN        VALUE 'N'.
                   88  RT-CAT-REBUILD        VALUE 'B'.
                   88  RT-CAT-CALENDAR       VALUE 'H'.
               05  RT-CODE              PIC X(12).
      *----------------------------------------------------------------*
      *    Effective-from date (YYYY-MM-DD) - part of the key, so a    *
