      *    Policy event record published by LGEVTP01 onto the LGEV    *
      *    event queue at the same points where the online chain      *
      *    cuts its audit entries - policy added, amended, cancelled, *
      *    lapsed, reinstated, transferred to a new holder, claim     *
      *    opened, claim paid, and the death of an endowment's life   *
      *    assured notified.  Downstream systems (the CRM, the        *
      *    claims-handling vendor) consume the queue as events happen *
      *    instead of polling the nightly warehouse delta a day late. *
      *    The timestamp is stamped by the publisher, not the caller, *
      *    so every consumer sees one clock.  Declared at 03 level so *
      *    each program houses it under its own 01, the same shape    *
      *    LGCMAREA and LGUSAREA take.                                 *
      ******************************************************************
           03  EV-EVENT-TYPE           PIC X(8).
               88  EV-POLICY-ADDED          VALUE 'POLADD'.
               88  EV-POLICY-REINSTATED     VALUE 'POLREI'.
               88  EV-CLAIM-OPENED          VALUE 'CLMOPN'.
               88  EV-CLAIM-PAID            VALUE 'CLMPAY'.
               88  EV-POLICY-DEATH          VALUE 'POLDTH'.
               88  EV-POLICY-TRANSFERRED    VALUE 'POLXFR'.
           03  EV-POLICY-NUM           PIC X(10).
           03  EV-CUSTOMER-NUM         PIC X(10).
           03  EV-TIMESTAMP            PIC X(26).
