      ******************************************************************
      *    LGALAREA                                                    *
      *    Customer-data access record handed to LGACLG01 wherever    *
      *    the online chain shows an operator a customer or a policy  *
      *    - the policy screen's inquiry and claim browse (LGTESTP4), *
      *    the customer screen's inquiry and contact history          *
      *    (LGTESTC6), the index browses and customer 360 view        *
      *    (LGAPVS01) and the web door's inquiry (LGWSJS01).  The     *
      *    audit trail records what changed; this records who looked. *
      *    LGACLG01 stamps the time, takes the operator's team from   *
      *    USERPROF and files one ACCESSLOG row per look; LGACCMN1    *
      *    reports each day on operators looking well beyond their    *
      *    team's norm and on every look at a flagged customer.       *
      *                                                                *
      *    AL-SOURCE names the door the look came through - 'TP4 '    *
      *    policy screen, 'TC6 ' customer screen, 'VS01' index browse *
      *    or 360 view, 'WEB ' web door.  A customer number left      *
      *    blank is taken from the policy; AL-USER-ID left blank is   *
      *    taken from the signed-on operator.  Declared at 03 level   *
      *    so each program houses it under its own 01, the same shape *
      *    LGEVAREA takes.                                            *
      ******************************************************************
           03  AL-SOURCE               PIC X(4).
               88  AL-POLICY-SCREEN         VALUE 'TP4 '.
               88  AL-CUSTOMER-SCREEN       VALUE 'TC6 '.
               88  AL-INDEX-BROWSE          VALUE 'VS01'.
               88  AL-WEB-DOOR              VALUE 'WEB '.
           03  AL-REQUEST-ID           PIC X(6).
           03  AL-CUSTOMER-NUM         PIC X(10).
           03  AL-POLICY-NUM           PIC X(10).
           03  AL-USER-ID              PIC X(8).
           03  FILLER                  PIC X(10).
