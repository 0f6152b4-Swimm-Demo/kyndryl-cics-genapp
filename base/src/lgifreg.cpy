      ******************************************************************
      *    LGIFREG                                                     *
      *    Interface transmission register - one record per file a     *
      *    nightly job hands to, or takes from, an outside party,      *
      *    appended to the shared IFREGSTR file by that job as it      *
      *    finishes, the same way every job appends its RUNSTATS       *
      *    record.  IR-INTERFACE is the file's DD name, which is how   *
      *    the bank, the bureaux and the carriers know it too.         *
      *                                                                *
      *    The count and hash are the file's own controls - the        *
      *    LGEXTCTL trailer written or read where the file carries     *
      *    one, otherwise the records and money the job counted.       *
      *    IR-FILE-DATE is the date the file was cut: the header run   *
      *    date on an LGEXTCTL file, the run date otherwise.           *
      *                                                                *
      *    An inbound file that is the counterparty's return on one    *
      *    of ours (a bank result, a bureau acknowledgement, a         *
      *    remittance) names that outbound interface in IR-ACK-FOR,    *
      *    and in IR-ACK-FILE-DATE the date of the file it answers     *
      *    when the return carries it (zero when it does not).         *
      *    LGIFRRP1 lays the returns against the sends each morning.   *
      ******************************************************************
       01  IFACE-REG-RECORD.
           03  IR-INTERFACE             PIC X(8).
           03  IR-DIRECTION             PIC X(1).
               88  IR-OUTBOUND               VALUE 'O'.
               88  IR-INBOUND                VALUE 'I'.
           03  IR-PROGRAM               PIC X(8).
           03  IR-RUN-DATE              PIC 9(8).
           03  IR-RUN-TIME              PIC 9(6).
           03  IR-FILE-DATE             PIC 9(8).
           03  IR-RECORD-COUNT          PIC 9(9).
           03  IR-HASH-TOTAL            PIC 9(13)V99.
      *        'S' sent - written and released for transmission
      *        'W' withheld - the sending job failed; not to go
      *        'R' received - read and, where it has controls, balanced
      *        'E' empty - the job ran but nothing had arrived
      *        'F' failed - would not open, or did not balance
           03  IR-STATUS                PIC X(1).
               88  IR-SENT                   VALUE 'S'.
               88  IR-WITHHELD               VALUE 'W'.
               88  IR-RECEIVED               VALUE 'R'.
               88  IR-EMPTY                  VALUE 'E'.
               88  IR-FAILED                 VALUE 'F'.
           03  IR-ACK-FOR               PIC X(8).
           03  IR-ACK-FILE-DATE         PIC 9(8).
           03  FILLER                   PIC X(20).
