      *****************************************************************
      * Copybook:    PROCREV.CPY                                      *
      * Function:    Record layout for the PROCREV reversal link      *
      *              file - a VSAM KSDS keyed by the full PROCTRAN    *
      *              key of the movement that was reversed.  One      *
      *              record is written, in the same unit of work as   *
      *              the REV movement, for every movement the         *
      *              correction screen (SCOR) takes back, so a        *
      *              second attempt on the same movement finds the    *
      *              link and is refused.  The record names the       *
      *              reversing movement, the teller who posted the    *
      *              original and the supervisor who corrected it,    *
      *              which is what the daily corrections report       *
      *              (BCORRPT) lists.                                 *
      *****************************************************************
       01  PROCREV-RECORD.
           05  REV-ORIG-KEY.
               10  REV-ORIG-SORT-CODE           PIC 9(6).
               10  REV-ORIG-ACCT-NUMBER         PIC 9(8).
               10  REV-ORIG-DATE                PIC X(8).
               10  REV-ORIG-TIME                PIC X(6).
               10  REV-ORIG-SEQ                 PIC 9(4).
           05  REV-ORIG-TYPE-CODE               PIC X(3).
           05  REV-ORIG-AMOUNT                  PIC S9(10)V99 COMP-3.
           05  REV-ORIG-TELLER-ID               PIC X(4).
      *****************************************************************
      * The reversing movement sits on the same account as the        *
      * original, so only its date/time/seq need holding here.        *
      *****************************************************************
           05  REV-DATE                         PIC X(8).
           05  REV-TIME                         PIC X(6).
           05  REV-SEQ                          PIC 9(4).
           05  REV-SUPERVISOR-ID                PIC X(4).
           05  REV-REASON                       PIC X(30).
           05  FILLER                           PIC X(10).
