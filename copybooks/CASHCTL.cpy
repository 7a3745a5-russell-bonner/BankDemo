      *****************************************************************
      * Copybook:    CASHCTL.CPY                                      *
      * Function:    Record layout for the CASHCTL control file - a   *
      *              VSAM KSDS keyed by control id, holding the       *
      *              limits the nightly cash monitoring batch         *
      *              (BCASHMON) works to, so compliance can change    *
      *              them without a program change.  The record is    *
      *              all character and zoned so it can be loaded and  *
      *              changed by an IDCAMS REPRO (see DEFCCTL).        *
      *              Key 'CASHMON ' carries:                          *
      *                the single-item reporting limit - one cash     *
      *                  item at or over it is reportable by itself;  *
      *                the aggregate limit - a customer whose cash in *
      *                  and out over the window reaches it goes on   *
      *                  the regulatory extract;                      *
      *                the near-limit floor - an item at or over it   *
      *                  but under the single-item limit counts as    *
      *                  just under the limit;                        *
      *                how many such items within the window raise a  *
      *                  structuring alert;                           *
      *                the length of the rolling window in days,      *
      *                  counting the business date itself.           *
      *              Key 'INTTAX  ' carries the year-end interest     *
      *              reporting parameters (BINTTAX) in the second     *
      *              layout below:                                    *
      *                the tax year being reported;                   *
      *                the reporting threshold - a customer whose     *
      *                  interest for the year reaches it goes on the *
      *                  tax authority filing;                        *
      *                the bank's own taxpayer id and name for the    *
      *                  filing header and the certificates.          *
      *              Key 'LETTERS ' carries the customer letter       *
      *              suppression periods (BLTRGEN) in the third       *
      *              layout below - for each letter type, how many    *
      *              days must pass before the same letter may go to  *
      *              the same account again.                          *
      *****************************************************************
       01  CASHCTL-RECORD.
           05  CCTL-KEY                         PIC X(8).
           05  CCTL-SINGLE-LIMIT                PIC 9(8)V99.
           05  CCTL-AGGREGATE-LIMIT             PIC 9(8)V99.
           05  CCTL-NEAR-FLOOR                  PIC 9(8)V99.
           05  CCTL-NEAR-COUNT                  PIC 9(3).
           05  CCTL-WINDOW-DAYS                 PIC 9(3).
           05  CCTL-UPD-DATE                    PIC X(8).
           05  FILLER                           PIC X(28).

       01  CASHCTL-TAX-RECORD.
           05  CTAX-KEY                         PIC X(8).
           05  CTAX-TAX-YEAR                    PIC 9(4).
           05  CTAX-THRESHOLD                   PIC 9(8)V99.
           05  CTAX-PAYER-ID                    PIC X(9).
           05  CTAX-PAYER-NAME                  PIC X(30).
           05  CTAX-UPD-DATE                    PIC X(8).
           05  FILLER                           PIC X(11).

       01  CASHCTL-LTR-RECORD.
           05  CLTR-KEY                         PIC X(8).
           05  CLTR-ODX-DAYS                    PIC 9(3).
           05  CLTR-DOR-DAYS                    PIC 9(3).
           05  CLTR-SOF-DAYS                    PIC 9(3).
           05  CLTR-PYF-DAYS                    PIC 9(3).
           05  CLTR-UPD-DATE                    PIC X(8).
           05  FILLER                           PIC X(52).
