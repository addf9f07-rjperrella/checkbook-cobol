             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LOGFL-STAT.
           SELECT EXPORT-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-EXPFL-STAT.
           SELECT QIF-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-QIFFL-STAT.
           SELECT PPAY-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-PPYFL-STAT.
           SELECT BANK-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-BNKFL-STAT.
           SELECT XMIT-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-XMTFL-STAT.
           SELECT CTL-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CTLFL-STAT.
           SELECT LCK-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-LCKFL-STAT.
           SELECT HOLD-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-HLDFL-STAT.
           SELECT SNAP-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-SNPFL-STAT.
           SELECT RMB-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RMBFL-STAT.
           SELECT CLM-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-CLMFL-STAT.
           SELECT RIS-FILE
             ASSIGN TO DISK
             ORGANIZATION IS LINE SEQUENTIAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WS-RISFL-STAT.
0017   DATA DIVISION.
0018   FILE SECTION.
0019   FD  CKBKFILE
0023   01  CKBK-REC.
0024       02 CKBK-NUMB PIC X(10).
0025       02 CKBK-DATE.
0026          03 CKBK-YEAR PIC 9(4).
0027          03 CKBK-MONTH PIC 99.
0028          03 CKBK-DAY PIC 99.
0029       02 CKBK-MERCHANT PIC X(12).
0039             04 CKBK-DOLLARS PIC 9(4).
0040             04 FILLER PIC X(3).
0041             04 CKBK-IDCODE PIC X.
0042       02 CKBK-AMOUNT PIC S9(7)V99.
           02 CKBK-STATUS PIC X VALUE "O".
           02 CKBK-TRANTYPE PIC X VALUE "K".
           02 CKBK-CATEGORY PIC X(4).
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-BACKUP-NAME
           DATA RECORD IS BACKUP-REC.
       01  BACKUP-REC PIC X(204).
       FD  ACCOUNTS-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-ACCOUNTS-FILE-NAME
           02  ACCT-DRIVE PIC XX.
           02  ACCT-DIR PIC X(7).
           02  ACCT-FILE-ID PIC X(12).
           02  ACCT-OPEN-BAL PIC S9(7)V99.
      * Up to four operator/level pairs: "R" browses and reports
      * only, anything else is full.  All-blank (including every
      * record written before this field existed) leaves the
               03  ACCT-AUTH-ENTRY OCCURS 4 TIMES.
                   04  ACCT-AUTH-OPR PIC X(3).
                   04  ACCT-AUTH-LEVEL PIC X.
      * Bank routing and account number for positive pay.  An
      * account with no bank account number is not enrolled.
           02  ACCT-ROUTING PIC X(9).
           02  ACCT-BANK-ACCT PIC X(15).
      * Account type: "C" is a credit card; anything else,
      * including the blank on every record written before this
      * field existed, is a checking account.  A card register
      * runs the same arithmetic as a checking register, so its
      * book balance is the balance owed with the sign turned:
      * charges (check, ATM, service and transfer-out rows) add
      * to what is owed, refunds ("D") and payments ("I") take
      * it down.
           02  ACCT-TYPE PIC X.
      * Card terms - statement closing day, payment due day,
      * minimum payment (a percentage of the new balance but no
      * less than the floor) and the annual rate charged on a
      * balance carried from one statement to the next.
           02  ACCT-CARD-TERMS.
               03  ACCT-CLOSE-DAY PIC 99.
               03  ACCT-DUE-DAY PIC 99.
               03  ACCT-MIN-PCT PIC 99V99.
               03  ACCT-MIN-FLOOR PIC 9(5)V99.
               03  ACCT-APR PIC 99V99.
      * The cycle the last statement run closed.
           02  ACCT-CARD-CYCLE.
               03  ACCT-LAST-CLOSE PIC 9(8).
               03  ACCT-LAST-OWED PIC S9(7)V99.
               03  ACCT-LAST-MIN PIC 9(7)V99.
               03  ACCT-LAST-DUE PIC 9(8).
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-PRINT-FILE-NAME
       01  RECUR-REC.
           02  RCR-MERCHANT PIC X(12).
           02  RCR-ITEM PIC X(22).
           02  RCR-AMOUNT PIC S9(7)V99.
           02  RCR-DUE-DAY PIC 99.
           02  RCR-TRANTYPE PIC X.
           02  RCR-CATEGORY PIC X(4).
       01  STMT-REC.
           02  STMT-NUMB PIC X(10).
           02  STMT-DATE.
              03 STMT-YEAR PIC 9(4).
              03 STMT-MONTH PIC 99.
              03 STMT-DAY PIC 99.
           02  STMT-AMOUNT PIC S9(7)V99.
       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-CATEGORY-FILE-NAME
       01  CATEGORY-REC.
           02  CAT-CODE PIC X(4).
           02  CAT-DESC PIC X(20).
           02  CAT-BUDGET PIC S9(7)V99.
           02  CAT-DEDUCT PIC X.
           02  CAT-TAX-LINE PIC X(12).
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-JRNL-NAME
           DATA RECORD IS JRNL-REC.
       01  JRNL-REC.
           02  JRNL-DATE PIC 9(8).
           02  FILLER PIC X.
           02  JRNL-TIME PIC 9(6).
           02  FILLER PIC X.
       01  ARCH-REC.
           02 ARC-NUMB PIC X(10).
           02 ARC-DATE.
              03 ARC-YEAR PIC 9(4).
              03 ARC-MONTH PIC 99.
              03 ARC-DAY PIC 99.
           02 ARC-MERCHANT PIC X(12).
           02 ARC-ITEM PIC X(22).
           02 ARC-AMOUNT PIC S9(7)V99.
           02 ARC-STATUS PIC X.
           02 ARC-TRANTYPE PIC X.
           02 ARC-CATEGORY PIC X(4).
       01  OPER-REC.
           02  OPR-INITIALS PIC X(3).
           02  OPR-PASSWORD PIC X(8).
      * S marks a supervisor, who may release a stale account
      * lock.  Blank (every record written before the field
      * existed) is an ordinary operator.
           02  OPR-LEVEL PIC X.
       FD  VIEW-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-VIEW-FILE-NAME
           DATA RECORD IS NOTE-REC.
       01  NOTE-REC.
           02  NTE-NUMB PIC X(10).
           02  NTE-DATE PIC X(10).
           02  NTE-MERCHANT PIC X(12).
           02  NTE-TEXT PIC X(60).
       FD  LOG-FILE
           VALUE OF FILE-ID IS WS-LOG-FILE-NAME
           DATA RECORD IS LOG-REC.
       01  LOG-REC PIC X(80).
       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-EXPORT-FILE-NAME
           DATA RECORD IS EXPORT-REC.
       01  EXPORT-REC PIC X(250).
       FD  QIF-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-QIF-FILE-NAME
           DATA RECORD IS QIF-REC.
       01  QIF-REC PIC X(132).
      * PPISSUE.LOG: every positive-pay issue and void, in the
      * order they happened.  PP-DETAIL is the bank's record;
      * the stamp after it is ours and never goes to the bank.
       FD  PPAY-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-PPAY-FILE-NAME
           DATA RECORD IS PPAY-REC.
       01  PPAY-REC.
           02  PP-DETAIL.
               03  PP-TYPE PIC X.
               03  PP-ROUTING PIC X(9).
               03  PP-ACCOUNT PIC X(15).
               03  PP-CHECK PIC 9(10).
               03  PP-ISSUE-DATE PIC 9(8).
               03  PP-AMOUNT PIC 9(8)V99.
               03  PP-PAYEE PIC X(40).
           02  PP-LOG-DATE PIC 9(8).
           02  PP-LOG-TIME PIC 9(6).
           02  PP-LOG-OPR PIC X(3).
           02  PP-FILE-ID PIC X(12).
       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-BANK-FILE-NAME
           DATA RECORD IS BANK-REC.
       01  BANK-REC PIC X(93).
       FD  XMIT-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-XMIT-FILE-NAME
           DATA RECORD IS XMIT-REC.
       01  XMIT-REC.
           02  XM-BATCH PIC 9(5).
           02  FILLER PIC X.
           02  XM-DATE PIC 9(8).
           02  FILLER PIC X.
           02  XM-TIME PIC 9(6).
           02  FILLER PIC X.
           02  XM-OPR PIC X(3).
           02  FILLER PIC X.
           02  XM-FROM-SEQ PIC 9(7).
           02  FILLER PIC X.
           02  XM-TO-SEQ PIC 9(7).
           02  FILLER PIC X.
           02  XM-COUNT PIC 9(6).
           02  FILLER PIC X.
           02  XM-TOTAL PIC 9(10)V99.
           02  FILLER PIC X.
           02  XM-KIND PIC X(6).
       FD  CTL-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-CTL-NAME
           DATA RECORD IS CTL-REC.
       01  CTL-REC.
           02  CTL-ROWS PIC 9(7).
           02  FILLER PIC X.
           02  CTL-NET PIC S9(11)V99.
           02  FILLER PIC X.
           02  CTL-HASH PIC 9(15).
           02  FILLER PIC X.
           02  CTL-DATE.
               03  CTL-YEAR PIC 9(4).
               03  CTL-MONTH PIC 99.
               03  CTL-DAY PIC 99.
           02  FILLER PIC X.
           02  CTL-TIME.
               03  CTL-HH PIC 99.
               03  CTL-MM PIC 99.
               03  CTL-SS PIC 99.
           02  FILLER PIC X.
           02  CTL-OPR PIC X(3).
       FD  LCK-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-LOCK-NAME
           DATA RECORD IS LCK-REC.
       01  LCK-REC.
           02  LK-OPR PIC X(3).
           02  FILLER PIC X.
           02  LK-DATE.
               03  LK-YEAR PIC 9(4).
               03  LK-MONTH PIC 99.
               03  LK-DAY PIC 99.
           02  FILLER PIC X.
           02  LK-TIME.
               03  LK-HH PIC 99.
               03  LK-MM PIC 99.
               03  LK-SS PIC 99.
           02  FILLER PIC X.
           02  LK-MODE PIC X(5).
      * HOLDINGS.LST: one non-bank asset or liability.  The
      * value of a debt is the amount owed.
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-HOLD-FILE-NAME
           DATA RECORD IS HLD-REC.
       01  HLD-REC.
           02  HLD-DESC PIC X(30).
           02  HLD-TYPE PIC X.
           02  HLD-VALUE PIC S9(9)V99.
           02  HLD-VAL-DATE PIC 9(8).
      * NETWORTH.HST: one dated snapshot per net worth run.
       FD  SNAP-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-SNAP-FILE-NAME
           DATA RECORD IS SNP-REC.
       01  SNP-REC.
           02  SNP-DATE PIC 9(8).
           02  FILLER PIC X.
           02  SNP-TIME PIC 9(6).
           02  FILLER PIC X.
           02  SNP-ASSETS PIC S9(11)V99.
           02  FILLER PIC X.
           02  SNP-LIABS PIC S9(11)V99.
           02  FILLER PIC X.
           02  SNP-NET PIC S9(11)V99.
           02  FILLER PIC X.
           02  SNP-OPR PIC X(3).
      * REIMB.LST: a register row marked reimbursable (kind I),
      * or a deposit applied to a claim (kind P).  The row is
      * known the way NOTE-REC knows it - number, DD-MM-CCYY
      * date and merchant - plus its account and amount.
       FD  RMB-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-RMB-FILE-NAME
           DATA RECORD IS RMB-REC.
       01  RMB-REC.
           02  RMB-KIND PIC X.
           02  RMB-ACCT PIC X(12).
           02  RMB-NUMB PIC X(10).
           02  RMB-DATE PIC X(10).
           02  RMB-MERCHANT PIC X(12).
           02  RMB-AMOUNT PIC S9(7)V99.
           02  RMB-CATEGORY PIC X(4).
           02  RMB-PAYER PIC X(20).
           02  RMB-CLAIM PIC 9(5).
           02  RMB-DENIED PIC S9(7)V99.
           02  RMB-OPR PIC X(3).
      * CLAIMS.LST: one numbered claim.  Status O is open, F
      * paid in full, P partly paid with the rest denied, D
      * denied outright.
       FD  CLM-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-CLM-FILE-NAME
           DATA RECORD IS CLM-REC.
       01  CLM-REC.
           02  CLM-NUMB PIC 9(5).
           02  CLM-PAYER PIC X(20).
           02  CLM-SUBMITTED PIC 9(8).
           02  CLM-AMOUNT PIC S9(7)V99.
           02  CLM-PAID PIC S9(7)V99.
           02  CLM-DENIED PIC S9(7)V99.
           02  CLM-STATUS PIC X.
           02  CLM-SETTLED PIC 9(8).
           02  CLM-OPR PIC X(3).
      * REISSUE.LST: a check voided and reissued.  The old and
      * new rows are known by number and DD-MM-CCYY date within
      * the account; RIS-SKIP-FROM is the first number passed
      * over when the replacement was given a later number than
      * the next one in the book (zero when none were).
       FD  RIS-FILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS WS-RIS-FILE-NAME
           DATA RECORD IS RIS-REC.
       01  RIS-REC.
           02  RIS-ACCT PIC X(12).
           02  RIS-OLD-NUMB PIC X(10).
           02  RIS-OLD-DATE PIC X(10).
           02  RIS-NEW-NUMB PIC X(10).
           02  RIS-NEW-DATE PIC X(10).
           02  RIS-MERCHANT PIC X(12).
           02  RIS-AMOUNT PIC S9(7)V99.
           02  RIS-REASON PIC X(30).
           02  RIS-FEE PIC S9(7)V99.
           02  RIS-SKIP-FROM PIC 9(10).
           02  RIS-DONE PIC 9(8).
           02  RIS-OPR PIC X(3).
0043   WORKING-STORAGE SECTION.
0044   77  WS-CKBK-AMOUNT PIC S9(9)V99 VALUE ZEROS.
0045   77  WS-BOT-AMOUNT  PIC ZZZZZZZZ9.99CR VALUE ZERO.
0046  * 77  WS-FILE-NAME PIC X(12) VALUE "BARNETT.DAT ".
0047  *         The following counter is used to identify
0048  *         the index of the top row on the screen.
      *        because row 801 of a full load has nowhere to go.
      ***********************************************************
       78  TABLE-WARN-LEVEL;   VALUE IS 700.
      ***********************************************************
      *        The largest amount one row can hold.  The screen
      *        line's amount and balance columns are ZZZZZZ.99-,
      *        so every place that posts a row refuses more.
      ***********************************************************
       78  MAX-ROW-AMOUNT;     VALUE IS 999999.99.
0090  ***********************************************************
0091  *
0092  *        The following value is in the range 0 and up.
0118  *     Dad's checkbook records.
0119  ***********************************************************
0120   01  WORK-AREAS.
0121       02  PREVIOUS-BALANCE PIC S9(9)V99 VALUE ZEROS.
           02  WS-OPENING-BALANCE PIC S9(9)V99 VALUE ZEROS.
0122       02  TEMP-BALANCE PIC S9(9)V99 VALUE ZEROS.
0123       02  TEMP-AMOUNT PIC S9(7)V99 VALUE ZEROS.
0124       02  BALANCE-AMOUNT PIC S9(9)V99 VALUE ZEROS.
0125       02  CRT-BALANCE PIC S9(9)V99 VALUES ZEROS.
0126       02  SAVE-NUMB PIC X(10) VALUE SPACES.
0127       02  SAVE-CALDATE PIC 9(8) VALUE ZEROS.
0128       02  FALSESW PIC X VALUE SPACE.
           02  RECORD-NUMB PIC 9(4) VALUE ZEROS.
0129   01  WS-CKBKFL-STAT.
      *        shows the true running balance, and 040-WRITEFILE
      *        copies the unloaded rows back from the .BAK
      *        untouched.  Window values are full-year * 100 +
      *        month.
      ***********************************************************
       77  WS-WINDOWED PIC X VALUE "N".
       77  WS-WIN-FROM PIC 9(6) VALUE ZEROS.
       77  WS-WIN-TO PIC 9(6) VALUE 999999.
       77  WS-WIN-FROM-YYMM PIC 9(6) VALUE ZEROS.
       77  WS-WIN-TO-YYMM PIC 9(6) VALUE ZEROS.
       77  WS-WIN-SEQ PIC 9(6) VALUE ZEROS.
       77  WS-WIN-YY PIC 9(4) VALUE ZEROS.
       77  WS-WIN-MM PIC 99 VALUE ZEROS.
       77  WS-WINDOW-PRE-BAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-CKREC-COUNT PIC 9(6) VALUE ZEROS.
       77  WS-WIN-PREV-NUMB PIC X(10) VALUE SPACES.
       77  WS-WIN-PREV-DATE PIC X(8) VALUE SPACES.
       77  WS-WIN-CNT PIC ZZZZZ9 VALUE ZEROS.
       01  WS-ACCOUNTS-FILE-NAME.
           02  WS-ACCTS-DRIVE PIC XX VALUE "C:".
               03  AT-DRIVE PIC XX.
               03  AT-DIR PIC X(7).
               03  AT-FILE-ID PIC X(12).
               03  AT-OPEN-BAL PIC S9(7)V99.
               03  AT-AUTH-GROUP.
                   04  AT-AUTH-ENTRY OCCURS 4 TIMES.
                       05  AT-AUTH-OPR PIC X(3).
                       05  AT-AUTH-LEVEL PIC X.
               03  AT-ROUTING PIC X(9).
               03  AT-BANK-ACCT PIC X(15).
               03  AT-ACCT-TYPE PIC X.
               03  AT-CARD-TERMS.
                   04  AT-CLOSE-DAY PIC 99.
                   04  AT-DUE-DAY PIC 99.
                   04  AT-MIN-PCT PIC 99V99.
                   04  AT-MIN-FLOOR PIC 9(5)V99.
                   04  AT-APR PIC 99V99.
               03  AT-CARD-CYCLE.
                   04  AT-LAST-CLOSE PIC 9(8).
                   04  AT-LAST-OWED PIC S9(7)V99.
                   04  AT-LAST-MIN PIC 9(7)V99.
                   04  AT-LAST-DUE PIC 9(8).
       77  ACCOUNT-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  ACCOUNT-CHOICE PIC 9(4) VALUE ZEROS.
      ***********************************************************
      *        (LPT1, with a real form feed every MAX-PRINT-
      *        LINES) or to delete it.
      ***********************************************************
       78  MAX-PRN-NAMES    VALUE IS 21.
       78  MAX-VIEW-LINES   VALUE IS 1000.
       78  VIEW-PAGE-LINES  VALUE IS 20.
       01  WS-VIWFL-STAT.
           02  FILLER PIC X(12) VALUE "HISTORY.PRN ".
           02  FILLER PIC X(12) VALUE "CHKAUDIT.PRN".
           02  FILLER PIC X(12) VALUE "RUNLOG.PRN  ".
           02  FILLER PIC X(12) VALUE "CONVERT.PRN ".
           02  FILLER PIC X(12) VALUE "TAXSCHED.PRN".
           02  FILLER PIC X(12) VALUE "PROOF.PRN   ".
           02  FILLER PIC X(12) VALUE "CARDSTMT.PRN".
           02  FILLER PIC X(12) VALUE "NETWORTH.PRN".
           02  FILLER PIC X(12) VALUE "CLAIMS.PRN  ".
           02  FILLER PIC X(12) VALUE "STALECHK.PRN".
       01  WS-PRN-NAME-TBL REDEFINES WS-PRN-NAMES.
           02  WS-PRN-NAME PIC X(12) OCCURS MAX-PRN-NAMES TIMES.
       01  VIEWLIST-TABLE.
       01  NOTE-TABLE.
           02  NOTE-ENTRY OCCURS MAX-NOTE-LINES TIMES.
               03  NT-NUMB PIC X(10).
               03  NT-DATE PIC X(10).
               03  NT-MERCHANT PIC X(12).
               03  NT-TEXT PIC X(60).
       77  NOTE-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  WS-NOTE-MARK PIC X(4) VALUE SPACES.
       77  WS-NOTE-TEXT PIC X(60) VALUE SPACES.
       77  WS-NOTE-LISTED PIC 9(4) COMP VALUE ZEROS.
       77  WS-NOTE-YY-X PIC X(4) VALUE SPACES.
       01  WS-NOTE-PRT-LINE.
           02  FILLER PIC X(11) VALUE SPACES.
           02  FILLER PIC X(6) VALUE "NOTE: ".
       77  WS-BATCH-CKPT PIC X VALUE "N".
       77  WS-BATCH-POSTED PIC 9(4) VALUE ZEROS.
       77  WS-BATCH-MM-X PIC XX VALUE SPACES.
       77  WS-BATCH-YY-X PIC X(4) VALUE SPACES.
       77  WS-RCR-SAVE-DRIVE PIC XX VALUE SPACES.
       77  WS-RCR-SAVE-DIR PIC X(7) VALUE SPACES.
       01  WS-STMT-OLD-NAME.
           02  WS-STMT-OLD-ID PIC X(12) VALUE "STMT.OLD    ".
       01  WS-LOG-HDR-LINE.
           02  FILLER PIC X(23) VALUE "MONTH-END BATCH RUN OF ".
           02  WS-LOG-HDR-YY PIC 9(4).
           02  FILLER PIC X VALUE "/".
           02  WS-LOG-HDR-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  FILLER PIC X(9) VALUE " MATCHED ".
           02  WS-BATCH-IMP-E PIC ZZ9.
           02  FILLER PIC X(20) VALUE " EXCEPTIONS".
      ***********************************************************
      *        One-time file conversion work areas.  Started
      *        with "CONVERT" on the command line, the run
      *        rewrites every account's .DAT, .ARC, .NTE and
      *        .JRN, and RECUR.LST, CATEGORY.LST and ACCOUNT.LST,
      *        from the old two-digit-year, five-digit-dollar
      *        layouts to the current ones.  Each file is first
      *        renamed to a holding name - "O" and the first two
      *        letters of its extension (BARNETT.DAT becomes
      *        BARNETT.ODA, ACCOUNT.LST becomes ACCOUNT.OLS) -
      *        and the new file is written from the holding copy,
      *        so an interrupted run simply starts over from the
      *        copies already set aside.  ACCOUNT.LST goes last;
      *        once ACCOUNT.OLS exists the run refuses to start.
      *        CONVERT.PRN lists each file's row count and dollar
      *        total before and after.
      ***********************************************************
       01  WS-CONV-LIVE-NAME.
           02  WS-CONV-LIVE-DRIVE PIC XX.
           02  WS-CONV-LIVE-DIR PIC X(7).
           02  WS-CONV-LIVE-ID PIC X(12).
       01  WS-CONV-HOLD-NAME.
           02  WS-CONV-HOLD-DRIVE PIC XX.
           02  WS-CONV-HOLD-DIR PIC X(7).
           02  WS-CONV-HOLD-ID PIC X(12).
       77  WS-CONV-DOT-POS PIC 99 VALUE ZERO.
       77  WS-CONV-OK PIC X VALUE "N".
       77  WS-CONV-KIND PIC X VALUE SPACE.
       77  WS-CONV-RESUMED PIC X VALUE "N".
       77  WS-CONV-BLOCKED PIC X VALUE "N".
       77  WS-CONV-A PIC 9(4) COMP VALUE ZEROS.
       77  WS-CONV-B PIC 9(4) COMP VALUE ZEROS.
       77  WS-CONV-SHARED PIC X VALUE "N".
       77  WS-CONV-PIVOT PIC 99 VALUE 82.
       77  WS-CONV-PIVOT-X PIC XX VALUE SPACES.
       77  WS-CONV-YY PIC 99 VALUE ZEROS.
       77  WS-CONV-CCYY PIC 9(4) VALUE ZEROS.
       77  WS-CONV-ROWS-IN PIC 9(6) VALUE ZEROS.
       77  WS-CONV-ROWS-OUT PIC 9(6) VALUE ZEROS.
       77  WS-CONV-AMT-IN PIC S9(11)V99 VALUE ZEROS.
       77  WS-CONV-AMT-OUT PIC S9(11)V99 VALUE ZEROS.
       77  WS-CONV-SAVE-FILE PIC X(21) VALUE SPACES.
       77  WS-CONV-SAVE-RECUR PIC X(21) VALUE SPACES.
       77  WS-CONV-FILES PIC 9(4) VALUE ZEROS.
       77  WS-CONV-BREAKS PIC 9(4) VALUE ZEROS.
      * The record as it was before the conversion, with one
      * view per old layout.
       01  WS-CONV-OLD-REC PIC X(204) VALUE SPACES.
       01  WS-CONV-OLD-CKBK REDEFINES WS-CONV-OLD-REC.
           02  OC-NUMB PIC X(10).
           02  OC-DATE.
               03  OC-YEAR PIC 99.
               03  OC-MMDD PIC X(4).
           02  OC-MERCHANT PIC X(12).
           02  OC-ITEM PIC X(22).
           02  OC-AMOUNT PIC S9(5)V99.
           02  OC-STATUS PIC X.
           02  OC-TRANTYPE PIC X.
           02  OC-CATEGORY PIC X(4).
           02  OC-PRINTED PIC X.
           02  OC-SPLIT PIC X.
           02  FILLER PIC X(139).
       01  WS-CONV-OLD-NOTE REDEFINES WS-CONV-OLD-REC.
           02  ON-NUMB PIC X(10).
           02  ON-DATE.
               03  ON-DDMM PIC X(6).
               03  ON-YEAR PIC 99.
           02  ON-MERCHANT PIC X(12).
           02  ON-TEXT PIC X(60).
           02  FILLER PIC X(114).
       01  WS-CONV-OLD-JRNL REDEFINES WS-CONV-OLD-REC.
           02  OJ-DATE.
               03  OJ-YEAR PIC 99.
               03  OJ-MMDD PIC 9(4).
           02  OJ-REST PIC X(196).
           02  FILLER PIC X(2).
       01  WS-CONV-OLD-RECUR REDEFINES WS-CONV-OLD-REC.
           02  OR-MERCHANT PIC X(12).
           02  OR-ITEM PIC X(22).
           02  OR-AMOUNT PIC S9(5)V99.
           02  OR-DUE-DAY PIC 99.
           02  OR-TRANTYPE PIC X.
           02  OR-CATEGORY PIC X(4).
           02  FILLER PIC X(156).
       01  WS-CONV-OLD-CAT REDEFINES WS-CONV-OLD-REC.
           02  OT-CODE PIC X(4).
           02  OT-DESC PIC X(20).
           02  OT-BUDGET PIC S9(5)V99.
           02  FILLER PIC X(173).
       01  WS-CONV-OLD-ACCT REDEFINES WS-CONV-OLD-REC.
           02  OA-NAME PIC X(20).
           02  OA-DRIVE PIC XX.
           02  OA-DIR PIC X(7).
           02  OA-FILE-ID PIC X(12).
           02  OA-OPEN-BAL PIC S9(5)V99.
           02  OA-AUTH-GROUP PIC X(16).
           02  FILLER PIC X(140).
       01  WS-CONV-TITLE-LINE.
           02  FILLER PIC X(48) VALUE
               "DAD'S CHECKBOOK - FILE CONVERSION CONTROL REPORT".
       01  WS-CONV-PIVOT-LINE.
           02  FILLER PIC X(31) VALUE
               "TWO-DIGIT YEARS BELOW PIVOT OF ".
           02  CV-PIVOT PIC 99.
           02  FILLER PIC X(36) VALUE
               " TAKEN AS 20YY, THE REST AS 19YY".
       01  WS-CONV-COL-HEADING.
           02  FILLER PIC X(21) VALUE "FILE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(7) VALUE "ROWS IN".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(15) VALUE "      AMOUNT IN".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(7) VALUE "ROWSOUT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(15) VALUE "     AMOUNT OUT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(12) VALUE "RESULT".
       01  WS-CONV-DETAIL-LINE.
           02  CV-FILE PIC X(21).
           02  FILLER PIC X VALUE SPACE.
           02  CV-ROWS-IN PIC ZZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  CV-AMT-IN PIC ZZZZZZZZZZ9.99-.
           02  FILLER PIC X VALUE SPACE.
           02  CV-ROWS-OUT PIC ZZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  CV-AMT-OUT PIC ZZZZZZZZZZ9.99-.
           02  FILLER PIC X VALUE SPACE.
           02  CV-RESULT PIC X(12).
       01  WS-CONV-TOTAL-LINE.
           02  FILLER PIC X(17) VALUE "FILES CONVERTED: ".
           02  CV-FILES PIC ZZZ9.
           02  FILLER PIC X(12) VALUE "    BREAKS: ".
           02  CV-BREAKS PIC ZZZ9.
       01  WS-PRTFL-STAT.
           02  WS-PRTSTAT1 PIC X VALUE SPACES.
           02  WS-PRTSTAT2 PIC X VALUE SPACES.
       78  MAX-PRINT-LINES  VALUE IS 55.
       77  WS-PRINT-LINE-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  WS-PRINT-PAGE-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  WS-REPORT-BALANCE PIC S9(9)V99 VALUE ZEROS.
       77  WS-REPORT-TOTAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-REG-SAVE-NUMB PIC X(10) VALUE SPACES.
       77  WS-REG-SAVE-CALDATE PIC 9(8) VALUE ZEROS.
       01  WS-REG-CALDATE.
           02  WS-REG-CALDATE-DAY   PIC 99 VALUE ZEROS.
           02  WS-REG-CALDATE-MONTH PIC 99 VALUE ZEROS.
           02  WS-REG-CALDATE-YEAR  PIC 9(4) VALUE ZEROS.
       01  WS-REG-DETAIL-LINE.
           02  RD-NUMB PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  RD-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  RD-MERCHANT PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  RD-ITEM PIC X(15).
           02  FILLER PIC X VALUE SPACE.
           02  RD-DEPOSIT PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  RD-WITHDRAWAL PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  RD-BALANCE PIC ZZZZZZZ9.99CR.
       01  WS-REG-COL-HEADING.
           02  FILLER PIC X(10) VALUE "CHK-NUMBER".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(10) VALUE "DATE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(12) VALUE "MERCHANT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(15) VALUE "ITEM".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "      DEPOSIT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "   WITHDRAWAL".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "      BALANCE".
       77  WS-REG-DEP-TOTAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-REG-WDL-TOTAL PIC S9(9)V99 VALUE ZEROS.
       01  WS-REG-PAGE-LINE.
           02  FILLER PIC X(40) VALUE
               "DAD'S CHECKBOOK - CHECK REGISTER".
       01  MERCHANT-TABLE.
           02  MERCHANT-ENTRY OCCURS MAX-MERCHANTS TIMES.
               03  MT-NAME PIC X(12).
               03  MT-MONTH-TOTAL PIC S9(9)V99 OCCURS 12 TIMES
                   VALUE ZEROS.
       77  MERCHANT-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  WS-MERCHANT-FULL-WARNED PIC X VALUE "N".
       77  MT-IDX PIC 9(4) COMP VALUE ZEROS.
       77  MT-CLR-IDX PIC 9(4) COMP VALUE ZEROS.
       77  WS-SUMMARY-YEAR PIC 9(4) VALUE ZEROS.
       77  WS-SUM-MONTH PIC 99 VALUE ZEROS.
       77  WS-MONTH-SUBTOTAL PIC S9(9)V99 VALUE ZEROS.
       01  WS-SUM-TITLE-LINE.
           02  FILLER PIC X(28) VALUE
               "MERCHANT SPENDING SUMMARY - ".
           02  ST-YEAR PIC 9(4).
       01  WS-SUM-MONTH-LINE.
           02  FILLER PIC X(6) VALUE "MONTH ".
           02  SM-MONTH PIC 99.
       01  WS-SUM-COL-HEADING.
           02  FILLER PIC X(12) VALUE "MERCHANT".
           02  FILLER PIC XX VALUE SPACES.
           02  FILLER PIC X(13) VALUE "AMOUNT".
       01  WS-SUM-DETAIL-LINE.
           02  SD-MERCHANT PIC X(12).
           02  FILLER PIC XX VALUE SPACES.
           02  SD-AMOUNT PIC ZZZZZZZ9.99CR.
       77  WS-LOAN-CHOICE PIC X VALUE SPACE.
       77  WS-LOAN-PRINCIPAL-TOTAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-LOAN-INTEREST-TOTAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-LOAN-INTEREST-AMT PIC S9(7)V99 VALUE ZEROS.
       01  WS-LOAN-COL-HEADING.
           02  FILLER PIC X(10) VALUE "CHK-NUMBER".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(10) VALUE "DATE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(12) VALUE "MERCHANT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(5) VALUE "RATE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "PAYMENT".
           02  FILLER PIC X(13) VALUE "PRINCIPAL".
           02  FILLER PIC X(13) VALUE "INTEREST".
       01  WS-LOAN-DETAIL-LINE.
           02  LD-NUMB PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  LD-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  LD-MERCHANT PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  LD-RATE PIC ZZ.99.
           02  FILLER PIC X VALUE SPACE.
           02  LD-PAYMENT PIC ZZZZZZZ9.99CR.
           02  LD-PRINCIPAL PIC ZZZZZZZ9.99CR.
           02  LD-INTEREST PIC ZZZZZZZ9.99CR.
       01  WS-LOAN-TITLE-LINE.
           02  FILLER PIC X(40) VALUE
               "DAD'S CHECKBOOK - LOAN PAYMENT REPORT".
       77  WS-FIND-MAX-POS PIC 99 VALUE ZERO.
       77  WS-FIND-SCAN-POS PIC 99 VALUE ZERO.
       77  WS-FIND-MATCH PIC X VALUE "N".
       77  WS-RECON-ENDBAL PIC S9(7)V99 VALUE ZEROS.
       01  WS-RECON-DATE PIC X(10) VALUE SPACES.
       77  WS-RECON-CLEARED-TOTAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-RECON-OUTSTAND-TOTAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-RECON-BOOK-BAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-RECON-DIFF PIC S9(9)V99 VALUE ZEROS.
       77  WS-RECON-RESIDUAL PIC S9(9)V99 VALUE ZEROS.
       01  WS-RECON-TITLE-LINE.
           02  FILLER PIC X(40) VALUE
               "DAD'S CHECKBOOK - RECONCILIATION REPORT".
       01  WS-RECON-COL-HEADING.
           02  FILLER PIC X(13) VALUE "CHK-NUMBER".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(10) VALUE "DATE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(12) VALUE "MERCHANT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "AMOUNT".
           02  FILLER PIC X(7) VALUE "STATUS".
       01  WS-RECON-DETAIL-LINE.
           02  RC-NUMB PIC X(13).
           02  FILLER PIC X VALUE SPACE.
           02  RC-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  RC-MERCHANT PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  RC-AMOUNT PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  RC-STATUS PIC X(7).
       01  WS-RCRFL-STAT.
       77  WS-UTIL-CHOICE PIC X VALUE SPACE.
       77  WS-RCR-CHOICE PIC X VALUE SPACE.
       77  WS-RCR-MONTH PIC 99 VALUE ZEROS.
       77  WS-RCR-YEAR PIC 9(4) VALUE ZEROS.
       77  WS-RCR-DAY PIC 99 VALUE ZEROS.
       77  WS-RCR-USE-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-RCR-AMT-ED PIC ZZZZZZZ9.99 VALUE ZEROS.
       77  WS-RCR-POSTED PIC 99 VALUE ZEROS.
       01  WS-RCR-POSTED-MSG.
           02  WS-RCR-POSTED-CNT PIC Z9.
           02  RECUR-ENTRY OCCURS MAX-RECUR-TMPLS TIMES.
               03  RT-MERCHANT PIC X(12).
               03  RT-ITEM PIC X(22).
               03  RT-AMOUNT PIC S9(7)V99.
               03  RT-DUE-DAY PIC 99.
               03  RT-TRANTYPE PIC X.
               03  RT-CATEGORY PIC X(4).
       77  RECUR-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  RT-IDX PIC 9(4) COMP VALUE ZEROS.
       77  WS-BOOK-BALANCE PIC S9(9)V99 VALUE ZEROS.
       77  WS-FC-DAYS PIC 999 VALUE ZEROS.
       77  WS-FC-D PIC 999 VALUE ZEROS.
       77  WS-FC-BAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-FC-NEG PIC 9(4) COMP VALUE ZEROS.
       01  WS-FC-DATE.
           02  WS-FC-YY PIC 9(4) VALUE ZEROS.
           02  WS-FC-MM PIC 99 VALUE ZEROS.
           02  WS-FC-DD PIC 99 VALUE ZEROS.
       01  WS-ACCEPT-DATE.
           02  WS-ACC-YY PIC 9(4) VALUE ZEROS.
           02  WS-ACC-MM PIC 99 VALUE ZEROS.
           02  WS-ACC-DD PIC 99 VALUE ZEROS.
       01  WS-FC-TITLE-LINE.
           02  FILLER PIC X(36) VALUE
               "DAD'S CHECKBOOK - CASH-FLOW FORECAST".
       01  WS-FC-COL-HEADING.
           02  FILLER PIC X(10) VALUE "DATE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(12) VALUE "MERCHANT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "       AMOUNT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "    PROJECTED".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(12) VALUE "FLAG".
       01  WS-FC-DETAIL-LINE.
           02  FC-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  FC-MERCHANT PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  FC-AMOUNT PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  FC-BAL PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  FC-FLAG PIC X(12).
       01  WS-FC-NEG-MSG.
       77  WS-IMP-MATCHED PIC 999 VALUE ZEROS.
       77  WS-IMP-EXCEPT PIC 999 VALUE ZEROS.
       77  WS-IMP-ROW PIC 9(4) COMP VALUE ZERO.
       77  WS-IMP-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-IMP-REASON PIC X(15) VALUE SPACES.
       01  WS-IMP-TITLE-LINE.
           02  FILLER PIC X(45) VALUE
       01  WS-IMP-COL-HEADING.
           02  FILLER PIC X(10) VALUE "STMT-NUMB".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(10) VALUE "DATE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "     BANK-AMT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "     BOOK-AMT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(15) VALUE "REASON".
       01  WS-IMP-DETAIL-LINE.
           02  IM-NUMB PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  IM-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  IM-BANK-AMT PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  IM-BOOK-AMT PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  IM-REASON PIC X(15).
       01  WS-IMP-COUNT-LINE.
           02  CATEGORY-ENTRY OCCURS MAX-CATEGORIES TIMES.
               03  CT-CODE PIC X(4).
               03  CT-DESC PIC X(20).
               03  CT-BUDGET PIC S9(7)V99.
               03  CT-DEDUCT PIC X.
               03  CT-TAX-LINE PIC X(12).
               03  CT-MONTH-ACTUAL PIC S9(9)V99 OCCURS 12 TIMES.
       77  CATEGORY-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  CT-IDX PIC 9(4) COMP VALUE ZEROS.
       77  CT-CLR-IDX PIC 9(4) COMP VALUE ZEROS.
       77  WS-CAT-FULL-WARNED PIC X VALUE "N".
       77  WS-BUDGET-YEAR PIC 9(4) VALUE ZEROS.
       77  WS-BGT-MONTH PIC 99 VALUE ZEROS.
       77  WS-BGT-BUD-TOT PIC S9(9)V99 VALUE ZEROS.
       77  WS-BGT-ACT-TOT PIC S9(9)V99 VALUE ZEROS.
       77  WS-BGT-VARIANCE PIC S9(9)V99 VALUE ZEROS.
       77  WS-BGT-ANNUAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-BGT-YTD-ACT PIC S9(9)V99 VALUE ZEROS.
       77  WS-BGT-YTD-M PIC 99 VALUE ZEROS.
       01  WS-BGT-TITLE-LINE.
           02  FILLER PIC X(26) VALUE
               "BUDGET VS ACTUAL REPORT - ".
           02  BT-YEAR PIC 9(4).
       01  WS-BGT-COL-HEADING.
           02  FILLER PIC X(4) VALUE "CODE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(20) VALUE "DESCRIPTION".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "       BUDGET".
           02  FILLER PIC X(13) VALUE "       ACTUAL".
           02  FILLER PIC X(13) VALUE "     VARIANCE".
      ***********************************************************
      *        Tax deduction schedule work areas.  A category
      *        whose CAT-DEDUCT is "Y" is deductible, and its
      *        CAT-TAX-LINE names the return line it is totalled
      *        under.  TAXSCHED.PRN scans one tax year across the
      *        live file and that year's archive for every
      *        account, totals each tax line, and lists the items
      *        behind each total with the first line of any note.
      *        A loan payment (CKBK-IDCODE set) counts only its
      *        interest, CKBK-AMOUNT less CKBK-DOLLARS, as in
      *        086-PRINT-LOAN-REPORT.
      ***********************************************************
       78  MAX-TAX-LINES  VALUE IS 20.
       78  MAX-TAX-ITEMS  VALUE IS 600.
       01  TAX-LINE-TABLE.
           02  TAX-LINE-ENTRY OCCURS MAX-TAX-LINES TIMES.
               03  TL-LINE PIC X(12).
               03  TL-TOTAL PIC S9(9)V99.
       77  TAX-LINE-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  TL-IDX PIC 9(4) COMP VALUE ZEROS.
       01  TAX-ITEM-TABLE.
           02  TAX-ITEM-ENTRY OCCURS MAX-TAX-ITEMS TIMES.
               03  TI-LINE PIC 9(4) COMP.
               03  TI-ACCT PIC 9(4) COMP.
               03  TI-NUMB PIC X(10).
               03  TI-DATE PIC X(10).
               03  TI-MERCHANT PIC X(12).
               03  TI-CATEGORY PIC X(4).
               03  TI-AMOUNT PIC S9(7)V99.
               03  TI-NOTE PIC X(60).
       77  TAX-ITEM-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  TI-IDX PIC 9(4) COMP VALUE ZEROS.
       77  WS-TAX-FIRST-ITEM PIC 9(4) COMP VALUE ZEROS.
       77  WS-TAX-DROPPED PIC 9(4) VALUE ZEROS.
       77  WS-TAX-YEAR PIC 9(4) VALUE ZEROS.
       77  WS-TAX-A PIC 9(4) COMP VALUE ZEROS.
       77  WS-TAX-LAST-A PIC 9(4) COMP VALUE ZEROS.
       77  WS-TAX-SEL PIC 9(4) VALUE ZEROS.
       77  WS-TAX-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-TAX-GRAND PIC S9(9)V99 VALUE ZEROS.
       77  WS-TAX-KEY PIC X(12) VALUE SPACES.
       77  WS-TAX-SAVE-DRIVE PIC XX VALUE SPACES.
       77  WS-TAX-SAVE-DIR PIC X(7) VALUE SPACES.
       77  WS-TAX-SAVE-ID PIC X(12) VALUE SPACES.
      * A live or archived row, copied out of CKBK-REC or ARCH-REC
      * (the two share a layout) so one routine judges both.
       01  WS-TAX-ROW.
           02  TX-NUMB PIC X(10).
           02  TX-DATE.
               03  TX-YEAR PIC 9(4).
               03  TX-MONTH PIC 99.
               03  TX-DAY PIC 99.
           02  TX-MERCHANT PIC X(12).
           02  TX-ITEM.
               03  FILLER PIC X(14).
               03  TX-DOLLARS PIC 9(4).
               03  FILLER PIC X(3).
               03  TX-IDCODE PIC X.
           02  TX-AMOUNT PIC S9(7)V99.
           02  TX-STATUS PIC X.
           02  TX-TRANTYPE PIC X.
           02  TX-CATEGORY PIC X(4).
           02  TX-PRINTED PIC X.
           02  TX-SPLIT PIC X.
       01  WS-TAX-TITLE-LINE.
           02  FILLER PIC X(46) VALUE
               "DAD'S CHECKBOOK - TAX DEDUCTION SCHEDULE FOR ".
           02  TT-YEAR PIC 9(4).
       01  WS-TAX-HEAD-LINE.
           02  FILLER PIC X(10) VALUE "TAX LINE: ".
           02  TH-LINE PIC X(12).
       01  WS-TAX-COL-HEADING.
           02  FILLER PIC X(10) VALUE "CHK-NUMBER".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(10) VALUE "DATE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(12) VALUE "PAYEE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(20) VALUE "ACCOUNT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(4) VALUE "CODE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "       AMOUNT".
       01  WS-TAX-DETAIL-LINE.
           02  TD-NUMB PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  TD-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  TD-MERCHANT PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  TD-ACCOUNT PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  TD-CATEGORY PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  TD-AMOUNT PIC ZZZZZZZ9.99CR.
       01  WS-TAX-TOTAL-LINE.
           02  FILLER PIC X(11) VALUE SPACES.
           02  FILLER PIC X(10) VALUE "TOTAL FOR ".
           02  TS-LINE PIC X(12).
           02  FILLER PIC X(26) VALUE SPACES.
           02  TS-AMOUNT PIC ZZZZZZZZZ9.99CR.
       01  WS-TAX-DROP-LINE.
           02  FILLER PIC X(6) VALUE "  *** ".
           02  TP-COUNT PIC ZZZ9.
           02  FILLER PIC X(45) VALUE
               " MORE ITEMS COUNTED IN THE TOTALS, NOT LISTED".
      ***********************************************************
      *        Register export work areas.  An export writes one
      *        account's rows for a date range, archived years
      *        included, to two files in the account's own
      *        directory named after its file-id: a comma-
      *        delimited .CSV for spreadsheets (every row, one
      *        line each, with a heading line) and a .QIF for
      *        personal-finance packages (one transaction per
      *        balance-moving row, split details as QIF split
      *        lines under their parent).  The batch run leaves
      *        each account's current month behind the same way.
      ***********************************************************
       01  WS-EXPFL-STAT.
           02  WS-EXPSTAT1 PIC X VALUE SPACES.
           02  WS-EXPSTAT2 PIC X VALUE SPACES.
       01  WS-QIFFL-STAT.
           02  WS-QIFSTAT1 PIC X VALUE SPACES.
           02  WS-QIFSTAT2 PIC X VALUE SPACES.
       01  WS-EXPORT-FILE-NAME.
           02  WS-EXPORT-DRIVE PIC XX.
           02  WS-EXPORT-DIR PIC X(7).
           02  WS-EXPORT-ID PIC X(12).
       01  WS-QIF-FILE-NAME.
           02  WS-QIF-DRIVE PIC XX.
           02  WS-QIF-DIR PIC X(7).
           02  WS-QIF-ID PIC X(12).
       77  WS-EXP-DOT-POS PIC 99 VALUE ZERO.
       77  WS-EXP-OK PIC X VALUE "N".
       77  WS-EXP-SEL PIC 9(4) VALUE ZEROS.
       77  WS-EXP-FROM PIC 9(8) VALUE ZEROS.
       77  WS-EXP-TO PIC 9(8) VALUE ZEROS.
       77  WS-EXP-SEQ PIC 9(8) VALUE ZEROS.
       77  WS-EXP-YEAR PIC 9(4) VALUE ZEROS.
       77  WS-EXP-TO-YEAR PIC 9(4) VALUE ZEROS.
       77  WS-EXP-ROWS PIC 9(5) VALUE ZEROS.
       77  WS-EXP-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-EXP-AMT-ED PIC -(8)9.99.
       77  WS-EXP-QUOTE PIC X VALUE "N".
       77  WS-EXP-TAG PIC X VALUE SPACE.
       77  WS-EXP-FIELD PIC X(120) VALUE SPACES.
       77  WS-EXP-FIRST PIC 9(4) COMP VALUE ZEROS.
       77  WS-EXP-LAST PIC 9(4) COMP VALUE ZEROS.
       77  WS-EXP-LEN PIC 9(4) COMP VALUE ZEROS.
       77  WS-EXP-LINE PIC X(250) VALUE SPACES.
       77  WS-EXP-POS PIC 9(4) COMP VALUE ZEROS.
       77  WS-EXP-TEXT PIC X(120) VALUE SPACES.
       77  WS-EXP-TPOS PIC 9(4) COMP VALUE ZEROS.
       77  WS-EXP-SEP PIC X(3) VALUE SPACES.
       77  WS-EXP-NOTE PIC X(120) VALUE SPACES.
       77  WS-EXP-CAT-DESC PIC X(20) VALUE SPACES.
       77  WS-EXP-QIF-OPEN PIC X VALUE "N".
       77  WS-EXP-PREV-NUMB PIC X(10) VALUE SPACES.
       77  WS-EXP-PREV-DATE PIC 9(8) VALUE ZEROS.
       77  WS-EXP-SAVE-DRIVE PIC XX VALUE SPACES.
       77  WS-EXP-SAVE-DIR PIC X(7) VALUE SPACES.
       77  WS-EXP-SAVE-ID PIC X(12) VALUE SPACES.
      * A live or archived row, copied out of CKBK-REC or ARCH-REC.
       01  WS-EXP-ROW.
           02  XR-NUMB PIC X(10).
           02  XR-DATE.
               03  XR-YEAR PIC 9(4).
               03  XR-MONTH PIC 99.
               03  XR-DAY PIC 99.
           02  XR-MERCHANT PIC X(12).
           02  XR-ITEM PIC X(22).
           02  XR-AMOUNT PIC S9(7)V99.
           02  XR-STATUS PIC X.
           02  XR-TRANTYPE PIC X.
           02  XR-CATEGORY PIC X(4).
           02  XR-PRINTED PIC X.
           02  XR-SPLIT PIC X.
      * The notes file belonging to whichever file is being read.
       01  EXP-NOTE-TABLE.
           02  EXP-NOTE-ENTRY OCCURS MAX-NOTE-LINES TIMES.
               03  XN-NUMB PIC X(10).
               03  XN-DATE PIC X(10).
               03  XN-MERCHANT PIC X(12).
               03  XN-TEXT PIC X(60).
       77  EXP-NOTE-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  XN-IDX PIC 9(4) COMP VALUE ZEROS.
       01  WS-EXP-HEADING.
           02  FILLER PIC X(40) VALUE
               "NUMBER,DATE,MERCHANT,ITEM,AMOUNT,CATEGOR".
           02  FILLER PIC X(40) VALUE
               "Y,CATEGORY DESC,STATUS,SPLIT,NOTE       ".
       01  WS-EXP-QIF-DATE.
           02  QD-MONTH PIC 99.
           02  FILLER PIC X VALUE "/".
           02  QD-DAY PIC 99.
           02  FILLER PIC X VALUE "/".
           02  QD-YEAR PIC 9(4).
       01  WS-EXP-DONE-MSG.
           02  ED-ROWS PIC ZZZZ9.
           02  FILLER PIC X(9) VALUE " ROWS TO ".
           02  ED-NAME PIC X(12).
           02  FILLER PIC X(9) VALUE " AND .QIF".
      ***********************************************************
      *        Positive pay.  Each check printed for an account
      *        with bank numbers on ACCOUNT.LST is logged as an
      *        issue in C:\CHECK\PPISSUE.LOG; voiding a printed
      *        check logs a void, and un-voiding or reprinting
      *        it with a new amount, date or payee logs a void
      *        of the old issue and a fresh one.  The log is
      *        only ever appended to.  A transmit builds the
      *        bank's file, PPnnnnn.TXT for batch nnnnn, from
      *        every log record after the last one sent, and
      *        notes the batch and its record range in
      *        PPXMIT.LOG - so nothing goes twice and nothing is
      *        skipped, and any batch can be rebuilt.
      ***********************************************************
       01  WS-PPYFL-STAT.
           02  WS-PPYSTAT1 PIC X VALUE SPACES.
           02  WS-PPYSTAT2 PIC X VALUE SPACES.
       01  WS-BNKFL-STAT.
           02  WS-BNKSTAT1 PIC X VALUE SPACES.
           02  WS-BNKSTAT2 PIC X VALUE SPACES.
       01  WS-XMTFL-STAT.
           02  WS-XMTSTAT1 PIC X VALUE SPACES.
           02  WS-XMTSTAT2 PIC X VALUE SPACES.
       01  WS-PPAY-FILE-NAME.
           02  WS-PPAY-DRIVE PIC XX VALUE "C:".
           02  WS-PPAY-DIR PIC X(7) VALUE "\CHECK\".
           02  WS-PPAY-ID PIC X(12) VALUE "PPISSUE.LOG ".
       01  WS-BANK-FILE-NAME.
           02  WS-BANK-DRIVE PIC XX VALUE "C:".
           02  WS-BANK-DIR PIC X(7) VALUE "\CHECK\".
           02  WS-BANK-ID.
               03  FILLER PIC XX VALUE "PP".
               03  WS-BANK-BATCH PIC 9(5) VALUE ZEROS.
               03  FILLER PIC X(5) VALUE ".TXT ".
       01  WS-XMIT-FILE-NAME.
           02  WS-XMIT-DRIVE PIC XX VALUE "C:".
           02  WS-XMIT-DIR PIC X(7) VALUE "\CHECK\".
           02  WS-XMIT-ID PIC X(12) VALUE "PPXMIT.LOG  ".
       77  WS-PP-ROW PIC 9(4) COMP VALUE ZEROS.
       77  WS-PP-ENROLLED PIC X VALUE "N".
       77  WS-PP-FOUND PIC X VALUE "N".
       77  WS-PP-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-PP-CHOICE PIC X VALUE SPACE.
       77  WS-PP-SEQ PIC 9(7) VALUE ZEROS.
       77  WS-PP-FROM-SEQ PIC 9(7) VALUE ZEROS.
       77  WS-PP-TO-SEQ PIC 9(7) VALUE ZEROS.
       77  WS-PP-HIGH-SEQ PIC 9(7) VALUE ZEROS.
       77  WS-PP-LAST-BATCH PIC 9(5) VALUE ZEROS.
       77  WS-PP-BATCH PIC 9(5) VALUE ZEROS.
       77  WS-PP-COUNT PIC 9(6) VALUE ZEROS.
       77  WS-PP-TOTAL PIC 9(10)V99 VALUE ZEROS.
       77  WS-PP-KIND PIC X(6) VALUE SPACES.
      * The issue a check would get now, the last record logged
      * for that check, and the record about to be appended.
       01  WS-PP-NEW.
           02  PN-TYPE PIC X.
           02  PN-BODY.
               03  PN-ROUTING PIC X(9).
               03  PN-ACCOUNT PIC X(15).
               03  PN-CHECK PIC 9(10).
               03  PN-ISSUE-DATE.
                   04  PN-ISS-YEAR PIC 9(4).
                   04  PN-ISS-MONTH PIC 99.
                   04  PN-ISS-DAY PIC 99.
               03  PN-AMOUNT PIC 9(8)V99.
               03  PN-PAYEE PIC X(40).
       01  WS-PP-LAST.
           02  PL-TYPE PIC X.
           02  PL-BODY PIC X(92).
       01  WS-PP-OUT.
           02  PO-TYPE PIC X.
           02  PO-BODY PIC X(92).
       01  WS-PP-HEADER.
           02  FILLER PIC X VALUE "H".
           02  PH-DATE PIC 9(8).
           02  PH-TIME PIC 9(6).
           02  PH-BATCH PIC 9(5).
           02  FILLER PIC X(73) VALUE SPACES.
       01  WS-PP-TRAILER.
           02  FILLER PIC X VALUE "T".
           02  PT-COUNT PIC 9(6).
           02  PT-TOTAL PIC 9(10)V99.
           02  FILLER PIC X(74) VALUE SPACES.
       01  WS-PP-DONE-MSG.
           02  FILLER PIC X(6) VALUE "BATCH ".
           02  PPD-BATCH PIC 9(5).
           02  FILLER PIC X VALUE ":".
           02  PPD-COUNT PIC ZZZZZ9.
           02  FILLER PIC X(10) VALUE " RECORDS, ".
           02  PPD-NAME PIC X(12).
      ***********************************************************
      *        Control totals.  Every save writes the account's
      *        row count, net amount (credits less debits over
      *        every row) and a hash total of its check numbers
      *        to a like-named .CTL file, with the save date,
      *        time and operator.  021-SIZE-CHECK recomputes
      *        them as it counts the file and 035-VERIFY-CONTROL
      *        compares.  They are kept beside the .DAT rather
      *        than inside it, so every reader of the register
      *        still sees only rows, and a .DAT put back from
      *        the wrong .BAK cannot bring matching totals with
      *        it.
      ***********************************************************
       01  WS-CTLFL-STAT.
           02  WS-CTLSTAT1 PIC X VALUE SPACES.
           02  WS-CTLSTAT2 PIC X VALUE SPACES.
       01  WS-CTL-NAME.
           02  WS-CTL-DRIVE PIC XX.
           02  WS-CTL-DIR PIC X(7).
           02  WS-CTL-ID PIC X(12).
       77  WS-CTL-DOT-POS PIC 99 VALUE ZERO.
       77  WS-CTL-OK PIC X VALUE "N".
       77  WS-CTL-ROWS PIC 9(7) VALUE ZERO.
       77  WS-CTL-NET PIC S9(11)V99 VALUE ZERO.
       77  WS-CTL-HASH PIC 9(15) VALUE ZERO.
      * O - totals agree, N - no totals on file, B - break.
       77  WS-CTL-RESULT PIC X VALUE SPACE.
       77  WS-CTL-BREAK PIC X VALUE "N".
      * Rows on file over MAX-ROW-AMOUNT, counted by 021.
       77  WS-BIG-ROWS PIC 9(5) VALUE ZERO.
       77  WS-BIG-ROWS-SHOW PIC ZZZZ9.
       01  WS-CTL-SHOW-LINE.
           02  CS-LABEL PIC X(7).
           02  FILLER PIC X(6) VALUE " ROWS ".
           02  CS-ROWS PIC Z(6)9.
           02  FILLER PIC X(5) VALUE " NET ".
           02  CS-NET PIC -(11)9.99.
           02  FILLER PIC X(6) VALUE " HASH ".
           02  CS-HASH PIC Z(14)9.
       01  WS-CTL-SAVED-LINE.
           02  FILLER PIC X(9) VALUE "SAVED ON ".
           02  CS-DAY PIC 99.
           02  FILLER PIC X VALUE "-".
           02  CS-MONTH PIC 99.
           02  FILLER PIC X VALUE "-".
           02  CS-YEAR PIC 9(4).
           02  FILLER PIC X(4) VALUE " AT ".
           02  CS-HH PIC 99.
           02  FILLER PIC X VALUE ":".
           02  CS-MM PIC 99.
           02  FILLER PIC X VALUE ":".
           02  CS-SS PIC 99.
           02  FILLER PIC X(4) VALUE " BY ".
           02  CS-OPR PIC X(3).
      ***********************************************************
      *        Proof of the books.  105-PROVE-BOOKS walks each
      *        account's .ARC years oldest first, recomputing
      *        every year's closing balance from its rows with
      *        the 030-BALANCE-CHECK rules, and checks each
      *        year's *OPENBAL* against the year before, the
      *        last closing against ACCT-OPEN-BAL, and the live
      *        file against its control totals.  Every break is
      *        printed to PROOF.PRN.
      ***********************************************************
       78  MAX-PB-YEARS VALUE IS 100.
       01  PB-YEAR-TABLE.
           02  PB-YEAR-ENTRY OCCURS MAX-PB-YEARS TIMES.
               03  PB-YEAR PIC 9(4).
               03  PB-HAS-OPEN PIC X.
               03  PB-OPEN PIC S9(9)V99.
               03  PB-NET PIC S9(9)V99.
               03  PB-STRAY PIC 9(5).
       01  PB-YEAR-SWAP.
           02  FILLER PIC 9(4).
           02  FILLER PIC X.
           02  FILLER PIC S9(9)V99.
           02  FILLER PIC S9(9)V99.
           02  FILLER PIC 9(5).
       77  PB-YEAR-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  PB-I PIC 9(4) COMP VALUE ZEROS.
       77  WS-PB-A PIC 9(4) COMP VALUE ZEROS.
       77  WS-PB-YY PIC 9(4) VALUE ZEROS.
       77  WS-PB-SWAPPED PIC X VALUE "N".
       77  WS-PB-BREAKS PIC 9(5) VALUE ZEROS.
       77  WS-PB-CLOSE PIC S9(9)V99 VALUE ZEROS.
       77  WS-PB-LAST-FY PIC 9(4) VALUE ZEROS.
       77  WS-PB-SAVE-DRIVE PIC XX VALUE SPACES.
       77  WS-PB-SAVE-DIR PIC X(7) VALUE SPACES.
       77  WS-PB-SAVE-ID PIC X(12) VALUE SPACES.
      * One row, arch or live, as 107A-PB-EFFECT sees it.
       77  WS-PB-NUMB PIC X(10) VALUE SPACES.
       77  WS-PB-DATE PIC 9(8) VALUE ZEROS.
       77  WS-PB-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-PB-STATUS PIC X VALUE SPACE.
       77  WS-PB-SPLIT PIC X VALUE SPACE.
       77  WS-PB-TYPE PIC X VALUE SPACE.
       77  WS-PB-PREV-NUMB PIC X(10) VALUE SPACES.
       77  WS-PB-PREV-DATE PIC 9(8) VALUE ZEROS.
       77  WS-PB-EFFECT PIC S9(9)V99 VALUE ZEROS.
       01  WS-PB-TITLE-LINE.
           02  FILLER PIC X(38) VALUE
               "DAD'S CHECKBOOK - PROOF OF THE BOOKS".
       01  WS-PB-COL-HEADING.
           02  FILLER PIC X(8) VALUE "  YEAR".
           02  FILLER PIC X(14) VALUE "      OPENING".
           02  FILLER PIC X(14) VALUE "   NET CHANGE".
           02  FILLER PIC X(14) VALUE "      CLOSING".
       01  WS-PB-ACCT-LINE.
           02  FILLER PIC X(9) VALUE "ACCOUNT: ".
           02  PB-ACCT-NAME PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  PB-ACCT-FILE PIC X(12).
       01  WS-PB-DETAIL-LINE.
           02  FILLER PIC XX.
           02  PB-D-YEAR PIC X(4).
           02  FILLER PIC XX.
           02  PB-D-OPEN PIC ZZZZZZZZ9.99CR.
           02  PB-D-NET PIC ZZZZZZZZ9.99CR.
           02  PB-D-CLOSE PIC ZZZZZZZZ9.99CR.
       01  WS-PB-BREAK-LINE.
           02  FILLER PIC X(8) VALUE "  *** ".
           02  PB-B-TEXT PIC X(60).
       01  WS-PB-BREAK-AMT-LINE.
           02  FILLER PIC X(8) VALUE "  *** ".
           02  PB-BA-TEXT PIC X(30).
           02  PB-BA-AMT1 PIC ZZZZZZZZ9.99CR.
           02  FILLER PIC X(4) VALUE " VS ".
           02  PB-BA-AMT2 PIC ZZZZZZZZ9.99CR.
       01  WS-PB-END-LINE.
           02  FILLER PIC X(14) VALUE "BREAKS FOUND: ".
           02  PB-END-COUNT PIC ZZZZ9.
       01  WS-PB-DONE-MSG.
           02  FILLER PIC X(30) VALUE
               "PROOF PRINTED TO PROOF.PRN -  ".
           02  PB-DONE-COUNT PIC ZZZZ9.
           02  FILLER PIC X(7) VALUE " BREAKS".
      ***********************************************************
      *        Account-in-use lock.  While an account is open for
      *        change its like-named .LCK file holds the
      *        operator, date and time it was opened and whether
      *        by a person (EDIT) or the batch run (BATCH).  A
      *        second operator may open it read-only or stay
      *        out; the batch run skips it.  A supervisor (level
      *        S on OPERATOR.LST) may release a lock left by a
      *        crashed PC - journaled as UNLOCK.
      ***********************************************************
       01  WS-LCKFL-STAT.
           02  WS-LCKSTAT1 PIC X VALUE SPACES.
           02  WS-LCKSTAT2 PIC X VALUE SPACES.
       01  WS-LOCK-NAME.
           02  WS-LOCK-DRIVE PIC XX.
           02  WS-LOCK-DIR PIC X(7).
           02  WS-LOCK-ID PIC X(12).
       77  WS-LOCK-DOT-POS PIC 99 VALUE ZERO.
       77  WS-LOCK-OK PIC X VALUE "N".
       77  WS-LOCK-FOUND PIC X VALUE "N".
      * "Y" while this session holds the open account's lock.
       77  WS-LOCK-HELD PIC X VALUE "N".
      * T - taken (or none needed), R - opened read-only because
      * another holds it, X - stayed out.
       77  WS-LOCK-STATE PIC X VALUE "T".
       77  WS-LOCK-CHOICE PIC X VALUE SPACE.
       77  WS-LOCK-LOST PIC X VALUE "N".
       77  WS-OPR-SUPER PIC X VALUE "N".
       01  WS-LOCK-MINE.
           02  LM-OPR PIC X(3).
           02  LM-DATE PIC 9(8).
           02  LM-TIME PIC 9(6).
       01  WS-LOCK-HOLDER-LINE.
           02  FILLER PIC X(10) VALUE "IN USE BY ".
           02  LH-OPR PIC X(3).
           02  FILLER PIC X(7) VALUE " SINCE ".
           02  LH-DAY PIC 99.
           02  FILLER PIC X VALUE "-".
           02  LH-MONTH PIC 99.
           02  FILLER PIC X VALUE "-".
           02  LH-YEAR PIC 9(4).
           02  FILLER PIC X(4) VALUE " AT ".
           02  LH-HH PIC 99.
           02  FILLER PIC X VALUE ":".
           02  LH-MM PIC 99.
           02  FILLER PIC X VALUE ":".
           02  LH-SS PIC 99.
           02  FILLER PIC XX VALUE " (".
           02  LH-MODE PIC X(5).
           02  FILLER PIC X VALUE ")".
       01  WS-LOCK-XFER-MSG.
           02  FILLER PIC X(15) VALUE "DEST IN USE BY ".
           02  LX-OPR PIC X(3).
           02  FILLER PIC X(19) VALUE " - XFER NOT POSTED".
       01  WS-LOCK-LOST-MSG.
           02  FILLER PIC X(15) VALUE "LOCK TAKEN BY ".
           02  LL-OPR PIC X(3).
           02  FILLER PIC X(13) VALUE " - NOT SAVED".
      ***********************************************************
      *        Net worth.  HOLDINGS.LST in C:\CHECK\ is the
      *        maintained master of what the bank accounts do not
      *        show - the house, the cars, the brokerage and
      *        retirement accounts, the mortgage and the loans -
      *        each with its type, current value and the date
      *        that value was set.  NETWORTH.PRN adds them to
      *        every account's book balance, and each run appends
      *        a dated snapshot to NETWORTH.HST so the report can
      *        show the change since the last quarter-end and the
      *        last year-end.
      ***********************************************************
       01  WS-HLDFL-STAT.
           02  WS-HLDSTAT1 PIC X VALUE SPACES.
           02  WS-HLDSTAT2 PIC X VALUE SPACES.
       01  WS-HOLD-FILE-NAME.
           02  WS-HLD-DRIVE PIC XX VALUE "C:".
           02  WS-HLD-DIR PIC X(7) VALUE "\CHECK\".
           02  WS-HLD-ID PIC X(12) VALUE "HOLDINGS.LST".
       01  WS-SNPFL-STAT.
           02  WS-SNPSTAT1 PIC X VALUE SPACES.
           02  WS-SNPSTAT2 PIC X VALUE SPACES.
       01  WS-SNAP-FILE-NAME.
           02  WS-SNP-DRIVE PIC XX VALUE "C:".
           02  WS-SNP-DIR PIC X(7) VALUE "\CHECK\".
           02  WS-SNP-ID PIC X(12) VALUE "NETWORTH.HST".
       78  MAX-HOLDINGS  VALUE IS 40.
       01  HOLDING-TABLE.
           02  HOLDING-ENTRY OCCURS MAX-HOLDINGS TIMES.
               03  HL-DESC PIC X(30).
               03  HL-TYPE PIC X.
               03  HL-VALUE PIC S9(9)V99.
               03  HL-VAL-DATE PIC 9(8).
       77  HOLDING-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  HL-IDX PIC 9(4) COMP VALUE ZEROS.
      * Holding types.  M, L and D are owed; the rest are owned.
       78  MAX-HL-TYPES  VALUE IS 8.
       01  WS-HL-TYPES.
           02  FILLER PIC X(13) VALUE "HREAL ESTATE ".
           02  FILLER PIC X(13) VALUE "VVEHICLE     ".
           02  FILLER PIC X(13) VALUE "BBROKERAGE   ".
           02  FILLER PIC X(13) VALUE "RRETIREMENT  ".
           02  FILLER PIC X(13) VALUE "OOTHER ASSET ".
           02  FILLER PIC X(13) VALUE "MMORTGAGE    ".
           02  FILLER PIC X(13) VALUE "LLOAN        ".
           02  FILLER PIC X(13) VALUE "DOTHER DEBT  ".
       01  WS-HL-TYPE-TBL REDEFINES WS-HL-TYPES.
           02  HT-ENTRY OCCURS MAX-HL-TYPES TIMES.
               03  HT-CODE PIC X.
               03  HT-NAME PIC X(12).
       77  HT-IDX PIC 9(4) COMP VALUE ZEROS.
       77  WS-HL-CODE PIC X VALUE SPACE.
       77  WS-HL-TYPE-NAME PIC X(12) VALUE SPACES.
       77  WS-HL-FOUND PIC X VALUE "N".
      * A - owned, L - owed.
       77  WS-HL-SIDE PIC X VALUE "A".
       77  WS-HL-CHOICE PIC X VALUE SPACE.
       77  WS-HL-SEL PIC 9(4) VALUE ZEROS.
       77  WS-HL-KEY-VALUE PIC 9(11) VALUE ZEROS.
       77  WS-HL-KEY-DATE PIC 9(8) VALUE ZEROS.
       01  WS-HL-LIST-LINE.
           02  HLL-ROW PIC Z9.
           02  FILLER PIC XX VALUE SPACES.
           02  HLL-DESC PIC X(30).
           02  FILLER PIC X VALUE SPACE.
           02  HLL-TYPE PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  HLL-VALUE PIC ZZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  HLL-DATE PIC X(10).
       77  WS-NW-A PIC 9(4) COMP VALUE ZEROS.
       77  WS-NW-BOOK PIC S9(9)V99 VALUE ZEROS.
       77  WS-NW-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-NW-PREV-NUMB PIC X(10) VALUE SPACES.
       77  WS-NW-PREV-DATE PIC X(8) VALUE SPACES.
       77  WS-NW-ASSETS PIC S9(11)V99 VALUE ZEROS.
       77  WS-NW-LIABS PIC S9(11)V99 VALUE ZEROS.
       77  WS-NW-NET PIC S9(11)V99 VALUE ZEROS.
       77  WS-NW-SAVE-DRIVE PIC XX VALUE SPACES.
       77  WS-NW-SAVE-DIR PIC X(7) VALUE SPACES.
       77  WS-NW-SAVE-ID PIC X(12) VALUE SPACES.
       77  WS-NW-TODAY PIC 9(8) VALUE ZEROS.
       77  WS-NW-MM PIC 99 VALUE ZEROS.
       77  WS-NW-QTR PIC 9 VALUE ZERO.
      * The last quarter-end and year-end before today, and the
      * latest snapshot taken on or before each.
       77  WS-NW-QTR-END PIC 9(8) VALUE ZEROS.
       77  WS-NW-YR-END PIC 9(8) VALUE ZEROS.
       01  WS-NW-SNAP-QTR.
           02  NQ-FOUND PIC X.
           02  NQ-DATE PIC 9(8).
           02  NQ-ASSETS PIC S9(11)V99.
           02  NQ-LIABS PIC S9(11)V99.
           02  NQ-NET PIC S9(11)V99.
       01  WS-NW-SNAP-YR.
           02  NY-FOUND PIC X.
           02  NY-DATE PIC 9(8).
           02  NY-ASSETS PIC S9(11)V99.
           02  NY-LIABS PIC S9(11)V99.
           02  NY-NET PIC S9(11)V99.
      * The snapshot 158C-PRINT-CHANGE is comparing against.
       01  WS-NW-SNAP-CMP.
           02  NC-FOUND PIC X.
           02  NC-DATE PIC 9(8).
           02  NC-ASSETS PIC S9(11)V99.
           02  NC-LIABS PIC S9(11)V99.
           02  NC-NET PIC S9(11)V99.
       77  WS-NW-CMP-END PIC 9(8) VALUE ZEROS.
       01  WS-NW-SHOW-DATE.
           02  WS-NW-SHOW-CCYY PIC 9(4).
           02  WS-NW-SHOW-MM PIC 99.
           02  WS-NW-SHOW-DD PIC 99.
       01  WS-NW-SHOW-N REDEFINES WS-NW-SHOW-DATE PIC 9(8).
       01  WS-NW-TITLE-LINE.
           02  FILLER PIC X(43) VALUE
               "DAD'S CHECKBOOK - NET WORTH STATEMENT AS OF".
           02  FILLER PIC X VALUE SPACE.
           02  NW-T-DATE PIC X(10).
       01  WS-NW-SECTION-LINE.
           02  NW-S-TEXT PIC X(40).
       01  WS-NW-DETAIL-LINE.
           02  FILLER PIC XX VALUE SPACES.
           02  NW-D-DESC PIC X(30).
           02  FILLER PIC X VALUE SPACE.
           02  NW-D-TYPE PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  NW-D-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  NW-D-VALUE PIC ZZZZZZZZZZ9.99CR.
       01  WS-NW-TOTAL-LINE.
           02  NW-T-TEXT PIC X(58).
           02  NW-T-VALUE PIC ZZZZZZZZZZ9.99CR.
       01  WS-NW-CHG-TITLE.
           02  NW-CT-TEXT PIC X(32).
           02  FILLER PIC X(13) VALUE "(SNAPSHOT OF ".
           02  NW-CT-DATE PIC X(10).
           02  FILLER PIC X VALUE ")".
       01  WS-NW-CHG-HEADING.
           02  FILLER PIC X(16) VALUE SPACES.
           02  FILLER PIC X(16) VALUE "            THEN".
           02  FILLER PIC X(16) VALUE "             NOW".
           02  FILLER PIC X(16) VALUE "          CHANGE".
       01  WS-NW-CHG-LINE.
           02  FILLER PIC XX VALUE SPACES.
           02  NW-C-LABEL PIC X(14).
           02  NW-C-THEN PIC ZZZZZZZZZZ9.99CR.
           02  NW-C-NOW PIC ZZZZZZZZZZ9.99CR.
           02  NW-C-CHG PIC ZZZZZZZZZZ9.99CR.
       01  WS-NW-NONE-LINE.
           02  FILLER PIC X(29) VALUE
               "  NO SNAPSHOT ON OR BEFORE   ".
           02  NW-N-DATE PIC X(10).
      ***********************************************************
      *        Reimbursable expenses.  Money fronted for an
      *        employer, an insurer or the FSA is marked on its
      *        register row (or split detail) with who owes it;
      *        REIMB.LST in C:\CHECK\ holds the marks for every
      *        account.  Marked rows are gathered into numbered
      *        claims on CLAIMS.LST with the date submitted, and
      *        the reimbursement deposit - keyed, or cleared by
      *        the statement import - is applied to its claim as
      *        full, partial or denied.  Marked rows stay out of
      *        the budget actuals; only what is denied comes back
      *        in as spending.
      ***********************************************************
       01  WS-RMBFL-STAT.
           02  WS-RMBSTAT1 PIC X VALUE SPACES.
           02  WS-RMBSTAT2 PIC X VALUE SPACES.
       01  WS-RMB-FILE-NAME.
           02  WS-RMB-DRIVE PIC XX VALUE "C:".
           02  WS-RMB-DIR PIC X(7) VALUE "\CHECK\".
           02  WS-RMB-ID PIC X(12) VALUE "REIMB.LST   ".
       01  WS-CLMFL-STAT.
           02  WS-CLMSTAT1 PIC X VALUE SPACES.
           02  WS-CLMSTAT2 PIC X VALUE SPACES.
       01  WS-CLM-FILE-NAME.
           02  WS-CLM-DRIVE PIC XX VALUE "C:".
           02  WS-CLM-DIR PIC X(7) VALUE "\CHECK\".
           02  WS-CLM-ID PIC X(12) VALUE "CLAIMS.LST  ".
       78  MAX-RMB-ITEMS  VALUE IS 200.
       01  RMB-TABLE.
           02  RMB-ENTRY OCCURS MAX-RMB-ITEMS TIMES.
               03  RI-KIND PIC X.
               03  RI-ACCT PIC X(12).
               03  RI-NUMB PIC X(10).
               03  RI-DATE PIC X(10).
               03  RI-MERCHANT PIC X(12).
               03  RI-AMOUNT PIC S9(7)V99.
               03  RI-CATEGORY PIC X(4).
               03  RI-PAYER PIC X(20).
               03  RI-CLAIM PIC 9(5).
               03  RI-DENIED PIC S9(7)V99.
               03  RI-OPR PIC X(3).
               03  RI-PICK PIC X.
       77  RMB-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  RI-IDX PIC 9(4) COMP VALUE ZEROS.
       78  MAX-CLAIMS  VALUE IS 100.
       01  CLAIM-TABLE.
           02  CLAIM-ENTRY OCCURS MAX-CLAIMS TIMES.
               03  CL-NUMB PIC 9(5).
               03  CL-PAYER PIC X(20).
               03  CL-SUBMITTED PIC 9(8).
               03  CL-AMOUNT PIC S9(7)V99.
               03  CL-PAID PIC S9(7)V99.
               03  CL-DENIED PIC S9(7)V99.
               03  CL-STATUS PIC X.
               03  CL-SETTLED PIC 9(8).
               03  CL-OPR PIC X(3).
       77  CLAIM-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  CL-IDX PIC 9(4) COMP VALUE ZEROS.
       77  WS-RMB-CHOICE PIC X VALUE SPACE.
       77  WS-RMB-SEL PIC 9(4) VALUE ZEROS.
      * The table entry 239A-FIND-ROW-ITEM found (zero if none)
      * and the claim entry 239B-FIND-CLAIM found.
       77  WS-RMB-HIT PIC 9(4) COMP VALUE ZEROS.
       77  WS-RMB-CL PIC 9(4) COMP VALUE ZEROS.
       77  WS-RMB-KIND PIC X VALUE SPACE.
       77  WS-RMB-NUMB PIC X(10) VALUE SPACES.
       77  WS-RMB-DATE PIC X(10) VALUE SPACES.
       77  WS-RMB-MERCHANT PIC X(12) VALUE SPACES.
       77  WS-RMB-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-RMB-PAYER PIC X(20) VALUE SPACES.
       77  WS-RMB-CLAIM-NO PIC 9(5) VALUE ZEROS.
       77  WS-RMB-NEXT-CLAIM PIC 9(5) VALUE ZEROS.
       77  WS-RMB-PICKED PIC 9(4) COMP VALUE ZEROS.
       77  WS-RMB-TOTAL PIC S9(9)V99 VALUE ZEROS.
       77  WS-RMB-OPEN PIC S9(7)V99 VALUE ZEROS.
       77  WS-RMB-SHARE PIC S9(7)V99 VALUE ZEROS.
       77  WS-RMB-SPREAD PIC S9(7)V99 VALUE ZEROS.
       77  WS-RMB-LEFT PIC 9(4) COMP VALUE ZEROS.
       77  WS-RMB-KEY-DATE PIC 9(8) VALUE ZEROS.
       77  WS-RMB-APPLIED PIC X VALUE "N".
      * Ageing: days from WS-AGE-FROM (CCYYMMDD) to today.
       01  WS-AGE-FROM-DATE.
           02  WS-AGE-CCYY PIC 9(4) VALUE ZEROS.
           02  WS-AGE-MM PIC 99 VALUE ZEROS.
           02  WS-AGE-DD PIC 99 VALUE ZEROS.
       01  WS-AGE-FROM REDEFINES WS-AGE-FROM-DATE PIC 9(8).
       77  WS-AGE-TODAY PIC 9(8) VALUE ZEROS.
       77  WS-AGE-DAYS PIC 9(5) VALUE ZEROS.
      * 238B-DAY-NUMBER: the date in, its day number out.
       01  WS-AGE-DN-DATE.
           02  WS-AGE-DN-CCYY PIC 9(4) VALUE ZEROS.
           02  WS-AGE-DN-MM PIC 99 VALUE ZEROS.
           02  WS-AGE-DN-DD PIC 99 VALUE ZEROS.
       77  WS-AGE-DN PIC 9(7) VALUE ZEROS.
       77  WS-AGE-DN-TODAY PIC 9(7) VALUE ZEROS.
       77  WS-AGE-DN-Y PIC 9(4) VALUE ZEROS.
       77  WS-AGE-DN-Q PIC 9(4) VALUE ZEROS.
       77  WS-AGE-DN-M PIC 99 VALUE ZEROS.
       01  WS-AGE-BUCKETS.
           02  WS-AGE-BUCKET OCCURS 5 TIMES.
               03  AB-COUNT PIC 9(4) COMP.
               03  AB-AMOUNT PIC S9(9)V99.
       77  AB-IDX PIC 9(4) COMP VALUE ZEROS.
       01  WS-RMB-LIST-LINE.
           02  RLL-ROW PIC ZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  RLL-PICK PIC X.
           02  FILLER PIC X VALUE SPACE.
           02  RLL-PAYER PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  RLL-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  RLL-MERCHANT PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  RLL-AMOUNT PIC ZZZZZZ9.99-.
       01  WS-CLM-LIST-LINE.
           02  CLL-NUMB PIC 9(5).
           02  FILLER PIC X VALUE SPACE.
           02  CLL-PAYER PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  CLL-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  CLL-AMOUNT PIC ZZZZZZ9.99-.
           02  FILLER PIC X VALUE SPACE.
           02  CLL-OPEN PIC ZZZZZZ9.99-.
       01  WS-CLM-TITLE-LINE.
           02  FILLER PIC X(45) VALUE
               "DAD'S CHECKBOOK - REIMBURSEMENT CLAIMS AS OF ".
           02  CLT-DATE PIC X(10).
       01  WS-CLM-SECTION-LINE.
           02  CLS-TEXT PIC X(60).
       01  WS-CLM-COL-HEADING.
           02  FILLER PIC X(6) VALUE "CLAIM ".
           02  FILLER PIC X(21) VALUE "OWED BY".
           02  FILLER PIC X(11) VALUE "SUBMITTED".
           02  FILLER PIC X(6) VALUE " DAYS ".
           02  FILLER PIC X(14) VALUE "       CLAIMED".
           02  FILLER PIC X(14) VALUE "          PAID".
           02  FILLER PIC X(14) VALUE "   OUTSTANDING".
       01  WS-CLM-DETAIL-LINE.
           02  CLD-NUMB PIC 9(5).
           02  FILLER PIC X VALUE SPACE.
           02  CLD-PAYER PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  CLD-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  CLD-DAYS PIC ZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  CLD-CLAIMED PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  CLD-PAID PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  CLD-OPEN PIC ZZZZZZZ9.99CR.
       01  WS-CLM-ITEM-LINE.
           02  FILLER PIC X(8) VALUE SPACES.
           02  CLI-ACCT PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  CLI-NUMB PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  CLI-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  CLI-MERCHANT PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  CLI-CATEGORY PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  CLI-AMOUNT PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  CLI-PAYER PIC X(20).
       01  WS-CLM-AGE-LINE.
           02  FILLER PIC XX VALUE SPACES.
           02  CLA-LABEL PIC X(20).
           02  CLA-COUNT PIC ZZZ9.
           02  FILLER PIC X(8) VALUE " CLAIMS ".
           02  CLA-AMOUNT PIC ZZZZZZZZ9.99CR.
       01  WS-CLM-AGE-LABELS.
           02  FILLER PIC X(20) VALUE "0 - 30 DAYS".
           02  FILLER PIC X(20) VALUE "31 - 60 DAYS".
           02  FILLER PIC X(20) VALUE "61 - 90 DAYS".
           02  FILLER PIC X(20) VALUE "91 - 180 DAYS".
           02  FILLER PIC X(20) VALUE "OVER 180 DAYS".
       01  WS-CLM-AGE-LABEL-TBL REDEFINES WS-CLM-AGE-LABELS.
           02  WS-CLM-AGE-LABEL PIC X(20) OCCURS 5 TIMES.
       01  WS-CLM-TOTAL-LINE.
           02  CLT-TEXT PIC X(72).
           02  CLT-AMOUNT PIC ZZZZZZZ9.99CR.
       01  WS-CLM-IMP-LINE.
           02  CLP-NUMB PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  CLP-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  CLP-AMOUNT PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X(15) VALUE SPACES.
           02  FILLER PIC X(22) VALUE "PAID IN FULL - CLAIM ".
           02  CLP-CLAIM PIC 9(5).
       01  WS-CLM-NEW-MSG.
           02  FILLER PIC X(6) VALUE "CLAIM ".
           02  CNM-NUMB PIC 9(5).
           02  FILLER PIC X(8) VALUE " FOR    ".
           02  CNM-AMOUNT PIC ZZZZZZ9.99.
           02  FILLER PIC X(8) VALUE " - SAVE?".
      ***********************************************************
      *        Void and reissue.  A check gone astray is voided
      *        with the reason, a replacement is posted under the
      *        next check number, and the bank's stop-payment fee
      *        can go in as its own service charge; each step is
      *        journaled.  REISSUE.LST in C:\CHECK\ links the old
      *        check to the new one for every account, so the
      *        check-number audit can show the pair (and any
      *        numbers deliberately passed over) instead of an
      *        unexplained gap.
      ***********************************************************
       01  WS-RISFL-STAT.
           02  WS-RISSTAT1 PIC X VALUE SPACES.
           02  WS-RISSTAT2 PIC X VALUE SPACES.
       01  WS-RIS-FILE-NAME.
           02  WS-RIS-DRIVE PIC XX VALUE "C:".
           02  WS-RIS-DIR PIC X(7) VALUE "\CHECK\".
           02  WS-RIS-ID PIC X(12) VALUE "REISSUE.LST ".
       78  MAX-RIS-LINKS  VALUE IS 200.
       01  RIS-TABLE.
           02  RIS-ENTRY OCCURS MAX-RIS-LINKS TIMES.
               03  RL-OLD PIC 9(10).
               03  RL-NEW PIC 9(10).
               03  RL-SKIP PIC 9(10).
       77  RIS-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  RL-IDX PIC 9(4) COMP VALUE ZEROS.
       77  WS-RIS-HIT PIC 9(4) COMP VALUE ZEROS.
       77  WS-RIS-OLD-ROW PIC 9(4) COMP VALUE ZEROS.
       77  WS-RIS-NEW-ROW PIC 9(4) COMP VALUE ZEROS.
       77  WS-RIS-NEED PIC 9(4) COMP VALUE ZEROS.
       77  WS-RIS-SCAN PIC 9(4) COMP VALUE ZEROS.
       77  WS-RIS-REASON PIC X(30) VALUE SPACES.
       77  WS-RIS-NEXT PIC 9(10) VALUE ZEROS.
       77  WS-RIS-KEY-NUM PIC 9(10) VALUE ZEROS.
       77  WS-RIS-NEW-NUM PIC 9(10) VALUE ZEROS.
       77  WS-RIS-SKIP-FROM PIC 9(10) VALUE ZEROS.
       77  WS-RIS-NUM-ED PIC Z(9)9.
       77  WS-RIS-POS PIC 99 VALUE ZERO.
       77  WS-RIS-INUSE PIC X VALUE "N".
       77  WS-RIS-KEY-DATE PIC 9(8) VALUE ZEROS.
       77  WS-RIS-KEY-FEE PIC 9(7) VALUE ZEROS.
       77  WS-RIS-FEE PIC S9(7)V99 VALUE ZEROS.
       77  WS-RIS-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-RIS-OLD-NUMB PIC X(10) VALUE SPACES.
       77  WS-RIS-OLD-DATE PIC X(10) VALUE SPACES.
       77  WS-RIS-NEW-NUMB PIC X(10) VALUE SPACES.
       77  WS-RIS-NEW-DATE PIC X(10) VALUE SPACES.
       01  WS-RIS-NEW-DATE-N.
           02  WS-RIS-NEW-CCYY PIC 9(4) VALUE ZEROS.
           02  WS-RIS-NEW-MM PIC 99 VALUE ZEROS.
           02  WS-RIS-NEW-DD PIC 99 VALUE ZEROS.
       01  WS-RIS-ASK-MSG.
           02  FILLER PIC X(5) VALUE "VOID ".
           02  RAM-OLD PIC X(10).
           02  FILLER PIC X(14) VALUE " - REISSUE AS ".
           02  RAM-NEW PIC X(10).
           02  FILLER PIC X(3) VALUE " ? ".
       01  WS-RIS-DONE-MSG.
           02  FILLER PIC X(12) VALUE "REISSUED AS ".
           02  RDM-NEW PIC X(10).
           02  FILLER PIC X(20) VALUE " - VOID AND LINK SET".
      *        Outstanding-check aging: every open check in every
      *        checking account, by days since the check date.
       77  WS-STL-A PIC 9(4) COMP VALUE ZEROS.
       77  WS-STL-PREV-NUMB PIC X(10) VALUE SPACES.
       77  WS-STL-PREV-DATE PIC X(8) VALUE SPACES.
       77  WS-STL-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-STL-LISTED PIC 9(4) COMP VALUE ZEROS.
       77  WS-STL-SAVE-DRIVE PIC XX VALUE SPACES.
       77  WS-STL-SAVE-DIR PIC X(7) VALUE SPACES.
       77  WS-STL-SAVE-ID PIC X(12) VALUE SPACES.
       01  WS-STL-GRAND.
           02  WS-STL-GRAND-BKT OCCURS 5 TIMES.
               03  GB-COUNT PIC 9(4) COMP.
               03  GB-AMOUNT PIC S9(9)V99.
       01  WS-STL-TITLE-LINE.
           02  FILLER PIC X(48) VALUE
               "DAD'S CHECKBOOK - OUTSTANDING CHECK AGING AS OF ".
           02  STT-DATE PIC X(10).
       01  WS-STL-ACCT-LINE.
           02  FILLER PIC X(9) VALUE "ACCOUNT: ".
           02  STA-NAME PIC X(20).
           02  FILLER PIC XX VALUE " (".
           02  STA-FILE PIC X(12).
           02  FILLER PIC X VALUE ")".
       01  WS-STL-COL-HEADING.
           02  FILLER PIC X(11) VALUE "CHECK NO.".
           02  FILLER PIC X(11) VALUE "DATE".
           02  FILLER PIC X(6) VALUE " DAYS ".
           02  FILLER PIC X(13) VALUE "PAYEE".
           02  FILLER PIC X(14) VALUE "        AMOUNT".
           02  FILLER PIC X(4) VALUE SPACES.
           02  FILLER PIC X(3) VALUE "AGE".
       01  WS-STL-DETAIL-LINE.
           02  STD-NUMB PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  STD-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  STD-DAYS PIC ZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  STD-PAYEE PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  STD-AMOUNT PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X(4) VALUE SPACES.
           02  STD-AGE PIC X(20).
           02  STD-FLAG PIC X(24).
       01  WS-STL-AGE-LINE.
           02  FILLER PIC XX VALUE SPACES.
           02  STG-LABEL PIC X(20).
           02  STG-COUNT PIC ZZZ9.
           02  FILLER PIC X(8) VALUE " CHECKS ".
           02  STG-AMOUNT PIC ZZZZZZZZ9.99CR.
      ***********************************************************
      *        MERCHANT.LST is the maintained merchant master:
      *        the canonical 12-character payee name, the default
       01  WS-ACCEPT-TIME.
           02  WS-ACCEPT-HHMMSS PIC 9(6).
           02  FILLER PIC 99.
       77  WS-JRN-FROM PIC 9(8) VALUE ZEROS.
       77  WS-JRN-TO PIC 9(8) VALUE ZEROS.
       01  WS-JRN-TITLE-LINE.
           02  FILLER PIC X(32) VALUE
               "DAD'S CHECKBOOK - CHANGE JOURNAL".
       01  WS-JRN-HDR-LINE.
           02  JH-DATE PIC 9(8).
           02  FILLER PIC X VALUE SPACE.
           02  JH-TIME PIC 9(6).
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X VALUE SPACE.
           02  WS-CKPT-WIN-TO PIC 9(6).
           02  FILLER PIC X VALUE SPACE.
           02  WS-CKPT-WIN-BAL PIC S9(9)V99.
       77  WS-CKPT-I PIC 9(4) COMP VALUE ZEROS.
       77  WS-CKPT-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  WS-RECOVERED PIC X VALUE "N".
       77  WS-ARCH-BASE-LEN PIC 99 VALUE ZERO.
       77  WS-ARCH-POS PIC 99 VALUE ZERO.
       77  WS-ARCH-YY-X PIC XX VALUE SPACES.
       77  WS-CLOSE-YEAR PIC 9(4) VALUE ZEROS.
       77  WS-ARC-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  WS-ARC-KEEP PIC 9(4) COMP VALUE ZEROS.
       77  WS-ARC-MATCHES PIC 9(4) COMP VALUE ZEROS.
       77  WS-ARC-EFFECT PIC S9(9)V99 VALUE ZEROS.
       77  WS-ARC-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-ARC-PREV-NUMB PIC X(10) VALUE SPACES.
       77  WS-ARC-PREV-DATE PIC X(8) VALUE SPACES.
       77  WS-ARCHIVE-MODE PIC X VALUE "N".
       77  WS-ARC-SAVE-ID PIC X(12) VALUE SPACES.
       77  WS-ARC-SAVE-OPENBAL PIC S9(7)V99 VALUE ZEROS.
       77  WS-ARC-CHOICE PIC X VALUE SPACE.
       77  WS-ARC-REPLACE PIC X VALUE "N".
       77  WS-ARC-OLDER PIC X VALUE "N".
       77  WS-ARC-ROW-FY PIC 9(4) VALUE ZEROS.
       77  WS-SPL-SKIP-VAL PIC X VALUE "N".
       01  WS-ARC-DONE-MSG.
           02  WS-ARC-DONE-CNT PIC ZZZ9.
       01  HIST-MERCH-TABLE.
           02  HIST-MERCH-ENTRY OCCURS MAX-HIST-ROWS TIMES.
               03  HM-NAME PIC X(12).
               03  HM-YR-TOT PIC S9(9)V99 OCCURS MAX-HIST-YEARS
                   TIMES.
       77  HIST-MERCH-COUNT PIC 9(4) COMP VALUE ZEROS.
       01  HIST-CAT-TABLE.
           02  HIST-CAT-ENTRY OCCURS MAX-HIST-ROWS TIMES.
               03  HC-CODE PIC X(4).
               03  HC-YR-TOT PIC S9(9)V99 OCCURS MAX-HIST-YEARS
                   TIMES.
       77  HIST-CAT-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  HI-IDX PIC 9(4) COMP VALUE ZEROS.
       77  HI-Y PIC 9(4) COMP VALUE ZEROS.
       77  HI-CLR PIC 9(4) COMP VALUE ZEROS.
       77  WS-HIST-FROM-FY PIC 9(4) VALUE ZEROS.
       77  WS-HIST-TO-FY PIC 9(4) VALUE ZEROS.
       77  WS-HIST-SPAN PIC 9(4) COMP VALUE ZEROS.
       77  WS-HIST-ROW-FY PIC 9(4) VALUE ZEROS.
       77  WS-HIST-COL PIC 9(4) COMP VALUE ZEROS.
       77  WS-HIST-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-HIST-GRAND PIC S9(9)V99 VALUE ZEROS.
       77  WS-HIST-MERCH PIC X(12) VALUE SPACES.
       77  WS-HIST-CAT PIC X(4) VALUE SPACES.
       77  WS-HIST-FULL-WARNED PIC X VALUE "N".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(4) VALUE "YEAR".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "       AMOUNT".
       01  WS-HIST-DETAIL-LINE.
           02  HD-NAME PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  HD-YEAR PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  HD-AMOUNT PIC ZZZZZZZ9.99CR.
       77  WS-CHK-CHOICE PIC X VALUE SPACE.
       77  WS-CHK-I PIC 9(4) COMP VALUE ZEROS.
       77  WS-CHK-ELIG PIC X VALUE "N".
       77  WS-CHK-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-CHK-DOLLARS PIC 9(7) VALUE ZEROS.
       77  WS-CHK-CENTS PIC 99 VALUE ZEROS.
       77  WS-CHK-CENTS-X PIC XX VALUE SPACES.
       77  WS-CHK-PTR PIC 9(4) COMP VALUE ZEROS.
       77  WS-CHK-MILL PIC 99 VALUE ZEROS.
       77  WS-CHK-THOU PIC 999 VALUE ZEROS.
       77  WS-CHK-REM PIC 999 VALUE ZEROS.
       77  WS-CHK-3DIG PIC 999 VALUE ZEROS.
       77  WS-CHK-HUND PIC 9 VALUE ZEROS.
       77  WS-CHK-2DIG PIC 99 VALUE ZEROS.
       77  WS-CHK-TENS PIC 9 VALUE ZEROS.
       77  WS-CHK-PRINTED-CNT PIC 999 VALUE ZEROS.
       77  WS-SPL-I PIC 9(4) COMP VALUE ZEROS.
       77  WS-SPL-J PIC 9(4) COMP VALUE ZEROS.
       77  WS-SPL-SUM PIC S9(9)V99 VALUE ZEROS.
       77  WS-SPL-PARENT-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-SPL-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-SPL-LEFT PIC S9(7)V99 VALUE ZEROS.
       77  WS-SPL-ABORT PIC X VALUE "N".
       77  WS-SPL-DELOK PIC X VALUE "Y".
       77  WS-SPL-CHOICE PIC X VALUE SPACE.
       77  WS-POS-A PIC 9(4) COMP VALUE ZEROS.
       77  WS-POS-OPEN PIC S9(7)V99 VALUE ZEROS.
       77  WS-POS-OUT PIC S9(9)V99 VALUE ZEROS.
       77  WS-POS-CLR PIC S9(9)V99 VALUE ZEROS.
       77  WS-POS-BOOK PIC S9(9)V99 VALUE ZEROS.
       77  WS-POS-TOT-OUT PIC S9(9)V99 VALUE ZEROS.
       77  WS-POS-TOT-CLR PIC S9(9)V99 VALUE ZEROS.
       77  WS-POS-TOT-BOOK PIC S9(9)V99 VALUE ZEROS.
       77  WS-POS-PREV-NUMB PIC X(10) VALUE SPACES.
       77  WS-POS-PREV-DATE PIC X(8) VALUE SPACES.
       77  WS-POS-SAVE-DRIVE PIC XX VALUE SPACES.
       77  WS-POS-SAVE-DIR PIC X(7) VALUE SPACES.
       77  WS-POS-SAVE-ID PIC X(12) VALUE SPACES.
       77  WS-POS-SAVE-OPENBAL PIC S9(7)V99 VALUE ZEROS.
       01  WS-POS-TITLE-LINE.
           02  FILLER PIC X(39) VALUE
               "DAD'S CHECKBOOK - ALL-ACCOUNTS POSITION".
       01  WS-POS-COL-HEADING.
           02  FILLER PIC X(20) VALUE "ACCOUNT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "     OPEN-BAL".
           02  FILLER PIC X(13) VALUE "      OUTSTND".
           02  FILLER PIC X(13) VALUE "      CLEARED".
           02  FILLER PIC X(13) VALUE "     BOOK-BAL".
       01  WS-POS-DETAIL-LINE.
           02  PD-NAME PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  PD-OPEN PIC ZZZZZZZ9.99CR.
           02  PD-OUT PIC ZZZZZZZ9.99CR.
           02  PD-CLR PIC ZZZZZZZ9.99CR.
           02  PD-BOOK PIC ZZZZZZZ9.99CR.
      * Checking accounts print first as assets, then credit
      * cards as liabilities with each figure turned to read as
      * an amount owed.
       77  WS-POS-PASS PIC X VALUE "A".
       77  WS-POS-AST-OUT PIC S9(9)V99 VALUE ZEROS.
       77  WS-POS-AST-CLR PIC S9(9)V99 VALUE ZEROS.
       77  WS-POS-AST-BOOK PIC S9(9)V99 VALUE ZEROS.
       01  WS-POS-SECTION-LINE.
           02  PS-TEXT PIC X(40).
      ***********************************************************
      *        Credit-card statement work areas.  The statement
      *        run closes the open card account's cycle at its
      *        closing day, posts the finance charge on a carried
      *        balance, and prints the new balance, minimum due
      *        and due date to CARDSTMT.PRN.  The cycle closed is
      *        kept on ACCOUNT.LST for the next run.
      ***********************************************************
       01  WS-CARD-MARK.
           02  CM-LABEL PIC X(5).
           02  CM-OWED PIC ZZZZZZ9.99-.
       01  WS-CRD-CLOSE-DATE.
           02  WS-CRD-CLOSE-CCYY PIC 9(4).
           02  WS-CRD-CLOSE-MM PIC 99.
           02  WS-CRD-CLOSE-DD PIC 99.
       01  WS-CRD-CLOSE-N REDEFINES WS-CRD-CLOSE-DATE PIC 9(8).
       01  WS-CRD-DUE-DATE.
           02  WS-CRD-DUE-CCYY PIC 9(4).
           02  WS-CRD-DUE-MM PIC 99.
           02  WS-CRD-DUE-DD PIC 99.
       01  WS-CRD-DUE-N REDEFINES WS-CRD-DUE-DATE PIC 9(8).
       01  WS-CRD-ROW-DATE.
           02  WS-CRD-ROW-CCYY PIC 9(4).
           02  WS-CRD-ROW-MM PIC 99.
           02  WS-CRD-ROW-DD PIC 99.
       01  WS-CRD-ROW-N REDEFINES WS-CRD-ROW-DATE PIC 9(8).
       01  WS-CRD-SHOW-DATE.
           02  WS-CRD-SHOW-CCYY PIC 9(4).
           02  WS-CRD-SHOW-MM PIC 99.
           02  WS-CRD-SHOW-DD PIC 99.
       01  WS-CRD-SHOW-N REDEFINES WS-CRD-SHOW-DATE PIC 9(8).
       77  WS-CRD-A PIC 9(4) COMP VALUE ZEROS.
       77  WS-CRD-I PIC 9(4) COMP VALUE ZEROS.
      * 191D scans rows 1 thru WS-CRD-LAST, printing them when
      * WS-CRD-PRINT is "Y".
       77  WS-CRD-LAST PIC 9(4) COMP VALUE ZEROS.
       77  WS-CRD-PRINT PIC X VALUE "N".
       77  WS-CRD-ANSWER PIC X VALUE SPACE.
       77  WS-CRD-AMT PIC S9(7)V99 VALUE ZEROS.
       77  WS-CRD-PREV PIC S9(9)V99 VALUE ZEROS.
       77  WS-CRD-PAYMENTS PIC S9(9)V99 VALUE ZEROS.
       77  WS-CRD-CREDITS PIC S9(9)V99 VALUE ZEROS.
       77  WS-CRD-CHARGES PIC S9(9)V99 VALUE ZEROS.
       77  WS-CRD-CARRIED PIC S9(9)V99 VALUE ZEROS.
       77  WS-CRD-FIN-CHG PIC S9(7)V99 VALUE ZEROS.
       77  WS-CRD-NEW PIC S9(9)V99 VALUE ZEROS.
       77  WS-CRD-MIN PIC S9(9)V99 VALUE ZEROS.
       77  WS-CRD-PAID-BY-DUE PIC S9(9)V99 VALUE ZEROS.
       77  WS-CRD-PREV-NUMB PIC X(10) VALUE SPACES.
       77  WS-CRD-PREV-DATE PIC X(8) VALUE SPACES.
      * Card terms keyed on the maintenance screen.
       77  WS-CRD-KEY-DAY PIC 99 VALUE ZEROS.
       77  WS-CRD-KEY-RATE PIC 9(4) VALUE ZEROS.
       77  WS-CRD-KEY-FLOOR PIC 9(7) VALUE ZEROS.
       01  WS-CRD-TITLE-LINE.
           02  FILLER PIC X(39) VALUE
               "DAD'S CHECKBOOK - CREDIT CARD STATEMENT".
       01  WS-CRD-ACCT-LINE.
           02  FILLER PIC X(9) VALUE "ACCOUNT: ".
           02  CD-ACCT-NAME PIC X(20).
           02  FILLER PIC X(17) VALUE "  CLOSING DATE: ".
           02  CD-CLOSE-DATE PIC X(10).
       01  WS-CRD-COL-HEADING.
           02  FILLER PIC X(12) VALUE "DATE".
           02  FILLER PIC X(13) VALUE "MERCHANT".
           02  FILLER PIC X(23) VALUE "ITEM".
           02  FILLER PIC X(13) VALUE "       AMOUNT".
       01  WS-CRD-DETAIL-LINE.
           02  CD-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACES.
           02  CD-MERCHANT PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  CD-ITEM PIC X(22).
           02  FILLER PIC X VALUE SPACE.
           02  CD-AMOUNT PIC ZZZZZZZ9.99CR.
       01  WS-CRD-TOTAL-LINE.
           02  CD-T-TEXT PIC X(36).
           02  CD-T-AMT PIC ZZZZZZZZ9.99CR.
       01  WS-CRD-DATE-LINE.
           02  CD-L-TEXT PIC X(36).
           02  FILLER PIC X(4) VALUE SPACES.
           02  CD-L-DATE PIC X(10).
       01  WS-CRD-NOTE-LINE.
           02  FILLER PIC X(6) VALUE "  *** ".
           02  CD-N-TEXT PIC X(60).
       01  WS-CRD-TERMS-LINE.
           02  CR-ROW PIC Z9.
           02  FILLER PIC XX VALUE SPACES.
           02  CR-NAME PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  CR-TYPE PIC X(5).
           02  CR-CLOSE PIC ZZZ9.
           02  CR-DUE PIC ZZZ9.
           02  CR-PCT PIC ZZ9.99.
           02  CR-FLOOR PIC ZZZZ9.99.
           02  CR-APR PIC ZZ9.99.
       01  WS-CRD-DONE-MSG.
           02  FILLER PIC X(27) VALUE
               "STATEMENT TO CARDSTMT.PRN -".
           02  FILLER PIC X(5) VALUE " DUE ".
           02  CD-DONE-DATE PIC X(10).
      ***********************************************************
      *        Linked-transfer work areas.  Keying a "T" row
      *        offers the ACCOUNT-TABLE pick-list and writes the
       77  WS-XFR-SAVE-DRIVE PIC XX VALUE SPACES.
       77  WS-XFR-SAVE-DIR PIC X(7) VALUE SPACES.
       77  WS-XFR-SAVE-ID PIC X(12) VALUE SPACES.
       77  WS-XFR-AMT PIC S9(7)V99 VALUE ZEROS.
      ***********************************************************
      *        Transfers linked this session wait here until
      *        040-WRITEFILE commits the "T" rows they offset -
           02  XFER-ENTRY OCCURS MAX-XFERS TIMES.
               03  XF-ACCT PIC 9(4) COMP.
               03  XF-TYPE PIC X.
               03  XF-DATE PIC X(8).
               03  XF-AMOUNT PIC S9(7)V99.
               03  XF-MATCHED PIC X.
       77  XFER-COUNT PIC 9(4) COMP VALUE ZEROS.
       77  XF-I PIC 9(4) COMP VALUE ZEROS.
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(4) VALUE "TYPE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(10) VALUE "DATE".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(13) VALUE "       AMOUNT".
           02  FILLER PIC X VALUE SPACE.
           02  FILLER PIC X(16) VALUE "FINDING".
       01  WS-XFA-DETAIL-LINE.
           02  FILLER PIC X VALUE SPACE.
           02  XA-TYPE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  XA-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  XA-AMOUNT PIC ZZZZZZZ9.99CR.
           02  FILLER PIC X VALUE SPACE.
           02  XA-FINDING PIC X(16).
      ***********************************************************
           02  CA-NUM2 PIC ZZZZZZZZZ9 BLANK WHEN ZERO.
           02  FILLER PIC X VALUE SPACE.
           02  CA-NOTE PIC X(20).
           02  CA-LINK PIC ZZZZZZZZZ9 BLANK WHEN ZERO.
       01  WS-CKA-CNT-MSG.
           02  WS-CKA-CNT PIC ZZZ9.
           02  FILLER PIC X(30) VALUE " GAP/DUPLICATE FINDINGS".
           02  CK-NUMB PIC X(10).
           02  FILLER PIC X(10) VALUE SPACES.
           02  FILLER PIC X(5) VALUE "DATE ".
           02  CK-DATE PIC X(10).
       01  WS-CHK-PAYEE-LINE.
           02  FILLER PIC X(21) VALUE "PAY TO THE ORDER OF  ".
           02  CK-PAYEE PIC X(12).
           02  FILLER PIC X(10) VALUE SPACES.
           02  CK-AMT-ED PIC $*,***,**9.99.
       01  WS-CHK-ADDR-LINE.
           02  FILLER PIC X(21) VALUE SPACES.
           02  CK-ADDR PIC X(30).
           02  FILLER PIC X VALUE SPACE.
           02  BG-DESC PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  BG-BUDGET PIC ZZZZZZZ9.99CR.
           02  BG-ACTUAL PIC ZZZZZZZ9.99CR.
           02  BG-VARIANCE PIC ZZZZZZZ9.99CR.
      ***********************************************************
      *  Transaction-type codes carried in CKBK-TRANTYPE:
      *    K (or space, on old records) = check
0136   01  CALDATE.
0137       02 CALDATE-DAY   PIC 99 VALUE ZEROS.
0138       02 CALDATE-MONTH PIC 99 VALUE ZEROS.
0139       02 CALDATE-YEAR  PIC 9(4) VALUE ZEROS.
       01  PREV-CALDATE.
           02  PREV-CALDATE-DAY   PIC 99 VALUE ZEROS.
           02  PREV-CALDATE-MONTH PIC 99 VALUE ZEROS.
           02  PREV-CALDATE-YEAR  PIC 9(4) VALUE ZEROS.
       01  MONTH-DAYS-TABLE VALUE
           "312831303130313130313031".
           02  MONTH-DAYS-ENTRY PIC 99 OCCURS 12 TIMES.
       77  WS-MAX-DAY PIC 99 VALUE ZEROS.
       77  WS-FULL-YEAR PIC 9(4) VALUE ZEROS.
       77  WS-CAL-SEQ PIC 9(8) VALUE ZEROS.
       77  WS-PREV-SEQ PIC 9(8) VALUE ZEROS.
       77  WS-SAVE-DATE PIC X(8) VALUE SPACES.
      ***********************************************************
      *        Full-year work areas.  Records carry a four-digit
      *        year; the 80-column screen line still shows two,
      *        with the century kept in EXTRA-CENTURY.  Printed
      *        dates are DD-MM-CCYY in WS-DATE-TEXT.
      ***********************************************************
       77  WS-DT-ROW PIC 9(4) COMP VALUE ZEROS.
       77  WS-DT-YY PIC 99 VALUE ZEROS.
       77  WS-DT-CC PIC 99 VALUE ZEROS.
       77  WS-ROW-FY PIC 9(4) VALUE ZEROS.
       01  WS-TODAY-DATE.
           02  WS-TODAY-CCYY PIC 9(4) VALUE ZEROS.
           02  WS-TODAY-MM PIC 99 VALUE ZEROS.
           02  WS-TODAY-DD PIC 99 VALUE ZEROS.
       01  WS-DATE-TEXT.
           02  WS-DT-DAY PIC XX.
           02  FILLER PIC X VALUE "-".
           02  WS-DT-MONTH PIC XX.
           02  FILLER PIC X VALUE "-".
           02  WS-DT-CCYY PIC 9(4).
0140  /
0141  ***********************************************************
0142  *        The following is used to identify the
                       07  FILLER PIC X(3).
                       07  TEXT-IDCODE PIC X.
0232           05  FILLER PIC X VALUE "%".
0233           05  TEXT-AMOUNT PIC ZZZZZZ.99-.
0234           05  FILLER PIC X VALUE "%".
0236           05  TEXT-BALANCE PIC ZZZZZZ.99- VALUE ZEROS.
           05  FILLER PIC X VALUE "%".
           05  TEXT-STATUS PIC X VALUE "O".
           05  TEXT-TRANTYPE PIC X VALUE "K".
               05  EXTRA-CATEGORY PIC X(4) VALUE SPACES.
               05  EXTRA-PRINTED PIC X VALUE SPACE.
               05  EXTRA-SPLIT PIC X VALUE SPACE.
               05  EXTRA-CENTURY PIC XX VALUE SPACES.
0238  /
0239  ***********************************************************
0240  *        The following section contains record descriptions
0280           05  LINE 23 COL 1 VALUE "*** GROUP LEFT OVER AMOUNT-> "
0281               FOREGROUND-COLOR IS WHITE
0282               BACKGROUND-COLOR IS BROWN.
0283           05  COL 31 PIC X(12) USING WS-BOT-AMOUNT
0284               FOREGROUND-COLOR IS BLACK
0285               BACKGROUND-COLOR IS CYAN.
0286       02  LINE24 LINE 24.
           05  PIC X(4) FROM WS-NOTE-MARK
               BACKGROUND-COLOR IS RED
               HIGHLIGHT.
           05  VALUE " ".
           05  PIC X(16) FROM WS-CARD-MARK.
0325   01  WS-LINE22-REMSPACE.
0326       02  LINE 22 COLUMN 38 PIC X(42) USING WS-SPACES.
0327  /
              WS-CMD-LINE (1:5) = "batch"
             PERFORM 210-BATCH-RUN THRU 210-EXIT
             STOP RUN.
      * "CONVERT" runs the one-time rewrite of every file to
      * four-digit years and wider amounts, then leaves.
           IF WS-CMD-LINE (1:7) = "CONVERT" OR
              WS-CMD-LINE (1:7) = "convert"
             PERFORM 015-SIGN-ON THRU 015-EXIT
             PERFORM 240-CONVERT-FILES THRU 240-EXIT
             STOP RUN.
           PERFORM 015-SIGN-ON THRU 015-EXIT.
           PERFORM 131-LOAD-MERCHLIST THRU 131-EXIT.
0338       PERFORM 020-NEWID-ROUTINE THRU 020A-EXIT.
      * A clean exit leaves no checkpoint behind - recovery is
      * for crashes, not for work deliberately discarded here.
             PERFORM 043-CLEAR-CHECKPOINT THRU 043-EXIT
             PERFORM 052-RELEASE-LOCK THRU 052-EXIT
0396           DISPLAY BLANK-SCREEN
0397           DISPLAY "KEEP YOUR $20." AT LINE 23 COL 1
0398           STOP RUN
           MOVE SPACES TO EXTRA-CATEGORY (THE-ROW).
           MOVE SPACE TO EXTRA-PRINTED (THE-ROW).
           MOVE SPACE TO EXTRA-SPLIT (THE-ROW).
           MOVE SPACES TO EXTRA-CENTURY (THE-ROW).
      ************************************************************
      *  061-INSERT-ROW opens a blank row at THE-ROW, sliding
      *  THE-ROW through LAST-TAB-ROW down by one.
       070-REG-PRINT.
           MOVE SPACES TO WS-REG-DETAIL-LINE.
           MOVE CKBK-NUMB TO RD-NUMB.
           PERFORM 027-FORMAT-CKBK-DATE THRU 027-EXIT.
           MOVE WS-DATE-TEXT TO RD-DATE.
           IF CKBK-SPLIT = "S" OR CKBK-SPLIT = "s"
             MOVE SPACES TO RD-NUMB
             MOVE CKBK-MERCHANT (1:10) TO RD-MERCHANT (3:10)
      ************************************************************
      *  072-PRINT-ROW-NOTES prints every note line keyed to the
      *  register record just written, indented beneath it.
      *  RD-DATE already holds the row's DD-MM-CCYY date, the
      *  form the note key carries, so the compare needs no
      *  rebuilding.
      ************************************************************
       072-PRINT-ROW-NOTES.
           IF NOTE-COUNT = ZERO
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** MERCHANT SPENDING SUMMARY ***".
           DISPLAY " ".
           DISPLAY "ENTER YEAR FOR YTD SUMMARY (CCYY):".
           ACCEPT WS-SUMMARY-YEAR.
           MOVE ZERO TO MERCHANT-COUNT.
           MOVE "N" TO WS-MERCHANT-FULL-WARNED.
             CKBK-AMOUNT - CKBK-DOLLARS.
           MOVE SPACES TO WS-LOAN-DETAIL-LINE.
           MOVE CKBK-NUMB TO LD-NUMB.
           PERFORM 027-FORMAT-CKBK-DATE THRU 027-EXIT.
           MOVE WS-DATE-TEXT TO LD-DATE.
           MOVE CKBK-MERCHANT TO LD-MERCHANT.
           MOVE CKBK-RATE1 TO LD-RATE (1:2).
           MOVE "." TO LD-RATE (3:1).
           MOVE WS-JRNL-IMG TO WS-JRNL-AFT-WK.
           MOVE "STATUS" TO WS-JRNL-ACTION.
           PERFORM 200-WRITE-JOURNAL THRU 200-EXIT.
           PERFORM 176-PPAY-STATUS-CHANGE THRU 176-EXIT.
      ************************************************************
      *  095-RECONCILE walks CKBKFILE against a statement ending
      *  balance and date the operator supplies, sums cleared vs.
           DISPLAY "        (EXAMPLE: 150050 MEANS 1500.50)".
           MOVE ZERO TO WS-RECON-ENDBAL.
           ACCEPT WS-RECON-ENDBAL.
           DISPLAY "ENTER STATEMENT DATE, AS DD-MM-CCYY.".
           MOVE SPACES TO WS-RECON-DATE.
           ACCEPT WS-RECON-DATE.
           MOVE WS-DRIVE-ID TO WS-PRINT-DRIVE.
           END-IF.
           MOVE SPACES TO WS-RECON-DETAIL-LINE.
           MOVE CKBK-NUMB TO RC-NUMB.
           PERFORM 027-FORMAT-CKBK-DATE THRU 027-EXIT.
           MOVE WS-DATE-TEXT TO RC-DATE.
           MOVE CKBK-MERCHANT TO RC-MERCHANT.
           MOVE CKBK-AMOUNT TO RC-AMOUNT.
           MOVE "OUTSTND" TO RC-STATUS.
       095-EXIT.
           EXIT.
      ************************************************************
      *  096-VOID-REISSUE replaces the outstanding check on the
      *  cursor row.  The operator gives the reason, the number
      *  for the replacement (the next number in the book unless
      *  another is keyed), its date, and any stop-payment fee
      *  the bank charged.  The old check is voided and the
      *  replacement posted at the end of the table as a copy
      *  under the new number; the fee goes in as its own
      *  service charge.  Each row change is journaled, a note
      *  on each check names the other, and REISSUE.LST keeps
      *  the link for the check-number audit.
      ************************************************************
       096-VOID-REISSUE.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 096-EXIT.
           COMPUTE THE-ROW = CUR-TAB-ROW + CUR-CRT-ROW - 1.
           IF LAST-TAB-ROW = ZERO OR THE-ROW > LAST-TAB-ROW
             MOVE "NO CHECK ON THIS ROW" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 096-EXIT.
           IF TEXT-TRANTYPE (THE-ROW) NOT = "K" AND
              TEXT-TRANTYPE (THE-ROW) NOT = "k" AND
              TEXT-TRANTYPE (THE-ROW) NOT = SPACE
             MOVE "ONLY A CHECK CAN BE VOIDED AND REISSUED"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 096-EXIT.
           IF TEXT-STATUS (THE-ROW) NOT = "O" AND
              TEXT-STATUS (THE-ROW) NOT = "o"
             MOVE "CHECK IS NOT OUTSTANDING - NOT REISSUED"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 096-EXIT.
           IF EXTRA-SPLIT (THE-ROW) NOT = SPACE
             MOVE "SPLIT CHECK - VOID AND REISSUE BY HAND"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 096-EXIT.
           MOVE TEXT-AMOUNT (THE-ROW) TO WS-RIS-AMT.
           IF WS-RIS-AMT = ZERO
             MOVE "NO AMOUNT ON THIS ROW" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 096-EXIT.
           MOVE THE-ROW TO WS-RIS-OLD-ROW.
           MOVE TEXT-NUMB (THE-ROW) TO WS-RIS-OLD-NUMB.
           MOVE THE-ROW TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           MOVE WS-DATE-TEXT TO WS-RIS-OLD-DATE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** VOID AND REISSUE A CHECK ***".
           DISPLAY " ".
           DISPLAY "CHECK: ", WS-RIS-OLD-NUMB, " ", WS-RIS-OLD-DATE,
             " ", TEXT-MERCHANT (THE-ROW), " ", TEXT-AMOUNT (THE-ROW).
           DISPLAY " ".
           DISPLAY "WHY IS IT BEING VOIDED (LOST, STOLEN, STALE...)?".
           DISPLAY "        OR PRESS <RETURN> TO CANCEL.".
           MOVE SPACES TO WS-RIS-REASON.
           ACCEPT WS-RIS-REASON.
           IF WS-RIS-REASON = SPACES
             GO TO 096-EXIT.
           INSPECT WS-RIS-REASON CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      * The next number in the book is one past the highest check
      * number in the table.
           MOVE ZERO TO WS-RIS-KEY-NUM.
           PERFORM 096A-SCAN-NUMBERS THRU 096A-EXIT.
           COMPUTE WS-RIS-NEW-NUM = WS-RIS-NEXT + 1.
           IF WS-RIS-NEXT = ZERO
             DISPLAY "ENTER THE REPLACEMENT CHECK NUMBER"
           ELSE
             PERFORM 096B-NUMB-TO-TEXT THRU 096B-EXIT
             DISPLAY "NEXT CHECK NUMBER IS ", WS-RIS-NEW-NUMB
             DISPLAY "ENTER THE REPLACEMENT CHECK NUMBER"
             DISPLAY "        OR PRESS <RETURN> TO USE THE NEXT ONE."
           END-IF.
           MOVE ZERO TO WS-RIS-KEY-NUM.
           ACCEPT WS-RIS-KEY-NUM.
           IF WS-RIS-KEY-NUM = ZERO AND WS-RIS-NEXT = ZERO
             GO TO 096-EXIT.
           MOVE ZERO TO WS-RIS-SKIP-FROM.
           IF WS-RIS-KEY-NUM NOT = ZERO
             PERFORM 096A-SCAN-NUMBERS THRU 096A-EXIT
             IF WS-RIS-INUSE = "Y"
               MOVE "THAT CHECK NUMBER IS ALREADY USED"
                 TO WS-REMARKS
               PERFORM 008C-MESSAGE
               GO TO 096-EXIT
             END-IF
             IF WS-RIS-KEY-NUM > WS-RIS-NEW-NUM AND
                WS-RIS-NEXT NOT = ZERO
               MOVE WS-RIS-NEW-NUM TO WS-RIS-SKIP-FROM
             END-IF
             MOVE WS-RIS-KEY-NUM TO WS-RIS-NEW-NUM
           END-IF.
           PERFORM 096B-NUMB-TO-TEXT THRU 096B-EXIT.
           DISPLAY "ENTER DATE OF THE REPLACEMENT CHECK (CCYYMMDD)".
           DISPLAY "        OR PRESS <RETURN> FOR TODAY.".
           MOVE ZERO TO WS-RIS-KEY-DATE.
           ACCEPT WS-RIS-KEY-DATE.
           IF WS-RIS-KEY-DATE < 19000101
             ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
             MOVE WS-TODAY-DATE TO WS-RIS-KEY-DATE.
           MOVE WS-RIS-KEY-DATE TO WS-RIS-NEW-DATE-N.
           IF WS-RIS-NEW-MM < 1 OR WS-RIS-NEW-MM > 12 OR
              WS-RIS-NEW-DD < 1 OR WS-RIS-NEW-DD > 31
             MOVE "NOT A DATE - NOTHING CHANGED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 096-EXIT.
           DISPLAY "ENTER THE BANK'S STOP-PAYMENT FEE IN CENTS".
           DISPLAY "        (3000 MEANS 30.00)".
           DISPLAY "        OR PRESS <RETURN> IF THERE WAS NONE.".
           MOVE ZERO TO WS-RIS-KEY-FEE.
           ACCEPT WS-RIS-KEY-FEE.
           COMPUTE WS-RIS-FEE = WS-RIS-KEY-FEE / 100.
           IF WS-RIS-FEE = ZERO
             MOVE 1 TO WS-RIS-NEED
           ELSE
             MOVE 2 TO WS-RIS-NEED
           END-IF.
           IF LAST-TAB-ROW + WS-RIS-NEED > MAX-TABLE-RECORDS
             MOVE "TABLE FULL - CHECK NOT REISSUED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 096-EXIT.
           MOVE WS-RIS-OLD-NUMB TO RAM-OLD.
           MOVE WS-RIS-NEW-NUMB TO RAM-NEW.
           MOVE WS-RIS-ASK-MSG TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
           IF FALSESW NOT = "Y" AND FALSESW NOT = "y"
             GO TO 096-EXIT.
      * Void the old check.  A printed check is reported to the
      * bank as voided through positive pay.
           MOVE WS-RIS-OLD-ROW TO THE-ROW.
           PERFORM 201-ROW-TO-IMAGE.
           MOVE WS-JRNL-IMG TO WS-JRNL-BEF-WK.
           MOVE "V" TO TEXT-STATUS (THE-ROW).
           PERFORM 201-ROW-TO-IMAGE.
           MOVE WS-JRNL-IMG TO WS-JRNL-AFT-WK.
           MOVE "VOID" TO WS-JRNL-ACTION.
           PERFORM 200-WRITE-JOURNAL THRU 200-EXIT.
           PERFORM 176-PPAY-STATUS-CHANGE THRU 176-EXIT.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "VOID, REISSUED AS " DELIMITED BY SIZE
                  WS-RIS-NEW-NUMB DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WS-RIS-REASON DELIMITED BY SIZE
             INTO WS-NOTE-TEXT.
           PERFORM 096E-ADD-NOTE THRU 096E-EXIT.
           PERFORM 096C-POST-REPLACEMENT THRU 096C-EXIT.
           IF WS-RIS-FEE NOT = ZERO
             PERFORM 096D-POST-STOP-FEE THRU 096D-EXIT.
           PERFORM 096F-WRITE-LINK THRU 096F-EXIT.
           PERFORM 030-BALANCE-CHECK THRU 030-EXIT.
           IF LAST-TAB-ROW > MAX-ROWS-DISPLAYED
             COMPUTE CUR-TAB-ROW =
               LAST-TAB-ROW - MAX-ROWS-DISPLAYED + 1
             MOVE MAX-ROWS-DISPLAYED TO CUR-CRT-ROW
           ELSE
             MOVE 1 TO CUR-TAB-ROW
             MOVE LAST-TAB-ROW TO CUR-CRT-ROW
           END-IF.
           MOVE WS-RIS-NEW-NUMB TO RDM-NEW.
           MOVE WS-RIS-DONE-MSG TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       096-EXIT.
           EXIT.
      ************************************************************
      *  096A-SCAN-NUMBERS sets WS-RIS-NEXT to the highest check
      *  number in the table (zero if none is numeric), and
      *  WS-RIS-INUSE to "Y" when a check already carries the
      *  number in WS-RIS-KEY-NUM.  Split details are not checks
      *  of their own and are passed over, as 199 does.
      ************************************************************
       096A-SCAN-NUMBERS.
           MOVE ZERO TO WS-RIS-NEXT.
           MOVE "N" TO WS-RIS-INUSE.
           MOVE 1 TO WS-RIS-SCAN.
       096A-SCAN.
           IF WS-RIS-SCAN > LAST-TAB-ROW
             GO TO 096A-EXIT.
           IF TEXT-TRANTYPE (WS-RIS-SCAN) NOT = "K" AND
              TEXT-TRANTYPE (WS-RIS-SCAN) NOT = "k" AND
              TEXT-TRANTYPE (WS-RIS-SCAN) NOT = SPACE
             GO TO 096A-NEXT.
           IF EXTRA-SPLIT (WS-RIS-SCAN) = "S" OR
              EXTRA-SPLIT (WS-RIS-SCAN) = "s"
             GO TO 096A-NEXT.
           MOVE TEXT-NUMB (WS-RIS-SCAN) TO WS-CKA-NUMB-X.
           PERFORM 199B-PARSE-NUMB THRU 199B-EXIT.
           IF WS-CKA-OK NOT = "Y"
             GO TO 096A-NEXT.
           IF WS-CKA-NUM > WS-RIS-NEXT
             MOVE WS-CKA-NUM TO WS-RIS-NEXT.
           IF WS-CKA-NUM = WS-RIS-KEY-NUM
             MOVE "Y" TO WS-RIS-INUSE.
       096A-NEXT.
           ADD 1 TO WS-RIS-SCAN.
           GO TO 096A-SCAN.
       096A-EXIT.
           EXIT.
      ************************************************************
      *  096B-NUMB-TO-TEXT puts WS-RIS-NEW-NUM in WS-RIS-NEW-NUMB
      *  as the digits alone, left-justified, the way a check
      *  number is keyed on the register screen.
      ************************************************************
       096B-NUMB-TO-TEXT.
           MOVE WS-RIS-NEW-NUM TO WS-RIS-NUM-ED.
           MOVE 1 TO WS-RIS-POS.
       096B-SCAN.
           IF WS-RIS-POS = 10
             GO TO 096B-TAKE.
           IF WS-RIS-NUM-ED (WS-RIS-POS:1) NOT = SPACE
             GO TO 096B-TAKE.
           ADD 1 TO WS-RIS-POS.
           GO TO 096B-SCAN.
       096B-TAKE.
           MOVE SPACES TO WS-RIS-NEW-NUMB.
           MOVE WS-RIS-NUM-ED (WS-RIS-POS:) TO WS-RIS-NEW-NUMB.
       096B-EXIT.
           EXIT.
      ************************************************************
      *  096C-POST-REPLACEMENT copies the voided check in row
      *  WS-RIS-OLD-ROW to a new row at the end of the table,
      *  under the new number and date, outstanding and not yet
      *  printed, and journals it as a REISS.  A number the book
      *  keeps right-justified is reissued right-justified.
      ************************************************************
       096C-POST-REPLACEMENT.
           ADD 1 TO LAST-TAB-ROW.
           MOVE LAST-TAB-ROW TO THE-ROW.
           MOVE THE-ROW TO WS-RIS-NEW-ROW.
           MOVE TEXT-LINE (WS-RIS-OLD-ROW) TO TEXT-LINE (THE-ROW).
           MOVE ROW-EXTRA (WS-RIS-OLD-ROW) TO ROW-EXTRA (THE-ROW).
           IF WS-RIS-OLD-NUMB (1:1) = SPACE
             MOVE WS-RIS-NUM-ED TO TEXT-NUMB (THE-ROW)
           ELSE
             MOVE WS-RIS-NEW-NUMB TO TEXT-NUMB (THE-ROW)
           END-IF.
           MOVE WS-RIS-NEW-DD TO TEXT-DAY (THE-ROW).
           MOVE WS-RIS-NEW-MM TO TEXT-MONTH (THE-ROW).
           MOVE WS-RIS-NEW-CCYY (3:2) TO TEXT-YEAR (THE-ROW).
           MOVE WS-RIS-NEW-CCYY (1:2) TO EXTRA-CENTURY (THE-ROW).
           MOVE "O" TO TEXT-STATUS (THE-ROW).
           MOVE SPACE TO EXTRA-PRINTED (THE-ROW).
           MOVE SPACES TO WS-JRNL-BEF-WK.
           PERFORM 201-ROW-TO-IMAGE.
           MOVE WS-JRNL-IMG TO WS-JRNL-AFT-WK.
           MOVE "REISS" TO WS-JRNL-ACTION.
           PERFORM 200-WRITE-JOURNAL THRU 200-EXIT.
           MOVE THE-ROW TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           MOVE WS-DATE-TEXT TO WS-RIS-NEW-DATE.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "REPLACES CHECK DATED " DELIMITED BY SIZE
                  WS-RIS-OLD-DATE DELIMITED BY SIZE
                  " NO. " DELIMITED BY SIZE
                  WS-RIS-OLD-NUMB DELIMITED BY SIZE
             INTO WS-NOTE-TEXT.
           PERFORM 096E-ADD-NOTE THRU 096E-EXIT.
       096C-EXIT.
           EXIT.
      ************************************************************
      *  096D-POST-STOP-FEE adds the bank's stop-payment fee in
      *  WS-RIS-FEE at the end of the table as a service charge
      *  dated the day of the reissue, outstanding until the
      *  statement clears it, journaled as a POST.
      ************************************************************
       096D-POST-STOP-FEE.
           ADD 1 TO LAST-TAB-ROW.
           MOVE LAST-TAB-ROW TO THE-ROW.
           PERFORM 060-BLANK-ROW.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DD TO TEXT-DAY (THE-ROW).
           MOVE WS-TODAY-MM TO TEXT-MONTH (THE-ROW).
           MOVE WS-TODAY-CCYY (3:2) TO TEXT-YEAR (THE-ROW).
           MOVE WS-TODAY-CCYY (1:2) TO EXTRA-CENTURY (THE-ROW).
           MOVE "STOP PAYMENT" TO TEXT-MERCHANT (THE-ROW).
           MOVE SPACES TO TEXT-ITEM (THE-ROW).
           STRING "CHECK " DELIMITED BY SIZE
                  WS-RIS-OLD-NUMB DELIMITED BY SIZE
             INTO TEXT-ITEM (THE-ROW).
           MOVE WS-RIS-FEE TO TEXT-AMOUNT (THE-ROW).
           MOVE "O" TO TEXT-STATUS (THE-ROW).
           MOVE "S" TO TEXT-TRANTYPE (THE-ROW).
           PERFORM 134B-DEFAULT-CATEGORY THRU 134B-EXIT.
           MOVE SPACES TO WS-JRNL-BEF-WK.
           PERFORM 201-ROW-TO-IMAGE.
           MOVE WS-JRNL-IMG TO WS-JRNL-AFT-WK.
           MOVE "POST" TO WS-JRNL-ACTION.
           PERFORM 200-WRITE-JOURNAL THRU 200-EXIT.
       096D-EXIT.
           EXIT.
      ************************************************************
      *  096E-ADD-NOTE attaches WS-NOTE-TEXT as a note line to
      *  THE-ROW, keyed the way 230-EDIT-NOTE keys it.
      ************************************************************
       096E-ADD-NOTE.
           IF NOTE-COUNT NOT LESS THAN MAX-NOTE-LINES
             GO TO 096E-EXIT.
           MOVE THE-ROW TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           ADD 1 TO NOTE-COUNT.
           MOVE TEXT-NUMB OF TEXT-LINE (THE-ROW)
             TO NT-NUMB (NOTE-COUNT).
           MOVE WS-DATE-TEXT TO NT-DATE (NOTE-COUNT).
           MOVE TEXT-MERCHANT OF TEXT-LINE (THE-ROW)
             TO NT-MERCHANT (NOTE-COUNT).
           MOVE WS-NOTE-TEXT TO NT-TEXT (NOTE-COUNT).
           MOVE "Y" TO WS-NOTE-DIRTY.
       096E-EXIT.
           EXIT.
      ************************************************************
      *  096F-WRITE-LINK appends the old/new pair to REISSUE.LST
      *  with the reason, the fee, and the first number passed
      *  over when the replacement skipped numbers.
      ************************************************************
       096F-WRITE-LINK.
           OPEN EXTEND RIS-FILE.
           IF WS-RISSTAT1 NOT < 2
             OPEN OUTPUT RIS-FILE.
           IF WS-RISSTAT1 NOT < 2
             MOVE "CANNOT WRITE REISSUE.LST - NO LINK" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 096F-EXIT.
           MOVE SPACES TO RIS-REC.
           MOVE WS-FILE-ID TO RIS-ACCT.
           MOVE WS-RIS-OLD-NUMB TO RIS-OLD-NUMB.
           MOVE WS-RIS-OLD-DATE TO RIS-OLD-DATE.
           MOVE TEXT-NUMB (WS-RIS-NEW-ROW) TO RIS-NEW-NUMB.
           MOVE WS-RIS-NEW-DATE TO RIS-NEW-DATE.
           MOVE TEXT-MERCHANT (WS-RIS-OLD-ROW) TO RIS-MERCHANT.
           MOVE WS-RIS-AMT TO RIS-AMOUNT.
           MOVE WS-RIS-REASON TO RIS-REASON.
           MOVE WS-RIS-FEE TO RIS-FEE.
           MOVE WS-RIS-SKIP-FROM TO RIS-SKIP-FROM.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO RIS-DONE.
           MOVE WS-OPERATOR TO RIS-OPR.
           WRITE RIS-REC.
           CLOSE RIS-FILE.
       096F-EXIT.
           EXIT.
      ************************************************************
      *  097-STALE-CHECKS prints STALECHK.PRN: every outstanding
      *  check in every checking account, aged by days since the
      *  check date into the 0-30, 31-60, 61-90, 91-180 and over
      *  180 day buckets, with each account's bucket totals and
      *  the totals for all accounts together.  A check over 180
      *  days old is flagged stale for follow-up.  The open
      *  account is saved first so its checks are current.
      ************************************************************
       097-STALE-CHECKS.
           PERFORM 040-WRITEFILE THRU 040-EXIT.
           IF WS-SPL-ABORT = "Y"
             MOVE "NOT SAVED - REPORT CANCELLED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 097-EXIT.
           MOVE WS-DRIVE-ID TO WS-STL-SAVE-DRIVE.
           MOVE WS-DIR-ID TO WS-STL-SAVE-DIR.
           MOVE WS-FILE-ID TO WS-STL-SAVE-ID.
           MOVE WS-STL-SAVE-DRIVE TO WS-PRINT-DRIVE.
           MOVE WS-STL-SAVE-DIR TO WS-PRINT-DIR.
           MOVE "STALECHK.PRN" TO WS-PRINT-ID.
           OPEN OUTPUT PRINT-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-NW-SHOW-N.
           PERFORM 158D-SHOW-DATE THRU 158D-EXIT.
           MOVE WS-DATE-TEXT TO STT-DATE.
           WRITE PRINT-REC FROM WS-STL-TITLE-LINE.
           MOVE 1 TO AB-IDX.
       097-CLEAR.
           IF AB-IDX > 5
             GO TO 097-CLEARED.
           MOVE ZERO TO GB-COUNT (AB-IDX).
           MOVE ZERO TO GB-AMOUNT (AB-IDX).
           ADD 1 TO AB-IDX.
           GO TO 097-CLEAR.
       097-CLEARED.
           MOVE 1 TO WS-STL-A.
       097-ACCT-LOOP.
           IF WS-STL-A > ACCOUNT-COUNT
             GO TO 097-GRAND.
           IF AT-ACCT-TYPE (WS-STL-A) NOT = "C"
             PERFORM 097A-AGE-ACCOUNT THRU 097A-EXIT.
           ADD 1 TO WS-STL-A.
           GO TO 097-ACCT-LOOP.
       097-GRAND.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "ALL ACCOUNTS" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-STL-GRAND TO WS-AGE-BUCKETS.
           PERFORM 097B-PRINT-BUCKETS THRU 097B-EXIT.
           CLOSE PRINT-FILE.
           MOVE WS-STL-SAVE-DRIVE TO WS-DRIVE-ID.
           MOVE WS-STL-SAVE-DIR TO WS-DIR-ID.
           MOVE WS-STL-SAVE-ID TO WS-FILE-ID.
           MOVE "CHECK AGING PRINTED TO STALECHK.PRN" TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       097-EXIT.
           EXIT.
      ************************************************************
      *  097A-AGE-ACCOUNT lists the outstanding checks of account
      *  WS-STL-A from its file and prints its bucket totals.
      *  Split details and the trailing rows of a same-number/
      *  same-date group are not separate checks, as in 199.
      ************************************************************
       097A-AGE-ACCOUNT.
           MOVE AT-DRIVE (WS-STL-A) TO WS-DRIVE-ID.
           MOVE AT-DIR (WS-STL-A) TO WS-DIR-ID.
           MOVE AT-FILE-ID (WS-STL-A) TO WS-FILE-ID.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE AT-NAME (WS-STL-A) TO STA-NAME.
           MOVE AT-FILE-ID (WS-STL-A) TO STA-FILE.
           WRITE PRINT-REC FROM WS-STL-ACCT-LINE.
           WRITE PRINT-REC FROM WS-STL-COL-HEADING.
           MOVE 1 TO AB-IDX.
       097A-CLEAR.
           IF AB-IDX > 5
             GO TO 097A-OPEN.
           MOVE ZERO TO AB-COUNT (AB-IDX).
           MOVE ZERO TO AB-AMOUNT (AB-IDX).
           ADD 1 TO AB-IDX.
           GO TO 097A-CLEAR.
       097A-OPEN.
           MOVE ZERO TO WS-STL-LISTED.
           MOVE SPACES TO WS-STL-PREV-NUMB.
           MOVE SPACES TO WS-STL-PREV-DATE.
           OPEN INPUT CKBKFILE.
           IF WS-INSTAT1 NOT < 2
             GO TO 097A-SUMMARY.
       097A-READ.
           READ CKBKFILE AT END
             CLOSE CKBKFILE
             GO TO 097A-SUMMARY.
           IF CKBK-TRANTYPE NOT = "K" AND CKBK-TRANTYPE NOT = "k"
              AND CKBK-TRANTYPE NOT = SPACE
             GO TO 097A-READ.
           IF CKBK-SPLIT = "S" OR CKBK-SPLIT = "s"
             GO TO 097A-READ.
           IF CKBK-NUMB NOT = SPACES AND
              CKBK-NUMB = WS-STL-PREV-NUMB AND
              CKBK-DATE = WS-STL-PREV-DATE
             GO TO 097A-READ.
           MOVE CKBK-NUMB TO WS-STL-PREV-NUMB.
           MOVE CKBK-DATE TO WS-STL-PREV-DATE.
           IF CKBK-STATUS NOT = "O" AND CKBK-STATUS NOT = "o"
             GO TO 097A-READ.
           IF CKBK-AMOUNT = ZERO
             GO TO 097A-READ.
           MOVE CKBK-AMOUNT TO WS-STL-AMT.
           MOVE CKBK-DATE TO WS-AGE-FROM-DATE.
           PERFORM 238-DAYS-SINCE THRU 238-EXIT.
           PERFORM 238A-AGE-BUCKET THRU 238A-EXIT.
           MOVE SPACES TO WS-STL-DETAIL-LINE.
           MOVE CKBK-NUMB TO STD-NUMB.
           PERFORM 027-FORMAT-CKBK-DATE THRU 027-EXIT.
           MOVE WS-DATE-TEXT TO STD-DATE.
           MOVE WS-AGE-DAYS TO STD-DAYS.
           MOVE CKBK-MERCHANT TO STD-PAYEE.
           MOVE WS-STL-AMT TO STD-AMOUNT.
           MOVE WS-CLM-AGE-LABEL (AB-IDX) TO STD-AGE.
           IF AB-IDX = 5
             MOVE "STALE - FOLLOW UP" TO STD-FLAG.
           WRITE PRINT-REC FROM WS-STL-DETAIL-LINE.
           ADD 1 TO WS-STL-LISTED.
           ADD 1 TO AB-COUNT (AB-IDX).
           ADD WS-STL-AMT TO AB-AMOUNT (AB-IDX).
           ADD 1 TO GB-COUNT (AB-IDX).
           ADD WS-STL-AMT TO GB-AMOUNT (AB-IDX).
           GO TO 097A-READ.
       097A-SUMMARY.
           IF WS-STL-LISTED = ZERO
             MOVE "  NO OUTSTANDING CHECKS." TO PRINT-REC
             WRITE PRINT-REC
             GO TO 097A-EXIT.
           PERFORM 097B-PRINT-BUCKETS THRU 097B-EXIT.
       097A-EXIT.
           EXIT.
      ************************************************************
      *  097B-PRINT-BUCKETS prints the five ageing buckets in
      *  WS-AGE-BUCKETS and their total.
      ************************************************************
       097B-PRINT-BUCKETS.
           MOVE ZERO TO WS-STL-LISTED.
           MOVE ZERO TO WS-STL-AMT.
           MOVE 1 TO AB-IDX.
       097B-LOOP.
           IF AB-IDX > 5
             GO TO 097B-TOTAL.
           MOVE WS-CLM-AGE-LABEL (AB-IDX) TO STG-LABEL.
           MOVE AB-COUNT (AB-IDX) TO STG-COUNT.
           MOVE AB-AMOUNT (AB-IDX) TO STG-AMOUNT.
           WRITE PRINT-REC FROM WS-STL-AGE-LINE.
           ADD AB-COUNT (AB-IDX) TO WS-STL-LISTED.
           ADD AB-AMOUNT (AB-IDX) TO WS-STL-AMT.
           ADD 1 TO AB-IDX.
           GO TO 097B-LOOP.
       097B-TOTAL.
           MOVE "TOTAL OUTSTANDING" TO STG-LABEL.
           MOVE WS-STL-LISTED TO STG-COUNT.
           MOVE WS-STL-AMT TO STG-AMOUNT.
           WRITE PRINT-REC FROM WS-STL-AGE-LINE.
       097B-EXIT.
           EXIT.
      ************************************************************
      *  098-LOAD-REISSUE-LINKS loads the open account's void-
      *  and-reissue pairs from REISSUE.LST into RIS-TABLE as
      *  check numbers, with the first number each reissue
      *  passed over.  A pair whose old number is not numeric
      *  cannot be placed in the sequence and is left out.
      ************************************************************
       098-LOAD-REISSUE-LINKS.
           MOVE ZERO TO RIS-COUNT.
           OPEN INPUT RIS-FILE.
           IF WS-RISSTAT1 NOT < 2
             GO TO 098-EXIT.
       098-READ.
           READ RIS-FILE AT END
             CLOSE RIS-FILE
             GO TO 098-EXIT.
           IF RIS-ACCT NOT = WS-FILE-ID
             GO TO 098-READ.
           IF RIS-COUNT NOT LESS THAN MAX-RIS-LINKS
             GO TO 098-READ.
           MOVE RIS-OLD-NUMB TO WS-CKA-NUMB-X.
           PERFORM 199B-PARSE-NUMB THRU 199B-EXIT.
           IF WS-CKA-OK NOT = "Y"
             GO TO 098-READ.
           ADD 1 TO RIS-COUNT.
           MOVE WS-CKA-NUM TO RL-OLD (RIS-COUNT).
           MOVE RIS-NEW-NUMB TO WS-CKA-NUMB-X.
           PERFORM 199B-PARSE-NUMB THRU 199B-EXIT.
           IF WS-CKA-OK = "Y"
             MOVE WS-CKA-NUM TO RL-NEW (RIS-COUNT)
           ELSE
             MOVE ZERO TO RL-NEW (RIS-COUNT)
           END-IF.
           IF RIS-SKIP-FROM IS NUMERIC
             MOVE RIS-SKIP-FROM TO RL-SKIP (RIS-COUNT)
           ELSE
             MOVE ZERO TO RL-SKIP (RIS-COUNT)
           END-IF.
           GO TO 098-READ.
       098-EXIT.
           EXIT.
      ************************************************************
      *  100-UTILITY-MENU collects the less-used functions behind
      *  one key the way 085-LOAN-MENU does, so the function-key
      *  row stays readable.  Bound to F1.
      ************************************************************
       100-UTILITY-MENU.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** UTILITY MENU ***".
           DISPLAY " ".
           DISPLAY "R - POST THIS MONTH'S RECURRING ITEMS".
           DISPLAY "I - IMPORT BANK STATEMENT AND CLEAR ITEMS".
           DISPLAY "C - EDIT CATEGORY FOR CURRENT ROW".
           DISPLAY "M - MAINTAIN MERCHANT LIST".
           DISPLAY "B - BUDGET VS ACTUAL REPORT".
           DISPLAY "F - CASH-FLOW FORECAST".
           DISPLAY "J - PRINT CHANGE JOURNAL".
           DISPLAY "Y - YEAR-END CLOSE (ARCHIVE A YEAR)".
           DISPLAY "V - REPORT ON AN ARCHIVED YEAR".
           DISPLAY "H - MULTI-YEAR HISTORY REPORT".
           DISPLAY "P - PRINT CHECKS".
           DISPLAY "G - MARK ROW AS SPLIT PARENT/DETAIL".
           DISPLAY "A - ALL-ACCOUNTS POSITION REPORT".
           DISPLAY "T - TRANSFER AUDIT REPORT (ALL ACCOUNTS)".
           DISPLAY "N - CHECK NUMBER AUDIT (GAPS/DUPLICATES)".
           DISPLAY "W - VIEW/PRINT/DELETE REPORT FILES".
           DISPLAY "S - SWITCH ACCOUNT".
           DISPLAY "O - OTHER UTILITIES".
           DISPLAY " ".
           DISPLAY "ENTER CHOICE, OR PRESS <RETURN> TO CANCEL.".
           MOVE SPACE TO WS-UTIL-CHOICE.
           ACCEPT WS-UTIL-CHOICE.
           IF WS-UTIL-CHOICE = "R" OR WS-UTIL-CHOICE = "r"
             PERFORM 110-POST-RECURRING THRU 110-EXIT.
           IF WS-UTIL-CHOICE = "I" OR WS-UTIL-CHOICE = "i"
             PERFORM 120-IMPORT-STATEMENT THRU 120-EXIT.
           IF WS-UTIL-CHOICE = "C" OR WS-UTIL-CHOICE = "c"
             PERFORM 130-EDIT-CATEGORY THRU 130-EXIT.
           IF WS-UTIL-CHOICE = "M" OR WS-UTIL-CHOICE = "m"
             PERFORM 133-EDIT-MERCHLIST THRU 133-EXIT.
           IF WS-UTIL-CHOICE = "B" OR WS-UTIL-CHOICE = "b"
             PERFORM 140-BUDGET-REPORT THRU 140-EXIT.
           IF WS-UTIL-CHOICE = "F" OR WS-UTIL-CHOICE = "f"
             PERFORM 117-CASHFLOW-FORECAST THRU 117-EXIT.
           IF WS-UTIL-CHOICE = "J" OR WS-UTIL-CHOICE = "j"
             PERFORM 150-JOURNAL-REPORT THRU 150-EXIT.
           IF WS-UTIL-CHOICE = "Y" OR WS-UTIL-CHOICE = "y"
             PERFORM 160-YEAR-END-CLOSE THRU 160-EXIT.
           IF WS-UTIL-CHOICE = "V" OR WS-UTIL-CHOICE = "v"
             PERFORM 165-VIEW-ARCHIVE THRU 165-EXIT.
           IF WS-UTIL-CHOICE = "H" OR WS-UTIL-CHOICE = "h"
             PERFORM 168-HISTORY-REPORT THRU 168-EXIT.
           IF WS-UTIL-CHOICE = "P" OR WS-UTIL-CHOICE = "p"
             PERFORM 170-PRINT-CHECKS THRU 170-EXIT.
           IF WS-UTIL-CHOICE = "G" OR WS-UTIL-CHOICE = "g"
             PERFORM 180-MARK-SPLIT THRU 180-EXIT.
           IF WS-UTIL-CHOICE = "A" OR WS-UTIL-CHOICE = "a"
             PERFORM 190-POSITION-REPORT THRU 190-EXIT.
           IF WS-UTIL-CHOICE = "T" OR WS-UTIL-CHOICE = "t"
             PERFORM 198-TRANSFER-AUDIT THRU 198-EXIT.
           IF WS-UTIL-CHOICE = "N" OR WS-UTIL-CHOICE = "n"
             PERFORM 199-CHECK-AUDIT THRU 199-EXIT.
           IF WS-UTIL-CHOICE = "W" OR WS-UTIL-CHOICE = "w"
             PERFORM 220-REPORT-VIEWER THRU 220-EXIT.
           IF WS-UTIL-CHOICE = "S" OR WS-UTIL-CHOICE = "s"
             PERFORM 195-SWITCH-ACCOUNT THRU 195-EXIT.
           IF WS-UTIL-CHOICE = "O" OR WS-UTIL-CHOICE = "o"
             PERFORM 101-MORE-UTILITIES THRU 101-EXIT.
           PERFORM 009-RESTORE-SCREEN.
       100-EXIT.
           EXIT.
      ************************************************************
      *  101-MORE-UTILITIES is the second page of the utility
      *  menu, for the year-end and multi-account jobs that no
      *  longer fit on the first.
      ************************************************************
       101-MORE-UTILITIES.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** MORE UTILITIES ***".
           DISPLAY " ".
           DISPLAY "D - MARK DEDUCTIBLE CATEGORIES AND TAX LINES".
           DISPLAY "X - TAX DEDUCTION SCHEDULE (ALL ACCOUNTS)".
           DISPLAY "E - EXPORT AN ACCOUNT TO .CSV AND .QIF FILES".
           DISPLAY "P - POSITIVE PAY: BUILD THE BANK'S ISSUE FILE".
           DISPLAY "K - BANK ROUTING AND ACCOUNT NUMBERS".
           DISPLAY "B - PROVE THE BOOKS (ALL ACCOUNTS)".
           DISPLAY "T - ACCOUNT TYPE AND CREDIT CARD TERMS".
           DISPLAY "S - CREDIT CARD STATEMENT (CLOSE THE CYCLE)".
           DISPLAY "H - HOUSE, CARS, INVESTMENTS AND LOANS".
           DISPLAY "N - NET WORTH STATEMENT".
           DISPLAY "R - REIMBURSABLE EXPENSES AND CLAIMS".
           DISPLAY "V - VOID AND REISSUE CURRENT CHECK (STOP PAYMENT)".
           DISPLAY "A - OUTSTANDING CHECK AGING (ALL ACCOUNTS)".
           DISPLAY " ".
           DISPLAY "ENTER CHOICE, OR PRESS <RETURN> TO CANCEL.".
           MOVE SPACE TO WS-UTIL-CHOICE.
           ACCEPT WS-UTIL-CHOICE.
           IF WS-UTIL-CHOICE = "D" OR WS-UTIL-CHOICE = "d"
             PERFORM 144-EDIT-TAX-FLAGS THRU 144-EXIT.
           IF WS-UTIL-CHOICE = "X" OR WS-UTIL-CHOICE = "x"
             PERFORM 145-TAX-SCHEDULE THRU 145-EXIT.
           IF WS-UTIL-CHOICE = "E" OR WS-UTIL-CHOICE = "e"
             PERFORM 102-EXPORT-REGISTER THRU 102-EXIT.
           IF WS-UTIL-CHOICE = "P" OR WS-UTIL-CHOICE = "p"
             PERFORM 179-PPAY-TRANSMIT THRU 179-EXIT.
           IF WS-UTIL-CHOICE = "K" OR WS-UTIL-CHOICE = "k"
             PERFORM 189-EDIT-BANK-NUMBERS THRU 189-EXIT.
           IF WS-UTIL-CHOICE = "B" OR WS-UTIL-CHOICE = "b"
             PERFORM 105-PROVE-BOOKS THRU 105-EXIT.
           IF WS-UTIL-CHOICE = "T" OR WS-UTIL-CHOICE = "t"
             PERFORM 193-EDIT-CARD-TERMS THRU 193-EXIT.
           IF WS-UTIL-CHOICE = "S" OR WS-UTIL-CHOICE = "s"
             PERFORM 191-CARD-STATEMENT THRU 191-EXIT.
           IF WS-UTIL-CHOICE = "H" OR WS-UTIL-CHOICE = "h"
             PERFORM 155-EDIT-HOLDINGS THRU 155-EXIT.
           IF WS-UTIL-CHOICE = "N" OR WS-UTIL-CHOICE = "n"
             PERFORM 158-NET-WORTH-REPORT THRU 158-EXIT.
           IF WS-UTIL-CHOICE = "R" OR WS-UTIL-CHOICE = "r"
             PERFORM 232-REIMB-MENU THRU 232-EXIT.
           IF WS-UTIL-CHOICE = "V" OR WS-UTIL-CHOICE = "v"
             PERFORM 096-VOID-REISSUE THRU 096-EXIT.
           IF WS-UTIL-CHOICE = "A" OR WS-UTIL-CHOICE = "a"
             PERFORM 097-STALE-CHECKS THRU 097-EXIT.
       101-EXIT.
           EXIT.
      ************************************************************
      *  102-EXPORT-REGISTER asks for an account and a date range
      *  and exports them through 103-EXPORT-RANGE.  The open
      *  account is saved first so its file on disk is current.
      ************************************************************
       102-EXPORT-REGISTER.
           MOVE ZERO TO WS-EXP-SEL.
           IF ACCOUNT-COUNT = ZERO
             GO TO 102-RANGE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** EXPORT REGISTER ***".
           DISPLAY " ".
           MOVE 1 TO WS-EXP-SEL.
       102-LIST-LOOP.
           IF WS-EXP-SEL > ACCOUNT-COUNT
             GO TO 102-LIST-DONE.
           DISPLAY WS-EXP-SEL, "  ", AT-NAME (WS-EXP-SEL).
           ADD 1 TO WS-EXP-SEL.
           GO TO 102-LIST-LOOP.
       102-LIST-DONE.
           DISPLAY " ".
           DISPLAY " 0  THE ACCOUNT NOW OPEN".
           DISPLAY " ".
           DISPLAY "ENTER NUMBER AND PRESS <RETURN>.".
           MOVE ZERO TO WS-EXP-SEL.
           ACCEPT WS-EXP-SEL.
           IF WS-EXP-SEL > ACCOUNT-COUNT
             GO TO 102-EXIT.
       102-RANGE.
           DISPLAY " ".
           DISPLAY "ENTER FROM DATE (CCYYMMDD):".
           MOVE ZERO TO WS-EXP-FROM.
           ACCEPT WS-EXP-FROM.
           IF WS-EXP-FROM = ZERO
             GO TO 102-EXIT.
           DISPLAY "ENTER TO DATE (CCYYMMDD):".
           MOVE ZERO TO WS-EXP-TO.
           ACCEPT WS-EXP-TO.
           IF WS-EXP-TO < WS-EXP-FROM
             MOVE "TO DATE BEFORE FROM DATE - NO EXPORT"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 102-EXIT.
           PERFORM 040-WRITEFILE THRU 040-EXIT.
           IF WS-SPL-ABORT = "Y"
             MOVE "NOT SAVED - EXPORT CANCELLED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 102-EXIT.
           MOVE WS-DRIVE-ID TO WS-EXP-SAVE-DRIVE.
           MOVE WS-DIR-ID TO WS-EXP-SAVE-DIR.
           MOVE WS-FILE-ID TO WS-EXP-SAVE-ID.
           IF WS-EXP-SEL NOT = ZERO
             MOVE AT-DRIVE (WS-EXP-SEL) TO WS-DRIVE-ID
             MOVE AT-DIR (WS-EXP-SEL) TO WS-DIR-ID
             MOVE AT-FILE-ID (WS-EXP-SEL) TO WS-FILE-ID.
           PERFORM 103-EXPORT-RANGE THRU 103-EXIT.
           MOVE WS-EXP-SAVE-DRIVE TO WS-DRIVE-ID.
           MOVE WS-EXP-SAVE-DIR TO WS-DIR-ID.
           MOVE WS-EXP-SAVE-ID TO WS-FILE-ID.
       102-EXIT.
           EXIT.
      ************************************************************
      *  103-EXPORT-RANGE writes the account named by WS-FILE-ID
      *  for WS-EXP-FROM through WS-EXP-TO (CCYYMMDD) to its .CSV
      *  and .QIF files: each year's archive in the range first,
      *  then the live file.  A closed year lives only in its
      *  archive, so nothing is exported twice.
      ************************************************************
       103-EXPORT-RANGE.
           PERFORM 032-BUILD-EXPORT-NAMES THRU 032-EXIT.
           IF WS-EXP-OK NOT = "Y"
             MOVE "NO EXPORT FILE NAME FOR THIS FILE-ID" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 103-EXIT.
           PERFORM 141-LOAD-CATEGORIES THRU 141-EXIT.
           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPSTAT1 NOT < 2
             MOVE "CANNOT WRITE THE .CSV EXPORT FILE" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 103-EXIT.
           OPEN OUTPUT QIF-FILE.
           IF WS-QIFSTAT1 NOT < 2
             CLOSE EXPORT-FILE
             MOVE "CANNOT WRITE THE .QIF EXPORT FILE" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 103-EXIT.
           WRITE EXPORT-REC FROM WS-EXP-HEADING.
           MOVE "!Type:Bank" TO QIF-REC.
           WRITE QIF-REC.
           MOVE ZERO TO WS-EXP-ROWS.
           MOVE "N" TO WS-EXP-QIF-OPEN.
           COMPUTE WS-EXP-YEAR = WS-EXP-FROM / 10000.
           COMPUTE WS-EXP-TO-YEAR = WS-EXP-TO / 10000.
       103-YEAR-LOOP.
           IF WS-EXP-YEAR > WS-EXP-TO-YEAR
             GO TO 103-LIVE.
           PERFORM 103A-SCAN-ARCHIVE THRU 103A-EXIT.
           ADD 1 TO WS-EXP-YEAR.
           GO TO 103-YEAR-LOOP.
       103-LIVE.
           MOVE ZERO TO EXP-NOTE-COUNT.
           PERFORM 038-BUILD-NOTE-NAME THRU 038-EXIT.
           IF WS-NTE-OK = "Y"
             PERFORM 103B-LOAD-EXPORT-NOTES THRU 103B-EXIT.
           MOVE SPACES TO WS-EXP-PREV-NUMB.
           MOVE ZERO TO WS-EXP-PREV-DATE.
           OPEN INPUT CKBKFILE.
           IF WS-INSTAT1 NOT < 2
             GO TO 103-DONE.
       103-READ-LIVE.
           READ CKBKFILE AT END
             CLOSE CKBKFILE
             GO TO 103-DONE.
           MOVE CKBK-REC TO WS-EXP-ROW.
           PERFORM 104-EXPORT-ROW THRU 104-EXIT.
           GO TO 103-READ-LIVE.
       103-DONE.
           IF WS-EXP-QIF-OPEN = "Y"
             MOVE "^" TO QIF-REC
             WRITE QIF-REC.
           CLOSE EXPORT-FILE.
           CLOSE QIF-FILE.
           MOVE WS-EXP-ROWS TO ED-ROWS.
           MOVE WS-EXPORT-ID TO ED-NAME.
           MOVE WS-EXP-DONE-MSG TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       103-EXIT.
           EXIT.
      ************************************************************
      *  103A-SCAN-ARCHIVE exports the rows of the archive for
      *  year WS-EXP-YEAR, if there is one, with its notes.
      ************************************************************
       103A-SCAN-ARCHIVE.
           MOVE WS-EXP-YEAR TO WS-CLOSE-YEAR.
           PERFORM 161-BUILD-ARCH-NAME THRU 161-EXIT.
           IF WS-ARCH-OK NOT = "Y"
             GO TO 103A-EXIT.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCSTAT1 NOT < 2
             GO TO 103A-EXIT.
           MOVE ZERO TO EXP-NOTE-COUNT.
           PERFORM 166-BUILD-ARCH-NOTE-NAME THRU 166-EXIT.
           IF WS-NTE-OK = "Y"
             PERFORM 103B-LOAD-EXPORT-NOTES THRU 103B-EXIT.
           MOVE SPACES TO WS-EXP-PREV-NUMB.
           MOVE ZERO TO WS-EXP-PREV-DATE.
       103A-READ.
           READ ARCH-FILE AT END
             CLOSE ARCH-FILE
             GO TO 103A-EXIT.
           MOVE ARCH-REC TO WS-EXP-ROW.
           PERFORM 104-EXPORT-ROW THRU 104-EXIT.
           GO TO 103A-READ.
       103A-EXIT.
           EXIT.
      ************************************************************
      *  103B-LOAD-EXPORT-NOTES reads the notes file named in
      *  WS-NOTE-FILE-NAME into EXP-NOTE-TABLE.
      ************************************************************
       103B-LOAD-EXPORT-NOTES.
           OPEN INPUT NOTE-FILE.
           IF WS-NTESTAT1 NOT < 2
             GO TO 103B-EXIT.
       103B-READ.
           IF EXP-NOTE-COUNT NOT LESS THAN MAX-NOTE-LINES
             GO TO 103B-DONE.
           READ NOTE-FILE AT END
             GO TO 103B-DONE.
           ADD 1 TO EXP-NOTE-COUNT.
           MOVE NTE-NUMB TO XN-NUMB (EXP-NOTE-COUNT).
           MOVE NTE-DATE TO XN-DATE (EXP-NOTE-COUNT).
           MOVE NTE-MERCHANT TO XN-MERCHANT (EXP-NOTE-COUNT).
           MOVE NTE-TEXT TO XN-TEXT (EXP-NOTE-COUNT).
           GO TO 103B-READ.
       103B-DONE.
           CLOSE NOTE-FILE.
       103B-EXIT.
           EXIT.
      ************************************************************
      *  104-EXPORT-ROW writes the row in WS-EXP-ROW when its date
      *  falls in the range.  Every row goes to the .CSV, voids
      *  and split details included, with its amount signed by
      *  transaction type (deposits and interest plus, everything
      *  else minus).  The .QIF takes only what moves the balance,
      *  by the rules of 030-BALANCE-CHECK, with split details
      *  written as split lines of the parent before them.
      ************************************************************
       104-EXPORT-ROW.
           IF XR-NUMB = "*OPENBAL* "
             GO TO 104-EXIT.
           IF XR-DATE NOT NUMERIC
             GO TO 104-EXIT.
           COMPUTE WS-EXP-SEQ = XR-YEAR * 10000
             + XR-MONTH * 100 + XR-DAY.
           IF WS-EXP-SEQ < WS-EXP-FROM OR WS-EXP-SEQ > WS-EXP-TO
             GO TO 104-EXIT.
           IF XR-AMOUNT IS NUMERIC
             MOVE XR-AMOUNT TO WS-EXP-AMT
           ELSE
             MOVE ZERO TO WS-EXP-AMT
           END-IF.
           MOVE XR-TRANTYPE TO WS-TRAN-TYPE.
           PERFORM 031-SET-TRAN-DIR.
           IF WS-TRAN-CREDIT NOT = "Y"
             COMPUTE WS-EXP-AMT = ZERO - WS-EXP-AMT.
           MOVE WS-EXP-AMT TO WS-EXP-AMT-ED.
           MOVE XR-DAY TO WS-DT-DAY.
           MOVE XR-MONTH TO WS-DT-MONTH.
           MOVE XR-YEAR TO WS-DT-CCYY.
           PERFORM 104D-FIND-NOTES THRU 104D-EXIT.
           PERFORM 104E-CAT-DESC THRU 104E-EXIT.
           MOVE SPACES TO WS-EXP-LINE.
           MOVE 1 TO WS-EXP-POS.
           MOVE "Y" TO WS-EXP-QUOTE.
           MOVE XR-NUMB TO WS-EXP-FIELD.
           PERFORM 104A-CSV-FIELD THRU 104A-EXIT.
           MOVE "N" TO WS-EXP-QUOTE.
           MOVE WS-DATE-TEXT TO WS-EXP-FIELD.
           PERFORM 104A-CSV-FIELD THRU 104A-EXIT.
           MOVE "Y" TO WS-EXP-QUOTE.
           MOVE XR-MERCHANT TO WS-EXP-FIELD.
           PERFORM 104A-CSV-FIELD THRU 104A-EXIT.
           MOVE XR-ITEM TO WS-EXP-FIELD.
           PERFORM 104A-CSV-FIELD THRU 104A-EXIT.
           MOVE "N" TO WS-EXP-QUOTE.
           MOVE WS-EXP-AMT-ED TO WS-EXP-FIELD.
           PERFORM 104A-CSV-FIELD THRU 104A-EXIT.
           MOVE "Y" TO WS-EXP-QUOTE.
           MOVE XR-CATEGORY TO WS-EXP-FIELD.
           PERFORM 104A-CSV-FIELD THRU 104A-EXIT.
           MOVE WS-EXP-CAT-DESC TO WS-EXP-FIELD.
           PERFORM 104A-CSV-FIELD THRU 104A-EXIT.
           MOVE "N" TO WS-EXP-QUOTE.
           MOVE XR-STATUS TO WS-EXP-FIELD.
           PERFORM 104A-CSV-FIELD THRU 104A-EXIT.
           MOVE XR-SPLIT TO WS-EXP-FIELD.
           PERFORM 104A-CSV-FIELD THRU 104A-EXIT.
           MOVE "Y" TO WS-EXP-QUOTE.
           MOVE WS-EXP-NOTE TO WS-EXP-FIELD.
           PERFORM 104A-CSV-FIELD THRU 104A-EXIT.
           WRITE EXPORT-REC FROM WS-EXP-LINE.
           ADD 1 TO WS-EXP-ROWS.
      * The .QIF side.
           IF XR-STATUS = "V" OR XR-STATUS = "v"
             GO TO 104-EXIT.
           IF WS-EXP-AMT = ZERO
             GO TO 104-EXIT.
           IF XR-SPLIT = "S" OR XR-SPLIT = "s"
             GO TO 104-QIF-SPLIT.
           IF XR-NUMB NOT = SPACES AND
              XR-NUMB = WS-EXP-PREV-NUMB AND
              WS-EXP-SEQ = WS-EXP-PREV-DATE
             GO TO 104-EXIT.
           MOVE XR-NUMB TO WS-EXP-PREV-NUMB.
           MOVE WS-EXP-SEQ TO WS-EXP-PREV-DATE.
           IF WS-EXP-QIF-OPEN = "Y"
             MOVE "^" TO QIF-REC
             WRITE QIF-REC.
           MOVE XR-MONTH TO QD-MONTH.
           MOVE XR-DAY TO QD-DAY.
           MOVE XR-YEAR TO QD-YEAR.
           MOVE "D" TO WS-EXP-TAG.
           MOVE WS-EXP-QIF-DATE TO WS-EXP-FIELD.
           PERFORM 104F-QIF-LINE THRU 104F-EXIT.
           MOVE "T" TO WS-EXP-TAG.
           MOVE WS-EXP-AMT-ED TO WS-EXP-FIELD.
           PERFORM 104F-QIF-LINE THRU 104F-EXIT.
           IF XR-NUMB NOT = SPACES
             MOVE "N" TO WS-EXP-TAG
             MOVE XR-NUMB TO WS-EXP-FIELD
             PERFORM 104F-QIF-LINE THRU 104F-EXIT.
           MOVE "P" TO WS-EXP-TAG.
           MOVE XR-MERCHANT TO WS-EXP-FIELD.
           PERFORM 104F-QIF-LINE THRU 104F-EXIT.
           MOVE SPACES TO WS-EXP-TEXT.
           MOVE 1 TO WS-EXP-TPOS.
           MOVE " - " TO WS-EXP-SEP.
           MOVE XR-ITEM TO WS-EXP-FIELD.
           PERFORM 104B-ADD-TEXT THRU 104B-EXIT.
           MOVE WS-EXP-NOTE TO WS-EXP-FIELD.
           PERFORM 104B-ADD-TEXT THRU 104B-EXIT.
           MOVE "M" TO WS-EXP-TAG.
           MOVE WS-EXP-TEXT TO WS-EXP-FIELD.
           PERFORM 104F-QIF-LINE THRU 104F-EXIT.
           MOVE "L" TO WS-EXP-TAG.
           MOVE WS-EXP-CAT-DESC TO WS-EXP-FIELD.
           PERFORM 104F-QIF-LINE THRU 104F-EXIT.
           IF XR-STATUS = "C" OR XR-STATUS = "c"
             MOVE "C" TO WS-EXP-TAG
             MOVE "X" TO WS-EXP-FIELD
             PERFORM 104F-QIF-LINE THRU 104F-EXIT.
           MOVE "Y" TO WS-EXP-QIF-OPEN.
           GO TO 104-EXIT.
       104-QIF-SPLIT.
      * A detail whose parent fell before the range has no
      * transaction to hang from.
           IF WS-EXP-QIF-OPEN NOT = "Y"
             GO TO 104-EXIT.
           MOVE "S" TO WS-EXP-TAG.
           MOVE WS-EXP-CAT-DESC TO WS-EXP-FIELD.
           PERFORM 104F-QIF-LINE THRU 104F-EXIT.
           MOVE "E" TO WS-EXP-TAG.
           MOVE XR-ITEM TO WS-EXP-FIELD.
           PERFORM 104F-QIF-LINE THRU 104F-EXIT.
           MOVE "$" TO WS-EXP-TAG.
           MOVE WS-EXP-AMT-ED TO WS-EXP-FIELD.
           PERFORM 104F-QIF-LINE THRU 104F-EXIT.
       104-EXIT.
           EXIT.
      ************************************************************
      *  104A-CSV-FIELD appends WS-EXP-FIELD, trimmed, to the
      *  .CSV line after a comma.  A quoted field has any double
      *  quote in it turned to a single one so it cannot end the
      *  field early.
      ************************************************************
       104A-CSV-FIELD.
           IF WS-EXP-POS > 1
             STRING "," DELIMITED BY SIZE
               INTO WS-EXP-LINE WITH POINTER WS-EXP-POS.
           IF WS-EXP-QUOTE = "Y"
             INSPECT WS-EXP-FIELD REPLACING ALL QUOTE BY "'"
             STRING QUOTE DELIMITED BY SIZE
               INTO WS-EXP-LINE WITH POINTER WS-EXP-POS.
           PERFORM 104C-FIELD-BOUNDS THRU 104C-EXIT.
           IF WS-EXP-LAST > ZERO
             STRING WS-EXP-FIELD (WS-EXP-FIRST:WS-EXP-LEN)
               DELIMITED BY SIZE
               INTO WS-EXP-LINE WITH POINTER WS-EXP-POS.
           IF WS-EXP-QUOTE = "Y"
             STRING QUOTE DELIMITED BY SIZE
               INTO WS-EXP-LINE WITH POINTER WS-EXP-POS.
       104A-EXIT.
           EXIT.
      ************************************************************
      *  104B-ADD-TEXT appends WS-EXP-FIELD, trimmed, to WS-EXP-
      *  TEXT, with WS-EXP-SEP between it and anything already
      *  there.  What does not fit is dropped.
      ************************************************************
       104B-ADD-TEXT.
           PERFORM 104C-FIELD-BOUNDS THRU 104C-EXIT.
           IF WS-EXP-LAST = ZERO
             GO TO 104B-EXIT.
           IF WS-EXP-TPOS > 1
             STRING WS-EXP-SEP DELIMITED BY SIZE
               INTO WS-EXP-TEXT WITH POINTER WS-EXP-TPOS
               ON OVERFLOW
                 GO TO 104B-EXIT
             END-STRING.
           STRING WS-EXP-FIELD (WS-EXP-FIRST:WS-EXP-LEN)
             DELIMITED BY SIZE
             INTO WS-EXP-TEXT WITH POINTER WS-EXP-TPOS
             ON OVERFLOW
               CONTINUE
           END-STRING.
       104B-EXIT.
           EXIT.
      ************************************************************
      *  104C-FIELD-BOUNDS finds the first and last non-blank
      *  characters of WS-EXP-FIELD.  WS-EXP-LAST is zero when
      *  the field is all spaces.
      ************************************************************
       104C-FIELD-BOUNDS.
           MOVE 120 TO WS-EXP-LAST.
           MOVE ZERO TO WS-EXP-LEN.
       104C-BACK.
           IF WS-EXP-LAST = ZERO
             GO TO 104C-EXIT.
           IF WS-EXP-FIELD (WS-EXP-LAST:1) NOT = SPACE
             GO TO 104C-FRONT.
           SUBTRACT 1 FROM WS-EXP-LAST.
           GO TO 104C-BACK.
       104C-FRONT.
           MOVE 1 TO WS-EXP-FIRST.
       104C-FWD.
           IF WS-EXP-FIELD (WS-EXP-FIRST:1) NOT = SPACE
             GO TO 104C-DONE.
           ADD 1 TO WS-EXP-FIRST.
           GO TO 104C-FWD.
       104C-DONE.
           COMPUTE WS-EXP-LEN = WS-EXP-LAST - WS-EXP-FIRST + 1.
       104C-EXIT.
           EXIT.
      ************************************************************
      *  104D-FIND-NOTES gathers every note line keyed to the row
      *  into WS-EXP-NOTE, separated by " / ".
      ************************************************************
       104D-FIND-NOTES.
           MOVE SPACES TO WS-EXP-TEXT.
           MOVE 1 TO WS-EXP-TPOS.
           MOVE " / " TO WS-EXP-SEP.
           MOVE 1 TO XN-IDX.
       104D-SCAN.
           IF XN-IDX > EXP-NOTE-COUNT
             GO TO 104D-DONE.
           IF XN-NUMB (XN-IDX) = XR-NUMB AND
              XN-DATE (XN-IDX) = WS-DATE-TEXT AND
              XN-MERCHANT (XN-IDX) = XR-MERCHANT
             MOVE XN-TEXT (XN-IDX) TO WS-EXP-FIELD
             PERFORM 104B-ADD-TEXT THRU 104B-EXIT.
           ADD 1 TO XN-IDX.
           GO TO 104D-SCAN.
       104D-DONE.
           MOVE WS-EXP-TEXT TO WS-EXP-NOTE.
       104D-EXIT.
           EXIT.
      ************************************************************
      *  104E-CAT-DESC looks the row's category code up in
      *  CATEGORY-TABLE.  An unlisted code describes itself.
      ************************************************************
       104E-CAT-DESC.
           MOVE XR-CATEGORY TO WS-EXP-CAT-DESC.
           MOVE 1 TO CT-IDX.
       104E-SCAN.
           IF CT-IDX > CATEGORY-COUNT
             GO TO 104E-EXIT.
           IF CT-CODE (CT-IDX) = XR-CATEGORY
             MOVE CT-DESC (CT-IDX) TO WS-EXP-CAT-DESC
             GO TO 104E-EXIT.
           ADD 1 TO CT-IDX.
           GO TO 104E-SCAN.
       104E-EXIT.
           EXIT.
      ************************************************************
      *  104F-QIF-LINE writes one .QIF line: the tag letter in
      *  WS-EXP-TAG followed by WS-EXP-FIELD, trimmed.  A blank
      *  field writes nothing.
      ************************************************************
       104F-QIF-LINE.
           PERFORM 104C-FIELD-BOUNDS THRU 104C-EXIT.
           IF WS-EXP-LAST = ZERO
             GO TO 104F-EXIT.
           MOVE SPACES TO QIF-REC.
           STRING WS-EXP-TAG DELIMITED BY SIZE
             WS-EXP-FIELD (WS-EXP-FIRST:WS-EXP-LEN) DELIMITED BY SIZE
             INTO QIF-REC.
           WRITE QIF-REC.
       104F-EXIT.
           EXIT.
      ************************************************************
      *  105-PROVE-BOOKS proves every account on ACCOUNT.LST:
      *  each archived year's balance is recomputed from its
      *  rows, each year's *OPENBAL* must equal the year
      *  before's closing, the last closing must equal the
      *  carry-forward in ACCT-OPEN-BAL, and the live file must
      *  agree with its control totals.  The chain and every
      *  break go to PROOF.PRN.
      ************************************************************
       105-PROVE-BOOKS.
           IF ACCOUNT-COUNT = ZERO
             MOVE "NO ACCOUNT FILE (ACCOUNT.LST) FOUND"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 105-EXIT.
      * Save first so the open account's file and its control
      * totals on disk match the table.
           PERFORM 040-WRITEFILE THRU 040-EXIT.
           IF WS-SPL-ABORT = "Y"
             MOVE "NOT SAVED - PROOF CANCELLED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 105-EXIT.
           MOVE WS-DRIVE-ID TO WS-PB-SAVE-DRIVE.
           MOVE WS-DIR-ID TO WS-PB-SAVE-DIR.
           MOVE WS-FILE-ID TO WS-PB-SAVE-ID.
           MOVE WS-PB-SAVE-DRIVE TO WS-PRINT-DRIVE.
           MOVE WS-PB-SAVE-DIR TO WS-PRINT-DIR.
           MOVE "PROOF.PRN   " TO WS-PRINT-ID.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM WS-PB-TITLE-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ZERO TO WS-PB-BREAKS.
           MOVE 1 TO WS-PB-A.
       105-ACCT-LOOP.
           IF WS-PB-A > ACCOUNT-COUNT
             GO TO 105-DONE.
           PERFORM 106-PROVE-ACCOUNT THRU 106-EXIT.
           ADD 1 TO WS-PB-A.
           GO TO 105-ACCT-LOOP.
       105-DONE.
           MOVE WS-PB-BREAKS TO PB-END-COUNT.
           WRITE PRINT-REC FROM WS-PB-END-LINE.
           CLOSE PRINT-FILE.
           MOVE WS-PB-SAVE-DRIVE TO WS-DRIVE-ID.
           MOVE WS-PB-SAVE-DIR TO WS-DIR-ID.
           MOVE WS-PB-SAVE-ID TO WS-FILE-ID.
           MOVE WS-PB-BREAKS TO PB-DONE-COUNT.
           MOVE WS-PB-DONE-MSG TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       105-EXIT.
           EXIT.
      ************************************************************
      *  106-PROVE-ACCOUNT proves account WS-PB-A.  Archive
      *  names carry a two-digit year, so all hundred are tried
      *  and the years found are put in full-year order before
      *  the chain is walked.
      ************************************************************
       106-PROVE-ACCOUNT.
           MOVE AT-DRIVE (WS-PB-A) TO WS-DRIVE-ID.
           MOVE AT-DIR (WS-PB-A) TO WS-DIR-ID.
           MOVE AT-FILE-ID (WS-PB-A) TO WS-FILE-ID.
           MOVE AT-NAME (WS-PB-A) TO PB-ACCT-NAME.
           MOVE AT-FILE-ID (WS-PB-A) TO PB-ACCT-FILE.
           WRITE PRINT-REC FROM WS-PB-ACCT-LINE.
           WRITE PRINT-REC FROM WS-PB-COL-HEADING.
           MOVE ZERO TO PB-YEAR-COUNT.
           MOVE ZERO TO WS-PB-YY.
       106-ARCH-YEAR.
           IF WS-PB-YY > 99
             GO TO 106-SORT.
           MOVE WS-PB-YY TO WS-CLOSE-YEAR.
           PERFORM 161-BUILD-ARCH-NAME THRU 161-EXIT.
           IF WS-ARCH-OK = "Y"
             PERFORM 107-PROVE-ARCHIVE THRU 107-EXIT.
           ADD 1 TO WS-PB-YY.
           GO TO 106-ARCH-YEAR.
       106-SORT.
           PERFORM 108-PB-SORT-YEARS THRU 108-EXIT.
           MOVE ZERO TO WS-PB-LAST-FY.
           MOVE AT-OPEN-BAL (WS-PB-A) TO WS-PB-CLOSE.
           MOVE 1 TO PB-I.
       106-WALK.
           IF PB-I > PB-YEAR-COUNT
             GO TO 106-CARRIED.
           IF PB-I > 1
             IF PB-YEAR (PB-I) NOT = WS-PB-LAST-FY + 1
               MOVE SPACES TO PB-B-TEXT
               MOVE "ARCHIVE YEAR(S) MISSING BEFORE THIS YEAR"
                 TO PB-B-TEXT
               PERFORM 109-PB-BREAK THRU 109-EXIT
             END-IF
             IF PB-OPEN (PB-I) NOT = WS-PB-CLOSE
               MOVE "*OPENBAL* DIFFERS FROM PRIOR CLOSING"
                 TO PB-BA-TEXT
               MOVE PB-OPEN (PB-I) TO PB-BA-AMT1
               MOVE WS-PB-CLOSE TO PB-BA-AMT2
               WRITE PRINT-REC FROM WS-PB-BREAK-AMT-LINE
               ADD 1 TO WS-PB-BREAKS
             END-IF
           END-IF.
           MOVE SPACES TO WS-PB-DETAIL-LINE.
           MOVE PB-YEAR (PB-I) TO PB-D-YEAR.
           MOVE PB-OPEN (PB-I) TO PB-D-OPEN.
           MOVE PB-NET (PB-I) TO PB-D-NET.
           COMPUTE WS-PB-CLOSE = PB-OPEN (PB-I) + PB-NET (PB-I).
           MOVE WS-PB-CLOSE TO PB-D-CLOSE.
           WRITE PRINT-REC FROM WS-PB-DETAIL-LINE.
           IF PB-HAS-OPEN (PB-I) NOT = "Y"
             MOVE SPACES TO PB-B-TEXT
             MOVE "NO *OPENBAL* RECORD IN THIS YEAR'S ARCHIVE"
               TO PB-B-TEXT
             PERFORM 109-PB-BREAK THRU 109-EXIT.
           IF PB-STRAY (PB-I) > ZERO
             MOVE SPACES TO PB-B-TEXT
             MOVE "ROWS DATED OUTSIDE THIS YEAR IN ITS ARCHIVE"
               TO PB-B-TEXT
             PERFORM 109-PB-BREAK THRU 109-EXIT.
           MOVE PB-YEAR (PB-I) TO WS-PB-LAST-FY.
           ADD 1 TO PB-I.
           GO TO 106-WALK.
       106-CARRIED.
           IF PB-YEAR-COUNT > ZERO
             IF AT-OPEN-BAL (WS-PB-A) NOT = WS-PB-CLOSE
               MOVE "ACCT-OPEN-BAL DIFFERS FROM CLOSING"
                 TO PB-BA-TEXT
               MOVE AT-OPEN-BAL (WS-PB-A) TO PB-BA-AMT1
               MOVE WS-PB-CLOSE TO PB-BA-AMT2
               WRITE PRINT-REC FROM WS-PB-BREAK-AMT-LINE
               ADD 1 TO WS-PB-BREAKS
             END-IF
           END-IF.
           PERFORM 106A-PROVE-LIVE THRU 106A-EXIT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
       106-EXIT.
           EXIT.
      ************************************************************
      *  106A-PROVE-LIVE reads the account's live file from the
      *  carried-forward opening balance, prints its line of the
      *  chain, and flags rows dated in a closed year and a file
      *  that does not agree with its control totals.
      ************************************************************
       106A-PROVE-LIVE.
           MOVE ZERO TO WS-CTL-ROWS.
           MOVE ZERO TO WS-CTL-NET.
           MOVE ZERO TO WS-CTL-HASH.
           MOVE ZERO TO WS-PB-EFFECT.
           MOVE ZERO TO TEMP.
           MOVE SPACES TO WS-PB-PREV-NUMB.
           MOVE ZERO TO WS-PB-PREV-DATE.
           OPEN INPUT CKBKFILE.
           IF WS-INSTAT1 NOT < 2
             MOVE SPACES TO PB-B-TEXT
             MOVE "LIVE ACCOUNT FILE NOT FOUND" TO PB-B-TEXT
             PERFORM 109-PB-BREAK THRU 109-EXIT
             GO TO 106A-EXIT.
       106A-READ.
           READ CKBKFILE AT END
             CLOSE CKBKFILE
             GO TO 106A-DONE.
           PERFORM 033A-ADD-CONTROL-REC THRU 033A-EXIT.
           IF CKBK-YEAR IS NUMERIC
             IF CKBK-YEAR NOT > WS-PB-LAST-FY
               ADD 1 TO TEMP
             END-IF
           END-IF.
           MOVE CKBK-NUMB TO WS-PB-NUMB.
           MOVE CKBK-DATE TO WS-PB-DATE.
           MOVE CKBK-AMOUNT TO WS-PB-AMT.
           MOVE CKBK-STATUS TO WS-PB-STATUS.
           MOVE CKBK-SPLIT TO WS-PB-SPLIT.
           MOVE CKBK-TRANTYPE TO WS-PB-TYPE.
           PERFORM 107A-PB-EFFECT THRU 107A-EXIT.
           GO TO 106A-READ.
       106A-DONE.
           MOVE SPACES TO WS-PB-DETAIL-LINE.
           MOVE "LIVE" TO PB-D-YEAR.
           MOVE AT-OPEN-BAL (WS-PB-A) TO PB-D-OPEN.
           MOVE WS-PB-EFFECT TO PB-D-NET.
           COMPUTE WS-PB-CLOSE = AT-OPEN-BAL (WS-PB-A) + WS-PB-EFFECT.
           MOVE WS-PB-CLOSE TO PB-D-CLOSE.
           WRITE PRINT-REC FROM WS-PB-DETAIL-LINE.
           IF TEMP > ZERO
             MOVE SPACES TO PB-B-TEXT
             MOVE "LIVE FILE HOLDS ROWS DATED IN A CLOSED YEAR"
               TO PB-B-TEXT
             PERFORM 109-PB-BREAK THRU 109-EXIT.
           PERFORM 035-VERIFY-CONTROL THRU 035-EXIT.
           IF WS-CTL-RESULT = "B"
             MOVE SPACES TO PB-B-TEXT
             MOVE "LIVE FILE DOES NOT AGREE WITH ITS CONTROL TOTALS"
               TO PB-B-TEXT
             PERFORM 109-PB-BREAK THRU 109-EXIT.
           IF WS-CTL-RESULT = "N"
             MOVE SPACES TO PRINT-REC
             MOVE "      (NO CONTROL TOTALS ON FILE YET)"
               TO PRINT-REC
             WRITE PRINT-REC.
       106A-EXIT.
           EXIT.
      ************************************************************
      *  107-PROVE-ARCHIVE reads the archive named by 161 into
      *  the next PB-YEAR-TABLE entry: its year, its *OPENBAL*,
      *  the net effect of its rows, and a count of rows dated
      *  outside its year.
      ************************************************************
       107-PROVE-ARCHIVE.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCSTAT1 NOT < 2
             GO TO 107-EXIT.
           IF PB-YEAR-COUNT NOT LESS THAN MAX-PB-YEARS
             CLOSE ARCH-FILE
             GO TO 107-EXIT.
           ADD 1 TO PB-YEAR-COUNT.
           MOVE ZERO TO PB-YEAR (PB-YEAR-COUNT).
           MOVE "N" TO PB-HAS-OPEN (PB-YEAR-COUNT).
           MOVE ZERO TO PB-OPEN (PB-YEAR-COUNT).
           MOVE ZERO TO PB-STRAY (PB-YEAR-COUNT).
           MOVE ZERO TO WS-PB-EFFECT.
           MOVE SPACES TO WS-PB-PREV-NUMB.
           MOVE ZERO TO WS-PB-PREV-DATE.
       107-READ.
           READ ARCH-FILE AT END
             CLOSE ARCH-FILE
             GO TO 107-DONE.
           IF ARC-NUMB = "*OPENBAL* "
             MOVE "Y" TO PB-HAS-OPEN (PB-YEAR-COUNT)
             MOVE ARC-AMOUNT TO PB-OPEN (PB-YEAR-COUNT)
             MOVE ARC-YEAR TO PB-YEAR (PB-YEAR-COUNT)
             GO TO 107-READ.
           IF ARC-YEAR IS NUMERIC
             IF PB-YEAR (PB-YEAR-COUNT) = ZERO
               MOVE ARC-YEAR TO PB-YEAR (PB-YEAR-COUNT)
             END-IF
             IF ARC-YEAR NOT = PB-YEAR (PB-YEAR-COUNT)
               ADD 1 TO PB-STRAY (PB-YEAR-COUNT)
             END-IF
           END-IF.
           MOVE ARC-NUMB TO WS-PB-NUMB.
           MOVE ARC-DATE TO WS-PB-DATE.
           MOVE ARC-AMOUNT TO WS-PB-AMT.
           MOVE ARC-STATUS TO WS-PB-STATUS.
           MOVE ARC-SPLIT TO WS-PB-SPLIT.
           MOVE ARC-TRANTYPE TO WS-PB-TYPE.
           PERFORM 107A-PB-EFFECT THRU 107A-EXIT.
           GO TO 107-READ.
       107-DONE.
           MOVE WS-PB-EFFECT TO PB-NET (PB-YEAR-COUNT).
       107-EXIT.
           EXIT.
      ************************************************************
      *  107A-PB-EFFECT folds one row's effect on the balance
      *  into WS-PB-EFFECT with the zero, void, split-detail and
      *  same-number/same-date group rules of 030-BALANCE-CHECK.
      ************************************************************
       107A-PB-EFFECT.
           IF WS-PB-AMT NOT NUMERIC
             GO TO 107A-EXIT.
           IF WS-PB-AMT = ZERO
             GO TO 107A-EXIT.
           IF WS-PB-STATUS = "V" OR WS-PB-STATUS = "v"
             GO TO 107A-EXIT.
           IF WS-PB-SPLIT = "S" OR WS-PB-SPLIT = "s"
             GO TO 107A-EXIT.
           IF WS-PB-NUMB NOT = SPACES AND
              WS-PB-NUMB = WS-PB-PREV-NUMB AND
              WS-PB-DATE = WS-PB-PREV-DATE
             GO TO 107A-EXIT.
           MOVE WS-PB-NUMB TO WS-PB-PREV-NUMB.
           MOVE WS-PB-DATE TO WS-PB-PREV-DATE.
           MOVE WS-PB-TYPE TO WS-TRAN-TYPE.
           PERFORM 031-SET-TRAN-DIR.
           IF WS-TRAN-CREDIT = "Y"
             ADD WS-PB-AMT TO WS-PB-EFFECT
           ELSE
             SUBTRACT WS-PB-AMT FROM WS-PB-EFFECT
           END-IF.
       107A-EXIT.
           EXIT.
      ************************************************************
      *  108-PB-SORT-YEARS puts PB-YEAR-TABLE in year order.
      ************************************************************
       108-PB-SORT-YEARS.
           IF PB-YEAR-COUNT < 2
             GO TO 108-EXIT.
       108-PASS.
           MOVE "N" TO WS-PB-SWAPPED.
           MOVE 1 TO PB-I.
       108-STEP.
           IF PB-I NOT < PB-YEAR-COUNT
             GO TO 108-PASS-DONE.
           IF PB-YEAR (PB-I) > PB-YEAR (PB-I + 1)
             MOVE PB-YEAR-ENTRY (PB-I) TO PB-YEAR-SWAP
             MOVE PB-YEAR-ENTRY (PB-I + 1) TO PB-YEAR-ENTRY (PB-I)
             MOVE PB-YEAR-SWAP TO PB-YEAR-ENTRY (PB-I + 1)
             MOVE "Y" TO WS-PB-SWAPPED.
           ADD 1 TO PB-I.
           GO TO 108-STEP.
       108-PASS-DONE.
           IF WS-PB-SWAPPED = "Y"
             GO TO 108-PASS.
       108-EXIT.
           EXIT.
      ************************************************************
      *  109-PB-BREAK prints the break text in PB-B-TEXT and
      *  counts it.
      ************************************************************
       109-PB-BREAK.
           WRITE PRINT-REC FROM WS-PB-BREAK-LINE.
           ADD 1 TO WS-PB-BREAKS.
       109-EXIT.
           EXIT.
      ************************************************************
      *  110-POST-RECURRING reads the maintained template file
      *  (RECUR.LST, kept in C:\CHECK\ beside ACCOUNT.LST) and
      *  offers each template for a chosen month: post it as-is,
      *  post it with an overridden amount, or skip it.  Posted
      *  templates land at the end of TEXT-TABLE the way a KEY-F4
      *  add does, carrying the template's item text (including
      *  any loan rate/principal/ID code) and transaction type.
      ************************************************************
       110-POST-RECURRING.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 110-EXIT.
           OPEN INPUT RECUR-FILE.
           IF WS-RCRSTAT1 NOT < 2
             MOVE "NO TEMPLATE FILE (RECUR.LST) FOUND" TO WS-REMARKS
           DISPLAY "ENTER MONTH TO POST (MM):".
           MOVE ZERO TO WS-RCR-MONTH.
           ACCEPT WS-RCR-MONTH.
           DISPLAY "ENTER YEAR TO POST (CCYY):".
           MOVE ZERO TO WS-RCR-YEAR.
           ACCEPT WS-RCR-YEAR.
           IF WS-RCR-MONTH < 1 OR WS-RCR-MONTH > 12
             DISPLAY "        (EXAMPLE: 150050 MEANS 1500.50)"
             MOVE ZERO TO WS-RCR-USE-AMT
             ACCEPT WS-RCR-USE-AMT.
           IF WS-RCR-USE-AMT > MAX-ROW-AMOUNT OR
              WS-RCR-USE-AMT < 0 - MAX-ROW-AMOUNT
             MOVE "AMOUNT OVER 999,999.99 - NOT POSTED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 110-READ-TMPL.
           IF LAST-TAB-ROW NOT LESS THAN MAX-TABLE-RECORDS
             MOVE "TABLE FULL - POSTING STOPPED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
      * the date check would reject.
           MOVE MONTH-DAYS-ENTRY (WS-RCR-MONTH) TO WS-MAX-DAY.
           IF WS-RCR-MONTH = 2
             MOVE WS-RCR-YEAR TO WS-FULL-YEAR
             IF (FUNCTION MOD (WS-FULL-YEAR, 4) = 0
                 AND FUNCTION MOD (WS-FULL-YEAR, 100) NOT = 0)
               OR FUNCTION MOD (WS-FULL-YEAR, 400) = 0
             MOVE WS-MAX-DAY TO WS-RCR-DAY.
           MOVE WS-RCR-DAY TO TEXT-DAY (THE-ROW).
           MOVE WS-RCR-MONTH TO TEXT-MONTH (THE-ROW).
           MOVE WS-RCR-YEAR (3:2) TO TEXT-YEAR (THE-ROW).
           MOVE WS-RCR-YEAR (1:2) TO EXTRA-CENTURY (THE-ROW).
           MOVE RCR-MERCHANT TO TEXT-MERCHANT (THE-ROW).
           MOVE RCR-ITEM TO TEXT-ITEM (THE-ROW).
           MOVE WS-RCR-USE-AMT TO TEXT-AMOUNT (THE-ROW).
             MOVE 30 TO WS-FC-DAYS.
           PERFORM 030-BALANCE-CHECK THRU 030-EXIT.
           MOVE WS-BOOK-BALANCE TO WS-FC-BAL.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACC-YY TO WS-FC-YY.
           MOVE WS-ACC-MM TO WS-FC-MM.
           MOVE WS-ACC-DD TO WS-FC-DD.
           EXIT.
      ************************************************************
      *  117A-FORMAT-FC-DATE formats the walking forecast date
      *  into FC-DATE as DD-MM-CCYY, matching the other reports.
      ************************************************************
       117A-FORMAT-FC-DATE.
           MOVE WS-FC-DD TO WS-DT-DAY.
           MOVE WS-FC-MM TO WS-DT-MONTH.
           MOVE WS-FC-YY TO WS-DT-CCYY.
           MOVE WS-DATE-TEXT TO FC-DATE.
       117A-EXIT.
           EXIT.
      ************************************************************
               ADD 1 TO WS-FC-MM
             ELSE
               MOVE 1 TO WS-FC-MM
               ADD 1 TO WS-FC-YY
             END-IF
           END-IF.
           PERFORM 119-SET-MAX-DAY THRU 119-EXIT.
           MOVE MONTH-DAYS-ENTRY (WS-FC-MM) TO WS-MAX-DAY.
           IF WS-FC-MM NOT = 2
             GO TO 119-EXIT.
           MOVE WS-FC-YY TO WS-FULL-YEAR.
           IF (FUNCTION MOD (WS-FULL-YEAR, 4) = 0
               AND FUNCTION MOD (WS-FULL-YEAR, 100) NOT = 0)
             OR FUNCTION MOD (WS-FULL-YEAR, 400) = 0
      *  check number matches on that number; one without (ATM,
      *  deposits) matches on date plus amount.  A numbered match
      *  whose amounts disagree is reported, not cleared - that
      *  exception is where the keying errors live.  A cleared
      *  deposit that exactly pays an open reimbursement claim
      *  is applied to it by 237-AUTO-APPLY.
      ************************************************************
       121-MATCH-STMT-LINE.
           MOVE ZERO TO WS-IMP-ROW.
             GO TO 121-NEXT.
           IF STMT-NUMB NOT = SPACES
             GO TO 121-BY-NUMB.
           MOVE I TO WS-DT-ROW.
           PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT.
           IF TEXT-DAY (I) = STMT-DAY
             AND TEXT-MONTH (I) = STMT-MONTH
             AND WS-ROW-FY = STMT-YEAR
             MOVE TEXT-AMOUNT (I) TO WS-IMP-AMT
             IF WS-IMP-AMT = STMT-AMOUNT
               MOVE I TO WS-IMP-ROW
           MOVE "IMPORT" TO WS-JRNL-ACTION.
           PERFORM 200-WRITE-JOURNAL THRU 200-EXIT.
           ADD 1 TO WS-IMP-MATCHED.
           MOVE TEXT-TRANTYPE (WS-IMP-ROW) TO WS-TRAN-TYPE.
           PERFORM 031-SET-TRAN-DIR.
           IF WS-TRAN-CREDIT = "Y"
             PERFORM 237-AUTO-APPLY THRU 237-EXIT.
       121-EXIT.
           EXIT.
      ************************************************************
           MOVE SPACES TO WS-IMP-DETAIL-LINE.
           MOVE WS-IMP-REASON TO IM-REASON.
           MOVE STMT-NUMB TO IM-NUMB.
           MOVE STMT-DAY TO WS-DT-DAY.
           MOVE STMT-MONTH TO WS-DT-MONTH.
           MOVE STMT-YEAR TO WS-DT-CCYY.
           MOVE WS-DATE-TEXT TO IM-DATE.
           MOVE STMT-AMOUNT TO IM-BANK-AMT.
           IF WS-IMP-ROW NOT = ZERO
             MOVE WS-IMP-AMT TO IM-BOOK-AMT.
      *  expense category and prints budget, actual, and variance
      *  per category per month, with a year-to-date section, to
      *  BUDGET.PRN.  Deposits/transfers in and voided items are
      *  not spending and stay out of the actuals.  A row marked
      *  reimbursable counts only for what its claim had denied.
      ************************************************************
       140-BUDGET-REPORT.
           PERFORM 040-WRITEFILE THRU 040-EXIT.
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 140-EXIT.
           PERFORM 237D-LOAD-REIMB THRU 237D-EXIT.
           IF WS-BATCH-MODE = "Y"
             MOVE WS-ACC-YY TO WS-BUDGET-YEAR
           ELSE
             DISPLAY BLANK-SCREEN
             DISPLAY "     *** BUDGET VS ACTUAL REPORT ***"
             DISPLAY " "
             DISPLAY "ENTER YEAR FOR REPORT (CCYY):"
             ACCEPT WS-BUDGET-YEAR
           END-IF.
           MOVE "N" TO WS-CAT-FULL-WARNED.
             GO TO 140-READ.
           IF CKBK-SPLIT = "P" OR CKBK-SPLIT = "p"
             GO TO 140-READ.
           PERFORM 237C-BUDGET-SHARE THRU 237C-EXIT.
           IF CKBK-AMOUNT = ZERO
             GO TO 140-READ.
           PERFORM 142-ACCUM-CATEGORY THRU 142-EXIT.
           GO TO 140-READ.
       140-DONE.
           MOVE CAT-CODE TO CT-CODE (CATEGORY-COUNT).
           MOVE CAT-DESC TO CT-DESC (CATEGORY-COUNT).
           MOVE CAT-BUDGET TO CT-BUDGET (CATEGORY-COUNT).
           MOVE CAT-DEDUCT TO CT-DEDUCT (CATEGORY-COUNT).
           MOVE CAT-TAX-LINE TO CT-TAX-LINE (CATEGORY-COUNT).
           MOVE 1 TO CT-CLR-IDX.
       141-CLEAR-MONTHS.
           IF CT-CLR-IDX > 12
             MOVE "NOT IN CATEGORY.LST" TO CT-DESC (CATEGORY-COUNT)
           END-IF.
           MOVE ZERO TO CT-BUDGET (CATEGORY-COUNT).
           MOVE SPACE TO CT-DEDUCT (CATEGORY-COUNT).
           MOVE SPACES TO CT-TAX-LINE (CATEGORY-COUNT).
           MOVE 1 TO CT-CLR-IDX.
       142-CLEAR-MONTHS.
           IF CT-CLR-IDX > 12
       143-EXIT.
           EXIT.
      ************************************************************
      *  144-EDIT-TAX-FLAGS lists CATEGORY.LST and lets the
      *  operator mark a category deductible and name its tax
      *  line, rewriting the file after each change.
      ************************************************************
       144-EDIT-TAX-FLAGS.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 144-EXIT.
           PERFORM 141-LOAD-CATEGORIES THRU 141-EXIT.
           IF CATEGORY-COUNT = ZERO
             MOVE "NO CATEGORY FILE (CATEGORY.LST) FOUND"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 144-EXIT.
      * The table holds MAX-CATEGORIES; a longer file would lose
      * its tail when rewritten from it.
           IF CATEGORY-COUNT NOT LESS THAN MAX-CATEGORIES
             MOVE "CATEGORY.LST TOO LONG TO REWRITE - NOT CHANGED"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 144-EXIT.
       144-LIST.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** DEDUCTIBLE CATEGORIES ***".
           DISPLAY " ".
           MOVE 1 TO CT-IDX.
       144-LIST-LOOP.
           IF CT-IDX > CATEGORY-COUNT
             GO TO 144-LIST-DONE.
           DISPLAY CT-IDX, "  ", CT-CODE (CT-IDX), " ",
             CT-DESC (CT-IDX), " ", CT-DEDUCT (CT-IDX), " ",
             CT-TAX-LINE (CT-IDX).
           ADD 1 TO CT-IDX.
           GO TO 144-LIST-LOOP.
       144-LIST-DONE.
           DISPLAY " ".
           DISPLAY "ENTER LINE NUMBER TO CHANGE,".
           DISPLAY "        OR PRESS <RETURN> WHEN DONE.".
           MOVE ZERO TO WS-TAX-SEL.
           ACCEPT WS-TAX-SEL.
           IF WS-TAX-SEL < 1 OR WS-TAX-SEL > CATEGORY-COUNT
             GO TO 144-EXIT.
           DISPLAY "DEDUCTIBLE? (Y/N)".
           DISPLAY "        OR PRESS <RETURN> TO LEAVE UNCHANGED.".
           MOVE SPACES TO WS-REMARKS.
           ACCEPT WS-REMARKS.
           IF WS-REMARKS (1:1) = "Y" OR WS-REMARKS (1:1) = "y"
             MOVE "Y" TO CT-DEDUCT (WS-TAX-SEL).
           IF WS-REMARKS (1:1) = "N" OR WS-REMARKS (1:1) = "n"
             MOVE SPACE TO CT-DEDUCT (WS-TAX-SEL).
           DISPLAY "ENTER TAX LINE (12 CHARACTERS, EX: SCH A 5B),".
           DISPLAY "      * TO CLEAR THE LINE,".
           DISPLAY "        OR PRESS <RETURN> TO LEAVE UNCHANGED.".
           MOVE SPACES TO WS-REMARKS.
           ACCEPT WS-REMARKS.
           IF WS-REMARKS (1:1) = "*"
             MOVE SPACES TO CT-TAX-LINE (WS-TAX-SEL)
           ELSE
             IF WS-REMARKS NOT = SPACES
               MOVE WS-REMARKS (1:12) TO CT-TAX-LINE (WS-TAX-SEL)
             END-IF
           END-IF.
           MOVE SPACES TO WS-REMARKS.
           PERFORM 147-REWRITE-CATEGORIES THRU 147-EXIT.
           GO TO 144-LIST.
       144-EXIT.
           EXIT.
      ************************************************************
      *  145-TAX-SCHEDULE prints TAXSCHED.PRN for one tax year:
      *  every deductible row of every account, live and
      *  archived, totalled by tax line.  With no ACCOUNT.LST
      *  only the open account is scanned.
      ************************************************************
       145-TAX-SCHEDULE.
           PERFORM 040-WRITEFILE THRU 040-EXIT.
           IF WS-SPL-ABORT = "Y"
             MOVE "NOT SAVED - TAX SCHEDULE CANCELLED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 145-EXIT.
           PERFORM 141-LOAD-CATEGORIES THRU 141-EXIT.
           MOVE ZERO TO TAX-LINE-COUNT.
           MOVE 1 TO CT-IDX.
       145-LINE-LOOP.
           IF CT-IDX > CATEGORY-COUNT
             GO TO 145-LINE-DONE.
           IF CT-DEDUCT (CT-IDX) = "Y"
             PERFORM 146-FIND-TAX-LINE THRU 146-EXIT.
           ADD 1 TO CT-IDX.
           GO TO 145-LINE-LOOP.
       145-LINE-DONE.
           IF TAX-LINE-COUNT = ZERO
             MOVE "NO CATEGORY IS MARKED DEDUCTIBLE" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 145-EXIT.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** TAX DEDUCTION SCHEDULE ***".
           DISPLAY " ".
           DISPLAY "ENTER TAX YEAR (CCYY):".
           MOVE ZERO TO WS-TAX-YEAR.
           ACCEPT WS-TAX-YEAR.
           IF WS-TAX-YEAR = ZERO
             GO TO 145-EXIT.
           MOVE WS-DRIVE-ID TO WS-TAX-SAVE-DRIVE.
           MOVE WS-DIR-ID TO WS-TAX-SAVE-DIR.
           MOVE WS-FILE-ID TO WS-TAX-SAVE-ID.
           MOVE ZERO TO TAX-ITEM-COUNT.
           MOVE ZERO TO WS-TAX-DROPPED.
           IF ACCOUNT-COUNT = ZERO
             MOVE 1 TO WS-TAX-LAST-A
           ELSE
             MOVE ACCOUNT-COUNT TO WS-TAX-LAST-A
           END-IF.
           MOVE 1 TO WS-TAX-A.
       145-ACCT-LOOP.
           IF WS-TAX-A > WS-TAX-LAST-A
             GO TO 145-ACCT-DONE.
           IF ACCOUNT-COUNT NOT = ZERO
             MOVE AT-DRIVE (WS-TAX-A) TO WS-DRIVE-ID
             MOVE AT-DIR (WS-TAX-A) TO WS-DIR-ID
             MOVE AT-FILE-ID (WS-TAX-A) TO WS-FILE-ID.
           PERFORM 145A-SCAN-ACCOUNT THRU 145A-EXIT.
           ADD 1 TO WS-TAX-A.
           GO TO 145-ACCT-LOOP.
       145-ACCT-DONE.
           MOVE WS-TAX-SAVE-DRIVE TO WS-DRIVE-ID.
           MOVE WS-TAX-SAVE-DIR TO WS-DIR-ID.
           MOVE WS-TAX-SAVE-ID TO WS-FILE-ID.
           MOVE WS-TAX-SAVE-DRIVE TO WS-PRINT-DRIVE.
           MOVE WS-TAX-SAVE-DIR TO WS-PRINT-DIR.
           MOVE "TAXSCHED.PRN" TO WS-PRINT-ID.
           OPEN OUTPUT PRINT-FILE.
           PERFORM 145E-PRINT-SCHEDULE THRU 145E-EXIT.
           CLOSE PRINT-FILE.
           MOVE "TAX SCHEDULE PRINTED TO TAXSCHED.PRN" TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       145-EXIT.
           EXIT.
      ************************************************************
      *  145A-SCAN-ACCOUNT takes the tax year's deductible rows
      *  from the account's live file and its archive for that
      *  year, then picks up their notes from both notes files.
      ************************************************************
       145A-SCAN-ACCOUNT.
           COMPUTE WS-TAX-FIRST-ITEM = TAX-ITEM-COUNT + 1.
           OPEN INPUT CKBKFILE.
           IF WS-INSTAT1 NOT < 2
             GO TO 145A-ARCHIVE.
       145A-READ-LIVE.
           READ CKBKFILE AT END
             CLOSE CKBKFILE
             GO TO 145A-ARCHIVE.
           MOVE CKBK-REC TO WS-TAX-ROW.
           IF TX-YEAR = WS-TAX-YEAR
             PERFORM 145B-TAKE-ROW THRU 145B-EXIT.
           GO TO 145A-READ-LIVE.
       145A-ARCHIVE.
           MOVE WS-TAX-YEAR TO WS-CLOSE-YEAR.
           PERFORM 161-BUILD-ARCH-NAME THRU 161-EXIT.
           IF WS-ARCH-OK NOT = "Y"
             GO TO 145A-NOTES.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCSTAT1 NOT < 2
             GO TO 145A-NOTES.
       145A-READ-ARC.
           READ ARCH-FILE AT END
             CLOSE ARCH-FILE
             GO TO 145A-NOTES.
           MOVE ARCH-REC TO WS-TAX-ROW.
           IF TX-YEAR = WS-TAX-YEAR
             PERFORM 145B-TAKE-ROW THRU 145B-EXIT.
           GO TO 145A-READ-ARC.
       145A-NOTES.
           IF WS-TAX-FIRST-ITEM > TAX-ITEM-COUNT
             GO TO 145A-EXIT.
           PERFORM 038-BUILD-NOTE-NAME THRU 038-EXIT.
           IF WS-NTE-OK = "Y"
             PERFORM 145C-ATTACH-NOTES THRU 145C-EXIT.
           IF WS-ARCH-OK = "Y"
             PERFORM 166-BUILD-ARCH-NOTE-NAME THRU 166-EXIT
             IF WS-NTE-OK = "Y"
               PERFORM 145C-ATTACH-NOTES THRU 145C-EXIT
             END-IF
           END-IF.
       145A-EXIT.
           EXIT.
      ************************************************************
      *  145B-TAKE-ROW judges the row in WS-TAX-ROW.  Voids and
      *  split parents (their details carry the categories) are
      *  passed over, as in 140-BUDGET-REPORT; a deposit in a
      *  deductible category - a refund - counts against the
      *  line.
      ************************************************************
       145B-TAKE-ROW.
           IF TX-STATUS = "V" OR TX-STATUS = "v"
             GO TO 145B-EXIT.
           IF TX-SPLIT = "P" OR TX-SPLIT = "p"
             GO TO 145B-EXIT.
           IF TX-CATEGORY = SPACES
             GO TO 145B-EXIT.
           MOVE 1 TO CT-IDX.
       145B-FIND-CAT.
           IF CT-IDX > CATEGORY-COUNT
             GO TO 145B-EXIT.
           IF CT-CODE (CT-IDX) = TX-CATEGORY
             GO TO 145B-GOT-CAT.
           ADD 1 TO CT-IDX.
           GO TO 145B-FIND-CAT.
       145B-GOT-CAT.
           IF CT-DEDUCT (CT-IDX) NOT = "Y"
             GO TO 145B-EXIT.
           PERFORM 146-FIND-TAX-LINE THRU 146-EXIT.
           IF TX-IDCODE NOT = SPACE AND TX-DOLLARS IS NUMERIC
             COMPUTE WS-TAX-AMT = TX-AMOUNT - TX-DOLLARS
           ELSE
             MOVE TX-AMOUNT TO WS-TAX-AMT
           END-IF.
           MOVE TX-TRANTYPE TO WS-TRAN-TYPE.
           PERFORM 031-SET-TRAN-DIR.
           IF WS-TRAN-CREDIT = "Y"
             COMPUTE WS-TAX-AMT = ZERO - WS-TAX-AMT.
           ADD WS-TAX-AMT TO TL-TOTAL (TL-IDX).
           IF TAX-ITEM-COUNT NOT LESS THAN MAX-TAX-ITEMS
             ADD 1 TO WS-TAX-DROPPED
             GO TO 145B-EXIT.
           ADD 1 TO TAX-ITEM-COUNT.
           MOVE TL-IDX TO TI-LINE (TAX-ITEM-COUNT).
           MOVE WS-TAX-A TO TI-ACCT (TAX-ITEM-COUNT).
           MOVE TX-NUMB TO TI-NUMB (TAX-ITEM-COUNT).
           MOVE TX-DAY TO WS-DT-DAY.
           MOVE TX-MONTH TO WS-DT-MONTH.
           MOVE TX-YEAR TO WS-DT-CCYY.
           MOVE WS-DATE-TEXT TO TI-DATE (TAX-ITEM-COUNT).
           MOVE TX-MERCHANT TO TI-MERCHANT (TAX-ITEM-COUNT).
           MOVE TX-CATEGORY TO TI-CATEGORY (TAX-ITEM-COUNT).
           MOVE WS-TAX-AMT TO TI-AMOUNT (TAX-ITEM-COUNT).
           MOVE SPACES TO TI-NOTE (TAX-ITEM-COUNT).
       145B-EXIT.
           EXIT.
      ************************************************************
      *  145C-ATTACH-NOTES reads the notes file named in WS-NOTE-
      *  FILE-NAME and gives each of this account's items the
      *  first note line keyed to it.
      ************************************************************
       145C-ATTACH-NOTES.
           OPEN INPUT NOTE-FILE.
           IF WS-NTESTAT1 NOT < 2
             GO TO 145C-EXIT.
       145C-READ.
           READ NOTE-FILE AT END
             CLOSE NOTE-FILE
             GO TO 145C-EXIT.
           MOVE WS-TAX-FIRST-ITEM TO TI-IDX.
       145C-MATCH.
           IF TI-IDX > TAX-ITEM-COUNT
             GO TO 145C-READ.
           IF TI-NOTE (TI-IDX) = SPACES AND
              TI-NUMB (TI-IDX) = NTE-NUMB AND
              TI-DATE (TI-IDX) = NTE-DATE AND
              TI-MERCHANT (TI-IDX) = NTE-MERCHANT
             MOVE NTE-TEXT TO TI-NOTE (TI-IDX).
           ADD 1 TO TI-IDX.
           GO TO 145C-MATCH.
       145C-EXIT.
           EXIT.
      ************************************************************
      *  145E-PRINT-SCHEDULE writes one section per tax line -
      *  its items, then its total - and a closing summary of
      *  every line and the grand total.
      ************************************************************
       145E-PRINT-SCHEDULE.
           MOVE WS-TAX-YEAR TO TT-YEAR.
           WRITE PRINT-REC FROM WS-TAX-TITLE-LINE.
           MOVE 1 TO TL-IDX.
       145E-LINE-LOOP.
           IF TL-IDX > TAX-LINE-COUNT
             GO TO 145E-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE TL-LINE (TL-IDX) TO TH-LINE.
           WRITE PRINT-REC FROM WS-TAX-HEAD-LINE.
           WRITE PRINT-REC FROM WS-TAX-COL-HEADING.
           MOVE 1 TO TI-IDX.
       145E-ITEM-LOOP.
           IF TI-IDX > TAX-ITEM-COUNT
             GO TO 145E-LINE-TOTAL.
           IF TI-LINE (TI-IDX) NOT = TL-IDX
             GO TO 145E-ITEM-NEXT.
           MOVE SPACES TO WS-TAX-DETAIL-LINE.
           MOVE TI-NUMB (TI-IDX) TO TD-NUMB.
           MOVE TI-DATE (TI-IDX) TO TD-DATE.
           MOVE TI-MERCHANT (TI-IDX) TO TD-MERCHANT.
           IF ACCOUNT-COUNT = ZERO
             MOVE WS-TAX-SAVE-ID TO TD-ACCOUNT
           ELSE
             MOVE AT-NAME (TI-ACCT (TI-IDX)) TO TD-ACCOUNT
           END-IF.
           MOVE TI-CATEGORY (TI-IDX) TO TD-CATEGORY.
           MOVE TI-AMOUNT (TI-IDX) TO TD-AMOUNT.
           WRITE PRINT-REC FROM WS-TAX-DETAIL-LINE.
           IF TI-NOTE (TI-IDX) NOT = SPACES
             MOVE TI-NOTE (TI-IDX) TO NP-TEXT
             WRITE PRINT-REC FROM WS-NOTE-PRT-LINE.
       145E-ITEM-NEXT.
           ADD 1 TO TI-IDX.
           GO TO 145E-ITEM-LOOP.
       145E-LINE-TOTAL.
           MOVE TL-LINE (TL-IDX) TO TS-LINE.
           MOVE TL-TOTAL (TL-IDX) TO TS-AMOUNT.
           WRITE PRINT-REC FROM WS-TAX-TOTAL-LINE.
           ADD 1 TO TL-IDX.
           GO TO 145E-LINE-LOOP.
       145E-SUMMARY.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "SUMMARY BY TAX LINE" TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ZERO TO WS-TAX-GRAND.
           MOVE 1 TO TL-IDX.
       145E-SUM-LOOP.
           IF TL-IDX > TAX-LINE-COUNT
             GO TO 145E-GRAND.
           MOVE TL-LINE (TL-IDX) TO TS-LINE.
           MOVE TL-TOTAL (TL-IDX) TO TS-AMOUNT.
           WRITE PRINT-REC FROM WS-TAX-TOTAL-LINE.
           ADD TL-TOTAL (TL-IDX) TO WS-TAX-GRAND.
           ADD 1 TO TL-IDX.
           GO TO 145E-SUM-LOOP.
       145E-GRAND.
           MOVE "ALL LINES" TO TS-LINE.
           MOVE WS-TAX-GRAND TO TS-AMOUNT.
           WRITE PRINT-REC FROM WS-TAX-TOTAL-LINE.
           IF WS-TAX-DROPPED > ZERO
             MOVE WS-TAX-DROPPED TO TP-COUNT
             WRITE PRINT-REC FROM WS-TAX-DROP-LINE.
       145E-EXIT.
           EXIT.
      ************************************************************
      *  146-FIND-TAX-LINE sets TL-IDX to the TAX-LINE-TABLE slot
      *  for category CT-IDX's tax line, adding the line the
      *  first time it is seen.  A deductible category with no
      *  line named is totalled under "UNASSIGNED".
      ************************************************************
       146-FIND-TAX-LINE.
           MOVE CT-TAX-LINE (CT-IDX) TO WS-TAX-KEY.
           IF WS-TAX-KEY = SPACES
             MOVE "UNASSIGNED" TO WS-TAX-KEY.
           MOVE 1 TO TL-IDX.
       146-SCAN.
           IF TL-IDX > TAX-LINE-COUNT
             GO TO 146-NEW.
           IF TL-LINE (TL-IDX) = WS-TAX-KEY
             GO TO 146-EXIT.
           ADD 1 TO TL-IDX.
           GO TO 146-SCAN.
       146-NEW.
      * The table was sized from CATEGORY.LST, so a full table
      * only happens with more lines than MAX-TAX-LINES; the
      * extra lines fold into the last one.
           IF TAX-LINE-COUNT NOT LESS THAN MAX-TAX-LINES
             MOVE TAX-LINE-COUNT TO TL-IDX
             GO TO 146-EXIT.
           ADD 1 TO TAX-LINE-COUNT.
           MOVE TAX-LINE-COUNT TO TL-IDX.
           MOVE WS-TAX-KEY TO TL-LINE (TL-IDX).
           MOVE ZERO TO TL-TOTAL (TL-IDX).
       146-EXIT.
           EXIT.
      ************************************************************
      *  147-REWRITE-CATEGORIES rewrites CATEGORY.LST from
      *  CATEGORY-TABLE, the way 162-REWRITE-ACCOUNTS rewrites
      *  ACCOUNT.LST.  Call it only straight after 141-LOAD-
      *  CATEGORIES, before 142 has added any unlisted codes.
      ************************************************************
       147-REWRITE-CATEGORIES.
           OPEN OUTPUT CATEGORY-FILE.
           IF WS-CATSTAT1 NOT < 2
             MOVE "CANNOT REWRITE CATEGORY.LST" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 147-EXIT.
           MOVE 1 TO CT-IDX.
       147-WRITE-CAT.
           IF CT-IDX > CATEGORY-COUNT
             CLOSE CATEGORY-FILE
             GO TO 147-EXIT.
           MOVE SPACES TO CATEGORY-REC.
           MOVE CT-CODE (CT-IDX) TO CAT-CODE.
           MOVE CT-DESC (CT-IDX) TO CAT-DESC.
           MOVE CT-BUDGET (CT-IDX) TO CAT-BUDGET.
           MOVE CT-DEDUCT (CT-IDX) TO CAT-DEDUCT.
           MOVE CT-TAX-LINE (CT-IDX) TO CAT-TAX-LINE.
           WRITE CATEGORY-REC.
           ADD 1 TO CT-IDX.
           GO TO 147-WRITE-CAT.
       147-EXIT.
           EXIT.
      ************************************************************
      *  150-JOURNAL-REPORT prints the account's change journal
      *  for a date range to JOURNAL.PRN: one header line per
      *  journal entry (date, time, action) and the before and
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** PRINT CHANGE JOURNAL ***".
           DISPLAY " ".
           DISPLAY "ENTER FROM DATE (CCYYMMDD), OR 0 FOR ALL:".
           MOVE ZERO TO WS-JRN-FROM.
           ACCEPT WS-JRN-FROM.
           DISPLAY "ENTER TO DATE (CCYYMMDD), OR 0 FOR ALL:".
           MOVE ZERO TO WS-JRN-TO.
           ACCEPT WS-JRN-TO.
           IF WS-JRN-TO = ZERO
             MOVE 99999999 TO WS-JRN-TO.
           MOVE WS-DRIVE-ID TO WS-PRINT-DRIVE.
           MOVE WS-DIR-ID TO WS-PRINT-DIR.
           MOVE "JOURNAL.PRN " TO WS-PRINT-ID.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM WS-JRN-TITLE-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
       150-READ.
           READ JRNL-FILE AT END
             GO TO 150-DONE.
           IF JRNL-DATE < WS-JRN-FROM OR JRNL-DATE > WS-JRN-TO
             GO TO 150-READ.
           MOVE JRNL-DATE TO JH-DATE.
           MOVE JRNL-TIME TO JH-TIME.
           MOVE JRNL-ACTION TO JH-ACTION.
           MOVE JRNL-OPR TO JH-OPR.
           WRITE PRINT-REC FROM WS-JRN-HDR-LINE.
           MOVE "  OLD: " TO JI-TAG.
           MOVE JRNL-BEFORE TO JI-IMAGE.
           WRITE PRINT-REC FROM WS-JRN-IMG-LINE.
           MOVE "  NEW: " TO JI-TAG.
           MOVE JRNL-AFTER TO JI-IMAGE.
           WRITE PRINT-REC FROM WS-JRN-IMG-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           GO TO 150-READ.
       150-DONE.
           CLOSE JRNL-FILE.
           CLOSE PRINT-FILE.
           MOVE "JOURNAL PRINTED TO JOURNAL.PRN" TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       150-EXIT.
           EXIT.
      ************************************************************
      *  155-EDIT-HOLDINGS is the maintenance screen for
      *  HOLDINGS.LST, laid out like 133-EDIT-MERCHLIST: add,
      *  change or delete a holding's description, type, value
      *  and value date.  Every change is rewritten to disk at
      *  once.
      ************************************************************
       155-EDIT-HOLDINGS.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 155-EXIT.
           PERFORM 156-LOAD-HOLDINGS THRU 156-EXIT.
       155-LIST.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** NON-BANK ASSETS AND LIABILITIES ***".
           DISPLAY " ".
           MOVE 1 TO HL-IDX.
       155-LIST-LOOP.
           IF HL-IDX > HOLDING-COUNT
             GO TO 155-LIST-DONE.
           MOVE SPACES TO WS-HL-LIST-LINE.
           MOVE HL-IDX TO HLL-ROW.
           MOVE HL-DESC (HL-IDX) TO HLL-DESC.
           MOVE HL-TYPE (HL-IDX) TO WS-HL-CODE.
           PERFORM 155A-HL-TYPE-NAME THRU 155A-EXIT.
           MOVE WS-HL-TYPE-NAME TO HLL-TYPE.
           MOVE HL-VALUE (HL-IDX) TO HLL-VALUE.
           MOVE HL-VAL-DATE (HL-IDX) TO WS-NW-SHOW-N.
           PERFORM 158D-SHOW-DATE THRU 158D-EXIT.
           MOVE WS-DATE-TEXT TO HLL-DATE.
           DISPLAY WS-HL-LIST-LINE.
           ADD 1 TO HL-IDX.
           GO TO 155-LIST-LOOP.
       155-LIST-DONE.
           DISPLAY " ".
           DISPLAY "A - ADD A HOLDING".
           DISPLAY "C - CHANGE A HOLDING".
           DISPLAY "D - DELETE A HOLDING".
           DISPLAY " ".
           DISPLAY "ENTER CHOICE, OR PRESS <RETURN> TO CANCEL.".
           MOVE SPACE TO WS-HL-CHOICE.
           ACCEPT WS-HL-CHOICE.
           IF WS-HL-CHOICE = "A" OR WS-HL-CHOICE = "a"
             GO TO 155-ADD.
           IF WS-HL-CHOICE = "C" OR WS-HL-CHOICE = "c"
             GO TO 155-CHANGE.
           IF WS-HL-CHOICE = "D" OR WS-HL-CHOICE = "d"
             GO TO 155-DELETE.
           GO TO 155-EXIT.
       155-ADD.
           IF HOLDING-COUNT NOT LESS THAN MAX-HOLDINGS
             MOVE "HOLDINGS LIST FULL - CANNOT ADD" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 155-LIST.
           ADD 1 TO HOLDING-COUNT.
           MOVE HOLDING-COUNT TO WS-HL-SEL.
           MOVE SPACES TO HL-DESC (WS-HL-SEL).
           MOVE "O" TO HL-TYPE (WS-HL-SEL).
           MOVE ZERO TO HL-VALUE (WS-HL-SEL).
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO HL-VAL-DATE (WS-HL-SEL).
           GO TO 155-KEY-FIELDS.
       155-CHANGE.
           DISPLAY "ENTER LINE NUMBER TO CHANGE.".
           MOVE ZERO TO WS-HL-SEL.
           ACCEPT WS-HL-SEL.
           IF WS-HL-SEL < 1 OR WS-HL-SEL > HOLDING-COUNT
             GO TO 155-LIST.
           GO TO 155-KEY-FIELDS.
       155-DELETE.
           DISPLAY "ENTER LINE NUMBER TO DELETE.".
           MOVE ZERO TO WS-HL-SEL.
           ACCEPT WS-HL-SEL.
           IF WS-HL-SEL < 1 OR WS-HL-SEL > HOLDING-COUNT
             GO TO 155-LIST.
           MOVE WS-HL-SEL TO HL-IDX.
       155-DEL-SHIFT.
           IF HL-IDX NOT LESS THAN HOLDING-COUNT
             GO TO 155-DEL-DONE.
           COMPUTE TEMP = HL-IDX + 1.
           MOVE HOLDING-ENTRY (TEMP) TO HOLDING-ENTRY (HL-IDX).
           ADD 1 TO HL-IDX.
           GO TO 155-DEL-SHIFT.
       155-DEL-DONE.
           SUBTRACT 1 FROM HOLDING-COUNT.
           PERFORM 157-REWRITE-HOLDINGS THRU 157-EXIT.
           GO TO 155-LIST.
       155-KEY-FIELDS.
           DISPLAY "ENTER DESCRIPTION (30 CHARACTERS)".
           DISPLAY "        OR PRESS <RETURN> TO LEAVE UNCHANGED.".
           MOVE SPACES TO WS-REMARKS.
           ACCEPT WS-REMARKS.
           IF WS-REMARKS NOT = SPACES
             MOVE WS-REMARKS (1:30) TO HL-DESC (WS-HL-SEL).
           DISPLAY "ENTER TYPE:  H REAL ESTATE  V VEHICLE",
             "  B BROKERAGE  R RETIREMENT".
           DISPLAY "             O OTHER ASSET  M MORTGAGE",
             "  L LOAN       D OTHER DEBT".
           DISPLAY "        OR PRESS <RETURN> TO LEAVE UNCHANGED.".
           MOVE SPACE TO WS-HL-CODE.
           ACCEPT WS-HL-CODE.
           INSPECT WS-HL-CODE CONVERTING "hvbromld" TO "HVBROMLD".
           IF WS-HL-CODE NOT = SPACE
             PERFORM 155A-HL-TYPE-NAME THRU 155A-EXIT
             IF WS-HL-FOUND = "Y"
               MOVE WS-HL-CODE TO HL-TYPE (WS-HL-SEL)
             ELSE
               MOVE "UNKNOWN TYPE - LEFT UNCHANGED" TO WS-REMARKS
               PERFORM 008C-MESSAGE
             END-IF
           END-IF.
           DISPLAY "ENTER CURRENT VALUE (FOR A DEBT, THE AMOUNT OWED)".
           DISPLAY "        IN CENTS (15000000 MEANS 150000.00)".
           DISPLAY "        OR PRESS <RETURN> TO LEAVE UNCHANGED.".
           MOVE ZERO TO WS-HL-KEY-VALUE.
           ACCEPT WS-HL-KEY-VALUE.
           IF WS-HL-KEY-VALUE = ZERO
             GO TO 155-SAVE.
           COMPUTE HL-VALUE (WS-HL-SEL) = WS-HL-KEY-VALUE / 100.
           DISPLAY "ENTER DATE THE VALUE WAS SET (CCYYMMDD)".
           DISPLAY "        OR PRESS <RETURN> FOR TODAY.".
           MOVE ZERO TO WS-HL-KEY-DATE.
           ACCEPT WS-HL-KEY-DATE.
           IF WS-HL-KEY-DATE < 19000101
             ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
             MOVE WS-TODAY-DATE TO WS-HL-KEY-DATE.
           MOVE WS-HL-KEY-DATE TO HL-VAL-DATE (WS-HL-SEL).
       155-SAVE.
           MOVE SPACES TO WS-REMARKS.
           PERFORM 157-REWRITE-HOLDINGS THRU 157-EXIT.
           GO TO 155-LIST.
       155-EXIT.
           EXIT.
      ************************************************************
      *  155A-HL-TYPE-NAME looks up holding type WS-HL-CODE and
      *  sets WS-HL-TYPE-NAME, WS-HL-SIDE (A owned, L owed) and
      *  WS-HL-FOUND.  An unknown code reads as an asset.
      ************************************************************
       155A-HL-TYPE-NAME.
           MOVE "N" TO WS-HL-FOUND.
           MOVE "UNKNOWN" TO WS-HL-TYPE-NAME.
           MOVE "A" TO WS-HL-SIDE.
           MOVE 1 TO HT-IDX.
       155A-SCAN.
           IF HT-IDX > MAX-HL-TYPES
             GO TO 155A-EXIT.
           IF HT-CODE (HT-IDX) NOT = WS-HL-CODE
             ADD 1 TO HT-IDX
             GO TO 155A-SCAN.
           MOVE "Y" TO WS-HL-FOUND.
           MOVE HT-NAME (HT-IDX) TO WS-HL-TYPE-NAME.
           IF WS-HL-CODE = "M" OR WS-HL-CODE = "L" OR
              WS-HL-CODE = "D"
             MOVE "L" TO WS-HL-SIDE.
       155A-EXIT.
           EXIT.
      ************************************************************
      *  156-LOAD-HOLDINGS reads HOLDINGS.LST into HOLDING-TABLE.
      *  No file is an empty list.
      ************************************************************
       156-LOAD-HOLDINGS.
           MOVE ZERO TO HOLDING-COUNT.
           OPEN INPUT HOLD-FILE.
           IF WS-HLDSTAT1 NOT < 2
             GO TO 156-EXIT.
       156-READ.
           IF HOLDING-COUNT NOT LESS THAN MAX-HOLDINGS
             GO TO 156-DONE.
           READ HOLD-FILE AT END
             GO TO 156-DONE.
           ADD 1 TO HOLDING-COUNT.
           MOVE HLD-DESC TO HL-DESC (HOLDING-COUNT).
           MOVE HLD-TYPE TO HL-TYPE (HOLDING-COUNT).
           MOVE HLD-VALUE TO HL-VALUE (HOLDING-COUNT).
           MOVE HLD-VAL-DATE TO HL-VAL-DATE (HOLDING-COUNT).
           GO TO 156-READ.
       156-DONE.
           CLOSE HOLD-FILE.
       156-EXIT.
           EXIT.
      ************************************************************
      *  157-REWRITE-HOLDINGS rewrites HOLDINGS.LST from
      *  HOLDING-TABLE.
      ************************************************************
       157-REWRITE-HOLDINGS.
           OPEN OUTPUT HOLD-FILE.
           IF WS-HLDSTAT1 NOT < 2
             MOVE "CANNOT REWRITE HOLDINGS.LST" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 157-EXIT.
           MOVE 1 TO HL-IDX.
       157-WRITE.
           IF HL-IDX > HOLDING-COUNT
             CLOSE HOLD-FILE
             GO TO 157-EXIT.
           MOVE HL-DESC (HL-IDX) TO HLD-DESC.
           MOVE HL-TYPE (HL-IDX) TO HLD-TYPE.
           MOVE HL-VALUE (HL-IDX) TO HLD-VALUE.
           MOVE HL-VAL-DATE (HL-IDX) TO HLD-VAL-DATE.
           WRITE HLD-REC.
           ADD 1 TO HL-IDX.
           GO TO 157-WRITE.
       157-EXIT.
           EXIT.
      ************************************************************
      *  158-NET-WORTH-REPORT prints NETWORTH.PRN: every checking
      *  account's book balance and every owned holding as
      *  assets, every credit card's balance owed and every debt
      *  as liabilities, and the net worth.  The snapshots kept
      *  in NETWORTH.HST give the change since the last quarter-
      *  end and the last year-end - each compared against the
      *  latest snapshot taken on or before that date - and this
      *  run's figures are then added as a new snapshot.  The
      *  open account is saved first so its balance is current.
      ************************************************************
       158-NET-WORTH-REPORT.
           PERFORM 040-WRITEFILE THRU 040-EXIT.
           IF WS-SPL-ABORT = "Y"
             MOVE "NOT SAVED - REPORT CANCELLED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 158-EXIT.
           PERFORM 156-LOAD-HOLDINGS THRU 156-EXIT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-NW-TODAY.
      * The quarter-end before today's quarter began, and the
      * year-end before today's year began.
           COMPUTE WS-NW-YR-END = (WS-TODAY-CCYY - 1) * 10000 + 1231.
           SUBTRACT 1 FROM WS-TODAY-MM GIVING WS-NW-MM.
           DIVIDE WS-NW-MM BY 3 GIVING WS-NW-QTR.
           IF WS-NW-QTR = ZERO
             MOVE WS-NW-YR-END TO WS-NW-QTR-END
           ELSE
             COMPUTE WS-NW-MM = WS-NW-QTR * 3
             IF WS-NW-MM = 3
               COMPUTE WS-NW-QTR-END =
                 WS-TODAY-CCYY * 10000 + WS-NW-MM * 100 + 31
             ELSE
               COMPUTE WS-NW-QTR-END =
                 WS-TODAY-CCYY * 10000 + WS-NW-MM * 100 + 30
             END-IF
           END-IF.
           PERFORM 159-READ-SNAPSHOTS THRU 159-EXIT.
           MOVE WS-DRIVE-ID TO WS-NW-SAVE-DRIVE.
           MOVE WS-DIR-ID TO WS-NW-SAVE-DIR.
           MOVE WS-FILE-ID TO WS-NW-SAVE-ID.
           MOVE WS-NW-SAVE-DRIVE TO WS-PRINT-DRIVE.
           MOVE WS-NW-SAVE-DIR TO WS-PRINT-DIR.
           MOVE "NETWORTH.PRN" TO WS-PRINT-ID.
           OPEN OUTPUT PRINT-FILE.
           MOVE WS-NW-TODAY TO WS-NW-SHOW-N.
           PERFORM 158D-SHOW-DATE THRU 158D-EXIT.
           MOVE WS-DATE-TEXT TO NW-T-DATE.
           WRITE PRINT-REC FROM WS-NW-TITLE-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ZERO TO WS-NW-ASSETS.
           MOVE ZERO TO WS-NW-LIABS.
           MOVE "ASSETS" TO NW-S-TEXT.
           WRITE PRINT-REC FROM WS-NW-SECTION-LINE.
           MOVE "A" TO WS-HL-SIDE.
           PERFORM 158A-PRINT-ACCOUNTS THRU 158A-EXIT.
           PERFORM 158B-PRINT-HOLDINGS THRU 158B-EXIT.
           MOVE "TOTAL ASSETS" TO NW-T-TEXT.
           MOVE WS-NW-ASSETS TO NW-T-VALUE.
           WRITE PRINT-REC FROM WS-NW-TOTAL-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "LIABILITIES" TO NW-S-TEXT.
           WRITE PRINT-REC FROM WS-NW-SECTION-LINE.
           MOVE "L" TO WS-HL-SIDE.
           PERFORM 158A-PRINT-ACCOUNTS THRU 158A-EXIT.
           PERFORM 158B-PRINT-HOLDINGS THRU 158B-EXIT.
           MOVE "TOTAL LIABILITIES" TO NW-T-TEXT.
           MOVE WS-NW-LIABS TO NW-T-VALUE.
           WRITE PRINT-REC FROM WS-NW-TOTAL-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           COMPUTE WS-NW-NET = WS-NW-ASSETS - WS-NW-LIABS.
           MOVE "NET WORTH" TO NW-T-TEXT.
           MOVE WS-NW-NET TO NW-T-VALUE.
           WRITE PRINT-REC FROM WS-NW-TOTAL-LINE.
           MOVE WS-NW-SNAP-QTR TO WS-NW-SNAP-CMP.
           MOVE WS-NW-QTR-END TO WS-NW-CMP-END.
           MOVE "CHANGE SINCE LAST QUARTER-END" TO NW-CT-TEXT.
           PERFORM 158C-PRINT-CHANGE THRU 158C-EXIT.
           MOVE WS-NW-SNAP-YR TO WS-NW-SNAP-CMP.
           MOVE WS-NW-YR-END TO WS-NW-CMP-END.
           MOVE "CHANGE SINCE LAST YEAR-END" TO NW-CT-TEXT.
           PERFORM 158C-PRINT-CHANGE THRU 158C-EXIT.
           CLOSE PRINT-FILE.
           MOVE WS-NW-SAVE-DRIVE TO WS-DRIVE-ID.
           MOVE WS-NW-SAVE-DIR TO WS-DIR-ID.
           MOVE WS-NW-SAVE-ID TO WS-FILE-ID.
           PERFORM 159A-WRITE-SNAPSHOT THRU 159A-EXIT.
           MOVE "NET WORTH PRINTED TO NETWORTH.PRN" TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       158-EXIT.
           EXIT.
      ************************************************************
      *  158A-PRINT-ACCOUNTS prints a line for each account on
      *  WS-HL-SIDE of the statement - checking accounts as
      *  assets (WS-HL-SIDE "A"), credit cards as liabilities -
      *  with the book balance worked out from its file by the
      *  030-BALANCE-CHECK rules.  A card's line shows the
      *  amount owed.
      ************************************************************
       158A-PRINT-ACCOUNTS.
           MOVE 1 TO WS-NW-A.
       158A-ACCT-LOOP.
           IF WS-NW-A > ACCOUNT-COUNT
             GO TO 158A-EXIT.
           IF (WS-HL-SIDE = "A" AND AT-ACCT-TYPE (WS-NW-A) = "C")
              OR
              (WS-HL-SIDE = "L" AND AT-ACCT-TYPE (WS-NW-A) NOT = "C")
             GO TO 158A-NEXT.
           MOVE AT-DRIVE (WS-NW-A) TO WS-DRIVE-ID.
           MOVE AT-DIR (WS-NW-A) TO WS-DIR-ID.
           MOVE AT-FILE-ID (WS-NW-A) TO WS-FILE-ID.
           MOVE AT-OPEN-BAL (WS-NW-A) TO WS-NW-BOOK.
           MOVE SPACES TO WS-NW-PREV-NUMB.
           MOVE SPACES TO WS-NW-PREV-DATE.
           OPEN INPUT CKBKFILE.
           IF WS-INSTAT1 NOT < 2
             GO TO 158A-PRINT.
       158A-READ.
           READ CKBKFILE AT END
             CLOSE CKBKFILE
             GO TO 158A-PRINT.
           IF CKBK-AMOUNT = ZERO
             GO TO 158A-READ.
           IF CKBK-STATUS = "V" OR CKBK-STATUS = "v"
             GO TO 158A-READ.
           IF CKBK-SPLIT = "S" OR CKBK-SPLIT = "s"
             GO TO 158A-READ.
           IF CKBK-NUMB NOT = SPACES AND
              CKBK-NUMB = WS-NW-PREV-NUMB AND
              CKBK-DATE = WS-NW-PREV-DATE
             GO TO 158A-READ.
           MOVE CKBK-NUMB TO WS-NW-PREV-NUMB.
           MOVE CKBK-DATE TO WS-NW-PREV-DATE.
           MOVE CKBK-AMOUNT TO WS-NW-AMT.
           MOVE CKBK-TRANTYPE TO WS-TRAN-TYPE.
           PERFORM 031-SET-TRAN-DIR.
           IF WS-TRAN-CREDIT = "Y"
             ADD WS-NW-AMT TO WS-NW-BOOK
           ELSE
             SUBTRACT WS-NW-AMT FROM WS-NW-BOOK
           END-IF.
           GO TO 158A-READ.
       158A-PRINT.
           MOVE SPACES TO WS-NW-DETAIL-LINE.
           MOVE AT-NAME (WS-NW-A) TO NW-D-DESC.
           MOVE WS-NW-TODAY TO WS-NW-SHOW-N.
           PERFORM 158D-SHOW-DATE THRU 158D-EXIT.
           MOVE WS-DATE-TEXT TO NW-D-DATE.
           IF WS-HL-SIDE = "A"
             MOVE "BANK ACCOUNT" TO NW-D-TYPE
             ADD WS-NW-BOOK TO WS-NW-ASSETS
           ELSE
             MOVE "CREDIT CARD" TO NW-D-TYPE
             COMPUTE WS-NW-BOOK = 0 - WS-NW-BOOK
             ADD WS-NW-BOOK TO WS-NW-LIABS
           END-IF.
           MOVE WS-NW-BOOK TO NW-D-VALUE.
           WRITE PRINT-REC FROM WS-NW-DETAIL-LINE.
       158A-NEXT.
           ADD 1 TO WS-NW-A.
           GO TO 158A-ACCT-LOOP.
       158A-EXIT.
           EXIT.
      ************************************************************
      *  158B-PRINT-HOLDINGS prints the HOLDINGS.LST entries on
      *  WS-HL-SIDE of the statement, each with the date its
      *  value was set, and adds them to that side's total.
      ************************************************************
       158B-PRINT-HOLDINGS.
           MOVE 1 TO HL-IDX.
       158B-LOOP.
           IF HL-IDX > HOLDING-COUNT
             GO TO 158B-EXIT.
           MOVE HL-TYPE (HL-IDX) TO WS-HL-CODE.
      * 155A sets WS-HL-SIDE for the entry; the side being
      * printed is kept in WS-HL-CHOICE meanwhile.
           MOVE WS-HL-SIDE TO WS-HL-CHOICE.
           PERFORM 155A-HL-TYPE-NAME THRU 155A-EXIT.
           IF WS-HL-SIDE NOT = WS-HL-CHOICE
             MOVE WS-HL-CHOICE TO WS-HL-SIDE
             GO TO 158B-NEXT.
           MOVE SPACES TO WS-NW-DETAIL-LINE.
           MOVE HL-DESC (HL-IDX) TO NW-D-DESC.
           MOVE WS-HL-TYPE-NAME TO NW-D-TYPE.
           MOVE HL-VAL-DATE (HL-IDX) TO WS-NW-SHOW-N.
           PERFORM 158D-SHOW-DATE THRU 158D-EXIT.
           MOVE WS-DATE-TEXT TO NW-D-DATE.
           MOVE HL-VALUE (HL-IDX) TO NW-D-VALUE.
           WRITE PRINT-REC FROM WS-NW-DETAIL-LINE.
           IF WS-HL-SIDE = "A"
             ADD HL-VALUE (HL-IDX) TO WS-NW-ASSETS
           ELSE
             ADD HL-VALUE (HL-IDX) TO WS-NW-LIABS
           END-IF.
       158B-NEXT.
           ADD 1 TO HL-IDX.
           GO TO 158B-LOOP.
       158B-EXIT.
           EXIT.
      ************************************************************
      *  158C-PRINT-CHANGE prints this run's assets, liabilities
      *  and net worth against the snapshot in WS-NW-SNAP-CMP,
      *  or a line saying there is none on or before WS-NW-CMP-
      *  END.
      ************************************************************
       158C-PRINT-CHANGE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           IF NC-FOUND NOT = "Y"
             MOVE NW-CT-TEXT TO PRINT-REC
             WRITE PRINT-REC
             MOVE WS-NW-CMP-END TO WS-NW-SHOW-N
             PERFORM 158D-SHOW-DATE THRU 158D-EXIT
             MOVE WS-DATE-TEXT TO NW-N-DATE
             WRITE PRINT-REC FROM WS-NW-NONE-LINE
             GO TO 158C-EXIT.
           MOVE NC-DATE TO WS-NW-SHOW-N.
           PERFORM 158D-SHOW-DATE THRU 158D-EXIT.
           MOVE WS-DATE-TEXT TO NW-CT-DATE.
           WRITE PRINT-REC FROM WS-NW-CHG-TITLE.
           WRITE PRINT-REC FROM WS-NW-CHG-HEADING.
           MOVE "ASSETS" TO NW-C-LABEL.
           MOVE NC-ASSETS TO NW-C-THEN.
           MOVE WS-NW-ASSETS TO NW-C-NOW.
           COMPUTE NW-C-CHG = WS-NW-ASSETS - NC-ASSETS.
           WRITE PRINT-REC FROM WS-NW-CHG-LINE.
           MOVE "LIABILITIES" TO NW-C-LABEL.
           MOVE NC-LIABS TO NW-C-THEN.
           MOVE WS-NW-LIABS TO NW-C-NOW.
           COMPUTE NW-C-CHG = WS-NW-LIABS - NC-LIABS.
           WRITE PRINT-REC FROM WS-NW-CHG-LINE.
           MOVE "NET WORTH" TO NW-C-LABEL.
           MOVE NC-NET TO NW-C-THEN.
           MOVE WS-NW-NET TO NW-C-NOW.
           COMPUTE NW-C-CHG = WS-NW-NET - NC-NET.
           WRITE PRINT-REC FROM WS-NW-CHG-LINE.
       158C-EXIT.
           EXIT.
      ************************************************************
      *  158D-SHOW-DATE builds the DD-MM-CCYY form of the date in
      *  WS-NW-SHOW-DATE in WS-DATE-TEXT.
      ************************************************************
       158D-SHOW-DATE.
           MOVE WS-NW-SHOW-DD TO WS-DT-DAY.
           MOVE WS-NW-SHOW-MM TO WS-DT-MONTH.
           MOVE WS-NW-SHOW-CCYY TO WS-DT-CCYY.
       158D-EXIT.
           EXIT.
      ************************************************************
      *  159-READ-SNAPSHOTS finds in NETWORTH.HST the latest
      *  snapshot on or before WS-NW-QTR-END and the latest on
      *  or before WS-NW-YR-END.
      ************************************************************
       159-READ-SNAPSHOTS.
           MOVE "N" TO NQ-FOUND.
           MOVE ZERO TO NQ-DATE.
           MOVE "N" TO NY-FOUND.
           MOVE ZERO TO NY-DATE.
           OPEN INPUT SNAP-FILE.
           IF WS-SNPSTAT1 NOT < 2
             GO TO 159-EXIT.
       159-READ.
           READ SNAP-FILE AT END
             CLOSE SNAP-FILE
             GO TO 159-EXIT.
           IF SNP-DATE IS NOT NUMERIC
             GO TO 159-READ.
           IF SNP-DATE NOT > WS-NW-QTR-END AND
              SNP-DATE NOT < NQ-DATE
             MOVE "Y" TO NQ-FOUND
             MOVE SNP-DATE TO NQ-DATE
             MOVE SNP-ASSETS TO NQ-ASSETS
             MOVE SNP-LIABS TO NQ-LIABS
             MOVE SNP-NET TO NQ-NET.
           IF SNP-DATE NOT > WS-NW-YR-END AND
              SNP-DATE NOT < NY-DATE
             MOVE "Y" TO NY-FOUND
             MOVE SNP-DATE TO NY-DATE
             MOVE SNP-ASSETS TO NY-ASSETS
             MOVE SNP-LIABS TO NY-LIABS
             MOVE SNP-NET TO NY-NET.
           GO TO 159-READ.
       159-EXIT.
           EXIT.
      ************************************************************
      *  159A-WRITE-SNAPSHOT appends this run's totals to
      *  NETWORTH.HST, dated and stamped with the operator.
      ************************************************************
       159A-WRITE-SNAPSHOT.
           OPEN EXTEND SNAP-FILE.
           IF WS-SNPSTAT1 NOT < 2
             OPEN OUTPUT SNAP-FILE.
           IF WS-SNPSTAT1 NOT < 2
             MOVE "CANNOT WRITE NETWORTH.HST - NO SNAPSHOT"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 159A-EXIT.
           MOVE SPACES TO SNP-REC.
           MOVE WS-NW-TODAY TO SNP-DATE.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-HHMMSS TO SNP-TIME.
           MOVE WS-NW-ASSETS TO SNP-ASSETS.
           MOVE WS-NW-LIABS TO SNP-LIABS.
           MOVE WS-NW-NET TO SNP-NET.
           MOVE WS-OPERATOR TO SNP-OPR.
           WRITE SNP-REC.
           CLOSE SNAP-FILE.
       159A-EXIT.
           EXIT.
      ************************************************************
      *  160-YEAR-END-CLOSE moves every record of a chosen year
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** YEAR-END CLOSE ***".
           DISPLAY " ".
           DISPLAY "ENTER YEAR TO CLOSE (CCYY):".
           MOVE ZERO TO WS-CLOSE-YEAR.
           ACCEPT WS-CLOSE-YEAR.
           MOVE ZERO TO WS-ARC-MATCHES.
           MOVE "N" TO WS-ARC-OLDER.
           MOVE "N" TO WS-ARC-REPLACE.
           MOVE 1 TO I.
       160-PRESCAN.
           IF I > LAST-TAB-ROW
             GO TO 160-PRESCAN-DONE.
           MOVE I TO WS-DT-ROW.
           PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT.
           MOVE WS-ROW-FY TO WS-ARC-ROW-FY.
           IF TEXT-YEAR (I) IS NUMERIC
             IF WS-ARC-ROW-FY = WS-CLOSE-YEAR
               ADD 1 TO WS-ARC-MATCHES
             END-IF
             IF WS-ARC-ROW-FY < WS-CLOSE-YEAR
               MOVE "Y" TO WS-ARC-OLDER
             END-IF
           END-IF.
       160-SCAN.
           IF I > LAST-TAB-ROW
             GO TO 160-SCAN-DONE.
           MOVE I TO WS-DT-ROW.
           PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT.
           IF TEXT-YEAR (I) IS NUMERIC AND WS-ROW-FY = WS-CLOSE-YEAR
             PERFORM 163-WRITE-ARCH-REC THRU 163-EXIT
           ELSE
             ADD 1 TO WS-ARC-KEEP
      ************************************************************
      *  161-BUILD-ARCH-NAME builds the per-year archive file
      *  name: the first six letters of WS-FILE-ID's base name,
      *  the last two digits of WS-CLOSE-YEAR, and .ARC - so
      *  BARNETT.DAT closed for 1986 archives to BARNET86.ARC.
      ************************************************************
       161-BUILD-ARCH-NAME.
           MOVE "N" TO WS-ARCH-OK.
             MOVE 6 TO WS-ARCH-BASE-LEN.
           MOVE WS-FILE-ID (1:WS-ARCH-BASE-LEN)
             TO WS-ARCH-ID (1:WS-ARCH-BASE-LEN).
           MOVE WS-CLOSE-YEAR (3:2) TO WS-ARCH-YY-X.
           COMPUTE WS-ARCH-POS = WS-ARCH-BASE-LEN + 1.
           MOVE WS-ARCH-YY-X TO WS-ARCH-ID (WS-ARCH-POS:2).
           ADD 2 TO WS-ARCH-POS.
           MOVE AT-FILE-ID (TEMP) TO ACCT-FILE-ID.
           MOVE AT-OPEN-BAL (TEMP) TO ACCT-OPEN-BAL.
           MOVE AT-AUTH-GROUP (TEMP) TO ACCT-AUTH-GROUP.
           MOVE AT-ROUTING (TEMP) TO ACCT-ROUTING.
           MOVE AT-BANK-ACCT (TEMP) TO ACCT-BANK-ACCT.
           MOVE AT-ACCT-TYPE (TEMP) TO ACCT-TYPE.
           MOVE AT-CARD-TERMS (TEMP) TO ACCT-CARD-TERMS.
           MOVE AT-CARD-CYCLE (TEMP) TO ACCT-CARD-CYCLE.
           WRITE ACCOUNT-REC.
           ADD 1 TO TEMP.
           GO TO 162-WRITE-ACCT.
           MOVE TEXT-NUMB OF TEXT-LINE (I) TO ARC-NUMB.
           MOVE TEXT-DAY OF TEXT-LINE (I) TO ARC-DAY.
           MOVE TEXT-MONTH OF TEXT-LINE (I) TO ARC-MONTH.
           MOVE I TO WS-DT-ROW.
           PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT.
           MOVE WS-ROW-FY TO ARC-YEAR.
           MOVE TEXT-MERCHANT OF TEXT-LINE (I) TO ARC-MERCHANT.
           MOVE TEXT-ITEM OF TEXT-LINE (I) TO ARC-ITEM.
           MOVE TEXT-AMOUNT OF TEXT-LINE (I) TO WS-ARC-AMT.
       167-SCAN.
           IF NT-IDX > NOTE-COUNT
             GO TO 167-DONE.
           IF NT-DATE (NT-IDX) (7:4) = WS-NOTE-YY-X
             MOVE NT-NUMB (NT-IDX) TO NTE-NUMB
             MOVE NT-DATE (NT-IDX) TO NTE-DATE
             MOVE NT-MERCHANT (NT-IDX) TO NTE-MERCHANT
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** REPORT ON AN ARCHIVED YEAR ***".
           DISPLAY " ".
           DISPLAY "ENTER ARCHIVED YEAR (CCYY):".
           MOVE ZERO TO WS-CLOSE-YEAR.
           ACCEPT WS-CLOSE-YEAR.
           PERFORM 161-BUILD-ARCH-NAME THRU 161-EXIT.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** MULTI-YEAR HISTORY REPORT ***".
           DISPLAY " ".
           DISPLAY "ENTER FROM YEAR (CCYY):".
           MOVE ZERO TO WS-HIST-FROM-FY.
           ACCEPT WS-HIST-FROM-FY.
           DISPLAY "ENTER TO YEAR (CCYY):".
           MOVE ZERO TO WS-HIST-TO-FY.
           ACCEPT WS-HIST-TO-FY.
           IF WS-HIST-TO-FY < WS-HIST-FROM-FY
             MOVE "TO YEAR BEFORE FROM YEAR - NO REPORT"
               TO WS-REMARKS
      ************************************************************
       168A-SCAN-ARCHIVE.
           COMPUTE WS-HIST-ROW-FY = WS-HIST-FROM-FY + HI-Y - 1.
           MOVE WS-HIST-ROW-FY TO WS-CLOSE-YEAR.
           PERFORM 161-BUILD-ARCH-NAME THRU 161-EXIT.
           IF WS-ARCH-OK NOT = "Y"
             GO TO 168A-EXIT.
             GO TO 168A-EXIT.
           IF ARC-NUMB = "*OPENBAL* "
             GO TO 168A-READ.
           IF ARC-YEAR NOT = WS-HIST-ROW-FY
             GO TO 168A-READ.
           IF ARC-STATUS = "V" OR ARC-STATUS = "v"
             GO TO 168A-READ.
             GO TO 168B-EXIT.
           IF CKBK-YEAR NOT NUMERIC
             GO TO 168B-READ.
           MOVE CKBK-YEAR TO WS-HIST-ROW-FY.
           IF WS-HIST-ROW-FY < WS-HIST-FROM-FY OR
              WS-HIST-ROW-FY > WS-HIST-TO-FY
             GO TO 168B-READ.
             STRING "ZERO" DELIMITED BY SIZE
               INTO WS-CHK-WORDS WITH POINTER WS-CHK-PTR
             GO TO 171-CENTS.
           COMPUTE WS-CHK-MILL = WS-CHK-DOLLARS / 1000000.
           COMPUTE WS-CHK-THOU =
             (WS-CHK-DOLLARS - WS-CHK-MILL * 1000000) / 1000.
           COMPUTE WS-CHK-REM = WS-CHK-DOLLARS
             - WS-CHK-MILL * 1000000 - WS-CHK-THOU * 1000.
           IF WS-CHK-MILL > 0
             MOVE WS-CHK-MILL TO WS-CHK-2DIG
             PERFORM 172-TWO-DIGIT-WORDS THRU 172-EXIT
             STRING " MILLION" DELIMITED BY SIZE
               INTO WS-CHK-WORDS WITH POINTER WS-CHK-PTR.
           IF WS-CHK-THOU > 0
             MOVE WS-CHK-THOU TO WS-CHK-3DIG
             PERFORM 171A-THREE-DIGIT-WORDS THRU 171A-EXIT
             STRING " THOUSAND" DELIMITED BY SIZE
               INTO WS-CHK-WORDS WITH POINTER WS-CHK-PTR.
           MOVE WS-CHK-REM TO WS-CHK-3DIG.
           PERFORM 171A-THREE-DIGIT-WORDS THRU 171A-EXIT.
       171-CENTS.
           MOVE WS-CHK-CENTS TO WS-CHK-CENTS-X.
           STRING " AND " WS-CHK-CENTS-X "/100 DOLLARS"
             DELIMITED BY SIZE
             INTO WS-CHK-WORDS WITH POINTER WS-CHK-PTR.
       171-EXIT.
           EXIT.
      ************************************************************
      *  171A-THREE-DIGIT-WORDS appends the words for 0-999 in
      *  WS-CHK-3DIG to WS-CHK-WORDS - a hundreds word, then the
      *  tens and units through 172-TWO-DIGIT-WORDS.
      ************************************************************
       171A-THREE-DIGIT-WORDS.
           COMPUTE WS-CHK-HUND = WS-CHK-3DIG / 100.
           COMPUTE WS-CHK-2DIG =
             WS-CHK-3DIG - WS-CHK-HUND * 100.
           IF WS-CHK-HUND > 0
             IF WS-CHK-PTR > 1
               STRING " " DELIMITED BY SIZE
                 INTO WS-CHK-WORDS WITH POINTER WS-CHK-PTR
             END-IF
             PERFORM 172-TWO-DIGIT-WORDS THRU 172-EXIT.
       171A-EXIT.
           EXIT.
      ************************************************************
      *  172-TWO-DIGIT-WORDS appends the words for WS-CHK-2DIG
           PERFORM 171-AMOUNT-TO-WORDS THRU 171-EXIT.
           WRITE PRINT-REC FROM WS-CHK-SEP-LINE.
           MOVE TEXT-NUMB (WS-CHK-I) TO CK-NUMB.
           MOVE WS-CHK-I TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           MOVE WS-DATE-TEXT TO CK-DATE.
           WRITE PRINT-REC FROM WS-CHK-HDR-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-CHK-SEP-LINE.
           MOVE "Y" TO EXTRA-PRINTED (WS-CHK-I).
           ADD 1 TO WS-CHK-PRINTED-CNT.
           MOVE WS-CHK-I TO WS-PP-ROW.
           PERFORM 175-PPAY-ISSUE THRU 175-EXIT.
       174-EXIT.
           EXIT.
      ************************************************************
      *  175-PPAY-ISSUE logs a positive-pay issue for the check
      *  on table row WS-PP-ROW.  If the check's last log record
      *  is an issue with the same details nothing is written;
      *  if the details have changed since, the old issue is
      *  voided first so the bank holds only the new one.
      ************************************************************
       175-PPAY-ISSUE.
           PERFORM 175A-PPAY-ACCOUNT THRU 175A-EXIT.
           IF WS-PP-ENROLLED NOT = "Y"
             GO TO 175-EXIT.
           MOVE "I" TO PN-TYPE.
           MOVE WS-PP-ROW TO WS-DT-ROW.
           PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT.
           MOVE WS-ROW-FY TO PN-ISS-YEAR.
           MOVE TEXT-MONTH (WS-PP-ROW) TO PN-ISS-MONTH.
           MOVE TEXT-DAY (WS-PP-ROW) TO PN-ISS-DAY.
           MOVE TEXT-AMOUNT (WS-PP-ROW) TO WS-PP-AMT.
           MOVE WS-PP-AMT TO PN-AMOUNT.
      * The payee is the name on MERCHANT.LST, as on the check.
           MOVE TEXT-MERCHANT (WS-PP-ROW) TO PN-PAYEE.
           MOVE 1 TO ML-IDX.
       175-PAYEE-SCAN.
           IF ML-IDX > MERCHLIST-COUNT
             GO TO 175-PAYEE-DONE.
           IF ML-NAME (ML-IDX) = TEXT-MERCHANT (WS-PP-ROW)
             MOVE ML-NAME (ML-IDX) TO PN-PAYEE
             GO TO 175-PAYEE-DONE.
           ADD 1 TO ML-IDX.
           GO TO 175-PAYEE-SCAN.
       175-PAYEE-DONE.
           PERFORM 177-PPAY-FIND-LAST THRU 177-EXIT.
           IF WS-PP-FOUND = "Y" AND PL-TYPE = "I"
             IF PL-BODY = PN-BODY
               GO TO 175-EXIT
             ELSE
               MOVE WS-PP-LAST TO WS-PP-OUT
               MOVE "V" TO PO-TYPE
               PERFORM 178-PPAY-WRITE THRU 178-EXIT
             END-IF
           END-IF.
           MOVE WS-PP-NEW TO WS-PP-OUT.
           PERFORM 178-PPAY-WRITE THRU 178-EXIT.
       175-EXIT.
           EXIT.
      ************************************************************
      *  175A-PPAY-ACCOUNT sets WS-PP-ENROLLED to "Y" when the
      *  open account has bank numbers on ACCOUNT.LST and row
      *  WS-PP-ROW carries a numeric check number, and fills the
      *  bank's account and check fields of WS-PP-NEW.
      ************************************************************
       175A-PPAY-ACCOUNT.
           MOVE "N" TO WS-PP-ENROLLED.
           IF ACCOUNT-CHOICE = ZERO OR ACCOUNT-CHOICE > ACCOUNT-COUNT
             GO TO 175A-EXIT.
           IF AT-BANK-ACCT (ACCOUNT-CHOICE) = SPACES
             GO TO 175A-EXIT.
           MOVE TEXT-NUMB (WS-PP-ROW) TO WS-CKA-NUMB-X.
           PERFORM 199B-PARSE-NUMB THRU 199B-EXIT.
           IF WS-CKA-OK NOT = "Y"
             GO TO 175A-EXIT.
           MOVE SPACES TO WS-PP-NEW.
           MOVE AT-ROUTING (ACCOUNT-CHOICE) TO PN-ROUTING.
           MOVE AT-BANK-ACCT (ACCOUNT-CHOICE) TO PN-ACCOUNT.
           MOVE WS-CKA-NUM TO PN-CHECK.
           MOVE "Y" TO WS-PP-ENROLLED.
       175A-EXIT.
           EXIT.
      ************************************************************
      *  176-PPAY-STATUS-CHANGE follows 091-TOGGLE-STATUS for a
      *  printed check on THE-ROW: voiding it logs a void of its
      *  issue, and taking it back out of void re-issues it.
      ************************************************************
       176-PPAY-STATUS-CHANGE.
           IF EXTRA-PRINTED (THE-ROW) NOT = "Y"
             GO TO 176-EXIT.
           IF EXTRA-SPLIT (THE-ROW) = "S" OR
              EXTRA-SPLIT (THE-ROW) = "s"
             GO TO 176-EXIT.
           MOVE THE-ROW TO WS-PP-ROW.
           IF TEXT-STATUS (THE-ROW) = "O"
             PERFORM 175-PPAY-ISSUE THRU 175-EXIT
             GO TO 176-EXIT.
           IF TEXT-STATUS (THE-ROW) NOT = "V"
             GO TO 176-EXIT.
           PERFORM 175A-PPAY-ACCOUNT THRU 175A-EXIT.
           IF WS-PP-ENROLLED NOT = "Y"
             GO TO 176-EXIT.
           PERFORM 177-PPAY-FIND-LAST THRU 177-EXIT.
           IF WS-PP-FOUND = "Y" AND PL-TYPE = "I"
             MOVE WS-PP-LAST TO WS-PP-OUT
             MOVE "V" TO PO-TYPE
             PERFORM 178-PPAY-WRITE THRU 178-EXIT.
       176-EXIT.
           EXIT.
      ************************************************************
      *  177-PPAY-FIND-LAST reads PPISSUE.LOG for the last record
      *  logged for WS-PP-NEW's bank account and check number.
      ************************************************************
       177-PPAY-FIND-LAST.
           MOVE "N" TO WS-PP-FOUND.
           OPEN INPUT PPAY-FILE.
           IF WS-PPYSTAT1 NOT < 2
             GO TO 177-EXIT.
       177-READ.
           READ PPAY-FILE AT END
             CLOSE PPAY-FILE
             GO TO 177-EXIT.
           IF PP-ROUTING = PN-ROUTING AND
              PP-ACCOUNT = PN-ACCOUNT AND
              PP-CHECK = PN-CHECK
             MOVE PP-DETAIL TO WS-PP-LAST
             MOVE "Y" TO WS-PP-FOUND.
           GO TO 177-READ.
       177-EXIT.
           EXIT.
      ************************************************************
      *  178-PPAY-WRITE appends WS-PP-OUT to PPISSUE.LOG with the
      *  date, time, operator and account file it came from.
      ************************************************************
       178-PPAY-WRITE.
           OPEN EXTEND PPAY-FILE.
           IF WS-PPYSTAT1 NOT < 2
             OPEN OUTPUT PPAY-FILE.
           IF WS-PPYSTAT1 NOT < 2
             MOVE "CANNOT WRITE POSITIVE-PAY LOG PPISSUE.LOG"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 178-EXIT.
           MOVE SPACES TO PPAY-REC.
           MOVE WS-PP-OUT TO PP-DETAIL.
           ACCEPT PP-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-HHMMSS TO PP-LOG-TIME.
           MOVE WS-OPERATOR TO PP-LOG-OPR.
           MOVE WS-FILE-ID TO PP-FILE-ID.
           WRITE PPAY-REC.
           CLOSE PPAY-FILE.
       178-EXIT.
           EXIT.
      ************************************************************
      *  179-PPAY-TRANSMIT builds the bank's positive-pay file.
      *  A new batch takes every PPISSUE.LOG record after the
      *  last batch sent; a rebuild rewrites an earlier batch's
      *  file from the range PPXMIT.LOG kept for it.  Either way
      *  the batch is noted in PPXMIT.LOG.
      ************************************************************
       179-PPAY-TRANSMIT.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** POSITIVE PAY ***".
           DISPLAY " ".
           DISPLAY "N - BUILD A NEW BATCH FROM CHECKS NOT YET SENT".
           DISPLAY "R - REBUILD THE FILE FOR A BATCH ALREADY SENT".
           DISPLAY " ".
           DISPLAY "ENTER CHOICE, OR PRESS <RETURN> TO CANCEL.".
           MOVE SPACE TO WS-PP-CHOICE.
           ACCEPT WS-PP-CHOICE.
           MOVE ZERO TO WS-PP-BATCH.
           IF WS-PP-CHOICE = "R" OR WS-PP-CHOICE = "r"
             DISPLAY "ENTER BATCH NUMBER:"
             ACCEPT WS-PP-BATCH
             IF WS-PP-BATCH = ZERO
               GO TO 179-EXIT
             END-IF
             MOVE "RESENT" TO WS-PP-KIND
           ELSE
             IF WS-PP-CHOICE = "N" OR WS-PP-CHOICE = "n"
               MOVE "SENT  " TO WS-PP-KIND
             ELSE
               GO TO 179-EXIT
             END-IF
           END-IF.
           PERFORM 179A-READ-XMIT-LOG THRU 179A-EXIT.
           IF WS-PP-KIND = "SENT  "
             COMPUTE WS-PP-FROM-SEQ = WS-PP-HIGH-SEQ + 1
             MOVE 9999999 TO WS-PP-TO-SEQ
             COMPUTE WS-PP-BATCH = WS-PP-LAST-BATCH + 1
           ELSE
             IF WS-PP-FROM-SEQ = ZERO
               MOVE "NO SUCH BATCH IN PPXMIT.LOG" TO WS-REMARKS
               PERFORM 008C-MESSAGE
               GO TO 179-EXIT
             END-IF
           END-IF.
           PERFORM 179B-WRITE-BANK-FILE THRU 179B-EXIT.
           IF WS-PP-COUNT = ZERO
             CALL "CBL_DELETE_FILE" USING WS-BANK-FILE-NAME
             MOVE "NO POSITIVE-PAY RECORDS TO SEND" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 179-EXIT.
           OPEN EXTEND XMIT-FILE.
           IF WS-XMTSTAT1 NOT < 2
             OPEN OUTPUT XMIT-FILE.
           IF WS-XMTSTAT1 NOT < 2
             CALL "CBL_DELETE_FILE" USING WS-BANK-FILE-NAME
             MOVE "CANNOT WRITE PPXMIT.LOG - NOTHING SENT"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 179-EXIT.
           MOVE SPACES TO XMIT-REC.
           MOVE WS-PP-BATCH TO XM-BATCH.
           ACCEPT XM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-HHMMSS TO XM-TIME.
           MOVE WS-OPERATOR TO XM-OPR.
           MOVE WS-PP-FROM-SEQ TO XM-FROM-SEQ.
           MOVE WS-PP-TO-SEQ TO XM-TO-SEQ.
           MOVE WS-PP-COUNT TO XM-COUNT.
           MOVE WS-PP-TOTAL TO XM-TOTAL.
           MOVE WS-PP-KIND TO XM-KIND.
           WRITE XMIT-REC.
           CLOSE XMIT-FILE.
           MOVE WS-PP-BATCH TO PPD-BATCH.
           MOVE WS-PP-COUNT TO PPD-COUNT.
           MOVE WS-BANK-ID TO PPD-NAME.
           MOVE WS-PP-DONE-MSG TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       179-EXIT.
           EXIT.
      ************************************************************
      *  179A-READ-XMIT-LOG finds the last batch number and the
      *  highest log record already sent, and - for a rebuild -
      *  the record range first sent as batch WS-PP-BATCH.
      ************************************************************
       179A-READ-XMIT-LOG.
           MOVE ZERO TO WS-PP-LAST-BATCH.
           MOVE ZERO TO WS-PP-HIGH-SEQ.
           MOVE ZERO TO WS-PP-FROM-SEQ.
           MOVE ZERO TO WS-PP-TO-SEQ.
           OPEN INPUT XMIT-FILE.
           IF WS-XMTSTAT1 NOT < 2
             GO TO 179A-EXIT.
       179A-READ.
           READ XMIT-FILE AT END
             CLOSE XMIT-FILE
             GO TO 179A-EXIT.
           IF XM-BATCH > WS-PP-LAST-BATCH
             MOVE XM-BATCH TO WS-PP-LAST-BATCH.
           IF XM-TO-SEQ > WS-PP-HIGH-SEQ
             MOVE XM-TO-SEQ TO WS-PP-HIGH-SEQ.
           IF XM-BATCH = WS-PP-BATCH AND XM-KIND = "SENT  "
             MOVE XM-FROM-SEQ TO WS-PP-FROM-SEQ
             MOVE XM-TO-SEQ TO WS-PP-TO-SEQ.
           GO TO 179A-READ.
       179A-EXIT.
           EXIT.
      ************************************************************
      *  179B-WRITE-BANK-FILE copies log records WS-PP-FROM-SEQ
      *  through WS-PP-TO-SEQ to PPnnnnn.TXT between a header and
      *  a count-and-total trailer.  For a new batch WS-PP-TO-SEQ
      *  comes back as the last record actually taken.
      ************************************************************
       179B-WRITE-BANK-FILE.
           MOVE ZERO TO WS-PP-COUNT.
           MOVE ZERO TO WS-PP-TOTAL.
           MOVE WS-PP-BATCH TO WS-BANK-BATCH.
           OPEN INPUT PPAY-FILE.
           IF WS-PPYSTAT1 NOT < 2
             GO TO 179B-EXIT.
           OPEN OUTPUT BANK-FILE.
           IF WS-BNKSTAT1 NOT < 2
             CLOSE PPAY-FILE
             GO TO 179B-EXIT.
           ACCEPT PH-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-HHMMSS TO PH-TIME.
           MOVE WS-PP-BATCH TO PH-BATCH.
           WRITE BANK-REC FROM WS-PP-HEADER.
           MOVE ZERO TO WS-PP-SEQ.
       179B-READ.
           READ PPAY-FILE AT END
             GO TO 179B-DONE.
           ADD 1 TO WS-PP-SEQ.
           IF WS-PP-SEQ < WS-PP-FROM-SEQ
             GO TO 179B-READ.
           IF WS-PP-SEQ > WS-PP-TO-SEQ
             GO TO 179B-DONE.
           WRITE BANK-REC FROM PP-DETAIL.
           ADD 1 TO WS-PP-COUNT.
           ADD PP-AMOUNT TO WS-PP-TOTAL.
           GO TO 179B-READ.
       179B-DONE.
           CLOSE PPAY-FILE.
           MOVE WS-PP-COUNT TO PT-COUNT.
           MOVE WS-PP-TOTAL TO PT-TOTAL.
           WRITE BANK-REC FROM WS-PP-TRAILER.
           CLOSE BANK-FILE.
           IF WS-PP-KIND = "SENT  "
             COMPUTE WS-PP-TO-SEQ = WS-PP-FROM-SEQ + WS-PP-COUNT - 1.
       179B-EXIT.
           EXIT.
      ************************************************************
      *  180-MARK-SPLIT marks the current row as the parent
      *  check of a split group (P), one of its detail lines
      *  (S), or an ordinary record.  Detail lines must follow
       185-EXIT.
           EXIT.
      ************************************************************
      *  189-EDIT-BANK-NUMBERS keys each account's bank routing
      *  and account numbers onto ACCOUNT.LST.  An account with
      *  no bank account number is left out of positive pay.
      ************************************************************
       189-EDIT-BANK-NUMBERS.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 189-EXIT.
           IF ACCOUNT-COUNT = ZERO
             MOVE "NO ACCOUNT FILE (ACCOUNT.LST) FOUND" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 189-EXIT.
       189-LIST.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** BANK ROUTING AND ACCOUNT NUMBERS ***".
           DISPLAY " ".
           MOVE 1 TO TEMP.
       189-LIST-LOOP.
           IF TEMP > ACCOUNT-COUNT
             GO TO 189-LIST-DONE.
           DISPLAY TEMP, "  ", AT-NAME (TEMP), " ",
             AT-ROUTING (TEMP), " ", AT-BANK-ACCT (TEMP).
           ADD 1 TO TEMP.
           GO TO 189-LIST-LOOP.
       189-LIST-DONE.
           DISPLAY " ".
           DISPLAY "ENTER LINE NUMBER TO CHANGE,".
           DISPLAY "        OR PRESS <RETURN> WHEN DONE.".
           MOVE ZERO TO WS-EXP-SEL.
           ACCEPT WS-EXP-SEL.
           IF WS-EXP-SEL < 1 OR WS-EXP-SEL > ACCOUNT-COUNT
             GO TO 189-EXIT.
           DISPLAY "ENTER 9-DIGIT ROUTING NUMBER,".
           DISPLAY "        OR PRESS <RETURN> TO LEAVE UNCHANGED.".
           MOVE SPACES TO WS-REMARKS.
           ACCEPT WS-REMARKS.
           IF WS-REMARKS NOT = SPACES
             MOVE WS-REMARKS (1:9) TO AT-ROUTING (WS-EXP-SEL).
           DISPLAY "ENTER BANK ACCOUNT NUMBER, * TO CLEAR,".
           DISPLAY "        OR PRESS <RETURN> TO LEAVE UNCHANGED.".
           MOVE SPACES TO WS-REMARKS.
           ACCEPT WS-REMARKS.
           IF WS-REMARKS (1:1) = "*"
             MOVE SPACES TO AT-BANK-ACCT (WS-EXP-SEL)
           ELSE
             IF WS-REMARKS NOT = SPACES
               MOVE WS-REMARKS (1:15) TO AT-BANK-ACCT (WS-EXP-SEL)
             END-IF
           END-IF.
           MOVE SPACES TO WS-REMARKS.
           PERFORM 162-REWRITE-ACCOUNTS THRU 162-EXIT.
           GO TO 189-LIST.
       189-EXIT.
           EXIT.
      ************************************************************
      *  044-VALIDATE-SPLITS walks the table before a save and
      *  proves every split group balances: the detail lines
      *  after each parent must sum to the parent's amount, and
      *  balance - with the combined net position at the bottom,
      *  to POSITION.PRN.  The current account is saved first so
      *  its line is up to date, and the session's file name and
      *  opening balance are restored afterward.  Checking
      *  accounts are listed first, as assets; credit cards
      *  follow as liabilities, their figures turned to read as
      *  amounts owed, and the net position is assets less
      *  liabilities.
      ************************************************************
       190-POSITION-REPORT.
           IF ACCOUNT-COUNT = ZERO
           MOVE ZERO TO WS-POS-TOT-OUT.
           MOVE ZERO TO WS-POS-TOT-CLR.
           MOVE ZERO TO WS-POS-TOT-BOOK.
           MOVE "A" TO WS-POS-PASS.
           MOVE "ASSETS" TO PS-TEXT.
           WRITE PRINT-REC FROM WS-POS-SECTION-LINE.
           MOVE 1 TO WS-POS-A.
       190-ACCT-LOOP.
           IF WS-POS-A > ACCOUNT-COUNT
             GO TO 190-PASS-DONE.
           IF (WS-POS-PASS = "A" AND AT-ACCT-TYPE (WS-POS-A) = "C")
              OR
              (WS-POS-PASS = "L" AND AT-ACCT-TYPE (WS-POS-A) NOT = "C")
             ADD 1 TO WS-POS-A
             GO TO 190-ACCT-LOOP.
           MOVE AT-DRIVE (WS-POS-A) TO WS-DRIVE-ID.
           MOVE AT-DIR (WS-POS-A) TO WS-DIR-ID.
           MOVE AT-FILE-ID (WS-POS-A) TO WS-FILE-ID.
       190-ACCT-PRINT.
           COMPUTE WS-POS-BOOK =
             WS-POS-OPEN - WS-POS-CLR - WS-POS-OUT.
      * A card's book balance is what is owed, sign turned.
           IF WS-POS-PASS = "L"
             COMPUTE WS-POS-OPEN = 0 - WS-POS-OPEN
             COMPUTE WS-POS-OUT = 0 - WS-POS-OUT
             COMPUTE WS-POS-CLR = 0 - WS-POS-CLR
             COMPUTE WS-POS-BOOK = 0 - WS-POS-BOOK
           END-IF.
           MOVE SPACES TO WS-POS-DETAIL-LINE.
           MOVE AT-NAME (WS-POS-A) TO PD-NAME.
           MOVE WS-POS-OPEN TO PD-OPEN.
           ADD WS-POS-BOOK TO WS-POS-TOT-BOOK.
           ADD 1 TO WS-POS-A.
           GO TO 190-ACCT-LOOP.
       190-PASS-DONE.
           MOVE SPACES TO WS-POS-DETAIL-LINE.
           IF WS-POS-PASS = "A"
             MOVE "TOTAL ASSETS" TO PD-NAME
           ELSE
             MOVE "TOTAL LIABILITIES" TO PD-NAME
           END-IF.
           MOVE WS-POS-TOT-OUT TO PD-OUT.
           MOVE WS-POS-TOT-CLR TO PD-CLR.
           MOVE WS-POS-TOT-BOOK TO PD-BOOK.
           WRITE PRINT-REC FROM WS-POS-DETAIL-LINE.
           IF WS-POS-PASS = "L"
             GO TO 190-DONE.
           MOVE WS-POS-TOT-OUT TO WS-POS-AST-OUT.
           MOVE WS-POS-TOT-CLR TO WS-POS-AST-CLR.
           MOVE WS-POS-TOT-BOOK TO WS-POS-AST-BOOK.
           MOVE ZERO TO WS-POS-TOT-OUT.
           MOVE ZERO TO WS-POS-TOT-CLR.
           MOVE ZERO TO WS-POS-TOT-BOOK.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "LIABILITIES (AMOUNTS OWED)" TO PS-TEXT.
           WRITE PRINT-REC FROM WS-POS-SECTION-LINE.
           MOVE "L" TO WS-POS-PASS.
           MOVE 1 TO WS-POS-A.
           GO TO 190-ACCT-LOOP.
       190-DONE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO WS-POS-DETAIL-LINE.
           MOVE "NET POSITION" TO PD-NAME.
           COMPUTE WS-POS-TOT-OUT = WS-POS-AST-OUT - WS-POS-TOT-OUT.
           COMPUTE WS-POS-TOT-CLR = WS-POS-AST-CLR - WS-POS-TOT-CLR.
           COMPUTE WS-POS-TOT-BOOK =
             WS-POS-AST-BOOK - WS-POS-TOT-BOOK.
           MOVE WS-POS-TOT-OUT TO PD-OUT.
           MOVE WS-POS-TOT-CLR TO PD-CLR.
           MOVE WS-POS-TOT-BOOK TO PD-BOOK.
           WRITE PRINT-REC FROM WS-POS-DETAIL-LINE.
           CLOSE PRINT-FILE.
           MOVE WS-POS-SAVE-DRIVE TO WS-DRIVE-ID.
           MOVE WS-POS-SAVE-DIR TO WS-DIR-ID.
           MOVE WS-POS-SAVE-ID TO WS-FILE-ID.
           MOVE WS-POS-SAVE-OPENBAL TO WS-OPENING-BALANCE.
           MOVE "POSITION REPORT PRINTED TO POSITION.PRN"
             TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       190-EXIT.
           EXIT.
      ************************************************************
      *  191-CARD-STATEMENT closes the open credit card's
      *  statement cycle.  The closing date is the latest closing
      *  day on or before today, and the cycle runs from the day
      *  after the last statement closed.  Payments ("I" rows -
      *  a payment keyed in checking as a transfer linked through
      *  196-LINK-TRANSFER lands here as one) and refunds ("D")
      *  dated in the cycle go first against the previous
      *  balance; whatever of it is left was carried and draws a
      *  month's finance charge at the card's annual rate, posted
      *  as a service charge row dated the closing day.  The
      *  statement - the cycle's rows, the previous and new
      *  balance, minimum due and due date - prints to
      *  CARDSTMT.PRN, and the closed cycle is kept on
      *  ACCOUNT.LST for the next run.
      ************************************************************
       191-CARD-STATEMENT.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 191-EXIT.
           IF ACCOUNT-CHOICE = ZERO OR ACCOUNT-CHOICE > ACCOUNT-COUNT
             MOVE "NOT IN ACCOUNT.LST - NO STATEMENT" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 191-EXIT.
           MOVE ACCOUNT-CHOICE TO WS-CRD-A.
           IF AT-ACCT-TYPE (WS-CRD-A) NOT = "C"
             MOVE "NOT A CREDIT CARD ACCOUNT" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 191-EXIT.
           IF AT-CLOSE-DAY (WS-CRD-A) < 1 OR
              AT-CLOSE-DAY (WS-CRD-A) > 31 OR
              AT-DUE-DAY (WS-CRD-A) < 1 OR
              AT-DUE-DAY (WS-CRD-A) > 31
             MOVE "SET THE CARD'S CLOSING AND DUE DAYS FIRST"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 191-EXIT.
      * The cycle must see every row since the last close; a
      * windowed load may not.
           IF WS-WINDOWED = "Y"
             MOVE "WINDOWED LOAD - RELOAD FULL FILE FIRST"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 191-EXIT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-CCYY TO WS-FC-YY.
           MOVE WS-TODAY-MM TO WS-FC-MM.
           PERFORM 119-SET-MAX-DAY THRU 119-EXIT.
           MOVE AT-CLOSE-DAY (WS-CRD-A) TO WS-FC-DD.
           IF WS-FC-DD > WS-MAX-DAY
             MOVE WS-MAX-DAY TO WS-FC-DD.
      * Not yet this month's closing day - close last month's.
           IF WS-FC-DD > WS-TODAY-DD
             IF WS-FC-MM = 1
               MOVE 12 TO WS-FC-MM
               SUBTRACT 1 FROM WS-FC-YY
             ELSE
               SUBTRACT 1 FROM WS-FC-MM
             END-IF
             PERFORM 119-SET-MAX-DAY THRU 119-EXIT
             MOVE AT-CLOSE-DAY (WS-CRD-A) TO WS-FC-DD
             IF WS-FC-DD > WS-MAX-DAY
               MOVE WS-MAX-DAY TO WS-FC-DD
             END-IF
           END-IF.
           MOVE WS-FC-DATE TO WS-CRD-CLOSE-DATE.
           IF WS-CRD-CLOSE-N NOT > AT-LAST-CLOSE (WS-CRD-A)
             MOVE "THIS CYCLE IS ALREADY CLOSED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 191-EXIT.
      * A due day past the closing day falls in the closing
      * month, any other in the month after.
           IF AT-DUE-DAY (WS-CRD-A) NOT > AT-CLOSE-DAY (WS-CRD-A)
             IF WS-FC-MM = 12
               MOVE 1 TO WS-FC-MM
               ADD 1 TO WS-FC-YY
             ELSE
               ADD 1 TO WS-FC-MM
             END-IF
           END-IF.
           PERFORM 119-SET-MAX-DAY THRU 119-EXIT.
           MOVE AT-DUE-DAY (WS-CRD-A) TO WS-FC-DD.
           IF WS-FC-DD > WS-MAX-DAY
             MOVE WS-MAX-DAY TO WS-FC-DD.
           MOVE WS-FC-DATE TO WS-CRD-DUE-DATE.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** CREDIT CARD STATEMENT ***".
           DISPLAY " ".
           DISPLAY "ACCOUNT:      ", AT-NAME (WS-CRD-A).
           MOVE WS-CRD-CLOSE-N TO WS-CRD-SHOW-N.
           PERFORM 191C-SHOW-DATE THRU 191C-EXIT.
           DISPLAY "CLOSING DATE: ", WS-DATE-TEXT.
           IF AT-LAST-CLOSE (WS-CRD-A) NOT = ZERO
             MOVE AT-LAST-CLOSE (WS-CRD-A) TO WS-CRD-SHOW-N
             PERFORM 191C-SHOW-DATE THRU 191C-EXIT
             DISPLAY "LAST CLOSED:  ", WS-DATE-TEXT
           END-IF.
           DISPLAY " ".
           DISPLAY "CLOSE THIS CYCLE? (Y/N)".
           MOVE SPACE TO WS-CRD-ANSWER.
           ACCEPT WS-CRD-ANSWER.
           IF WS-CRD-ANSWER NOT = "Y" AND WS-CRD-ANSWER NOT = "y"
             GO TO 191-EXIT.
           PERFORM 040-WRITEFILE THRU 040-EXIT.
           IF WS-SPL-ABORT = "Y"
             MOVE "NOT SAVED - STATEMENT CANCELLED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 191-EXIT.
      * The first statement carries the opening balance forward;
      * after that, the balance the last one closed at.
           IF AT-LAST-CLOSE (WS-CRD-A) = ZERO
             COMPUTE WS-CRD-PREV = 0 - WS-OPENING-BALANCE
           ELSE
             MOVE AT-LAST-OWED (WS-CRD-A) TO WS-CRD-PREV
           END-IF.
      * The cycle is totalled first and the statement printed
      * only once the finance charge is safely on disk, so a
      * failed save leaves no statement for a charge never made.
           MOVE LAST-TAB-ROW TO WS-CRD-LAST.
           MOVE "N" TO WS-CRD-PRINT.
           PERFORM 191D-SCAN-CYCLE THRU 191D-EXIT.
           COMPUTE WS-CRD-CARRIED =
             WS-CRD-PREV - WS-CRD-PAYMENTS - WS-CRD-CREDITS.
           MOVE ZERO TO WS-CRD-FIN-CHG.
           IF WS-CRD-CARRIED > ZERO
             COMPUTE WS-CRD-FIN-CHG ROUNDED =
               WS-CRD-CARRIED * AT-APR (WS-CRD-A) / 1200.
           IF WS-CRD-FIN-CHG > ZERO
             PERFORM 191B-POST-FIN-CHG THRU 191B-EXIT.
           COMPUTE WS-CRD-NEW = WS-CRD-PREV + WS-CRD-CHARGES
             - WS-CRD-PAYMENTS - WS-CRD-CREDITS + WS-CRD-FIN-CHG.
           MOVE ZERO TO WS-CRD-MIN.
           IF WS-CRD-NEW > ZERO
             COMPUTE WS-CRD-MIN ROUNDED =
               WS-CRD-NEW * AT-MIN-PCT (WS-CRD-A) / 100
             IF WS-CRD-MIN < AT-MIN-FLOOR (WS-CRD-A)
               MOVE AT-MIN-FLOOR (WS-CRD-A) TO WS-CRD-MIN
             END-IF
             IF WS-CRD-MIN > WS-CRD-NEW
               MOVE WS-CRD-NEW TO WS-CRD-MIN
             END-IF
           END-IF.
      * The finance charge row goes to disk before the cycle is
      * marked closed, so a rerun cannot charge it twice.
           IF WS-CRD-FIN-CHG > ZERO
             MOVE "Y" TO WS-SPL-SKIP-VAL
             PERFORM 040-WRITEFILE THRU 040-EXIT
             MOVE "N" TO WS-SPL-SKIP-VAL
             PERFORM 030-BALANCE-CHECK THRU 030-EXIT
             IF WS-SPL-ABORT = "Y"
               MOVE "FINANCE CHARGE NOT SAVED - CYCLE LEFT OPEN"
                 TO WS-REMARKS
               PERFORM 008C-MESSAGE
               GO TO 191-EXIT
             END-IF
           END-IF.
           MOVE WS-DRIVE-ID TO WS-PRINT-DRIVE.
           MOVE WS-DIR-ID TO WS-PRINT-DIR.
           MOVE "CARDSTMT.PRN" TO WS-PRINT-ID.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-REC FROM WS-CRD-TITLE-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE AT-NAME (WS-CRD-A) TO CD-ACCT-NAME.
           MOVE WS-CRD-CLOSE-N TO WS-CRD-SHOW-N.
           PERFORM 191C-SHOW-DATE THRU 191C-EXIT.
           MOVE WS-DATE-TEXT TO CD-CLOSE-DATE.
           WRITE PRINT-REC FROM WS-CRD-ACCT-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-CRD-COL-HEADING.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
      * The rows again, for print - the same rows as before the
      * finance charge row was added, so the same totals.
           MOVE "Y" TO WS-CRD-PRINT.
           PERFORM 191D-SCAN-CYCLE THRU 191D-EXIT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "PREVIOUS BALANCE" TO CD-T-TEXT.
           MOVE WS-CRD-PREV TO CD-T-AMT.
           WRITE PRINT-REC FROM WS-CRD-TOTAL-LINE.
           MOVE "PAYMENTS" TO CD-T-TEXT.
           COMPUTE CD-T-AMT = 0 - WS-CRD-PAYMENTS.
           WRITE PRINT-REC FROM WS-CRD-TOTAL-LINE.
           MOVE "REFUNDS AND CREDITS" TO CD-T-TEXT.
           COMPUTE CD-T-AMT = 0 - WS-CRD-CREDITS.
           WRITE PRINT-REC FROM WS-CRD-TOTAL-LINE.
           MOVE "PURCHASES AND CHARGES" TO CD-T-TEXT.
           MOVE WS-CRD-CHARGES TO CD-T-AMT.
           WRITE PRINT-REC FROM WS-CRD-TOTAL-LINE.
           MOVE "FINANCE CHARGE" TO CD-T-TEXT.
           MOVE WS-CRD-FIN-CHG TO CD-T-AMT.
           WRITE PRINT-REC FROM WS-CRD-TOTAL-LINE.
           MOVE "NEW BALANCE" TO CD-T-TEXT.
           MOVE WS-CRD-NEW TO CD-T-AMT.
           WRITE PRINT-REC FROM WS-CRD-TOTAL-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "MINIMUM PAYMENT DUE" TO CD-T-TEXT.
           MOVE WS-CRD-MIN TO CD-T-AMT.
           WRITE PRINT-REC FROM WS-CRD-TOTAL-LINE.
           MOVE WS-CRD-DUE-N TO WS-CRD-SHOW-N.
           PERFORM 191C-SHOW-DATE THRU 191C-EXIT.
           MOVE "PAYMENT DUE DATE" TO CD-L-TEXT.
           MOVE WS-DATE-TEXT TO CD-L-DATE.
           WRITE PRINT-REC FROM WS-CRD-DATE-LINE.
      * Payments made by the last statement's due date are held
      * against the minimum it asked for.
           IF AT-LAST-CLOSE (WS-CRD-A) NOT = ZERO AND
              AT-LAST-MIN (WS-CRD-A) > ZERO
             MOVE SPACES TO PRINT-REC
             WRITE PRINT-REC
             MOVE "LAST STATEMENT MINIMUM DUE" TO CD-T-TEXT
             MOVE AT-LAST-MIN (WS-CRD-A) TO CD-T-AMT
             WRITE PRINT-REC FROM WS-CRD-TOTAL-LINE
             MOVE "PAID BY ITS DUE DATE" TO CD-T-TEXT
             MOVE WS-CRD-PAID-BY-DUE TO CD-T-AMT
             WRITE PRINT-REC FROM WS-CRD-TOTAL-LINE
             IF WS-CRD-PAID-BY-DUE < AT-LAST-MIN (WS-CRD-A)
               MOVE "LAST MINIMUM PAYMENT NOT MET BY ITS DUE DATE"
                 TO CD-N-TEXT
               WRITE PRINT-REC FROM WS-CRD-NOTE-LINE
             END-IF
           END-IF.
           CLOSE PRINT-FILE.
           MOVE WS-CRD-CLOSE-N TO AT-LAST-CLOSE (WS-CRD-A).
           MOVE WS-CRD-NEW TO AT-LAST-OWED (WS-CRD-A).
           MOVE WS-CRD-MIN TO AT-LAST-MIN (WS-CRD-A).
           MOVE WS-CRD-DUE-N TO AT-LAST-DUE (WS-CRD-A).
           PERFORM 162-REWRITE-ACCOUNTS THRU 162-EXIT.
           MOVE WS-CRD-DUE-N TO WS-CRD-SHOW-N.
           PERFORM 191C-SHOW-DATE THRU 191C-EXIT.
           MOVE WS-DATE-TEXT TO CD-DONE-DATE.
           MOVE WS-CRD-DONE-MSG TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       191-EXIT.
           EXIT.
      ************************************************************
      *  191A-CRD-ROW takes table row WS-CRD-I into the statement
      *  when it falls in the cycle, skipping what 030-BALANCE-
      *  CHECK skips: zero amounts, voids, split details and the
      *  repeat lines of a same-number, same-date group.
      ************************************************************
       191A-CRD-ROW.
           IF TEXT-AMOUNT (WS-CRD-I) = ZEROS
             GO TO 191A-EXIT.
           IF TEXT-STATUS (WS-CRD-I) = "V" OR
              TEXT-STATUS (WS-CRD-I) = "v"
             GO TO 191A-EXIT.
           IF EXTRA-SPLIT (WS-CRD-I) = "S" OR
              EXTRA-SPLIT (WS-CRD-I) = "s"
             GO TO 191A-EXIT.
           IF TEXT-NUMB (WS-CRD-I) NOT = SPACES AND
              TEXT-NUMB (WS-CRD-I) = WS-CRD-PREV-NUMB AND
              TEXT-DATE (WS-CRD-I) = WS-CRD-PREV-DATE
             GO TO 191A-EXIT.
           MOVE TEXT-NUMB (WS-CRD-I) TO WS-CRD-PREV-NUMB.
           MOVE TEXT-DATE (WS-CRD-I) TO WS-CRD-PREV-DATE.
           IF TEXT-YEAR (WS-CRD-I) IS NOT NUMERIC OR
              TEXT-MONTH (WS-CRD-I) IS NOT NUMERIC OR
              TEXT-DAY (WS-CRD-I) IS NOT NUMERIC
             GO TO 191A-EXIT.
           MOVE WS-CRD-I TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           MOVE WS-ROW-FY TO WS-CRD-ROW-CCYY.
           MOVE TEXT-MONTH (WS-CRD-I) TO WS-CRD-ROW-MM.
           MOVE TEXT-DAY (WS-CRD-I) TO WS-CRD-ROW-DD.
           IF WS-CRD-ROW-N NOT > AT-LAST-CLOSE (WS-CRD-A) OR
              WS-CRD-ROW-N > WS-CRD-CLOSE-N
             GO TO 191A-EXIT.
           MOVE TEXT-AMOUNT (WS-CRD-I) TO WS-CRD-AMT.
           MOVE TEXT-TRANTYPE (WS-CRD-I) TO WS-TRAN-TYPE.
           PERFORM 031-SET-TRAN-DIR.
           IF WS-TRAN-CREDIT = "Y"
             IF WS-TRAN-TYPE = "I" OR WS-TRAN-TYPE = "i"
               ADD WS-CRD-AMT TO WS-CRD-PAYMENTS
               IF WS-CRD-ROW-N NOT > AT-LAST-DUE (WS-CRD-A)
                 ADD WS-CRD-AMT TO WS-CRD-PAID-BY-DUE
               END-IF
             ELSE
               ADD WS-CRD-AMT TO WS-CRD-CREDITS
             END-IF
             COMPUTE WS-CRD-AMT = 0 - WS-CRD-AMT
           ELSE
             ADD WS-CRD-AMT TO WS-CRD-CHARGES
           END-IF.
           IF WS-CRD-PRINT NOT = "Y"
             GO TO 191A-EXIT.
           MOVE WS-DATE-TEXT TO CD-DATE.
           MOVE TEXT-MERCHANT (WS-CRD-I) TO CD-MERCHANT.
           MOVE TEXT-ITEM (WS-CRD-I) TO CD-ITEM.
           MOVE WS-CRD-AMT TO CD-AMOUNT.
           WRITE PRINT-REC FROM WS-CRD-DETAIL-LINE.
       191A-EXIT.
           EXIT.
      ************************************************************
      *  191D-SCAN-CYCLE totals the cycle's payments, credits and
      *  charges from table rows 1 thru WS-CRD-LAST through
      *  191A-CRD-ROW, printing each row taken when WS-CRD-PRINT
      *  is "Y".
      ************************************************************
       191D-SCAN-CYCLE.
           MOVE ZERO TO WS-CRD-PAYMENTS.
           MOVE ZERO TO WS-CRD-CREDITS.
           MOVE ZERO TO WS-CRD-CHARGES.
           MOVE ZERO TO WS-CRD-PAID-BY-DUE.
           MOVE SPACES TO WS-CRD-PREV-NUMB.
           MOVE SPACES TO WS-CRD-PREV-DATE.
           MOVE 1 TO WS-CRD-I.
       191D-SCAN.
           IF WS-CRD-I > WS-CRD-LAST
             GO TO 191D-EXIT.
           PERFORM 191A-CRD-ROW THRU 191A-EXIT.
           ADD 1 TO WS-CRD-I.
           GO TO 191D-SCAN.
       191D-EXIT.
           EXIT.
      ************************************************************
      *  191B-POST-FIN-CHG adds the finance charge in WS-CRD-FIN-
      *  CHG at the end of TEXT-TABLE as a service charge dated
      *  the closing day, journaled as a POST the way a posted
      *  recurring item is.  It is on the statement, so it goes
      *  in already cleared.
      ************************************************************
       191B-POST-FIN-CHG.
           IF LAST-TAB-ROW NOT LESS THAN MAX-TABLE-RECORDS
             MOVE "TABLE FULL - FINANCE CHARGE NOT POSTED"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             MOVE ZERO TO WS-CRD-FIN-CHG
             GO TO 191B-EXIT.
           IF WS-CRD-FIN-CHG > MAX-ROW-AMOUNT
             MOVE "FINANCE CHARGE OVER 999,999.99 NOT POSTED"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             MOVE ZERO TO WS-CRD-FIN-CHG
             GO TO 191B-EXIT.
           ADD 1 TO LAST-TAB-ROW.
           MOVE LAST-TAB-ROW TO THE-ROW.
           PERFORM 060-BLANK-ROW.
           MOVE WS-CRD-CLOSE-DD TO TEXT-DAY (THE-ROW).
           MOVE WS-CRD-CLOSE-MM TO TEXT-MONTH (THE-ROW).
           MOVE WS-CRD-CLOSE-CCYY (3:2) TO TEXT-YEAR (THE-ROW).
           MOVE WS-CRD-CLOSE-CCYY (1:2) TO EXTRA-CENTURY (THE-ROW).
           MOVE "FINANCE CHG " TO TEXT-MERCHANT (THE-ROW).
           MOVE "FINANCE CHARGE" TO TEXT-ITEM (THE-ROW).
           MOVE WS-CRD-FIN-CHG TO TEXT-AMOUNT (THE-ROW).
           MOVE "C" TO TEXT-STATUS (THE-ROW).
           MOVE "S" TO TEXT-TRANTYPE (THE-ROW).
           PERFORM 134B-DEFAULT-CATEGORY THRU 134B-EXIT.
           MOVE SPACES TO WS-JRNL-BEF-WK.
           PERFORM 201-ROW-TO-IMAGE.
           MOVE WS-JRNL-IMG TO WS-JRNL-AFT-WK.
           MOVE "POST" TO WS-JRNL-ACTION.
           PERFORM 200-WRITE-JOURNAL THRU 200-EXIT.
           MOVE THE-ROW TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           MOVE WS-DATE-TEXT TO CD-DATE.
           MOVE TEXT-MERCHANT (THE-ROW) TO CD-MERCHANT.
           MOVE TEXT-ITEM (THE-ROW) TO CD-ITEM.
           MOVE WS-CRD-FIN-CHG TO CD-AMOUNT.
           WRITE PRINT-REC FROM WS-CRD-DETAIL-LINE.
           IF LAST-TAB-ROW > MAX-ROWS-DISPLAYED
             COMPUTE CUR-TAB-ROW =
               LAST-TAB-ROW - MAX-ROWS-DISPLAYED + 1
             MOVE MAX-ROWS-DISPLAYED TO CUR-CRT-ROW
           ELSE
             MOVE 1 TO CUR-TAB-ROW
             MOVE LAST-TAB-ROW TO CUR-CRT-ROW
           END-IF.
       191B-EXIT.
           EXIT.
      ************************************************************
      *  191C-SHOW-DATE builds the DD-MM-CCYY form of the date in
      *  WS-CRD-SHOW-DATE in WS-DATE-TEXT.
      ************************************************************
       191C-SHOW-DATE.
           MOVE WS-CRD-SHOW-DD TO WS-DT-DAY.
           MOVE WS-CRD-SHOW-MM TO WS-DT-MONTH.
           MOVE WS-CRD-SHOW-CCYY TO WS-DT-CCYY.
       191C-EXIT.
           EXIT.
      ************************************************************
      *  192-SET-CARD-MARK puts the balance owed on the status
      *  line when the open account is a credit card, and blanks
      *  it otherwise.
      ************************************************************
       192-SET-CARD-MARK.
           MOVE SPACES TO WS-CARD-MARK.
           IF ACCOUNT-CHOICE = ZERO OR ACCOUNT-CHOICE > ACCOUNT-COUNT
             GO TO 192-EXIT.
           IF AT-ACCT-TYPE (ACCOUNT-CHOICE) NOT = "C"
             GO TO 192-EXIT.
           MOVE "OWED " TO CM-LABEL.
           COMPUTE CM-OWED = 0 - WS-BOOK-BALANCE.
       192-EXIT.
           EXIT.
      ************************************************************
      *  193-EDIT-CARD-TERMS keys each account's type onto
      *  ACCOUNT.LST and, for a credit card, its statement
      *  closing day, payment due day, minimum payment rule and
      *  annual rate.
      ************************************************************
       193-EDIT-CARD-TERMS.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 193-EXIT.
           IF ACCOUNT-COUNT = ZERO
             MOVE "NO ACCOUNT FILE (ACCOUNT.LST) FOUND" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 193-EXIT.
       193-LIST.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** ACCOUNT TYPE AND CREDIT CARD TERMS ***".
           DISPLAY " ".
           DISPLAY "    ACCOUNT              TYPE  CLS DUE  MIN%",
             "    FLOOR   APR".
           MOVE 1 TO WS-CRD-A.
       193-LIST-LOOP.
           IF WS-CRD-A > ACCOUNT-COUNT
             GO TO 193-LIST-DONE.
           MOVE SPACES TO WS-CRD-TERMS-LINE.
           MOVE WS-CRD-A TO CR-ROW.
           MOVE AT-NAME (WS-CRD-A) TO CR-NAME.
           IF AT-ACCT-TYPE (WS-CRD-A) = "C"
             MOVE "CARD " TO CR-TYPE
             MOVE AT-CLOSE-DAY (WS-CRD-A) TO CR-CLOSE
             MOVE AT-DUE-DAY (WS-CRD-A) TO CR-DUE
             MOVE AT-MIN-PCT (WS-CRD-A) TO CR-PCT
             MOVE AT-MIN-FLOOR (WS-CRD-A) TO CR-FLOOR
             MOVE AT-APR (WS-CRD-A) TO CR-APR
           ELSE
             MOVE "CHECK" TO CR-TYPE
           END-IF.
           DISPLAY WS-CRD-TERMS-LINE.
           ADD 1 TO WS-CRD-A.
           GO TO 193-LIST-LOOP.
       193-LIST-DONE.
           DISPLAY " ".
           DISPLAY "ENTER LINE NUMBER TO CHANGE,".
           DISPLAY "        OR PRESS <RETURN> WHEN DONE.".
           MOVE ZERO TO WS-EXP-SEL.
           ACCEPT WS-EXP-SEL.
           IF WS-EXP-SEL < 1 OR WS-EXP-SEL > ACCOUNT-COUNT
             GO TO 193-EXIT.
           DISPLAY "ENTER C FOR A CREDIT CARD, K FOR CHECKING,".
           DISPLAY "        OR PRESS <RETURN> TO LEAVE UNCHANGED.".
           MOVE SPACE TO WS-CRD-ANSWER.
           ACCEPT WS-CRD-ANSWER.
           IF WS-CRD-ANSWER = "C" OR WS-CRD-ANSWER = "c"
             MOVE "C" TO AT-ACCT-TYPE (WS-EXP-SEL).
           IF WS-CRD-ANSWER = "K" OR WS-CRD-ANSWER = "k"
             MOVE SPACE TO AT-ACCT-TYPE (WS-EXP-SEL).
           IF AT-ACCT-TYPE (WS-EXP-SEL) NOT = "C"
             GO TO 193-SAVE.
           DISPLAY "ENTER STATEMENT CLOSING DAY (1-31),".
           DISPLAY "        OR PRESS <RETURN> TO LEAVE UNCHANGED.".
           MOVE ZERO TO WS-CRD-KEY-DAY.
           ACCEPT WS-CRD-KEY-DAY.
           IF WS-CRD-KEY-DAY > ZERO AND WS-CRD-KEY-DAY < 32
             MOVE WS-CRD-KEY-DAY TO AT-CLOSE-DAY (WS-EXP-SEL).
           DISPLAY "ENTER PAYMENT DUE DAY (1-31),".
           DISPLAY "        OR PRESS <RETURN> TO LEAVE UNCHANGED.".
           MOVE ZERO TO WS-CRD-KEY-DAY.
           ACCEPT WS-CRD-KEY-DAY.
           IF WS-CRD-KEY-DAY > ZERO AND WS-CRD-KEY-DAY < 32
             MOVE WS-CRD-KEY-DAY TO AT-DUE-DAY (WS-EXP-SEL).
           DISPLAY "CHANGE MINIMUM PAYMENT AND RATE? (Y/N)".
           MOVE SPACE TO WS-CRD-ANSWER.
           ACCEPT WS-CRD-ANSWER.
           IF WS-CRD-ANSWER NOT = "Y" AND WS-CRD-ANSWER NOT = "y"
             GO TO 193-SAVE.
           DISPLAY "ENTER MINIMUM PAYMENT PERCENT OF NEW BALANCE,".
           DISPLAY "        IN HUNDREDTHS (EXAMPLE: 250 MEANS 2.50)".
           MOVE ZERO TO WS-CRD-KEY-RATE.
           ACCEPT WS-CRD-KEY-RATE.
           COMPUTE AT-MIN-PCT (WS-EXP-SEL) = WS-CRD-KEY-RATE / 100.
           DISPLAY "ENTER LEAST MINIMUM PAYMENT, IN CENTS".
           DISPLAY "        (EXAMPLE: 2500 MEANS 25.00)".
           MOVE ZERO TO WS-CRD-KEY-FLOOR.
           ACCEPT WS-CRD-KEY-FLOOR.
           COMPUTE AT-MIN-FLOOR (WS-EXP-SEL) = WS-CRD-KEY-FLOOR / 100.
           DISPLAY "ENTER ANNUAL PERCENTAGE RATE, IN HUNDREDTHS".
           DISPLAY "        (EXAMPLE: 1999 MEANS 19.99)".
           MOVE ZERO TO WS-CRD-KEY-RATE.
           ACCEPT WS-CRD-KEY-RATE.
           COMPUTE AT-APR (WS-EXP-SEL) = WS-CRD-KEY-RATE / 100.
       193-SAVE.
           PERFORM 162-REWRITE-ACCOUNTS THRU 162-EXIT.
           PERFORM 192-SET-CARD-MARK THRU 192-EXIT.
           GO TO 193-LIST.
       193-EXIT.
           EXIT.
      ************************************************************
      *  195-SWITCH-ACCOUNT changes to another account without
               GO TO 195-EXIT
             END-IF
           END-IF.
           PERFORM 052-RELEASE-LOCK THRU 052-EXIT.
           MOVE ZERO TO WS-CKBK-AMOUNT.
           MOVE ZERO TO LAST-TAB-ROW.
           MOVE ZERO TO WS-CKPT-COUNT.
           ADD 1 TO PENDX-COUNT.
           MOVE WS-XFR-CHOICE TO PX-ACCT (PENDX-COUNT).
           MOVE THE-ROW TO PX-ROW (PENDX-COUNT).
           IF AT-ACCT-TYPE (WS-XFR-CHOICE) = "C"
             MOVE "CARD PAYMENT WILL POST WITH THE NEXT SAVE"
               TO WS-REMARKS
           ELSE
             MOVE "TRANSFER IN WILL POST WITH THE NEXT SAVE"
               TO WS-REMARKS
           END-IF.
           PERFORM 008C-MESSAGE.
           PERFORM 009-RESTORE-SCREEN.
       196-EXIT.
           MOVE AT-DRIVE (WS-XFR-CHOICE) TO WS-DRIVE-ID.
           MOVE AT-DIR (WS-XFR-CHOICE) TO WS-DIR-ID.
           MOVE AT-FILE-ID (WS-XFR-CHOICE) TO WS-FILE-ID.
      * The account's holder would save over an "I" written
      * under them.
           PERFORM 053-READ-LOCK THRU 053-EXIT.
           IF WS-LOCK-FOUND = "Y" AND
              (LK-OPR NOT = LM-OPR OR LK-DATE NOT = LM-DATE OR
               LK-TIME NOT = LM-TIME)
             MOVE WS-XFR-SAVE-DRIVE TO WS-DRIVE-ID
             MOVE WS-XFR-SAVE-DIR TO WS-DIR-ID
             MOVE WS-XFR-SAVE-ID TO WS-FILE-ID
             MOVE LK-OPR TO LX-OPR
             MOVE WS-LOCK-XFER-MSG TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 216-NEXT.
           OPEN EXTEND CKBKFILE.
           IF WS-INSTAT1 NOT < 2
             OPEN OUTPUT CKBKFILE.
             GO TO 216-NEXT.
           MOVE SPACES TO CKBK-REC.
           MOVE SPACES TO CKBK-NUMB.
           MOVE WS-XFR-ROW TO WS-DT-ROW.
           PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT.
           MOVE WS-ROW-FY TO CKBK-YEAR.
           MOVE TEXT-MONTH (WS-XFR-ROW) TO CKBK-MONTH.
           MOVE TEXT-DAY (WS-XFR-ROW) TO CKBK-DAY.
           IF ACCOUNT-CHOICE > ZERO AND
             MOVE "TRANSFER IN " TO CKBK-MERCHANT
           END-IF.
           MOVE SPACES TO CKBK-ITEM.
      * Into a credit card the "I" is a payment, and the
      * statement run counts it against the cycle.
           IF AT-ACCT-TYPE (WS-XFR-CHOICE) = "C"
             MOVE "PMT FROM " TO CKBK-ITEM (1:9)
             MOVE WS-XFR-SAVE-ID TO CKBK-ITEM (10:12)
           ELSE
             MOVE "FROM " TO CKBK-ITEM (1:5)
             MOVE WS-XFR-SAVE-ID TO CKBK-ITEM (6:12)
           END-IF.
           MOVE WS-XFR-AMT TO CKBK-AMOUNT.
           MOVE "O" TO CKBK-STATUS.
           MOVE "I" TO CKBK-TRANTYPE.
           WRITE CKBK-REC.
           CLOSE CKBKFILE.
           PERFORM 197-JOURNAL-DEST THRU 197-EXIT.
           PERFORM 034A-BUMP-CONTROL THRU 034A-EXIT.
       216-NEXT.
           ADD 1 TO PX-IDX.
           GO TO 216-LOOP.
           IF WS-JRNSTAT1 NOT < 2
             GO TO 197-EXIT.
           MOVE SPACES TO JRNL-REC.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-HHMMSS TO JRNL-TIME.
           MOVE "XFRIN" TO JRNL-ACTION.
           ELSE
             MOVE "IN" TO XA-TYPE
           END-IF.
           MOVE XF-DATE (XF-I) (7:2) TO XA-DATE (1:2).
           MOVE "-" TO XA-DATE (3:1).
           MOVE XF-DATE (XF-I) (5:2) TO XA-DATE (4:2).
           MOVE "-" TO XA-DATE (6:1).
           MOVE XF-DATE (XF-I) (1:4) TO XA-DATE (7:4).
           MOVE XF-AMOUNT (XF-I) TO XA-AMOUNT.
           IF XF-MATCHED (XF-I) = "M"
             MOVE "AMOUNT MISMATCH" TO XA-FINDING
      *  CHKAUDIT.PRN.  Non-check transaction types, split
      *  details, and the trailing rows of a same-number/same-
      *  date group stay out; voided numbers print as accounted-
      *  for so only genuinely unexplained numbers remain.  The
      *  account's REISSUE.LST pairs print beside the numbers
      *  they join, a reissued number missing from the files
      *  read still counts as voided, and numbers a reissue
      *  deliberately passed over print as skipped, not missing.
      ************************************************************
       199-CHECK-AUDIT.
           DISPLAY BLANK-SCREEN.
           IF CKBK-SPLIT = "S" OR CKBK-SPLIT = "s"
             GO TO 199-LIVE-READ.
           IF CKBK-NUMB = WS-CKA-PREV-NUMB AND
              CKBK-DATE = WS-CKA-PREV-DATE
             GO TO 199-LIVE-READ.
           MOVE CKBK-NUMB TO WS-CKA-PREV-NUMB.
           MOVE CKBK-DATE TO WS-CKA-PREV-DATE.
           MOVE CKBK-NUMB TO WS-CKA-NUMB-X.
           PERFORM 199B-PARSE-NUMB THRU 199B-EXIT.
           IF WS-CKA-OK NOT = "Y"
           IF ARC-SPLIT = "S" OR ARC-SPLIT = "s"
             GO TO 199-ARCH-READ.
           IF ARC-NUMB = WS-CKA-PREV-NUMB AND
              ARC-DATE = WS-CKA-PREV-DATE
             GO TO 199-ARCH-READ.
           MOVE ARC-NUMB TO WS-CKA-PREV-NUMB.
           MOVE ARC-DATE TO WS-CKA-PREV-DATE.
           MOVE ARC-NUMB TO WS-CKA-NUMB-X.
           PERFORM 199B-PARSE-NUMB THRU 199B-EXIT.
           IF WS-CKA-OK NOT = "Y"
           ADD 1 TO WS-CKA-YY.
           GO TO 199-ARCH-YEAR.
       199-SORT.
           PERFORM 098-LOAD-REISSUE-LINKS THRU 098-EXIT.
           PERFORM 199E-ADD-LINKED THRU 199E-EXIT.
           PERFORM 199C-SORT-NUMS THRU 199C-EXIT.
           MOVE WS-DRIVE-ID TO WS-PRINT-DRIVE.
           MOVE WS-DIR-ID TO WS-PRINT-DIR.
             IF CKA-NUM (CKA-I) > CKA-NUM (CKA-I - 1) + 1
               COMPUTE WS-CKA-GAP1 = CKA-NUM (CKA-I - 1) + 1
               COMPUTE WS-CKA-GAP2 = CKA-NUM (CKA-I) - 1
               PERFORM 199G-PRINT-GAP THRU 199G-EXIT
             END-IF
           END-IF.
           MOVE CKA-NUM (CKA-I) TO WS-CKA-NUM.
           PERFORM 199F-FIND-LINK THRU 199F-EXIT.
           IF CKA-VOID (CKA-I) = "Y"
             MOVE SPACES TO WS-CKA-DETAIL-LINE
             MOVE "VOID" TO CA-TAG
             MOVE CKA-NUM (CKA-I) TO CA-NUM1
             MOVE ZERO TO CA-NUM2
             MOVE "ACCOUNTED FOR" TO CA-NOTE
             IF WS-RIS-HIT NOT = ZERO
               MOVE "REISSUED AS" TO CA-NOTE
               MOVE RL-NEW (WS-RIS-HIT) TO CA-LINK
             END-IF
             WRITE PRINT-REC FROM WS-CKA-DETAIL-LINE
           END-IF.
           IF WS-RIS-SCAN NOT = ZERO
             MOVE SPACES TO WS-CKA-DETAIL-LINE
             MOVE "REISSUE" TO CA-TAG
             MOVE CKA-NUM (CKA-I) TO CA-NUM1
             MOVE ZERO TO CA-NUM2
             MOVE "REPLACES CHECK" TO CA-NOTE
             MOVE RL-OLD (WS-RIS-SCAN) TO CA-LINK
             WRITE PRINT-REC FROM WS-CKA-DETAIL-LINE
           END-IF.
       199-WALK-NEXT.
       199D-EXIT.
           EXIT.
      ************************************************************
      *  199E-ADD-LINKED adds the old number of each reissue pair
      *  in RIS-TABLE to CKA-TABLE as voided when no file read
      *  holds it - a check voided in a year whose archive was
      *  not included still explains its number.
      ************************************************************
       199E-ADD-LINKED.
           MOVE 1 TO RL-IDX.
       199E-LINK.
           IF RL-IDX > RIS-COUNT
             GO TO 199E-EXIT.
           MOVE 1 TO CKA-I.
       199E-SCAN.
           IF CKA-I > CKA-COUNT
             MOVE RL-OLD (RL-IDX) TO WS-CKA-NUM
             MOVE "Y" TO WS-CKA-VOID
             PERFORM 199D-ADD-NUM THRU 199D-EXIT
             GO TO 199E-NEXT.
           IF CKA-NUM (CKA-I) = RL-OLD (RL-IDX)
             GO TO 199E-NEXT.
           ADD 1 TO CKA-I.
           GO TO 199E-SCAN.
       199E-NEXT.
           ADD 1 TO RL-IDX.
           GO TO 199E-LINK.
       199E-EXIT.
           EXIT.
      ************************************************************
      *  199F-FIND-LINK looks up WS-CKA-NUM in RIS-TABLE: WS-RIS-
      *  HIT is the pair it was the old check of, WS-RIS-SCAN
      *  the pair it replaced a check in (zero when none).
      ************************************************************
       199F-FIND-LINK.
           MOVE ZERO TO WS-RIS-HIT.
           MOVE ZERO TO WS-RIS-SCAN.
           MOVE 1 TO RL-IDX.
       199F-SCAN.
           IF RL-IDX > RIS-COUNT
             GO TO 199F-EXIT.
           IF RL-OLD (RL-IDX) = WS-CKA-NUM
             MOVE RL-IDX TO WS-RIS-HIT.
           IF RL-NEW (RL-IDX) = WS-CKA-NUM
             MOVE RL-IDX TO WS-RIS-SCAN.
           ADD 1 TO RL-IDX.
           GO TO 199F-SCAN.
       199F-EXIT.
           EXIT.
      ************************************************************
      *  199G-PRINT-GAP prints the gap WS-CKA-GAP1 thru WS-CKA-
      *  GAP2.  A gap lying wholly in the numbers a reissue
      *  passed over - from its RL-SKIP up to the replacement -
      *  was intended, prints as skipped and is not a finding.
      ************************************************************
       199G-PRINT-GAP.
           MOVE SPACES TO WS-CKA-DETAIL-LINE.
           MOVE WS-CKA-GAP1 TO CA-NUM1.
           IF WS-CKA-GAP2 > WS-CKA-GAP1
             MOVE "THRU" TO CA-THRU
             MOVE WS-CKA-GAP2 TO CA-NUM2
           ELSE
             MOVE ZERO TO CA-NUM2
           END-IF.
           MOVE 1 TO RL-IDX.
       199G-SCAN.
           IF RL-IDX > RIS-COUNT
             GO TO 199G-MISSING.
           IF RL-SKIP (RL-IDX) NOT = ZERO AND
              RL-SKIP (RL-IDX) NOT > WS-CKA-GAP1 AND
              RL-NEW (RL-IDX) > WS-CKA-GAP2
             MOVE "SKIPPED" TO CA-TAG
             MOVE "PASSED OVER BY" TO CA-NOTE
             MOVE RL-NEW (RL-IDX) TO CA-LINK
             WRITE PRINT-REC FROM WS-CKA-DETAIL-LINE
             GO TO 199G-EXIT.
           ADD 1 TO RL-IDX.
           GO TO 199G-SCAN.
       199G-MISSING.
           MOVE "MISSING" TO CA-TAG.
           MOVE "UNEXPLAINED" TO CA-NOTE.
           WRITE PRINT-REC FROM WS-CKA-DETAIL-LINE.
           ADD 1 TO WS-CKA-FINDINGS.
       199G-EXIT.
           EXIT.
      ************************************************************
      *  200-WRITE-JOURNAL appends one change-journal record to
      *  the account's .JRN file: date, time, the action set in
      *  WS-JRNL-ACTION, and the before/after row images in
             END-IF
             GO TO 200-EXIT.
           MOVE SPACES TO JRNL-REC.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-HHMMSS TO JRNL-TIME.
           MOVE WS-JRNL-ACTION TO JRNL-ACTION.
      ************************************************************
      *  201-ROW-TO-IMAGE builds the 88-byte journal image of
      *  TEXT-LINE (THE-ROW): the 80-column screen line followed
      *  by the row's ROW-EXTRA category code, its printed and
      *  split markers, and the century of its date.
      ************************************************************
       201-ROW-TO-IMAGE.
           MOVE TEXT-LINE (THE-ROW) TO WS-JRNL-IMG (1:80).
           MOVE EXTRA-CATEGORY (THE-ROW) TO WS-JRNL-IMG (81:4).
           MOVE EXTRA-PRINTED (THE-ROW) TO WS-JRNL-IMG (85:1).
           MOVE EXTRA-SPLIT (THE-ROW) TO WS-JRNL-IMG (86:1).
           MOVE EXTRA-CENTURY (THE-ROW) TO WS-JRNL-IMG (87:2).
      ************************************************************
      *  220-REPORT-VIEWER lists the known report files present
      *  in the account's directory, pages a chosen one on
             TEXT-DATE OF TEXT-LINE (THE-ROW), " ",
             TEXT-MERCHANT OF TEXT-LINE (THE-ROW).
           DISPLAY " ".
           MOVE THE-ROW TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           MOVE ZERO TO WS-NOTE-LISTED.
           MOVE 1 TO NT-IDX.
       230-LIST.
           IF NT-IDX > NOTE-COUNT
             GO TO 230-LIST-DONE.
           IF NT-NUMB (NT-IDX) = TEXT-NUMB OF TEXT-LINE (THE-ROW)
              AND NT-DATE (NT-IDX) = WS-DATE-TEXT
              AND NT-MERCHANT (NT-IDX) = TEXT-MERCHANT
                OF TEXT-LINE (THE-ROW)
             DISPLAY NT-TEXT (NT-IDX)
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NO CHANGES" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 230-SHOW.
           IF NOTE-COUNT NOT LESS THAN MAX-NOTE-LINES
             MOVE "NOTE FILE FULL - CANNOT ADD" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 230-SHOW.
           DISPLAY "ENTER NOTE TEXT (60 CHARACTERS):".
           MOVE SPACES TO WS-NOTE-TEXT.
           ACCEPT WS-NOTE-TEXT.
           IF WS-NOTE-TEXT = SPACES
             GO TO 230-SHOW.
           ADD 1 TO NOTE-COUNT.
           MOVE TEXT-NUMB OF TEXT-LINE (THE-ROW)
             TO NT-NUMB (NOTE-COUNT).
           MOVE WS-DATE-TEXT TO NT-DATE (NOTE-COUNT).
           MOVE TEXT-MERCHANT OF TEXT-LINE (THE-ROW)
             TO NT-MERCHANT (NOTE-COUNT).
           MOVE WS-NOTE-TEXT TO NT-TEXT (NOTE-COUNT).
           MOVE "Y" TO WS-NOTE-DIRTY.
           GO TO 230-SHOW.
       230-DELETE.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NO CHANGES" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 230-SHOW.
           MOVE "DELETE EVERY LINE OF THIS NOTE? (Y/N)"
             TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
           IF FALSESW NOT = "Y" AND FALSESW NOT = "y"
             GO TO 230-SHOW.
           MOVE ZERO TO NT-KEEP.
           MOVE 1 TO NT-IDX.
       230-DEL-SCAN.
           IF NT-IDX > NOTE-COUNT
             GO TO 230-DEL-DONE.
           IF NT-NUMB (NT-IDX) = TEXT-NUMB OF TEXT-LINE (THE-ROW)
              AND NT-DATE (NT-IDX) = WS-DATE-TEXT
              AND NT-MERCHANT (NT-IDX) = TEXT-MERCHANT
                OF TEXT-LINE (THE-ROW)
             MOVE "Y" TO WS-NOTE-DIRTY
           ELSE
             ADD 1 TO NT-KEEP
             IF NT-KEEP NOT = NT-IDX
               MOVE NOTE-ENTRY (NT-IDX) TO NOTE-ENTRY (NT-KEEP)
             END-IF
           END-IF.
           ADD 1 TO NT-IDX.
           GO TO 230-DEL-SCAN.
       230-DEL-DONE.
           MOVE NT-KEEP TO NOTE-COUNT.
           GO TO 230-SHOW.
       230-EXIT.
           EXIT.
      ************************************************************
      *  231-CHECK-NOTE-MARK sets WS-NOTE-MARK to "NOTE" when
      *  the cursor row (RECORD-NUMB) has a note, so the status
      *  line shows the marker while browsing.
      ************************************************************
       231-CHECK-NOTE-MARK.
           MOVE SPACES TO WS-NOTE-MARK.
           IF NOTE-COUNT = ZERO
             GO TO 231-EXIT.
           IF RECORD-NUMB < 1 OR RECORD-NUMB > LAST-TAB-ROW
             GO TO 231-EXIT.
           MOVE RECORD-NUMB TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           MOVE 1 TO NT-IDX.
       231-SCAN.
           IF NT-IDX > NOTE-COUNT
             GO TO 231-EXIT.
           IF NT-NUMB (NT-IDX) = TEXT-NUMB (RECORD-NUMB) AND
              NT-DATE (NT-IDX) = WS-DATE-TEXT AND
              NT-MERCHANT (NT-IDX) = TEXT-MERCHANT (RECORD-NUMB)
             MOVE "NOTE" TO WS-NOTE-MARK
             GO TO 231-EXIT.
           ADD 1 TO NT-IDX.
           GO TO 231-SCAN.
       231-EXIT.
           EXIT.
      ************************************************************
      *  232-REIMB-MENU gathers the reimbursable-expense jobs:
      *  marking the current row, building a claim, applying a
      *  reimbursement deposit, denying a claim, and the
      *  outstanding-claims report.
      ************************************************************
       232-REIMB-MENU.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** REIMBURSABLE EXPENSES AND CLAIMS ***".
           DISPLAY " ".
           DISPLAY "M - MARK/UNMARK CURRENT ROW AS REIMBURSABLE".
           DISPLAY "C - BUILD A CLAIM FROM MARKED ROWS".
           DISPLAY "P - APPLY CURRENT ROW (A DEPOSIT) TO A CLAIM".
           DISPLAY "D - DENY THE UNPAID BALANCE OF A CLAIM".
           DISPLAY "R - OUTSTANDING CLAIMS REPORT".
           DISPLAY " ".
           DISPLAY "ENTER CHOICE, OR PRESS <RETURN> TO CANCEL.".
           MOVE SPACE TO WS-RMB-CHOICE.
           ACCEPT WS-RMB-CHOICE.
           IF WS-RMB-CHOICE = "M" OR WS-RMB-CHOICE = "m"
             PERFORM 233-MARK-REIMBURSABLE THRU 233-EXIT.
           IF WS-RMB-CHOICE = "C" OR WS-RMB-CHOICE = "c"
             PERFORM 234-BUILD-CLAIM THRU 234-EXIT.
           IF WS-RMB-CHOICE = "P" OR WS-RMB-CHOICE = "p"
             PERFORM 235-APPLY-DEPOSIT THRU 235-EXIT.
           IF WS-RMB-CHOICE = "D" OR WS-RMB-CHOICE = "d"
             PERFORM 236-DENY-CLAIM THRU 236-EXIT.
           IF WS-RMB-CHOICE = "R" OR WS-RMB-CHOICE = "r"
             PERFORM 239-CLAIMS-REPORT THRU 239-EXIT.
       232-EXIT.
           EXIT.
      ************************************************************
      *  233-MARK-REIMBURSABLE marks the current row - a payment,
      *  or a split detail line - as owed back by the payer the
      *  operator names, or takes the mark off again while the
      *  row is not yet on a claim.  A split parent is not
      *  marked; its detail lines are, so the budget sees the
      *  same lines it always has.
      ************************************************************
       233-MARK-REIMBURSABLE.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 233-EXIT.
           COMPUTE THE-ROW = CUR-TAB-ROW + CUR-CRT-ROW - 1.
           MOVE TEXT-AMOUNT (THE-ROW) TO WS-RMB-AMT.
           IF WS-RMB-AMT = ZERO
             MOVE "NO AMOUNT ON THIS ROW" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 233-EXIT.
           IF TEXT-STATUS (THE-ROW) = "V" OR
              TEXT-STATUS (THE-ROW) = "v"
             MOVE "VOIDED ROW - CANNOT BE MARKED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 233-EXIT.
           IF EXTRA-SPLIT (THE-ROW) = "P" OR
              EXTRA-SPLIT (THE-ROW) = "p"
             MOVE "MARK THE SPLIT DETAIL LINES, NOT THE PARENT"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 233-EXIT.
           MOVE TEXT-TRANTYPE (THE-ROW) TO WS-TRAN-TYPE.
           PERFORM 031-SET-TRAN-DIR.
           IF WS-TRAN-CREDIT = "Y"
             MOVE "ONLY A PAYMENT CAN BE MARKED REIMBURSABLE"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 233-EXIT.
           MOVE THE-ROW TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           MOVE "I" TO WS-RMB-KIND.
           MOVE TEXT-NUMB OF TEXT-LINE (THE-ROW) TO WS-RMB-NUMB.
           MOVE WS-DATE-TEXT TO WS-RMB-DATE.
           MOVE TEXT-MERCHANT OF TEXT-LINE (THE-ROW)
             TO WS-RMB-MERCHANT.
           PERFORM 237D-LOAD-REIMB THRU 237D-EXIT.
           PERFORM 237A-FIND-ROW-ITEM THRU 237A-EXIT.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** MARK REIMBURSABLE EXPENSE ***".
           DISPLAY " ".
           DISPLAY "ROW: ", WS-RMB-NUMB, " ", WS-RMB-DATE, " ",
             WS-RMB-MERCHANT, " ", TEXT-AMOUNT (THE-ROW).
           DISPLAY " ".
           IF WS-RMB-HIT = ZERO
             GO TO 233-NEW.
           DISPLAY "OWED BY: ", RI-PAYER (WS-RMB-HIT).
           IF RI-CLAIM (WS-RMB-HIT) NOT = ZERO
             DISPLAY "ON CLAIM: ", RI-CLAIM (WS-RMB-HIT)
             MOVE "ROW IS ON A CLAIM - MARK CANNOT BE REMOVED"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 233-EXIT.
           MOVE "ROW IS MARKED - REMOVE THE MARK? (Y/N)"
             TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
           IF FALSESW NOT = "Y" AND FALSESW NOT = "y"
             GO TO 233-EXIT.
           MOVE WS-RMB-HIT TO RI-IDX.
       233-DEL-SHIFT.
           IF RI-IDX NOT LESS THAN RMB-COUNT
             GO TO 233-DEL-DONE.
           COMPUTE TEMP = RI-IDX + 1.
           MOVE RMB-ENTRY (TEMP) TO RMB-ENTRY (RI-IDX).
           ADD 1 TO RI-IDX.
           GO TO 233-DEL-SHIFT.
       233-DEL-DONE.
           SUBTRACT 1 FROM RMB-COUNT.
           PERFORM 237E-REWRITE-REIMB THRU 237E-EXIT.
           MOVE "REIMBURSABLE MARK REMOVED" TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
           GO TO 233-EXIT.
       233-NEW.
           IF RMB-COUNT NOT LESS THAN MAX-RMB-ITEMS
             MOVE "REIMB.LST FULL - CANNOT MARK" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 233-EXIT.
           DISPLAY "WHO OWES THIS BACK (EMPLOYER, INSURER, FSA...)?".
           DISPLAY "        OR PRESS <RETURN> TO CANCEL.".
           MOVE SPACES TO WS-RMB-PAYER.
           ACCEPT WS-RMB-PAYER.
           IF WS-RMB-PAYER = SPACES
             GO TO 233-EXIT.
           INSPECT WS-RMB-PAYER CONVERTING
             "abcdefghijklmnopqrstuvwxyz"
             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ADD 1 TO RMB-COUNT.
           MOVE "I" TO RI-KIND (RMB-COUNT).
           MOVE WS-FILE-ID TO RI-ACCT (RMB-COUNT).
           MOVE WS-RMB-NUMB TO RI-NUMB (RMB-COUNT).
           MOVE WS-RMB-DATE TO RI-DATE (RMB-COUNT).
           MOVE WS-RMB-MERCHANT TO RI-MERCHANT (RMB-COUNT).
           MOVE WS-RMB-AMT TO RI-AMOUNT (RMB-COUNT).
           MOVE EXTRA-CATEGORY (THE-ROW) TO RI-CATEGORY (RMB-COUNT).
           MOVE WS-RMB-PAYER TO RI-PAYER (RMB-COUNT).
           MOVE ZERO TO RI-CLAIM (RMB-COUNT).
           MOVE ZERO TO RI-DENIED (RMB-COUNT).
           MOVE WS-OPERATOR TO RI-OPR (RMB-COUNT).
           MOVE "N" TO RI-PICK (RMB-COUNT).
           PERFORM 237E-REWRITE-REIMB THRU 237E-EXIT.
           MOVE "ROW MARKED REIMBURSABLE" TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       233-EXIT.
           EXIT.
      ************************************************************
      *  234-BUILD-CLAIM gathers marked rows not yet claimed into
      *  a new numbered claim.  The operator picks one row; every
      *  unclaimed row owed by the same payer comes with it, and
      *  single rows can then be taken off or put back before
      *  the claim is dated and saved.
      ************************************************************
       234-BUILD-CLAIM.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 234-EXIT.
           PERFORM 237D-LOAD-REIMB THRU 237D-EXIT.
           MOVE SPACES TO WS-RMB-PAYER.
       234-LIST.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** BUILD A REIMBURSEMENT CLAIM ***".
           DISPLAY " ".
           IF WS-RMB-PAYER NOT = SPACES
             DISPLAY "OWED BY: ", WS-RMB-PAYER,
               "   (* = ON THIS CLAIM)"
             DISPLAY " ".
           MOVE ZERO TO WS-RMB-PICKED.
           MOVE ZERO TO WS-RMB-TOTAL.
           MOVE ZERO TO WS-RMB-LEFT.
           MOVE 1 TO RI-IDX.
       234-LIST-LOOP.
           IF RI-IDX > RMB-COUNT
             GO TO 234-LIST-DONE.
           IF RI-KIND (RI-IDX) NOT = "I" OR
              RI-CLAIM (RI-IDX) NOT = ZERO
             GO TO 234-LIST-NEXT.
           IF WS-RMB-PAYER NOT = SPACES AND
              RI-PAYER (RI-IDX) NOT = WS-RMB-PAYER
             GO TO 234-LIST-NEXT.
           ADD 1 TO WS-RMB-LEFT.
           MOVE SPACES TO WS-RMB-LIST-LINE.
           MOVE RI-IDX TO RLL-ROW.
           IF RI-PICK (RI-IDX) = "Y"
             MOVE "*" TO RLL-PICK
             ADD 1 TO WS-RMB-PICKED
             ADD RI-AMOUNT (RI-IDX) TO WS-RMB-TOTAL.
           MOVE RI-PAYER (RI-IDX) TO RLL-PAYER.
           MOVE RI-DATE (RI-IDX) TO RLL-DATE.
           MOVE RI-MERCHANT (RI-IDX) TO RLL-MERCHANT.
           MOVE RI-AMOUNT (RI-IDX) TO RLL-AMOUNT.
           DISPLAY WS-RMB-LIST-LINE.
       234-LIST-NEXT.
           ADD 1 TO RI-IDX.
           GO TO 234-LIST-LOOP.
       234-LIST-DONE.
           IF WS-RMB-LEFT = ZERO
             MOVE "NO MARKED ROWS WAITING FOR A CLAIM" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 234-EXIT.
           DISPLAY " ".
           IF WS-RMB-PAYER = SPACES
             DISPLAY "ENTER LINE NUMBER OF A ROW TO CLAIM"
           ELSE
             DISPLAY "ENTER A LINE NUMBER TO TAKE IT OFF OR PUT IT"
             DISPLAY "        BACK ON THE CLAIM"
           END-IF.
           DISPLAY "        OR PRESS <RETURN> WHEN DONE.".
           MOVE ZERO TO WS-RMB-SEL.
           ACCEPT WS-RMB-SEL.
           IF WS-RMB-SEL = ZERO
             GO TO 234-DATE.
           IF WS-RMB-SEL > RMB-COUNT
             GO TO 234-LIST.
           IF RI-KIND (WS-RMB-SEL) NOT = "I" OR
              RI-CLAIM (WS-RMB-SEL) NOT = ZERO
             GO TO 234-LIST.
           IF WS-RMB-PAYER = SPACES
             MOVE RI-PAYER (WS-RMB-SEL) TO WS-RMB-PAYER
             PERFORM 234A-PICK-PAYER THRU 234A-EXIT
             GO TO 234-LIST.
           IF RI-PAYER (WS-RMB-SEL) NOT = WS-RMB-PAYER
             GO TO 234-LIST.
           IF RI-PICK (WS-RMB-SEL) = "Y"
             MOVE "N" TO RI-PICK (WS-RMB-SEL)
           ELSE
             MOVE "Y" TO RI-PICK (WS-RMB-SEL)
           END-IF.
           GO TO 234-LIST.
       234-DATE.
           IF WS-RMB-PICKED = ZERO
             GO TO 234-EXIT.
           IF CLAIM-COUNT NOT LESS THAN MAX-CLAIMS
             MOVE "CLAIMS.LST FULL - CANNOT ADD" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 234-EXIT.
           DISPLAY "ENTER DATE THE CLAIM WAS SUBMITTED (CCYYMMDD)".
           DISPLAY "        OR PRESS <RETURN> FOR TODAY.".
           MOVE ZERO TO WS-RMB-KEY-DATE.
           ACCEPT WS-RMB-KEY-DATE.
           IF WS-RMB-KEY-DATE < 19000101
             ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
             MOVE WS-TODAY-DATE TO WS-RMB-KEY-DATE.
           MOVE ZERO TO WS-RMB-NEXT-CLAIM.
           MOVE 1 TO CL-IDX.
       234-NEXT-NUMB.
           IF CL-IDX > CLAIM-COUNT
             GO TO 234-SAVE.
           IF CL-NUMB (CL-IDX) > WS-RMB-NEXT-CLAIM
             MOVE CL-NUMB (CL-IDX) TO WS-RMB-NEXT-CLAIM.
           ADD 1 TO CL-IDX.
           GO TO 234-NEXT-NUMB.
       234-SAVE.
           ADD 1 TO WS-RMB-NEXT-CLAIM.
           MOVE WS-RMB-NEXT-CLAIM TO CNM-NUMB.
           MOVE WS-RMB-TOTAL TO CNM-AMOUNT.
           MOVE WS-CLM-NEW-MSG TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
           IF FALSESW NOT = "Y" AND FALSESW NOT = "y"
             GO TO 234-EXIT.
           ADD 1 TO CLAIM-COUNT.
           MOVE WS-RMB-NEXT-CLAIM TO CL-NUMB (CLAIM-COUNT).
           MOVE WS-RMB-PAYER TO CL-PAYER (CLAIM-COUNT).
           MOVE WS-RMB-KEY-DATE TO CL-SUBMITTED (CLAIM-COUNT).
           MOVE WS-RMB-TOTAL TO CL-AMOUNT (CLAIM-COUNT).
           MOVE ZERO TO CL-PAID (CLAIM-COUNT).
           MOVE ZERO TO CL-DENIED (CLAIM-COUNT).
           MOVE "O" TO CL-STATUS (CLAIM-COUNT).
           MOVE ZERO TO CL-SETTLED (CLAIM-COUNT).
           MOVE WS-OPERATOR TO CL-OPR (CLAIM-COUNT).
           MOVE 1 TO RI-IDX.
       234-STAMP.
           IF RI-IDX > RMB-COUNT
             GO TO 234-WRITE.
           IF RI-PICK (RI-IDX) = "Y"
             MOVE WS-RMB-NEXT-CLAIM TO RI-CLAIM (RI-IDX)
             MOVE "N" TO RI-PICK (RI-IDX).
           ADD 1 TO RI-IDX.
           GO TO 234-STAMP.
       234-WRITE.
           PERFORM 237F-REWRITE-CLAIMS THRU 237F-EXIT.
           PERFORM 237E-REWRITE-REIMB THRU 237E-EXIT.
           MOVE "CLAIM SAVED" TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       234-EXIT.
           EXIT.
      ************************************************************
      *  234A-PICK-PAYER puts every unclaimed row owed by
      *  WS-RMB-PAYER on the claim being built.
      ************************************************************
       234A-PICK-PAYER.
           MOVE 1 TO RI-IDX.
       234A-LOOP.
           IF RI-IDX > RMB-COUNT
             GO TO 234A-EXIT.
           IF RI-KIND (RI-IDX) = "I" AND
              RI-CLAIM (RI-IDX) = ZERO AND
              RI-PAYER (RI-IDX) = WS-RMB-PAYER
             MOVE "Y" TO RI-PICK (RI-IDX).
           ADD 1 TO RI-IDX.
           GO TO 234A-LOOP.
       234A-EXIT.
           EXIT.
      ************************************************************
      *  235-APPLY-DEPOSIT applies the current row - the
      *  reimbursement deposit - to an open claim.  A deposit
      *  that covers what is still owed settles the claim in
      *  full; a smaller one is either a partial payment with
      *  the rest denied, or an instalment with more to come.
      ************************************************************
       235-APPLY-DEPOSIT.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 235-EXIT.
           COMPUTE THE-ROW = CUR-TAB-ROW + CUR-CRT-ROW - 1.
           MOVE TEXT-AMOUNT (THE-ROW) TO WS-RMB-AMT.
           MOVE TEXT-TRANTYPE (THE-ROW) TO WS-TRAN-TYPE.
           PERFORM 031-SET-TRAN-DIR.
           IF WS-RMB-AMT = ZERO OR WS-TRAN-CREDIT NOT = "Y" OR
              TEXT-STATUS (THE-ROW) = "V" OR
              TEXT-STATUS (THE-ROW) = "v"
             MOVE "ONLY A DEPOSIT CAN BE APPLIED TO A CLAIM"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 235-EXIT.
           MOVE THE-ROW TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           MOVE "P" TO WS-RMB-KIND.
           MOVE TEXT-NUMB OF TEXT-LINE (THE-ROW) TO WS-RMB-NUMB.
           MOVE WS-DATE-TEXT TO WS-RMB-DATE.
           MOVE TEXT-MERCHANT OF TEXT-LINE (THE-ROW)
             TO WS-RMB-MERCHANT.
           PERFORM 237D-LOAD-REIMB THRU 237D-EXIT.
           PERFORM 237A-FIND-ROW-ITEM THRU 237A-EXIT.
           IF WS-RMB-HIT NOT = ZERO
             MOVE "DEPOSIT ALREADY APPLIED TO A CLAIM"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 235-EXIT.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** APPLY A REIMBURSEMENT DEPOSIT ***".
           DISPLAY " ".
           DISPLAY "DEPOSIT: ", WS-RMB-DATE, " ", WS-RMB-MERCHANT,
             " ", TEXT-AMOUNT (THE-ROW).
           DISPLAY " ".
           PERFORM 235B-LIST-OPEN-CLAIMS THRU 235B-EXIT.
           IF WS-RMB-PICKED = ZERO
             MOVE "NO OPEN CLAIMS" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 235-EXIT.
           DISPLAY " ".
           DISPLAY "ENTER CLAIM NUMBER, OR PRESS <RETURN> TO CANCEL.".
           MOVE ZERO TO WS-RMB-CLAIM-NO.
           ACCEPT WS-RMB-CLAIM-NO.
           PERFORM 237B-FIND-CLAIM THRU 237B-EXIT.
           IF WS-RMB-CL = ZERO
             GO TO 235-EXIT.
           IF CL-STATUS (WS-RMB-CL) NOT = "O"
             MOVE "CLAIM IS ALREADY SETTLED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 235-EXIT.
           PERFORM 235A-RECORD-PAYMENT THRU 235A-EXIT.
           IF CL-STATUS (WS-RMB-CL) = "O"
             MOVE "PART PAID - IS THE REST DENIED? (Y/N)"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             IF FALSESW = "Y" OR FALSESW = "y"
               PERFORM 236A-DENY-BALANCE THRU 236A-EXIT
             END-IF
           END-IF.
           PERFORM 237F-REWRITE-CLAIMS THRU 237F-EXIT.
           PERFORM 237E-REWRITE-REIMB THRU 237E-EXIT.
           IF CL-STATUS (WS-RMB-CL) = "F"
             MOVE "CLAIM PAID IN FULL" TO WS-REMARKS
           ELSE
             IF CL-STATUS (WS-RMB-CL) = "O"
               MOVE "PAYMENT RECORDED - CLAIM STILL OPEN"
                 TO WS-REMARKS
             ELSE
               MOVE "CLAIM SETTLED - PART PAID, REST DENIED"
                 TO WS-REMARKS
             END-IF
           END-IF.
           PERFORM 008C-MESSAGE.
       235-EXIT.
           EXIT.
      ************************************************************
      *  235A-RECORD-PAYMENT records deposit WS-RMB-AMT (the row
      *  held in WS-RMB-NUMB, -DATE and -MERCHANT) against claim
      *  entry WS-RMB-CL, and settles the claim in full when
      *  nothing is left owing.
      ************************************************************
       235A-RECORD-PAYMENT.
           COMPUTE WS-RMB-OPEN =
             CL-AMOUNT (WS-RMB-CL) - CL-PAID (WS-RMB-CL).
           ADD WS-RMB-AMT TO CL-PAID (WS-RMB-CL).
           IF WS-RMB-AMT NOT < WS-RMB-OPEN
             MOVE "F" TO CL-STATUS (WS-RMB-CL)
             ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
             MOVE WS-TODAY-DATE TO CL-SETTLED (WS-RMB-CL).
           IF RMB-COUNT NOT LESS THAN MAX-RMB-ITEMS
             MOVE "REIMB.LST FULL - DEPOSIT NOT LINKED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 235A-EXIT.
           ADD 1 TO RMB-COUNT.
           MOVE "P" TO RI-KIND (RMB-COUNT).
           MOVE WS-FILE-ID TO RI-ACCT (RMB-COUNT).
           MOVE WS-RMB-NUMB TO RI-NUMB (RMB-COUNT).
           MOVE WS-RMB-DATE TO RI-DATE (RMB-COUNT).
           MOVE WS-RMB-MERCHANT TO RI-MERCHANT (RMB-COUNT).
           MOVE WS-RMB-AMT TO RI-AMOUNT (RMB-COUNT).
           MOVE SPACES TO RI-CATEGORY (RMB-COUNT).
           MOVE CL-PAYER (WS-RMB-CL) TO RI-PAYER (RMB-COUNT).
           MOVE CL-NUMB (WS-RMB-CL) TO RI-CLAIM (RMB-COUNT).
           MOVE ZERO TO RI-DENIED (RMB-COUNT).
           MOVE WS-OPERATOR TO RI-OPR (RMB-COUNT).
           MOVE "N" TO RI-PICK (RMB-COUNT).
       235A-EXIT.
           EXIT.
      ************************************************************
      *  235B-LIST-OPEN-CLAIMS shows every open claim with what
      *  is still owed on it, counting them in WS-RMB-PICKED.
      ************************************************************
       235B-LIST-OPEN-CLAIMS.
           MOVE ZERO TO WS-RMB-PICKED.
           DISPLAY "CLAIM OWED BY              SUBMITTED     ",
             "CLAIMED     OWING".
           MOVE 1 TO CL-IDX.
       235B-LOOP.
           IF CL-IDX > CLAIM-COUNT
             GO TO 235B-EXIT.
           IF CL-STATUS (CL-IDX) NOT = "O"
             GO TO 235B-NEXT.
           ADD 1 TO WS-RMB-PICKED.
           MOVE SPACES TO WS-CLM-LIST-LINE.
           MOVE CL-NUMB (CL-IDX) TO CLL-NUMB.
           MOVE CL-PAYER (CL-IDX) TO CLL-PAYER.
           MOVE CL-SUBMITTED (CL-IDX) TO WS-NW-SHOW-N.
           PERFORM 158D-SHOW-DATE THRU 158D-EXIT.
           MOVE WS-DATE-TEXT TO CLL-DATE.
           MOVE CL-AMOUNT (CL-IDX) TO CLL-AMOUNT.
           COMPUTE CLL-OPEN = CL-AMOUNT (CL-IDX) - CL-PAID (CL-IDX).
           DISPLAY WS-CLM-LIST-LINE.
       235B-NEXT.
           ADD 1 TO CL-IDX.
           GO TO 235B-LOOP.
       235B-EXIT.
           EXIT.
      ************************************************************
      *  236-DENY-CLAIM settles an open claim with whatever is
      *  still unpaid denied - all of it when nothing was paid.
      ************************************************************
       236-DENY-CLAIM.
           IF WS-ACCESS = "R"
             MOVE "READ-ONLY ACCESS - NOT ALLOWED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 236-EXIT.
           PERFORM 237D-LOAD-REIMB THRU 237D-EXIT.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** DENY A REIMBURSEMENT CLAIM ***".
           DISPLAY " ".
           PERFORM 235B-LIST-OPEN-CLAIMS THRU 235B-EXIT.
           IF WS-RMB-PICKED = ZERO
             MOVE "NO OPEN CLAIMS" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 236-EXIT.
           DISPLAY " ".
           DISPLAY "ENTER CLAIM NUMBER, OR PRESS <RETURN> TO CANCEL.".
           MOVE ZERO TO WS-RMB-CLAIM-NO.
           ACCEPT WS-RMB-CLAIM-NO.
           PERFORM 237B-FIND-CLAIM THRU 237B-EXIT.
           IF WS-RMB-CL = ZERO
             GO TO 236-EXIT.
           IF CL-STATUS (WS-RMB-CL) NOT = "O"
             MOVE "CLAIM IS ALREADY SETTLED" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 236-EXIT.
           MOVE "DENY THE UNPAID BALANCE OF THIS CLAIM? (Y/N)"
             TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
           IF FALSESW NOT = "Y" AND FALSESW NOT = "y"
             GO TO 236-EXIT.
           PERFORM 236A-DENY-BALANCE THRU 236A-EXIT.
           PERFORM 237F-REWRITE-CLAIMS THRU 237F-EXIT.
           PERFORM 237E-REWRITE-REIMB THRU 237E-EXIT.
           MOVE "CLAIM DENIED - COUNTED AS SPENDING" TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       236-EXIT.
           EXIT.
      ************************************************************
      *  236A-DENY-BALANCE settles claim entry WS-RMB-CL with its
      *  unpaid balance denied - status D when nothing was paid,
      *  P when part was - and spreads the denied amount over the
      *  claim's rows so the budget can count each row's share
      *  in its own category and month.
      ************************************************************
       236A-DENY-BALANCE.
           COMPUTE CL-DENIED (WS-RMB-CL) =
             CL-AMOUNT (WS-RMB-CL) - CL-PAID (WS-RMB-CL).
           IF CL-PAID (WS-RMB-CL) = ZERO
             MOVE "D" TO CL-STATUS (WS-RMB-CL)
           ELSE
             MOVE "P" TO CL-STATUS (WS-RMB-CL)
           END-IF.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO CL-SETTLED (WS-RMB-CL).
      * Each row takes its proportion of the denied amount; the
      * last row takes what rounding leaves, so the shares add
      * up to the claim's denied amount exactly.
           MOVE ZERO TO WS-RMB-LEFT.
           MOVE 1 TO RI-IDX.
       236A-COUNT.
           IF RI-IDX > RMB-COUNT
             GO TO 236A-SPREAD.
           IF RI-KIND (RI-IDX) = "I" AND
              RI-CLAIM (RI-IDX) = CL-NUMB (WS-RMB-CL)
             ADD 1 TO WS-RMB-LEFT.
           ADD 1 TO RI-IDX.
           GO TO 236A-COUNT.
       236A-SPREAD.
           MOVE ZERO TO WS-RMB-SPREAD.
           MOVE 1 TO RI-IDX.
       236A-SHARE.
           IF RI-IDX > RMB-COUNT
             GO TO 236A-EXIT.
           IF RI-KIND (RI-IDX) NOT = "I" OR
              RI-CLAIM (RI-IDX) NOT = CL-NUMB (WS-RMB-CL)
             GO TO 236A-NEXT.
           SUBTRACT 1 FROM WS-RMB-LEFT.
           IF WS-RMB-LEFT = ZERO
             COMPUTE WS-RMB-SHARE =
               CL-DENIED (WS-RMB-CL) - WS-RMB-SPREAD
           ELSE
             IF CL-AMOUNT (WS-RMB-CL) = ZERO
               MOVE ZERO TO WS-RMB-SHARE
             ELSE
               COMPUTE WS-RMB-SHARE ROUNDED =
                 RI-AMOUNT (RI-IDX) * CL-DENIED (WS-RMB-CL)
                   / CL-AMOUNT (WS-RMB-CL)
             END-IF
           END-IF.
           MOVE WS-RMB-SHARE TO RI-DENIED (RI-IDX).
           ADD WS-RMB-SHARE TO WS-RMB-SPREAD.
       236A-NEXT.
           ADD 1 TO RI-IDX.
           GO TO 236A-SHARE.
       236A-EXIT.
           EXIT.
      ************************************************************
      *  237-AUTO-APPLY is called by 121-MATCH-STMT-LINE when the
      *  statement import clears a deposit (row WS-IMP-ROW).  A
      *  deposit not already applied that equals exactly what is
      *  owing on an open claim - the oldest such claim - pays
      *  that claim in full, and IMPORT.PRN says so.  Anything
      *  less certain is left for the operator to apply.
      ************************************************************
       237-AUTO-APPLY.
           MOVE WS-IMP-ROW TO THE-ROW.
           MOVE WS-IMP-ROW TO WS-DT-ROW.
           PERFORM 026-FORMAT-ROW-DATE THRU 026-EXIT.
           MOVE "P" TO WS-RMB-KIND.
           MOVE TEXT-NUMB OF TEXT-LINE (THE-ROW) TO WS-RMB-NUMB.
           MOVE WS-DATE-TEXT TO WS-RMB-DATE.
           MOVE TEXT-MERCHANT OF TEXT-LINE (THE-ROW)
             TO WS-RMB-MERCHANT.
           MOVE WS-IMP-AMT TO WS-RMB-AMT.
           PERFORM 237D-LOAD-REIMB THRU 237D-EXIT.
           IF CLAIM-COUNT = ZERO
             GO TO 237-EXIT.
           PERFORM 237A-FIND-ROW-ITEM THRU 237A-EXIT.
           IF WS-RMB-HIT NOT = ZERO
             GO TO 237-EXIT.
           MOVE ZERO TO WS-RMB-CL.
           MOVE 1 TO CL-IDX.
       237-SCAN.
           IF CL-IDX > CLAIM-COUNT
             GO TO 237-SCAN-DONE.
           IF CL-STATUS (CL-IDX) = "O" AND
              CL-AMOUNT (CL-IDX) - CL-PAID (CL-IDX) = WS-RMB-AMT
             IF WS-RMB-CL = ZERO
               MOVE CL-IDX TO WS-RMB-CL
             ELSE
               IF CL-SUBMITTED (CL-IDX) <
                  CL-SUBMITTED (WS-RMB-CL)
                 MOVE CL-IDX TO WS-RMB-CL
               END-IF
             END-IF
           END-IF.
           ADD 1 TO CL-IDX.
           GO TO 237-SCAN.
       237-SCAN-DONE.
           IF WS-RMB-CL = ZERO
             GO TO 237-EXIT.
           PERFORM 235A-RECORD-PAYMENT THRU 235A-EXIT.
           PERFORM 237F-REWRITE-CLAIMS THRU 237F-EXIT.
           PERFORM 237E-REWRITE-REIMB THRU 237E-EXIT.
           MOVE STMT-NUMB TO CLP-NUMB.
           MOVE WS-RMB-DATE TO CLP-DATE.
           MOVE WS-RMB-AMT TO CLP-AMOUNT.
           MOVE CL-NUMB (WS-RMB-CL) TO CLP-CLAIM.
           WRITE PRINT-REC FROM WS-CLM-IMP-LINE.
       237-EXIT.
           EXIT.
      ************************************************************
      *  237A-FIND-ROW-ITEM looks in RMB-TABLE for an entry of
      *  kind WS-RMB-KIND for this account's row WS-RMB-NUMB,
      *  -DATE, -MERCHANT and -AMT, and leaves its place in
      *  WS-RMB-HIT (zero when there is none).
      ************************************************************
       237A-FIND-ROW-ITEM.
           MOVE ZERO TO WS-RMB-HIT.
           MOVE 1 TO RI-IDX.
       237A-SCAN.
           IF RI-IDX > RMB-COUNT
             GO TO 237A-EXIT.
           IF RI-KIND (RI-IDX) = WS-RMB-KIND AND
              RI-ACCT (RI-IDX) = WS-FILE-ID AND
              RI-NUMB (RI-IDX) = WS-RMB-NUMB AND
              RI-DATE (RI-IDX) = WS-RMB-DATE AND
              RI-MERCHANT (RI-IDX) = WS-RMB-MERCHANT AND
              RI-AMOUNT (RI-IDX) = WS-RMB-AMT
             MOVE RI-IDX TO WS-RMB-HIT
             GO TO 237A-EXIT.
           ADD 1 TO RI-IDX.
           GO TO 237A-SCAN.
       237A-EXIT.
           EXIT.
      ************************************************************
      *  237B-FIND-CLAIM finds claim WS-RMB-CLAIM-NO in
      *  CLAIM-TABLE and leaves its place in WS-RMB-CL (zero when
      *  there is no such claim).
      ************************************************************
       237B-FIND-CLAIM.
           MOVE ZERO TO WS-RMB-CL.
           IF WS-RMB-CLAIM-NO = ZERO
             GO TO 237B-EXIT.
           MOVE 1 TO CL-IDX.
       237B-SCAN.
           IF CL-IDX > CLAIM-COUNT
             GO TO 237B-EXIT.
           IF CL-NUMB (CL-IDX) = WS-RMB-CLAIM-NO
             MOVE CL-IDX TO WS-RMB-CL
             GO TO 237B-EXIT.
           ADD 1 TO CL-IDX.
           GO TO 237B-SCAN.
       237B-EXIT.
           EXIT.
      ************************************************************
      *  237C-BUDGET-SHARE is called by 140-BUDGET-REPORT for each
      *  payment row it would count.  A row marked reimbursable
      *  counts only for its denied share: CKBK-AMOUNT is set to
      *  that share (zero while the claim is open or was paid).
      ************************************************************
       237C-BUDGET-SHARE.
           IF RMB-COUNT = ZERO
             GO TO 237C-EXIT.
           PERFORM 027-FORMAT-CKBK-DATE THRU 027-EXIT.
           MOVE "I" TO WS-RMB-KIND.
           MOVE CKBK-NUMB TO WS-RMB-NUMB.
           MOVE WS-DATE-TEXT TO WS-RMB-DATE.
           MOVE CKBK-MERCHANT TO WS-RMB-MERCHANT.
           MOVE CKBK-AMOUNT TO WS-RMB-AMT.
           PERFORM 237A-FIND-ROW-ITEM THRU 237A-EXIT.
           IF WS-RMB-HIT NOT = ZERO
             MOVE RI-DENIED (WS-RMB-HIT) TO CKBK-AMOUNT.
       237C-EXIT.
           EXIT.
      ************************************************************
      *  237D-LOAD-REIMB reads REIMB.LST into RMB-TABLE and
      *  CLAIMS.LST into CLAIM-TABLE.  A missing file is an
      *  empty list.
      ************************************************************
       237D-LOAD-REIMB.
           MOVE ZERO TO RMB-COUNT.
           MOVE ZERO TO CLAIM-COUNT.
           OPEN INPUT RMB-FILE.
           IF WS-RMBSTAT1 NOT < 2
             GO TO 237D-CLAIMS.
       237D-READ.
           IF RMB-COUNT NOT LESS THAN MAX-RMB-ITEMS
             GO TO 237D-DONE.
           READ RMB-FILE AT END
             GO TO 237D-DONE.
           ADD 1 TO RMB-COUNT.
           MOVE RMB-KIND TO RI-KIND (RMB-COUNT).
           MOVE RMB-ACCT TO RI-ACCT (RMB-COUNT).
           MOVE RMB-NUMB TO RI-NUMB (RMB-COUNT).
           MOVE RMB-DATE TO RI-DATE (RMB-COUNT).
           MOVE RMB-MERCHANT TO RI-MERCHANT (RMB-COUNT).
           MOVE RMB-AMOUNT TO RI-AMOUNT (RMB-COUNT).
           MOVE RMB-CATEGORY TO RI-CATEGORY (RMB-COUNT).
           MOVE RMB-PAYER TO RI-PAYER (RMB-COUNT).
           MOVE RMB-CLAIM TO RI-CLAIM (RMB-COUNT).
           MOVE RMB-DENIED TO RI-DENIED (RMB-COUNT).
           MOVE RMB-OPR TO RI-OPR (RMB-COUNT).
           MOVE "N" TO RI-PICK (RMB-COUNT).
           GO TO 237D-READ.
       237D-DONE.
           CLOSE RMB-FILE.
       237D-CLAIMS.
           OPEN INPUT CLM-FILE.
           IF WS-CLMSTAT1 NOT < 2
             GO TO 237D-EXIT.
       237D-READ-CLM.
           IF CLAIM-COUNT NOT LESS THAN MAX-CLAIMS
             GO TO 237D-CLM-DONE.
           READ CLM-FILE AT END
             GO TO 237D-CLM-DONE.
           ADD 1 TO CLAIM-COUNT.
           MOVE CLM-NUMB TO CL-NUMB (CLAIM-COUNT).
           MOVE CLM-PAYER TO CL-PAYER (CLAIM-COUNT).
           MOVE CLM-SUBMITTED TO CL-SUBMITTED (CLAIM-COUNT).
           MOVE CLM-AMOUNT TO CL-AMOUNT (CLAIM-COUNT).
           MOVE CLM-PAID TO CL-PAID (CLAIM-COUNT).
           MOVE CLM-DENIED TO CL-DENIED (CLAIM-COUNT).
           MOVE CLM-STATUS TO CL-STATUS (CLAIM-COUNT).
           MOVE CLM-SETTLED TO CL-SETTLED (CLAIM-COUNT).
           MOVE CLM-OPR TO CL-OPR (CLAIM-COUNT).
           GO TO 237D-READ-CLM.
       237D-CLM-DONE.
           CLOSE CLM-FILE.
       237D-EXIT.
           EXIT.
      ************************************************************
      *  237E-REWRITE-REIMB rewrites REIMB.LST from RMB-TABLE.
      ************************************************************
       237E-REWRITE-REIMB.
           OPEN OUTPUT RMB-FILE.
           IF WS-RMBSTAT1 NOT < 2
             MOVE "CANNOT REWRITE REIMB.LST" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 237E-EXIT.
           MOVE 1 TO RI-IDX.
       237E-WRITE.
           IF RI-IDX > RMB-COUNT
             CLOSE RMB-FILE
             GO TO 237E-EXIT.
           MOVE RI-KIND (RI-IDX) TO RMB-KIND.
           MOVE RI-ACCT (RI-IDX) TO RMB-ACCT.
           MOVE RI-NUMB (RI-IDX) TO RMB-NUMB.
           MOVE RI-DATE (RI-IDX) TO RMB-DATE.
           MOVE RI-MERCHANT (RI-IDX) TO RMB-MERCHANT.
           MOVE RI-AMOUNT (RI-IDX) TO RMB-AMOUNT.
           MOVE RI-CATEGORY (RI-IDX) TO RMB-CATEGORY.
           MOVE RI-PAYER (RI-IDX) TO RMB-PAYER.
           MOVE RI-CLAIM (RI-IDX) TO RMB-CLAIM.
           MOVE RI-DENIED (RI-IDX) TO RMB-DENIED.
           MOVE RI-OPR (RI-IDX) TO RMB-OPR.
           WRITE RMB-REC.
           ADD 1 TO RI-IDX.
           GO TO 237E-WRITE.
       237E-EXIT.
           EXIT.
      ************************************************************
      *  237F-REWRITE-CLAIMS rewrites CLAIMS.LST from
      *  CLAIM-TABLE.
      ************************************************************
       237F-REWRITE-CLAIMS.
           OPEN OUTPUT CLM-FILE.
           IF WS-CLMSTAT1 NOT < 2
             MOVE "CANNOT REWRITE CLAIMS.LST" TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 237F-EXIT.
           MOVE 1 TO CL-IDX.
       237F-WRITE.
           IF CL-IDX > CLAIM-COUNT
             CLOSE CLM-FILE
             GO TO 237F-EXIT.
           MOVE CL-NUMB (CL-IDX) TO CLM-NUMB.
           MOVE CL-PAYER (CL-IDX) TO CLM-PAYER.
           MOVE CL-SUBMITTED (CL-IDX) TO CLM-SUBMITTED.
           MOVE CL-AMOUNT (CL-IDX) TO CLM-AMOUNT.
           MOVE CL-PAID (CL-IDX) TO CLM-PAID.
           MOVE CL-DENIED (CL-IDX) TO CLM-DENIED.
           MOVE CL-STATUS (CL-IDX) TO CLM-STATUS.
           MOVE CL-SETTLED (CL-IDX) TO CLM-SETTLED.
           MOVE CL-OPR (CL-IDX) TO CLM-OPR.
           WRITE CLM-REC.
           ADD 1 TO CL-IDX.
           GO TO 237F-WRITE.
       237F-EXIT.
           EXIT.
      ************************************************************
      *  238-DAYS-SINCE sets WS-AGE-DAYS to the number of days
      *  from WS-AGE-FROM (CCYYMMDD) to today.  A date that is
      *  not a real date, or is after today, ages zero days.
      ************************************************************
       238-DAYS-SINCE.
           MOVE ZERO TO WS-AGE-DAYS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-AGE-TODAY.
           IF WS-AGE-FROM IS NOT NUMERIC
             GO TO 238-EXIT.
           IF WS-AGE-FROM < 16010101 OR WS-AGE-FROM > WS-AGE-TODAY
             GO TO 238-EXIT.
           IF WS-AGE-MM < 1 OR WS-AGE-MM > 12 OR WS-AGE-DD < 1
             GO TO 238-EXIT.
           MOVE WS-AGE-CCYY TO WS-FULL-YEAR.
           MOVE MONTH-DAYS-ENTRY (WS-AGE-MM) TO WS-MAX-DAY.
           IF WS-AGE-MM = 2
             IF (FUNCTION MOD (WS-FULL-YEAR, 4) = 0
                 AND FUNCTION MOD (WS-FULL-YEAR, 100) NOT = 0)
               OR FUNCTION MOD (WS-FULL-YEAR, 400) = 0
               MOVE 29 TO WS-MAX-DAY
             END-IF
           END-IF.
           IF WS-AGE-DD > WS-MAX-DAY
             GO TO 238-EXIT.
           MOVE WS-AGE-TODAY TO WS-AGE-DN-DATE.
           PERFORM 238B-DAY-NUMBER THRU 238B-EXIT.
           MOVE WS-AGE-DN TO WS-AGE-DN-TODAY.
           MOVE WS-AGE-FROM-DATE TO WS-AGE-DN-DATE.
           PERFORM 238B-DAY-NUMBER THRU 238B-EXIT.
           SUBTRACT WS-AGE-DN FROM WS-AGE-DN-TODAY.
           IF WS-AGE-DN-TODAY > 99999
             MOVE 99999 TO WS-AGE-DAYS
           ELSE
             MOVE WS-AGE-DN-TODAY TO WS-AGE-DAYS
           END-IF.
       238-EXIT.
           EXIT.
      ************************************************************
      *  238A-AGE-BUCKET picks the ageing bucket for WS-AGE-DAYS:
      *  0-30, 31-60, 61-90, 91-180 and over 180 days.
      ************************************************************
       238A-AGE-BUCKET.
           IF WS-AGE-DAYS > 180
             MOVE 5 TO AB-IDX
           ELSE
             IF WS-AGE-DAYS > 90
               MOVE 4 TO AB-IDX
             ELSE
               IF WS-AGE-DAYS > 60
                 MOVE 3 TO AB-IDX
               ELSE
                 IF WS-AGE-DAYS > 30
                   MOVE 2 TO AB-IDX
                 ELSE
                   MOVE 1 TO AB-IDX
                 END-IF
               END-IF
             END-IF
           END-IF.
       238A-EXIT.
           EXIT.
      ************************************************************
      *  238B-DAY-NUMBER turns the date in WS-AGE-DN-DATE
      *  (CCYYMMDD) into WS-AGE-DN, its day count from 1 January
      *  of year 1 on the Gregorian calendar: whole years at 365
      *  days plus their leap days, the months before this one
      *  from MONTH-DAYS-TABLE, a day for a leap February already
      *  past, and the day of the month.  The difference of two
      *  day numbers is the days between the dates.
      ************************************************************
       238B-DAY-NUMBER.
           COMPUTE WS-AGE-DN-Y = WS-AGE-DN-CCYY - 1.
           DIVIDE WS-AGE-DN-Y BY 4 GIVING WS-AGE-DN-Q.
           COMPUTE WS-AGE-DN = WS-AGE-DN-Y * 365 + WS-AGE-DN-Q.
           DIVIDE WS-AGE-DN-Y BY 100 GIVING WS-AGE-DN-Q.
           SUBTRACT WS-AGE-DN-Q FROM WS-AGE-DN.
           DIVIDE WS-AGE-DN-Y BY 400 GIVING WS-AGE-DN-Q.
           ADD WS-AGE-DN-Q TO WS-AGE-DN.
           ADD WS-AGE-DN-DD TO WS-AGE-DN.
           MOVE 1 TO WS-AGE-DN-M.
       238B-MONTH.
           IF WS-AGE-DN-M NOT < WS-AGE-DN-MM
             GO TO 238B-LEAP.
           ADD MONTH-DAYS-ENTRY (WS-AGE-DN-M) TO WS-AGE-DN.
           ADD 1 TO WS-AGE-DN-M.
           GO TO 238B-MONTH.
       238B-LEAP.
           IF WS-AGE-DN-MM > 2
             MOVE WS-AGE-DN-CCYY TO WS-FULL-YEAR
             IF (FUNCTION MOD (WS-FULL-YEAR, 4) = 0
                 AND FUNCTION MOD (WS-FULL-YEAR, 100) NOT = 0)
               OR FUNCTION MOD (WS-FULL-YEAR, 400) = 0
               ADD 1 TO WS-AGE-DN
             END-IF
           END-IF.
       238B-EXIT.
           EXIT.
      ************************************************************
      *  239-CLAIMS-REPORT prints CLAIMS.PRN: every open claim
      *  with the days since it was submitted, what was claimed,
      *  what has come in and what is still owed, and the rows
      *  it covers; the open claims aged into buckets; marked
      *  rows not yet on a claim; and the total denied on
      *  settled claims, which the budget counts as spending.
      ************************************************************
       239-CLAIMS-REPORT.
           PERFORM 237D-LOAD-REIMB THRU 237D-EXIT.
           MOVE WS-DRIVE-ID TO WS-PRINT-DRIVE.
           MOVE WS-DIR-ID TO WS-PRINT-DIR.
           MOVE "CLAIMS.PRN  " TO WS-PRINT-ID.
           OPEN OUTPUT PRINT-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-NW-SHOW-N.
           PERFORM 158D-SHOW-DATE THRU 158D-EXIT.
           MOVE WS-DATE-TEXT TO CLT-DATE.
           WRITE PRINT-REC FROM WS-CLM-TITLE-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "OPEN CLAIMS" TO CLS-TEXT.
           WRITE PRINT-REC FROM WS-CLM-SECTION-LINE.
           WRITE PRINT-REC FROM WS-CLM-COL-HEADING.
           MOVE ZERO TO WS-RMB-TOTAL.
           MOVE 1 TO AB-IDX.
       239-CLEAR-BUCKETS.
           IF AB-IDX > 5
             GO TO 239-CLEARED.
           MOVE ZERO TO AB-COUNT (AB-IDX).
           MOVE ZERO TO AB-AMOUNT (AB-IDX).
           ADD 1 TO AB-IDX.
           GO TO 239-CLEAR-BUCKETS.
       239-CLEARED.
           MOVE 1 TO CL-IDX.
       239-CLAIM-LOOP.
           IF CL-IDX > CLAIM-COUNT
             GO TO 239-AGEING.
           IF CL-STATUS (CL-IDX) NOT = "O"
             GO TO 239-CLAIM-NEXT.
           MOVE SPACES TO WS-CLM-DETAIL-LINE.
           MOVE CL-NUMB (CL-IDX) TO CLD-NUMB.
           MOVE CL-PAYER (CL-IDX) TO CLD-PAYER.
           MOVE CL-SUBMITTED (CL-IDX) TO WS-NW-SHOW-N.
           PERFORM 158D-SHOW-DATE THRU 158D-EXIT.
           MOVE WS-DATE-TEXT TO CLD-DATE.
           MOVE CL-SUBMITTED (CL-IDX) TO WS-AGE-FROM.
           PERFORM 238-DAYS-SINCE THRU 238-EXIT.
           MOVE WS-AGE-DAYS TO CLD-DAYS.
           MOVE CL-AMOUNT (CL-IDX) TO CLD-CLAIMED.
           MOVE CL-PAID (CL-IDX) TO CLD-PAID.
           COMPUTE WS-RMB-OPEN = CL-AMOUNT (CL-IDX) - CL-PAID (CL-IDX).
           MOVE WS-RMB-OPEN TO CLD-OPEN.
           WRITE PRINT-REC FROM WS-CLM-DETAIL-LINE.
           ADD WS-RMB-OPEN TO WS-RMB-TOTAL.
           PERFORM 238A-AGE-BUCKET THRU 238A-EXIT.
           ADD 1 TO AB-COUNT (AB-IDX).
           ADD WS-RMB-OPEN TO AB-AMOUNT (AB-IDX).
           MOVE CL-NUMB (CL-IDX) TO WS-RMB-CLAIM-NO.
           PERFORM 239A-PRINT-ITEMS THRU 239A-EXIT.
       239-CLAIM-NEXT.
           ADD 1 TO CL-IDX.
           GO TO 239-CLAIM-LOOP.
       239-AGEING.
           MOVE SPACES TO WS-CLM-TOTAL-LINE.
           MOVE "TOTAL OUTSTANDING ON OPEN CLAIMS" TO CLT-TEXT.
           MOVE WS-RMB-TOTAL TO CLT-AMOUNT.
           WRITE PRINT-REC FROM WS-CLM-TOTAL-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "OPEN CLAIMS BY DAYS SINCE SUBMITTED" TO CLS-TEXT.
           WRITE PRINT-REC FROM WS-CLM-SECTION-LINE.
           MOVE 1 TO AB-IDX.
       239-AGE-LOOP.
           IF AB-IDX > 5
             GO TO 239-UNCLAIMED.
           MOVE WS-CLM-AGE-LABEL (AB-IDX) TO CLA-LABEL.
           MOVE AB-COUNT (AB-IDX) TO CLA-COUNT.
           MOVE AB-AMOUNT (AB-IDX) TO CLA-AMOUNT.
           WRITE PRINT-REC FROM WS-CLM-AGE-LINE.
           ADD 1 TO AB-IDX.
           GO TO 239-AGE-LOOP.
       239-UNCLAIMED.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE "MARKED REIMBURSABLE BUT NOT YET CLAIMED" TO CLS-TEXT.
           WRITE PRINT-REC FROM WS-CLM-SECTION-LINE.
           MOVE ZERO TO WS-RMB-CLAIM-NO.
           PERFORM 239A-PRINT-ITEMS THRU 239A-EXIT.
           MOVE SPACES TO WS-CLM-TOTAL-LINE.
           MOVE "TOTAL NOT YET CLAIMED" TO CLT-TEXT.
           MOVE WS-RMB-SPREAD TO CLT-AMOUNT.
           WRITE PRINT-REC FROM WS-CLM-TOTAL-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE ZERO TO WS-RMB-TOTAL.
           MOVE 1 TO CL-IDX.
       239-DENIED-LOOP.
           IF CL-IDX > CLAIM-COUNT
             GO TO 239-DONE.
           IF CL-STATUS (CL-IDX) = "P" OR CL-STATUS (CL-IDX) = "D"
             ADD CL-DENIED (CL-IDX) TO WS-RMB-TOTAL.
           ADD 1 TO CL-IDX.
           GO TO 239-DENIED-LOOP.
       239-DONE.
           MOVE SPACES TO WS-CLM-TOTAL-LINE.
           MOVE "TOTAL DENIED ON SETTLED CLAIMS (COUNTED AS SPENDING)"
             TO CLT-TEXT.
           MOVE WS-RMB-TOTAL TO CLT-AMOUNT.
           WRITE PRINT-REC FROM WS-CLM-TOTAL-LINE.
           CLOSE PRINT-FILE.
           MOVE "CLAIMS REPORT PRINTED TO CLAIMS.PRN" TO WS-REMARKS.
           PERFORM 008C-MESSAGE.
       239-EXIT.
           EXIT.
      ************************************************************
      *  239A-PRINT-ITEMS prints the marked rows on claim
      *  WS-RMB-CLAIM-NO (zero: the rows on no claim yet, with
      *  who owes each) and totals them in WS-RMB-SPREAD.
      ************************************************************
       239A-PRINT-ITEMS.
           MOVE ZERO TO WS-RMB-SPREAD.
           MOVE 1 TO RI-IDX.
       239A-LOOP.
           IF RI-IDX > RMB-COUNT
             GO TO 239A-EXIT.
           IF RI-KIND (RI-IDX) NOT = "I" OR
              RI-CLAIM (RI-IDX) NOT = WS-RMB-CLAIM-NO
             GO TO 239A-NEXT.
           MOVE SPACES TO WS-CLM-ITEM-LINE.
           MOVE RI-ACCT (RI-IDX) TO CLI-ACCT.
           MOVE RI-NUMB (RI-IDX) TO CLI-NUMB.
           MOVE RI-DATE (RI-IDX) TO CLI-DATE.
           MOVE RI-MERCHANT (RI-IDX) TO CLI-MERCHANT.
           MOVE RI-CATEGORY (RI-IDX) TO CLI-CATEGORY.
           MOVE RI-AMOUNT (RI-IDX) TO CLI-AMOUNT.
           IF WS-RMB-CLAIM-NO = ZERO
             MOVE RI-PAYER (RI-IDX) TO CLI-PAYER.
           WRITE PRINT-REC FROM WS-CLM-ITEM-LINE.
           ADD RI-AMOUNT (RI-IDX) TO WS-RMB-SPREAD.
       239A-NEXT.
           ADD 1 TO RI-IDX.
           GO TO 239A-LOOP.
       239A-EXIT.
           EXIT.
      ************************************************************
      *  210-BATCH-RUN is the unattended month-end ritual: one
           ELSE
             MOVE "BAT" TO WS-OPERATOR
           END-IF.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ACC-MM TO WS-BATCH-MM-X.
           MOVE WS-ACC-YY TO WS-BATCH-YY-X.
           PERFORM 217-START-RUN-LOG THRU 217-EXIT.
           IF WS-BATCH-A > ACCOUNT-COUNT
             GO TO 210-DONE.
           PERFORM 211-BATCH-ONE-ACCOUNT THRU 211-EXIT.
           PERFORM 052-RELEASE-LOCK THRU 052-EXIT.
           ADD 1 TO WS-BATCH-A.
           GO TO 210-ACCT-LOOP.
       210-DONE.
      *  up does (minus the prompts), posts the month's
      *  templates, imports a statement when one is waiting,
      *  saves through the normal 039-backup/040-WRITEFILE path,
      *  prints the register and budget reports, and exports the
      *  month to the account's .CSV and .QIF files.
      ************************************************************
       211-BATCH-ONE-ACCOUNT.
           MOVE SPACES TO WS-LOG-LINE.
               TO WS-LOG-LINE
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             GO TO 211-EXIT.
      * An account someone has open is theirs until they leave
      * it - 051 logs who holds it.  210-ACCT-LOOP gives the
      * lock back after each account.
           PERFORM 051-TAKE-LOCK THRU 051-EXIT.
           IF WS-LOCK-STATE = "X"
             GO TO 211-EXIT.
      * A non-empty .CHK is a crashed session's unsaved keyed
      * work.  Interactive start-up offers to recover it; the
      * batch cannot, and its own journal writes would move the
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             GO TO 211-EXIT.
           PERFORM 021-SIZE-CHECK THRU 021-EXIT.
      * A file that does not agree with its control totals is
      * left for a person to look at, not posted to and saved.
           IF WS-CTL-BREAK = "Y"
             CLOSE CKBKFILE
             MOVE SPACES TO WS-LOG-LINE
             MOVE "  * CONTROL TOTALS BREAK - SKIPPED" TO WS-LOG-LINE
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             GO TO 211-EXIT.
      * Nor is one whose amounts the table would cut down.
           IF WS-BIG-ROWS > ZERO
             CLOSE CKBKFILE
             MOVE SPACES TO WS-LOG-LINE
             MOVE "  * ROWS TOO LARGE FOR THE TABLE - SKIPPED"
               TO WS-LOG-LINE
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             GO TO 211-EXIT.
           PERFORM 020B-READ-CKREC THRU 020B-EXIT.
           IF WS-BATCH-OVERFLOW = "Y"
             MOVE SPACES TO WS-LOG-LINE
             GO TO 211-EXIT.
           PERFORM 070-PRINT-REGISTER THRU 070-EXIT.
           PERFORM 140-BUDGET-REPORT THRU 140-EXIT.
      * The month's .CSV and .QIF are left beside the reports.
           COMPUTE WS-EXP-FROM =
             WS-ACC-YY * 10000 + WS-ACC-MM * 100 + 1.
           COMPUTE WS-EXP-TO =
             WS-ACC-YY * 10000 + WS-ACC-MM * 100 + 31.
           PERFORM 103-EXPORT-RANGE THRU 103-EXIT.
       211-EXIT.
           EXIT.
      ************************************************************
             MOVE WS-BATCH-SKIP-MSG TO WS-LOG-LINE
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             GO TO 212-NEXT.
           IF RT-AMOUNT (RT-IDX) > MAX-ROW-AMOUNT OR
              RT-AMOUNT (RT-IDX) < 0 - MAX-ROW-AMOUNT
             MOVE SPACES TO WS-LOG-LINE
             MOVE "  * OVER 999,999.99 - NOT POSTED:" TO WS-LOG-LINE
             MOVE RT-MERCHANT (RT-IDX) TO WS-LOG-LINE (36:12)
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             GO TO 212-NEXT.
           IF LAST-TAB-ROW NOT LESS THAN MAX-TABLE-RECORDS
             MOVE SPACES TO WS-LOG-LINE
             MOVE "  * TABLE FULL - POSTING STOPPED" TO WS-LOG-LINE
             MOVE WS-MAX-DAY TO WS-RCR-DAY.
           MOVE WS-RCR-DAY TO TEXT-DAY (THE-ROW).
           MOVE WS-BATCH-MM-X TO TEXT-MONTH (THE-ROW).
           MOVE WS-BATCH-YY-X (3:2) TO TEXT-YEAR (THE-ROW).
           MOVE WS-BATCH-YY-X (1:2) TO EXTRA-CENTURY (THE-ROW).
           MOVE RT-MERCHANT (RT-IDX) TO TEXT-MERCHANT (THE-ROW).
           MOVE RT-ITEM (RT-IDX) TO TEXT-ITEM (THE-ROW).
           MOVE RT-AMOUNT (RT-IDX) TO TEXT-AMOUNT (THE-ROW).
       214-SCAN.
           IF WS-BATCH-R > LAST-TAB-ROW
             GO TO 214-EXIT.
           MOVE WS-BATCH-R TO WS-DT-ROW.
           PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT.
           IF TEXT-MERCHANT (WS-BATCH-R) = RT-MERCHANT (RT-IDX)
              AND TEXT-MONTH (WS-BATCH-R) = WS-BATCH-MM-X
              AND WS-ROW-FY = WS-ACC-YY
             MOVE "Y" TO WS-BATCH-DUP
             GO TO 214-EXIT.
           ADD 1 TO WS-BATCH-R.
       037-EXIT.
           EXIT.
      ************************************************************
      *  038-BUILD-NOTE-NAME derives the account's notes file
      *  name from WS-FILE-ID by replacing the extension with
      *  NTE, the same way 036-BUILD-CKPT-NAME derives the .CHK
      *  name.  WS-NTE-OK is "N" when the file-id has no usable
      *  extension.
      ************************************************************
       038-BUILD-NOTE-NAME.
           MOVE "N" TO WS-NTE-OK.
           MOVE WS-DRIVE-ID TO WS-NOTE-DRIVE.
           MOVE WS-DIR-ID TO WS-NOTE-DIR.
           MOVE WS-FILE-ID TO WS-NOTE-ID.
           MOVE 1 TO WS-NOTE-DOT-POS.
       038-FIND-DOT.
           IF WS-NOTE-DOT-POS > 12
             GO TO 038-EXIT.
           IF WS-NOTE-ID (WS-NOTE-DOT-POS:1) = "."
             IF WS-NOTE-DOT-POS > 9
               GO TO 038-EXIT
             ELSE
               GO TO 038-GOTDOT
             END-IF.
           ADD 1 TO WS-NOTE-DOT-POS.
           GO TO 038-FIND-DOT.
       038-GOTDOT.
           ADD 1 TO WS-NOTE-DOT-POS.
           MOVE "NTE" TO WS-NOTE-ID (WS-NOTE-DOT-POS:3).
           MOVE "Y" TO WS-NTE-OK.
       038-EXIT.
           EXIT.
      ************************************************************
      *  032-BUILD-EXPORT-NAMES derives the account's .CSV and
      *  .QIF export file names from WS-FILE-ID the way 038-
      *  BUILD-NOTE-NAME derives the .NTE name.  WS-EXP-OK is "N"
      *  when the file-id has no usable extension.
      ************************************************************
       032-BUILD-EXPORT-NAMES.
           MOVE "N" TO WS-EXP-OK.
           MOVE WS-DRIVE-ID TO WS-EXPORT-DRIVE.
           MOVE WS-DIR-ID TO WS-EXPORT-DIR.
           MOVE WS-FILE-ID TO WS-EXPORT-ID.
           MOVE 1 TO WS-EXP-DOT-POS.
       032-FIND-DOT.
           IF WS-EXP-DOT-POS > 12
             GO TO 032-EXIT.
           IF WS-EXPORT-ID (WS-EXP-DOT-POS:1) = "."
             IF WS-EXP-DOT-POS > 9
               GO TO 032-EXIT
             ELSE
               GO TO 032-GOTDOT
             END-IF.
           ADD 1 TO WS-EXP-DOT-POS.
           GO TO 032-FIND-DOT.
       032-GOTDOT.
           ADD 1 TO WS-EXP-DOT-POS.
           MOVE WS-EXPORT-FILE-NAME TO WS-QIF-FILE-NAME.
           MOVE "CSV" TO WS-EXPORT-ID (WS-EXP-DOT-POS:3).
           MOVE "QIF" TO WS-QIF-ID (WS-EXP-DOT-POS:3).
           MOVE "Y" TO WS-EXP-OK.
       032-EXIT.
           EXIT.
      ************************************************************
      *  028-BUILD-CTL-NAME derives the account's control-total
      *  file name from WS-FILE-ID by replacing the extension
      *  with CTL, the same way 036-BUILD-CKPT-NAME derives the
      *  .CHK name.  WS-CTL-OK is "N" when the file-id has no
      *  usable extension.
      ************************************************************
       028-BUILD-CTL-NAME.
           MOVE "N" TO WS-CTL-OK.
           MOVE WS-DRIVE-ID TO WS-CTL-DRIVE.
           MOVE WS-DIR-ID TO WS-CTL-DIR.
           MOVE WS-FILE-ID TO WS-CTL-ID.
           MOVE 1 TO WS-CTL-DOT-POS.
       028-FIND-DOT.
           IF WS-CTL-DOT-POS > 12
             GO TO 028-EXIT.
           IF WS-CTL-ID (WS-CTL-DOT-POS:1) = "."
             IF WS-CTL-DOT-POS > 9
               GO TO 028-EXIT
             ELSE
               GO TO 028-GOTDOT
             END-IF.
           ADD 1 TO WS-CTL-DOT-POS.
           GO TO 028-FIND-DOT.
       028-GOTDOT.
           ADD 1 TO WS-CTL-DOT-POS.
           MOVE "CTL" TO WS-CTL-ID (WS-CTL-DOT-POS:3).
           MOVE "Y" TO WS-CTL-OK.
       028-EXIT.
           EXIT.
      ************************************************************
      *  029-CONTROL-BREAK tells the operator the file just
      *  counted does not agree with the totals its last save
      *  wrote.  Answering N opens the account read-only and
      *  gives up its .LCK, so a damaged or wrongly restored file
      *  cannot be saved over its own evidence and no other
      *  session is kept out; Y opens it as usual and the next save
      *  writes fresh totals.  The batch run only logs it -
      *  211-BATCH-ONE-ACCOUNT skips the account.
      ************************************************************
       029-CONTROL-BREAK.
           MOVE "SAVED" TO CS-LABEL.
           MOVE CTL-ROWS TO CS-ROWS.
           MOVE CTL-NET TO CS-NET.
           MOVE CTL-HASH TO CS-HASH.
           MOVE CTL-DAY TO CS-DAY.
           MOVE CTL-MONTH TO CS-MONTH.
           MOVE CTL-YEAR TO CS-YEAR.
           MOVE CTL-HH TO CS-HH.
           MOVE CTL-MM TO CS-MM.
           MOVE CTL-SS TO CS-SS.
           MOVE CTL-OPR TO CS-OPR.
           IF WS-BATCH-MODE = "Y"
             MOVE SPACES TO WS-LOG-LINE
             MOVE "  * CONTROL TOTALS DO NOT AGREE" TO WS-LOG-LINE
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             MOVE SPACES TO WS-LOG-LINE
             MOVE WS-CTL-SAVED-LINE TO WS-LOG-LINE (5:50)
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             MOVE SPACES TO WS-LOG-LINE
             MOVE WS-CTL-SHOW-LINE TO WS-LOG-LINE (5:61)
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             MOVE "FOUND" TO CS-LABEL
             MOVE WS-CTL-ROWS TO CS-ROWS
             MOVE WS-CTL-NET TO CS-NET
             MOVE WS-CTL-HASH TO CS-HASH
             MOVE SPACES TO WS-LOG-LINE
             MOVE WS-CTL-SHOW-LINE TO WS-LOG-LINE (5:61)
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             GO TO 029-EXIT.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** CONTROL TOTALS DO NOT AGREE ***".
           DISPLAY " ".
           DISPLAY "FILE-ID-> ", WS-FILE-ID.
           DISPLAY "THE FILE IS NOT THE ONE LAST SAVED.  IT MAY BE".
           DISPLAY "CUT SHORT, EDITED OUTSIDE THE PROGRAM, OR PUT".
           DISPLAY "BACK FROM THE WRONG .BAK COPY.".
           DISPLAY " ".
           DISPLAY WS-CTL-SAVED-LINE.
           DISPLAY WS-CTL-SHOW-LINE.
           MOVE "FOUND" TO CS-LABEL.
           MOVE WS-CTL-ROWS TO CS-ROWS.
           MOVE WS-CTL-NET TO CS-NET.
           MOVE WS-CTL-HASH TO CS-HASH.
           DISPLAY WS-CTL-SHOW-LINE.
           DISPLAY " ".
           DISPLAY "OPEN IT FOR CHANGES ANYWAY? (Y/N)".
           DISPLAY "  N OPENS IT READ-ONLY.".
           MOVE SPACE TO FALSESW.
           ACCEPT FALSESW.
           IF FALSESW NOT = "Y" AND FALSESW NOT = "y"
             MOVE "R" TO WS-ACCESS
             PERFORM 052-RELEASE-LOCK THRU 052-EXIT
             MOVE "R" TO WS-LOCK-STATE.
       029-EXIT.
           EXIT.
      ************************************************************
      *  029A-BIG-AMOUNTS tells the operator the file just
      *  counted holds rows over MAX-ROW-AMOUNT, which the edit
      *  table cannot carry in full.  The account opens
      *  read-only and gives up its .LCK, so a save cannot cut
      *  those amounts down.  The batch run only logs it -
      *  211-BATCH-ONE-ACCOUNT skips the account.
      ************************************************************
       029A-BIG-AMOUNTS.
           MOVE WS-BIG-ROWS TO WS-BIG-ROWS-SHOW.
           IF WS-BATCH-MODE = "Y"
             MOVE SPACES TO WS-LOG-LINE
             MOVE "  * ROWS OVER 999,999.99 ON FILE:" TO WS-LOG-LINE
             MOVE WS-BIG-ROWS-SHOW TO WS-LOG-LINE (35:5)
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             GO TO 029A-EXIT.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** AMOUNTS TOO LARGE FOR THE TABLE ***".
           DISPLAY " ".
           DISPLAY "FILE-ID-> ", WS-FILE-ID.
           DISPLAY "ROWS OVER 999,999.99 -> ", WS-BIG-ROWS-SHOW.
           DISPLAY "THE SCREEN CANNOT SHOW THOSE AMOUNTS IN FULL,".
           DISPLAY "SO THEIR AMOUNTS AND THE BALANCES AFTER THEM".
           DISPLAY "ARE NOT RELIABLE.  THE ACCOUNT OPENS READ-ONLY".
           DISPLAY "SO THE FILE IS NOT SAVED OVER.".
           DISPLAY " ".
           DISPLAY "PRESS <RETURN> TO CONTINUE.".
           MOVE SPACE TO FALSESW.
           ACCEPT FALSESW.
           MOVE "R" TO WS-ACCESS.
           PERFORM 052-RELEASE-LOCK THRU 052-EXIT.
           MOVE "R" TO WS-LOCK-STATE.
       029A-EXIT.
           EXIT.
      ************************************************************
      *  033-COMPUTE-CONTROL reads CKBKFILE through and leaves
      *  its control totals in WS-CTL-ROWS, WS-CTL-NET and
      *  WS-CTL-HASH.
      ************************************************************
       033-COMPUTE-CONTROL.
           MOVE ZERO TO WS-CTL-ROWS.
           MOVE ZERO TO WS-CTL-NET.
           MOVE ZERO TO WS-CTL-HASH.
           OPEN INPUT CKBKFILE.
           IF WS-INSTAT1 NOT < 2
             GO TO 033-EXIT.
       033-READ.
           READ CKBKFILE AT END
             CLOSE CKBKFILE
             GO TO 033-EXIT.
           PERFORM 033A-ADD-CONTROL-REC THRU 033A-EXIT.
           GO TO 033-READ.
       033-EXIT.
           EXIT.
      ************************************************************
      *  033A-ADD-CONTROL-REC folds the CKBK-REC just read into
      *  the control totals: one row, its amount signed by its
      *  transaction type, and its check number when numeric.
      ************************************************************
       033A-ADD-CONTROL-REC.
           ADD 1 TO WS-CTL-ROWS.
           IF CKBK-AMOUNT IS NUMERIC
             MOVE CKBK-TRANTYPE TO WS-TRAN-TYPE
             PERFORM 031-SET-TRAN-DIR
             IF WS-TRAN-CREDIT = "Y"
               ADD CKBK-AMOUNT TO WS-CTL-NET
             ELSE
               SUBTRACT CKBK-AMOUNT FROM WS-CTL-NET
             END-IF
           END-IF.
           MOVE CKBK-NUMB TO WS-CKA-NUMB-X.
           PERFORM 199B-PARSE-NUMB THRU 199B-EXIT.
           IF WS-CKA-OK = "Y"
             ADD WS-CKA-NUM TO WS-CTL-HASH.
       033A-EXIT.
           EXIT.
      ************************************************************
      *  034-WRITE-CONTROL rewrites the account's .CTL file from
      *  WS-CTL-ROWS, WS-CTL-NET and WS-CTL-HASH, stamped with
      *  today's date and time and the signed-on operator.
      ************************************************************
       034-WRITE-CONTROL.
           PERFORM 028-BUILD-CTL-NAME THRU 028-EXIT.
           IF WS-CTL-OK NOT = "Y"
             GO TO 034-EXIT.
           OPEN OUTPUT CTL-FILE.
           IF WS-CTLSTAT1 NOT < 2
             MOVE "CANNOT WRITE CONTROL TOTALS (.CTL) FILE"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 034-EXIT.
           MOVE SPACES TO CTL-REC.
           MOVE WS-CTL-ROWS TO CTL-ROWS.
           MOVE WS-CTL-NET TO CTL-NET.
           MOVE WS-CTL-HASH TO CTL-HASH.
           ACCEPT CTL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-HHMMSS TO CTL-TIME.
           MOVE WS-OPERATOR TO CTL-OPR.
           WRITE CTL-REC.
           CLOSE CTL-FILE.
       034-EXIT.
           EXIT.
      ************************************************************
      *  034A-BUMP-CONTROL adds the one "I" row 216-FLUSH-
      *  PENDING-XFERS just appended to another account's file
      *  to that account's control totals.  The totals are
      *  carried forward, not recomputed, so a break already in
      *  that file still shows when it is next opened.  A file
      *  with no totals yet is left without them.
      ************************************************************
       034A-BUMP-CONTROL.
           PERFORM 028-BUILD-CTL-NAME THRU 028-EXIT.
           IF WS-CTL-OK NOT = "Y"
             GO TO 034A-EXIT.
           OPEN INPUT CTL-FILE.
           IF WS-CTLSTAT1 NOT < 2
             GO TO 034A-EXIT.
           READ CTL-FILE AT END
             CLOSE CTL-FILE
             GO TO 034A-EXIT.
           MOVE CTL-ROWS TO WS-CTL-ROWS.
           MOVE CTL-NET TO WS-CTL-NET.
           MOVE CTL-HASH TO WS-CTL-HASH.
           CLOSE CTL-FILE.
           ADD 1 TO WS-CTL-ROWS.
           ADD WS-XFR-AMT TO WS-CTL-NET.
           PERFORM 034-WRITE-CONTROL THRU 034-EXIT.
       034A-EXIT.
           EXIT.
      ************************************************************
      *  035-VERIFY-CONTROL compares the totals just computed in
      *  WS-CTL-ROWS, WS-CTL-NET and WS-CTL-HASH with the .CTL
      *  file and sets WS-CTL-RESULT: O agree, N no totals on
      *  file (never saved since they were introduced), B break.
      *  CTL-REC is left holding the saved figures.
      ************************************************************
       035-VERIFY-CONTROL.
           MOVE "N" TO WS-CTL-RESULT.
           PERFORM 028-BUILD-CTL-NAME THRU 028-EXIT.
           IF WS-CTL-OK NOT = "Y"
             GO TO 035-EXIT.
           OPEN INPUT CTL-FILE.
           IF WS-CTLSTAT1 NOT < 2
             GO TO 035-EXIT.
           READ CTL-FILE AT END
             CLOSE CTL-FILE
             GO TO 035-EXIT.
           CLOSE CTL-FILE.
           IF CTL-ROWS = WS-CTL-ROWS AND
              CTL-NET = WS-CTL-NET AND
              CTL-HASH = WS-CTL-HASH
             MOVE "O" TO WS-CTL-RESULT
           ELSE
             MOVE "B" TO WS-CTL-RESULT
           END-IF.
       035-EXIT.
           EXIT.
      ************************************************************
      *  050-BUILD-LOCK-NAME derives the account's lock file
      *  name from WS-FILE-ID by replacing the extension with
      *  LCK, the same way 036-BUILD-CKPT-NAME derives the .CHK
      *  name.  WS-LOCK-OK is "N" when the file-id has no usable
      *  extension.
      ************************************************************
       050-BUILD-LOCK-NAME.
           MOVE "N" TO WS-LOCK-OK.
           MOVE WS-DRIVE-ID TO WS-LOCK-DRIVE.
           MOVE WS-DIR-ID TO WS-LOCK-DIR.
           MOVE WS-FILE-ID TO WS-LOCK-ID.
           MOVE 1 TO WS-LOCK-DOT-POS.
       050-FIND-DOT.
           IF WS-LOCK-DOT-POS > 12
             GO TO 050-EXIT.
           IF WS-LOCK-ID (WS-LOCK-DOT-POS:1) = "."
             IF WS-LOCK-DOT-POS > 9
               GO TO 050-EXIT
             ELSE
               GO TO 050-GOTDOT
             END-IF.
           ADD 1 TO WS-LOCK-DOT-POS.
           GO TO 050-FIND-DOT.
       050-GOTDOT.
           ADD 1 TO WS-LOCK-DOT-POS.
           MOVE "LCK" TO WS-LOCK-ID (WS-LOCK-DOT-POS:3).
           MOVE "Y" TO WS-LOCK-OK.
       050-EXIT.
           EXIT.
      ************************************************************
      *  051-TAKE-LOCK takes the lock on the account in WS-FILE-
      *  NAME as it is opened for change.  If another session
      *  holds it the operator opens read-only or stays out (a
      *  supervisor may also release a stale lock); the batch
      *  run logs the holder and stays out.  WS-LOCK-STATE tells
      *  the caller which.  A read-only operator changes nothing
      *  and takes no lock.
      ************************************************************
       051-TAKE-LOCK.
           MOVE "N" TO WS-LOCK-HELD.
           MOVE "T" TO WS-LOCK-STATE.
           IF WS-ACCESS = "R"
             GO TO 051-EXIT.
       051-CHECK.
           PERFORM 053-READ-LOCK THRU 053-EXIT.
           IF WS-LOCK-OK NOT = "Y"
             GO TO 051-EXIT.
           IF WS-LOCK-FOUND NOT = "Y"
             GO TO 051-WRITE.
           PERFORM 057-FORMAT-HOLDER THRU 057-EXIT.
           IF WS-BATCH-MODE = "Y"
             MOVE "X" TO WS-LOCK-STATE
             MOVE SPACES TO WS-LOG-LINE
             MOVE "  * ACCOUNT IN USE - SKIPPED" TO WS-LOG-LINE
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             MOVE SPACES TO WS-LOG-LINE
             MOVE WS-LOCK-HOLDER-LINE TO WS-LOG-LINE (5:53)
             PERFORM 218-BATCH-LOG THRU 218-EXIT
             GO TO 051-EXIT.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** ACCOUNT IN USE ***".
           DISPLAY " ".
           DISPLAY "FILE-ID-> ", WS-FILE-ID.
           DISPLAY WS-LOCK-HOLDER-LINE.
           DISPLAY " ".
           DISPLAY "R - OPEN IT READ-ONLY".
           DISPLAY "X - STAY OUT AND CHOOSE ANOTHER ACCOUNT".
           IF WS-OPR-SUPER = "Y"
             DISPLAY "S - SUPERVISOR: RELEASE A STALE LOCK".
           DISPLAY " ".
           DISPLAY "ENTER CHOICE AND PRESS <RETURN>.".
           MOVE SPACE TO WS-LOCK-CHOICE.
           ACCEPT WS-LOCK-CHOICE.
           IF WS-LOCK-CHOICE = "R" OR WS-LOCK-CHOICE = "r"
             MOVE "R" TO WS-ACCESS
             MOVE "R" TO WS-LOCK-STATE
             GO TO 051-EXIT.
           IF (WS-LOCK-CHOICE = "S" OR WS-LOCK-CHOICE = "s") AND
              WS-OPR-SUPER = "Y"
             DISPLAY " "
             DISPLAY "RELEASE ONLY IF THAT SESSION IS NO LONGER"
             DISPLAY "RUNNING.  RELEASE THE LOCK? (Y/N)"
             MOVE SPACE TO FALSESW
             ACCEPT FALSESW
             IF FALSESW = "Y" OR FALSESW = "y"
               PERFORM 055-RELEASE-STALE THRU 055-EXIT
             END-IF
             GO TO 051-CHECK.
           MOVE "X" TO WS-LOCK-STATE.
           GO TO 051-EXIT.
       051-WRITE.
           PERFORM 054-WRITE-LOCK THRU 054-EXIT.
      * Read it back: of two sessions opening together, only the
      * one whose record survived holds the lock.
           PERFORM 053-READ-LOCK THRU 053-EXIT.
           IF WS-LOCK-FOUND NOT = "Y"
             MOVE "CANNOT WRITE ACCOUNT LOCK - OPENED UNLOCKED"
               TO WS-REMARKS
             PERFORM 008C-MESSAGE
             GO TO 051-EXIT.
           IF LK-OPR NOT = LM-OPR OR LK-DATE NOT = LM-DATE OR
              LK-TIME NOT = LM-TIME
             GO TO 051-CHECK.
           MOVE "Y" TO WS-LOCK-HELD.
       051-EXIT.
           EXIT.
      ************************************************************
      *  052-RELEASE-LOCK gives up the open account's lock when
      *  this session holds it - on exit, before a switch, and
      *  after each batch account.  A lock since taken over by
      *  someone else is left alone.
      ************************************************************
       052-RELEASE-LOCK.
           IF WS-LOCK-HELD NOT = "Y"
             GO TO 052-EXIT.
           MOVE "N" TO WS-LOCK-HELD.
           PERFORM 053-READ-LOCK THRU 053-EXIT.
           IF WS-LOCK-FOUND NOT = "Y"
             GO TO 052-EXIT.
           IF LK-OPR = LM-OPR AND LK-DATE = LM-DATE AND
              LK-TIME = LM-TIME
             CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME.
       052-EXIT.
           EXIT.
      ************************************************************
      *  053-READ-LOCK reads the account's .LCK file into
      *  LCK-REC.  WS-LOCK-FOUND is "Y" when one is there.
      ************************************************************
       053-READ-LOCK.
           MOVE "N" TO WS-LOCK-FOUND.
           PERFORM 050-BUILD-LOCK-NAME THRU 050-EXIT.
           IF WS-LOCK-OK NOT = "Y"
             GO TO 053-EXIT.
           OPEN INPUT LCK-FILE.
           IF WS-LCKSTAT1 NOT < 2
             GO TO 053-EXIT.
           READ LCK-FILE AT END
             CLOSE LCK-FILE
             GO TO 053-EXIT.
           CLOSE LCK-FILE.
           MOVE "Y" TO WS-LOCK-FOUND.
       053-EXIT.
           EXIT.
      ************************************************************
      *  054-WRITE-LOCK writes this session's lock record and
      *  keeps a copy in WS-LOCK-MINE to know it by later.
      ************************************************************
       054-WRITE-LOCK.
           PERFORM 050-BUILD-LOCK-NAME THRU 050-EXIT.
           IF WS-LOCK-OK NOT = "Y"
             GO TO 054-EXIT.
           OPEN OUTPUT LCK-FILE.
           IF WS-LCKSTAT1 NOT < 2
             GO TO 054-EXIT.
           MOVE SPACES TO LCK-REC.
           MOVE WS-OPERATOR TO LK-OPR.
           ACCEPT LK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-HHMMSS TO LK-TIME.
           IF WS-BATCH-MODE = "Y"
             MOVE "BATCH" TO LK-MODE
           ELSE
             MOVE "EDIT " TO LK-MODE
           END-IF.
           MOVE LK-OPR TO LM-OPR.
           MOVE LK-DATE TO LM-DATE.
           MOVE LK-TIME TO LM-TIME.
           WRITE LCK-REC.
           CLOSE LCK-FILE.
       054-EXIT.
           EXIT.
      ************************************************************
      *  055-RELEASE-STALE removes the lock record in LCK-REC at
      *  a supervisor's word, journaling it as UNLOCK in the
      *  account's .JRN: the released lock before, the releasing
      *  supervisor after.  The journal is written directly, as
      *  197-JOURNAL-DEST does, so the crashed session's
      *  checkpoint is not disturbed.
      ************************************************************
       055-RELEASE-STALE.
           PERFORM 037-BUILD-JRNL-NAME THRU 037-EXIT.
           IF WS-JRNL-OK NOT = "Y"
             GO TO 055-DELETE.
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNSTAT1 NOT < 2
             OPEN OUTPUT JRNL-FILE.
           IF WS-JRNSTAT1 NOT < 2
             GO TO 055-DELETE.
           MOVE SPACES TO JRNL-REC.
           ACCEPT JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ACCEPT-TIME FROM TIME.
           MOVE WS-ACCEPT-HHMMSS TO JRNL-TIME.
           MOVE "UNLOCK" TO JRNL-ACTION.
           MOVE WS-LOCK-HOLDER-LINE TO JRNL-BEFORE.
           MOVE "RELEASED BY SUPERVISOR " TO JRNL-AFTER.
           MOVE WS-OPERATOR TO JRNL-AFTER (24:3).
           MOVE WS-OPERATOR TO JRNL-OPR.
           WRITE JRNL-REC.
           CLOSE JRNL-FILE.
       055-DELETE.
           CALL "CBL_DELETE_FILE" USING WS-LOCK-NAME.
       055-EXIT.
           EXIT.
      ************************************************************
      *  056-CONFIRM-LOCK runs before each save.  A lock that
      *  has vanished (released by a supervisor) is taken back;
      *  one now held by another session sets WS-LOCK-LOST so
      *  the save is refused instead of overwriting their work.
      ************************************************************
       056-CONFIRM-LOCK.
           MOVE "N" TO WS-LOCK-LOST.
           PERFORM 053-READ-LOCK THRU 053-EXIT.
           IF WS-LOCK-OK NOT = "Y"
             GO TO 056-EXIT.
           IF WS-LOCK-FOUND NOT = "Y"
             PERFORM 054-WRITE-LOCK THRU 054-EXIT
             GO TO 056-EXIT.
           IF LK-OPR = LM-OPR AND LK-DATE = LM-DATE AND
              LK-TIME = LM-TIME
             GO TO 056-EXIT.
           MOVE "Y" TO WS-LOCK-LOST.
           MOVE LK-OPR TO LL-OPR.
       056-EXIT.
           EXIT.
      ************************************************************
      *  057-FORMAT-HOLDER fills WS-LOCK-HOLDER-LINE from the
      *  lock record just read.
      ************************************************************
       057-FORMAT-HOLDER.
           MOVE LK-OPR TO LH-OPR.
           MOVE LK-DAY TO LH-DAY.
           MOVE LK-MONTH TO LH-MONTH.
           MOVE LK-YEAR TO LH-YEAR.
           MOVE LK-HH TO LH-HH.
           MOVE LK-MM TO LH-MM.
           MOVE LK-SS TO LH-SS.
           MOVE LK-MODE TO LH-MODE.
       057-EXIT.
           EXIT.
0424  ***********************************************************
0425  *  These two routines are used to scroll the scrolling
0468       END-PERFORM.
0469       DISPLAY STATUS-LINE.
0470   008A-CHECK-DATE.
      * The screen carries only the low two digits of the year; a
      * changed year drops the row's century so 024-ROW-FULL-YEAR
      * supplies it fresh from today's date.
           IF TEXT-YEAR (I) NOT = WS-SAVE-DATE (7:2)
             MOVE SPACES TO EXTRA-CENTURY (I)
           END-IF.
           MOVE I TO WS-DT-ROW.
           PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT.
           MOVE ZEROS TO CALDATE.
           IF TEXT-YEAR (I) IS NUMERIC
             MOVE WS-ROW-FY TO CALDATE-YEAR
           END-IF.
0472       MOVE TEXT-MONTH (I) TO CALDATE-MONTH.
0473       MOVE TEXT-DAY (I) TO CALDATE-DAY.
0474   008A1-BRAKE.
0475       IF CALDATE IS NOT NUMERIC OR TEXT-YEAR (I) IS NOT NUMERIC
0476         GO TO 008A2-BADATE.
0479       IF CALDATE-MONTH IS GREATER THAN 12 OR LESS THAN 1
0480         GO TO 008A2-BADATE.
           MOVE CALDATE-YEAR TO WS-FULL-YEAR.
      * Real days-per-month check (with leap-year February)
      * instead of a flat 31-day limit.
           MOVE MONTH-DAYS-ENTRY (CALDATE-MONTH) TO WS-MAX-DAY.
      * Out-of-sequence check against the previous row, with an
      * override prompt for legitimate back-dated entries.
           IF I > 1
             COMPUTE WS-DT-ROW = I - 1
             PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT
             MOVE WS-ROW-FY TO PREV-CALDATE-YEAR
             MOVE TEXT-MONTH (I - 1) TO PREV-CALDATE-MONTH
             MOVE TEXT-DAY (I - 1) TO PREV-CALDATE-DAY
             IF PREV-CALDATE IS NUMERIC AND
                TEXT-YEAR (I - 1) IS NUMERIC
               COMPUTE WS-CAL-SEQ = CALDATE-YEAR * 10000
                 + CALDATE-MONTH * 100 + CALDATE-DAY
               COMPUTE WS-PREV-SEQ = PREV-CALDATE-YEAR * 10000
           DISPLAY HEADING-LINES.
           PERFORM DISPLAY-PAGE.
      ************************************************************
      *  024-ROW-FULL-YEAR sets WS-ROW-FY to the four-digit year
      *  of table row WS-DT-ROW.  The century rides in the row's
      *  EXTRA-CENTURY; a row keyed on screen has none until this
      *  paragraph supplies one from a sliding window - the
      *  current century, unless that would put the year more
      *  than 20 years ahead of today, in which case the one
      *  before.  The century chosen is kept on the row.
      ************************************************************
       024-ROW-FULL-YEAR.
           MOVE ZEROS TO WS-ROW-FY.
           IF TEXT-YEAR (WS-DT-ROW) IS NOT NUMERIC
             GO TO 024-EXIT.
           MOVE TEXT-YEAR (WS-DT-ROW) TO WS-DT-YY.
           IF EXTRA-CENTURY (WS-DT-ROW) IS NUMERIC
             MOVE EXTRA-CENTURY (WS-DT-ROW) TO WS-DT-CC
           ELSE
             PERFORM 025-INFER-CENTURY THRU 025-EXIT
             MOVE WS-DT-CC TO EXTRA-CENTURY (WS-DT-ROW)
           END-IF.
           COMPUTE WS-ROW-FY = WS-DT-CC * 100 + WS-DT-YY.
       024-EXIT.
           EXIT.
      ************************************************************
      *  025-INFER-CENTURY picks the century for the two-digit
      *  year in WS-DT-YY and leaves it in WS-DT-CC.
      ************************************************************
       025-INFER-CENTURY.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DT-CC = WS-TODAY-CCYY / 100.
           IF WS-DT-CC * 100 + WS-DT-YY > WS-TODAY-CCYY + 20
             SUBTRACT 1 FROM WS-DT-CC.
       025-EXIT.
           EXIT.
      ************************************************************
      *  026-FORMAT-ROW-DATE builds the printed DD-MM-CCYY date of
      *  table row WS-DT-ROW in WS-DATE-TEXT (and WS-ROW-FY).
      ************************************************************
       026-FORMAT-ROW-DATE.
           PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT.
           MOVE TEXT-DAY (WS-DT-ROW) TO WS-DT-DAY.
           MOVE TEXT-MONTH (WS-DT-ROW) TO WS-DT-MONTH.
           MOVE WS-ROW-FY TO WS-DT-CCYY.
       026-EXIT.
           EXIT.
      ************************************************************
      *  027-FORMAT-CKBK-DATE builds the printed DD-MM-CCYY date
      *  of the CKBK-REC in the record area into WS-DATE-TEXT.
      ************************************************************
       027-FORMAT-CKBK-DATE.
           MOVE CKBK-DAY TO WS-DT-DAY.
           MOVE CKBK-MONTH TO WS-DT-MONTH.
           MOVE CKBK-YEAR TO WS-DT-CCYY.
       027-EXIT.
           EXIT.
      ************************************************************
      *  015-SIGN-ON takes the operator's initials and password
      *  against OPERATOR.LST before any account is opened.
      *  Three failed tries end the run.  With no operator file
             DISPLAY "ENTER YOUR INITIALS (3 CHARACTERS):"
             MOVE SPACES TO WS-OPERATOR
             ACCEPT WS-OPERATOR
             MOVE "Y" TO WS-OPR-SUPER
             GO TO 015-EXIT.
           CLOSE OPER-FILE.
           MOVE ZERO TO WS-SIGNON-TRIES.
           MOVE SPACES TO WS-SIGNON-PASS.
           ACCEPT WS-SIGNON-PASS WITH NO-ECHO.
           MOVE "N" TO WS-SIGNON-OK.
           MOVE "N" TO WS-OPR-SUPER.
           OPEN INPUT OPER-FILE.
       015-READ.
           READ OPER-FILE AT END
             GO TO 015-CHECK.
           IF OPR-INITIALS = WS-SIGNON-INIT AND
              OPR-PASSWORD = WS-SIGNON-PASS
             MOVE "Y" TO WS-SIGNON-OK
             IF OPR-LEVEL = "S" OR OPR-LEVEL = "s"
               MOVE "Y" TO WS-OPR-SUPER
             END-IF
           END-IF.
           GO TO 015-READ.
       015-CHECK.
           IF WS-SIGNON-OK = "Y"
           MOVE ACCT-FILE-ID TO AT-FILE-ID (ACCOUNT-COUNT).
           MOVE ACCT-OPEN-BAL TO AT-OPEN-BAL (ACCOUNT-COUNT).
           MOVE ACCT-AUTH-GROUP TO AT-AUTH-GROUP (ACCOUNT-COUNT).
           MOVE ACCT-ROUTING TO AT-ROUTING (ACCOUNT-COUNT).
           MOVE ACCT-BANK-ACCT TO AT-BANK-ACCT (ACCOUNT-COUNT).
           MOVE ACCT-TYPE TO AT-ACCT-TYPE (ACCOUNT-COUNT).
           MOVE ACCT-CARD-TERMS TO AT-CARD-TERMS (ACCOUNT-COUNT).
           MOVE ACCT-CARD-CYCLE TO AT-CARD-CYCLE (ACCOUNT-COUNT).
           PERFORM 019B-CHECK-CARD-FIELDS THRU 019B-EXIT.
           GO TO 019-READ-ACCOUNT.
       019-DONE.
           CLOSE ACCOUNTS-FILE.
       019-EXIT.
           EXIT.
      ************************************************************
      *  019B-CHECK-CARD-FIELDS zeroes any card term or cycle
      *  field of the entry just loaded that is not numeric - a
      *  record written before the card fields existed reads
      *  them as spaces.
      ************************************************************
       019B-CHECK-CARD-FIELDS.
           IF AT-CLOSE-DAY (ACCOUNT-COUNT) IS NOT NUMERIC
             MOVE ZERO TO AT-CLOSE-DAY (ACCOUNT-COUNT).
           IF AT-DUE-DAY (ACCOUNT-COUNT) IS NOT NUMERIC
             MOVE ZERO TO AT-DUE-DAY (ACCOUNT-COUNT).
           IF AT-MIN-PCT (ACCOUNT-COUNT) IS NOT NUMERIC
             MOVE ZERO TO AT-MIN-PCT (ACCOUNT-COUNT).
           IF AT-MIN-FLOOR (ACCOUNT-COUNT) IS NOT NUMERIC
             MOVE ZERO TO AT-MIN-FLOOR (ACCOUNT-COUNT).
           IF AT-APR (ACCOUNT-COUNT) IS NOT NUMERIC
             MOVE ZERO TO AT-APR (ACCOUNT-COUNT).
           IF AT-LAST-CLOSE (ACCOUNT-COUNT) IS NOT NUMERIC
             MOVE ZERO TO AT-LAST-CLOSE (ACCOUNT-COUNT).
           IF AT-LAST-OWED (ACCOUNT-COUNT) IS NOT NUMERIC
             MOVE ZERO TO AT-LAST-OWED (ACCOUNT-COUNT).
           IF AT-LAST-MIN (ACCOUNT-COUNT) IS NOT NUMERIC
             MOVE ZERO TO AT-LAST-MIN (ACCOUNT-COUNT).
           IF AT-LAST-DUE (ACCOUNT-COUNT) IS NOT NUMERIC
             MOVE ZERO TO AT-LAST-DUE (ACCOUNT-COUNT).
       019B-EXIT.
           EXIT.
      ************************************************************
      *  019A-SHOW-LIST displays the loaded ACCOUNT-TABLE as a
      *  numbered pick-list and accepts ACCOUNT-CHOICE.  Choice 0
      *  means "not on the list" and drops back to a typed file-ID.
0527       OPEN INPUT CKBKFILE.
0528       IF WS-INSTAT1 < 2
             PERFORM 018-MATCH-TYPED-ID THRU 018-EXIT
             PERFORM 051-TAKE-LOCK THRU 051-EXIT
             IF WS-LOCK-STATE = "X"
               CLOSE CKBKFILE
               GO TO 020-NEWID-ROUTINE
             END-IF
0529         GO TO 020A-EXIT.
0530       DISPLAY BLANK-SCREEN.
0531       DISPLAY "FILE-ID-> ", WS-FILE-ID.
           MOVE 999999 TO WS-WIN-TO.
           MOVE ZERO TO WS-WINDOW-PRE-BAL.
           MOVE ZERO TO WS-CKREC-COUNT.
           MOVE ZERO TO WS-CTL-ROWS.
           MOVE ZERO TO WS-CTL-NET.
           MOVE ZERO TO WS-CTL-HASH.
           MOVE "N" TO WS-CTL-BREAK.
           MOVE ZERO TO WS-BIG-ROWS.
           CLOSE CKBKFILE.
           OPEN INPUT CKBKFILE.
           IF WS-INSTAT1 NOT < 2
             CLOSE CKBKFILE
             GO TO 021-DECIDE.
           ADD 1 TO WS-CKREC-COUNT.
           IF CKBK-AMOUNT > MAX-ROW-AMOUNT OR
              CKBK-AMOUNT < 0 - MAX-ROW-AMOUNT
             ADD 1 TO WS-BIG-ROWS.
           PERFORM 033A-ADD-CONTROL-REC THRU 033A-EXIT.
           GO TO 021-COUNT.
       021-DECIDE.
      * The count just taken doubles as the control-total check
      * against the figures the last save left in the .CTL.
           PERFORM 035-VERIFY-CONTROL THRU 035-EXIT.
           IF WS-CTL-RESULT = "B"
             MOVE "Y" TO WS-CTL-BREAK
             PERFORM 029-CONTROL-BREAK THRU 029-EXIT.
           IF WS-BIG-ROWS > ZERO
             PERFORM 029A-BIG-AMOUNTS THRU 029A-EXIT.
           IF WS-CKREC-COUNT < TABLE-WARN-LEVEL
             GO TO 021-REOPEN.
      * Unattended runs take the current year as the window when
      * choose one.
           IF WS-BATCH-MODE = "Y"
             IF WS-CKREC-COUNT NOT LESS THAN MAX-TABLE-RECORDS
               ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
               MOVE WS-ACC-YY TO WS-WIN-YY
               MOVE 1 TO WS-WIN-MM
               PERFORM 020E-YYMM-TO-SEQ THRU 020E-EXIT
      ************************************************************
       020D-ASK-WINDOW.
           DISPLAY " ".
           DISPLAY "ENTER FROM YEAR/MONTH (CCYYMM), OR 0 FOR OPEN:".
           MOVE ZERO TO WS-WIN-FROM-YYMM.
           ACCEPT WS-WIN-FROM-YYMM.
           DISPLAY "ENTER TO YEAR/MONTH (CCYYMM), OR 0 FOR OPEN:".
           MOVE ZERO TO WS-WIN-TO-YYMM.
           ACCEPT WS-WIN-TO-YYMM.
           MOVE "Y" TO WS-WINDOWED.
       020D-EXIT.
           EXIT.
      ************************************************************
      *  020E-YYMM-TO-SEQ turns the four-digit WS-WIN-YY and
      *  WS-WIN-MM into the full-year month sequence in
      *  WS-WIN-SEQ.
      ************************************************************
       020E-YYMM-TO-SEQ.
           COMPUTE WS-WIN-SEQ = WS-WIN-YY * 100 + WS-WIN-MM.
       020E-EXIT.
           EXIT.
      ************************************************************
0565       MOVE "-"             TO TEXT-DASH1 OF TEXT-LINE (I).
0566       MOVE CKBK-MONTH      TO TEXT-MONTH OF TEXT-LINE (I).
0567       MOVE "-"             TO TEXT-DASH2 OF TEXT-LINE (I).
0568       MOVE CKBK-YEAR (3:2) TO TEXT-YEAR OF TEXT-LINE (I).
           MOVE CKBK-YEAR (1:2) TO EXTRA-CENTURY (I).
0569       MOVE CKBK-MERCHANT   TO TEXT-MERCHANT OF TEXT-LINE (I).
0570       MOVE CKBK-ITEM       TO TEXT-ITEM OF TEXT-LINE (I).
0571       MOVE CKBK-AMOUNT     TO TEXT-AMOUNT OF TEXT-LINE (I).
      * these back below.
           MOVE "N" TO WS-WINDOWED.
           MOVE ZERO TO WS-WINDOW-PRE-BAL.
      * A checkpoint under another session's lock is that
      * session's work in progress, not a crash to recover.
           IF WS-LOCK-STATE = "R"
             GO TO 022-EXIT.
           PERFORM 036-BUILD-CKPT-NAME THRU 036-EXIT.
           IF WS-CKPT-OK NOT = "Y"
             GO TO 022-EXIT.
      * its save still copies the unloaded disk rows back
      * instead of truncating the file to the window rows.
           IF CKPT-REC (1:8) = "*WINDOW*"
             MOVE CKPT-REC (1:34) TO WS-CKPT-WINDOW-HDR
             MOVE "Y" TO WS-WINDOWED
             MOVE WS-CKPT-WIN-FROM TO WS-WIN-FROM
             MOVE WS-CKPT-WIN-TO TO WS-WIN-TO
           MOVE CKPT-REC (81:4) TO EXTRA-CATEGORY (WS-CKPT-I).
           MOVE CKPT-REC (85:1) TO EXTRA-PRINTED (WS-CKPT-I).
           MOVE CKPT-REC (86:1) TO EXTRA-SPLIT (WS-CKPT-I).
           MOVE CKPT-REC (87:2) TO EXTRA-CENTURY (WS-CKPT-I).
           MOVE WS-CKPT-I TO LAST-TAB-ROW.
           IF WS-CKPT-I NOT LESS THAN MAX-TABLE-RECORDS
             GO TO 022-LOADED.
0549       MOVE TEXT-MONTH (I) TO CALDATE-MONTH.
0550       MOVE TEXT-YEAR (I) TO CALDATE-YEAR.
           IF TEXT-STATUS (I) = "V" OR TEXT-STATUS (I) = "v"
             PERFORM 030A-SHOW-BALANCE THRU 030A-EXIT
             GO TO 030-NEXT-REC.
      * A split-detail line is part of its parent check - the
      * parent already moved the balance.
           IF EXTRA-SPLIT (I) = "S" OR EXTRA-SPLIT (I) = "s"
             PERFORM 030A-SHOW-BALANCE THRU 030A-EXIT
             GO TO 030-NEXT-REC.
      * A blank check number never forms a group - deposits, ATM
      * withdrawals, and service charges all post individually.
0551       IF TEXT-NUMB (I) NOT = SPACES AND
              TEXT-NUMB (I) = SAVE-NUMB AND
0552          CALDATE = SAVE-CALDATE
0553            PERFORM 030A-SHOW-BALANCE THRU 030A-EXIT
0554       ELSE
0555            MOVE TEXT-AMOUNT (I) TO TEMP-AMOUNT
                MOVE TEXT-TRANTYPE (I) TO WS-TRAN-TYPE
0556              SUBTRACT TEMP-AMOUNT FROM PREVIOUS-BALANCE
0557                  GIVING TEMP-BALANCE
                END-IF
0558            MOVE TEMP-BALANCE TO PREVIOUS-BALANCE
0559            PERFORM 030A-SHOW-BALANCE THRU 030A-EXIT
0560            MOVE TEXT-NUMB (I) TO SAVE-NUMB
0561            MOVE CALDATE TO SAVE-CALDATE
0562       END-IF.
0564       ADD 1 TO I.
0565       IF I > LAST-TAB-ROW
             MOVE PREVIOUS-BALANCE TO WS-BOOK-BALANCE
             PERFORM 192-SET-CARD-MARK THRU 192-EXIT
0566         GO TO 030-EXIT.
0567       GO TO 030-BEGIN.
0568   030-EXIT.
0569       EXIT.
      ************************************************************
      *  030A-SHOW-BALANCE puts the running balance in
      *  PREVIOUS-BALANCE into row I's balance column.  The
      *  balance itself is carried in PREVIOUS-BALANCE; a figure
      *  too wide for the column shows as asterisks rather than
      *  losing its leading digits.
      ************************************************************
       030A-SHOW-BALANCE.
           IF PREVIOUS-BALANCE > MAX-ROW-AMOUNT OR
              PREVIOUS-BALANCE < 0 - MAX-ROW-AMOUNT
             MOVE ALL "*" TO TEXT-BALANCE (I) (1:)
           ELSE
             MOVE PREVIOUS-BALANCE TO TEXT-BALANCE (I)
           END-IF.
       030A-EXIT.
           EXIT.
      ************************************************************
      *  031-SET-TRAN-DIR looks at the transaction type in
      *  WS-TRAN-TYPE and sets WS-TRAN-CREDIT to "Y" when the
      *  type adds to the balance (deposit, transfer in) and "N"
           PERFORM 044-VALIDATE-SPLITS THRU 044-EXIT.
           IF WS-SPL-ABORT = "Y"
             GO TO 040-EXIT.
      * A supervisor may have released this session's lock as
      * stale and someone else opened the account since.
           IF WS-LOCK-HELD = "Y"
             PERFORM 056-CONFIRM-LOCK THRU 056-EXIT
             IF WS-LOCK-LOST = "Y"
               MOVE WS-LOCK-LOST-MSG TO WS-REMARKS
               PERFORM 008C-MESSAGE
               MOVE "Y" TO WS-SPL-ABORT
               GO TO 040-EXIT
             END-IF
           END-IF.
           MOVE 1 TO I.
           MOVE "N" TO WS-BACKUP-MADE.
           PERFORM 039-BACKUP-CKBKFILE THRU 039-EXIT.
0574       MOVE  TEXT-NUMB OF TEXT-LINE (I)      TO  CKBK-NUMB.
0575       MOVE  TEXT-DAY OF TEXT-LINE (I)       TO  CKBK-DAY.
0576       MOVE  TEXT-MONTH OF TEXT-LINE (I)     TO  CKBK-MONTH.
           MOVE  I                               TO  WS-DT-ROW.
           PERFORM 024-ROW-FULL-YEAR THRU 024-EXIT.
0577       MOVE  WS-ROW-FY                       TO  CKBK-YEAR.
0578       MOVE  TEXT-MERCHANT OF TEXT-LINE (I)  TO  CKBK-MERCHANT.
0579       MOVE  TEXT-ITEM OF TEXT-LINE (I)      TO  CKBK-ITEM.
0580       MOVE  TEXT-AMOUNT OF TEXT-LINE (I)    TO  CKBK-AMOUNT.
           IF WS-WINDOWED = "Y"
             PERFORM 047-COPY-POST-WINDOW THRU 047-EXIT.
           CLOSE CKBKFILE.
      * The control totals are taken from the file as written,
      * so rows copied back around a window are counted too.
           PERFORM 033-COMPUTE-CONTROL THRU 033-EXIT.
           PERFORM 034-WRITE-CONTROL THRU 034-EXIT.
      * The "T" rows are now on disk - their queued other
      * sides may commit.
           PERFORM 216-FLUSH-PENDING-XFERS THRU 216-EXIT.
             GO TO 046-EXIT.
           PERFORM 048-BAK-WINDOW-SEQ THRU 048-EXIT.
           IF WS-WIN-SEQ < WS-WIN-FROM
             MOVE BACKUP-REC (1:69) TO CKBK-REC
             WRITE CKBK-REC.
           GO TO 046-READ.
       046-EXIT.
             GO TO 047-EXIT.
           PERFORM 048-BAK-WINDOW-SEQ THRU 048-EXIT.
           IF WS-WIN-SEQ > WS-WIN-TO
             MOVE BACKUP-REC (1:69) TO CKBK-REC
             WRITE CKBK-REC.
           GO TO 047-READ.
       047-EXIT.
      *  rows belong to the table.
      ************************************************************
       048-BAK-WINDOW-SEQ.
           IF BACKUP-REC (11:6) NOT NUMERIC
             MOVE WS-WIN-FROM TO WS-WIN-SEQ
             GO TO 048-EXIT.
           MOVE BACKUP-REC (11:4) TO WS-WIN-YY.
           MOVE BACKUP-REC (15:2) TO WS-WIN-MM.
           PERFORM 020E-YYMM-TO-SEQ THRU 020E-EXIT.
       048-EXIT.
           EXIT.
             MOVE WS-WIN-TO TO WS-CKPT-WIN-TO
             MOVE WS-WINDOW-PRE-BAL TO WS-CKPT-WIN-BAL
             MOVE SPACES TO CKPT-REC
             MOVE WS-CKPT-WINDOW-HDR TO CKPT-REC (1:34)
             WRITE CKPT-REC
           END-IF.
           MOVE 1 TO WS-CKPT-I.
           MOVE EXTRA-CATEGORY (WS-CKPT-I) TO CKPT-REC (81:4).
           MOVE EXTRA-PRINTED (WS-CKPT-I) TO CKPT-REC (85:1).
           MOVE EXTRA-SPLIT (WS-CKPT-I) TO CKPT-REC (86:1).
           MOVE EXTRA-CENTURY (WS-CKPT-I) TO CKPT-REC (87:2).
           WRITE CKPT-REC.
           ADD 1 TO WS-CKPT-I.
           GO TO 041-WRITE-REC.
           CLOSE CKPT-FILE.
       043-EXIT.
           EXIT.
      ************************************************************
      *  240-CONVERT-FILES is the one-time conversion to four-
      *  digit years and wider amounts.  It loads ACCOUNT.LST in
      *  the old layout, refuses while any account still has
      *  unsaved work in its .CHK, asks once for the pivot year
      *  the old screens used (82), and converts every file in
      *  turn through 242-CONVERT-FILE, ACCOUNT.LST last.
      ************************************************************
       240-CONVERT-FILES.
           DISPLAY BLANK-SCREEN.
           DISPLAY "     *** FILE CONVERSION ***".
           DISPLAY " ".
           MOVE WS-ACCOUNTS-FILE-NAME TO WS-CONV-LIVE-NAME.
           PERFORM 241-BUILD-HOLD-NAME THRU 241-EXIT.
           MOVE WS-CONV-HOLD-NAME TO WS-BACKUP-NAME.
           OPEN INPUT BACKUP-FILE.
           IF WS-BAKSTAT1 < 2
             CLOSE BACKUP-FILE
             DISPLAY "ACCOUNT.OLS IS PRESENT - THE FILES HAVE"
             DISPLAY "ALREADY BEEN CONVERTED.  NOTHING DONE."
             GO TO 240-EXIT.
           PERFORM 244-LOAD-OLD-ACCOUNTS THRU 244-EXIT.
           IF ACCOUNT-COUNT = ZERO
             DISPLAY "NO ACCOUNT FILE (ACCOUNT.LST) - NOTHING DONE."
             GO TO 240-EXIT.
           MOVE "N" TO WS-CONV-BLOCKED.
           MOVE 1 TO WS-CONV-A.
       240-CKPT-LOOP.
           IF WS-CONV-A > ACCOUNT-COUNT
             GO TO 240-CKPT-DONE.
           MOVE AT-DRIVE (WS-CONV-A) TO WS-DRIVE-ID.
           MOVE AT-DIR (WS-CONV-A) TO WS-DIR-ID.
           MOVE AT-FILE-ID (WS-CONV-A) TO WS-FILE-ID.
           PERFORM 215-BATCH-CHECK-CKPT THRU 215-EXIT.
           IF WS-BATCH-CKPT = "Y"
             DISPLAY AT-NAME (WS-CONV-A),
               " HAS UNSAVED WORK - OPEN AND SAVE IT FIRST."
             MOVE "Y" TO WS-CONV-BLOCKED.
           ADD 1 TO WS-CONV-A.
           GO TO 240-CKPT-LOOP.
       240-CKPT-DONE.
           IF WS-CONV-BLOCKED = "Y"
             DISPLAY "NOTHING CONVERTED."
             GO TO 240-EXIT.
       240-PIVOT.
           DISPLAY "TWO-DIGIT YEARS BELOW THE PIVOT ARE TAKEN AS".
           DISPLAY "20YY, THE REST AS 19YY.".
           DISPLAY "ENTER PIVOT YEAR, OR PRESS <RETURN> FOR 82:".
           MOVE SPACES TO WS-CONV-PIVOT-X.
           ACCEPT WS-CONV-PIVOT-X.
           IF WS-CONV-PIVOT-X = SPACES
             MOVE 82 TO WS-CONV-PIVOT
           ELSE
             IF WS-CONV-PIVOT-X IS NUMERIC
               MOVE WS-CONV-PIVOT-X TO WS-CONV-PIVOT
             ELSE
               GO TO 240-PIVOT
             END-IF
           END-IF.
           DISPLAY "CONVERT EVERY ACCOUNT'S FILES NOW? (Y/N)".
           MOVE SPACE TO FALSESW.
           ACCEPT FALSESW.
           IF FALSESW NOT = "Y" AND FALSESW NOT = "y"
             DISPLAY "NOTHING CONVERTED."
             GO TO 240-EXIT.
           MOVE WS-ACCTS-DRIVE TO WS-PRINT-DRIVE.
           MOVE WS-ACCTS-DIR TO WS-PRINT-DIR.
           MOVE "CONVERT.PRN" TO WS-PRINT-ID.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRTSTAT1 NOT < 2
             DISPLAY "CANNOT OPEN CONVERT.PRN - NOTHING CONVERTED."
             GO TO 240-EXIT.
           WRITE PRINT-REC FROM WS-CONV-TITLE-LINE.
           MOVE WS-CONV-PIVOT TO CV-PIVOT.
           WRITE PRINT-REC FROM WS-CONV-PIVOT-LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           WRITE PRINT-REC FROM WS-CONV-COL-HEADING.
           MOVE ZERO TO WS-CONV-FILES.
           MOVE ZERO TO WS-CONV-BREAKS.
           MOVE 1 TO WS-CONV-A.
       240-ACCT-LOOP.
           IF WS-CONV-A > ACCOUNT-COUNT
             GO TO 240-SHARED.
           DISPLAY "CONVERTING ", AT-NAME (WS-CONV-A).
           PERFORM 245-CONVERT-ACCOUNT THRU 245-EXIT.
           ADD 1 TO WS-CONV-A.
           GO TO 240-ACCT-LOOP.
       240-SHARED.
           MOVE WS-RECUR-FILE-NAME TO WS-CONV-LIVE-NAME.
           MOVE "R" TO WS-CONV-KIND.
           PERFORM 242-CONVERT-FILE THRU 242-EXIT.
           MOVE WS-CATEGORY-FILE-NAME TO WS-CONV-LIVE-NAME.
           MOVE "C" TO WS-CONV-KIND.
           PERFORM 242-CONVERT-FILE THRU 242-EXIT.
           MOVE WS-ACCOUNTS-FILE-NAME TO WS-CONV-LIVE-NAME.
           MOVE "L" TO WS-CONV-KIND.
           PERFORM 242-CONVERT-FILE THRU 242-EXIT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE WS-CONV-FILES TO CV-FILES.
           MOVE WS-CONV-BREAKS TO CV-BREAKS.
           WRITE PRINT-REC FROM WS-CONV-TOTAL-LINE.
           CLOSE PRINT-FILE.
           DISPLAY " ".
           DISPLAY "CONVERSION COMPLETE - ", WS-CONV-FILES,
             " FILES, ", WS-CONV-BREAKS, " BREAKS.  SEE CONVERT.PRN.".
       240-EXIT.
           EXIT.
      ************************************************************
      *  241-BUILD-HOLD-NAME derives the holding name for the
      *  file in WS-CONV-LIVE-NAME: same name, extension "O"
      *  plus the first two letters of the old one.  WS-CONV-OK
      *  is "N" when the name has no usable extension.
      ************************************************************
       241-BUILD-HOLD-NAME.
           MOVE "N" TO WS-CONV-OK.
           MOVE WS-CONV-LIVE-NAME TO WS-CONV-HOLD-NAME.
           MOVE 1 TO WS-CONV-DOT-POS.
       241-FIND-DOT.
           IF WS-CONV-DOT-POS > 12
             GO TO 241-EXIT.
           IF WS-CONV-HOLD-ID (WS-CONV-DOT-POS:1) = "."
             IF WS-CONV-DOT-POS > 9
               GO TO 241-EXIT
             ELSE
               GO TO 241-GOTDOT
             END-IF.
           ADD 1 TO WS-CONV-DOT-POS.
           GO TO 241-FIND-DOT.
       241-GOTDOT.
           ADD 1 TO WS-CONV-DOT-POS.
           MOVE WS-CONV-LIVE-ID (WS-CONV-DOT-POS:2)
             TO WS-CONV-HOLD-ID (WS-CONV-DOT-POS + 1:2).
           MOVE "O" TO WS-CONV-HOLD-ID (WS-CONV-DOT-POS:1).
           MOVE "Y" TO WS-CONV-OK.
       241-EXIT.
           EXIT.
      ************************************************************
      *  242-CONVERT-FILE converts the one file named in WS-CONV-
      *  LIVE-NAME, of the kind in WS-CONV-KIND (D checkbook, A
      *  archive, N notes, J journal, R templates, C categories,
      *  L account list).  The file is renamed to its holding
      *  name and rewritten from there; when the holding copy is
      *  already on disk an earlier run was interrupted, and the
      *  holding copy is the one to trust.  A file that is not
      *  there at all is passed over without a report line.
      ************************************************************
       242-CONVERT-FILE.
           PERFORM 241-BUILD-HOLD-NAME THRU 241-EXIT.
           IF WS-CONV-OK NOT = "Y"
             GO TO 242-EXIT.
           MOVE "N" TO WS-CONV-RESUMED.
           MOVE ZERO TO WS-CONV-ROWS-IN.
           MOVE ZERO TO WS-CONV-ROWS-OUT.
           MOVE ZERO TO WS-CONV-AMT-IN.
           MOVE ZERO TO WS-CONV-AMT-OUT.
           MOVE SPACES TO WS-CONV-DETAIL-LINE.
           MOVE WS-CONV-LIVE-NAME TO CV-FILE.
           MOVE WS-CONV-HOLD-NAME TO WS-BACKUP-NAME.
           OPEN INPUT BACKUP-FILE.
           IF WS-BAKSTAT1 < 2
             MOVE "Y" TO WS-CONV-RESUMED
             GO TO 242-CONVERT.
           CALL "CBL_RENAME_FILE" USING WS-CONV-LIVE-NAME
                                        WS-CONV-HOLD-NAME.
           IF RETURN-CODE NOT = ZERO
             GO TO 242-EXIT.
           OPEN INPUT BACKUP-FILE.
           IF WS-BAKSTAT1 NOT < 2
             MOVE "CANNOT READ" TO CV-RESULT
             GO TO 242-BREAK.
       242-CONVERT.
           MOVE "N" TO WS-CONV-OK.
      * The .DAT and RECUR.LST names are borrowed for archives and
      * per-account templates; put them back afterward.
           MOVE WS-FILE-NAME TO WS-CONV-SAVE-FILE.
           MOVE WS-RECUR-FILE-NAME TO WS-CONV-SAVE-RECUR.
           IF WS-CONV-KIND = "D" OR WS-CONV-KIND = "A"
             PERFORM 246-CONVERT-CKBK THRU 246-EXIT.
           IF WS-CONV-KIND = "N"
             PERFORM 247-CONVERT-NOTES THRU 247-EXIT.
           IF WS-CONV-KIND = "J"
             PERFORM 248-CONVERT-JOURNAL THRU 248-EXIT.
           IF WS-CONV-KIND = "R"
             PERFORM 249-CONVERT-RECUR THRU 249-EXIT.
           IF WS-CONV-KIND = "C"
             PERFORM 250-CONVERT-CATEGORY THRU 250-EXIT.
           IF WS-CONV-KIND = "L"
             PERFORM 251-CONVERT-ACCOUNTS THRU 251-EXIT.
           CLOSE BACKUP-FILE.
           MOVE WS-CONV-SAVE-FILE TO WS-FILE-NAME.
           MOVE WS-CONV-SAVE-RECUR TO WS-RECUR-FILE-NAME.
           MOVE WS-CONV-ROWS-IN TO CV-ROWS-IN.
           MOVE WS-CONV-AMT-IN TO CV-AMT-IN.
           IF WS-CONV-OK NOT = "Y"
             MOVE "CANNOT WRITE" TO CV-RESULT
             GO TO 242-BREAK.
           MOVE WS-CONV-ROWS-OUT TO CV-ROWS-OUT.
           MOVE WS-CONV-AMT-OUT TO CV-AMT-OUT.
           IF WS-CONV-ROWS-IN NOT = WS-CONV-ROWS-OUT OR
              WS-CONV-AMT-IN NOT = WS-CONV-AMT-OUT
             MOVE "** BREAK **" TO CV-RESULT
             GO TO 242-BREAK.
           IF WS-CONV-RESUMED = "Y"
             MOVE "OK (RESUMED)" TO CV-RESULT
           ELSE
             MOVE "OK" TO CV-RESULT
           END-IF.
           ADD 1 TO WS-CONV-FILES.
           WRITE PRINT-REC FROM WS-CONV-DETAIL-LINE.
           GO TO 242-EXIT.
       242-BREAK.
           ADD 1 TO WS-CONV-BREAKS.
           WRITE PRINT-REC FROM WS-CONV-DETAIL-LINE.
           DISPLAY "  ", WS-CONV-LIVE-ID, " ", CV-RESULT.
       242-EXIT.
           EXIT.
      ************************************************************
      *  243-CONVERT-YEAR turns the old two-digit year in
      *  WS-CONV-YY into WS-CONV-CCYY by the chosen pivot.
      ************************************************************
       243-CONVERT-YEAR.
           IF WS-CONV-YY < WS-CONV-PIVOT
             COMPUTE WS-CONV-CCYY = 2000 + WS-CONV-YY
           ELSE
             COMPUTE WS-CONV-CCYY = 1900 + WS-CONV-YY
           END-IF.
       243-EXIT.
           EXIT.
      ************************************************************
      *  244-LOAD-OLD-ACCOUNTS is 019-LOAD-ACCOUNTS for an
      *  ACCOUNT.LST still in the old layout.
      ************************************************************
       244-LOAD-OLD-ACCOUNTS.
           MOVE ZERO TO ACCOUNT-COUNT.
           MOVE WS-ACCOUNTS-FILE-NAME TO WS-BACKUP-NAME.
           OPEN INPUT BACKUP-FILE.
           IF WS-BAKSTAT1 NOT < 2
             GO TO 244-EXIT.
       244-READ.
           IF ACCOUNT-COUNT NOT LESS THAN MAX-ACCOUNTS
             GO TO 244-DONE.
           MOVE SPACES TO WS-CONV-OLD-REC.
           READ BACKUP-FILE INTO WS-CONV-OLD-REC AT END
             GO TO 244-DONE.
           ADD 1 TO ACCOUNT-COUNT.
           MOVE OA-NAME TO AT-NAME (ACCOUNT-COUNT).
           MOVE OA-DRIVE TO AT-DRIVE (ACCOUNT-COUNT).
           MOVE OA-DIR TO AT-DIR (ACCOUNT-COUNT).
           MOVE OA-FILE-ID TO AT-FILE-ID (ACCOUNT-COUNT).
           GO TO 244-READ.
       244-DONE.
           CLOSE BACKUP-FILE.
       244-EXIT.
           EXIT.
      ************************************************************
      *  245-CONVERT-ACCOUNT converts account WS-CONV-A: its
      *  .DAT, .JRN and .NTE, every year's .ARC and archive
      *  notes, and a RECUR.LST of its own when its directory
      *  has one that no earlier account shares.
      ************************************************************
       245-CONVERT-ACCOUNT.
           MOVE AT-DRIVE (WS-CONV-A) TO WS-DRIVE-ID.
           MOVE AT-DIR (WS-CONV-A) TO WS-DIR-ID.
           MOVE AT-FILE-ID (WS-CONV-A) TO WS-FILE-ID.
           MOVE WS-FILE-NAME TO WS-CONV-LIVE-NAME.
           MOVE "D" TO WS-CONV-KIND.
           PERFORM 242-CONVERT-FILE THRU 242-EXIT.
           PERFORM 037-BUILD-JRNL-NAME THRU 037-EXIT.
           IF WS-JRNL-OK = "Y"
             MOVE WS-JRNL-NAME TO WS-CONV-LIVE-NAME
             MOVE "J" TO WS-CONV-KIND
             PERFORM 242-CONVERT-FILE THRU 242-EXIT.
           PERFORM 038-BUILD-NOTE-NAME THRU 038-EXIT.
           IF WS-NTE-OK = "Y"
             MOVE WS-NOTE-FILE-NAME TO WS-CONV-LIVE-NAME
             MOVE "N" TO WS-CONV-KIND
             PERFORM 242-CONVERT-FILE THRU 242-EXIT.
      * Archive names carry only the year's last two digits, so
      * one pass over 00 through 99 finds every year on disk.
           MOVE 1900 TO WS-CLOSE-YEAR.
       245-ARC-LOOP.
           IF WS-CLOSE-YEAR > 1999
             GO TO 245-RECUR.
           PERFORM 161-BUILD-ARCH-NAME THRU 161-EXIT.
           IF WS-ARCH-OK = "Y"
             MOVE WS-ARCH-NAME TO WS-CONV-LIVE-NAME
             MOVE "A" TO WS-CONV-KIND
             PERFORM 242-CONVERT-FILE THRU 242-EXIT
             PERFORM 166-BUILD-ARCH-NOTE-NAME THRU 166-EXIT
             IF WS-NTE-OK = "Y"
               MOVE WS-NOTE-FILE-NAME TO WS-CONV-LIVE-NAME
               MOVE "N" TO WS-CONV-KIND
               PERFORM 242-CONVERT-FILE THRU 242-EXIT
             END-IF
           END-IF.
           ADD 1 TO WS-CLOSE-YEAR.
           GO TO 245-ARC-LOOP.
       245-RECUR.
           IF WS-DRIVE-ID = WS-RECUR-DRIVE AND
              WS-DIR-ID = WS-RECUR-DIR
             GO TO 245-EXIT.
           MOVE "N" TO WS-CONV-SHARED.
           MOVE 1 TO WS-CONV-B.
       245-SHARE-LOOP.
           IF WS-CONV-B NOT < WS-CONV-A
             GO TO 245-SHARE-DONE.
           IF AT-DRIVE (WS-CONV-B) = WS-DRIVE-ID AND
              AT-DIR (WS-CONV-B) = WS-DIR-ID
             MOVE "Y" TO WS-CONV-SHARED
             GO TO 245-SHARE-DONE.
           ADD 1 TO WS-CONV-B.
           GO TO 245-SHARE-LOOP.
       245-SHARE-DONE.
           IF WS-CONV-SHARED = "Y"
             GO TO 245-EXIT.
           MOVE WS-DRIVE-ID TO WS-CONV-LIVE-DRIVE.
           MOVE WS-DIR-ID TO WS-CONV-LIVE-DIR.
           MOVE WS-RECUR-ID TO WS-CONV-LIVE-ID.
           MOVE "R" TO WS-CONV-KIND.
           PERFORM 242-CONVERT-FILE THRU 242-EXIT.
       245-EXIT.
           EXIT.
      ************************************************************
      *  246-CONVERT-CKBK rewrites a checkbook (.DAT) or archive
      *  (.ARC) file - the two share a layout - then reads the
      *  new file back for the after-conversion totals.
      ************************************************************
       246-CONVERT-CKBK.
           MOVE WS-CONV-LIVE-NAME TO WS-FILE-NAME.
           OPEN OUTPUT CKBKFILE.
           IF WS-INSTAT1 NOT < 2
             GO TO 246-EXIT.
       246-READ.
           MOVE SPACES TO WS-CONV-OLD-REC.
           READ BACKUP-FILE INTO WS-CONV-OLD-REC AT END
             GO TO 246-WRITTEN.
           ADD 1 TO WS-CONV-ROWS-IN.
           MOVE SPACES TO CKBK-REC.
           MOVE OC-NUMB TO CKBK-NUMB.
           IF OC-YEAR IS NUMERIC
             MOVE OC-YEAR TO WS-CONV-YY
             PERFORM 243-CONVERT-YEAR THRU 243-EXIT
             MOVE WS-CONV-CCYY TO CKBK-YEAR.
           MOVE OC-MMDD TO CKBK-DATE (5:4).
           MOVE OC-MERCHANT TO CKBK-MERCHANT.
           MOVE OC-ITEM TO CKBK-ITEM.
           IF OC-AMOUNT IS NUMERIC
             MOVE OC-AMOUNT TO CKBK-AMOUNT
           ELSE
             MOVE ZERO TO CKBK-AMOUNT
           END-IF.
           ADD CKBK-AMOUNT TO WS-CONV-AMT-IN.
           MOVE OC-STATUS TO CKBK-STATUS.
           MOVE OC-TRANTYPE TO CKBK-TRANTYPE.
           MOVE OC-CATEGORY TO CKBK-CATEGORY.
           MOVE OC-PRINTED TO CKBK-PRINTED.
           MOVE OC-SPLIT TO CKBK-SPLIT.
           WRITE CKBK-REC.
           GO TO 246-READ.
       246-WRITTEN.
           CLOSE CKBKFILE.
           OPEN INPUT CKBKFILE.
           IF WS-INSTAT1 NOT < 2
             GO TO 246-EXIT.
           MOVE "Y" TO WS-CONV-OK.
       246-VERIFY.
           READ CKBKFILE AT END
             GO TO 246-DONE.
           ADD 1 TO WS-CONV-ROWS-OUT.
           ADD CKBK-AMOUNT TO WS-CONV-AMT-OUT.
           GO TO 246-VERIFY.
       246-DONE.
           CLOSE CKBKFILE.
       246-EXIT.
           EXIT.
      ************************************************************
      *  247-CONVERT-NOTES rewrites a notes file (live .NTE or
      *  archive notes) with the key date widened to DD-MM-CCYY.
      ************************************************************
       247-CONVERT-NOTES.
           MOVE WS-CONV-LIVE-NAME TO WS-NOTE-FILE-NAME.
           OPEN OUTPUT NOTE-FILE.
           IF WS-NTESTAT1 NOT < 2
             GO TO 247-EXIT.
       247-READ.
           MOVE SPACES TO WS-CONV-OLD-REC.
           READ BACKUP-FILE INTO WS-CONV-OLD-REC AT END
             GO TO 247-WRITTEN.
           ADD 1 TO WS-CONV-ROWS-IN.
           MOVE SPACES TO NOTE-REC.
           MOVE ON-NUMB TO NTE-NUMB.
           MOVE ON-DDMM TO NTE-DATE (1:6).
           IF ON-YEAR IS NUMERIC
             MOVE ON-YEAR TO WS-CONV-YY
             PERFORM 243-CONVERT-YEAR THRU 243-EXIT
             MOVE WS-CONV-CCYY TO NTE-DATE (7:4).
           MOVE ON-MERCHANT TO NTE-MERCHANT.
           MOVE ON-TEXT TO NTE-TEXT.
           WRITE NOTE-REC.
           GO TO 247-READ.
       247-WRITTEN.
           CLOSE NOTE-FILE.
           OPEN INPUT NOTE-FILE.
           IF WS-NTESTAT1 NOT < 2
             GO TO 247-EXIT.
           MOVE "Y" TO WS-CONV-OK.
       247-VERIFY.
           READ NOTE-FILE AT END
             GO TO 247-DONE.
           ADD 1 TO WS-CONV-ROWS-OUT.
           GO TO 247-VERIFY.
       247-DONE.
           CLOSE NOTE-FILE.
       247-EXIT.
           EXIT.
      ************************************************************
      *  248-CONVERT-JOURNAL rewrites a .JRN with the stamp date
      *  widened to CCYYMMDD.  The before and after row images
      *  are screen text and carry over as they are.
      ************************************************************
       248-CONVERT-JOURNAL.
           MOVE WS-CONV-LIVE-NAME TO WS-JRNL-NAME.
           OPEN OUTPUT JRNL-FILE.
           IF WS-JRNSTAT1 NOT < 2
             GO TO 248-EXIT.
       248-READ.
           MOVE SPACES TO WS-CONV-OLD-REC.
           READ BACKUP-FILE INTO WS-CONV-OLD-REC AT END
             GO TO 248-WRITTEN.
           ADD 1 TO WS-CONV-ROWS-IN.
           MOVE SPACES TO JRNL-REC.
           MOVE ZERO TO JRNL-DATE.
           IF OJ-DATE IS NUMERIC
             MOVE OJ-YEAR TO WS-CONV-YY
             PERFORM 243-CONVERT-YEAR THRU 243-EXIT
             COMPUTE JRNL-DATE = WS-CONV-CCYY * 10000 + OJ-MMDD.
           MOVE OJ-REST TO JRNL-REC (9:196).
           WRITE JRNL-REC.
           GO TO 248-READ.
       248-WRITTEN.
           CLOSE JRNL-FILE.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNSTAT1 NOT < 2
             GO TO 248-EXIT.
           MOVE "Y" TO WS-CONV-OK.
       248-VERIFY.
           READ JRNL-FILE AT END
             GO TO 248-DONE.
           ADD 1 TO WS-CONV-ROWS-OUT.
           GO TO 248-VERIFY.
       248-DONE.
           CLOSE JRNL-FILE.
       248-EXIT.
           EXIT.
      ************************************************************
      *  249-CONVERT-RECUR rewrites a RECUR.LST with the wider
      *  template amount.
      ************************************************************
       249-CONVERT-RECUR.
           MOVE WS-CONV-LIVE-NAME TO WS-RECUR-FILE-NAME.
           OPEN OUTPUT RECUR-FILE.
           IF WS-RCRSTAT1 NOT < 2
             GO TO 249-EXIT.
       249-READ.
           MOVE SPACES TO WS-CONV-OLD-REC.
           READ BACKUP-FILE INTO WS-CONV-OLD-REC AT END
             GO TO 249-WRITTEN.
           ADD 1 TO WS-CONV-ROWS-IN.
           MOVE SPACES TO RECUR-REC.
           MOVE OR-MERCHANT TO RCR-MERCHANT.
           MOVE OR-ITEM TO RCR-ITEM.
           IF OR-AMOUNT IS NUMERIC
             MOVE OR-AMOUNT TO RCR-AMOUNT
           ELSE
             MOVE ZERO TO RCR-AMOUNT
           END-IF.
           ADD RCR-AMOUNT TO WS-CONV-AMT-IN.
           MOVE OR-DUE-DAY TO RCR-DUE-DAY.
           MOVE OR-TRANTYPE TO RCR-TRANTYPE.
           MOVE OR-CATEGORY TO RCR-CATEGORY.
           WRITE RECUR-REC.
           GO TO 249-READ.
       249-WRITTEN.
           CLOSE RECUR-FILE.
           OPEN INPUT RECUR-FILE.
           IF WS-RCRSTAT1 NOT < 2
             GO TO 249-EXIT.
           MOVE "Y" TO WS-CONV-OK.
       249-VERIFY.
           READ RECUR-FILE AT END
             GO TO 249-DONE.
           ADD 1 TO WS-CONV-ROWS-OUT.
           ADD RCR-AMOUNT TO WS-CONV-AMT-OUT.
           GO TO 249-VERIFY.
       249-DONE.
           CLOSE RECUR-FILE.
       249-EXIT.
           EXIT.
      ************************************************************
      *  250-CONVERT-CATEGORY rewrites CATEGORY.LST with the
      *  wider monthly budget.
      ************************************************************
       250-CONVERT-CATEGORY.
           OPEN OUTPUT CATEGORY-FILE.
           IF WS-CATSTAT1 NOT < 2
             GO TO 250-EXIT.
       250-READ.
           MOVE SPACES TO WS-CONV-OLD-REC.
           READ BACKUP-FILE INTO WS-CONV-OLD-REC AT END
             GO TO 250-WRITTEN.
           ADD 1 TO WS-CONV-ROWS-IN.
           MOVE SPACES TO CATEGORY-REC.
           MOVE OT-CODE TO CAT-CODE.
           MOVE OT-DESC TO CAT-DESC.
           IF OT-BUDGET IS NUMERIC
             MOVE OT-BUDGET TO CAT-BUDGET
           ELSE
             MOVE ZERO TO CAT-BUDGET
           END-IF.
           ADD CAT-BUDGET TO WS-CONV-AMT-IN.
           WRITE CATEGORY-REC.
           GO TO 250-READ.
       250-WRITTEN.
           CLOSE CATEGORY-FILE.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATSTAT1 NOT < 2
             GO TO 250-EXIT.
           MOVE "Y" TO WS-CONV-OK.
       250-VERIFY.
           READ CATEGORY-FILE AT END
             GO TO 250-DONE.
           ADD 1 TO WS-CONV-ROWS-OUT.
           ADD CAT-BUDGET TO WS-CONV-AMT-OUT.
           GO TO 250-VERIFY.
       250-DONE.
           CLOSE CATEGORY-FILE.
       250-EXIT.
           EXIT.
      ************************************************************
      *  251-CONVERT-ACCOUNTS rewrites ACCOUNT.LST with the wider
      *  opening balance.  It runs last: ACCOUNT.OLS on disk is
      *  what marks the conversion as done.
      ************************************************************
       251-CONVERT-ACCOUNTS.
           OPEN OUTPUT ACCOUNTS-FILE.
           IF WS-ACCTSTAT1 NOT < 2
             GO TO 251-EXIT.
       251-READ.
           MOVE SPACES TO WS-CONV-OLD-REC.
           READ BACKUP-FILE INTO WS-CONV-OLD-REC AT END
             GO TO 251-WRITTEN.
           ADD 1 TO WS-CONV-ROWS-IN.
           MOVE SPACES TO ACCOUNT-REC.
           MOVE OA-NAME TO ACCT-NAME.
           MOVE OA-DRIVE TO ACCT-DRIVE.
           MOVE OA-DIR TO ACCT-DIR.
           MOVE OA-FILE-ID TO ACCT-FILE-ID.
           IF OA-OPEN-BAL IS NUMERIC
             MOVE OA-OPEN-BAL TO ACCT-OPEN-BAL
           ELSE
             MOVE ZERO TO ACCT-OPEN-BAL
           END-IF.
           ADD ACCT-OPEN-BAL TO WS-CONV-AMT-IN.
           MOVE OA-AUTH-GROUP TO ACCT-AUTH-GROUP.
           WRITE ACCOUNT-REC.
           GO TO 251-READ.
       251-WRITTEN.
           CLOSE ACCOUNTS-FILE.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCTSTAT1 NOT < 2
             GO TO 251-EXIT.
           MOVE "Y" TO WS-CONV-OK.
       251-VERIFY.
           READ ACCOUNTS-FILE AT END
             GO TO 251-DONE.
           ADD 1 TO WS-CONV-ROWS-OUT.
           ADD ACCT-OPEN-BAL TO WS-CONV-AMT-OUT.
           GO TO 251-VERIFY.
       251-DONE.
           CLOSE ACCOUNTS-FILE.
       251-EXIT.
           EXIT.
0589       END PROGRAM NEWCKBK.

