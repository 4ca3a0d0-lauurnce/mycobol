      *========================================================*
      *  ACCTCKWS.cpy                                          *
      *  Working-storage for the shared account-number check   *
      *  digit. An account number is ten characters: the two-  *
      *  character branch prefix, a seven-digit sequence and   *
      *  a check digit in the tenth place struck over the      *
      *  first nine by the Luhn rule, a letter in the prefix   *
      *  counting as 10 for A up to 35 for Z. The caller moves *
      *  the number to WS-AK-ACCT and performs ACCTCK-STRIKE-  *
      *  RTN for the digit the first nine call for (left in    *
      *  WS-AK-DIGIT, with WS-AK-OK 'N' when a place holds     *
      *  neither a digit nor a letter), or ACCTCK-VERIFY-RTN,  *
      *  which sets WS-AK-OK 'Y' only when the tenth place     *
      *  carries that digit.                                   *
      *========================================================*
       01  WS-AK-ACCT      PIC X(10) VALUE SPACES.
       01  WS-AK-PLACES REDEFINES WS-AK-ACCT.
           02 WS-AK-CHAR   PIC X OCCURS 10 TIMES.
       01  WS-AK-ALPHABET  PIC X(36) VALUE
           "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-AK-ALPHA-TBL REDEFINES WS-AK-ALPHABET.
           02 WS-AK-ALPHA  PIC X OCCURS 36 TIMES.
       01  WS-AK-POS       PIC 9(02) VALUE ZERO.
       01  WS-AK-LOOK      PIC 9(02) VALUE ZERO.
       01  WS-AK-VAL       PIC 9(02) VALUE ZERO.
       01  WS-AK-WORK      PIC 9(03) VALUE ZERO.
       01  WS-AK-TENS      PIC 9(02) VALUE ZERO.
       01  WS-AK-UNITS     PIC 9(02) VALUE ZERO.
       01  WS-AK-SUM       PIC 9(04) VALUE ZERO.
       01  WS-AK-QUO       PIC 9(04) VALUE ZERO.
       01  WS-AK-REM       PIC 9(02) VALUE ZERO.
       01  WS-AK-DIGIT     PIC 9(01) VALUE ZERO.
       01  WS-AK-DOUBLE    PIC X(01) VALUE 'N'.
       01  WS-AK-OK        PIC X(01) VALUE 'N'.
