      *  record per customer/account link, grouped by customer *
      *  number; the name, address and contact fields repeat   *
      *  on each of a customer's links the same way the name   *
      *  always has. The know-your-customer block follows the  *
      *  contact fields and repeats the same way: birth date,  *
      *  the ID presented (type, number, expiry - zero for an  *
      *  ID that does not expire), occupation, source of funds *
      *  and the compliance risk rating. Links written before  *
      *  the block existed carry it blank, read as no ID on    *
      *  file and a normal rating. The statement cycle closes  *
      *  the record - monthly or quarterly, the customer's     *
      *  consolidated statement - blank on older links, read   *
      *  as monthly. The SMS alert opt-ins follow, one byte    *
      *  per event type the nightly alert extract sends -      *
      *  withdrawal, transfer out, overdrawn, below minimum    *
      *  balance - 'Y' opted in; blank or 'N' sends nothing,   *
      *  as every link written before them reads. The parent   *
      *  01 level is supplied by the calling program.          *
      *========================================================*
           05 CU-CUST-NO        PIC 9(6).
           05 CU-CUST-NAME      PIC X(25).
           05 CU-ADDR-2         PIC X(25).
           05 CU-CITY           PIC X(15).
           05 CU-PHONE          PIC X(12).
           05 CU-BIRTH-DATE     PIC 9(8).
           05 CU-ID-TYPE        PIC X(2).
           05 CU-ID-NO          PIC X(20).
           05 CU-ID-EXPIRY      PIC 9(8).
           05 CU-OCCUPATION     PIC X(20).
           05 CU-FUND-SOURCE    PIC X(20).
           05 CU-RISK           PIC X.
              88 CU-RISK-LOW    VALUE 'L'.
              88 CU-RISK-NORMAL VALUE 'N' ' '.
              88 CU-RISK-HIGH   VALUE 'H'.
           05 CU-STMT-CYCLE     PIC X.
              88 CU-STMT-MONTHLY VALUE 'M' ' '.
              88 CU-STMT-QUARTERLY VALUE 'Q'.
           05 CU-ALERTS.
              10 CU-ALERT-WD    PIC X.
                 88 CU-ALERT-WD-ON VALUE 'Y'.
              10 CU-ALERT-TF    PIC X.
                 88 CU-ALERT-TF-ON VALUE 'Y'.
              10 CU-ALERT-OD    PIC X.
                 88 CU-ALERT-OD-ON VALUE 'Y'.
              10 CU-ALERT-LB    PIC X.
                 88 CU-ALERT-LB-ON VALUE 'Y'.
