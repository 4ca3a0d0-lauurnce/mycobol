      *========================================================*
      *  ADBKFD.cpy                                            *
      *  FD/record for the commercial bookings. AB-ADVERTISER  *
      *  carries the ADVMAST code, left in the field; one keyed*
      *  before the master carries the name. AB-BILLED-SW is   *
      *  'N' to bill, 'Y' billed, 'W' waitlisted; AB-INV-NO the*
      *  invoice that billed it. AB-GUARANTEE is the audience  *
      *  guaranteed, zero for none, and AB-MG-OPTION how a     *
      *  short delivery is made good: 'S' spots, 'C' a credit  *
      *  memo. AB-MG-SW is blank until the guarantee has been  *
      *  reviewed, then 'D' delivered, 'M' made good with      *
      *  spots, 'C' credited; 'F' marks a make-good spot,      *
      *  booked at no charge.                                  *
      *========================================================*
       FD  BOOK-FILE
           LABEL RECORD IS OMITTED.
       01  BOOK-REC.
           02 AB-ADVERTISER PIC X(20).
           02 AB-SHOW-CODE  PIC 99.
           02 AB-SPOTS      PIC 9(3).
           02 AB-DATE       PIC 9(8).
           02 AB-BILLED-SW  PIC X.
           02 AB-GUARANTEE  PIC 9(7).
           02 AB-MG-OPTION  PIC X.
           02 AB-MG-SW      PIC X.
           02 AB-INV-NO     PIC 9(7).
